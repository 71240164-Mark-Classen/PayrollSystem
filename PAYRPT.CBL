001580*                   ON IT; PAYHARCH MOVES CLOSED YEARS TO THE
001590*                   SEQUENTIAL ARCHIVE, WHICH THE PAYSTUBR
001595*                   INQUIRY STILL REACHES.
001605*  10/15/2026 MHC   BOTH REPORTS NOW RUN ONE SECTION PER COMPANY
001615*                   (PH-COMPANY-CODE, BLANK = 01), HEADED BY THE
001625*                   COMPANY'S NAME AND FEIN FROM THE OPTIONAL
001635*                   COMPANY.DAT AND CLOSED BY ITS OWN CONTROL
001645*                   LINE -- EACH FEIN FILES ITS OWN 941.  AN
001655*                   EMPLOYEE PAID BY TWO COMPANIES IN THE YEAR
001665*                   SHOWS UNDER EACH.
001666*  10/15/2026 MHC   A HISTORY RECORD LEFT OUT BECAUSE THE COMPANY
001667*                   LIST OR THE EMPLOYEE TABLE IS FULL IS COUNTED
001668*                   ON EACH CONTROL LINE AS NOT REPORTED, AND THE
001669*                   RUN THEN ENDS RC 8.
001675*================================================================
001700*
001800*  THIS PROGRAM READS PAYHIST.DAT, ONE RECORD PER EMPLOYEE PER
001900*  PAYROLL RUN, AND ACCUMULATES PER-EMPLOYEE TOTALS FOR THE
002200*  RECORDS WHOSE PAY PERIOD END DATE FALLS IN THE REQUESTED
002300*  QUARTER, AND ANNWAGE.RPT, COVERING THE WHOLE REPORT YEAR.
002400*  IF THE PARAMETER FILE IS ABSENT THE RUN REPORTS THE CURRENT
002410*  SYSTEM YEAR, QUARTER 1.  EACH REPORT IS SPLIT BY COMPANY,
002420*  ONE SECTION PER COMPANY CODE FOUND ON THE HISTORY IN THE
002430*  REPORT YEAR.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003600     SELECT OPTIONAL RPT-PARM-FILE ASSIGN TO "PAYRPT.PRM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003810     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-COMPANY-STATUS.
003900     SELECT QTRWAGE-FILE ASSIGN TO "QTRWAGE.RPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT ANNWAGE-FILE ASSIGN TO "ANNWAGE.RPT"
005100 FD  RPT-PARM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY RPTPARM.
005310*
005320 FD  COMPANY-FILE
005330     LABEL RECORDS ARE STANDARD.
005340 COPY COMPCTL.
005400*
005500 FD  QTRWAGE-FILE
005600     LABEL RECORDS ARE STANDARD.
006800 COPY WAGERPT.
006900*
007000*----------------------------------------------------------------
007010*  COMPANY CONTROL TABLE
007020*----------------------------------------------------------------
007030 COPY COMPTABL.
007040*
007050*----------------------------------------------------------------
007100*  RUN SWITCHES
007200*----------------------------------------------------------------
007300 01  WS-SWITCHES.
007700         88  WS-PAYHIST-FOUND                 VALUE "00".
007800     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
007900         88  WS-PARM-FOUND                    VALUE "00".
007910     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
007920         88  WS-COMPANY-FOUND                 VALUE "00".
007930     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
007940         88  WS-END-OF-COMPANIES              VALUE "Y".
008000*
008100*----------------------------------------------------------------
008200*  REPORT SELECTION -- YEAR AND QUARTER UNDER REPORT, AND THE
009000 01  WS-HISTORY-MONTH             PIC 9(02)   VALUE ZERO.
009100 01  WS-HISTORY-QUARTER           PIC 9(01)   VALUE ZERO.
009200 01  WS-QUARTER-REMAINDER         PIC 9(02)   VALUE ZERO.
009205 01  WS-HISTORY-COMPANY           PIC X(02)   VALUE SPACES.
009210*
009215*----------------------------------------------------------------
009220*  COMPANIES FOUND ON THE HISTORY IN THE REPORT YEAR, IN THE
009225*  ORDER FIRST SEEN -- ONE REPORT SECTION EACH.
009230*----------------------------------------------------------------
009235 01  WS-REPORT-COMPANY-COUNT      PIC 9(02)   VALUE ZERO.
009240 01  WS-REPORT-COMPANY-TABLE.
009245     05  WS-REPORT-COMPANY OCCURS 20 TIMES INDEXED BY RC-IDX
009250                                  PIC X(02).
009251*  HISTORY RECORDS LEFT OFF THE REPORTS BY A FULL TABLE
009252 01  WS-OVERFLOW-COUNT            PIC 9(07)   VALUE ZERO.
009255 01  WS-SECTION-COMPANY           PIC X(02)   VALUE SPACES.
009260 01  WS-FEIN-WORK                 PIC 9(09)   VALUE ZERO.
009265 01  WS-FEIN-WORK-X REDEFINES WS-FEIN-WORK PIC X(09).
009300*
009400*----------------------------------------------------------------
009500*  PER-EMPLOYEE ACCUMULATOR TABLE -- ONE ENTRY PER EMPLOYEE
010000 01  WS-EMPLOYEE-TABLE-COUNT      PIC 9(04)   VALUE ZERO.
010100 01  EMPLOYEE-WAGE-TABLE.
010200     05  EMPLOYEE-WAGE-ENTRY OCCURS 500 TIMES INDEXED BY EW-IDX.
010210         10  EW-COMPANY-CODE      PIC X(02).
010300         10  EW-EMPLOYEE-ID       PIC X(06).
010400         10  EW-EMPLOYEE-NAME     PIC X(20).
010500         10  EW-QTR-GROSS         PIC S9(09)V99.
012400 01  WS-ANN-CONTROL-TOTALS.
012500     05  WS-ANN-GROSS-TOTAL       PIC S9(09)V99 VALUE ZERO.
012600     05  WS-ANN-NET-TOTAL         PIC S9(09)V99 VALUE ZERO.
012610 01  WS-ANN-EMPLOYEE-COUNT        PIC 9(04)   VALUE ZERO.
012700
012800 PROCEDURE DIVISION.
012900*================================================================
014500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014600     MOVE WS-RUN-DATE (1:4) TO WS-REPORT-YEAR.
014700     PERFORM 1100-READ-REPORT-PARM THRU 1100-EXIT.
014710     PERFORM 1200-LOAD-COMPANIES THRU 1200-EXIT.
014800     OPEN INPUT PAY-HISTORY-FILE.
014900     IF NOT WS-PAYHIST-FOUND
015000         DISPLAY "PAYRPT: PAYROLL HISTORY FILE NOT FOUND"
015500     MOVE WS-REPORT-YEAR TO QH-REPORT-YEAR.
015600     MOVE WS-REPORT-QUARTER TO QH-REPORT-QUARTER.
015700     WRITE QTRWAGE-LINE FROM WS-QTRWAGE-HEADING-LINE.
015900     MOVE WS-REPORT-YEAR TO AH-REPORT-YEAR.
016000     WRITE ANNWAGE-LINE FROM WS-ANNWAGE-HEADING-LINE.
016200     IF NOT WS-END-OF-FILE
016300         PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
016400     END-IF.
018600 1100-EXIT.
018700     EXIT.
018800*================================================================
018802*  1200-LOAD-COMPANIES -- NAMES AND FEINS FOR THE SECTION
018804*  HEADINGS FROM THE OPTIONAL COMPANY.DAT.  A COMPANY NOT ON
018806*  FILE STILL GETS ITS SECTION, WITH NO NAME AND A ZERO FEIN.
018808*================================================================
018810 1200-LOAD-COMPANIES.
018812     OPEN INPUT COMPANY-FILE.
018814     IF WS-COMPANY-FOUND
018816         PERFORM 1210-LOAD-ONE-COMPANY THRU 1210-EXIT
018818             UNTIL WS-END-OF-COMPANIES
018820     END-IF.
018822*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
018824*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
018826     CLOSE COMPANY-FILE.
018828 1200-EXIT.
018830     EXIT.
018832*================================================================
018834*  1210-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01.
018836*================================================================
018838 1210-LOAD-ONE-COMPANY.
018840     READ COMPANY-FILE
018842         AT END
018844             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
018846         NOT AT END
018848             IF CO-COMPANY-CODE = SPACES
018850                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
018852             END-IF
018854             SET CT-IDX TO 1
018856             SEARCH COMPANY-ENTRY
018858                 AT END
018860                     DISPLAY "PAYRPT: COMPANY TABLE FULL -- "
018862                         "COMPANY " CO-COMPANY-CODE " UNNAMED"
018864                 WHEN CT-IDX > WS-COMPANY-COUNT
018866                     ADD 1 TO WS-COMPANY-COUNT
018868                     MOVE CO-COMPANY-CODE
018870                         TO CT-COMPANY-CODE (CT-IDX)
018872                     MOVE CO-COMPANY-NAME
018874                         TO CT-COMPANY-NAME (CT-IDX)
018876                     MOVE CO-FEIN TO CT-FEIN (CT-IDX)
018878                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
018880                     MOVE CO-COMPANY-NAME
018882                         TO CT-COMPANY-NAME (CT-IDX)
018884                     MOVE CO-FEIN TO CT-FEIN (CT-IDX)
018886             END-SEARCH
018888     END-READ.
018890 1210-EXIT.
018892     EXIT.
018894*================================================================
018900*  2000-PROCESS-HISTORY -- QUALIFY ONE HISTORY RECORD AGAINST
019000*  THE REPORT YEAR, ROLL IT INTO THE EMPLOYEE TABLE, AND READ
019100*  THE NEXT.
019800     IF WS-QUARTER-REMAINDER NOT = ZERO
019900         ADD 1 TO WS-HISTORY-QUARTER
020000     END-IF.
020010     MOVE PH-COMPANY-CODE TO WS-HISTORY-COMPANY.
020020     IF WS-HISTORY-COMPANY = SPACES
020030         MOVE WS-HOME-COMPANY-CODE TO WS-HISTORY-COMPANY
020040     END-IF.
020100     IF WS-HISTORY-YEAR = WS-REPORT-YEAR
020110         PERFORM 2150-NOTE-REPORT-COMPANY THRU 2150-EXIT
020200         PERFORM 2200-ACCUMULATE-EMPLOYEE THRU 2200-EXIT
020300     END-IF.
020400     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
021500 2100-EXIT.
021600     EXIT.
021700*================================================================
021710*  2150-NOTE-REPORT-COMPANY -- ADD THE RECORD'S COMPANY TO THE
021720*  SECTION LIST THE FIRST TIME IT IS SEEN.  A FULL LIST LEAVES
021721*  THE RECORD OFF BOTH REPORTS; IT IS COUNTED AS AN OVERFLOW.
021730*================================================================
021740 2150-NOTE-REPORT-COMPANY.
021750     SET RC-IDX TO 1.
021760     SEARCH WS-REPORT-COMPANY
021770         AT END
021780             DISPLAY "PAYRPT: COMPANY LIST FULL -- COMPANY "
021790                 WS-HISTORY-COMPANY " NOT REPORTED"
021791             ADD 1 TO WS-OVERFLOW-COUNT
021800         WHEN RC-IDX > WS-REPORT-COMPANY-COUNT
021810             ADD 1 TO WS-REPORT-COMPANY-COUNT
021820             MOVE WS-HISTORY-COMPANY TO WS-REPORT-COMPANY (RC-IDX)
021830         WHEN WS-REPORT-COMPANY (RC-IDX) = WS-HISTORY-COMPANY
021840             CONTINUE
021850     END-SEARCH.
021860 2150-EXIT.
021870     EXIT.
021880*================================================================
021890*  2200-ACCUMULATE-EMPLOYEE -- FIND THIS EMPLOYEE UNDER THIS
021900*  COMPANY IN THE WAGE TABLE, ADDING A NEW ENTRY THE FIRST TIME
021910*  THE PAIR IS SEEN, AND ROLL THE RECORD INTO THE ANNUAL
021920*  BUCKETS AND, WHEN THE PERIOD FALLS IN THE REPORT QUARTER,
021930*  THE QUARTER BUCKETS.
022200*================================================================
022300 2200-ACCUMULATE-EMPLOYEE.
022400     SET EW-IDX TO 1.
022500     SEARCH EMPLOYEE-WAGE-ENTRY
022600         AT END
022700             PERFORM 2300-ADD-NEW-EMPLOYEE-ENTRY THRU 2300-EXIT
022710         WHEN EW-COMPANY-CODE (EW-IDX) = WS-HISTORY-COMPANY
022720                 AND EW-EMPLOYEE-ID (EW-IDX) = PH-EMPLOYEE-ID
022900             PERFORM 2400-ROLL-INTO-ENTRY THRU 2400-EXIT
023000     END-SEARCH.
023100 2200-EXIT.
023700     IF WS-EMPLOYEE-TABLE-COUNT < 500
023800         ADD 1 TO WS-EMPLOYEE-TABLE-COUNT
023900         SET EW-IDX TO WS-EMPLOYEE-TABLE-COUNT
023910         MOVE WS-HISTORY-COMPANY TO EW-COMPANY-CODE (EW-IDX)
024000         MOVE PH-EMPLOYEE-ID TO EW-EMPLOYEE-ID (EW-IDX)
024100         MOVE PH-EMPLOYEE-NAME TO EW-EMPLOYEE-NAME (EW-IDX)
024200         MOVE ZERO TO EW-QTR-GROSS (EW-IDX)
025500     ELSE
025600         DISPLAY "EMPLOYEE TABLE FULL -- EMP " PH-EMPLOYEE-ID
025700             " NOT REPORTED"
025701         ADD 1 TO WS-OVERFLOW-COUNT
025800     END-IF.
025900 2300-EXIT.
026000     EXIT.
028100     EXIT.
028200*================================================================
028300*  9000-TERMINATE -- WRITE BOTH REPORTS FROM THE EMPLOYEE WAGE
028400*  TABLE AND CLOSE ALL FILES.  A RECORD LEFT OFF THE REPORTS BY
028401*  A FULL TABLE ENDS THE RUN RC 8.
028500*================================================================
028600 9000-TERMINATE.
028700     PERFORM 9100-WRITE-QUARTERLY-REPORT THRU 9100-EXIT.
029100     CLOSE ANNWAGE-FILE.
029200     DISPLAY "PAYRPT: EMPLOYEES REPORTED "
029210         WS-EMPLOYEE-TABLE-COUNT.
029211     DISPLAY "PAYRPT: TABLE OVERFLOWS "
029212         WS-OVERFLOW-COUNT.
029213     IF WS-OVERFLOW-COUNT NOT = ZERO
029214         MOVE 8 TO RETURN-CODE
029215     END-IF.
029300 9000-EXIT.
029400     EXIT.
029500*================================================================
029510*  9100-WRITE-QUARTERLY-REPORT -- ONE SECTION PER COMPANY.
029800*================================================================
029900 9100-WRITE-QUARTERLY-REPORT.
029905     PERFORM 9120-WRITE-QUARTERLY-SECTION THRU 9120-EXIT
029910         VARYING RC-IDX FROM 1 BY 1
029915         UNTIL RC-IDX > WS-REPORT-COMPANY-COUNT.
029920 9100-EXIT.
029925     EXIT.
029930*================================================================
029935*  9120-WRITE-QUARTERLY-SECTION -- THE COMPANY LINE, THEN ONE
029940*  LINE PER EMPLOYEE WITH ACTIVITY FOR THE COMPANY IN THE
029945*  REPORT QUARTER (AN EMPLOYEE PAID ONLY IN OTHER QUARTERS OF
029950*  THE YEAR IS SKIPPED), THEN THE COMPANY'S CONTROL TOTALS.
029955*================================================================
029960 9120-WRITE-QUARTERLY-SECTION.
029965     MOVE WS-REPORT-COMPANY (RC-IDX) TO WS-SECTION-COMPANY.
029970     PERFORM 9300-BUILD-COMPANY-LINE THRU 9300-EXIT.
029975     WRITE QTRWAGE-LINE FROM WS-WAGE-COMPANY-LINE.
029980     WRITE QTRWAGE-LINE FROM WS-WAGE-COLUMN-LINE.
029985     MOVE ZERO TO WS-QTR-EMPLOYEE-COUNT.
029990     MOVE ZERO TO WS-QTR-GROSS-TOTAL.
029995     MOVE ZERO TO WS-QTR-NET-TOTAL.
030000     PERFORM 9110-WRITE-QUARTERLY-LINE THRU 9110-EXIT
030100         VARYING EW-IDX FROM 1 BY 1
030200         UNTIL EW-IDX > WS-EMPLOYEE-TABLE-COUNT.
030300     MOVE WS-QTR-EMPLOYEE-COUNT TO WG-C-EMPLOYEE-COUNT.
030400     MOVE WS-QTR-GROSS-TOTAL TO WG-C-GROSS-TOTAL.
030500     MOVE WS-QTR-NET-TOTAL TO WG-C-NET-TOTAL.
030501     MOVE WS-OVERFLOW-COUNT TO WG-C-OVERFLOW-COUNT.
030600     WRITE QTRWAGE-LINE FROM WS-WAGE-CONTROL-LINE.
030610 9120-EXIT.
030800     EXIT.
030900*================================================================
031000*  9110-WRITE-QUARTERLY-LINE
031100*================================================================
031200 9110-WRITE-QUARTERLY-LINE.
031202     IF EW-COMPANY-CODE (EW-IDX) NOT = WS-SECTION-COMPANY
031204         GO TO 9110-EXIT
031206     END-IF.
031210     IF EW-QTR-GROSS (EW-IDX) = ZERO
031220             AND EW-QTR-TAXES (EW-IDX) = ZERO
031230             AND EW-QTR-STATE-TAX (EW-IDX) = ZERO
032400 9110-EXIT.
032500     EXIT.
032600*================================================================
032610*  9200-WRITE-ANNUAL-REPORT -- ONE SECTION PER COMPANY.
032900*================================================================
033000 9200-WRITE-ANNUAL-REPORT.
033005     PERFORM 9220-WRITE-ANNUAL-SECTION THRU 9220-EXIT
033010         VARYING RC-IDX FROM 1 BY 1
033015         UNTIL RC-IDX > WS-REPORT-COMPANY-COUNT.
033020 9200-EXIT.
033025     EXIT.
033030*================================================================
033035*  9220-WRITE-ANNUAL-SECTION -- THE COMPANY LINE, ONE
033040*  EARNINGS-STATEMENT LINE PER EMPLOYEE THE COMPANY PAID IN THE
033045*  REPORT YEAR, THEN THE COMPANY'S CONTROL TOTALS.
033050*================================================================
033055 9220-WRITE-ANNUAL-SECTION.
033060     MOVE WS-REPORT-COMPANY (RC-IDX) TO WS-SECTION-COMPANY.
033065     PERFORM 9300-BUILD-COMPANY-LINE THRU 9300-EXIT.
033070     WRITE ANNWAGE-LINE FROM WS-WAGE-COMPANY-LINE.
033075     WRITE ANNWAGE-LINE FROM WS-WAGE-COLUMN-LINE.
033080     MOVE ZERO TO WS-ANN-EMPLOYEE-COUNT.
033085     MOVE ZERO TO WS-ANN-GROSS-TOTAL.
033090     MOVE ZERO TO WS-ANN-NET-TOTAL.
033100     PERFORM 9210-WRITE-ANNUAL-LINE THRU 9210-EXIT
033200         VARYING EW-IDX FROM 1 BY 1
033300         UNTIL EW-IDX > WS-EMPLOYEE-TABLE-COUNT.
033310     MOVE WS-ANN-EMPLOYEE-COUNT TO WG-C-EMPLOYEE-COUNT.
033500     MOVE WS-ANN-GROSS-TOTAL TO WG-C-GROSS-TOTAL.
033600     MOVE WS-ANN-NET-TOTAL TO WG-C-NET-TOTAL.
033601     MOVE WS-OVERFLOW-COUNT TO WG-C-OVERFLOW-COUNT.
033700     WRITE ANNWAGE-LINE FROM WS-WAGE-CONTROL-LINE.
033710 9220-EXIT.
033900     EXIT.
034000*================================================================
034100*  9210-WRITE-ANNUAL-LINE
034200*================================================================
034300 9210-WRITE-ANNUAL-LINE.
034310     IF EW-COMPANY-CODE (EW-IDX) NOT = WS-SECTION-COMPANY
034320         GO TO 9210-EXIT
034330     END-IF.
034340     ADD 1 TO WS-ANN-EMPLOYEE-COUNT.
034400     MOVE EW-EMPLOYEE-ID (EW-IDX) TO WG-D-EMPLOYEE-ID.
034500     MOVE EW-EMPLOYEE-NAME (EW-IDX) TO WG-D-EMPLOYEE-NAME.
034600     MOVE EW-ANN-GROSS (EW-IDX) TO WG-D-GROSS.
035400     ADD EW-ANN-NET (EW-IDX) TO WS-ANN-NET-TOTAL.
035500 9210-EXIT.
035600     EXIT.
035700*================================================================
035800*  9300-BUILD-COMPANY-LINE -- NAME AND FEIN FOR THE SECTION'S
035900*  COMPANY, PRINTED AS NN-NNNNNNN.
036000*================================================================
036100 9300-BUILD-COMPANY-LINE.
036200     MOVE WS-SECTION-COMPANY TO WC-COMPANY-CODE.
036300     MOVE SPACES TO WC-COMPANY-NAME.
036400     MOVE ZERO TO WS-FEIN-WORK.
036500     SET CT-IDX TO 1.
036600     SEARCH COMPANY-ENTRY
036700         AT END
036800             CONTINUE
036900         WHEN CT-IDX > WS-COMPANY-COUNT
037000             CONTINUE
037100         WHEN CT-COMPANY-CODE (CT-IDX) = WS-SECTION-COMPANY
037200             MOVE CT-COMPANY-NAME (CT-IDX) TO WC-COMPANY-NAME
037300             MOVE CT-FEIN (CT-IDX) TO WS-FEIN-WORK
037400     END-SEARCH.
037500     MOVE WS-FEIN-WORK-X (1:2) TO WC-FEIN-PREFIX.
037600     MOVE WS-FEIN-WORK-X (3:7) TO WC-FEIN-SUFFIX.
037700 9300-EXIT.
037800     EXIT.
