000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYACCR.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  MONTH-END WAGE ACCRUAL -- WORKS
001100*                   OUT THE UNPAID DAYS PER PAY FREQUENCY FROM
001200*                   THE PAY CALENDAR, ESTIMATES EACH
001300*                   DEPARTMENT'S ACCRUED GROSS AND EMPLOYER
001400*                   FICA FROM THE LAST PERIOD PAID, AND WRITES
001500*                   THE ACCRUAL AND ITS REVERSAL IN THE GLEXTR
001600*                   LAYOUT WITH A TYING REPORT.
001610*  10/15/2026 MHC   THE ACCRUAL IS BOOKED BY COMPANY AND
001620*                   DEPARTMENT -- THE EMPLOYEE'S COMPANY FROM THE
001630*                   MASTER (BLANK = 01) -- AND EACH ENTRY CARRIES
001640*                   THE COMPANY CODE AND ITS GL COMPANY SEGMENT
001650*                   FROM THE OPTIONAL COMPANY.DAT.
001700*================================================================
001800*
001900*  GLEXTR.DAT BOOKS PAYROLL EXPENSE ON THE PAY PERIOD END DATE,
002000*  SO THE DAYS WORKED BETWEEN THE LAST PERIOD PAID AND THE END
002100*  OF THE MONTH ARE NOT EXPENSED UNTIL THE NEXT MONTH.  THIS
002200*  PROGRAM ACCRUES THEM.
002300*
002400*  FOR EACH PAY FREQUENCY THE PAY CALENDAR GIVES THE LAST
002500*  CLOSED (PAID) PERIOD ENDING ON OR BEFORE THE MONTH END AND
002600*  THE LENGTH OF THE PERIOD THAT FOLLOWS IT; THE DAYS FROM THAT
002700*  PERIOD END TO THE MONTH END ARE UNPAID.  EVERY EMPLOYEE STILL
002800*  ON THE PAYROLL AT MONTH END IS MATCHED TO A FREQUENCY BY
002900*  FINDING THEIR LAST PAID PERIOD END DATES ON THE CALENDAR,
003000*  AND ACCRUES THE GROSS AND EMPLOYER SOCIAL SECURITY AND
003100*  MEDICARE OF THAT LAST PERIOD, PRORATED BY UNPAID DAYS OVER
003200*  PERIOD DAYS.  ONLY ORDINARY AND PAID-LEAVE EARNINGS ARE
003300*  TAKEN -- SUPPLEMENTAL PAY DOES NOT RECUR AND IS NOT ACCRUED.
003400*  THE ESTIMATE IS SPREAD ACROSS THE EMPLOYEE'S STANDING
003500*  LABDIST.DAT SPLITS EXACTLY AS PAYROLL POSTS IT, ELSE BOOKED
003600*  WHOLE TO THE DEPARTMENT ON THE LAST REGULAR HISTORY RECORD.
003700*
003800*  THE ENTRIES GO TO GLACCR.DAT IN THE GLEXTR LAYOUT -- DEBIT
003900*  PAYROLL AND EMPLOYER FICA EXPENSE, CREDIT ACCRUED WAGES AND
004000*  FICA PAYABLE -- DATED THE MONTH END, WITH THE MIRROR-IMAGE
004100*  REVERSAL DATED THE FIRST OF THE NEXT MONTH.  THEY ARE KEPT
004200*  OFF GLEXTR.DAT SO THE PAYROLL RUN'S BALANCING PROOF IN
004300*  PAYBAL IS NOT DISTURBED.  PAYACCR.RPT SHOWS THE DAYS BY
004310*  FREQUENCY AND THE ACCRUAL BY COMPANY AND DEPARTMENT -- EACH
004320*  COMPANY'S ENTRIES BALANCE ON THEIR OWN -- AND ITS CONTROL
004500*  LINE TIES TO THE DEBITS AND CREDITS WRITTEN.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-COMPATIBLE.
005000 OBJECT-COMPUTER.    IBM-COMPATIBLE.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EM-EMPLOYEE-ID
005700         FILE STATUS IS WS-EMPMAST-STATUS.
005800     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PH-HISTORY-KEY
006200         FILE STATUS IS WS-PAYHIST-STATUS.
006300     SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PAYCAL-STATUS.
006600     SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO "LABDIST.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LABDIST-STATUS.
006900     SELECT OPTIONAL ACCRUAL-PARM-FILE ASSIGN TO "PAYACCR.PRM"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200     SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR.DAT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "PAYACCR.RPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007510     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
007520         ORGANIZATION IS LINE SEQUENTIAL
007530         FILE STATUS IS WS-COMPANY-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  EMPLOYEE-MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY EMPMAST.
008300*
008400 FD  PAY-HISTORY-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY PAYHIST.
008700*
008800 FD  PAY-CALENDAR-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY PAYCAL.
009100*
009200 FD  LABOR-DIST-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY LABDIST.
009500*
009600 FD  ACCRUAL-PARM-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY ACCRPRM.
009900*
010000 FD  GL-ACCRUAL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY GLEXTR.
010300*
010400 FD  ACCRUAL-REPORT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  ACCRUAL-REPORT-LINE          PIC X(132).
010610*
010620 FD  COMPANY-FILE
010630     LABEL RECORDS ARE STANDARD.
010640 COPY COMPCTL.
010700
010800 WORKING-STORAGE SECTION.
010900*
011000*----------------------------------------------------------------
011100*  ACCRUAL REPORT LINE LAYOUTS
011200*----------------------------------------------------------------
011300 COPY ACCRRPT.
011310*
011320*----------------------------------------------------------------
011330*  COMPANY CONTROL TABLE
011340*----------------------------------------------------------------
011350 COPY COMPTABL.
011400*
011500*----------------------------------------------------------------
011600*  RUN SWITCHES
011700*----------------------------------------------------------------
011800 01  WS-SWITCHES.
011900     05  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
012000         88  WS-END-OF-FILE                   VALUE "Y".
012100     05  WS-HISTORY-DONE-SWITCH   PIC X(01)   VALUE "N".
012200         88  WS-HISTORY-DONE                  VALUE "Y".
012300     05  WS-CALENDAR-EOF-SWITCH   PIC X(01)   VALUE "N".
012400         88  WS-END-OF-CALENDAR               VALUE "Y".
012500     05  WS-LABDIST-EOF-SWITCH    PIC X(01)   VALUE "N".
012600         88  WS-END-OF-LABDIST                VALUE "Y".
012700     05  WS-PERIOD-REGULAR-SWITCH PIC X(01)   VALUE "N".
012800         88  WS-PERIOD-HAS-REGULAR            VALUE "Y".
012900     05  WS-CAL-FOUND-SWITCH      PIC X(01)   VALUE "N".
013000         88  WS-CAL-DATE-FOUND                VALUE "Y".
013100     05  WS-EMPMAST-STATUS        PIC X(02)   VALUE "00".
013200         88  WS-EMPMAST-FOUND                 VALUE "00".
013300     05  WS-PAYHIST-STATUS        PIC X(02)   VALUE "00".
013400         88  WS-PAYHIST-FOUND                 VALUE "00".
013500     05  WS-PAYCAL-STATUS         PIC X(02)   VALUE "00".
013600         88  WS-PAYCAL-FOUND                  VALUE "00".
013700     05  WS-LABDIST-STATUS        PIC X(02)   VALUE "00".
013800         88  WS-LABDIST-FOUND                 VALUE "00".
013900     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
014000         88  WS-PARM-FOUND                    VALUE "00".
014010     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
014020         88  WS-COMPANY-FOUND                 VALUE "00".
014030     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
014040         88  WS-END-OF-COMPANIES              VALUE "Y".
014100     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
014200         88  WS-RUN-REFUSED                   VALUE "Y".
014300*
014400*----------------------------------------------------------------
014500*  RUN DATE, THE MONTH END BOOKED, THE REVERSAL DATE AND THE
014600*  EARLIEST HISTORY DATE THE LAST-PERIOD SCAN LOOKS AT
014700*----------------------------------------------------------------
014800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
014900 01  WS-MONTH-END-DATE            PIC 9(08)   VALUE ZERO.
015000 01  WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-DATE.
015100     05  WS-ME-YEAR               PIC 9(04).
015200     05  WS-ME-MONTH              PIC 9(02).
015300     05  WS-ME-DAY                PIC 9(02).
015400 01  WS-REVERSAL-DATE             PIC 9(08)   VALUE ZERO.
015500 01  WS-REVERSAL-SPLIT REDEFINES WS-REVERSAL-DATE.
015600     05  WS-RV-YEAR               PIC 9(04).
015700     05  WS-RV-MONTH              PIC 9(02).
015800     05  WS-RV-DAY                PIC 9(02).
015900 01  WS-HISTORY-START-DATE        PIC 9(08)   VALUE ZERO.
016000 01  WS-MONTH-END-SERIAL          PIC 9(07)   VALUE ZERO.
016100*
016200*----------------------------------------------------------------
016300*  DAY-SERIAL WORK FIELDS -- SERIAL DIFFERENCES ARE EXACT DAY
016400*  COUNTS (SAME ARITHMETIC AS PAYDEPST AND CHKRECON)
016500*----------------------------------------------------------------
016600 01  WS-DATE-WORK.
016700     05  WS-DW-DATE               PIC 9(08)   VALUE ZERO.
016800     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
016900         10  WS-DW-YEAR           PIC 9(04).
017000         10  WS-DW-MONTH          PIC 9(02).
017100         10  WS-DW-DAY            PIC 9(02).
017200 01  WS-SERIAL-FIELDS.
017300     05  WS-SER-YEAR              PIC 9(05)   VALUE ZERO.
017400     05  WS-SER-MONTH             PIC 9(02)   VALUE ZERO.
017500     05  WS-SER-TERM-4            PIC 9(05)   VALUE ZERO.
017600     05  WS-SER-TERM-100          PIC 9(05)   VALUE ZERO.
017700     05  WS-SER-TERM-400          PIC 9(05)   VALUE ZERO.
017800     05  WS-SER-TERM-MONTH        PIC 9(05)   VALUE ZERO.
017900     05  WS-SERIAL                PIC 9(07)   VALUE ZERO.
018000     05  WS-BASE-SERIAL           PIC 9(07)   VALUE ZERO.
018100 01  WS-LEAP-FIELDS.
018200     05  WS-MONTH-LENGTH          PIC 9(02)   VALUE ZERO.
018300     05  WS-LEAP-REMAINDER        PIC 9(03)   VALUE ZERO.
018400     05  WS-LEAP-QUOTIENT         PIC 9(04)   VALUE ZERO.
018500 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
018600     "312831303130313130313031".
018700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
018800     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
018900*
019000*----------------------------------------------------------------
019100*  PAY-CALENDAR TABLE, LOADED FROM PAYCAL.DAT AT INITIALIZE
019200*----------------------------------------------------------------
019300 01  WS-CALENDAR-TABLE-COUNT      PIC 9(03)   VALUE ZERO.
019400 01  WS-CALENDAR-SUB              PIC 9(03)   VALUE ZERO.
019500 01  WS-CAL-WANTED-CODE           PIC X(01)   VALUE SPACE.
019600 01  WS-CAL-WANTED-DATE           PIC 9(08)   VALUE ZERO.
019700 01  WS-CALENDAR-TABLE.
019800     05  WS-CALENDAR-ENTRY OCCURS 200 TIMES INDEXED BY CL-IDX.
019900         10  WS-CAL-FREQUENCY-CODE  PIC X(01).
020000         10  WS-CAL-PERIOD-END-DATE PIC 9(08).
020100         10  WS-CAL-STATUS-CODE     PIC X(01).
020200             88  WS-CAL-PERIOD-OPEN       VALUE "O".
020300             88  WS-CAL-PERIOD-CLOSED     VALUE "C".
020400*
020500*----------------------------------------------------------------
020600*  PAY FREQUENCIES -- CODE AND NOMINAL PERIOD LENGTH, USED WHEN
020700*  THE CALENDAR CANNOT GIVE THE LENGTH ITSELF -- AND WHAT THE
020800*  CALENDAR SAYS ABOUT EACH AT THIS MONTH END
020900*----------------------------------------------------------------
021000 01  WS-FREQ-VALUES               PIC X(16)   VALUE
021100     "W007B014S015M030".
021200 01  WS-FREQ-DEFAULTS REDEFINES WS-FREQ-VALUES.
021300     05  WS-FREQ-DEFAULT OCCURS 4 TIMES.
021400         10  WS-FREQ-DEFAULT-CODE PIC X(01).
021500         10  WS-FREQ-DEFAULT-DAYS PIC 9(03).
021600 01  WS-FREQ-SUB                  PIC 9(01)   VALUE ZERO.
021700 01  WS-FREQ-TABLE.
021800     05  WS-FREQ-ENTRY OCCURS 4 TIMES.
021900         10  WS-FQ-CODE           PIC X(01).
022000         10  WS-FQ-LAST-PAID-DATE PIC 9(08).
022100         10  WS-FQ-NEXT-DATE      PIC 9(08).
022200         10  WS-FQ-PRIOR-DATE     PIC 9(08).
022300         10  WS-FQ-PERIOD-DAYS    PIC 9(03).
022400         10  WS-FQ-UNPAID-DAYS    PIC 9(03).
022500         10  WS-FQ-EMPLOYEE-COUNT PIC 9(05).
022600         10  WS-FQ-GROSS-TOTAL    PIC S9(09)V99.
022700*
022800*----------------------------------------------------------------
022900*  LABOR DISTRIBUTION -- THE STANDING SPLIT TABLE LOADED FROM
023000*  LABDIST.DAT (SORTED BY EMPLOYEE; A SET NOT SUMMING TO 100.00
023100*  PERCENT IS MARKED DROPPED, AS IN PAYROLL)
023200*----------------------------------------------------------------
023300 01  WS-SPLIT-TABLE-COUNT         PIC 9(03)   VALUE ZERO.
023400 01  WS-SPLIT-SUB                 PIC 9(03)   VALUE ZERO.
023500 01  WS-SPLIT-SCAN-SUB            PIC 9(03)   VALUE ZERO.
023600 01  WS-SPLIT-MATCH-COUNT         PIC 9(03)   VALUE ZERO.
023700 01  WS-SPLITS-DONE               PIC 9(03)   VALUE ZERO.
023800 01  WS-SPLIT-TABLE.
023900     05  WS-SPLIT-ENTRY OCCURS 200 TIMES INDEXED BY SP-IDX.
024000         10  WS-SPLIT-EMPLOYEE-ID PIC X(06).
024100         10  WS-SPLIT-DEPT-CODE   PIC X(04).
024200         10  WS-SPLIT-PERCENT     PIC 9(03)V9(02).
024300         10  WS-SPLIT-STATUS-CODE PIC X(01).
024400             88  WS-SPLIT-USABLE          VALUE "Y".
024500             88  WS-SPLIT-DROPPED         VALUE "X".
024600 01  WS-SPLIT-CHECK-FIELDS.
024700     05  WS-SPLIT-PCT-TOTAL       PIC 9(04)V9(02) VALUE ZERO.
024800     05  WS-SPLIT-FIRST-SUB       PIC 9(03)   VALUE ZERO.
024900     05  WS-SPLIT-EMPLOYEE-HOLD   PIC X(06)   VALUE SPACES.
025000*
025100*----------------------------------------------------------------
025200*  ONE EMPLOYEE'S LAST PAID PERIOD, THE PERIOD BEING SUMMED,
025300*  AND THE FREQUENCY MATCH
025400*----------------------------------------------------------------
025500 01  WS-EMPLOYEE-FIELDS.
025600     05  WS-EMP-LAST-DATE         PIC 9(08)   VALUE ZERO.
025700     05  WS-EMP-PRIOR-DATE        PIC 9(08)   VALUE ZERO.
025800     05  WS-EMP-LAST-DEPT         PIC X(04)   VALUE SPACES.
025900     05  WS-EMP-LAST-GROSS        PIC S9(07)V99 VALUE ZERO.
026000     05  WS-EMP-LAST-SS-TAX       PIC S9(07)V99 VALUE ZERO.
026100     05  WS-EMP-LAST-MEDICARE-TAX PIC S9(07)V99 VALUE ZERO.
026200     05  WS-PER-DATE              PIC 9(08)   VALUE ZERO.
026300     05  WS-PER-DEPT              PIC X(04)   VALUE SPACES.
026400     05  WS-PER-GROSS             PIC S9(07)V99 VALUE ZERO.
026500     05  WS-PER-SS-TAX            PIC S9(07)V99 VALUE ZERO.
026600     05  WS-PER-MEDICARE-TAX      PIC S9(07)V99 VALUE ZERO.
026700     05  WS-EMP-FREQ-SUB          PIC 9(01)   VALUE ZERO.
026800     05  WS-BEST-SCORE            PIC 9(01)   VALUE ZERO.
026900     05  WS-THIS-SCORE            PIC 9(01)   VALUE ZERO.
027000     05  WS-GAP-DAYS              PIC S9(05)  VALUE ZERO.
027100     05  WS-FROM-DATE             PIC 9(08)   VALUE ZERO.
027200     05  WS-UNPAID-DAYS           PIC S9(05)  VALUE ZERO.
027300*
027400*----------------------------------------------------------------
027500*  THE EMPLOYEE'S ACCRUAL, ITS RUNNING REMAINDERS FOR THE SPLIT
027600*  POSTING, AND THE AMOUNTS BOOKED TO ONE DEPARTMENT
027700*----------------------------------------------------------------
027800 01  WS-ACCRUAL-FIELDS.
027900     05  WS-ACCR-GROSS            PIC S9(07)V99 VALUE ZERO.
028000     05  WS-ACCR-SS-TAX           PIC S9(07)V99 VALUE ZERO.
028100     05  WS-ACCR-MEDICARE-TAX     PIC S9(07)V99 VALUE ZERO.
028200     05  WS-REM-GROSS             PIC S9(07)V99 VALUE ZERO.
028300     05  WS-REM-SS-TAX            PIC S9(07)V99 VALUE ZERO.
028400     05  WS-REM-MEDICARE-TAX      PIC S9(07)V99 VALUE ZERO.
028410     05  WS-POST-COMPANY-CODE     PIC X(02)   VALUE SPACES.
028500     05  WS-POST-DEPT-CODE        PIC X(04)   VALUE SPACES.
028600     05  WS-POST-GROSS            PIC S9(07)V99 VALUE ZERO.
028700     05  WS-POST-SS-TAX           PIC S9(07)V99 VALUE ZERO.
028800     05  WS-POST-MEDICARE-TAX     PIC S9(07)V99 VALUE ZERO.
028900*
029000*----------------------------------------------------------------
029010*  DEPARTMENT ACCRUAL TABLE -- ONE ENTRY PER COMPANY AND
029020*  DEPARTMENT
029200*----------------------------------------------------------------
029300 01  WS-DEPT-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
029400 01  WS-ACCRUAL-DEPT-TABLE.
029410     05  WS-ACCRUAL-DEPT-ENTRY OCCURS 99 TIMES INDEXED BY AD-IDX.
029420         10  WS-AD-COMPANY-CODE   PIC X(02).
029600         10  WS-AD-DEPT-CODE      PIC X(04).
029700         10  WS-AD-EMPLOYEE-COUNT PIC 9(05).
029800         10  WS-AD-GROSS          PIC S9(09)V99.
029900         10  WS-AD-SS-TAX         PIC S9(09)V99.
030000         10  WS-AD-MEDICARE-TAX   PIC S9(09)V99.
030100*
030200*----------------------------------------------------------------
030300*  GL ENTRY WORK FIELDS AND THE DEBIT/CREDIT PROOF TOTALS
030400*----------------------------------------------------------------
030500 01  WS-GL-WORK-FIELDS.
030600     05  WS-GL-DATE               PIC 9(08)   VALUE ZERO.
030700     05  WS-GL-ACCOUNT            PIC X(08)   VALUE SPACES.
030800     05  WS-GL-SIDE               PIC X(01)   VALUE SPACE.
030900     05  WS-GL-AMOUNT             PIC S9(09)V99 VALUE ZERO.
031000     05  WS-GL-DESC               PIC X(30)   VALUE SPACES.
031010     05  WS-GL-COMPANY-SEGMENT    PIC X(04)   VALUE SPACES.
031100     05  WS-GL-ENTRY-KIND         PIC X(01)   VALUE SPACE.
031200         88  WS-GL-ACCRUAL-ENTRY              VALUE "A".
031300         88  WS-GL-REVERSAL-ENTRY             VALUE "R".
031400 01  WS-GL-TOTALS.
031500     05  WS-GL-ENTRY-COUNT        PIC 9(05)   VALUE ZERO.
031600     05  WS-ACCRUAL-DEBITS        PIC S9(09)V99 VALUE ZERO.
031700     05  WS-ACCRUAL-CREDITS       PIC S9(09)V99 VALUE ZERO.
031800     05  WS-REVERSAL-DEBITS       PIC S9(09)V99 VALUE ZERO.
031900     05  WS-REVERSAL-CREDITS      PIC S9(09)V99 VALUE ZERO.
032000*
032100*----------------------------------------------------------------
032200*  REPORT TOTALS AND RUN CONTROL COUNTS
032300*----------------------------------------------------------------
032400 01  WS-REPORT-TOTALS.
032500     05  WS-TOTAL-EMPLOYEES       PIC 9(05)   VALUE ZERO.
032600     05  WS-TOTAL-GROSS           PIC S9(09)V99 VALUE ZERO.
032700     05  WS-TOTAL-SS-TAX          PIC S9(09)V99 VALUE ZERO.
032800     05  WS-TOTAL-MEDICARE-TAX    PIC S9(09)V99 VALUE ZERO.
032900     05  WS-DEPT-FICA             PIC S9(09)V99 VALUE ZERO.
033000 01  WS-CONTROL-COUNTS.
033100     05  WS-MASTER-COUNT          PIC 9(07)   VALUE ZERO.
033200     05  WS-ACCRUED-COUNT         PIC 9(07)   VALUE ZERO.
033300     05  WS-SKIPPED-COUNT         PIC 9(07)   VALUE ZERO.
033301     05  WS-DROPPED-COUNT         PIC 9(07)   VALUE ZERO.
033400
033500 PROCEDURE DIVISION.
033600*================================================================
033700*  0000-MAINLINE
033800*================================================================
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034100     IF NOT WS-RUN-REFUSED
034200         PERFORM 2000-ACCRUE-ONE-MASTER THRU 2000-EXIT
034300             UNTIL WS-END-OF-FILE
034400         PERFORM 9000-TERMINATE THRU 9000-EXIT
034500     END-IF.
034600     GOBACK.
034700 0000-EXIT.
034800     EXIT.
034900*================================================================
034910*  1000-INITIALIZE -- SETTLE THE MONTH END, LOAD THE CALENDAR,
034920*  THE LABOR SPLITS AND THE COMPANIES, WORK OUT THE UNPAID DAYS
034930*  PER FREQUENCY, OPEN THE FILES AND POSITION THE MASTER WALK.
035300*================================================================
035400 1000-INITIALIZE.
035500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035600     PERFORM 1100-READ-ACCRUAL-PARM THRU 1100-EXIT.
035700     PERFORM 1200-SET-MONTH-END THRU 1200-EXIT.
035800     IF WS-RUN-REFUSED
035900         GO TO 1000-EXIT
036000     END-IF.
036100     PERFORM 1300-LOAD-PAY-CALENDAR THRU 1300-EXIT.
036200     IF WS-RUN-REFUSED
036300         GO TO 1000-EXIT
036400     END-IF.
036500     PERFORM 1400-LOAD-LABOR-SPLITS THRU 1400-EXIT.
036510     PERFORM 1600-LOAD-COMPANIES THRU 1600-EXIT.
036600     PERFORM 1500-SET-FREQUENCY-PERIOD THRU 1500-EXIT
036700         VARYING WS-FREQ-SUB FROM 1 BY 1
036800         UNTIL WS-FREQ-SUB > 4.
036900     OPEN INPUT EMPLOYEE-MASTER-FILE.
037000     IF NOT WS-EMPMAST-FOUND
037100         DISPLAY "PAYACCR: EMPLOYEE MASTER NOT FOUND - "
037200             "NOTHING TO ACCRUE"
037300         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
037400         MOVE 8 TO RETURN-CODE
037500         GO TO 1000-EXIT
037600     END-IF.
037700     OPEN INPUT PAY-HISTORY-FILE.
037800     IF NOT WS-PAYHIST-FOUND
037900         DISPLAY "PAYACCR: PAYROLL HISTORY NOT FOUND - "
038000             "NOTHING TO ACCRUE"
038100         CLOSE EMPLOYEE-MASTER-FILE
038200         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
038300         MOVE 8 TO RETURN-CODE
038400         GO TO 1000-EXIT
038500     END-IF.
038600     OPEN OUTPUT GL-ACCRUAL-FILE.
038700     OPEN OUTPUT ACCRUAL-REPORT-FILE.
038800     MOVE WS-RUN-DATE TO AC-H-RUN-DATE.
038900     MOVE WS-MONTH-END-DATE TO AC-H-MONTH-END-DATE.
039000     MOVE WS-REVERSAL-DATE TO AC-H-REVERSAL-DATE.
039100     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-HEADING-LINE.
039200     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
039300     START EMPLOYEE-MASTER-FILE
039400         KEY IS NOT LESS THAN EM-EMPLOYEE-ID
039500         INVALID KEY
039600             MOVE "Y" TO WS-EOF-SWITCH
039700     END-START.
039800 1000-EXIT.
039900     EXIT.
040000*================================================================
040100*  1100-READ-ACCRUAL-PARM -- THE OPTIONAL PARAMETER FILE NAMES
040200*  THE MONTH END TO BOOK.
040300*================================================================
040400 1100-READ-ACCRUAL-PARM.
040500     OPEN INPUT ACCRUAL-PARM-FILE.
040600     IF WS-PARM-FOUND
040700         READ ACCRUAL-PARM-FILE INTO ACCRUAL-PARM-RECORD
040800             AT END
040900                 CONTINUE
041000         END-READ
041100         IF AP-MONTH-END-DATE NUMERIC
041200             MOVE AP-MONTH-END-DATE TO WS-MONTH-END-DATE
041300         END-IF
041400     END-IF.
041500*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
041600*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
041700     CLOSE ACCRUAL-PARM-FILE.
041800 1100-EXIT.
041900     EXIT.
042000*================================================================
042100*  1200-SET-MONTH-END -- NO DATE ON THE PARAMETER FILE MEANS THE
042200*  LAST DAY OF THE MONTH BEFORE THE RUN DATE.  A DATE GIVEN MUST
042300*  BE A TRUE MONTH END.  THE REVERSAL FALLS ON THE FIRST OF THE
042400*  FOLLOWING MONTH; THE LAST-PERIOD SCAN STARTS A YEAR BACK.
042500*================================================================
042600 1200-SET-MONTH-END.
042700     IF WS-MONTH-END-DATE = ZERO
042800         MOVE WS-RUN-DATE TO WS-MONTH-END-DATE
042900         IF WS-ME-MONTH = 1
043000             MOVE 12 TO WS-ME-MONTH
043100             SUBTRACT 1 FROM WS-ME-YEAR
043200         ELSE
043300             SUBTRACT 1 FROM WS-ME-MONTH
043400         END-IF
043500         PERFORM 8100-SET-MONTH-LENGTH THRU 8100-EXIT
043600         MOVE WS-MONTH-LENGTH TO WS-ME-DAY
043700     END-IF.
043800     IF WS-ME-MONTH < 1 OR WS-ME-MONTH > 12
043900         DISPLAY "PAYACCR: MONTH END " WS-MONTH-END-DATE
044000             " IS NOT A VALID DATE - RUN TERMINATED"
044100         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
044200         MOVE 8 TO RETURN-CODE
044300         GO TO 1200-EXIT
044400     END-IF.
044500     PERFORM 8100-SET-MONTH-LENGTH THRU 8100-EXIT.
044600     IF WS-ME-DAY NOT = WS-MONTH-LENGTH
044700         DISPLAY "PAYACCR: " WS-MONTH-END-DATE
044800             " IS NOT A MONTH END - RUN TERMINATED"
044900         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
045000         MOVE 8 TO RETURN-CODE
045100         GO TO 1200-EXIT
045200     END-IF.
045300     MOVE WS-MONTH-END-DATE TO WS-REVERSAL-DATE.
045400     IF WS-RV-MONTH = 12
045500         MOVE 1 TO WS-RV-MONTH
045600         ADD 1 TO WS-RV-YEAR
045700     ELSE
045800         ADD 1 TO WS-RV-MONTH
045900     END-IF.
046000     MOVE 1 TO WS-RV-DAY.
046100     COMPUTE WS-HISTORY-START-DATE =
046200         (WS-ME-YEAR - 1) * 10000 + 0101.
046300     MOVE WS-MONTH-END-DATE TO WS-DW-DATE.
046400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
046500     MOVE WS-SERIAL TO WS-MONTH-END-SERIAL.
046600 1200-EXIT.
046700     EXIT.
046800*================================================================
046900*  1300-LOAD-PAY-CALENDAR -- LOAD PAYCAL.DAT INTO THE CALENDAR
047000*  TABLE.  WITHOUT THE CALENDAR THERE ARE NO PERIOD BOUNDARIES
047100*  TO COUNT UNPAID DAYS FROM, SO A MISSING FILE STOPS THE RUN.
047200*================================================================
047300 1300-LOAD-PAY-CALENDAR.
047400     MOVE SPACES TO WS-CALENDAR-TABLE.
047500     OPEN INPUT PAY-CALENDAR-FILE.
047600     IF NOT WS-PAYCAL-FOUND
047700         DISPLAY "PAYACCR: PAY CALENDAR NOT FOUND - "
047800             "RUN TERMINATED"
047900         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
048000         MOVE 8 TO RETURN-CODE
048100     ELSE
048200         PERFORM 1310-LOAD-ONE-CALENDAR-ENTRY THRU 1310-EXIT
048300             UNTIL WS-END-OF-CALENDAR
048400     END-IF.
048500*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
048600*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
048700     CLOSE PAY-CALENDAR-FILE.
048800 1300-EXIT.
048900     EXIT.
049000*================================================================
049100*  1310-LOAD-ONE-CALENDAR-ENTRY
049200*================================================================
049300 1310-LOAD-ONE-CALENDAR-ENTRY.
049400     READ PAY-CALENDAR-FILE
049500         AT END
049600             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
049700         NOT AT END
049800             IF WS-CALENDAR-TABLE-COUNT < 200
049900                 ADD 1 TO WS-CALENDAR-TABLE-COUNT
050000                 SET CL-IDX TO WS-CALENDAR-TABLE-COUNT
050100                 MOVE CAL-FREQUENCY-CODE
050200                     TO WS-CAL-FREQUENCY-CODE (CL-IDX)
050300                 MOVE CAL-PERIOD-END-DATE
050400                     TO WS-CAL-PERIOD-END-DATE (CL-IDX)
050500                 MOVE CAL-STATUS-CODE
050600                     TO WS-CAL-STATUS-CODE (CL-IDX)
050700             ELSE
050800                 DISPLAY "PAYACCR: PAY CALENDAR TABLE FULL -- "
050900                     "PERIOD " CAL-PERIOD-END-DATE " NOT LOADED"
051000             END-IF
051100     END-READ.
051200 1310-EXIT.
051300     EXIT.
051400*================================================================
051500*  1400-LOAD-LABOR-SPLITS -- LOAD THE STANDING PERCENT-SPLIT
051600*  SETS FROM THE OPTIONAL LABDIST.DAT AND DROP ANY SET THAT
051700*  DOES NOT PROVE TO 100.00 PERCENT, EXACTLY AS PAYROLL DOES, SO
051800*  THE ACCRUAL LANDS IN THE SAME DEPARTMENTS AS THE PAY WILL.
051900*================================================================
052000 1400-LOAD-LABOR-SPLITS.
052100     OPEN INPUT LABOR-DIST-FILE.
052200     IF WS-LABDIST-FOUND
052300         PERFORM 1410-LOAD-ONE-SPLIT THRU 1410-EXIT
052400             UNTIL WS-END-OF-LABDIST
052500     END-IF.
052600     CLOSE LABOR-DIST-FILE.
052700     MOVE 1 TO WS-SPLIT-SUB.
052800     PERFORM 1420-VERIFY-ONE-SET THRU 1420-EXIT
052900         UNTIL WS-SPLIT-SUB > WS-SPLIT-TABLE-COUNT.
053000 1400-EXIT.
053100     EXIT.
053200*================================================================
053300*  1410-LOAD-ONE-SPLIT
053400*================================================================
053500 1410-LOAD-ONE-SPLIT.
053600     READ LABOR-DIST-FILE
053700         AT END
053800             MOVE "Y" TO WS-LABDIST-EOF-SWITCH
053900         NOT AT END
054000             IF WS-SPLIT-TABLE-COUNT < 200
054100                 ADD 1 TO WS-SPLIT-TABLE-COUNT
054200                 SET SP-IDX TO WS-SPLIT-TABLE-COUNT
054300                 MOVE LD-EMPLOYEE-ID
054400                     TO WS-SPLIT-EMPLOYEE-ID (SP-IDX)
054500                 MOVE LD-DEPT-CODE
054600                     TO WS-SPLIT-DEPT-CODE (SP-IDX)
054700                 MOVE LD-PERCENT TO WS-SPLIT-PERCENT (SP-IDX)
054800                 MOVE "Y" TO WS-SPLIT-STATUS-CODE (SP-IDX)
054900             ELSE
055000                 DISPLAY "PAYACCR: LABOR SPLIT TABLE FULL -- "
055100                     "EMP " LD-EMPLOYEE-ID " ENTRY NOT LOADED"
055200             END-IF
055300     END-READ.
055400 1410-EXIT.
055500     EXIT.
055600*================================================================
055700*  1420-VERIFY-ONE-SET -- SUM ONE EMPLOYEE'S RUN OF ENTRIES
055800*  AND DROP THE WHOLE SET WHEN IT DOES NOT PROVE TO 100.00.
055900*================================================================
056000 1420-VERIFY-ONE-SET.
056100     MOVE WS-SPLIT-EMPLOYEE-ID (WS-SPLIT-SUB)
056200         TO WS-SPLIT-EMPLOYEE-HOLD.
056300     MOVE WS-SPLIT-SUB TO WS-SPLIT-FIRST-SUB.
056400     MOVE ZERO TO WS-SPLIT-PCT-TOTAL.
056500     PERFORM 1430-SUM-ONE-SPLIT THRU 1430-EXIT
056600         UNTIL WS-SPLIT-SUB > WS-SPLIT-TABLE-COUNT
056700            OR WS-SPLIT-EMPLOYEE-ID (WS-SPLIT-SUB)
056800                NOT = WS-SPLIT-EMPLOYEE-HOLD.
056900     IF WS-SPLIT-PCT-TOTAL NOT = 100.00
057000         DISPLAY "PAYACCR: LABOR SPLITS FOR EMP "
057100             WS-SPLIT-EMPLOYEE-HOLD " SUM TO "
057200             WS-SPLIT-PCT-TOTAL " - SET DROPPED"
057300         PERFORM 1440-DROP-ONE-SPLIT THRU 1440-EXIT
057400             VARYING WS-SPLIT-SCAN-SUB
057500             FROM WS-SPLIT-FIRST-SUB BY 1
057600             UNTIL WS-SPLIT-SCAN-SUB >= WS-SPLIT-SUB
057700     END-IF.
057800 1420-EXIT.
057900     EXIT.
058000*================================================================
058100*  1430-SUM-ONE-SPLIT
058200*================================================================
058300 1430-SUM-ONE-SPLIT.
058400     ADD WS-SPLIT-PERCENT (WS-SPLIT-SUB)
058500         TO WS-SPLIT-PCT-TOTAL.
058600     ADD 1 TO WS-SPLIT-SUB.
058700 1430-EXIT.
058800     EXIT.
058900*================================================================
059000*  1440-DROP-ONE-SPLIT
059100*================================================================
059200 1440-DROP-ONE-SPLIT.
059300     MOVE "X" TO WS-SPLIT-STATUS-CODE (WS-SPLIT-SCAN-SUB).
059400 1440-EXIT.
059500     EXIT.
059600*================================================================
059700*  1500-SET-FREQUENCY-PERIOD -- FOR ONE PAY FREQUENCY, FIND THE
059800*  LAST CLOSED PERIOD ENDING ON OR BEFORE THE MONTH END AND THE
059900*  CALENDAR PERIODS EITHER SIDE OF IT.  THE PERIOD LENGTH IS
060000*  THE GAP TO THE NEXT PERIOD END (ELSE FROM THE ONE BEFORE,
060100*  ELSE THE NOMINAL LENGTH); THE UNPAID DAYS RUN FROM THE LAST
060200*  PAID PERIOD END TO THE MONTH END.
060300*================================================================
060400 1500-SET-FREQUENCY-PERIOD.
060500     MOVE WS-FREQ-DEFAULT-CODE (WS-FREQ-SUB)
060600         TO WS-FQ-CODE (WS-FREQ-SUB).
060700     MOVE ZERO TO WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB).
060800     MOVE ZERO TO WS-FQ-NEXT-DATE (WS-FREQ-SUB).
060900     MOVE ZERO TO WS-FQ-PRIOR-DATE (WS-FREQ-SUB).
061000     MOVE ZERO TO WS-FQ-UNPAID-DAYS (WS-FREQ-SUB).
061100     MOVE ZERO TO WS-FQ-EMPLOYEE-COUNT (WS-FREQ-SUB).
061200     MOVE ZERO TO WS-FQ-GROSS-TOTAL (WS-FREQ-SUB).
061300     MOVE WS-FREQ-DEFAULT-DAYS (WS-FREQ-SUB)
061400         TO WS-FQ-PERIOD-DAYS (WS-FREQ-SUB).
061500     PERFORM 1510-TEST-LAST-PAID THRU 1510-EXIT
061600         VARYING WS-CALENDAR-SUB FROM 1 BY 1
061700         UNTIL WS-CALENDAR-SUB > WS-CALENDAR-TABLE-COUNT.
061800     IF WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB) = ZERO
061900         GO TO 1500-EXIT
062000     END-IF.
062100     PERFORM 1520-TEST-NEIGHBOURS THRU 1520-EXIT
062200         VARYING WS-CALENDAR-SUB FROM 1 BY 1
062300         UNTIL WS-CALENDAR-SUB > WS-CALENDAR-TABLE-COUNT.
062400     MOVE WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB) TO WS-DW-DATE.
062500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
062600     COMPUTE WS-FQ-UNPAID-DAYS (WS-FREQ-SUB) =
062700         WS-MONTH-END-SERIAL - WS-SERIAL.
062800     IF WS-FQ-NEXT-DATE (WS-FREQ-SUB) NOT = ZERO
062900         MOVE WS-FQ-NEXT-DATE (WS-FREQ-SUB) TO WS-DW-DATE
063000         MOVE WS-SERIAL TO WS-BASE-SERIAL
063100         PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
063200         COMPUTE WS-FQ-PERIOD-DAYS (WS-FREQ-SUB) =
063300             WS-SERIAL - WS-BASE-SERIAL
063400     ELSE
063500         IF WS-FQ-PRIOR-DATE (WS-FREQ-SUB) NOT = ZERO
063600             MOVE WS-SERIAL TO WS-BASE-SERIAL
063700             MOVE WS-FQ-PRIOR-DATE (WS-FREQ-SUB) TO WS-DW-DATE
063800             PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
063900             COMPUTE WS-FQ-PERIOD-DAYS (WS-FREQ-SUB) =
064000                 WS-BASE-SERIAL - WS-SERIAL
064100         END-IF
064200     END-IF.
064300 1500-EXIT.
064400     EXIT.
064500*================================================================
064600*  1510-TEST-LAST-PAID
064700*================================================================
064800 1510-TEST-LAST-PAID.
064900     IF WS-CAL-FREQUENCY-CODE (WS-CALENDAR-SUB)
065000             = WS-FQ-CODE (WS-FREQ-SUB)
065100         AND WS-CAL-PERIOD-CLOSED (WS-CALENDAR-SUB)
065200         AND WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
065300             NOT > WS-MONTH-END-DATE
065400         AND WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
065500             > WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB)
065600         MOVE WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
065700             TO WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB)
065800     END-IF.
065900 1510-EXIT.
066000     EXIT.
066100*================================================================
066200*  1520-TEST-NEIGHBOURS -- THE EARLIEST PERIOD END AFTER THE
066300*  LAST ONE PAID, AND THE LATEST BEFORE IT.
066400*================================================================
066500 1520-TEST-NEIGHBOURS.
066600     IF WS-CAL-FREQUENCY-CODE (WS-CALENDAR-SUB)
066700             NOT = WS-FQ-CODE (WS-FREQ-SUB)
066800         GO TO 1520-EXIT
066900     END-IF.
067000     IF WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
067100             > WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB)
067200         IF WS-FQ-NEXT-DATE (WS-FREQ-SUB) = ZERO
067300             OR WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
067400                 < WS-FQ-NEXT-DATE (WS-FREQ-SUB)
067500             MOVE WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
067600                 TO WS-FQ-NEXT-DATE (WS-FREQ-SUB)
067700         END-IF
067800     END-IF.
067900     IF WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
068000             < WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB)
068100         AND WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
068200             > WS-FQ-PRIOR-DATE (WS-FREQ-SUB)
068300         MOVE WS-CAL-PERIOD-END-DATE (WS-CALENDAR-SUB)
068400             TO WS-FQ-PRIOR-DATE (WS-FREQ-SUB)
068500     END-IF.
068600 1520-EXIT.
068700     EXIT.
068800*================================================================
068802*  1600-LOAD-COMPANIES -- GL COMPANY SEGMENTS FROM THE OPTIONAL
068804*  COMPANY.DAT.  AN ABSENT FILE LEAVES THE SEGMENT BLANK ON
068806*  EVERY ENTRY, AS BEFORE.
068808*================================================================
068810 1600-LOAD-COMPANIES.
068812     OPEN INPUT COMPANY-FILE.
068814     IF WS-COMPANY-FOUND
068816         PERFORM 1610-LOAD-ONE-COMPANY THRU 1610-EXIT
068818             UNTIL WS-END-OF-COMPANIES
068820     END-IF.
068822*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
068824*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
068826     CLOSE COMPANY-FILE.
068828 1600-EXIT.
068830     EXIT.
068832*================================================================
068834*  1610-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01.
068836*================================================================
068838 1610-LOAD-ONE-COMPANY.
068840     READ COMPANY-FILE
068842         AT END
068844             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
068846         NOT AT END
068848             IF CO-COMPANY-CODE = SPACES
068850                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
068852             END-IF
068854             SET CT-IDX TO 1
068856             SEARCH COMPANY-ENTRY
068858                 AT END
068860                     DISPLAY "PAYACCR: COMPANY TABLE FULL -- "
068862                         "COMPANY " CO-COMPANY-CODE " NO SEGMENT"
068864                 WHEN CT-IDX > WS-COMPANY-COUNT
068866                     ADD 1 TO WS-COMPANY-COUNT
068868                     MOVE CO-COMPANY-CODE
068870                         TO CT-COMPANY-CODE (CT-IDX)
068872                     MOVE CO-GL-COMPANY-SEGMENT
068874                         TO CT-GL-COMPANY-SEGMENT (CT-IDX)
068876                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
068878                     MOVE CO-GL-COMPANY-SEGMENT
068880                         TO CT-GL-COMPANY-SEGMENT (CT-IDX)
068882             END-SEARCH
068884     END-READ.
068886 1610-EXIT.
068888     EXIT.
068890*================================================================
068900*  2000-ACCRUE-ONE-MASTER -- READ THE NEXT MASTER.  AN EMPLOYEE
069000*  TERMINATED ON OR BEFORE THE MONTH END IS NOT ACCRUED; ANYONE
069100*  ELSE WITH A PAID PERIOD ON HISTORY AND A FREQUENCY ACCRUES
069200*  THE UNPAID DAYS OF THAT PERIOD'S PAY.
069300*================================================================
069400 2000-ACCRUE-ONE-MASTER.
069500     READ EMPLOYEE-MASTER-FILE NEXT RECORD
069600         AT END
069700             MOVE "Y" TO WS-EOF-SWITCH
069800     END-READ.
069900     IF WS-END-OF-FILE
070000         GO TO 2000-EXIT
070100     END-IF.
070200     ADD 1 TO WS-MASTER-COUNT.
070300     IF EM-INACTIVE
070400         AND EM-TERMINATION-DATE NOT > WS-MONTH-END-DATE
070500         GO TO 2000-EXIT
070600     END-IF.
070700     PERFORM 2100-FIND-LAST-PAID-PERIOD THRU 2100-EXIT.
070800     IF WS-EMP-LAST-DATE = ZERO
070900         GO TO 2000-EXIT
071000     END-IF.
071100     PERFORM 2200-SET-EMPLOYEE-FREQUENCY THRU 2200-EXIT.
071200     IF WS-EMP-FREQ-SUB = ZERO
071300         DISPLAY "PAYACCR: NO PAY FREQUENCY FOUND FOR EMP "
071400             EM-EMPLOYEE-ID " - NOT ACCRUED"
071500         ADD 1 TO WS-SKIPPED-COUNT
071600         GO TO 2000-EXIT
071700     END-IF.
071800     PERFORM 2300-COMPUTE-ACCRUAL THRU 2300-EXIT.
071900     IF WS-ACCR-GROSS NOT > ZERO
072000         GO TO 2000-EXIT
072100     END-IF.
072200     ADD 1 TO WS-ACCRUED-COUNT.
072300     ADD 1 TO WS-FQ-EMPLOYEE-COUNT (WS-EMP-FREQ-SUB).
072400     ADD WS-ACCR-GROSS TO WS-FQ-GROSS-TOTAL (WS-EMP-FREQ-SUB).
072410     MOVE EM-COMPANY-CODE TO WS-POST-COMPANY-CODE.
072420     IF WS-POST-COMPANY-CODE = SPACES
072430         MOVE WS-HOME-COMPANY-CODE TO WS-POST-COMPANY-CODE
072440     END-IF.
072500     PERFORM 2400-DISTRIBUTE-ACCRUAL THRU 2400-EXIT.
072600 2000-EXIT.
072700     EXIT.
072800*================================================================
072900*  2100-FIND-LAST-PAID-PERIOD -- WALK THE EMPLOYEE'S HISTORY
073000*  FROM A YEAR BEFORE THE MONTH END UP TO IT, SUMMING EACH
073100*  PERIOD'S ORDINARY AND PAID-LEAVE RECORDS (VOIDS AND
073200*  ADJUSTMENTS NET IN).  THE LAST PERIOD WITH A REGULAR PAYMENT
073300*  AND A GROSS STILL STANDING IS THE ONE THE ESTIMATE USES; THE
073400*  ONE BEFORE IT HELPS PLACE THE EMPLOYEE'S FREQUENCY.
073500*================================================================
073600 2100-FIND-LAST-PAID-PERIOD.
073700     INITIALIZE WS-EMPLOYEE-FIELDS.
073800     MOVE "N" TO WS-HISTORY-DONE-SWITCH.
073900     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
074000     MOVE WS-HISTORY-START-DATE TO PH-PAY-PERIOD-END-DATE.
074100     MOVE ZERO TO PH-SEQUENCE-NBR.
074200     START PAY-HISTORY-FILE
074300         KEY IS NOT LESS THAN PH-HISTORY-KEY
074400         INVALID KEY
074500             MOVE "Y" TO WS-HISTORY-DONE-SWITCH
074600     END-START.
074700     PERFORM 2110-ADD-ONE-HISTORY-RECORD THRU 2110-EXIT
074800         UNTIL WS-HISTORY-DONE.
074900     PERFORM 2150-CLOSE-PERIOD THRU 2150-EXIT.
075000 2100-EXIT.
075100     EXIT.
075200*================================================================
075300*  2110-ADD-ONE-HISTORY-RECORD
075400*================================================================
075500 2110-ADD-ONE-HISTORY-RECORD.
075600     READ PAY-HISTORY-FILE NEXT RECORD
075700         AT END
075800             MOVE "Y" TO WS-HISTORY-DONE-SWITCH
075900     END-READ.
076000     IF WS-HISTORY-DONE
076100         GO TO 2110-EXIT
076200     END-IF.
076300     IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
076400         OR PH-PAY-PERIOD-END-DATE > WS-MONTH-END-DATE
076500         MOVE "Y" TO WS-HISTORY-DONE-SWITCH
076600         GO TO 2110-EXIT
076700     END-IF.
076800     IF NOT (PH-EARN-ORDINARY OR PH-EARN-VACATION
076900             OR PH-EARN-SICK)
077000         GO TO 2110-EXIT
077100     END-IF.
077200     IF PH-PAY-PERIOD-END-DATE NOT = WS-PER-DATE
077300         PERFORM 2150-CLOSE-PERIOD THRU 2150-EXIT
077400         MOVE PH-PAY-PERIOD-END-DATE TO WS-PER-DATE
077500         MOVE SPACES TO WS-PER-DEPT
077600         MOVE ZERO TO WS-PER-GROSS
077700         MOVE ZERO TO WS-PER-SS-TAX
077800         MOVE ZERO TO WS-PER-MEDICARE-TAX
077900         MOVE "N" TO WS-PERIOD-REGULAR-SWITCH
078000     END-IF.
078100     ADD PH-GROSS-PAY TO WS-PER-GROSS.
078200     ADD PH-SS-TAX TO WS-PER-SS-TAX.
078300     ADD PH-MEDICARE-TAX TO WS-PER-MEDICARE-TAX.
078400     IF PH-TYPE-REGULAR
078500         MOVE "Y" TO WS-PERIOD-REGULAR-SWITCH
078600         MOVE PH-DEPT-CODE TO WS-PER-DEPT
078700     END-IF.
078800 2110-EXIT.
078900     EXIT.
079000*================================================================
079100*  2150-CLOSE-PERIOD -- A FINISHED PERIOD WITH A REGULAR
079200*  PAYMENT STILL STANDING BECOMES THE EMPLOYEE'S LAST PAID.
079300*================================================================
079400 2150-CLOSE-PERIOD.
079500     IF WS-PER-DATE = ZERO
079600         OR NOT WS-PERIOD-HAS-REGULAR
079700         OR WS-PER-GROSS NOT > ZERO
079800         GO TO 2150-EXIT
079900     END-IF.
080000     MOVE WS-EMP-LAST-DATE TO WS-EMP-PRIOR-DATE.
080100     MOVE WS-PER-DATE TO WS-EMP-LAST-DATE.
080200     MOVE WS-PER-DEPT TO WS-EMP-LAST-DEPT.
080300     MOVE WS-PER-GROSS TO WS-EMP-LAST-GROSS.
080400     MOVE WS-PER-SS-TAX TO WS-EMP-LAST-SS-TAX.
080500     MOVE WS-PER-MEDICARE-TAX TO WS-EMP-LAST-MEDICARE-TAX.
080600 2150-EXIT.
080700     EXIT.
080800*================================================================
080900*  2200-SET-EMPLOYEE-FREQUENCY -- THE MASTER CARRIES NO PAY
081000*  FREQUENCY, SO THE EMPLOYEE'S LAST TWO PAID PERIOD ENDS ARE
081100*  LOOKED UP ON EACH FREQUENCY'S CALENDAR; THE FREQUENCY
081200*  HOLDING BOTH BEATS ONE HOLDING ONLY THE LAST.  NEITHER FOUND,
081300*  THE GAP BETWEEN THE TWO DATES DECIDES.
081400*================================================================
081500 2200-SET-EMPLOYEE-FREQUENCY.
081600     MOVE ZERO TO WS-EMP-FREQ-SUB.
081700     MOVE ZERO TO WS-BEST-SCORE.
081800     PERFORM 2210-SCORE-ONE-FREQUENCY THRU 2210-EXIT
081900         VARYING WS-FREQ-SUB FROM 1 BY 1
082000         UNTIL WS-FREQ-SUB > 4.
082100     IF WS-EMP-FREQ-SUB NOT = ZERO
082200         OR WS-EMP-PRIOR-DATE = ZERO
082300         GO TO 2200-EXIT
082400     END-IF.
082500     MOVE WS-EMP-PRIOR-DATE TO WS-DW-DATE.
082600     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
082700     MOVE WS-SERIAL TO WS-BASE-SERIAL.
082800     MOVE WS-EMP-LAST-DATE TO WS-DW-DATE.
082900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
083000     COMPUTE WS-GAP-DAYS = WS-SERIAL - WS-BASE-SERIAL.
083100     EVALUATE TRUE
083200         WHEN WS-GAP-DAYS NOT > 10
083300             MOVE 1 TO WS-EMP-FREQ-SUB
083400         WHEN WS-GAP-DAYS NOT > 14
083500             MOVE 2 TO WS-EMP-FREQ-SUB
083600         WHEN WS-GAP-DAYS NOT > 20
083700             MOVE 3 TO WS-EMP-FREQ-SUB
083800         WHEN OTHER
083900             MOVE 4 TO WS-EMP-FREQ-SUB
084000     END-EVALUATE.
084100 2200-EXIT.
084200     EXIT.
084300*================================================================
084400*  2210-SCORE-ONE-FREQUENCY
084500*================================================================
084600 2210-SCORE-ONE-FREQUENCY.
084700     MOVE ZERO TO WS-THIS-SCORE.
084800     MOVE WS-FQ-CODE (WS-FREQ-SUB) TO WS-CAL-WANTED-CODE.
084900     MOVE WS-EMP-LAST-DATE TO WS-CAL-WANTED-DATE.
085000     PERFORM 2220-FIND-ON-CALENDAR THRU 2220-EXIT.
085100     IF NOT WS-CAL-DATE-FOUND
085200         GO TO 2210-EXIT
085300     END-IF.
085400     MOVE 1 TO WS-THIS-SCORE.
085500     IF WS-EMP-PRIOR-DATE NOT = ZERO
085600         MOVE WS-EMP-PRIOR-DATE TO WS-CAL-WANTED-DATE
085700         PERFORM 2220-FIND-ON-CALENDAR THRU 2220-EXIT
085800         IF WS-CAL-DATE-FOUND
085900             MOVE 2 TO WS-THIS-SCORE
086000         END-IF
086100     END-IF.
086200     IF WS-THIS-SCORE > WS-BEST-SCORE
086300         MOVE WS-THIS-SCORE TO WS-BEST-SCORE
086400         MOVE WS-FREQ-SUB TO WS-EMP-FREQ-SUB
086500     END-IF.
086600 2210-EXIT.
086700     EXIT.
086800*================================================================
086900*  2220-FIND-ON-CALENDAR -- IS WS-CAL-WANTED-DATE A PERIOD END
087000*  FOR FREQUENCY WS-CAL-WANTED-CODE?
087100*================================================================
087200 2220-FIND-ON-CALENDAR.
087300     MOVE "N" TO WS-CAL-FOUND-SWITCH.
087400     SET CL-IDX TO 1.
087500     SEARCH WS-CALENDAR-ENTRY
087600         AT END
087700             CONTINUE
087800         WHEN CL-IDX > WS-CALENDAR-TABLE-COUNT
087900             CONTINUE
088000         WHEN WS-CAL-FREQUENCY-CODE (CL-IDX) = WS-CAL-WANTED-CODE
088100             AND WS-CAL-PERIOD-END-DATE (CL-IDX)
088200                 = WS-CAL-WANTED-DATE
088300             MOVE "Y" TO WS-CAL-FOUND-SWITCH
088400     END-SEARCH.
088500 2220-EXIT.
088600     EXIT.
088700*================================================================
088800*  2300-COMPUTE-ACCRUAL -- THE UNPAID DAYS RUN FROM THE LATER
088900*  OF THE FREQUENCY'S LAST PAID PERIOD END AND THE EMPLOYEE'S
089000*  OWN, TO THE MONTH END.  THE LAST PERIOD'S GROSS AND FICA ARE
089100*  PRORATED BY THOSE DAYS OVER THE PERIOD LENGTH.
089200*================================================================
089300 2300-COMPUTE-ACCRUAL.
089400     MOVE ZERO TO WS-ACCR-GROSS.
089500     MOVE ZERO TO WS-ACCR-SS-TAX.
089600     MOVE ZERO TO WS-ACCR-MEDICARE-TAX.
089700     MOVE WS-EMP-LAST-DATE TO WS-FROM-DATE.
089800     IF WS-FQ-LAST-PAID-DATE (WS-EMP-FREQ-SUB) > WS-FROM-DATE
089900         MOVE WS-FQ-LAST-PAID-DATE (WS-EMP-FREQ-SUB)
090000             TO WS-FROM-DATE
090100     END-IF.
090200     MOVE WS-FROM-DATE TO WS-DW-DATE.
090300     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
090400     COMPUTE WS-UNPAID-DAYS = WS-MONTH-END-SERIAL - WS-SERIAL.
090500     IF WS-UNPAID-DAYS NOT > ZERO
090600         OR WS-FQ-PERIOD-DAYS (WS-EMP-FREQ-SUB) = ZERO
090700         GO TO 2300-EXIT
090800     END-IF.
090900     COMPUTE WS-ACCR-GROSS ROUNDED =
091000         WS-EMP-LAST-GROSS * WS-UNPAID-DAYS
091100         / WS-FQ-PERIOD-DAYS (WS-EMP-FREQ-SUB).
091200     COMPUTE WS-ACCR-SS-TAX ROUNDED =
091300         WS-EMP-LAST-SS-TAX * WS-UNPAID-DAYS
091400         / WS-FQ-PERIOD-DAYS (WS-EMP-FREQ-SUB).
091500     COMPUTE WS-ACCR-MEDICARE-TAX ROUNDED =
091600         WS-EMP-LAST-MEDICARE-TAX * WS-UNPAID-DAYS
091700         / WS-FQ-PERIOD-DAYS (WS-EMP-FREQ-SUB).
091800 2300-EXIT.
091900     EXIT.
092000*================================================================
092100*  2400-DISTRIBUTE-ACCRUAL -- AN EMPLOYEE WITH USABLE STANDING
092200*  SPLITS HAS THE ACCRUAL PRORATED ACROSS THE NAMED COST
092300*  CENTERS, THE LAST SPLIT TAKING THE ROUNDING REMAINDER;
092400*  ANYONE ELSE BOOKS WHOLE TO THE LAST REGULAR DEPARTMENT.
092500*================================================================
092600 2400-DISTRIBUTE-ACCRUAL.
092700     MOVE ZERO TO WS-SPLIT-MATCH-COUNT.
092800     PERFORM 2410-TEST-ONE-SPLIT THRU 2410-EXIT
092900         VARYING WS-SPLIT-SUB FROM 1 BY 1
093000         UNTIL WS-SPLIT-SUB > WS-SPLIT-TABLE-COUNT.
093100     IF WS-SPLIT-MATCH-COUNT = ZERO
093200         MOVE WS-EMP-LAST-DEPT TO WS-POST-DEPT-CODE
093300         MOVE WS-ACCR-GROSS TO WS-POST-GROSS
093400         MOVE WS-ACCR-SS-TAX TO WS-POST-SS-TAX
093500         MOVE WS-ACCR-MEDICARE-TAX TO WS-POST-MEDICARE-TAX
093600         PERFORM 2450-POST-DEPT-AMOUNTS THRU 2450-EXIT
093700     ELSE
093800         MOVE WS-ACCR-GROSS TO WS-REM-GROSS
093900         MOVE WS-ACCR-SS-TAX TO WS-REM-SS-TAX
094000         MOVE WS-ACCR-MEDICARE-TAX TO WS-REM-MEDICARE-TAX
094100         MOVE ZERO TO WS-SPLITS-DONE
094200         PERFORM 2420-DISTRIBUTE-ONE-SPLIT THRU 2420-EXIT
094300             VARYING WS-SPLIT-SUB FROM 1 BY 1
094400             UNTIL WS-SPLIT-SUB > WS-SPLIT-TABLE-COUNT
094500     END-IF.
094600 2400-EXIT.
094700     EXIT.
094800*================================================================
094900*  2410-TEST-ONE-SPLIT
095000*================================================================
095100 2410-TEST-ONE-SPLIT.
095200     IF WS-SPLIT-EMPLOYEE-ID (WS-SPLIT-SUB) = EM-EMPLOYEE-ID
095300             AND WS-SPLIT-USABLE (WS-SPLIT-SUB)
095400         ADD 1 TO WS-SPLIT-MATCH-COUNT
095500     END-IF.
095600 2410-EXIT.
095700     EXIT.
095800*================================================================
095900*  2420-DISTRIBUTE-ONE-SPLIT -- EVERY SHARE BUT THE LAST IS THE
096000*  ROUNDED PERCENTAGE OF THE FULL AMOUNT; THE LAST TAKES WHAT
096100*  REMAINS, SO THE SHARES SUM TO THE ACCRUAL CENT FOR CENT.
096200*================================================================
096300 2420-DISTRIBUTE-ONE-SPLIT.
096400     IF WS-SPLIT-EMPLOYEE-ID (WS-SPLIT-SUB)
096500             NOT = EM-EMPLOYEE-ID
096600         OR NOT WS-SPLIT-USABLE (WS-SPLIT-SUB)
096700         GO TO 2420-EXIT
096800     END-IF.
096900     ADD 1 TO WS-SPLITS-DONE.
097000     MOVE WS-SPLIT-DEPT-CODE (WS-SPLIT-SUB)
097100         TO WS-POST-DEPT-CODE.
097200     IF WS-SPLITS-DONE = WS-SPLIT-MATCH-COUNT
097300         MOVE WS-REM-GROSS TO WS-POST-GROSS
097400         MOVE WS-REM-SS-TAX TO WS-POST-SS-TAX
097500         MOVE WS-REM-MEDICARE-TAX TO WS-POST-MEDICARE-TAX
097600     ELSE
097700         COMPUTE WS-POST-GROSS ROUNDED = WS-ACCR-GROSS
097800             * WS-SPLIT-PERCENT (WS-SPLIT-SUB) / 100
097900         COMPUTE WS-POST-SS-TAX ROUNDED = WS-ACCR-SS-TAX
098000             * WS-SPLIT-PERCENT (WS-SPLIT-SUB) / 100
098100         COMPUTE WS-POST-MEDICARE-TAX ROUNDED
098200             = WS-ACCR-MEDICARE-TAX
098300             * WS-SPLIT-PERCENT (WS-SPLIT-SUB) / 100
098400         SUBTRACT WS-POST-GROSS FROM WS-REM-GROSS
098500         SUBTRACT WS-POST-SS-TAX FROM WS-REM-SS-TAX
098600         SUBTRACT WS-POST-MEDICARE-TAX
098700             FROM WS-REM-MEDICARE-TAX
098800     END-IF.
098900     PERFORM 2450-POST-DEPT-AMOUNTS THRU 2450-EXIT.
099000 2420-EXIT.
099100     EXIT.
099200*================================================================
099300*  2450-POST-DEPT-AMOUNTS -- BOOK THE WS-POST AMOUNTS INTO THE
099310*  COMPANY AND DEPARTMENT NAMED IN WS-POST-COMPANY-CODE AND
099320*  WS-POST-DEPT-CODE, ADDING A NEW TABLE ENTRY THE FIRST TIME
099330*  THE PAIR IS SEEN.
099600*================================================================
099700 2450-POST-DEPT-AMOUNTS.
099800     SET AD-IDX TO 1.
099900     SEARCH WS-ACCRUAL-DEPT-ENTRY
100000         AT END
100100             PERFORM 2460-ADD-NEW-DEPT-ENTRY THRU 2460-EXIT
100200         WHEN AD-IDX > WS-DEPT-TABLE-COUNT
100300             PERFORM 2460-ADD-NEW-DEPT-ENTRY THRU 2460-EXIT
100310         WHEN WS-AD-COMPANY-CODE (AD-IDX) = WS-POST-COMPANY-CODE
100320                 AND WS-AD-DEPT-CODE (AD-IDX) = WS-POST-DEPT-CODE
100500             ADD 1 TO WS-AD-EMPLOYEE-COUNT (AD-IDX)
100600             ADD WS-POST-GROSS TO WS-AD-GROSS (AD-IDX)
100700             ADD WS-POST-SS-TAX TO WS-AD-SS-TAX (AD-IDX)
100800             ADD WS-POST-MEDICARE-TAX
100900                 TO WS-AD-MEDICARE-TAX (AD-IDX)
101000     END-SEARCH.
101100 2450-EXIT.
101200     EXIT.
101300*================================================================
101400*  2460-ADD-NEW-DEPT-ENTRY -- A FULL TABLE DROPS THE POSTING,
101401*  WHICH IS COUNTED SO THE RUN ENDS RC 8.
101500*================================================================
101600 2460-ADD-NEW-DEPT-ENTRY.
101610     IF WS-DEPT-TABLE-COUNT < 99
101800         ADD 1 TO WS-DEPT-TABLE-COUNT
101900         SET AD-IDX TO WS-DEPT-TABLE-COUNT
101910         MOVE WS-POST-COMPANY-CODE TO WS-AD-COMPANY-CODE (AD-IDX)
102000         MOVE WS-POST-DEPT-CODE TO WS-AD-DEPT-CODE (AD-IDX)
102100         MOVE 1 TO WS-AD-EMPLOYEE-COUNT (AD-IDX)
102200         MOVE WS-POST-GROSS TO WS-AD-GROSS (AD-IDX)
102300         MOVE WS-POST-SS-TAX TO WS-AD-SS-TAX (AD-IDX)
102400         MOVE WS-POST-MEDICARE-TAX
102500             TO WS-AD-MEDICARE-TAX (AD-IDX)
102600     ELSE
102700         DISPLAY "PAYACCR: DEPARTMENT TABLE FULL -- DEPT "
102710             WS-POST-DEPT-CODE " COMPANY " WS-POST-COMPANY-CODE
102720             " NOT ACCRUED"
102721         ADD 1 TO WS-DROPPED-COUNT
102900     END-IF.
103000 2460-EXIT.
103100     EXIT.
103200*================================================================
103300*  8000-DATE-TO-SERIAL -- DAY SERIAL OF WS-DW-DATE, AS IN
103400*  PAYDEPST: JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
103500*  THE PRIOR YEAR AND THE TERMS ARE BUILT WITH TRUNCATING
103600*  DIVIDES, SO SERIAL DIFFERENCES ARE EXACT DAY COUNTS.
103700*================================================================
103800 8000-DATE-TO-SERIAL.
103900     MOVE WS-DW-YEAR TO WS-SER-YEAR.
104000     MOVE WS-DW-MONTH TO WS-SER-MONTH.
104100     IF WS-SER-MONTH < 3
104200         ADD 12 TO WS-SER-MONTH
104300         SUBTRACT 1 FROM WS-SER-YEAR
104400     END-IF.
104500     DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-TERM-4.
104600     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-TERM-100.
104700     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-TERM-400.
104800     COMPUTE WS-SER-TERM-MONTH =
104900         (153 * WS-SER-MONTH + 8) / 5.
105000     COMPUTE WS-SERIAL =
105100         365 * WS-SER-YEAR + WS-SER-TERM-4
105200         - WS-SER-TERM-100 + WS-SER-TERM-400
105300         + WS-SER-TERM-MONTH + WS-DW-DAY.
105400 8000-EXIT.
105500     EXIT.
105600*================================================================
105700*  8100-SET-MONTH-LENGTH -- DAYS IN THE MONTH OF THE MONTH-END
105800*  DATE, GIVING FEBRUARY ITS LEAP DAY.
105900*================================================================
106000 8100-SET-MONTH-LENGTH.
106100     MOVE WS-MONTH-DAYS (WS-ME-MONTH) TO WS-MONTH-LENGTH.
106200     IF WS-ME-MONTH = 2
106300         DIVIDE WS-ME-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
106400             REMAINDER WS-LEAP-REMAINDER
106500         IF WS-LEAP-REMAINDER = ZERO
106600             DIVIDE WS-ME-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
106700                 REMAINDER WS-LEAP-REMAINDER
106800             IF WS-LEAP-REMAINDER NOT = ZERO
106900                 MOVE 29 TO WS-MONTH-LENGTH
107000             ELSE
107100                 DIVIDE WS-ME-YEAR BY 400
107200                     GIVING WS-LEAP-QUOTIENT
107300                     REMAINDER WS-LEAP-REMAINDER
107400                 IF WS-LEAP-REMAINDER = ZERO
107500                     MOVE 29 TO WS-MONTH-LENGTH
107600                 END-IF
107700             END-IF
107800         END-IF
107900     END-IF.
108000 8100-EXIT.
108100     EXIT.
108200*================================================================
108300*  9000-TERMINATE -- FREQUENCY AND DEPARTMENT SECTIONS OF THE
108400*  REPORT, THE GL ENTRIES PER DEPARTMENT, THE TOTAL AND CONTROL
108500*  LINES, AND THE FILE CLOSES.  A DROPPED POSTING ENDS THE RUN
108501*  RC 8.
108600*================================================================
108700 9000-TERMINATE.
108800     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-FREQ-COLUMN-LINE.
108900     PERFORM 9100-WRITE-FREQUENCY-LINE THRU 9100-EXIT
109000         VARYING WS-FREQ-SUB FROM 1 BY 1
109100         UNTIL WS-FREQ-SUB > 4.
109200     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-DEPT-COLUMN-LINE.
109300     PERFORM 9200-ACCRUE-ONE-DEPARTMENT THRU 9200-EXIT
109400         VARYING AD-IDX FROM 1 BY 1
109500         UNTIL AD-IDX > WS-DEPT-TABLE-COUNT.
109600     MOVE WS-TOTAL-EMPLOYEES TO AC-T-EMPLOYEE-COUNT.
109700     MOVE WS-TOTAL-GROSS TO AC-T-GROSS.
109800     MOVE WS-TOTAL-SS-TAX TO AC-T-SS-TAX.
109900     MOVE WS-TOTAL-MEDICARE-TAX TO AC-T-MEDICARE-TAX.
110000     COMPUTE AC-T-FICA = WS-TOTAL-SS-TAX + WS-TOTAL-MEDICARE-TAX.
110100     COMPUTE AC-T-TOTAL = WS-TOTAL-GROSS + WS-TOTAL-SS-TAX
110200         + WS-TOTAL-MEDICARE-TAX.
110300     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-TOTAL-LINE.
110400     MOVE WS-GL-ENTRY-COUNT TO AC-C-ENTRY-COUNT.
110500     MOVE WS-ACCRUAL-DEBITS TO AC-C-ACCRUAL-DEBITS.
110600     MOVE WS-ACCRUAL-CREDITS TO AC-C-ACCRUAL-CREDITS.
110700     MOVE WS-REVERSAL-DEBITS TO AC-C-REVERSAL-DEBITS.
110800     MOVE WS-REVERSAL-CREDITS TO AC-C-REVERSAL-CREDITS.
110900     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-CONTROL-LINE.
111000     MOVE WS-ACCRUED-COUNT TO AC-C-ACCRUED-COUNT.
111100     MOVE WS-SKIPPED-COUNT TO AC-C-SKIPPED-COUNT.
111101     MOVE WS-DROPPED-COUNT TO AC-C-DROPPED-COUNT.
111200     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-CONTROL-LINE-2.
111300     CLOSE EMPLOYEE-MASTER-FILE.
111400     CLOSE PAY-HISTORY-FILE.
111500     CLOSE GL-ACCRUAL-FILE.
111600     CLOSE ACCRUAL-REPORT-FILE.
111700     DISPLAY "PAYACCR: MONTH END " WS-MONTH-END-DATE
111800         " ACCRUED, REVERSING " WS-REVERSAL-DATE.
111900     DISPLAY "PAYACCR: EMPLOYEES ACCRUED " WS-ACCRUED-COUNT.
112000     DISPLAY "PAYACCR: EMPLOYEES NOT ACCRUED " WS-SKIPPED-COUNT.
112100     DISPLAY "PAYACCR: GL ENTRIES WRITTEN " WS-GL-ENTRY-COUNT.
112101     DISPLAY "PAYACCR: POSTINGS DROPPED " WS-DROPPED-COUNT.
112102     IF WS-DROPPED-COUNT NOT = ZERO
112103         MOVE 8 TO RETURN-CODE
112104     END-IF.
112200 9000-EXIT.
112300     EXIT.
112400*================================================================
112500*  9100-WRITE-FREQUENCY-LINE -- A FREQUENCY WITH NO CLOSED
112600*  PERIOD ON OR BEFORE THE MONTH END COUNTS ITS UNPAID DAYS
112700*  FROM EACH EMPLOYEE'S OWN LAST PAID PERIOD.
112800*================================================================
112900 9100-WRITE-FREQUENCY-LINE.
113000     MOVE WS-FQ-CODE (WS-FREQ-SUB) TO AC-F-FREQUENCY-CODE.
113100     MOVE WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB)
113200         TO AC-F-LAST-PAID-DATE.
113300     MOVE WS-FQ-NEXT-DATE (WS-FREQ-SUB) TO AC-F-NEXT-END-DATE.
113400     MOVE WS-FQ-PERIOD-DAYS (WS-FREQ-SUB) TO AC-F-PERIOD-DAYS.
113500     MOVE WS-FQ-UNPAID-DAYS (WS-FREQ-SUB) TO AC-F-UNPAID-DAYS.
113600     MOVE WS-FQ-EMPLOYEE-COUNT (WS-FREQ-SUB)
113700         TO AC-F-EMPLOYEE-COUNT.
113800     MOVE WS-FQ-GROSS-TOTAL (WS-FREQ-SUB) TO AC-F-GROSS.
113900     IF WS-FQ-LAST-PAID-DATE (WS-FREQ-SUB) = ZERO
114000         MOVE "NO CLOSED PERIOD" TO AC-F-NOTE
114100     ELSE
114200         MOVE SPACES TO AC-F-NOTE
114300     END-IF.
114400     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-FREQ-LINE.
114500 9100-EXIT.
114600     EXIT.
114700*================================================================
114800*  9200-ACCRUE-ONE-DEPARTMENT -- ONE REPORT LINE AND ONE
114900*  BALANCED SET OF ENTRIES PER DEPARTMENT: DEBIT PAYROLL AND
115000*  EMPLOYER FICA EXPENSE, CREDIT ACCRUED WAGES AND FICA
115100*  PAYABLE ON THE MONTH END, AND THE SAME FOUR ENTRIES WITH THE
115200*  SIDES TURNED OVER ON THE FIRST OF THE NEXT MONTH.
115300*================================================================
115400 9200-ACCRUE-ONE-DEPARTMENT.
115500     COMPUTE WS-DEPT-FICA = WS-AD-SS-TAX (AD-IDX)
115600         + WS-AD-MEDICARE-TAX (AD-IDX).
115610     MOVE WS-AD-COMPANY-CODE (AD-IDX) TO AC-D-COMPANY-CODE.
115700     MOVE WS-AD-DEPT-CODE (AD-IDX) TO AC-D-DEPT-CODE.
115800     MOVE WS-AD-EMPLOYEE-COUNT (AD-IDX) TO AC-D-EMPLOYEE-COUNT.
115900     MOVE WS-AD-GROSS (AD-IDX) TO AC-D-GROSS.
116000     MOVE WS-AD-SS-TAX (AD-IDX) TO AC-D-SS-TAX.
116100     MOVE WS-AD-MEDICARE-TAX (AD-IDX) TO AC-D-MEDICARE-TAX.
116200     MOVE WS-DEPT-FICA TO AC-D-FICA.
116300     COMPUTE AC-D-TOTAL = WS-AD-GROSS (AD-IDX) + WS-DEPT-FICA.
116400     WRITE ACCRUAL-REPORT-LINE FROM WS-ACCRRPT-DEPT-LINE.
116500     ADD WS-AD-EMPLOYEE-COUNT (AD-IDX) TO WS-TOTAL-EMPLOYEES.
116600     ADD WS-AD-GROSS (AD-IDX) TO WS-TOTAL-GROSS.
116700     ADD WS-AD-SS-TAX (AD-IDX) TO WS-TOTAL-SS-TAX.
116800     ADD WS-AD-MEDICARE-TAX (AD-IDX) TO WS-TOTAL-MEDICARE-TAX.
116810     PERFORM 9230-FIND-GL-SEGMENT THRU 9230-EXIT.
116900     MOVE "A" TO WS-GL-ENTRY-KIND.
117000     MOVE WS-MONTH-END-DATE TO WS-GL-DATE.
117100     MOVE "50001000" TO WS-GL-ACCOUNT.
117200     MOVE "D" TO WS-GL-SIDE.
117300     MOVE WS-AD-GROSS (AD-IDX) TO WS-GL-AMOUNT.
117400     MOVE "ACCRUED PAYROLL EXPENSE" TO WS-GL-DESC.
117500     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
117600     MOVE "21007000" TO WS-GL-ACCOUNT.
117700     MOVE "C" TO WS-GL-SIDE.
117800     MOVE "ACCRUED WAGES PAYABLE" TO WS-GL-DESC.
117900     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
118000     MOVE "50002000" TO WS-GL-ACCOUNT.
118100     MOVE "D" TO WS-GL-SIDE.
118200     MOVE WS-DEPT-FICA TO WS-GL-AMOUNT.
118300     MOVE "ACCRUED EMPLOYER FICA EXPENSE" TO WS-GL-DESC.
118400     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
118500     MOVE "21005000" TO WS-GL-ACCOUNT.
118600     MOVE "C" TO WS-GL-SIDE.
118700     MOVE "FICA ACCRUED - EMPLOYER" TO WS-GL-DESC.
118800     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
118900     MOVE "R" TO WS-GL-ENTRY-KIND.
119000     MOVE WS-REVERSAL-DATE TO WS-GL-DATE.
119100     MOVE "50001000" TO WS-GL-ACCOUNT.
119200     MOVE "C" TO WS-GL-SIDE.
119300     MOVE WS-AD-GROSS (AD-IDX) TO WS-GL-AMOUNT.
119400     MOVE "REVERSE ACCRUED PAYROLL EXP" TO WS-GL-DESC.
119500     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
119600     MOVE "21007000" TO WS-GL-ACCOUNT.
119700     MOVE "D" TO WS-GL-SIDE.
119800     MOVE "REVERSE ACCRUED WAGES PAYABLE" TO WS-GL-DESC.
119900     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
120000     MOVE "50002000" TO WS-GL-ACCOUNT.
120100     MOVE "C" TO WS-GL-SIDE.
120200     MOVE WS-DEPT-FICA TO WS-GL-AMOUNT.
120300     MOVE "REVERSE ACCRUED EMPLOYER FICA" TO WS-GL-DESC.
120400     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
120500     MOVE "21005000" TO WS-GL-ACCOUNT.
120600     MOVE "D" TO WS-GL-SIDE.
120700     MOVE "REVERSE EMPLOYER FICA ACCRUED" TO WS-GL-DESC.
120800     PERFORM 9220-WRITE-ONE-GL-ENTRY THRU 9220-EXIT.
120900 9200-EXIT.
121000     EXIT.
121100*================================================================
121200*  9220-WRITE-ONE-GL-ENTRY -- WRITE THE ENTRY DESCRIBED BY THE
121300*  WS-GL WORK FIELDS FOR THE DEPARTMENT IN HAND AND ADD IT TO
121400*  THE DEBIT/CREDIT PROOF.  A ZERO AMOUNT WRITES NOTHING.
121500*================================================================
121600 9220-WRITE-ONE-GL-ENTRY.
121700     IF WS-GL-AMOUNT = ZERO
121800         GO TO 9220-EXIT
121900     END-IF.
122000     MOVE WS-GL-DATE TO GL-RUN-DATE.
122100     MOVE WS-AD-DEPT-CODE (AD-IDX) TO GL-DEPT-CODE.
122200     MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
122300     MOVE WS-GL-SIDE TO GL-DEBIT-CREDIT-CODE.
122400     MOVE WS-GL-AMOUNT TO GL-AMOUNT.
122500     MOVE WS-GL-DESC TO GL-DESCRIPTION.
122510     MOVE WS-AD-COMPANY-CODE (AD-IDX) TO GL-COMPANY-CODE.
122520     MOVE WS-GL-COMPANY-SEGMENT TO GL-COMPANY-SEGMENT.
122600     WRITE GL-JOURNAL-ENTRY-RECORD.
122700     ADD 1 TO WS-GL-ENTRY-COUNT.
122800     IF WS-GL-ACCRUAL-ENTRY
122900         IF GL-DEBIT
123000             ADD WS-GL-AMOUNT TO WS-ACCRUAL-DEBITS
123100         ELSE
123200             ADD WS-GL-AMOUNT TO WS-ACCRUAL-CREDITS
123300         END-IF
123400     ELSE
123500         IF GL-DEBIT
123600             ADD WS-GL-AMOUNT TO WS-REVERSAL-DEBITS
123700         ELSE
123800             ADD WS-GL-AMOUNT TO WS-REVERSAL-CREDITS
123900         END-IF
124000     END-IF.
124100 9220-EXIT.
124200     EXIT.
124300*================================================================
124400*  9230-FIND-GL-SEGMENT -- AS IN PAYROLL: THE GL COMPANY SEGMENT
124500*  FOR THE DEPARTMENT ENTRY'S COMPANY; BLANK WHEN NO COMPANY
124600*  FILE IS LOADED.
124700*================================================================
124800 9230-FIND-GL-SEGMENT.
124900     MOVE SPACES TO WS-GL-COMPANY-SEGMENT.
125000     SET CT-IDX TO 1.
125100     SEARCH COMPANY-ENTRY
125200         AT END
125300             CONTINUE
125400         WHEN CT-IDX > WS-COMPANY-COUNT
125500             CONTINUE
125600         WHEN CT-COMPANY-CODE (CT-IDX)
125700                 = WS-AD-COMPANY-CODE (AD-IDX)
125800             MOVE CT-GL-COMPANY-SEGMENT (CT-IDX)
125900                 TO WS-GL-COMPANY-SEGMENT
126000     END-SEARCH.
126100 9230-EXIT.
126200     EXIT.
