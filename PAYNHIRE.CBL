000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYNHIRE.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  STATE NEW-HIRE REPORTING -- WRITES
001100*                   ONE FIXED-FORMAT FILE PER WORK STATE OF THE
001200*                   HIRES AND REHIRES NOT YET REPORTED, MARKS
001300*                   EACH ONE REPORTED ON THE MASTER, AND FLAGS
001400*                   ANY HELD BACK AS THE DEADLINE NEARS.
001410*  10/15/2026 MHC   MULTI-COMPANY.  WITH THE OPTIONAL COMPANY.DAT
001420*                   LOADED, EACH HIRE IS REPORTED UNDER ITS OWN
001430*                   COMPANY (EM-COMPANY-CODE, BLANK = 01): EACH
001440*                   STATE FILE CARRIES ONE HEADER, DETAIL AND
001450*                   TRAILER GROUP PER COMPANY, THE HEADER NAMING
001460*                   THE COMPANY'S FEIN, NAME AND ADDRESS.  A HIRE
001470*                   WHOSE COMPANY IS NOT ON FILE OR HAS NO FEIN IS
001480*                   HELD BACK.
001500*================================================================
001600*
001700*  EVERY STATE WANTS ITS NEW HIRES AND REHIRES REPORTED WITHIN
001800*  ABOUT TWENTY DAYS.  PAYMAINT MARKS AN ADD OR REHIRE
001900*  UNREPORTED ON THE MASTER (AS DOES PAYROLL FOR A MASTER IT
002000*  CREATES ON FIRST PAYMENT).  THIS PROGRAM WALKS THE MASTER,
002100*  GATHERS EVERY UNREPORTED HIRE THAT HAS AN SSN, HOME ADDRESS,
002200*  WORK STATE AND HIRE DATE, AND WRITES THEM BY
002300*  EM-WORK-STATE-CODE TO NHIRExx.DAT -- A HEADER NAMING THE
002310*  EMPLOYER, ONE DETAIL PER HIRE AND A COUNTED TRAILER.  ONLY
002320*  AFTER EVERY STATE FILE IS CLOSED IS EACH HIRE MARKED
002330*  REPORTED, WITH THE RUN DATE, SO NO ONE IS SENT TWICE AND NO
002340*  ONE IS MARKED FOR A FILE NOT WRITTEN.
002350*
002360*  WITHOUT COMPANY.DAT THE SYSTEM IS ONE EMPLOYER, NAMED BY
002370*  PAYNHIRE.PRM, AND EACH STATE FILE IS ONE GROUP.  WITH IT,
002380*  EACH HIRE BELONGS TO ITS MASTER'S COMPANY AND EACH STATE
002390*  FILE CARRIES ONE GROUP PER COMPANY WITH HIRES IN THE STATE,
002400*  UNDER THE FEIN, NAME AND ADDRESS ON COMPANY.DAT.  A COMPANY
002410*  RECORD WITH NO ADDRESS TAKES THE ADDRESS ON PAYNHIRE.PRM,
002420*  WHICH THEN NEED NOT CARRY A FEIN.
002800*
002900*  A HIRE MISSING ANY OF THOSE ITEMS IS HELD BACK AND STAYS
003000*  UNREPORTED; THE CONTROL REPORT (PAYNHIRE.RPT) LISTS IT WITH
003100*  THE DAYS SINCE HIRE AND FLAGS IT WHEN IT IS WITHIN THE
003200*  WARNING DAYS OF THE DEADLINE OR PAST IT, SO HR CAN COMPLETE
003300*  IT THROUGH A PAYMAINT CHANGE IN TIME.  A HIRE REPORTED PAST
003400*  THE DEADLINE IS FLAGGED AS REPORTED LATE.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-COMPATIBLE.
003900 OBJECT-COMPUTER.    IBM-COMPATIBLE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EM-EMPLOYEE-ID
004600         FILE STATUS IS WS-EMPMAST-STATUS.
004700     SELECT OPTIONAL NEW-HIRE-PARM-FILE ASSIGN TO "PAYNHIRE.PRM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PARM-STATUS.
004910     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-COMPANY-STATUS.
005000     SELECT NEW-HIRE-STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT NEW-HIRE-REPORT-FILE ASSIGN TO "PAYNHIRE.RPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  EMPLOYEE-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY EMPMAST.
006100*
006200 FD  NEW-HIRE-PARM-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY NHIRPRM.
006410*
006420 FD  COMPANY-FILE
006430     LABEL RECORDS ARE STANDARD.
006440 COPY COMPCTL.
006500*
006600 FD  NEW-HIRE-STATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY NHIREREC.
006900*
007000 FD  NEW-HIRE-REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  NEW-HIRE-REPORT-LINE         PIC X(132).
007300
007400 WORKING-STORAGE SECTION.
007500*
007600*----------------------------------------------------------------
007700*  CONTROL REPORT LINE LAYOUTS
007800*----------------------------------------------------------------
007900 COPY NHIRRPT.
008000*
008100*----------------------------------------------------------------
008200*  RUN SWITCHES
008300*----------------------------------------------------------------
008400 01  WS-SWITCHES.
008500     05  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
008600         88  WS-END-OF-FILE                   VALUE "Y".
008700     05  WS-EMPMAST-STATUS        PIC X(02)   VALUE "00".
008800         88  WS-EMPMAST-FOUND                 VALUE "00".
008900     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
009000         88  WS-PARM-FOUND                    VALUE "00".
009100     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
009200         88  WS-RUN-REFUSED                   VALUE "Y".
009210     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
009220         88  WS-COMPANY-FOUND                 VALUE "00".
009230     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
009240         88  WS-END-OF-COMPANIES              VALUE "Y".
009250     05  WS-COMPANY-ON-FILE-SWITCH PIC X(01)  VALUE "N".
009260         88  WS-COMPANY-ON-FILE               VALUE "Y".
009270     05  WS-GROUP-OPEN-SWITCH     PIC X(01)   VALUE "N".
009280         88  WS-GROUP-OPEN                    VALUE "Y".
009300*
009400*----------------------------------------------------------------
009500*  RUN DATE, ITS DAY SERIAL, THE DEADLINE SETTINGS AND THE
009600*  EMPLOYER IDENTITY FOR THE FILE HEADERS
009700*----------------------------------------------------------------
009800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
009900 01  WS-RUN-SERIAL                PIC 9(07)   VALUE ZERO.
010000 01  WS-DEADLINE-DAYS             PIC 9(03)   VALUE 20.
010100 01  WS-WARNING-DAYS              PIC 9(03)   VALUE 5.
010200 01  WS-WARNING-START-DAYS        PIC S9(03)  VALUE ZERO.
010300 01  WS-EMPLOYER-FIELDS.
010400     05  WS-EMPLOYER-FEIN         PIC 9(09)   VALUE ZERO.
010500     05  WS-EMPLOYER-NAME         PIC X(30)   VALUE SPACES.
010600     05  WS-EMPLOYER-ADDRESS      PIC X(30)   VALUE SPACES.
010700     05  WS-EMPLOYER-CITY         PIC X(20)   VALUE SPACES.
010800     05  WS-EMPLOYER-STATE        PIC X(02)   VALUE SPACES.
010900     05  WS-EMPLOYER-ZIP          PIC X(09)   VALUE SPACES.
010905*
010910*----------------------------------------------------------------
010915*  COMPANY CONTROL TABLE, THE COMPANY OF THE HIRE IN HAND, AND
010920*  THE COMPANY WHOSE GROUP IS BEING WRITTEN WITH ITS EMPLOYER
010925*  IDENTITY
010930*----------------------------------------------------------------
010935 COPY COMPTABL.
010940 01  WS-CURRENT-COMPANY           PIC X(02)   VALUE SPACES.
010945 01  WS-COMPANY-SUB               PIC 9(02)   VALUE ZERO.
010950 01  WS-GROUP-COUNT               PIC 9(02)   VALUE ZERO.
010955 01  WS-GROUP-FIELDS.
010960     05  WS-GROUP-COMPANY         PIC X(02)   VALUE SPACES.
010965     05  WS-GROUP-FEIN            PIC 9(09)   VALUE ZERO.
010970     05  WS-GROUP-NAME            PIC X(30)   VALUE SPACES.
010975     05  WS-GROUP-ADDRESS         PIC X(30)   VALUE SPACES.
010980     05  WS-GROUP-CITY            PIC X(20)   VALUE SPACES.
010985     05  WS-GROUP-STATE           PIC X(02)   VALUE SPACES.
010990     05  WS-GROUP-ZIP             PIC X(09)   VALUE SPACES.
010995     05  WS-GROUP-HIRE-COUNT      PIC 9(07)   VALUE ZERO.
011000*
011100*----------------------------------------------------------------
011200*  DAY-SERIAL WORK FIELDS (SAME ARITHMETIC AS PAYDEPST)
011300*----------------------------------------------------------------
011400 01  WS-DATE-WORK.
011500     05  WS-DW-DATE               PIC 9(08)   VALUE ZERO.
011600     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
011700         10  WS-DW-YEAR           PIC 9(04).
011800         10  WS-DW-MONTH          PIC 9(02).
011900         10  WS-DW-DAY            PIC 9(02).
012000 01  WS-SERIAL-FIELDS.
012100     05  WS-SER-YEAR              PIC 9(05)   VALUE ZERO.
012200     05  WS-SER-MONTH             PIC 9(02)   VALUE ZERO.
012300     05  WS-SER-TERM-4            PIC 9(05)   VALUE ZERO.
012400     05  WS-SER-TERM-100          PIC 9(05)   VALUE ZERO.
012500     05  WS-SER-TERM-400          PIC 9(05)   VALUE ZERO.
012600     05  WS-SER-TERM-MONTH        PIC 9(05)   VALUE ZERO.
012700     05  WS-SERIAL                PIC 9(07)   VALUE ZERO.
012800*
012900*----------------------------------------------------------------
013000*  THE HIRE IN HAND -- WHICH DATE IS REPORTED, HOW LONG AGO IT
013100*  WAS, AND WHY IT IS HELD BACK (SPACES WHEN REPORTABLE)
013200*----------------------------------------------------------------
013300 01  WS-HIRE-FIELDS.
013400     05  WS-REPORT-HIRE-DATE      PIC 9(08)   VALUE ZERO.
013500     05  WS-REPORT-HIRE-TYPE      PIC X(01)   VALUE SPACE.
013600     05  WS-DAYS-SINCE-HIRE       PIC S9(05)  VALUE ZERO.
013700     05  WS-HELD-REASON           PIC X(24)   VALUE SPACES.
013800     05  WS-DEADLINE-FLAG         PIC X(16)   VALUE SPACES.
013900     05  WS-SSN-WORK              PIC 9(09)   VALUE ZERO.
014000     05  WS-SSN-WORK-X REDEFINES WS-SSN-WORK PIC X(09).
014100*
014200*----------------------------------------------------------------
014300*  HIRES TO REPORT THIS RUN, GATHERED FROM THE MASTER, AND THE
014400*  DISTINCT WORK STATES AMONG THEM, IN THE ORDER FIRST SEEN
014500*----------------------------------------------------------------
014600 01  WS-HIRE-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
014700 01  WS-HIRE-SUB                  PIC 9(03)   VALUE ZERO.
014800 01  WS-HIRE-TABLE.
014900     05  WS-HIRE-ENTRY OCCURS 500 TIMES.
015000         10  WS-HT-WORK-STATE-CODE PIC X(02).
015010         10  WS-HT-COMPANY-CODE   PIC X(02).
015100         10  WS-HT-EMPLOYEE-ID    PIC X(06).
015200         10  WS-HT-EMPLOYEE-NAME  PIC X(20).
015300         10  WS-HT-SSN            PIC 9(09).
015400         10  WS-HT-HOME-ADDRESS.
015500             15  WS-HT-ADDRESS-LINE  PIC X(30).
015600             15  WS-HT-ADDRESS-CITY  PIC X(20).
015700             15  WS-HT-ADDRESS-STATE PIC X(02).
015800             15  WS-HT-ADDRESS-ZIP   PIC X(09).
015900         10  WS-HT-HIRE-DATE      PIC 9(08).
016000         10  WS-HT-HIRE-TYPE      PIC X(01).
016100         10  WS-HT-DAYS-SINCE-HIRE PIC S9(05).
016200 01  WS-STATE-TABLE-COUNT         PIC 9(03)   VALUE ZERO.
016300 01  WS-STATE-SUB                 PIC 9(03)   VALUE ZERO.
016400 01  WS-STATE-TABLE.
016500     05  WS-STATE-ENTRY OCCURS 60 TIMES INDEXED BY ST-IDX.
016600         10  WS-ST-STATE-CODE     PIC X(02).
016700*
016800*----------------------------------------------------------------
016900*  THE STATE FILE BEING WRITTEN -- ITS NAME CARRIES THE STATE
017000*  CODE -- AND ITS DETAIL COUNT FOR THE TRAILER
017100*----------------------------------------------------------------
017200 01  WS-STATE-FILE-NAME.
017300     05  FILLER                   PIC X(05)   VALUE "NHIRE".
017400     05  WS-FILE-STATE-CODE       PIC X(02)   VALUE SPACES.
017500     05  FILLER                   PIC X(04)   VALUE ".DAT".
017600 01  WS-STATE-HIRE-COUNT          PIC 9(07)   VALUE ZERO.
017700*
017800*----------------------------------------------------------------
017900*  RUN CONTROL COUNTS
018000*----------------------------------------------------------------
018100 01  WS-CONTROL-COUNTS.
018200     05  WS-MASTER-COUNT          PIC 9(07)   VALUE ZERO.
018300     05  WS-REPORTED-COUNT        PIC 9(07)   VALUE ZERO.
018400     05  WS-HELD-COUNT            PIC 9(07)   VALUE ZERO.
018500     05  WS-LATE-COUNT            PIC 9(07)   VALUE ZERO.
018600     05  WS-NEAR-COUNT            PIC 9(07)   VALUE ZERO.
018700     05  WS-OVERDUE-COUNT         PIC 9(07)   VALUE ZERO.
018800     05  WS-MARK-FAILED-COUNT     PIC 9(07)   VALUE ZERO.
018900
019000 PROCEDURE DIVISION.
019100*================================================================
019200*  0000-MAINLINE
019300*================================================================
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     IF NOT WS-RUN-REFUSED
019700         PERFORM 2000-EXAMINE-ONE-MASTER THRU 2000-EXIT
019800             UNTIL WS-END-OF-FILE
019900         PERFORM 9000-TERMINATE THRU 9000-EXIT
020000     END-IF.
020100     GOBACK.
020200 0000-EXIT.
020300     EXIT.
020400*================================================================
020410*  1000-INITIALIZE -- READ THE PARAMETERS AND THE COMPANY FILE,
020420*  OPEN THE MASTER FOR UPDATE AND THE REPORT, AND POSITION THE
020430*  MASTER WALK.  THE PARAMETER FEIN IS REQUIRED ONLY WHEN NO
020440*  COMPANY FILE NAMES THE EMPLOYERS.
020700*================================================================
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000     MOVE WS-RUN-DATE TO WS-DW-DATE.
021100     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
021200     MOVE WS-SERIAL TO WS-RUN-SERIAL.
021300     PERFORM 1100-READ-NEW-HIRE-PARM THRU 1100-EXIT.
021310     PERFORM 1300-LOAD-COMPANIES THRU 1300-EXIT.
021320     IF WS-RUN-REFUSED
021330         GO TO 1000-EXIT
021340     END-IF.
021350     IF WS-EMPLOYER-FEIN = ZERO AND WS-COMPANY-COUNT = ZERO
021500         DISPLAY "PAYNHIRE: NO EMPLOYER FEIN ON PAYNHIRE.PRM - "
021600             "RUN TERMINATED"
021700         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
021800         MOVE 8 TO RETURN-CODE
021900         GO TO 1000-EXIT
022000     END-IF.
022100     OPEN I-O EMPLOYEE-MASTER-FILE.
022200     IF NOT WS-EMPMAST-FOUND
022300         DISPLAY "PAYNHIRE: EMPLOYEE MASTER NOT FOUND - "
022400             "NOTHING TO REPORT"
022500         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
022600         MOVE 8 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF.
022900     OPEN OUTPUT NEW-HIRE-REPORT-FILE.
023000     MOVE WS-RUN-DATE TO NR-H-RUN-DATE.
023100     MOVE WS-EMPLOYER-FEIN TO NR-H-EMPLOYER-FEIN.
023200     MOVE WS-DEADLINE-DAYS TO NR-H-DEADLINE-DAYS.
023300     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-HEADING-LINE.
023400     MOVE "UNREPORTED HIRES HELD BACK -- DATA MISSING"
023500         TO NR-SECTION-TITLE.
023600     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-SECTION-LINE.
023700     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-COLUMN-LINE.
023800     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
023900     START EMPLOYEE-MASTER-FILE
024000         KEY IS NOT LESS THAN EM-EMPLOYEE-ID
024100         INVALID KEY
024200             MOVE "Y" TO WS-EOF-SWITCH
024300     END-START.
024400 1000-EXIT.
024500     EXIT.
024600*================================================================
024700*  1100-READ-NEW-HIRE-PARM -- EMPLOYER IDENTITY AND DEADLINE
024800*  SETTINGS.  A ZERO DEADLINE OR WARNING KEEPS THE DEFAULT.
024900*================================================================
025000 1100-READ-NEW-HIRE-PARM.
025100     OPEN INPUT NEW-HIRE-PARM-FILE.
025200     IF WS-PARM-FOUND
025300         READ NEW-HIRE-PARM-FILE INTO NEW-HIRE-PARM-RECORD
025400             AT END
025500                 MOVE ZERO TO NP-EMPLOYER-FEIN
025600         END-READ
025700         IF NP-EMPLOYER-FEIN NUMERIC
025800             MOVE NP-EMPLOYER-FEIN TO WS-EMPLOYER-FEIN
025900             MOVE NP-EMPLOYER-NAME TO WS-EMPLOYER-NAME
026000             MOVE NP-EMPLOYER-ADDRESS TO WS-EMPLOYER-ADDRESS
026100             MOVE NP-EMPLOYER-CITY TO WS-EMPLOYER-CITY
026200             MOVE NP-EMPLOYER-STATE TO WS-EMPLOYER-STATE
026300             MOVE NP-EMPLOYER-ZIP TO WS-EMPLOYER-ZIP
026400         END-IF
026500         IF NP-DEADLINE-DAYS NUMERIC
026600                 AND NP-DEADLINE-DAYS NOT = ZERO
026700             MOVE NP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
026800         END-IF
026900         IF NP-WARNING-DAYS NUMERIC
027000                 AND NP-WARNING-DAYS NOT = ZERO
027100             MOVE NP-WARNING-DAYS TO WS-WARNING-DAYS
027200         END-IF
027300     END-IF.
027400*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
027500*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
027600     CLOSE NEW-HIRE-PARM-FILE.
027700     COMPUTE WS-WARNING-START-DAYS =
027800         WS-DEADLINE-DAYS - WS-WARNING-DAYS.
027900 1100-EXIT.
028000     EXIT.
028100*================================================================
028101*  1300-LOAD-COMPANIES -- AS IN PAYROLL: THE OPTIONAL
028102*  COMPANY.DAT LOADS INTO THE COMPANY TABLE.  AN ABSENT FILE
028103*  LEAVES THE TABLE EMPTY AND THE RUN REPORTS FOR THE ONE
028104*  EMPLOYER ON PAYNHIRE.PRM, AS BEFORE.
028105*================================================================
028106 1300-LOAD-COMPANIES.
028107     OPEN INPUT COMPANY-FILE.
028108     IF WS-COMPANY-FOUND
028109         PERFORM 1310-LOAD-ONE-COMPANY THRU 1310-EXIT
028110             UNTIL WS-END-OF-COMPANIES OR WS-RUN-REFUSED
028111     END-IF.
028112*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
028113*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
028114     CLOSE COMPANY-FILE.
028115 1300-EXIT.
028116     EXIT.
028117*================================================================
028118*  1310-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01; A
028119*  SECOND RECORD FOR THE SAME CODE REPLACES THE FIRST.
028120*================================================================
028121 1310-LOAD-ONE-COMPANY.
028122     READ COMPANY-FILE
028123         AT END
028124             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
028125         NOT AT END
028126             IF CO-COMPANY-CODE = SPACES
028127                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
028128             END-IF
028129             SET CT-IDX TO 1
028130             SEARCH COMPANY-ENTRY
028131                 AT END
028132                     PERFORM 1320-ADD-COMPANY THRU 1320-EXIT
028133                 WHEN CT-IDX > WS-COMPANY-COUNT
028134                     PERFORM 1320-ADD-COMPANY THRU 1320-EXIT
028135                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
028136                     PERFORM 1330-STORE-COMPANY THRU 1330-EXIT
028137             END-SEARCH
028138     END-READ.
028139 1310-EXIT.
028140     EXIT.
028141*================================================================
028142*  1320-ADD-COMPANY
028143*================================================================
028144 1320-ADD-COMPANY.
028145     IF WS-COMPANY-COUNT < 20
028146         ADD 1 TO WS-COMPANY-COUNT
028147         SET CT-IDX TO WS-COMPANY-COUNT
028148         MOVE CO-COMPANY-CODE TO CT-COMPANY-CODE (CT-IDX)
028149         PERFORM 1330-STORE-COMPANY THRU 1330-EXIT
028150     ELSE
028151*  A DROPPED COMPANY WOULD HOLD BACK EVERY ONE OF ITS HIRES, SO
028152*  AN OVERFLOWING FILE STOPS THE RUN.
028153         DISPLAY "PAYNHIRE: COMPANY FILE EXCEEDS 20 ENTRIES - "
028154             "RUN TERMINATED"
028155         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
028156         MOVE 12 TO RETURN-CODE
028157     END-IF.
028158 1320-EXIT.
028159     EXIT.
028160*================================================================
028161*  1330-STORE-COMPANY -- ONLY THE EMPLOYER IDENTITY IS KEPT.
028162*================================================================
028163 1330-STORE-COMPANY.
028164     MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (CT-IDX).
028165     MOVE CO-FEIN TO CT-FEIN (CT-IDX).
028166     MOVE CO-EMPLOYER-ADDRESS TO CT-EMPLOYER-ADDRESS (CT-IDX).
028167     MOVE CO-EMPLOYER-CITY TO CT-EMPLOYER-CITY (CT-IDX).
028168     MOVE CO-EMPLOYER-STATE TO CT-EMPLOYER-STATE (CT-IDX).
028169     MOVE CO-EMPLOYER-ZIP TO CT-EMPLOYER-ZIP (CT-IDX).
028170 1330-EXIT.
028171     EXIT.
028172*================================================================
028200*  2000-EXAMINE-ONE-MASTER -- AN UNREPORTED HIRE WITH ALL THE
028300*  DATA A STATE NEEDS GOES INTO THE HIRE TABLE; ONE MISSING ANY
028400*  OF IT IS LISTED AS HELD BACK WITH ITS DEADLINE FLAG.
028500*================================================================
028600 2000-EXAMINE-ONE-MASTER.
028700     READ EMPLOYEE-MASTER-FILE NEXT RECORD
028800         AT END
028900             MOVE "Y" TO WS-EOF-SWITCH
029000     END-READ.
029100     IF WS-END-OF-FILE
029200         GO TO 2000-EXIT
029300     END-IF.
029400     ADD 1 TO WS-MASTER-COUNT.
029500     IF NOT EM-NEW-HIRE-UNREPORTED
029600         GO TO 2000-EXIT
029700     END-IF.
029800     PERFORM 2100-SET-REPORT-HIRE-DATE THRU 2100-EXIT.
029900     PERFORM 2200-EDIT-REPORTABLE THRU 2200-EXIT.
030000     IF WS-HELD-REASON = SPACES
030100             AND WS-HIRE-TABLE-COUNT NOT < 500
030200         MOVE "HELD - TABLE FULL" TO WS-HELD-REASON
030300     END-IF.
030400     IF WS-HELD-REASON NOT = SPACES
030500         PERFORM 2300-LIST-HELD-HIRE THRU 2300-EXIT
030600     ELSE
030700         PERFORM 2400-TABLE-HIRE THRU 2400-EXIT
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100*================================================================
031200*  2100-SET-REPORT-HIRE-DATE -- A REHIRE DATED AFTER THE
031300*  ORIGINAL HIRE IS WHAT IS BEING REPORTED; OTHERWISE IT IS THE
031400*  HIRE.  THE DAYS SINCE THEN DRIVE THE DEADLINE FLAG.
031500*================================================================
031600 2100-SET-REPORT-HIRE-DATE.
031700     IF EM-REHIRE-DATE > EM-HIRE-DATE
031800         MOVE EM-REHIRE-DATE TO WS-REPORT-HIRE-DATE
031900         MOVE "R" TO WS-REPORT-HIRE-TYPE
032000     ELSE
032100         MOVE EM-HIRE-DATE TO WS-REPORT-HIRE-DATE
032200         MOVE "N" TO WS-REPORT-HIRE-TYPE
032300     END-IF.
032400     MOVE ZERO TO WS-DAYS-SINCE-HIRE.
032500     IF WS-REPORT-HIRE-DATE NOT = ZERO
032600         MOVE WS-REPORT-HIRE-DATE TO WS-DW-DATE
032700         PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
032800         IF WS-SERIAL < WS-RUN-SERIAL
032900             COMPUTE WS-DAYS-SINCE-HIRE =
033000                 WS-RUN-SERIAL - WS-SERIAL
033100         END-IF
033200     END-IF.
033300 2100-EXIT.
033400     EXIT.
033500*================================================================
033600*  2200-EDIT-REPORTABLE -- A STATE CANNOT TAKE A HIRE WITHOUT A
033700*  WORK STATE TO SEND IT TO, AN SSN, A HOME ADDRESS AND A HIRE
033710*  DATE.  WITH A COMPANY FILE LOADED THE HIRE'S COMPANY MUST
033720*  STAND ON IT WITH A FEIN TO REPORT UNDER.
033900*================================================================
034000 2200-EDIT-REPORTABLE.
034100     MOVE SPACES TO WS-HELD-REASON.
034110     PERFORM 2250-RESOLVE-COMPANY THRU 2250-EXIT.
034200     EVALUATE TRUE
034300         WHEN EM-WORK-STATE-CODE = SPACES
034400             MOVE "HELD - NO WORK STATE" TO WS-HELD-REASON
034500         WHEN EM-SSN IS NOT NUMERIC OR EM-SSN = ZERO
034600             MOVE "HELD - NO SSN" TO WS-HELD-REASON
034700         WHEN EM-ADDRESS-LINE = SPACES
034800                 OR EM-ADDRESS-CITY = SPACES
034900                 OR EM-ADDRESS-STATE = SPACES
035000                 OR EM-ADDRESS-ZIP = SPACES
035100             MOVE "HELD - NO HOME ADDRESS" TO WS-HELD-REASON
035200         WHEN WS-REPORT-HIRE-DATE = ZERO
035300             MOVE "HELD - NO HIRE DATE" TO WS-HELD-REASON
035310         WHEN WS-COMPANY-COUNT = ZERO
035320             CONTINUE
035330         WHEN NOT WS-COMPANY-ON-FILE
035340             MOVE "HELD - NO COMPANY" TO WS-HELD-REASON
035350         WHEN CT-FEIN (CT-IDX) = ZERO
035360             MOVE "HELD - NO COMPANY FEIN" TO WS-HELD-REASON
035400     END-EVALUATE.
035500 2200-EXIT.
035502     EXIT.
035504*================================================================
035506*  2250-RESOLVE-COMPANY -- AS IN PAYROLL, THE COMPANY COMES
035508*  FROM THE MASTER AND A BLANK CODE IS COMPANY 01.  WHEN IT IS
035510*  FOUND, CT-IDX IS LEFT ON ITS ENTRY.
035512*================================================================
035514 2250-RESOLVE-COMPANY.
035516     MOVE WS-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY.
035518     MOVE "N" TO WS-COMPANY-ON-FILE-SWITCH.
035520     IF EM-COMPANY-CODE NOT = SPACES
035522         MOVE EM-COMPANY-CODE TO WS-CURRENT-COMPANY
035524     END-IF.
035526     IF WS-COMPANY-COUNT = ZERO
035528         GO TO 2250-EXIT
035530     END-IF.
035532     SET CT-IDX TO 1.
035534     SEARCH COMPANY-ENTRY
035536         AT END
035538             CONTINUE
035540         WHEN CT-IDX > WS-COMPANY-COUNT
035542             CONTINUE
035544         WHEN CT-COMPANY-CODE (CT-IDX) = WS-CURRENT-COMPANY
035546             MOVE "Y" TO WS-COMPANY-ON-FILE-SWITCH
035548     END-SEARCH.
035550 2250-EXIT.
035600     EXIT.
035700*================================================================
035800*  2300-LIST-HELD-HIRE -- THE HIRE STAYS UNREPORTED.  FLAG IT
035900*  ONCE IT IS INSIDE THE WARNING WINDOW OR PAST THE DEADLINE.
036000*  WITH NO HIRE DATE THE DAYS CANNOT BE COUNTED, SO IT IS
036100*  FLAGGED AS IF DUE.
036200*================================================================
036300 2300-LIST-HELD-HIRE.
036400     ADD 1 TO WS-HELD-COUNT.
036500     MOVE SPACES TO WS-DEADLINE-FLAG.
036600     EVALUATE TRUE
036700         WHEN WS-REPORT-HIRE-DATE = ZERO
036800             MOVE "DEADLINE NEAR" TO WS-DEADLINE-FLAG
036900             ADD 1 TO WS-NEAR-COUNT
037000         WHEN WS-DAYS-SINCE-HIRE > WS-DEADLINE-DAYS
037100             MOVE "OVERDUE" TO WS-DEADLINE-FLAG
037200             ADD 1 TO WS-OVERDUE-COUNT
037300         WHEN WS-DAYS-SINCE-HIRE NOT < WS-WARNING-START-DAYS
037400             MOVE "DEADLINE NEAR" TO WS-DEADLINE-FLAG
037500             ADD 1 TO WS-NEAR-COUNT
037600     END-EVALUATE.
037700     IF WS-DEADLINE-FLAG NOT = SPACES
037800         DISPLAY "PAYNHIRE: EMP " EM-EMPLOYEE-ID " UNREPORTED, "
037900             WS-DEADLINE-FLAG " - " WS-HELD-REASON
038000     END-IF.
038100     MOVE EM-WORK-STATE-CODE TO NR-D-WORK-STATE-CODE.
038200     MOVE EM-EMPLOYEE-ID TO NR-D-EMPLOYEE-ID.
038300     MOVE EM-EMPLOYEE-NAME TO NR-D-EMPLOYEE-NAME.
038400     IF EM-SSN IS NUMERIC AND EM-SSN NOT = ZERO
038500         MOVE "XXX-XX-" TO NR-D-SSN-MASK
038600         MOVE EM-SSN TO WS-SSN-WORK
038700         MOVE WS-SSN-WORK-X (6:4) TO NR-D-SSN-LAST-FOUR
038800     ELSE
038900         MOVE SPACES TO NR-D-SSN-MASKED
039000     END-IF.
039100     MOVE WS-REPORT-HIRE-DATE TO NR-D-HIRE-DATE.
039200     PERFORM 2350-NAME-HIRE-TYPE THRU 2350-EXIT.
039300     MOVE WS-DAYS-SINCE-HIRE TO NR-D-DAYS-SINCE-HIRE.
039400     MOVE WS-HELD-REASON TO NR-D-STATUS.
039500     MOVE WS-DEADLINE-FLAG TO NR-D-DEADLINE-FLAG.
039600     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-DETAIL-LINE.
039700 2300-EXIT.
039800     EXIT.
039900*================================================================
040000*  2350-NAME-HIRE-TYPE
040100*================================================================
040200 2350-NAME-HIRE-TYPE.
040300     IF WS-REPORT-HIRE-TYPE = "R"
040400         MOVE "REHIRE" TO NR-D-HIRE-TYPE
040500     ELSE
040600         MOVE "NEW" TO NR-D-HIRE-TYPE
040700     END-IF.
040800 2350-EXIT.
040900     EXIT.
041000*================================================================
041100*  2400-TABLE-HIRE -- KEEP THE HIRE FOR ITS STATE FILE AND NOTE
041200*  THE STATE THE FIRST TIME IT IS SEEN.
041300*================================================================
041400 2400-TABLE-HIRE.
041500     ADD 1 TO WS-HIRE-TABLE-COUNT.
041600     MOVE WS-HIRE-TABLE-COUNT TO WS-HIRE-SUB.
041700     MOVE EM-WORK-STATE-CODE
041800         TO WS-HT-WORK-STATE-CODE (WS-HIRE-SUB).
041810     MOVE WS-CURRENT-COMPANY TO WS-HT-COMPANY-CODE (WS-HIRE-SUB).
041900     MOVE EM-EMPLOYEE-ID TO WS-HT-EMPLOYEE-ID (WS-HIRE-SUB).
042000     MOVE EM-EMPLOYEE-NAME TO WS-HT-EMPLOYEE-NAME (WS-HIRE-SUB).
042100     MOVE EM-SSN TO WS-HT-SSN (WS-HIRE-SUB).
042200     MOVE EM-HOME-ADDRESS TO WS-HT-HOME-ADDRESS (WS-HIRE-SUB).
042300     MOVE WS-REPORT-HIRE-DATE TO WS-HT-HIRE-DATE (WS-HIRE-SUB).
042400     MOVE WS-REPORT-HIRE-TYPE TO WS-HT-HIRE-TYPE (WS-HIRE-SUB).
042500     MOVE WS-DAYS-SINCE-HIRE
042600         TO WS-HT-DAYS-SINCE-HIRE (WS-HIRE-SUB).
042700     SET ST-IDX TO 1.
042800     SEARCH WS-STATE-ENTRY
042900         AT END
043000             PERFORM 2450-ADD-STATE THRU 2450-EXIT
043100         WHEN ST-IDX > WS-STATE-TABLE-COUNT
043200             PERFORM 2450-ADD-STATE THRU 2450-EXIT
043300         WHEN WS-ST-STATE-CODE (ST-IDX) = EM-WORK-STATE-CODE
043400             CONTINUE
043500     END-SEARCH.
043600 2400-EXIT.
043700     EXIT.
043800*================================================================
043900*  2450-ADD-STATE -- THE STATE TABLE HOLDS EVERY STATE AND
044000*  TERRITORY WITH ROOM TO SPARE; A HIRE FOR A STATE THAT WILL
044100*  NOT FIT IS TAKEN BACK OUT OF THE HIRE TABLE AND STAYS
044200*  UNREPORTED FOR THE NEXT RUN.
044300*================================================================
044400 2450-ADD-STATE.
044500     IF WS-STATE-TABLE-COUNT < 60
044600         ADD 1 TO WS-STATE-TABLE-COUNT
044700         SET ST-IDX TO WS-STATE-TABLE-COUNT
044800         MOVE EM-WORK-STATE-CODE TO WS-ST-STATE-CODE (ST-IDX)
044900     ELSE
045000         DISPLAY "PAYNHIRE: STATE TABLE FULL -- EMP "
045100             EM-EMPLOYEE-ID " NOT REPORTED"
045200         SUBTRACT 1 FROM WS-HIRE-TABLE-COUNT
045300     END-IF.
045400 2450-EXIT.
045500     EXIT.
045600*================================================================
045700*  8000-DATE-TO-SERIAL -- DAY SERIAL OF WS-DW-DATE, AS IN
045800*  PAYDEPST: JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
045900*  THE PRIOR YEAR AND THE TERMS ARE BUILT WITH TRUNCATING
046000*  DIVIDES, SO SERIAL DIFFERENCES ARE EXACT DAY COUNTS.
046100*================================================================
046200 8000-DATE-TO-SERIAL.
046300     MOVE WS-DW-YEAR TO WS-SER-YEAR.
046400     MOVE WS-DW-MONTH TO WS-SER-MONTH.
046500     IF WS-SER-MONTH < 3
046600         ADD 12 TO WS-SER-MONTH
046700         SUBTRACT 1 FROM WS-SER-YEAR
046800     END-IF.
046900     DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-TERM-4.
047000     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-TERM-100.
047100     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-TERM-400.
047200     COMPUTE WS-SER-TERM-MONTH =
047300         (153 * WS-SER-MONTH + 8) / 5.
047400     COMPUTE WS-SERIAL =
047500         365 * WS-SER-YEAR + WS-SER-TERM-4
047600         - WS-SER-TERM-100 + WS-SER-TERM-400
047700         + WS-SER-TERM-MONTH + WS-DW-DAY.
047800 8000-EXIT.
047900     EXIT.
048000*================================================================
048100*  9000-TERMINATE -- WRITE ONE FILE PER STATE, THEN MARK THE
048200*  HIRES REPORTED, THEN THE CONTROL LINES AND CLOSES.
048300*================================================================
048400 9000-TERMINATE.
048500     MOVE "HIRES REPORTED BY STATE" TO NR-SECTION-TITLE.
048600     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-SECTION-LINE.
048700     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-COLUMN-LINE.
048710     IF WS-COMPANY-COUNT = ZERO
048720         MOVE 1 TO WS-GROUP-COUNT
048730     ELSE
048740         MOVE WS-COMPANY-COUNT TO WS-GROUP-COUNT
048750     END-IF.
048800     PERFORM 9100-WRITE-ONE-STATE-FILE THRU 9100-EXIT
048900         VARYING WS-STATE-SUB FROM 1 BY 1
049000         UNTIL WS-STATE-SUB > WS-STATE-TABLE-COUNT.
049100     PERFORM 9300-MARK-ONE-REPORTED THRU 9300-EXIT
049200         VARYING WS-HIRE-SUB FROM 1 BY 1
049300         UNTIL WS-HIRE-SUB > WS-HIRE-TABLE-COUNT.
049400     MOVE WS-MASTER-COUNT TO NR-C-MASTER-COUNT.
049500     MOVE WS-REPORTED-COUNT TO NR-C-REPORTED-COUNT.
049600     MOVE WS-HELD-COUNT TO NR-C-HELD-COUNT.
049700     MOVE WS-STATE-TABLE-COUNT TO NR-C-FILE-COUNT.
049800     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-CONTROL-LINE.
049900     MOVE WS-LATE-COUNT TO NR-C-LATE-COUNT.
050000     MOVE WS-NEAR-COUNT TO NR-C-NEAR-COUNT.
050100     MOVE WS-OVERDUE-COUNT TO NR-C-OVERDUE-COUNT.
050200     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-CONTROL-LINE-2.
050300     CLOSE EMPLOYEE-MASTER-FILE.
050400     CLOSE NEW-HIRE-REPORT-FILE.
050500     DISPLAY "PAYNHIRE: MASTERS READ " WS-MASTER-COUNT.
050600     DISPLAY "PAYNHIRE: HIRES REPORTED " WS-REPORTED-COUNT
050700         " IN " WS-STATE-TABLE-COUNT " STATE FILES".
050800     DISPLAY "PAYNHIRE: HIRES HELD BACK " WS-HELD-COUNT.
050900     IF WS-NEAR-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
051000         DISPLAY "PAYNHIRE: UNREPORTED NEAR DEADLINE "
051100             WS-NEAR-COUNT " OVERDUE " WS-OVERDUE-COUNT
051200     END-IF.
051300     IF WS-MARK-FAILED-COUNT > ZERO
051400         DISPLAY "PAYNHIRE: " WS-MARK-FAILED-COUNT
051500             " REPORTED HIRES COULD NOT BE MARKED - CHECK "
051600             "BEFORE THE NEXT RUN"
051700         MOVE 8 TO RETURN-CODE
051800     END-IF.
051900 9000-EXIT.
052000     EXIT.
052100*================================================================
052110*  9100-WRITE-ONE-STATE-FILE -- ONE EMPLOYER GROUP PER COMPANY
052120*  WITH HIRES IN THE STATE (THE ONE EMPLOYER ON PAYNHIRE.PRM
052130*  WHEN NO COMPANY FILE IS LOADED); THEN THE STATE'S TOTAL
052400*  LINE ON THE CONTROL REPORT.
052500*================================================================
052600 9100-WRITE-ONE-STATE-FILE.
052700     MOVE WS-ST-STATE-CODE (WS-STATE-SUB) TO WS-FILE-STATE-CODE.
052800     MOVE ZERO TO WS-STATE-HIRE-COUNT.
052900     OPEN OUTPUT NEW-HIRE-STATE-FILE.
052910     PERFORM 9150-WRITE-ONE-EMPLOYER THRU 9150-EXIT
052920         VARYING WS-COMPANY-SUB FROM 1 BY 1
052930         UNTIL WS-COMPANY-SUB > WS-GROUP-COUNT.
054900     CLOSE NEW-HIRE-STATE-FILE.
055000     MOVE WS-FILE-STATE-CODE TO NR-S-STATE-CODE.
055100     MOVE WS-STATE-FILE-NAME TO NR-S-FILE-NAME.
055200     MOVE WS-STATE-HIRE-COUNT TO NR-S-HIRE-COUNT.
055300     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-STATE-LINE.
055400 9100-EXIT.
055500     EXIT.
055600*================================================================
055601*  9150-WRITE-ONE-EMPLOYER -- THE GROUP'S HEADER IS WRITTEN AT
055602*  ITS FIRST HIRE, SO A COMPANY WITH NO HIRES IN THE STATE GETS
055603*  NO GROUP; THE TRAILER COUNTS THE GROUP'S DETAILS.  A COMPANY
055604*  RECORD WITH NO ADDRESS TAKES THE PARAMETER ADDRESS.
055605*================================================================
055606 9150-WRITE-ONE-EMPLOYER.
055607     IF WS-COMPANY-COUNT = ZERO
055608         MOVE SPACES TO WS-GROUP-COMPANY
055609         MOVE WS-EMPLOYER-FEIN TO WS-GROUP-FEIN
055610         MOVE WS-EMPLOYER-NAME TO WS-GROUP-NAME
055611         MOVE WS-EMPLOYER-ADDRESS TO WS-GROUP-ADDRESS
055612         MOVE WS-EMPLOYER-CITY TO WS-GROUP-CITY
055613         MOVE WS-EMPLOYER-STATE TO WS-GROUP-STATE
055614         MOVE WS-EMPLOYER-ZIP TO WS-GROUP-ZIP
055615     ELSE
055616         SET CT-IDX TO WS-COMPANY-SUB
055617         MOVE CT-COMPANY-CODE (CT-IDX) TO WS-GROUP-COMPANY
055618         MOVE CT-FEIN (CT-IDX) TO WS-GROUP-FEIN
055619         MOVE CT-COMPANY-NAME (CT-IDX) TO WS-GROUP-NAME
055620         MOVE CT-EMPLOYER-ADDRESS (CT-IDX) TO WS-GROUP-ADDRESS
055621         MOVE CT-EMPLOYER-CITY (CT-IDX) TO WS-GROUP-CITY
055622         MOVE CT-EMPLOYER-STATE (CT-IDX) TO WS-GROUP-STATE
055623         MOVE CT-EMPLOYER-ZIP (CT-IDX) TO WS-GROUP-ZIP
055624         IF WS-GROUP-ADDRESS = SPACES
055625             MOVE WS-EMPLOYER-ADDRESS TO WS-GROUP-ADDRESS
055626             MOVE WS-EMPLOYER-CITY TO WS-GROUP-CITY
055627             MOVE WS-EMPLOYER-STATE TO WS-GROUP-STATE
055628             MOVE WS-EMPLOYER-ZIP TO WS-GROUP-ZIP
055629         END-IF
055630     END-IF.
055631     MOVE ZERO TO WS-GROUP-HIRE-COUNT.
055632     MOVE "N" TO WS-GROUP-OPEN-SWITCH.
055633     PERFORM 9200-WRITE-ONE-HIRE THRU 9200-EXIT
055634         VARYING WS-HIRE-SUB FROM 1 BY 1
055635         UNTIL WS-HIRE-SUB > WS-HIRE-TABLE-COUNT.
055636     IF NOT WS-GROUP-OPEN
055637         GO TO 9150-EXIT
055638     END-IF.
055639     MOVE SPACES TO NEW-HIRE-REPORT-RECORD.
055640     MOVE "T" TO NH-RECORD-TYPE.
055641     MOVE WS-FILE-STATE-CODE TO NH-T-STATE-CODE.
055642     MOVE WS-GROUP-HIRE-COUNT TO NH-T-RECORD-COUNT.
055643     WRITE NEW-HIRE-REPORT-RECORD.
055644 9150-EXIT.
055645     EXIT.
055646*================================================================
055647*  9160-WRITE-EMPLOYER-HEADER
055648*================================================================
055649 9160-WRITE-EMPLOYER-HEADER.
055650     MOVE "Y" TO WS-GROUP-OPEN-SWITCH.
055651     MOVE SPACES TO NEW-HIRE-REPORT-RECORD.
055652     MOVE "H" TO NH-RECORD-TYPE.
055653     MOVE WS-FILE-STATE-CODE TO NH-H-STATE-CODE.
055654     MOVE WS-GROUP-FEIN TO NH-H-EMPLOYER-FEIN.
055655     MOVE WS-GROUP-NAME TO NH-H-EMPLOYER-NAME.
055656     MOVE WS-GROUP-ADDRESS TO NH-H-EMPLOYER-ADDRESS.
055657     MOVE WS-GROUP-CITY TO NH-H-EMPLOYER-CITY.
055658     MOVE WS-GROUP-STATE TO NH-H-EMPLOYER-STATE.
055659     MOVE WS-GROUP-ZIP TO NH-H-EMPLOYER-ZIP.
055660     MOVE WS-RUN-DATE TO NH-H-CREATION-DATE.
055661     WRITE NEW-HIRE-REPORT-RECORD.
055662 9160-EXIT.
055663     EXIT.
055664*================================================================
055700*  9200-WRITE-ONE-HIRE -- ONE DETAIL RECORD AND ONE REPORT LINE
055710*  FOR A HIRE IN THE STATE AND COMPANY BEING WRITTEN.  THE
055720*  GROUP'S FIRST HIRE WRITES ITS HEADER.
055900*================================================================
056000 9200-WRITE-ONE-HIRE.
056100     IF WS-HT-WORK-STATE-CODE (WS-HIRE-SUB)
056200             NOT = WS-FILE-STATE-CODE
056300         GO TO 9200-EXIT
056310     END-IF.
056320     IF WS-COMPANY-COUNT NOT = ZERO
056330             AND WS-HT-COMPANY-CODE (WS-HIRE-SUB)
056340                 NOT = WS-GROUP-COMPANY
056350         GO TO 9200-EXIT
056360     END-IF.
056370     IF NOT WS-GROUP-OPEN
056380         PERFORM 9160-WRITE-EMPLOYER-HEADER THRU 9160-EXIT
056400     END-IF.
056500     MOVE SPACES TO NEW-HIRE-REPORT-RECORD.
056600     MOVE "D" TO NH-RECORD-TYPE.
056700     MOVE WS-HT-SSN (WS-HIRE-SUB) TO NH-D-SSN.
056800     MOVE WS-HT-EMPLOYEE-NAME (WS-HIRE-SUB) TO NH-D-EMPLOYEE-NAME.
056900     MOVE WS-HT-ADDRESS-LINE (WS-HIRE-SUB) TO NH-D-ADDRESS-LINE.
057000     MOVE WS-HT-ADDRESS-CITY (WS-HIRE-SUB) TO NH-D-ADDRESS-CITY.
057100     MOVE WS-HT-ADDRESS-STATE (WS-HIRE-SUB)
057200         TO NH-D-ADDRESS-STATE.
057300     MOVE WS-HT-ADDRESS-ZIP (WS-HIRE-SUB) TO NH-D-ADDRESS-ZIP.
057400     MOVE WS-HT-HIRE-DATE (WS-HIRE-SUB) TO NH-D-HIRE-DATE.
057500     MOVE WS-HT-HIRE-TYPE (WS-HIRE-SUB) TO NH-D-HIRE-TYPE.
057600     MOVE WS-FILE-STATE-CODE TO NH-D-WORK-STATE-CODE.
057700     MOVE WS-HT-EMPLOYEE-ID (WS-HIRE-SUB) TO NH-D-EMPLOYEE-ID.
057800     WRITE NEW-HIRE-REPORT-RECORD.
057900     ADD 1 TO WS-STATE-HIRE-COUNT.
057910     ADD 1 TO WS-GROUP-HIRE-COUNT.
058000     ADD 1 TO WS-REPORTED-COUNT.
058100     MOVE SPACES TO WS-DEADLINE-FLAG.
058200     IF WS-HT-DAYS-SINCE-HIRE (WS-HIRE-SUB) > WS-DEADLINE-DAYS
058300         MOVE "REPORTED LATE" TO WS-DEADLINE-FLAG
058400         ADD 1 TO WS-LATE-COUNT
058500     END-IF.
058600     MOVE WS-FILE-STATE-CODE TO NR-D-WORK-STATE-CODE.
058700     MOVE WS-HT-EMPLOYEE-ID (WS-HIRE-SUB) TO NR-D-EMPLOYEE-ID.
058800     MOVE WS-HT-EMPLOYEE-NAME (WS-HIRE-SUB) TO NR-D-EMPLOYEE-NAME.
058900     MOVE "XXX-XX-" TO NR-D-SSN-MASK.
059000     MOVE WS-HT-SSN (WS-HIRE-SUB) TO WS-SSN-WORK.
059100     MOVE WS-SSN-WORK-X (6:4) TO NR-D-SSN-LAST-FOUR.
059200     MOVE WS-HT-HIRE-DATE (WS-HIRE-SUB) TO NR-D-HIRE-DATE.
059300     MOVE WS-HT-HIRE-TYPE (WS-HIRE-SUB) TO WS-REPORT-HIRE-TYPE.
059400     PERFORM 2350-NAME-HIRE-TYPE THRU 2350-EXIT.
059500     MOVE WS-HT-DAYS-SINCE-HIRE (WS-HIRE-SUB)
059600         TO NR-D-DAYS-SINCE-HIRE.
059700     MOVE "REPORTED" TO NR-D-STATUS.
059800     MOVE WS-DEADLINE-FLAG TO NR-D-DEADLINE-FLAG.
059900     WRITE NEW-HIRE-REPORT-LINE FROM WS-NHIRRPT-DETAIL-LINE.
060000 9200-EXIT.
060100     EXIT.
060200*================================================================
060300*  9300-MARK-ONE-REPORTED -- THE STATE FILES ARE CLOSED, SO THE
060400*  HIRE HAS GONE OUT: MARK THE MASTER REPORTED WITH THE RUN
060500*  DATE SO IT IS NEVER SENT AGAIN.
060600*================================================================
060700 9300-MARK-ONE-REPORTED.
060800     MOVE WS-HT-EMPLOYEE-ID (WS-HIRE-SUB) TO EM-EMPLOYEE-ID.
060900     READ EMPLOYEE-MASTER-FILE
061000         KEY IS EM-EMPLOYEE-ID
061100         INVALID KEY
061200             DISPLAY "PAYNHIRE: EMP " EM-EMPLOYEE-ID
061300                 " NOT ON MASTER - NOT MARKED REPORTED"
061400             ADD 1 TO WS-MARK-FAILED-COUNT
061500             GO TO 9300-EXIT
061600     END-READ.
061700     MOVE "Y" TO EM-NEW-HIRE-STATUS.
061800     MOVE WS-RUN-DATE TO EM-NEW-HIRE-REPORT-DATE.
061900     REWRITE EMPLOYEE-MASTER-RECORD
062000         INVALID KEY
062100             DISPLAY "PAYNHIRE: EMP " EM-EMPLOYEE-ID
062200                 " REWRITE FAILED - NOT MARKED REPORTED"
062300             ADD 1 TO WS-MARK-FAILED-COUNT
062400     END-REWRITE.
062500 9300-EXIT.
062600     EXIT.
