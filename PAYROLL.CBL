012600*                   ACCOUNT PER DEPARTMENT.
012700*  08/23/2026 MHC   AN EMPLOYEE FLAGGED BY ACHRET FOR A RETURNED
012800*                   DEPOSIT IS PAID BY PAPER CHECK INSTEAD OF
012810*                   ACH UNTIL THE BANK DATA IS FIXED AND THE
012820*                   FLAG CLEARED; A RECOVERY (NEGATIVE NET)
012830*                   STILL RIDES ACH AS A DEBIT.
012840*  09/02/2026 MHC   ADDED LABOR DISTRIBUTION.  A STANDING
012845*                   PERCENT-SPLIT SET PER EMPLOYEE ON
012850*                   LABDIST.DAT PRORATES EVERY DEPARTMENT
013170*                   FROM THE BADGE-CLOCK EXPORT WITH QUARTER-
013180*                   HOUR PRECISION, WHICH ONE DECIMAL CANNOT
013190*                   CARRY.
013191*  10/15/2026 MHC   WITHHOLDING HONORS THE EMPLOYEE'S FEDERAL
013192*                   AND STATE W-4 ELECTIONS ON THE MASTER --
013193*                   FILING STATUS PICKS THE RATE SET (FALLING
013194*                   BACK TO THE SINGLE SET), THE DEPENDENT
013195*                   CREDIT COMES OFF THE ANNUAL TAX, THE EXTRA
013196*                   AMOUNT RIDES EACH REGULAR CHECK, AND AN
013197*                   EXEMPT ELECTION WITHHOLDS NOTHING.  THE
013198*                   ELECTIONS USED PRINT ON THE STUB.
013199*  10/15/2026 MHC   ADDED THE TRIAL (PREVIEW) RUN.  RUN MODE "T"
013200*                   ON PAYCTRL.PRM COMPUTES EVERY RECORD EXACTLY
013201*                   AS A LIVE RUN BUT POSTS NOTHING -- THE
013202*                   MASTERS, HISTORY, CALENDAR AND DEPOSIT
013203*                   LEDGER ARE OPENED INPUT ONLY AND NO PAYMENT,
013204*                   GL OR REMITTANCE FILE IS WRITTEN.  IT PRINTS
013205*                   THE PREVIEW REGISTER (PAYPREV.RPT) AND THE
013206*                   EXCEPTION REPORT, FLAGS A REGULAR NET PAY
013207*                   THAT MOVED MORE THAN THE VARIANCE LIMIT FROM
013208*                   THE LAST ONE ON HISTORY, AND LISTS ACTIVE
013209*                   EMPLOYEES MISSING FROM THE INPUT.
013210*  10/15/2026 MHC   A MASTER CREATED BY THE RUN STARTS WITH NO
013211*                   HIRE, TERMINATION OR REHIRE DATE ON FILE.
013212*  10/15/2026 MHC   A MASTER CREATED BY THE RUN HAS NO SSN OR
013213*                   HOME ADDRESS AND IS MARKED UNREPORTED, SO
013214*                   PAYNHIRE LISTS IT FOR HR TO COMPLETE THROUGH
013215*                   PAYMAINT BEFORE THE STATE DEADLINE.
013216*  10/15/2026 MHC   ADDED THE MINIMUM-WAGE EDIT.  THE DATED
013217*                   STATE AND FEDERAL FLOORS LOAD FROM MINWAGE.DAT
013218*                   AT INITIALIZE LIKE THE TAX RATES, AND A
013219*                   REGULAR, ADJUSTMENT OR PAID-LEAVE RECORD
013220*                   WHOSE HOURLY RATE (OR SALARY OVER 2080 HOURS)
013221*                   IS UNDER THE FLOOR FOR ITS WORK STATE ON THE
013222*                   PERIOD END DATE IS REJECTED.  A SALARY UNDER
013223*                   THE EXEMPT THRESHOLD IS PAID BUT FLAGGED ON
013224*                   THE EXCEPTION REPORT.
013225*  10/15/2026 MHC   A LIVE RUN NOW RUNS UNDER THE RUN LEDGER
013226*                   (RUNLEDG.DAT), KEYED BY PAY DATE.  IT WILL
013227*                   NOT START WHILE ANOTHER PAYROLL FOR THE PAY
013228*                   DATE IS IN PROGRESS OR AWAITING RESTART, A
013229*                   RESTART MUST FIND ONE AWAITING RESTART, AND
013230*                   PAYCLOCK (WHEN RUN) MUST HAVE FINISHED
013231*                   CLEANLY.  TRIAL RUNS STAY OFF THE LEDGER.
013232*  10/15/2026 MHC   A FRESH RUN NOW CARRIES THE CHECK NUMBER
013233*                   COUNTER ON FROM THE LAST CHECKPOINT INSTEAD
013234*                   OF STARTING OVER AT ONE, SO NO CHECK NUMBER
013235*                   PAYOFFCY OR PAYREISS DREW IS EVER CUT
013236*                   AGAIN.  POSITIVE-PAY RECORDS ARE MARKED
013237*                   ORDINARY ISSUES, AND THE VOIDS AND
013238*                   REPLACEMENT ISSUES PAYREISS LEFT ON
013239*                   POSPAY.DAT FOR CHKRECON ARE CARRIED INTO
013240*                   THE NEW FILE RATHER THAN LOST.
013241*  10/15/2026 MHC   MULTI-COMPANY.  THE EMPLOYING COMPANY COMES
013242*                   FROM THE MASTER (BLANK IS 01) AND MUST BE ON
013243*                   THE OPTIONAL COMPANY.DAT WHEN ONE IS LOADED.
013244*                   HISTORY, ACH AND POSITIVE-PAY RECORDS CARRY
013245*                   IT; THE DEPARTMENT AND STATE WITHHOLDING
013246*                   TABLES ARE KEPT PER COMPANY, SO THE GL
013247*                   ENTRIES CARRY EACH COMPANY'S SEGMENT AND
013248*                   TAXDEP.DAT GETS EACH COMPANY'S OWN FEDERAL
013249*                   AND STATE LIABILITIES.  CHECKS NAME THE
013250*                   COMPANY AND ITS CHECK STOCK.  AT TERMINATE
013251*                   THE RUN'S ACH AND POSITIVE-PAY FILES ARE
013252*                   SPLIT INTO ONE NACHA FILE AND ONE POSITIVE-
013253*                   PAY FILE PER COMPANY FOR ITS OWN BANK.
013254*  10/15/2026 MHC   A SALARY FLAGGED UNDER THE EXEMPT THRESHOLD
013255*                   IS STILL PAID, SO IT NOW COUNTS APART FROM
013256*                   THE REJECTS (WS-TOTAL-FLAGGED-COUNT, CARRIED
013257*                   ON THE CHECKPOINT); COUNTED AS A REJECT IT
013258*                   THREW PAYBAL'S RECORD PROOF OUT OF BALANCE.
013259*                   EACH RUN NOW APPENDS ITS GROUP TO THE
013260*                   COMPANY POSITIVE-PAY FILES, WHICH HOLD
013261*                   WHATEVER PAYOFFCY AND PAYREISS SENT SINCE THE
013262*                   BANK LAST COLLECTED THEM, AND SENDS ONLY ITS
013263*                   OWN ISSUES.  OFF-CYCLE ISSUES STILL WAITING
013264*                   ON POSPAY.DAT FOR CHKRECON ARE CARRIED
013265*                   FORWARD WITH THE VOIDS AND REPLACEMENTS.
013266*  10/15/2026 MHC   THE VOIDS, REPLACEMENTS AND OFF-CYCLE ISSUES
013267*                   HELD OVER A FRESH RUN ARE READ BEFORE THE
013268*                   STEP STARTS, 5000 OF THEM; MORE REFUSES THE
013269*                   RUN RC 12 RATHER THAN DROP ANY.  THE EXEMPT
013270*                   SALARY FLAG IS WRITTEN ONLY FOR A RECORD THAT
013271*                   CLEARS THE PAY CALCULATION.
013272*================================================================
013300*
013400*  THIS PROGRAM COMPUTES GROSS PAY, WITHHOLDING TAXES AND NET
013500*  PAY FOR EACH EMPLOYEE DETAIL RECORD PRESENT ON PAYROLL.TXT.
013700*  PROGRESSIVE TAX TABLE RATHER THAN AS A SINGLE FLAT PERCENT.  A
013800*  RECORD THAT FAILS EDIT IS ROUTED TO THE EXCEPTION REPORT AND
013900*  TAKES NO FURTHER PART IN THE RUN.
013910*
013920*  A TRIAL RUN (RUN MODE "T" ON PAYCTRL.PRM) GOES THROUGH THE
013930*  SAME EDITS AND CALCULATIONS BUT ONLY REPORTS -- NOTHING IS
013940*  POSTED AND NO PAYMENT IS CUT.  SEE 1300, 2550 AND 9600.
014000*
014100 ENVIRONMENT DIVISION.
014200 CONFIGURATION SECTION.
016900         ORGANIZATION IS LINE SEQUENTIAL.
017000     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.RPT"
017100         ORGANIZATION IS LINE SEQUENTIAL.
017110     SELECT OPTIONAL POSPAY-FILE ASSIGN TO "POSPAY.DAT"
017120         ORGANIZATION IS LINE SEQUENTIAL
017130         FILE STATUS IS WS-POSPAY-STATUS.
017400     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
017500         ORGANIZATION IS INDEXED
017510         ACCESS MODE IS DYNAMIC
017600     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
017700        ORGANIZATION IS LINE SEQUENTIAL
017800        FILE STATUS IS WS-TAXRATE-STATUS.
017810     SELECT MIN-WAGE-FILE ASSIGN TO "MINWAGE.DAT"
017820        ORGANIZATION IS LINE SEQUENTIAL
017830        FILE STATUS IS WS-MINWAGE-STATUS.
017900     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
018000         ORGANIZATION IS LINE SEQUENTIAL
018100         FILE STATUS IS WS-PAYCAL-STATUS.
018860         ORGANIZATION IS LINE SEQUENTIAL
018870         FILE STATUS IS WS-LABDIST-STATUS.
018880     SELECT LABDIST-REPORT-FILE ASSIGN TO "LABDIST.RPT"
018881         ORGANIZATION IS LINE SEQUENTIAL.
018882     SELECT PREVIEW-FILE ASSIGN TO "PAYPREV.RPT"
018883         ORGANIZATION IS LINE SEQUENTIAL.
018884     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
018885         ORGANIZATION IS LINE SEQUENTIAL
018886         FILE STATUS IS WS-PAYDATE-STATUS.
018887     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
018888         ORGANIZATION IS INDEXED
018889         ACCESS MODE IS DYNAMIC
018890         RECORD KEY IS JL-PAY-DATE
018891         FILE STATUS IS WS-LEDGER-STATUS.
018892     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
018893         ORGANIZATION IS LINE SEQUENTIAL
018894         FILE STATUS IS WS-COMPANY-STATUS.
018895     SELECT ACH-XMIT-FILE ASSIGN TO WS-ACH-XMIT-NAME
018896         ORGANIZATION IS LINE SEQUENTIAL.
018897     SELECT OPTIONAL POSPAY-XMIT-FILE
018898         ASSIGN TO WS-POSPAY-XMIT-NAME
018899         ORGANIZATION IS LINE SEQUENTIAL.
018900
019000 DATA DIVISION.
019100 FILE SECTION.
022797*
022798 FD  LABDIST-REPORT-FILE
022799     LABEL RECORDS ARE STANDARD.
022809 01  LABDIST-REPORT-LINE          PIC X(132).
022819*
022829 FD  PREVIEW-FILE
022839     LABEL RECORDS ARE STANDARD.
022849 01  PREVIEW-LINE                 PIC X(132).
022859*
022900 FD  DEDUCTION-MASTER-FILE
023000     LABEL RECORDS ARE STANDARD.
023100 COPY DEDMAST.
025300 FD  TAX-RATE-FILE
025400     LABEL RECORDS ARE STANDARD.
025500 COPY TAXRATE.
025502*
025504 FD  MIN-WAGE-FILE
025506     LABEL RECORDS ARE STANDARD.
025508 COPY MINWAGE.
025510*
025512 FD  PAY-DATE-PARM-FILE
025514     LABEL RECORDS ARE STANDARD.
025516 COPY PAYDTPRM.
025518*
025520 FD  RUN-LEDGER-FILE
025522     LABEL RECORDS ARE STANDARD.
025524 COPY RUNLEDG.
025526*
025528 FD  COMPANY-FILE
025530     LABEL RECORDS ARE STANDARD.
025532 COPY COMPCTL.
025534*
025536 FD  ACH-XMIT-FILE
025538     LABEL RECORDS ARE STANDARD.
025540 COPY BANKXMIT.
025542*
025544 FD  POSPAY-XMIT-FILE
025546     LABEL RECORDS ARE STANDARD.
025548 COPY PPXMIT.
025600
025700 WORKING-STORAGE SECTION.
025800*
026000*  PROGRESSIVE TAX BRACKET TABLE
026100*----------------------------------------------------------------
026200 COPY TAXTABL.
026201*
026202*----------------------------------------------------------------
026203*  DATED MINIMUM-WAGE TABLE AND FLOOR LOOKUP FIELDS
026204*----------------------------------------------------------------
026205 COPY MINWTABL.
026206 01  WS-MIN-WAGE-ANNUAL           PIC 9(07)V99 VALUE ZERO.
026207*
026208*----------------------------------------------------------------
026209*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
026210*----------------------------------------------------------------
026211 COPY RUNLWORK.
026212*
026213*----------------------------------------------------------------
026214*  COMPANY CONTROL TABLE AND THE COMPANY OF THE RECORD IN HAND
026215*----------------------------------------------------------------
026216 COPY COMPTABL.
026217 01  WS-COMPANY-FIELDS.
026218     05  WS-CURRENT-COMPANY       PIC X(02)   VALUE SPACES.
026219     05  WS-CURRENT-COMPANY-NAME  PIC X(30)   VALUE SPACES.
026220     05  WS-CURRENT-CHECK-STOCK   PIC X(06)   VALUE SPACES.
026221     05  WS-COMPANY-SUB           PIC 9(02)   VALUE ZERO.
026222     05  WS-GL-COMPANY-SEGMENT    PIC X(04)   VALUE SPACES.
026223 01  WS-DEFAULT-ACH-NAME.
026224     05  FILLER                   PIC X(03)   VALUE "ACH".
026225     05  WS-DEFAULT-ACH-CODE      PIC X(02)   VALUE SPACES.
026226     05  FILLER                   PIC X(04)   VALUE ".DAT".
026227 01  WS-DEFAULT-POSPAY-NAME.
026228     05  FILLER                   PIC X(06)   VALUE "POSPAY".
026229     05  WS-DEFAULT-POSPAY-CODE   PIC X(02)   VALUE SPACES.
026230     05  FILLER                   PIC X(04)   VALUE ".DAT".
026231*
026232*----------------------------------------------------------------
026233*  PER-COMPANY BANK TRANSMISSIONS -- THE FILE BEING WRITTEN AND
026234*  ITS BATCH AND FILE CONTROL COUNTS
026235*----------------------------------------------------------------
026236 01  WS-ACH-XMIT-NAME             PIC X(12)   VALUE SPACES.
026237 01  WS-POSPAY-XMIT-NAME          PIC X(12)   VALUE SPACES.
026238 01  WS-XMIT-FIELDS.
026239     05  WS-XMIT-DATE             PIC 9(08)   VALUE ZERO.
026240     05  WS-XMIT-DATE-PARTS REDEFINES WS-XMIT-DATE.
026241         10  WS-XMIT-CENTURY      PIC 9(02).
026242         10  WS-XMIT-YYMMDD       PIC 9(06).
026243     05  WS-XMIT-TIME             PIC 9(08)   VALUE ZERO.
026244     05  WS-XMIT-TIME-PARTS REDEFINES WS-XMIT-TIME.
026245         10  WS-XMIT-HHMM         PIC 9(04).
026246         10  FILLER               PIC 9(04).
026247     05  WS-XMIT-DESTINATION.
026248         10  FILLER               PIC X(02)   VALUE SPACES.
026249         10  WS-XMIT-ODFI         PIC 9(08)   VALUE ZERO.
026250     05  WS-XMIT-RECORD-COUNT     PIC 9(06)   VALUE ZERO.
026251     05  WS-XMIT-ENTRY-COUNT      PIC 9(06)   VALUE ZERO.
026252     05  WS-XMIT-BLOCK-COUNT      PIC 9(06)   VALUE ZERO.
026253     05  WS-XMIT-PAD-REMAINDER    PIC 9(02)   VALUE ZERO.
026254     05  WS-XMIT-ENTRY-HASH       PIC 9(12)   VALUE ZERO.
026255     05  WS-XMIT-DEBIT-TOTAL      PIC 9(10)V99 VALUE ZERO.
026256     05  WS-XMIT-CREDIT-TOTAL     PIC 9(10)V99 VALUE ZERO.
026257     05  WS-XMIT-ISSUE-COUNT      PIC 9(07)   VALUE ZERO.
026258     05  WS-XMIT-ISSUE-NET        PIC S9(11)V99 VALUE ZERO.
026300*
026400*----------------------------------------------------------------
026500*  PAY-STUB REPORT LINE LAYOUTS
028350 COPY LABDRPT.
028400*
028500*----------------------------------------------------------------
028510*  TRIAL-RUN PREVIEW REGISTER LINES
028520*----------------------------------------------------------------
028530 COPY PAYPREV.
028540*
028550*----------------------------------------------------------------
028600*  RUN SWITCHES
028700*----------------------------------------------------------------
028800 01  WS-SWITCHES.
029500         88  WS-PARM-FOUND                    VALUE "00".
029600     05  WS-CHECKPOINT-STATUS     PIC X(02)   VALUE "00".
029700         88  WS-CHECKPOINT-FOUND              VALUE "00".
029705     05  WS-POSPAY-STATUS         PIC X(02)   VALUE "00".
029710         88  WS-POSPAY-FOUND                  VALUE "00".
029715     05  WS-POSPAY-EOF-SWITCH     PIC X(01)   VALUE "N".
029720         88  WS-END-OF-POSPAY                 VALUE "Y".
029725     05  WS-ACH-EOF-SWITCH        PIC X(01)   VALUE "N".
029730         88  WS-END-OF-ACH                    VALUE "Y".
029735     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
029740         88  WS-COMPANY-FOUND                 VALUE "00".
029745     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
029750         88  WS-END-OF-COMPANIES              VALUE "Y".
029755     05  WS-COMPANY-ON-FILE-SWITCH PIC X(01)  VALUE "N".
029760         88  WS-COMPANY-ON-FILE               VALUE "Y".
029800     05  WS-DEDMAST-STATUS        PIC X(02)   VALUE "00".
029900         88  WS-DEDMAST-OK                    VALUE "00".
030000     05  WS-DEDUCTION-EOF-SWITCH  PIC X(01)   VALUE "N".
030500         88  WS-TAXRATE-FOUND                 VALUE "00".
030600     05  WS-TAXRATE-EOF-SWITCH    PIC X(01)   VALUE "N".
030700         88  WS-END-OF-TAX-RATES              VALUE "Y".
030710     05  WS-MINWAGE-STATUS        PIC X(02)   VALUE "00".
030720         88  WS-MINWAGE-FOUND                 VALUE "00".
030730     05  WS-MINWAGE-EOF-SWITCH    PIC X(01)   VALUE "N".
030740         88  WS-END-OF-MIN-WAGES              VALUE "Y".
030800     05  WS-PAYCAL-STATUS         PIC X(02)   VALUE "00".
030900         88  WS-PAYCAL-FOUND                  VALUE "00".
031000     05  WS-CALENDAR-EOF-SWITCH   PIC X(01)   VALUE "N".
031100         88  WS-END-OF-CALENDAR               VALUE "Y".
031200     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
031300         88  WS-RUN-REFUSED                   VALUE "Y".
031310     05  WS-TRIAL-RUN-SWITCH      PIC X(01)   VALUE "N".
031320         88  WS-TRIAL-RUN                     VALUE "Y".
031330     05  WS-MASTER-EOF-SWITCH     PIC X(01)   VALUE "N".
031340         88  WS-END-OF-MASTER                 VALUE "Y".
031400*
031500*----------------------------------------------------------------
031600*  INPUT-RECORD VALIDATION SWITCH AND REJECT REASON
032300     05  WS-MAX-HOURS-FOR-PERIOD  PIC 9(03)V9(02) VALUE ZERO.
032400     05  WS-MASTER-FOUND-SWITCH   PIC X(01)   VALUE "N".
032500         88  WS-MASTER-FOUND                  VALUE "Y".
032501     05  WS-EXEMPT-FLAG-SWITCH    PIC X(01)   VALUE "N".
032502         88  WS-EXEMPT-FLAG-PENDING           VALUE "Y".
032600*
032700*----------------------------------------------------------------
032800*  RUN DATE
034300     05  WS-TOTAL-MEDICARE-TAX    PIC S9(09)V99 VALUE ZERO.
034400     05  WS-TOTAL-STATE-TAX       PIC S9(09)V99 VALUE ZERO.
034500     05  WS-TOTAL-EXCEPTION-COUNT PIC 9(07)   VALUE ZERO.
034510     05  WS-TOTAL-FLAGGED-COUNT   PIC 9(07)   VALUE ZERO.
034600*
034700*----------------------------------------------------------------
034800*  ACH TRACE NUMBER COUNTER
035800     05  WS-TOTAL-CHECK-COUNT     PIC 9(07)   VALUE ZERO.
035900     05  WS-TOTAL-CHECK-AMOUNT    PIC 9(09)V99 VALUE ZERO.
036000     05  WS-TOTAL-ACH-AMOUNT      PIC S9(09)V99 VALUE ZERO.
036010*
036020*----------------------------------------------------------------
036030*  VOIDS, REPLACEMENT ISSUES AND OFF-CYCLE ISSUES STILL WAITING
036040*  ON POSPAY.DAT FOR CHKRECON, HELD ACROSS THE FRESH RUN'S
036045*  REWRITE OF THE FILE
036050*----------------------------------------------------------------
036060 01  WS-HELD-POSPAY-COUNT         PIC 9(04)   VALUE ZERO.
036070 01  WS-HELD-POSPAY-SUB           PIC 9(04)   VALUE ZERO.
036080 01  HELD-POSPAY-TABLE.
036090     05  HP-RECORD OCCURS 5000 TIMES PIC X(50).
036100*
036200*----------------------------------------------------------------
036300*  CHECKPOINT/RESTART CONTROL FIELDS
039500     05  WS-SELECTED-DATE         PIC 9(08)   VALUE ZERO.
039600     05  WS-TAX-SET-SUB           PIC 9(03)   VALUE ZERO.
039700     05  WS-BRACKET-SUB           PIC 9(01)   VALUE ZERO.
039705     05  WS-WANTED-FILING-STATUS  PIC X(01)   VALUE SPACE.
039710*
039715*----------------------------------------------------------------
039720*  W-4 ELECTIONS IN FORCE FOR THE RECORD IN HAND, CAPTURED FROM
039725*  THE MASTER IN 2060 (SINGLE, NO CREDIT, NO EXTRA, NOT EXEMPT
039730*  FOR AN EMPLOYEE NOT YET ON FILE).
039735*----------------------------------------------------------------
039740 01  WS-W4-ELECTION-FIELDS.
039745     05  WS-W4-FED-STATUS         PIC X(01)   VALUE "S".
039750     05  WS-W4-FED-CREDIT         PIC 9(05)V99 VALUE ZERO.
039755     05  WS-W4-FED-EXTRA          PIC 9(05)V99 VALUE ZERO.
039760     05  WS-W4-FED-EXEMPT-FLAG    PIC X(01)   VALUE "N".
039765         88  WS-W4-FED-EXEMPT                 VALUE "Y".
039770     05  WS-W4-STATE-STATUS       PIC X(01)   VALUE "S".
039775     05  WS-W4-STATE-CREDIT       PIC 9(05)V99 VALUE ZERO.
039780     05  WS-W4-STATE-EXTRA        PIC 9(05)V99 VALUE ZERO.
039785     05  WS-W4-STATE-EXEMPT-FLAG  PIC X(01)   VALUE "N".
039790         88  WS-W4-STATE-EXEMPT               VALUE "Y".
039800*
039900*----------------------------------------------------------------
040000*  VOLUNTARY DEDUCTION WORK AREAS -- THE PERIOD'S TOTAL TAKEN,
047200             88  WS-CAL-PERIOD-CLOSED     VALUE "C".
047300         10  WS-CAL-USED-FLAG       PIC X(01).
047400             88  WS-CAL-PERIOD-USED       VALUE "Y".
047402*
047404*----------------------------------------------------------------
047410*  LABOR DISTRIBUTION -- THE STANDING SPLIT TABLE LOADED FROM
047412*  LABDIST.DAT AT INITIALIZE (SORTED BY EMPLOYEE; A SET NOT
047414*  SUMMING TO 100.00 PERCENT IS MARKED DROPPED), THE PER-RECORD
047508     05  WS-REM-SHIFT-DIFF        PIC S9(09)V99 VALUE ZERO.
047509*
047511*----------------------------------------------------------------
047516*  PER-COMPANY, PER-JURISDICTION STATE WITHHOLDING ACCUMULATORS
047521*  FOR THE TAX DEPOSIT LIABILITY POSTING -- THE RUN TOTAL ALONE
047526*  CANNOT KEY A DEPOSIT BY COMPANY AND STATE.  THE TABLE RIDES
047531*  THE CHECKPOINT LIKE THE DEPARTMENT TABLE, AND THE FEDERAL
047536*  DEPOSIT FIGURE (WITHHELD INCOME TAX PLUS BOTH HALVES OF
047541*  FICA) IS BUILT AT TERMINATE.
047560*----------------------------------------------------------------
047565 01  WS-STATE-TAX-COUNT           PIC 9(02)   VALUE ZERO.
047570 01  WS-STATE-TAX-SUB             PIC 9(02)   VALUE ZERO.
047575 01  WS-STATE-TAX-TABLE.
047577     05  WS-STATE-TAX-ENTRY OCCURS 20 TIMES INDEXED BY ST-IDX.
047579         10  WS-STATE-COMPANY-CODE PIC X(02).
047585         10  WS-STATE-JURISDICTION PIC X(02).
047590         10  WS-STATE-TAX-AMOUNT  PIC S9(09)V99.
047595 01  WS-FED-DEPOSIT-LIABILITY     PIC S9(09)V99 VALUE ZERO.
047596*
047597*  EACH COMPANY DEPOSITS ITS OWN 941 FIGURE, SO AT TERMINATE THE
047598*  FEDERAL LIABILITY IS GATHERED PER COMPANY FROM THE COMPANY'S
047599*  DEPARTMENT ENTRIES.
047600 01  WS-FED-LIABILITY-COUNT       PIC 9(02)   VALUE ZERO.
047601 01  WS-FED-LIABILITY-SUB         PIC 9(02)   VALUE ZERO.
047602 01  WS-FED-LIABILITY-TABLE.
047603     05  WS-FED-LIABILITY-ENTRY OCCURS 20 TIMES
047604             INDEXED BY FL-IDX.
047605         10  WS-FED-COMPANY-CODE  PIC X(02).
047606         10  WS-FED-COMPANY-AMOUNT PIC S9(09)V99.
047607 01  WS-FED-WANTED-COMPANY        PIC X(02)   VALUE SPACES.
047608 01  WS-FED-WANTED-AMOUNT         PIC S9(09)V99 VALUE ZERO.
047609*
047610*  NEXT FREE SEQUENCE NUMBER UNDER THE EMPLOYEE/PERIOD KEY ON
047611*  THE INDEXED HISTORY FILE, SET BY 2628.
047612 01  WS-NEXT-HISTORY-SEQ          PIC 9(03)   VALUE ZERO.
047613*
047614*----------------------------------------------------------------
047615*  SUPPLEMENTAL PAY WORK AREAS -- THE PERIOD'S GROSS ROLLED TO
047620*  ITS PER-TYPE BUCKET FOR THE DEPARTMENT GL EXPENSE LEGS, AND
047630*  THE FLAT FEDERAL SUPPLEMENTAL WITHHOLDING RATE.
047640*----------------------------------------------------------------
048100     05  WS-SS-RATE               PIC V9(04)  VALUE .0620.
048200     05  WS-SS-WAGE-BASE          PIC 9(07)V99 VALUE 184500.00.
048300     05  WS-MEDICARE-RATE         PIC V9(04)  VALUE .0145.
048302*
048304*----------------------------------------------------------------
048306*  TRIAL-RUN FIELDS -- THE NET-PAY VARIANCE LIMIT (PERCENT,
048308*  OVERRIDDEN FROM PAYCTRL.PRM), THE LAST REGULAR NET FOUND ON
048310*  HISTORY, AND THE EMPLOYEES SEEN ON THE INPUT.  NOTHING IS
048312*  POSTED BETWEEN RECORDS IN A TRIAL, SO THE SEEN TABLE CARRIES
048314*  EACH EMPLOYEE'S PREVIEWED GROSS (FOR THE FICA WAGE BASE) AND
048316*  REGULAR PERIOD (FOR THE DUPLICATE-PAYMENT EDIT) FORWARD, AND
048318*  AT TERMINATE NAMES THE ACTIVE EMPLOYEES THE INPUT MISSED.
048320*----------------------------------------------------------------
048322 01  WS-TRIAL-FIELDS.
048324     05  WS-VARIANCE-PERCENT      PIC 9(03)   VALUE 20.
048326     05  WS-PRIOR-NET-SWITCH      PIC X(01)   VALUE "N".
048328         88  WS-PRIOR-NET-FOUND               VALUE "Y".
048330     05  WS-LAST-REGULAR-NET      PIC S9(07)V99 VALUE ZERO.
048332     05  WS-NET-CHANGE-PCT        PIC S9(04)  VALUE ZERO.
048334     05  WS-PREVIEW-FLAG-COUNT    PIC 9(07)   VALUE ZERO.
048336     05  WS-MISSING-COUNT         PIC 9(07)   VALUE ZERO.
048338     05  WS-SEEN-WANTED-ID        PIC X(06)   VALUE SPACES.
048340     05  WS-SEEN-FOUND-SWITCH     PIC X(01)   VALUE "N".
048342         88  WS-SEEN-FOUND                    VALUE "Y".
048344     05  WS-SEEN-TABLE-FULL-SWITCH PIC X(01)  VALUE "N".
048346         88  WS-SEEN-TABLE-FULL               VALUE "Y".
048348 01  WS-SEEN-COUNT                PIC 9(04)   VALUE ZERO.
048350 01  WS-SEEN-TABLE.
048352     05  WS-SEEN-ENTRY OCCURS 2000 TIMES INDEXED BY SN-IDX.
048354         10  WS-SEEN-EMPLOYEE-ID  PIC X(06).
048356         10  WS-SEEN-GROSS        PIC S9(07)V99.
048358         10  WS-SEEN-REGULAR-PERIOD PIC 9(08).
048400
048500 PROCEDURE DIVISION.
048600*================================================================
049300             UNTIL WS-END-OF-FILE
049400         PERFORM 9000-TERMINATE THRU 9000-EXIT
049500     END-IF.
049510     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
049600     GOBACK.
049700 0000-EXIT.
049800     EXIT.
050400     IF NOT WS-RUN-REFUSED
050500         PERFORM 1070-LOAD-TAX-RATES THRU 1070-EXIT
050600     END-IF.
050610     IF NOT WS-RUN-REFUSED
050620         PERFORM 1092-LOAD-MINIMUM-WAGES THRU 1092-EXIT
050630     END-IF.
050640     IF NOT WS-RUN-REFUSED
050650         PERFORM 1020-LOAD-COMPANIES THRU 1020-EXIT
050660     END-IF.
050700     IF WS-RUN-REFUSED
050800         GO TO 1000-EXIT
050900     END-IF.
051000     OPEN INPUT PAYROLL-FILE.
051100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
051105     PERFORM 1100-READ-CONTROL-PARM THRU 1100-EXIT.
051110     IF WS-TRIAL-RUN
051115         PERFORM 1300-OPEN-TRIAL-FILES THRU 1300-EXIT
051120         GO TO 1000-EXIT
051125     END-IF.
051130     MOVE 2 TO WS-LEDGER-STEP.
051135     IF WS-RESTART-RECORD-NBR NOT = ZERO
051140         MOVE "P" TO WS-LEDGER-DEFAULT-RULE
051145     END-IF.
051150     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
051155     IF NOT WS-RUN-REFUSED
051160         PERFORM 1940-CHECK-PAYROLL-RERUN THRU 1940-EXIT
051165     END-IF.
051166     IF NOT WS-RUN-REFUSED AND WS-RESTART-RECORD-NBR = ZERO
051167         PERFORM 1180-HOLD-POSPAY-VOIDS THRU 1180-EXIT
051168     END-IF.
051170     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
051175     IF WS-RUN-REFUSED
051180         CLOSE PAYROLL-FILE
051185         GO TO 1000-EXIT
051190     END-IF.
051200     OPEN I-O EMPLOYEE-MASTER-FILE.
051300     IF WS-EMPMAST-STATUS NOT = "00"
051400         OPEN OUTPUT EMPLOYEE-MASTER-FILE
051500         CLOSE EMPLOYEE-MASTER-FILE
051600         OPEN I-O EMPLOYEE-MASTER-FILE
051700     END-IF.
051900     IF WS-RESTART-RECORD-NBR NOT = ZERO
052000         PERFORM 1150-RESTORE-CHECKPOINT-TOTALS THRU 1150-EXIT
052100         OPEN EXTEND PAYSTUB-FILE
053400         OPEN OUTPUT CHECK-REGISTER-FILE
053500         WRITE CHECK-REGISTER-LINE
053600             FROM WS-CHECKREG-HEADING-LINE
053610         PERFORM 1170-CARRY-CHECK-COUNTER THRU 1170-EXIT
053700         OPEN OUTPUT POSPAY-FILE
053702         PERFORM 1190-REWRITE-ONE-HELD-RECORD THRU 1190-EXIT
053704             VARYING WS-HELD-POSPAY-SUB FROM 1 BY 1
053706             UNTIL WS-HELD-POSPAY-SUB > WS-HELD-POSPAY-COUNT
053710         OPEN OUTPUT DEDEXTR-FILE
053800     END-IF.
053900     OPEN OUTPUT DEPTSUM-FILE.
054400     PERFORM 2100-READ-PAYROLL-RECORD THRU 2100-EXIT.
054500     PERFORM 1200-SKIP-TO-RESTART-POINT THRU 1200-EXIT.
054600 1000-EXIT.
054601     EXIT.
054602*================================================================
054603*  1020-LOAD-COMPANIES -- LOAD THE OPTIONAL COMPANY.DAT INTO
054604*  THE COMPANY TABLE.  AN ABSENT FILE LEAVES THE TABLE EMPTY:
054605*  EVERY EMPLOYEE IS PAID AS BEFORE, WITH NO COMPANY EDIT AND
054606*  NO PER-COMPANY BANK FILES.
054607*================================================================
054608 1020-LOAD-COMPANIES.
054609     OPEN INPUT COMPANY-FILE.
054610     IF WS-COMPANY-FOUND
054611         PERFORM 1025-LOAD-ONE-COMPANY THRU 1025-EXIT
054612             UNTIL WS-END-OF-COMPANIES OR WS-RUN-REFUSED
054613     END-IF.
054614*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
054615*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
054616     CLOSE COMPANY-FILE.
054617 1020-EXIT.
054618     EXIT.
054619*================================================================
054620*  1025-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01; A
054621*  SECOND RECORD FOR THE SAME CODE REPLACES THE FIRST.
054622*================================================================
054623 1025-LOAD-ONE-COMPANY.
054624     READ COMPANY-FILE
054625         AT END
054626             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
054627         NOT AT END
054628             IF CO-COMPANY-CODE = SPACES
054629                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
054630             END-IF
054631             SET CT-IDX TO 1
054632             SEARCH COMPANY-ENTRY
054633                 AT END
054634                     PERFORM 1030-ADD-COMPANY THRU 1030-EXIT
054635                 WHEN CT-IDX > WS-COMPANY-COUNT
054636                     PERFORM 1030-ADD-COMPANY THRU 1030-EXIT
054637                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
054638                     PERFORM 1035-STORE-COMPANY THRU 1035-EXIT
054639             END-SEARCH
054640     END-READ.
054641 1025-EXIT.
054642     EXIT.
054643*================================================================
054644*  1030-ADD-COMPANY
054645*================================================================
054646 1030-ADD-COMPANY.
054647     IF WS-COMPANY-COUNT < 20
054648         ADD 1 TO WS-COMPANY-COUNT
054649         SET CT-IDX TO WS-COMPANY-COUNT
054650         MOVE CO-COMPANY-CODE TO CT-COMPANY-CODE (CT-IDX)
054651         PERFORM 1035-STORE-COMPANY THRU 1035-EXIT
054652     ELSE
054653*  A DROPPED COMPANY WOULD REJECT EVERY ONE OF ITS EMPLOYEES, SO
054654*  AN OVERFLOWING FILE STOPS THE RUN.
054655         DISPLAY "PAYROLL: COMPANY FILE EXCEEDS 20 ENTRIES - "
054656             "RUN TERMINATED"
054657         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
054658         MOVE 12 TO RETURN-CODE
054659     END-IF.
054660 1030-EXIT.
054661     EXIT.
054662*================================================================
054663*  1035-STORE-COMPANY -- BLANK TRANSMISSION FILE NAMES TAKE
054664*  ACHCC.DAT AND POSPAYCC.DAT FOR THE COMPANY CODE CC.
054665*================================================================
054666 1035-STORE-COMPANY.
054667     MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (CT-IDX).
054668     MOVE CO-FEIN TO CT-FEIN (CT-IDX).
054669     MOVE CO-ACH-COMPANY-ID TO CT-ACH-COMPANY-ID (CT-IDX).
054670     MOVE CO-ACH-ODFI-ROUTING TO CT-ACH-ODFI-ROUTING (CT-IDX).
054671     MOVE CO-BANK-NAME TO CT-BANK-NAME (CT-IDX).
054672     MOVE CO-BANK-ACCOUNT-NBR TO CT-BANK-ACCOUNT-NBR (CT-IDX).
054673     MOVE CO-CHECK-STOCK-ID TO CT-CHECK-STOCK-ID (CT-IDX).
054674     MOVE CO-GL-COMPANY-SEGMENT
054675         TO CT-GL-COMPANY-SEGMENT (CT-IDX).
054676     IF CO-ACH-FILE-NAME = SPACES
054677         MOVE CO-COMPANY-CODE TO WS-DEFAULT-ACH-CODE
054678         MOVE WS-DEFAULT-ACH-NAME TO CT-ACH-FILE-NAME (CT-IDX)
054679     ELSE
054680         MOVE CO-ACH-FILE-NAME TO CT-ACH-FILE-NAME (CT-IDX)
054681     END-IF.
054682     IF CO-POSPAY-FILE-NAME = SPACES
054683         MOVE CO-COMPANY-CODE TO WS-DEFAULT-POSPAY-CODE
054684         MOVE WS-DEFAULT-POSPAY-NAME
054685             TO CT-POSPAY-FILE-NAME (CT-IDX)
054686     ELSE
054687         MOVE CO-POSPAY-FILE-NAME TO CT-POSPAY-FILE-NAME (CT-IDX)
054688     END-IF.
054689 1035-EXIT.
054700     EXIT.
054705*================================================================
054710*  1040-LOAD-LABOR-SPLITS -- LOAD THE STANDING PERCENT-SPLIT
054712*  SETS FROM THE OPTIONAL LABDIST.DAT, THEN PROVE EACH
054714*  EMPLOYEE'S SET SUMS TO EXACTLY 100.00 PERCENT.  A SET THAT
061700     EXIT.
061800*================================================================
061900*  1080-LOAD-ONE-TAX-RATE -- EACH RECORD IS ONE BRACKET OF ONE
061910*  JURISDICTION/EFFECTIVE-DATE/FILING-STATUS RATE SET.  THE
061920*  FIRST BRACKET SEEN FOR A SET ADDS THE SET WITH ITS BRACKETS
061930*  ZEROED.  A BLANK FILING STATUS IS THE SINGLE SET.
062200*================================================================
062300 1080-LOAD-ONE-TAX-RATE.
062400     READ TAX-RATE-FILE
062500         AT END
062600             MOVE "Y" TO WS-TAXRATE-EOF-SWITCH
062700         NOT AT END
062710             IF TR-FILING-STATUS = SPACE
062720                 MOVE "S" TO TR-FILING-STATUS
062730             END-IF
062800             SET TS-IDX TO 1
062900             SEARCH TAX-RATE-SET
063000                 AT END
063400                             = TR-JURISDICTION-CODE
063500                         AND TS-EFFECTIVE-DATE (TS-IDX)
063600                             = TR-EFFECTIVE-DATE
063610                         AND TS-FILING-STATUS (TS-IDX)
063620                             = TR-FILING-STATUS
063700                     PERFORM 1090-STORE-ONE-BRACKET
063800                         THRU 1090-EXIT
063900             END-SEARCH
064400*  1085-ADD-NEW-RATE-SET
064500*================================================================
064600 1085-ADD-NEW-RATE-SET.
064610     IF WS-TAX-SET-COUNT < 90
064800         ADD 1 TO WS-TAX-SET-COUNT
064900         SET TS-IDX TO WS-TAX-SET-COUNT
065000         MOVE TR-JURISDICTION-CODE
065100             TO TS-JURISDICTION-CODE (TS-IDX)
065200         MOVE TR-EFFECTIVE-DATE TO TS-EFFECTIVE-DATE (TS-IDX)
065210         MOVE TR-FILING-STATUS TO TS-FILING-STATUS (TS-IDX)
065300         PERFORM 1087-ZERO-ONE-BRACKET THRU 1087-EXIT
065400             VARYING WS-BRACKET-SUB FROM 1 BY 1
065500             UNTIL WS-BRACKET-SUB > 5
065800*  A DROPPED RATE SET WOULD SILENTLY WITHHOLD NOTHING FOR ITS
065900*  WHOLE JURISDICTION -- INDISTINGUISHABLE FROM A STATE WITH NO
066000*  INCOME TAX -- SO AN OVERFLOWING RATE FILE STOPS THE RUN.
066010         DISPLAY "PAYROLL: TAX RATE FILE EXCEEDS 90 SETS "
066200             "- RUN TERMINATED"
066300         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
066400         MOVE 12 TO RETURN-CODE
068900 1090-EXIT.
069000     EXIT.
069100*================================================================
069105*  1092-LOAD-MINIMUM-WAGES -- LOAD EVERY DATED FLOOR ON
069110*  MINWAGE.DAT INTO THE MINIMUM-WAGE TABLE.  LIKE THE RATE FILE,
069115*  A MISSING ONE IS A HARD STOP -- WITHOUT IT NO PAYMENT CAN BE
069120*  PROVED TO MEET THE FLOOR.
069125*================================================================
069130 1092-LOAD-MINIMUM-WAGES.
069135     OPEN INPUT MIN-WAGE-FILE.
069140     IF NOT WS-MINWAGE-FOUND
069145         DISPLAY "PAYROLL: MINIMUM WAGE FILE NOT FOUND - "
069150             "RUN TERMINATED"
069155         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
069160         MOVE 12 TO RETURN-CODE
069165         GO TO 1092-EXIT
069170     END-IF.
069175     PERFORM 1094-LOAD-ONE-MINIMUM-WAGE THRU 1094-EXIT
069180         UNTIL WS-END-OF-MIN-WAGES OR WS-RUN-REFUSED.
069185     CLOSE MIN-WAGE-FILE.
069190 1092-EXIT.
069195     EXIT.
069200*================================================================
069205*  1094-LOAD-ONE-MINIMUM-WAGE -- A SECOND RECORD FOR THE SAME
069210*  JURISDICTION AND EFFECTIVE DATE REPLACES THE FIRST.
069215*================================================================
069220 1094-LOAD-ONE-MINIMUM-WAGE.
069225     READ MIN-WAGE-FILE
069230         AT END
069235             MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
069240         NOT AT END
069245             SET MS-IDX TO 1
069250             SEARCH MIN-WAGE-SET
069255                 AT END
069260                     PERFORM 1096-ADD-MINIMUM-WAGE-SET
069265                         THRU 1096-EXIT
069270                 WHEN MS-IDX > WS-MIN-WAGE-SET-COUNT
069275                     PERFORM 1096-ADD-MINIMUM-WAGE-SET
069280                         THRU 1096-EXIT
069285                 WHEN MS-JURISDICTION-CODE (MS-IDX)
069290                             = MW-JURISDICTION-CODE
069295                         AND MS-EFFECTIVE-DATE (MS-IDX)
069300                             = MW-EFFECTIVE-DATE
069305                     PERFORM 1098-STORE-MINIMUM-WAGE
069310                         THRU 1098-EXIT
069315             END-SEARCH
069320     END-READ.
069325 1094-EXIT.
069330     EXIT.
069335*================================================================
069340*  1096-ADD-MINIMUM-WAGE-SET
069345*================================================================
069350 1096-ADD-MINIMUM-WAGE-SET.
069355     IF WS-MIN-WAGE-SET-COUNT < 200
069360         ADD 1 TO WS-MIN-WAGE-SET-COUNT
069365         SET MS-IDX TO WS-MIN-WAGE-SET-COUNT
069370         MOVE MW-JURISDICTION-CODE
069375             TO MS-JURISDICTION-CODE (MS-IDX)
069380         MOVE MW-EFFECTIVE-DATE TO MS-EFFECTIVE-DATE (MS-IDX)
069385         PERFORM 1098-STORE-MINIMUM-WAGE THRU 1098-EXIT
069390     ELSE
069395*  A DROPPED FLOOR WOULD LET A SUBSTANDARD RATE PASS UNSEEN FOR
069400*  ITS WHOLE STATE, SO AN OVERFLOWING FILE STOPS THE RUN.
069405         DISPLAY "PAYROLL: MINIMUM WAGE FILE EXCEEDS 200 "
069410             "ENTRIES - RUN TERMINATED"
069415         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
069420         MOVE 12 TO RETURN-CODE
069425     END-IF.
069430 1096-EXIT.
069435     EXIT.
069440*================================================================
069445*  1098-STORE-MINIMUM-WAGE
069450*================================================================
069455 1098-STORE-MINIMUM-WAGE.
069460     MOVE MW-HOURLY-MINIMUM TO MS-HOURLY-MINIMUM (MS-IDX).
069465     MOVE MW-EXEMPT-SALARY-MINIMUM
069470         TO MS-EXEMPT-SALARY-MINIMUM (MS-IDX).
069475 1098-EXIT.
069480     EXIT.
069485*================================================================
069490*  1100-READ-CONTROL-PARM -- LOAD THE RESTART POINT, CHECKPOINT
069495*  INTERVAL, RUN MODE AND VARIANCE LIMIT FROM THE OPTIONAL
069500*  PAYCTRL.PRM FILE.  IF THE FILE IS NOT PRESENT THE RUN IS LIVE
069505*  AND STARTS AT RECORD ONE WITH THE DEFAULTS IN WORKING-STORAGE.
069600*================================================================
069700 1100-READ-CONTROL-PARM.
069800     OPEN INPUT PARM-FILE.
070600         END-IF
070700         IF PC-CHECKPOINT-INTERVAL NOT = ZERO
070800             MOVE PC-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
070810         END-IF
070820         IF PC-TRIAL-RUN
070830             MOVE "Y" TO WS-TRIAL-RUN-SWITCH
070840         END-IF
070850*  A CONTROL FILE WRITTEN BEFORE THE LIMIT WAS CARRIED HOLDS
070860*  BLANKS THERE AND TAKES THE DEFAULT.
070870         IF PC-VARIANCE-PERCENT IS NUMERIC
070880                 AND PC-VARIANCE-PERCENT NOT = ZERO
070890             MOVE PC-VARIANCE-PERCENT TO WS-VARIANCE-PERCENT
070900         END-IF
071000         CLOSE PARM-FILE
071100     END-IF.
073900                     TO WS-TOTAL-STATE-TAX
074000                 MOVE CK-TOTAL-EXCEPTION-COUNT
074100                     TO WS-TOTAL-EXCEPTION-COUNT
074110                 MOVE CK-TOTAL-FLAGGED-COUNT
074120                     TO WS-TOTAL-FLAGGED-COUNT
074200                 MOVE CK-ACH-TRACE-NUMBER TO WS-ACH-TRACE-NUMBER
074300                 MOVE CK-CHECK-NUMBER TO WS-CHECK-NUMBER
074400                 MOVE CK-TOTAL-CHECK-COUNT
077000 1160-EXIT.
077100     EXIT.
077200*================================================================
077201*  1170-CARRY-CHECK-COUNTER -- A FRESH RUN TAKES UP THE CHECK
077202*  NUMBER COUNTER WHERE THE LAST CHECKPOINT LEFT IT.  PAYOFFCY
077203*  AND PAYREISS DRAW FROM AND RETURN THE SAME COUNTER, SO
077204*  NUMBERING ON FROM IT NEVER CUTS A NUMBER TWICE.  NO
077205*  CHECKPOINT ON FILE (THE FIRST RUN) STARTS AT ONE.
077206*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
077207*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
077208*================================================================
077209 1170-CARRY-CHECK-COUNTER.
077210     OPEN INPUT CHECKPOINT-FILE.
077211     IF WS-CHECKPOINT-FOUND
077212         READ CHECKPOINT-FILE
077213             AT END
077214                 CONTINUE
077215             NOT AT END
077216                 MOVE CK-CHECK-NUMBER TO WS-CHECK-NUMBER
077217         END-READ
077218     END-IF.
077219     CLOSE CHECKPOINT-FILE.
077220 1170-EXIT.
077221     EXIT.
077222*================================================================
077223*  1180-HOLD-POSPAY-VOIDS -- THE FRESH RUN REWRITES POSPAY.DAT,
077224*  BUT A VOID OR REPLACEMENT ISSUE PAYREISS WROTE, OR AN
077225*  OFF-CYCLE ISSUE PAYOFFCY WROTE, SINCE THE LAST
077226*  RECONCILIATION MUST STILL REACH CHKRECON, OR THE CHECK
077227*  WOULD NEVER CLEAR OR THE STOPPED CHECK WOULD STAND
077228*  OUTSTANDING FOR EVER.  THOSE ARE HELD HERE AND WRITTEN BACK
077229*  AHEAD OF THE RUN'S OWN ISSUES.  THE ORDINARY ISSUES OF AN
077230*  EARLIER RUN ARE DROPPED AS BEFORE.  THE HOLD IS TAKEN BEFORE
077231*  THE STEP IS MARKED STARTED, SO A HOLD TABLE TOO SMALL FOR THE
077232*  FILE REFUSES THE RUN WHILE POSPAY.DAT IS STILL WHOLE.
077233*================================================================
077234 1180-HOLD-POSPAY-VOIDS.
077235     MOVE ZERO TO WS-HELD-POSPAY-COUNT.
077236     MOVE "N" TO WS-POSPAY-EOF-SWITCH.
077237     OPEN INPUT POSPAY-FILE.
077238     IF WS-POSPAY-FOUND
077239         PERFORM 1185-HOLD-ONE-POSPAY-RECORD THRU 1185-EXIT
077240             UNTIL WS-END-OF-POSPAY
077241     END-IF.
077242     CLOSE POSPAY-FILE.
077243 1180-EXIT.
077244     EXIT.
077245*================================================================
077246*  1185-HOLD-ONE-POSPAY-RECORD
077247*================================================================
077248 1185-HOLD-ONE-POSPAY-RECORD.
077249     READ POSPAY-FILE
077250         AT END
077251             MOVE "Y" TO WS-POSPAY-EOF-SWITCH
077252         NOT AT END
077253             IF NOT PP-ORIGINAL-ISSUE
077254                 IF WS-HELD-POSPAY-COUNT < 5000
077255                     ADD 1 TO WS-HELD-POSPAY-COUNT
077256                     MOVE POSPAY-ISSUE-RECORD
077257                         TO HP-RECORD (WS-HELD-POSPAY-COUNT)
077258                 ELSE
077259                     DISPLAY "PAYROLL: HELD POSITIVE-PAY TABLE "
077260                         "FULL AT CHECK " PP-CHECK-NUMBER
077261                         " - RUN TERMINATED"
077262                     MOVE "Y" TO WS-RUN-REFUSED-SWITCH
077263                     MOVE 12 TO RETURN-CODE
077264                     MOVE "Y" TO WS-POSPAY-EOF-SWITCH
077265                 END-IF
077266             END-IF
077267     END-READ.
077268 1185-EXIT.
077269     EXIT.
077270*================================================================
077271*  1190-REWRITE-ONE-HELD-RECORD
077272*================================================================
077273 1190-REWRITE-ONE-HELD-RECORD.
077274     MOVE HP-RECORD (WS-HELD-POSPAY-SUB) TO POSPAY-ISSUE-RECORD.
077275     WRITE POSPAY-ISSUE-RECORD.
077276 1190-EXIT.
077277     EXIT.
077278*================================================================
077300*  1200-SKIP-TO-RESTART-POINT -- DISCARD RECORDS ALREADY KNOWN
077400*  TO HAVE BEEN PROCESSED ON A PRIOR, INTERRUPTED RUN.
077500*================================================================
078000 1200-EXIT.
078100     EXIT.
078200*================================================================
078201*  1300-OPEN-TRIAL-FILES -- A TRIAL RUN READS THE EMPLOYEE
078202*  MASTER, DEDUCTION MASTER AND HISTORY INPUT ONLY AND WRITES
078203*  NOTHING BUT THE EXCEPTION REPORT AND THE PREVIEW REGISTER.
078204*  A RESTART POINT ON THE CONTROL FILE IS IGNORED -- A TRIAL
078205*  ALWAYS READS THE WHOLE INPUT.  THERE IS NOTHING TO PREVIEW
078206*  AGAINST WITHOUT A MASTER, SO AN ABSENT ONE REFUSES THE RUN
078207*  RATHER THAN BEING CREATED EMPTY.
078208*================================================================
078209 1300-OPEN-TRIAL-FILES.
078210     MOVE ZERO TO WS-RESTART-RECORD-NBR.
078211     OPEN INPUT EMPLOYEE-MASTER-FILE.
078212     IF WS-EMPMAST-STATUS NOT = "00"
078213         DISPLAY "PAYROLL: EMPLOYEE MASTER NOT AVAILABLE FOR "
078214             "TRIAL RUN - RUN TERMINATED"
078215         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
078216         MOVE 12 TO RETURN-CODE
078217         CLOSE PAYROLL-FILE
078218         GO TO 1300-EXIT
078219     END-IF.
078220     OPEN INPUT DEDUCTION-MASTER-FILE.
078221     OPEN INPUT PAY-HISTORY-FILE.
078222     OPEN OUTPUT EXCEPTION-FILE.
078223     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-LINE.
078224     OPEN OUTPUT PREVIEW-FILE.
078225     MOVE WS-RUN-DATE TO PV-H-RUN-DATE.
078226     MOVE WS-VARIANCE-PERCENT TO PV-H-VARIANCE-PCT.
078227     WRITE PREVIEW-LINE FROM WS-PAYPREV-HEADING-LINE.
078228     WRITE PREVIEW-LINE FROM WS-PAYPREV-COLUMN-LINE.
078229     DISPLAY "PAYROLL: TRIAL RUN - NOTHING WILL BE POSTED".
078230     PERFORM 2100-READ-PAYROLL-RECORD THRU 2100-EXIT.
078231 1300-EXIT.
078232     EXIT.
078233*================================================================
078234*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
078235*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
078236*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
078237*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
078238*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
078239*================================================================
078240 1900-CHECK-RUN-LEDGER.
078241     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
078242     ACCEPT WS-LEDGER-TIME FROM TIME.
078243     OPEN I-O RUN-LEDGER-FILE.
078244     IF NOT WS-LEDGER-OK
078245         OPEN OUTPUT RUN-LEDGER-FILE
078246         CLOSE RUN-LEDGER-FILE
078247         OPEN I-O RUN-LEDGER-FILE
078248     END-IF.
078249     MOVE ZERO TO WS-LEDGER-PAY-DATE.
078250     OPEN INPUT PAY-DATE-PARM-FILE.
078251     IF WS-PAYDATE-FOUND
078252         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
078253             AT END
078254                 MOVE ZERO TO PD-PAY-DATE
078255         END-READ
078256         IF PD-PAY-DATE IS NUMERIC
078257             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
078258         ELSE
078259             IF PD-PAY-DATE-X NOT = SPACES
078260                 DISPLAY "PAYROLL: BAD PAY DATE " PD-PAY-DATE-X
078261                     " ON PAYDATE.PRM - RUN TERMINATED"
078262                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
078263             END-IF
078264         END-IF
078265     END-IF.
078266*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
078267*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
078268     CLOSE PAY-DATE-PARM-FILE.
078269     IF WS-RUN-REFUSED
078270         GO TO 1900-REFUSE
078271     END-IF.
078272     IF WS-LEDGER-PAY-DATE = ZERO
078273         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
078274     END-IF.
078275     IF WS-LEDGER-PAY-DATE = ZERO
078276         DISPLAY "PAYROLL: NO PAY DATE IN FLIGHT ON THE RUN "
078277             "LEDGER - RUN TERMINATED"
078278         GO TO 1900-REFUSE
078279     END-IF.
078280     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
078281     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
078282     READ RUN-LEDGER-FILE
078283         KEY IS JL-PAY-DATE
078284         INVALID KEY
078285             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
078286     END-READ.
078287     IF WS-LEDGER-NEW-ENTRY
078288         MOVE SPACES TO RUN-LEDGER-RECORD
078289         INITIALIZE RUN-LEDGER-RECORD
078290         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
078291     END-IF.
078292     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
078293     IF WS-LEDGER-PRED-STEP = ZERO
078294         GO TO 1900-EXIT
078295     END-IF.
078296     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
078297         GO TO 1900-EXIT
078298     END-IF.
078299*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
078300     IF WS-LEDGER-PRED-STEP = 1
078301             AND JL-STEP-NOT-RUN (1)
078302         GO TO 1900-EXIT
078303     END-IF.
078304     DISPLAY "PAYROLL: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
078305         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
078306         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
078307 1900-REFUSE.
078308     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
078309     MOVE 12 TO RETURN-CODE.
078310 1900-EXIT.
078311     EXIT.
078312*================================================================
078313*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
078314*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
078315*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
078316*================================================================
078317 1910-DEFAULT-PAY-DATE.
078318     IF WS-LEDGER-DEFAULT-RUN-DATE
078319         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
078320         GO TO 1910-EXIT
078321     END-IF.
078322     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
078323     MOVE ZERO TO JL-PAY-DATE.
078324     START RUN-LEDGER-FILE
078325         KEY IS NOT LESS THAN JL-PAY-DATE
078326         INVALID KEY
078327             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
078328     END-START.
078329     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
078330         UNTIL WS-END-OF-LEDGER.
078331 1910-EXIT.
078332     EXIT.
078333*================================================================
078334*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
078335*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
078336*================================================================
078337 1920-TEST-ONE-PAY-DATE.
078338     READ RUN-LEDGER-FILE NEXT RECORD
078339         AT END
078340             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
078341     END-READ.
078342     IF WS-END-OF-LEDGER
078343         GO TO 1920-EXIT
078344     END-IF.
078345     IF WS-LEDGER-DEFAULT-RESTART
078346         IF JL-STEP-STARTED (2)
078347             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
078348         END-IF
078349     ELSE
078350         IF NOT JL-STEP-NOT-RUN (2)
078351             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
078352         END-IF
078353     END-IF.
078354 1920-EXIT.
078355     EXIT.
078356*================================================================
078357*  1940-CHECK-PAYROLL-RERUN -- ONE PAYROLL PER PAY DATE.  A
078358*  RESTART MUST FIND ITS PAY DATE'S PAYROLL STILL STARTED (THE
078359*  RUN THAT DIED); A FRESH RUN MAY NOT START WHILE ONE IS IN
078360*  PROGRESS OR AWAITING RESTART FROM PAYCKPT.DAT, NOR ONCE ANY
078361*  STEP PAST THE BALANCING PROOF HAS RELEASED THE OLD OUTPUT.
078362*  A FRESH RUN'S OUTPUT IS UNPROVED, SO ANY EARLIER PAYBAL
078363*  VERDICT ON THE PAY DATE IS CLEARED.
078364*================================================================
078365 1940-CHECK-PAYROLL-RERUN.
078366     IF WS-RESTART-RECORD-NBR NOT = ZERO
078367         IF NOT JL-STEP-STARTED (2)
078368             DISPLAY "PAYROLL: NO PAYROLL IS AWAITING RESTART "
078369                 "FOR PAY DATE " WS-LEDGER-PAY-DATE
078370                 " - RUN TERMINATED"
078371             MOVE "Y" TO WS-RUN-REFUSED-SWITCH
078372             MOVE 12 TO RETURN-CODE
078373         END-IF
078374         GO TO 1940-EXIT
078375     END-IF.
078376     IF JL-STEP-STARTED (2)
078377         DISPLAY "PAYROLL: PAYROLL FOR PAY DATE "
078378             WS-LEDGER-PAY-DATE " IS IN PROGRESS OR AWAITING "
078379             "RESTART FROM PAYCKPT.DAT - RUN TERMINATED"
078380         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
078381         MOVE 12 TO RETURN-CODE
078382         GO TO 1940-EXIT
078383     END-IF.
078384     IF NOT JL-STEP-NOT-RUN (4)
078385             OR NOT JL-STEP-NOT-RUN (5)
078386             OR NOT JL-STEP-NOT-RUN (6)
078387             OR NOT JL-STEP-NOT-RUN (7)
078388             OR NOT JL-STEP-NOT-RUN (8)
078389         DISPLAY "PAYROLL: PAY DATE " WS-LEDGER-PAY-DATE
078390             " HAS ALREADY BEEN RELEASED PAST PAYBAL"
078391             " - RUN TERMINATED"
078392         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
078393         MOVE 12 TO RETURN-CODE
078394         GO TO 1940-EXIT
078395     END-IF.
078396     INITIALIZE JL-STEP-ENTRY (3).
078397 1940-EXIT.
078398     EXIT.
078399*================================================================
078400*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
078401*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
078402*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
078403*================================================================
078404 1950-MARK-STEP-STARTED.
078405     IF WS-RUN-REFUSED
078406         CLOSE RUN-LEDGER-FILE
078407         GO TO 1950-EXIT
078408     END-IF.
078409     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
078410     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
078411     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
078412     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
078413         JL-FINISH-TIME (WS-LEDGER-STEP)
078414         JL-RECORDS-IN (WS-LEDGER-STEP)
078415         JL-RECORDS-OUT (WS-LEDGER-STEP)
078416         JL-RETURN-CODE (WS-LEDGER-STEP).
078417     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
078418         JL-OVERRIDE-BY (WS-LEDGER-STEP).
078419     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
078420     IF WS-LEDGER-NEW-ENTRY
078421         WRITE RUN-LEDGER-RECORD
078422     ELSE
078423         REWRITE RUN-LEDGER-RECORD
078424     END-IF.
078425     CLOSE RUN-LEDGER-FILE.
078426     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
078427 1950-EXIT.
078428     EXIT.
078429*================================================================
078430*  2000-PROCESS-RECORD -- EDIT, CALCULATE AND DISPOSE OF ONE
078431*  PAYROLL-FILE RECORD, THEN CHECKPOINT AND READ THE NEXT.
078500*================================================================
078600 2000-PROCESS-RECORD.
078700     PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT.
078800     IF WS-VALID-RECORD
078900         PERFORM 2150-CALCULATE-PAY-BY-TYPE THRU 2150-EXIT
078910     END-IF.
078911     IF WS-VALID-RECORD AND WS-EXEMPT-FLAG-PENDING
078912         PERFORM 2078-FLAG-EXEMPT-SALARY THRU 2078-EXIT
078913     END-IF.
078920     IF WS-TRIAL-RUN
078930         PERFORM 2550-PREVIEW-RECORD THRU 2550-EXIT
078940         PERFORM 2100-READ-PAYROLL-RECORD THRU 2100-EXIT
078950         GO TO 2000-EXIT
079000     END-IF.
079100     IF WS-VALID-RECORD
079200         PERFORM 2400-UPDATE-EMPLOYEE-MASTER THRU 2400-EXIT
082700 2050-VALIDATE-RECORD.
082800     MOVE "Y" TO WS-VALID-RECORD-SWITCH.
082900     MOVE SPACES TO WS-EXCEPTION-REASON.
082901     MOVE "N" TO WS-EXEMPT-FLAG-SWITCH.
083000     IF NOT (PR-TYPE-REGULAR OR PR-TYPE-VOID
083100             OR PR-TYPE-ADJUSTMENT OR PR-TYPE-SUPPLEMENTAL
083110             OR PR-TYPE-PAID-LEAVE)
089900                 TO WS-EXCEPTION-REASON
090000         END-IF
090100     END-IF.
090105     IF WS-VALID-RECORD
090110             AND (PR-TYPE-BONUS OR PR-TYPE-COMMISSION
090120                  OR PR-TYPE-RETRO)
090130         IF PR-EARNINGS-AMOUNT IS NOT NUMERIC
090500     IF WS-VALID-RECORD AND PR-TYPE-REGULAR
090600         PERFORM 2065-CHECK-ALREADY-PAID THRU 2065-EXIT
090700     END-IF.
090710     IF WS-VALID-RECORD
090720             AND (PR-TYPE-REGULAR OR PR-TYPE-ADJUSTMENT)
090730         PERFORM 2075-CHECK-MINIMUM-WAGE THRU 2075-EXIT
090740     END-IF.
090800 2050-EXIT.
090900     EXIT.
091000*================================================================
093900                 END-IF
094000             END-IF
094100     END-READ.
094110*  A TRIAL POSTS NOTHING TO THE MASTER, SO THE GROSS ALREADY
094120*  PREVIEWED FOR THIS EMPLOYEE IN THE RUN IS ADDED BACK HERE --
094130*  THE FICA WAGE-BASE CAP THEN BITES WHERE THE LIVE RUN'S
094140*  WOULD.
094150     IF WS-TRIAL-RUN
094160         PERFORM 2063-ADD-PREVIEWED-GROSS THRU 2063-EXIT
094170     END-IF.
094200*  A VOID OR ADJUSTMENT CORRECTS A PAYMENT ALREADY MADE, AND A
094300*  SUPPLEMENTAL PAYMENT TOPS UP AN EMPLOYEE ALREADY ON THE
094310*  ROLLS, SO THE EMPLOYEE MUST STAND ON THE MASTER; A VOID MUST
095882             END-IF
095884         END-IF
095886     END-IF.
095888     IF WS-VALID-RECORD AND PR-TYPE-PAID-LEAVE
095890         PERFORM 2075-CHECK-MINIMUM-WAGE THRU 2075-EXIT
095892     END-IF.
095894     PERFORM 2062-CAPTURE-W4-ELECTIONS THRU 2062-EXIT.
095896     PERFORM 2064-RESOLVE-COMPANY THRU 2064-EXIT.
095900 2060-EXIT.
095901     EXIT.
095902*================================================================
095903*  2062-CAPTURE-W4-ELECTIONS -- HOLD THE MASTER'S W-4
095904*  ELECTIONS FOR 2300 AND THE STUB.  THE MASTER RECORD AREA IS
095905*  NOT LOADED FOR AN EMPLOYEE NOT YET ON FILE, WHO WITHHOLDS AS
095906*  SINGLE WITH NO CREDIT, NO EXTRA AMOUNT AND NO EXEMPTION.
095907*================================================================
095908 2062-CAPTURE-W4-ELECTIONS.
095909     IF WS-MASTER-FOUND
095910         MOVE EM-FED-FILING-STATUS TO WS-W4-FED-STATUS
095911         MOVE EM-FED-DEPENDENT-CREDIT TO WS-W4-FED-CREDIT
095912         MOVE EM-FED-EXTRA-WITHHOLDING TO WS-W4-FED-EXTRA
095913         MOVE EM-FED-EXEMPT-FLAG TO WS-W4-FED-EXEMPT-FLAG
095914         MOVE EM-STATE-FILING-STATUS TO WS-W4-STATE-STATUS
095915         MOVE EM-STATE-DEPENDENT-CREDIT TO WS-W4-STATE-CREDIT
095916         MOVE EM-STATE-EXTRA-WITHHOLDING TO WS-W4-STATE-EXTRA
095917         MOVE EM-STATE-EXEMPT-FLAG TO WS-W4-STATE-EXEMPT-FLAG
095918     ELSE
095919         MOVE "S" TO WS-W4-FED-STATUS
095920         MOVE ZERO TO WS-W4-FED-CREDIT
095921         MOVE ZERO TO WS-W4-FED-EXTRA
095922         MOVE "N" TO WS-W4-FED-EXEMPT-FLAG
095923         MOVE "S" TO WS-W4-STATE-STATUS
095924         MOVE ZERO TO WS-W4-STATE-CREDIT
095925         MOVE ZERO TO WS-W4-STATE-EXTRA
095926         MOVE "N" TO WS-W4-STATE-EXEMPT-FLAG
095927     END-IF.
095928*  A MASTER WRITTEN BEFORE THE ELECTIONS WERE CARRIED HOLDS
095929*  BLANKS THERE -- SINGLE, NOTHING EXTRA, NOT EXEMPT.
095930     IF WS-W4-FED-STATUS = SPACE
095931         MOVE "S" TO WS-W4-FED-STATUS
095932     END-IF.
095933     IF WS-W4-STATE-STATUS = SPACE
095934         MOVE "S" TO WS-W4-STATE-STATUS
095935     END-IF.
095936     IF WS-W4-FED-CREDIT IS NOT NUMERIC
095937         MOVE ZERO TO WS-W4-FED-CREDIT
095938     END-IF.
095939     IF WS-W4-FED-EXTRA IS NOT NUMERIC
095940         MOVE ZERO TO WS-W4-FED-EXTRA
095941     END-IF.
095942     IF WS-W4-STATE-CREDIT IS NOT NUMERIC
095943         MOVE ZERO TO WS-W4-STATE-CREDIT
095944     END-IF.
095945     IF WS-W4-STATE-EXTRA IS NOT NUMERIC
095946         MOVE ZERO TO WS-W4-STATE-EXTRA
095947     END-IF.
095948 2062-EXIT.
095949     EXIT.
095950*================================================================
095951*  2063-ADD-PREVIEWED-GROSS
095952*================================================================
095953 2063-ADD-PREVIEWED-GROSS.
095954     MOVE PR-EMPLOYEE-ID TO WS-SEEN-WANTED-ID.
095955     PERFORM 2557-FIND-SEEN-EMPLOYEE THRU 2557-EXIT.
095956     IF WS-SEEN-FOUND
095957         IF WS-MASTER-YTD-GROSS + WS-SEEN-GROSS (SN-IDX) < ZERO
095958             MOVE ZERO TO WS-MASTER-YTD-GROSS
095959         ELSE
095960             COMPUTE WS-MASTER-YTD-GROSS =
095961                 WS-MASTER-YTD-GROSS + WS-SEEN-GROSS (SN-IDX)
095962         END-IF
095963     END-IF.
095964 2063-EXIT.
095965     EXIT.
095966*================================================================
095967*  2064-RESOLVE-COMPANY -- THE EMPLOYING COMPANY COMES FROM THE
095968*  MASTER; A NEW EMPLOYEE, OR A MASTER WRITTEN BEFORE THE CODE
095969*  WAS CARRIED, BELONGS TO COMPANY 01.  WITH A COMPANY FILE
095970*  LOADED THE CODE MUST STAND ON IT, AND ITS NAME AND CHECK
095971*  STOCK ARE HELD FOR THE CHECK FACE.
095972*================================================================
095973 2064-RESOLVE-COMPANY.
095974     MOVE WS-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY.
095975     MOVE SPACES TO WS-CURRENT-COMPANY-NAME.
095976     MOVE SPACES TO WS-CURRENT-CHECK-STOCK.
095977     MOVE "N" TO WS-COMPANY-ON-FILE-SWITCH.
095978     IF WS-MASTER-FOUND AND EM-COMPANY-CODE NOT = SPACES
095979         MOVE EM-COMPANY-CODE TO WS-CURRENT-COMPANY
095980     END-IF.
095981     IF WS-COMPANY-COUNT = ZERO
095982         GO TO 2064-EXIT
095983     END-IF.
095984     SET CT-IDX TO 1.
095985     SEARCH COMPANY-ENTRY
095986         AT END
095987             CONTINUE
095988         WHEN CT-IDX > WS-COMPANY-COUNT
095989             CONTINUE
095990         WHEN CT-COMPANY-CODE (CT-IDX) = WS-CURRENT-COMPANY
095991             MOVE "Y" TO WS-COMPANY-ON-FILE-SWITCH
095992             MOVE CT-COMPANY-NAME (CT-IDX)
095993                 TO WS-CURRENT-COMPANY-NAME
095994             MOVE CT-CHECK-STOCK-ID (CT-IDX)
095995                 TO WS-CURRENT-CHECK-STOCK
095996     END-SEARCH.
095997     IF WS-VALID-RECORD AND NOT WS-COMPANY-ON-FILE
095998         MOVE "N" TO WS-VALID-RECORD-SWITCH
095999         MOVE "COMPANY NOT ON COMPANY CONTROL FILE"
096000             TO WS-EXCEPTION-REASON
096001     END-IF.
096002 2064-EXIT.
096003     EXIT.
096100*================================================================
096200*  2065-CHECK-ALREADY-PAID -- A SECOND REGULAR PAYMENT FOR THE
096300*  SAME EMPLOYEE AND PERIOD IS REJECTED UNCONDITIONALLY, WITHIN
097400         MOVE "N" TO WS-VALID-RECORD-SWITCH
097500         MOVE "EMPLOYEE ALREADY PAID THIS PERIOD"
097600             TO WS-EXCEPTION-REASON
097605     END-IF.
097610*  NOTHING REACHES HISTORY IN A TRIAL, SO A SECOND REGULAR
097615*  RECORD FOR THE SAME PERIOD IN THE SAME INPUT IS CAUGHT
097620*  AGAINST THE SEEN TABLE INSTEAD.
097625     IF WS-TRIAL-RUN AND WS-VALID-RECORD
097630         MOVE PR-EMPLOYEE-ID TO WS-SEEN-WANTED-ID
097635         PERFORM 2557-FIND-SEEN-EMPLOYEE THRU 2557-EXIT
097640         IF WS-SEEN-FOUND
097645             IF WS-SEEN-REGULAR-PERIOD (SN-IDX)
097650                     = PR-PAY-PERIOD-END-DATE
097655                 MOVE "N" TO WS-VALID-RECORD-SWITCH
097660                 MOVE "EMPLOYEE ALREADY PAID THIS PERIOD"
097665                     TO WS-EXCEPTION-REASON
097670             END-IF
097675         END-IF
097700     END-IF.
097800 2065-EXIT.
097900     EXIT.
100700             END-IF
100800     END-SEARCH.
100900 2070-EXIT.
100901     EXIT.
100902*================================================================
100903*  2075-CHECK-MINIMUM-WAGE -- THE EFFECTIVE HOURLY RATE FOR THE
100904*  PERIOD MAY NOT FALL BELOW THE FLOOR FOR THE WORK STATE ON
100905*  THE PERIOD END DATE.  AN HOURLY RECORD IS HELD TO ITS RATE
100906*  (OVERTIME ONLY RAISES THE AVERAGE), A PAID-LEAVE DRAW TO THE
100907*  MASTER RATE IT PAYS AT, AND A SALARY IS TAKEN OVER A
100908*  2080-HOUR YEAR.  FALLING SHORT REJECTS THE RECORD.  A SALARY
100909*  THAT CLEARS THE HOURLY FLOOR BUT NOT THE EXEMPT THRESHOLD IS
100910*  STILL PAID -- THE EMPLOYEE MAY BE NON-EXEMPT -- BUT IS
100911*  FLAGGED ON THE EXCEPTION REPORT SO THE OVERTIME STATUS IS
100912*  REVIEWED.  THE FLAG IS ONLY NOTED HERE; 2000 WRITES IT ONCE
100913*  THE RECORD HAS CLEARED THE LATER EDITS IN 2150, SO A RECORD
100914*  REJECTED THERE IS NOT ALSO COUNTED AS FLAGGED AND PAID.  WITH
100915*  NO FLOOR ON FILE FOR THE DATE THERE IS NOTHING TO TEST.
100916*================================================================
100917 2075-CHECK-MINIMUM-WAGE.
100918     MOVE PR-WORK-STATE-CODE TO MF-WANTED-STATE.
100919     MOVE PR-PAY-PERIOD-END-DATE TO MF-WANTED-DATE.
100920     PERFORM 2076-FIND-WAGE-FLOOR THRU 2076-EXIT.
100921     IF MF-FLOOR-HOURLY = ZERO
100922         GO TO 2075-EXIT
100923     END-IF.
100924     EVALUATE TRUE
100925         WHEN PR-TYPE-PAID-LEAVE
100926             IF EM-HOURLY-RATE < MF-FLOOR-HOURLY
100927                 MOVE "N" TO WS-VALID-RECORD-SWITCH
100928                 MOVE "MASTER RATE BELOW MINIMUM WAGE"
100929                     TO WS-EXCEPTION-REASON
100930             END-IF
100931         WHEN PR-FREQ-WEEKLY OR PR-FREQ-BIWEEKLY
100932             IF PR-HOURLY-RATE < MF-FLOOR-HOURLY
100933                 MOVE "N" TO WS-VALID-RECORD-SWITCH
100934                 MOVE "HOURLY RATE BELOW MINIMUM WAGE"
100935                     TO WS-EXCEPTION-REASON
100936             END-IF
100937         WHEN OTHER
100938             COMPUTE WS-MIN-WAGE-ANNUAL =
100939                 MF-FLOOR-HOURLY * 2080
100940             IF PR-ANNUAL-SALARY < WS-MIN-WAGE-ANNUAL
100941                 MOVE "N" TO WS-VALID-RECORD-SWITCH
100942                 MOVE "SALARY BELOW MINIMUM WAGE (2080 HOURS)"
100943                     TO WS-EXCEPTION-REASON
100944             ELSE
100945                 IF PR-ANNUAL-SALARY < MF-FLOOR-EXEMPT-SALARY
100946                     MOVE "Y" TO WS-EXEMPT-FLAG-SWITCH
100947                 END-IF
100948             END-IF
100949     END-EVALUATE.
100950 2075-EXIT.
100951     EXIT.
100952*================================================================
100953*  2076-FIND-WAGE-FLOOR -- THE FEDERAL AND STATE ENTRIES WITH
100954*  THE LATEST EFFECTIVE DATE NOT AFTER THE WANTED DATE; THE
100955*  FLOOR IS THE GREATER OF THE TWO, FIELD BY FIELD.  A STATE
100956*  WITH NO ENTRY OF ITS OWN IS HELD TO THE FEDERAL FLOOR.
100957*================================================================
100958 2076-FIND-WAGE-FLOOR.
100959     MOVE ZERO TO MF-FEDERAL-DATE MF-FEDERAL-HOURLY
100960         MF-FEDERAL-EXEMPT MF-STATE-DATE MF-STATE-HOURLY
100961         MF-STATE-EXEMPT.
100962     PERFORM 2077-TEST-ONE-WAGE-SET THRU 2077-EXIT
100963         VARYING MF-SET-SUB FROM 1 BY 1
100964         UNTIL MF-SET-SUB > WS-MIN-WAGE-SET-COUNT.
100965     MOVE MF-FEDERAL-HOURLY TO MF-FLOOR-HOURLY.
100966     IF MF-STATE-HOURLY > MF-FLOOR-HOURLY
100967         MOVE MF-STATE-HOURLY TO MF-FLOOR-HOURLY
100968     END-IF.
100969     MOVE MF-FEDERAL-EXEMPT TO MF-FLOOR-EXEMPT-SALARY.
100970     IF MF-STATE-EXEMPT > MF-FLOOR-EXEMPT-SALARY
100971         MOVE MF-STATE-EXEMPT TO MF-FLOOR-EXEMPT-SALARY
100972     END-IF.
100973 2076-EXIT.
100974     EXIT.
100975*================================================================
100976*  2077-TEST-ONE-WAGE-SET
100977*================================================================
100978 2077-TEST-ONE-WAGE-SET.
100979     IF MS-EFFECTIVE-DATE (MF-SET-SUB) > MF-WANTED-DATE
100980         GO TO 2077-EXIT
100981     END-IF.
100982     IF MS-JURISDICTION-CODE (MF-SET-SUB) = "FD"
100983             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
100984                 NOT < MF-FEDERAL-DATE
100985         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-FEDERAL-DATE
100986         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB)
100987             TO MF-FEDERAL-HOURLY
100988         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
100989             TO MF-FEDERAL-EXEMPT
100990     END-IF.
100991     IF MS-JURISDICTION-CODE (MF-SET-SUB) = MF-WANTED-STATE
100992             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
100993                 NOT < MF-STATE-DATE
100994         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-STATE-DATE
100995         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB) TO MF-STATE-HOURLY
100996         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
100997             TO MF-STATE-EXEMPT
100998     END-IF.
100999 2077-EXIT.
101000     EXIT.
101001*================================================================
101002*  2078-FLAG-EXEMPT-SALARY -- A LINE ON THE EXCEPTION REPORT
101003*  FOR A RECORD THAT STILL PAYS, WRITTEN BY 2000 AFTER THE PAY
101004*  CALCULATION HAS ACCEPTED IT.  IT IS COUNTED APART FROM THE
101005*  REJECTS, SINCE PAYBAL PROVES RECORDS READ AGAINST RECORDS
101006*  PAID PLUS RECORDS REJECTED.
101007*================================================================
101008 2078-FLAG-EXEMPT-SALARY.
101009     MOVE PR-EMPLOYEE-ID TO PX-D-EMPLOYEE-ID.
101010     MOVE PR-EMPLOYEE-NAME TO PX-D-EMPLOYEE-NAME.
101011     MOVE "FLAG - SALARY UNDER EXEMPT THRESHOLD" TO PX-D-REASON.
101012     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.
101013     ADD 1 TO WS-TOTAL-FLAGGED-COUNT.
101014 2078-EXIT.
101015     EXIT.
101100*================================================================
101200*  2080-MARK-PERIOD-USED -- CALLED ONLY AFTER A REGULAR PAYMENT
101300*  HAS ACTUALLY LANDED, SO A PERIOD WHOSE EVERY RECORD WAS
120290     END-IF.
120300     COMPUTE WS-TAXES ROUNDED =
120310         WS-GROSS-PAY * WS-SUPPLEMENTAL-RATE.
120311*  AN EXEMPT W-4 WITHHOLDS NOTHING ON ANY WAGES; THE EXTRA
120312*  AMOUNT RIDES THE REGULAR CHECK, NOT A SUPPLEMENTAL ONE.
120313     IF WS-W4-FED-EXEMPT
120314         MOVE ZERO TO WS-TAXES
120315     END-IF.
120320     MOVE PR-WORK-STATE-CODE TO WS-WANTED-JURISDICTION.
120325     MOVE WS-W4-STATE-STATUS TO WS-WANTED-FILING-STATUS.
120330     PERFORM 2305-SELECT-RATE-SET THRU 2305-EXIT.
120340     IF WS-SELECTED-SET = ZERO OR WS-W4-STATE-EXEMPT
120350         MOVE ZERO TO WS-STATE-TAX
120360     ELSE
120370         COMPUTE WS-STATE-TAX ROUNDED = WS-GROSS-PAY
120662         - WS-SS-TAX - WS-MEDICARE-TAX.
120664 2190-EXIT.
120666     EXIT.
120671*================================================================
120676*  2200-CALCULATE-GROSS-PAY -- BRANCH ON PAY FREQUENCY.  HOURLY
120681*  FREQUENCIES (WEEKLY/BIWEEKLY) COMPUTE FROM HOURS AND RATE WITH
120686*  AN OVERTIME THRESHOLD SCALED TO THE PERIOD LENGTH; SALARIED
120691*  FREQUENCIES (SEMIMONTHLY/MONTHLY) DIVIDE THE ANNUAL SALARY.
120700*================================================================
120800 2200-CALCULATE-GROSS-PAY.
120900     EVALUATE TRUE
125200*  TABLE CEILINGS ARE STATED IN ANNUAL TERMS), THEN DE-ANNUALIZES
125300*  THE RESULTING TAX BACK TO A PER-PERIOD WITHHOLDING -- SO A
125400*  MONTHLY SALARY IS NOT TAXED AS IF IT WERE A WEEK'S PAY.
125410*  THE W-4 ELECTIONS CAPTURED IN 2060 APPLY PER JURISDICTION:
125420*  FILING STATUS PICKS THE RATE SET, THE DEPENDENT CREDIT COMES
125430*  OFF THE ANNUAL TAX (NOT BELOW ZERO), THE EXTRA AMOUNT IS
125440*  ADDED TO A REGULAR OR ADJUSTMENT PERIOD'S WITHHOLDING (AN
125450*  ADJUSTMENT RE-STATES A REGULAR CHECK THAT CARRIED IT), AND
125460*  AN EXEMPT ELECTION WITHHOLDS NOTHING AT ALL.
125500*================================================================
125600 2300-CALCULATE-TAXES.
125700     EVALUATE TRUE
126700     COMPUTE WS-ANNUALIZED-GROSS =
126800         WS-GROSS-PAY * WS-PAY-PERIODS-PER-YEAR.
126900     MOVE "FD" TO WS-WANTED-JURISDICTION.
126910     MOVE WS-W4-FED-STATUS TO WS-WANTED-FILING-STATUS.
127000     PERFORM 2305-SELECT-RATE-SET THRU 2305-EXIT.
127100     IF WS-SELECTED-SET = ZERO
127200         MOVE "N" TO WS-VALID-RECORD-SWITCH
127400             TO WS-EXCEPTION-REASON
127500         GO TO 2300-EXIT
127600     END-IF.
127610     IF WS-W4-FED-EXEMPT
127620         MOVE ZERO TO WS-TAXES
127630     ELSE
127640         PERFORM 2308-WALK-SELECTED-SET THRU 2308-EXIT
127650         IF WS-ANNUAL-TAX > WS-W4-FED-CREDIT
127660             SUBTRACT WS-W4-FED-CREDIT FROM WS-ANNUAL-TAX
127670         ELSE
127680             MOVE ZERO TO WS-ANNUAL-TAX
127690         END-IF
127700         COMPUTE WS-TAXES ROUNDED =
127710             WS-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR
127720         IF PR-TYPE-REGULAR OR PR-TYPE-ADJUSTMENT
127730             ADD WS-W4-FED-EXTRA TO WS-TAXES
127740         END-IF
127750     END-IF.
128000*  A STATE WITH NO TABLE ON FILE WITHHOLDS NOTHING -- STATES
128100*  WITHOUT AN INCOME TAX SIMPLY HAVE NO RATE SETS.
128200     MOVE PR-WORK-STATE-CODE TO WS-WANTED-JURISDICTION.
128210     MOVE WS-W4-STATE-STATUS TO WS-WANTED-FILING-STATUS.
128300     PERFORM 2305-SELECT-RATE-SET THRU 2305-EXIT.
128310     IF WS-SELECTED-SET = ZERO OR WS-W4-STATE-EXEMPT
128500         MOVE ZERO TO WS-STATE-TAX
128600     ELSE
128700         PERFORM 2308-WALK-SELECTED-SET THRU 2308-EXIT
128710         IF WS-ANNUAL-TAX > WS-W4-STATE-CREDIT
128720             SUBTRACT WS-W4-STATE-CREDIT FROM WS-ANNUAL-TAX
128730         ELSE
128740             MOVE ZERO TO WS-ANNUAL-TAX
128750         END-IF
128800         COMPUTE WS-STATE-TAX ROUNDED =
128900             WS-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR
128910         IF PR-TYPE-REGULAR OR PR-TYPE-ADJUSTMENT
128920             ADD WS-W4-STATE-EXTRA TO WS-STATE-TAX
128930         END-IF
129000     END-IF.
129100 2300-EXIT.
129200     EXIT.
129300*================================================================
129400*  2305-SELECT-RATE-SET -- PICK THE WANTED JURISDICTION'S SET
129410*  FOR THE WANTED FILING STATUS WITH THE LATEST EFFECTIVE DATE
129420*  NOT AFTER THE RECORD'S PAY PERIOD END DATE.  A STATUS WITH
129430*  NO SET OF ITS OWN WITHHOLDS ON THE SINGLE SET.  ZERO MEANS
129440*  NO SET QUALIFIES.
129700*================================================================
129800 2305-SELECT-RATE-SET.
129900     MOVE ZERO TO WS-SELECTED-SET.
130000     MOVE ZERO TO WS-SELECTED-DATE.
130010     IF WS-WANTED-FILING-STATUS = SPACE
130020         MOVE "S" TO WS-WANTED-FILING-STATUS
130030     END-IF.
130100     PERFORM 2306-TEST-ONE-RATE-SET THRU 2306-EXIT
130200         VARYING WS-TAX-SET-SUB FROM 1 BY 1
130300         UNTIL WS-TAX-SET-SUB > WS-TAX-SET-COUNT.
130310     IF WS-SELECTED-SET = ZERO
130320             AND WS-WANTED-FILING-STATUS NOT = "S"
130330         MOVE "S" TO WS-WANTED-FILING-STATUS
130340         PERFORM 2306-TEST-ONE-RATE-SET THRU 2306-EXIT
130350             VARYING WS-TAX-SET-SUB FROM 1 BY 1
130360             UNTIL WS-TAX-SET-SUB > WS-TAX-SET-COUNT
130370     END-IF.
130400 2305-EXIT.
130500     EXIT.
130600*================================================================
130900 2306-TEST-ONE-RATE-SET.
131000     IF TS-JURISDICTION-CODE (WS-TAX-SET-SUB)
131100             = WS-WANTED-JURISDICTION
131110         AND TS-FILING-STATUS (WS-TAX-SET-SUB)
131120             = WS-WANTED-FILING-STATUS
131200         AND TS-EFFECTIVE-DATE (WS-TAX-SET-SUB)
131300             <= PR-PAY-PERIOD-END-DATE
131400         AND TS-EFFECTIVE-DATE (WS-TAX-SET-SUB)
142300             IF WS-DEDUCTION-AMOUNT > ZERO
142400                 ADD WS-DEDUCTION-AMOUNT TO WS-DEDUCTIONS
142500                 ADD WS-DEDUCTION-AMOUNT TO DE-YTD-AMOUNT
142510                 IF NOT WS-TRIAL-RUN
142520                     REWRITE DEDUCTION-MASTER-RECORD
142530                 END-IF
142700                 PERFORM 2380-SAVE-DEDUCTION-FOR-STUB
142800                     THRU 2380-EXIT
142810                 IF NOT WS-TRIAL-RUN
142820                     PERFORM 2385-WRITE-DEDUCTION-EXTRACT
142830                         THRU 2385-EXIT
142840                 END-IF
142900             END-IF
143000         END-IF
143100     END-IF.
153500     MOVE SPACES TO EM-BANK-ACCOUNT-NBR.
153600     MOVE SPACES TO EM-ACCOUNT-TYPE.
153700     MOVE "A" TO EM-STATUS-CODE.
153705     MOVE "S" TO EM-FED-FILING-STATUS.
153710     MOVE ZERO TO EM-FED-DEPENDENT-CREDIT.
153715     MOVE ZERO TO EM-FED-EXTRA-WITHHOLDING.
153720     MOVE "N" TO EM-FED-EXEMPT-FLAG.
153725     MOVE "S" TO EM-STATE-FILING-STATUS.
153730     MOVE ZERO TO EM-STATE-DEPENDENT-CREDIT.
153735     MOVE ZERO TO EM-STATE-EXTRA-WITHHOLDING.
153740     MOVE "N" TO EM-STATE-EXEMPT-FLAG.
153745     MOVE ZERO TO EM-HIRE-DATE.
153750     MOVE ZERO TO EM-TERMINATION-DATE.
153755     MOVE SPACES TO EM-TERMINATION-REASON.
153760     MOVE ZERO TO EM-REHIRE-DATE.
153765     MOVE ZERO TO EM-SSN.
153770     MOVE SPACES TO EM-HOME-ADDRESS.
153775     MOVE "N" TO EM-NEW-HIRE-STATUS.
153780     MOVE ZERO TO EM-NEW-HIRE-REPORT-DATE.
153785     MOVE WS-CURRENT-COMPANY TO EM-COMPANY-CODE.
153800     WRITE EMPLOYEE-MASTER-RECORD.
153900 2410-EXIT.
154000     EXIT.
156700     DISPLAY "GROSS PAY:     " WS-GROSS-PAY.
156800     DISPLAY "NET PAY:       " WS-NET-PAY.
156900 2500-EXIT.
156901     EXIT.
156902*================================================================
156903*  2550-PREVIEW-RECORD -- TRIAL-RUN DISPOSAL OF ONE RECORD: NOTE
156904*  THE EMPLOYEE AS SEEN, THEN PRINT IT ON THE PREVIEW REGISTER
156905*  OR, IF IT FAILED EDIT, ON THE EXCEPTION REPORT.  NOTHING IS
156906*  POSTED, PAID OR CHECKPOINTED.
156907*================================================================
156908 2550-PREVIEW-RECORD.
156909     PERFORM 2555-NOTE-EMPLOYEE-SEEN THRU 2555-EXIT.
156910     IF WS-VALID-RECORD
156911         PERFORM 2560-WRITE-PREVIEW-DETAIL THRU 2560-EXIT
156912     ELSE
156913         PERFORM 2900-WRITE-EXCEPTION-DETAIL THRU 2900-EXIT
156914     END-IF.
156915 2550-EXIT.
156916     EXIT.
156917*================================================================
156918*  2555-NOTE-EMPLOYEE-SEEN -- ENTER THE EMPLOYEE IN THE SEEN
156919*  TABLE AND, FOR A RECORD THAT PASSED EDIT, CARRY ITS GROSS
156920*  AND (IF REGULAR) ITS PERIOD FORWARD.  A FULL TABLE TURNS OFF
156921*  THE MISSING-EMPLOYEE LIST AT TERMINATE.
156922*================================================================
156923 2555-NOTE-EMPLOYEE-SEEN.
156924     MOVE PR-EMPLOYEE-ID TO WS-SEEN-WANTED-ID.
156925     PERFORM 2557-FIND-SEEN-EMPLOYEE THRU 2557-EXIT.
156926     IF NOT WS-SEEN-FOUND
156927         IF WS-SEEN-COUNT < 2000
156928             ADD 1 TO WS-SEEN-COUNT
156929             SET SN-IDX TO WS-SEEN-COUNT
156930             MOVE PR-EMPLOYEE-ID TO WS-SEEN-EMPLOYEE-ID (SN-IDX)
156931             MOVE ZERO TO WS-SEEN-GROSS (SN-IDX)
156932             MOVE ZERO TO WS-SEEN-REGULAR-PERIOD (SN-IDX)
156933         ELSE
156934             MOVE "Y" TO WS-SEEN-TABLE-FULL-SWITCH
156935             GO TO 2555-EXIT
156936         END-IF
156937     END-IF.
156938     IF WS-VALID-RECORD
156939         ADD WS-GROSS-PAY TO WS-SEEN-GROSS (SN-IDX)
156940         IF PR-TYPE-REGULAR
156941             MOVE PR-PAY-PERIOD-END-DATE
156942                 TO WS-SEEN-REGULAR-PERIOD (SN-IDX)
156943         END-IF
156944     END-IF.
156945 2555-EXIT.
156946     EXIT.
156947*================================================================
156948*  2557-FIND-SEEN-EMPLOYEE -- LOOK UP WS-SEEN-WANTED-ID AMONG
156949*  THE ENTRIES LOADED SO FAR, LEAVING SN-IDX ON A HIT.
156950*================================================================
156951 2557-FIND-SEEN-EMPLOYEE.
156952     MOVE "N" TO WS-SEEN-FOUND-SWITCH.
156953     SET SN-IDX TO 1.
156954     SEARCH WS-SEEN-ENTRY
156955         AT END
156956             CONTINUE
156957         WHEN SN-IDX > WS-SEEN-COUNT
156958             CONTINUE
156959         WHEN WS-SEEN-EMPLOYEE-ID (SN-IDX) = WS-SEEN-WANTED-ID
156960             MOVE "Y" TO WS-SEEN-FOUND-SWITCH
156961     END-SEARCH.
156962 2557-EXIT.
156963     EXIT.
156964*================================================================
156965*  2560-WRITE-PREVIEW-DETAIL -- ONE REGISTER LINE SHOWING WHAT
156966*  THE LIVE RUN WOULD PAY AND HOW (ACH OR CHECK, BY THE SAME
156967*  TEST 2000 USES), PLUS, FOR A REGULAR PAYMENT, THE LAST
156968*  REGULAR NET ON HISTORY AND THE PERCENT CHANGE FROM IT.  A
156969*  CHANGE PAST THE VARIANCE LIMIT EITHER WAY IS FLAGGED.  THE
156970*  RUN CONTROL TOTALS ARE ACCUMULATED HERE IN PLACE OF 2600.
156971*================================================================
156972 2560-WRITE-PREVIEW-DETAIL.
156973     MOVE PR-EMPLOYEE-ID TO PV-D-EMPLOYEE-ID.
156974     MOVE PR-EMPLOYEE-NAME TO PV-D-EMPLOYEE-NAME.
156975     EVALUATE TRUE
156976         WHEN PR-TYPE-VOID
156977             MOVE "VOID" TO PV-D-TYPE-FLAG
156978         WHEN PR-TYPE-ADJUSTMENT
156979             MOVE "ADJ" TO PV-D-TYPE-FLAG
156980         WHEN PR-TYPE-BONUS
156981             MOVE "BON" TO PV-D-TYPE-FLAG
156982         WHEN PR-TYPE-COMMISSION
156983             MOVE "COM" TO PV-D-TYPE-FLAG
156984         WHEN PR-TYPE-RETRO
156985             MOVE "RET" TO PV-D-TYPE-FLAG
156986         WHEN PR-TYPE-SHIFT-DIFF
156987             MOVE "SHF" TO PV-D-TYPE-FLAG
156988         WHEN PR-TYPE-VACATION
156989             MOVE "VAC" TO PV-D-TYPE-FLAG
156990         WHEN PR-TYPE-SICK
156991             MOVE "SICK" TO PV-D-TYPE-FLAG
156992         WHEN OTHER
156993             MOVE SPACES TO PV-D-TYPE-FLAG
156994     END-EVALUATE.
156995     MOVE WS-GROSS-PAY TO PV-D-GROSS.
156996     MOVE WS-TAXES TO PV-D-TAXES.
156997     MOVE WS-STATE-TAX TO PV-D-STATE-TAX.
156998     COMPUTE PV-D-FICA = WS-SS-TAX + WS-MEDICARE-TAX.
156999     MOVE WS-DEDUCTIONS TO PV-D-DEDUCTIONS.
157000     MOVE WS-NET-PAY TO PV-D-NET.
157001     IF WS-NET-PAY = ZERO
157002         MOVE "---" TO PV-D-PAY-METHOD
157003     ELSE
157004         IF WS-MASTER-FOUND
157005                 AND EM-BANK-ROUTING-NBR NOT = ZERO
157006                 AND (EM-ACH-OK OR WS-NET-PAY < ZERO)
157007             MOVE "ACH" TO PV-D-PAY-METHOD
157008         ELSE
157009             MOVE "CHK" TO PV-D-PAY-METHOD
157010         END-IF
157011     END-IF.
157012     MOVE SPACES TO PV-D-PRIOR-NET (1:11).
157013     MOVE SPACES TO PV-D-CHANGE-PCT (1:5).
157014     MOVE SPACES TO PV-D-PERCENT-SIGN.
157015     MOVE SPACES TO PV-D-FLAG.
157016     IF PR-TYPE-REGULAR
157017         PERFORM 2565-FIND-LAST-REGULAR-NET THRU 2565-EXIT
157018     END-IF.
157019     IF WS-PRIOR-NET-FOUND
157020         MOVE WS-LAST-REGULAR-NET TO PV-D-PRIOR-NET
157021         PERFORM 2568-TEST-NET-VARIANCE THRU 2568-EXIT
157022     END-IF.
157023     WRITE PREVIEW-LINE FROM WS-PAYPREV-DETAIL-LINE.
157024     ADD 1 TO WS-TOTAL-RECORD-COUNT.
157025     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS-PAY.
157026     ADD WS-TAXES TO WS-TOTAL-TAXES.
157027     ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX.
157028     ADD WS-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
157029     ADD WS-SS-TAX TO WS-TOTAL-SS-TAX.
157030     ADD WS-MEDICARE-TAX TO WS-TOTAL-MEDICARE-TAX.
157031     ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.
157032 2560-EXIT.
157033     EXIT.
157034*================================================================
157035*  2565-FIND-LAST-REGULAR-NET -- WALK THE EMPLOYEE'S HISTORY BY
157036*  KEY FOR THE LATEST REGULAR, ORDINARY-EARNINGS PAYMENT DATED
157037*  BEFORE THIS PERIOD.  SUPPLEMENTAL, LEAVE AND CORRECTION
157038*  RECORDS ARE NOT A FAIR BASIS FOR A NET-PAY COMPARISON.
157039*================================================================
157040 2565-FIND-LAST-REGULAR-NET.
157041     MOVE "N" TO WS-PRIOR-NET-SWITCH.
157042     MOVE ZERO TO WS-LAST-REGULAR-NET.
157043     MOVE "N" TO WS-HISTORY-EOF-SWITCH.
157044     MOVE PR-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
157045     MOVE ZERO TO PH-PAY-PERIOD-END-DATE.
157046     MOVE ZERO TO PH-SEQUENCE-NBR.
157047     START PAY-HISTORY-FILE
157048         KEY IS NOT LESS THAN PH-HISTORY-KEY
157049         INVALID KEY
157050             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
157051     END-START.
157052     PERFORM 2567-TEST-ONE-HISTORY-NET THRU 2567-EXIT
157053         UNTIL WS-END-OF-HISTORY.
157054 2565-EXIT.
157055     EXIT.
157056*================================================================
157057*  2567-TEST-ONE-HISTORY-NET
157058*================================================================
157059 2567-TEST-ONE-HISTORY-NET.
157060     READ PAY-HISTORY-FILE NEXT RECORD
157061         AT END
157062             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
157063     END-READ.
157064     IF WS-END-OF-HISTORY
157065         GO TO 2567-EXIT
157066     END-IF.
157067     IF PH-EMPLOYEE-ID NOT = PR-EMPLOYEE-ID
157068             OR PH-PAY-PERIOD-END-DATE
157069                 NOT < PR-PAY-PERIOD-END-DATE
157070         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
157071         GO TO 2567-EXIT
157072     END-IF.
157073     IF PH-TYPE-REGULAR AND PH-EARN-ORDINARY
157074         MOVE PH-NET-PAY TO WS-LAST-REGULAR-NET
157075         MOVE "Y" TO WS-PRIOR-NET-SWITCH
157076     END-IF.
157077 2567-EXIT.
157078     EXIT.
157079*================================================================
157080*  2568-TEST-NET-VARIANCE -- PERCENT CHANGE FROM THE LAST
157081*  REGULAR NET, CAPPED AT 9999.  A ZERO OR NEGATIVE PRIOR NET
157082*  GIVES NO MEANINGFUL PERCENT, SO ANY NONZERO NET IS FLAGGED.
157083*================================================================
157084 2568-TEST-NET-VARIANCE.
157085     IF WS-LAST-REGULAR-NET NOT > ZERO
157086         IF WS-NET-PAY NOT = WS-LAST-REGULAR-NET
157087             MOVE "**" TO PV-D-FLAG
157088             ADD 1 TO WS-PREVIEW-FLAG-COUNT
157089         END-IF
157090         GO TO 2568-EXIT
157091     END-IF.
157092     COMPUTE WS-NET-CHANGE-PCT ROUNDED =
157093         (WS-NET-PAY - WS-LAST-REGULAR-NET) * 100
157094             / WS-LAST-REGULAR-NET
157095         ON SIZE ERROR
157096             MOVE 9999 TO WS-NET-CHANGE-PCT
157097     END-COMPUTE.
157098     MOVE WS-NET-CHANGE-PCT TO PV-D-CHANGE-PCT.
157099     MOVE "%" TO PV-D-PERCENT-SIGN.
157100     IF WS-NET-CHANGE-PCT > WS-VARIANCE-PERCENT
157101             OR WS-NET-CHANGE-PCT < ZERO - WS-VARIANCE-PERCENT
157102         MOVE "**" TO PV-D-FLAG
157103         ADD 1 TO WS-PREVIEW-FLAG-COUNT
157104     END-IF.
157105 2568-EXIT.
157106     EXIT.
157107*================================================================
157200*  2600-WRITE-PAYSTUB-DETAIL -- ONE STUB LINE PER EMPLOYEE, AND
157300*  ACCUMULATE THE RUN CONTROL TOTALS FOR THE TRAILING PAGE.
157400*================================================================
160560         MOVE EM-SICK-BALANCE TO PS-X-SICK-BALANCE
160570         WRITE PAYSTUB-LINE FROM WS-PAYSTUB-LEAVE-LINE
160580     END-IF.
160581*  THE W-4 ELECTIONS THE WITHHOLDING WAS FIGURED ON -- A VOID
160582*  ONLY REVERSES AMOUNTS ALREADY WITHHELD.
160583     IF NOT PR-TYPE-VOID
160584         MOVE WS-W4-FED-STATUS TO PS-W-FED-STATUS
160585         MOVE WS-W4-FED-CREDIT TO PS-W-FED-CREDIT
160586         MOVE WS-W4-FED-EXTRA TO PS-W-FED-EXTRA
160587         MOVE WS-W4-FED-EXEMPT-FLAG TO PS-W-FED-EXEMPT
160588         MOVE WS-W4-STATE-STATUS TO PS-W-STATE-STATUS
160589         MOVE WS-W4-STATE-CREDIT TO PS-W-STATE-CREDIT
160590         MOVE WS-W4-STATE-EXTRA TO PS-W-STATE-EXTRA
160591         MOVE WS-W4-STATE-EXEMPT-FLAG TO PS-W-STATE-EXEMPT
160592         WRITE PAYSTUB-LINE FROM WS-PAYSTUB-W4-LINE
160593     END-IF.
160600     PERFORM 2610-WRITE-DEDUCTION-LINE THRU 2610-EXIT
160700         VARYING SD-IDX FROM 1 BY 1
160800         UNTIL SD-IDX > WS-STUB-DEDUCTION-COUNT.
163200     EXIT.
163205*================================================================
163210*  2620-ACCUMULATE-STATE-TAX -- ROLL THE PERIOD'S STATE
163215*  WITHHOLDING INTO ITS COMPANY AND JURISDICTION'S DEPOSIT
163220*  BUCKET.  A VOID CARRIES NO WORK STATE OF ITS OWN, SO THE
163225*  MASTER'S STANDING WORK STATE STANDS IN.
163230*================================================================
163235 2620-ACCUMULATE-STATE-TAX.
163240     IF PR-WORK-STATE-CODE NOT = SPACES
163265     SET ST-IDX TO 1.
163270     SEARCH WS-STATE-TAX-ENTRY
163275         AT END
163280             IF WS-STATE-TAX-COUNT < 20
163285                 ADD 1 TO WS-STATE-TAX-COUNT
163290                 SET ST-IDX TO WS-STATE-TAX-COUNT
163292                 MOVE WS-CURRENT-COMPANY
163294                     TO WS-STATE-COMPANY-CODE (ST-IDX)
163295                 MOVE WS-WANTED-JURISDICTION
163300                     TO WS-STATE-JURISDICTION (ST-IDX)
163305                 MOVE WS-STATE-TAX
163310                     TO WS-STATE-TAX-AMOUNT (ST-IDX)
163315             ELSE
163317                 DISPLAY "STATE TAX TABLE FULL -- COMPANY "
163319                     WS-CURRENT-COMPANY " STATE "
163325                     WS-WANTED-JURISDICTION " NOT POSTED"
163330             END-IF
163332         WHEN WS-STATE-COMPANY-CODE (ST-IDX) = WS-CURRENT-COMPANY
163334                 AND WS-STATE-JURISDICTION (ST-IDX)
163336                     = WS-WANTED-JURISDICTION
163345             ADD WS-STATE-TAX TO WS-STATE-TAX-AMOUNT (ST-IDX)
163350     END-SEARCH.
163355 2620-EXIT.
163360     EXIT.
163370*================================================================
163400*  2630-WRITE-HISTORY-RECORD -- ONE PERMANENT HISTORY RECORD PER
163500*  PAID EMPLOYEE PER RUN, APPENDED TO THE PAYROLL HISTORY FILE.
163600*================================================================
166000     MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX.
166100     MOVE WS-DEDUCTIONS TO PH-DEDUCTIONS.
166200     MOVE WS-NET-PAY TO PH-NET-PAY.
166210     MOVE WS-CURRENT-COMPANY TO PH-COMPANY-CODE.
166300     WRITE PAY-HISTORY-RECORD
166310         INVALID KEY
166320             DISPLAY "PAYROLL: HISTORY KEY COLLISION FOR EMP "
166640     END-READ.
166642 2629-EXIT.
166644     EXIT.
166654*================================================================
166700*  2650-ACCUMULATE-DEPT-TOTALS -- BOOK THIS RECORD'S RESULTS
166800*  INTO THE DEPARTMENT ACCUMULATOR TABLE.  AN EMPLOYEE WITH A
166900*  STANDING LABOR-DISTRIBUTION SET HAS EVERY BUCKET PRORATED
169552     EXIT.
169554*================================================================
169556*  2645-POST-DEPT-AMOUNTS -- BOOK THE WS-POST AMOUNTS INTO THE
169557*  CURRENT COMPANY'S DEPARTMENT NAMED IN WS-POST-DEPT-CODE,
169558*  ADDING A NEW TABLE ENTRY THE FIRST TIME THE COMPANY AND
169559*  DEPARTMENT CODE ARE SEEN TOGETHER.
169562*================================================================
169564 2645-POST-DEPT-AMOUNTS.
169566     SET DS-IDX TO 1.
169568     SEARCH DEPT-SUMMARY-ENTRY
169570         AT END
169572             PERFORM 2660-ADD-NEW-DEPT-ENTRY THRU 2660-EXIT
169573         WHEN DS-COMPANY-CODE (DS-IDX) = WS-CURRENT-COMPANY
169574                 AND DS-DEPT-CODE (DS-IDX) = WS-POST-DEPT-CODE
169576             ADD 1 TO DS-EMPLOYEE-COUNT (DS-IDX)
169578             ADD WS-POST-GROSS TO DS-GROSS-TOTAL (DS-IDX)
169580             ADD WS-POST-TAXES TO DS-TAXES-TOTAL (DS-IDX)
169796     EXIT.
169800*================================================================
169900*  2660-ADD-NEW-DEPT-ENTRY -- FIRST POSTING SEEN FOR THIS
169910*  COMPANY AND DEPARTMENT CODE THIS RUN.
169920*================================================================
170000 2660-ADD-NEW-DEPT-ENTRY.
170010     IF WS-DEPT-TABLE-COUNT < 99
170200         ADD 1 TO WS-DEPT-TABLE-COUNT
170300         SET DS-IDX TO WS-DEPT-TABLE-COUNT
170310         MOVE WS-CURRENT-COMPANY TO DS-COMPANY-CODE (DS-IDX)
170400         MOVE WS-POST-DEPT-CODE TO DS-DEPT-CODE (DS-IDX)
170500         MOVE 1 TO DS-EMPLOYEE-COUNT (DS-IDX)
170600         MOVE WS-POST-GROSS TO DS-GROSS-TOTAL (DS-IDX)
172050         MOVE WS-POST-SHIFT-DIFF
172060             TO DS-SHIFT-DIFF-TOTAL (DS-IDX)
172100     ELSE
172110         DISPLAY "DEPARTMENT TABLE FULL -- COMPANY "
172120             WS-CURRENT-COMPANY " DEPT "
172300             WS-POST-DEPT-CODE " NOT SUMMARIZED"
172400     END-IF.
172500 2660-EXIT.
174800     MOVE PR-EMPLOYEE-NAME TO ACH-INDIVIDUAL-NAME.
174900     MOVE "0" TO ACH-ADDENDA-INDICATOR.
175000     MOVE WS-ACH-TRACE-NUMBER TO ACH-TRACE-NUMBER.
175010     MOVE WS-CURRENT-COMPANY TO ACH-COMPANY-CODE.
175100     WRITE ACH-ENTRY-DETAIL-RECORD.
175200 2700-EXIT.
175300     EXIT.
176100     WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR-LINE.
176200     MOVE WS-CHECK-NUMBER TO CF-CHECK-NUMBER.
176300     MOVE WS-RUN-DATE TO CF-CHECK-DATE.
176310     MOVE WS-CURRENT-COMPANY-NAME TO CF-COMPANY-NAME.
176320     MOVE WS-CURRENT-CHECK-STOCK TO CF-CHECK-STOCK.
176400     WRITE CHECK-PRINT-LINE FROM WS-CHECK-FACE-LINE-1.
176500     MOVE PR-EMPLOYEE-NAME TO CF-PAYEE-NAME.
176600     MOVE WS-NET-PAY TO CF-AMOUNT.
178300     MOVE WS-RUN-DATE TO PP-CHECK-DATE.
178400     MOVE PR-EMPLOYEE-NAME TO PP-PAYEE-NAME.
178500     MOVE WS-NET-PAY TO PP-AMOUNT.
178510     MOVE "I" TO PP-ISSUE-TYPE.
178520     MOVE WS-CURRENT-COMPANY TO PP-COMPANY-CODE.
178600     WRITE POSPAY-ISSUE-RECORD.
178700     ADD 1 TO WS-TOTAL-CHECK-COUNT.
178800     ADD WS-NET-PAY TO WS-TOTAL-CHECK-AMOUNT.
182100     MOVE WS-TOTAL-MEDICARE-TAX TO CK-TOTAL-MEDICARE-TAX.
182200     MOVE WS-TOTAL-STATE-TAX TO CK-TOTAL-STATE-TAX.
182300     MOVE WS-TOTAL-EXCEPTION-COUNT TO CK-TOTAL-EXCEPTION-COUNT.
182310     MOVE WS-TOTAL-FLAGGED-COUNT TO CK-TOTAL-FLAGGED-COUNT.
182400     MOVE WS-ACH-TRACE-NUMBER TO CK-ACH-TRACE-NUMBER.
182500     MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER.
182600     MOVE WS-TOTAL-CHECK-COUNT TO CK-TOTAL-CHECK-COUNT.
186100*  9000-TERMINATE -- WRITE THE CONTROL-TOTAL PAGE AND CLOSE FILES
186200*================================================================
186300 9000-TERMINATE.
186310     IF WS-TRIAL-RUN
186320         PERFORM 9600-FINISH-TRIAL-RUN THRU 9600-EXIT
186330         GO TO 9000-EXIT
186340     END-IF.
186400     PERFORM 9100-WRITE-DEPT-SUMMARY-REPORT THRU 9100-EXIT.
186500     PERFORM 9200-WRITE-GL-EXTRACT THRU 9200-EXIT.
186600     PERFORM 9300-UPDATE-PAY-CALENDAR THRU 9300-EXIT.
186610     PERFORM 9400-POST-TAX-LIABILITIES THRU 9400-EXIT.
186620     PERFORM 9500-WRITE-LABDIST-REPORT THRU 9500-EXIT.
186700     PERFORM 2810-WRITE-CHECKPOINT-RECORD THRU 2810-EXIT.
186710     MOVE WS-RECORD-NUMBER TO WS-LEDGER-RECORDS-IN.
186720     MOVE WS-TOTAL-RECORD-COUNT TO WS-LEDGER-RECORDS-OUT.
186800     MOVE WS-TOTAL-EXCEPTION-COUNT TO PX-C-EXCEPTION-COUNT.
186810     MOVE WS-TOTAL-FLAGGED-COUNT TO PX-C-FLAGGED-COUNT.
186900     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-CONTROL-LINE.
187000     MOVE WS-TOTAL-RECORD-COUNT TO PS-C-RECORD-COUNT.
187100     MOVE WS-TOTAL-GROSS-PAY TO PS-C-GROSS-TOTAL.
189500     CLOSE POSPAY-FILE.
189550     CLOSE DEDEXTR-FILE.
189600     CLOSE PAY-HISTORY-FILE.
189610     PERFORM 9700-WRITE-BANK-TRANSMISSIONS THRU 9700-EXIT.
189700 9000-EXIT.
189800     EXIT.
189900*================================================================
191200*================================================================
191300 9110-WRITE-DEPT-SUMMARY-LINE.
191400     MOVE DS-DEPT-CODE (DS-IDX) TO DD-DEPT-CODE.
191410     MOVE DS-COMPANY-CODE (DS-IDX) TO DD-COMPANY-CODE.
191500     MOVE DS-EMPLOYEE-COUNT (DS-IDX) TO DD-EMPLOYEE-COUNT.
191600     MOVE DS-GROSS-TOTAL (DS-IDX) TO DD-GROSS-TOTAL.
191700     MOVE DS-TAXES-TOTAL (DS-IDX) TO DD-TAXES-TOTAL.
194200*  9210-WRITE-GL-ENTRIES-FOR-DEPT
194300*================================================================
194400 9210-WRITE-GL-ENTRIES-FOR-DEPT.
194405     PERFORM 9230-FIND-GL-SEGMENT THRU 9230-EXIT.
194410*  THE ORDINARY PAYROLL EXPENSE LEG CARRIES THE GROSS LESS THE
194420*  SUPPLEMENTAL EARNINGS, WHICH EACH DEBIT THEIR OWN EXPENSE
194430*  ACCOUNT BELOW, SO THE EXPENSE SIDE STILL SUMS TO THE GROSS.
202000     IF WS-GL-AMOUNT NOT = ZERO
202100         MOVE WS-PAY-PERIOD-END-DATE TO GL-RUN-DATE
202200         MOVE DS-DEPT-CODE (DS-IDX) TO GL-DEPT-CODE
202210         MOVE DS-COMPANY-CODE (DS-IDX) TO GL-COMPANY-CODE
202220         MOVE WS-GL-COMPANY-SEGMENT TO GL-COMPANY-SEGMENT
202300         MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-NUMBER
202400         IF WS-GL-AMOUNT < ZERO
202500             IF WS-GL-NORMAL-SIDE = "D"
203500         WRITE GL-JOURNAL-ENTRY-RECORD
203600     END-IF.
203700 9220-EXIT.
203705     EXIT.
203710*================================================================
203715*  9230-FIND-GL-SEGMENT -- THE GL COMPANY SEGMENT FOR THE
203720*  DEPARTMENT ENTRY'S COMPANY; BLANK WHEN NO COMPANY FILE IS
203725*  LOADED.
203730*================================================================
203735 9230-FIND-GL-SEGMENT.
203740     MOVE SPACES TO WS-GL-COMPANY-SEGMENT.
203745     SET CT-IDX TO 1.
203750     SEARCH COMPANY-ENTRY
203755         AT END
203760             CONTINUE
203765         WHEN CT-IDX > WS-COMPANY-COUNT
203770             CONTINUE
203775         WHEN CT-COMPANY-CODE (CT-IDX) = DS-COMPANY-CODE (DS-IDX)
203780             MOVE CT-GL-COMPANY-SEGMENT (CT-IDX)
203785                 TO WS-GL-COMPANY-SEGMENT
203790     END-SEARCH.
203795 9230-EXIT.
203800     EXIT.
204000*================================================================
204005*  9300-UPDATE-PAY-CALENDAR -- REWRITE PAYCAL.DAT WITH EVERY
206800     EXIT.
206900*================================================================
207000*  9400-POST-TAX-LIABILITIES -- ONE LIABILITY ENTRY PER
207010*  COMPANY AND JURISDICTION ON THE DEPOSIT LIABILITY LEDGER,
207020*  KEYED BY THE RUN (PAY) DATE.  THE FEDERAL ENTRY IS THE 941
207030*  DEPOSIT FIGURE: WITHHELD INCOME TAX PLUS BOTH THE EMPLOYEE
207040*  AND EMPLOYER HALVES OF FICA, GATHERED PER COMPANY FROM ITS
207050*  DEPARTMENT ENTRIES.  ANY PART OF THE RUN TOTAL NOT REACHED
207060*  THAT WAY (A DEPARTMENT DROPPED FROM A FULL TABLE) STAYS
207070*  WITH COMPANY 01, SO THE LEDGER STILL CARRIES THE WHOLE
207080*  RUN.  THE LEDGER IS PERMANENT -- ALWAYS EXTEND, NEVER
207090*  OUTPUT.
207600*================================================================
207700 9400-POST-TAX-LIABILITIES.
207800     OPEN EXTEND TAX-DEPOSIT-FILE.
207900     COMPUTE WS-FED-DEPOSIT-LIABILITY =
208000         WS-TOTAL-TAXES
208100         + 2 * (WS-TOTAL-SS-TAX + WS-TOTAL-MEDICARE-TAX).
208110     MOVE ZERO TO WS-FED-LIABILITY-COUNT.
208120     PERFORM 9420-GATHER-DEPT-LIABILITY THRU 9420-EXIT
208130         VARYING DS-IDX FROM 1 BY 1
208140         UNTIL DS-IDX > WS-DEPT-TABLE-COUNT.
208200     IF WS-FED-DEPOSIT-LIABILITY NOT = ZERO
208210         MOVE WS-HOME-COMPANY-CODE TO WS-FED-WANTED-COMPANY
208220         MOVE WS-FED-DEPOSIT-LIABILITY TO WS-FED-WANTED-AMOUNT
208230         PERFORM 9425-ADD-FED-LIABILITY THRU 9425-EXIT
209100     END-IF.
209110     PERFORM 9430-POST-ONE-FED-LIABILITY THRU 9430-EXIT
209120         VARYING WS-FED-LIABILITY-SUB FROM 1 BY 1
209130         UNTIL WS-FED-LIABILITY-SUB > WS-FED-LIABILITY-COUNT.
209200     PERFORM 9410-POST-ONE-STATE-LIABILITY THRU 9410-EXIT
209300         VARYING WS-STATE-TAX-SUB FROM 1 BY 1
209400         UNTIL WS-STATE-TAX-SUB > WS-STATE-TAX-COUNT.
210500         MOVE "L" TO TD-RECORD-TYPE
210600         MOVE WS-STATE-JURISDICTION (ST-IDX)
210700             TO TD-JURISDICTION-CODE
210710         MOVE WS-STATE-COMPANY-CODE (ST-IDX) TO TD-COMPANY-CODE
210800         MOVE WS-RUN-DATE TO TD-PAY-DATE
210900         MOVE WS-STATE-TAX-AMOUNT (ST-IDX) TO TD-AMOUNT
211000         MOVE ZERO TO TD-DEPOSIT-DATE
211200         WRITE TAX-DEPOSIT-RECORD
211300     END-IF.
211400 9410-EXIT.
211401     EXIT.
211402*================================================================
211403*  9420-GATHER-DEPT-LIABILITY -- ADD ONE DEPARTMENT ENTRY'S 941
211404*  FIGURE TO ITS COMPANY, TAKING IT OFF THE RUN TOTAL LEFT TO
211405*  PLACE.
211406*================================================================
211407 9420-GATHER-DEPT-LIABILITY.
211408     MOVE DS-COMPANY-CODE (DS-IDX) TO WS-FED-WANTED-COMPANY.
211409     COMPUTE WS-FED-WANTED-AMOUNT =
211410         DS-TAXES-TOTAL (DS-IDX)
211411         + 2 * (DS-SS-TOTAL (DS-IDX)
211412                + DS-MEDICARE-TOTAL (DS-IDX)).
211413     PERFORM 9425-ADD-FED-LIABILITY THRU 9425-EXIT.
211414 9420-EXIT.
211415     EXIT.
211416*================================================================
211417*  9425-ADD-FED-LIABILITY -- BOOK WS-FED-WANTED-AMOUNT TO
211418*  WS-FED-WANTED-COMPANY'S FEDERAL BUCKET.
211419*================================================================
211420 9425-ADD-FED-LIABILITY.
211421     SET FL-IDX TO 1.
211422     SEARCH WS-FED-LIABILITY-ENTRY
211423         AT END
211424             IF WS-FED-LIABILITY-COUNT < 20
211425                 ADD 1 TO WS-FED-LIABILITY-COUNT
211426                 SET FL-IDX TO WS-FED-LIABILITY-COUNT
211427                 MOVE WS-FED-WANTED-COMPANY
211428                     TO WS-FED-COMPANY-CODE (FL-IDX)
211429                 MOVE WS-FED-WANTED-AMOUNT
211430                     TO WS-FED-COMPANY-AMOUNT (FL-IDX)
211431                 SUBTRACT WS-FED-WANTED-AMOUNT
211432                     FROM WS-FED-DEPOSIT-LIABILITY
211433             ELSE
211434                 DISPLAY "FEDERAL LIABILITY TABLE FULL -- "
211435                     "COMPANY " WS-FED-WANTED-COMPANY
211436                     " POSTED TO COMPANY "
211437                     WS-HOME-COMPANY-CODE
211438             END-IF
211439         WHEN WS-FED-COMPANY-CODE (FL-IDX)
211440                 = WS-FED-WANTED-COMPANY
211441             ADD WS-FED-WANTED-AMOUNT
211442                 TO WS-FED-COMPANY-AMOUNT (FL-IDX)
211443             SUBTRACT WS-FED-WANTED-AMOUNT
211444                 FROM WS-FED-DEPOSIT-LIABILITY
211445     END-SEARCH.
211446 9425-EXIT.
211447     EXIT.
211448*================================================================
211449*  9430-POST-ONE-FED-LIABILITY
211450*================================================================
211451 9430-POST-ONE-FED-LIABILITY.
211452     SET FL-IDX TO WS-FED-LIABILITY-SUB.
211453     IF WS-FED-COMPANY-AMOUNT (FL-IDX) NOT = ZERO
211454         MOVE SPACES TO TAX-DEPOSIT-RECORD
211455         MOVE "L" TO TD-RECORD-TYPE
211456         MOVE "FD" TO TD-JURISDICTION-CODE
211457         MOVE WS-FED-COMPANY-CODE (FL-IDX) TO TD-COMPANY-CODE
211458         MOVE WS-RUN-DATE TO TD-PAY-DATE
211459         MOVE WS-FED-COMPANY-AMOUNT (FL-IDX) TO TD-AMOUNT
211460         MOVE ZERO TO TD-DEPOSIT-DATE
211461         MOVE SPACES TO TD-REFERENCE
211462         WRITE TAX-DEPOSIT-RECORD
211463     END-IF.
211464 9430-EXIT.
211500     EXIT.
211600*================================================================
211700*  9500-WRITE-LABDIST-REPORT -- THE STANDING SPLITS AS LOADED,
216800     ADD 1 TO WS-SPLIT-SUB.
216900 9520-EXIT.
217000     EXIT.
217100
217200*================================================================
217300*  9600-FINISH-TRIAL-RUN -- CLOSE OUT A TRIAL: LIST EVERY ACTIVE
217400*  EMPLOYEE ON THE MASTER THE INPUT NEVER NAMED, PRINT THE RUN
217500*  TOTALS ON THE REGISTER AND THE CONTROL LINE ON THE EXCEPTION
217600*  REPORT, AND CLOSE THE FILES THE TRIAL OPENED.  THE MASTER
217700*  CARRIES NO PAY FREQUENCY, SO EVERY ACTIVE EMPLOYEE IS
217800*  EXPECTED ON EVERY RUN'S INPUT.
217900*================================================================
218000 9600-FINISH-TRIAL-RUN.
218100     WRITE PREVIEW-LINE FROM WS-PAYPREV-MISSING-HEADING.
218200     IF WS-SEEN-TABLE-FULL
218300         DISPLAY "PAYROLL: TRIAL INPUT EXCEEDS 2000 EMPLOYEES - "
218400             "MISSING-EMPLOYEE CHECK SKIPPED"
218500     ELSE
218600         MOVE "N" TO WS-MASTER-EOF-SWITCH
218700         MOVE LOW-VALUES TO EM-EMPLOYEE-ID
218800         START EMPLOYEE-MASTER-FILE
218900             KEY IS NOT LESS THAN EM-EMPLOYEE-ID
219000             INVALID KEY
219100                 MOVE "Y" TO WS-MASTER-EOF-SWITCH
219200         END-START
219300         PERFORM 9610-CHECK-ONE-MASTER THRU 9610-EXIT
219400             UNTIL WS-END-OF-MASTER
219500     END-IF.
219600     MOVE WS-TOTAL-RECORD-COUNT TO PV-T-RECORD-COUNT.
219700     MOVE WS-TOTAL-GROSS-PAY TO PV-T-GROSS.
219800     MOVE WS-TOTAL-TAXES TO PV-T-TAXES.
219900     MOVE WS-TOTAL-STATE-TAX TO PV-T-STATE-TAX.
220000     MOVE WS-TOTAL-NET-PAY TO PV-T-NET.
220100     WRITE PREVIEW-LINE FROM WS-PAYPREV-TOTAL-LINE.
220200     COMPUTE PV-T-FICA =
220300         WS-TOTAL-SS-TAX + WS-TOTAL-MEDICARE-TAX.
220400     MOVE WS-TOTAL-DEDUCTIONS TO PV-T-DEDUCTIONS.
220500     MOVE WS-PREVIEW-FLAG-COUNT TO PV-T-FLAGGED-COUNT.
220600     MOVE WS-MISSING-COUNT TO PV-T-MISSING-COUNT.
220700     WRITE PREVIEW-LINE FROM WS-PAYPREV-TOTAL-LINE-2.
220800     MOVE WS-TOTAL-EXCEPTION-COUNT TO PX-C-EXCEPTION-COUNT.
220900     MOVE WS-TOTAL-FLAGGED-COUNT TO PX-C-FLAGGED-COUNT.
221000     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-CONTROL-LINE.
221100     CLOSE PAYROLL-FILE.
221200     CLOSE EMPLOYEE-MASTER-FILE.
221300     CLOSE DEDUCTION-MASTER-FILE.
221400     CLOSE PAY-HISTORY-FILE.
221500     CLOSE EXCEPTION-FILE.
221600     CLOSE PREVIEW-FILE.
221700     DISPLAY "PAYROLL: TRIAL RUN COMPLETE - "
221800         WS-PREVIEW-FLAG-COUNT " NET PAY FLAGS, " WS-MISSING-COUNT
221900         " ACTIVE EMPLOYEES MISSING".
222000 9600-EXIT.
222100     EXIT.
222200*================================================================
222300*  9610-CHECK-ONE-MASTER
222400*================================================================
222500 9610-CHECK-ONE-MASTER.
222600     READ EMPLOYEE-MASTER-FILE NEXT RECORD
222700         AT END
222800             MOVE "Y" TO WS-MASTER-EOF-SWITCH
222900     END-READ.
223000     IF WS-END-OF-MASTER OR NOT EM-ACTIVE
223100         GO TO 9610-EXIT
223200     END-IF.
223300     MOVE EM-EMPLOYEE-ID TO WS-SEEN-WANTED-ID.
223400     PERFORM 2557-FIND-SEEN-EMPLOYEE THRU 2557-EXIT.
223500     IF NOT WS-SEEN-FOUND
223600         MOVE EM-EMPLOYEE-ID TO PV-M-EMPLOYEE-ID
223700         MOVE EM-EMPLOYEE-NAME TO PV-M-EMPLOYEE-NAME
223800         MOVE EM-LAST-PERIOD-PAID TO PV-M-LAST-PERIOD-PAID
223900         WRITE PREVIEW-LINE FROM WS-PAYPREV-MISSING-LINE
224000         ADD 1 TO WS-MISSING-COUNT
224100     END-IF.
224200 9610-EXIT.
224300     EXIT.
224400*================================================================
224500*  9700-WRITE-BANK-TRANSMISSIONS -- SPLIT THE RUN'S DIRECT
224600*  DEPOSITS AND CHECK ISSUES INTO ONE ACH FILE AND ONE
224700*  POSITIVE-PAY FILE PER COMPANY, EACH UNDER THAT COMPANY'S
224800*  ORIGINATOR AND BANK ACCOUNT.  ACHFILE.DAT AND POSPAY.DAT
224900*  STAY AS THE RUN'S COMBINED WORKING FILES FOR PAYBAL,
225000*  ACHRET AND CHKRECON.  WITH NO COMPANY FILE LOADED THERE IS
225100*  NOTHING TO SPLIT.  EVERY COMPANY ON FILE GETS A NEW ACH
225200*  FILE EACH RUN, EMPTY OR NOT, SO THE BANK NEVER PICKS UP A
225300*  STALE ONE.  THE POSITIVE-PAY FILES ARE APPENDED TO INSTEAD
225400*  (SEE 9750).
225500*================================================================
225600 9700-WRITE-BANK-TRANSMISSIONS.
225700     IF WS-COMPANY-COUNT = ZERO
225800         GO TO 9700-EXIT
225900     END-IF.
226000     MOVE WS-RUN-DATE TO WS-XMIT-DATE.
226100     ACCEPT WS-XMIT-TIME FROM TIME.
226200     PERFORM 9710-WRITE-COMPANY-ACH THRU 9710-EXIT
226300         VARYING WS-COMPANY-SUB FROM 1 BY 1
226400         UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
226500     PERFORM 9750-WRITE-COMPANY-POSPAY THRU 9750-EXIT
226600         VARYING WS-COMPANY-SUB FROM 1 BY 1
226700         UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
226800 9700-EXIT.
226900     EXIT.
227000*================================================================
227100*  9710-WRITE-COMPANY-ACH -- ONE NACHA FILE FOR THE COMPANY:
227200*  FILE HEADER, A SINGLE PPD BATCH OF THE COMPANY'S ENTRIES,
227300*  BATCH AND FILE CONTROLS, PADDED WITH ALL-NINES RECORDS TO
227400*  A FULL BLOCK OF TEN.
227500*================================================================
227600 9710-WRITE-COMPANY-ACH.
227700     SET CT-IDX TO WS-COMPANY-SUB.
227800     MOVE CT-ACH-FILE-NAME (CT-IDX) TO WS-ACH-XMIT-NAME.
227900     MOVE CT-ACH-ODFI-ROUTING (CT-IDX) TO WS-XMIT-ODFI.
228000     MOVE ZERO TO WS-XMIT-RECORD-COUNT.
228100     MOVE ZERO TO WS-XMIT-ENTRY-COUNT.
228200     MOVE ZERO TO WS-XMIT-ENTRY-HASH.
228300     MOVE ZERO TO WS-XMIT-DEBIT-TOTAL.
228400     MOVE ZERO TO WS-XMIT-CREDIT-TOTAL.
228500     OPEN OUTPUT ACH-XMIT-FILE.
228600     MOVE SPACES TO ACH-TRANSMISSION-RECORD.
228700     MOVE "1" TO BX-RECORD-TYPE.
228800     MOVE 1 TO BX-FH-PRIORITY-CODE.
228900     MOVE WS-XMIT-DESTINATION TO BX-FH-DESTINATION.
229000     MOVE CT-ACH-COMPANY-ID (CT-IDX) TO BX-FH-ORIGIN.
229100     MOVE WS-XMIT-YYMMDD TO BX-FH-CREATION-DATE.
229200     MOVE WS-XMIT-HHMM TO BX-FH-CREATION-TIME.
229300     MOVE "A" TO BX-FH-FILE-ID-MODIFIER.
229400     MOVE 94 TO BX-FH-RECORD-SIZE.
229500     MOVE 10 TO BX-FH-BLOCKING-FACTOR.
229600     MOVE "1" TO BX-FH-FORMAT-CODE.
229700     MOVE CT-BANK-NAME (CT-IDX) TO BX-FH-DESTINATION-NAME.
229800     MOVE CT-COMPANY-NAME (CT-IDX) TO BX-FH-ORIGIN-NAME.
229900     PERFORM 9740-WRITE-ACH-XMIT-RECORD THRU 9740-EXIT.
230000     MOVE SPACES TO ACH-TRANSMISSION-RECORD.
230100     MOVE "5" TO BX-RECORD-TYPE.
230200     MOVE 200 TO BX-BH-SERVICE-CLASS.
230300     MOVE CT-COMPANY-NAME (CT-IDX) TO BX-BH-COMPANY-NAME.
230400     MOVE CT-ACH-COMPANY-ID (CT-IDX) TO BX-BH-COMPANY-ID.
230500     MOVE "PPD" TO BX-BH-ENTRY-CLASS.
230600     MOVE "PAYROLL" TO BX-BH-ENTRY-DESC.
230700     MOVE WS-XMIT-YYMMDD TO BX-BH-DESCRIPTIVE-DATE.
230800     MOVE WS-XMIT-YYMMDD TO BX-BH-EFFECTIVE-DATE.
230900     MOVE "1" TO BX-BH-ORIGINATOR-STATUS.
231000     MOVE WS-XMIT-ODFI TO BX-BH-ODFI-ID.
231100     MOVE 1 TO BX-BH-BATCH-NUMBER.
231200     PERFORM 9740-WRITE-ACH-XMIT-RECORD THRU 9740-EXIT.
231300     MOVE "N" TO WS-ACH-EOF-SWITCH.
231400     OPEN INPUT ACH-FILE.
231500     PERFORM 9720-COPY-ONE-ACH-ENTRY THRU 9720-EXIT
231600         UNTIL WS-END-OF-ACH.
231700     CLOSE ACH-FILE.
231800     MOVE SPACES TO ACH-TRANSMISSION-RECORD.
231900     MOVE "8" TO BX-RECORD-TYPE.
232000     MOVE 200 TO BX-BC-SERVICE-CLASS.
232100     MOVE WS-XMIT-ENTRY-COUNT TO BX-BC-ENTRY-COUNT.
232200*  THE HASH IS THE LOW-ORDER TEN DIGITS OF THE RDFI SUM.
232300     MOVE WS-XMIT-ENTRY-HASH TO BX-BC-ENTRY-HASH.
232400     MOVE WS-XMIT-DEBIT-TOTAL TO BX-BC-DEBIT-TOTAL.
232500     MOVE WS-XMIT-CREDIT-TOTAL TO BX-BC-CREDIT-TOTAL.
232600     MOVE CT-ACH-COMPANY-ID (CT-IDX) TO BX-BC-COMPANY-ID.
232700     MOVE WS-XMIT-ODFI TO BX-BC-ODFI-ID.
232800     MOVE 1 TO BX-BC-BATCH-NUMBER.
232900     PERFORM 9740-WRITE-ACH-XMIT-RECORD THRU 9740-EXIT.
233000*  THE BLOCK COUNT TAKES IN THE FILE CONTROL RECORD ABOUT TO
233100*  BE WRITTEN, ROUNDED UP TO A WHOLE BLOCK.
233200     COMPUTE WS-XMIT-BLOCK-COUNT =
233300         (WS-XMIT-RECORD-COUNT + 10) / 10.
233400     MOVE SPACES TO ACH-TRANSMISSION-RECORD.
233500     MOVE "9" TO BX-RECORD-TYPE.
233600     MOVE 1 TO BX-FC-BATCH-COUNT.
233700     MOVE WS-XMIT-BLOCK-COUNT TO BX-FC-BLOCK-COUNT.
233800     MOVE WS-XMIT-ENTRY-COUNT TO BX-FC-ENTRY-COUNT.
233900     MOVE WS-XMIT-ENTRY-HASH TO BX-FC-ENTRY-HASH.
234000     MOVE WS-XMIT-DEBIT-TOTAL TO BX-FC-DEBIT-TOTAL.
234100     MOVE WS-XMIT-CREDIT-TOTAL TO BX-FC-CREDIT-TOTAL.
234200     PERFORM 9740-WRITE-ACH-XMIT-RECORD THRU 9740-EXIT.
234300     COMPUTE WS-XMIT-PAD-REMAINDER =
234400         WS-XMIT-BLOCK-COUNT * 10 - WS-XMIT-RECORD-COUNT.
234500     PERFORM 9730-WRITE-PAD-RECORD THRU 9730-EXIT
234600         UNTIL WS-XMIT-PAD-REMAINDER = ZERO.
234700     CLOSE ACH-XMIT-FILE.
234800     DISPLAY "PAYROLL: COMPANY " CT-COMPANY-CODE (CT-IDX)
234900         " ACH FILE " WS-ACH-XMIT-NAME
235000         " ENTRIES " WS-XMIT-ENTRY-COUNT.
235100 9710-EXIT.
235200     EXIT.
235300*================================================================
235400*  9720-COPY-ONE-ACH-ENTRY -- A BLANK COMPANY ON THE WORKING
235500*  FILE IS COMPANY 01.
235600*================================================================
235700 9720-COPY-ONE-ACH-ENTRY.
235800     READ ACH-FILE
235900         AT END
236000             MOVE "Y" TO WS-ACH-EOF-SWITCH
236100         NOT AT END
236200             IF ACH-COMPANY-CODE = SPACES
236300                 MOVE WS-HOME-COMPANY-CODE TO ACH-COMPANY-CODE
236400             END-IF
236500             IF ACH-COMPANY-CODE = CT-COMPANY-CODE (CT-IDX)
236600                 PERFORM 9725-WRITE-ACH-XMIT-ENTRY
236700                     THRU 9725-EXIT
236800             END-IF
236900     END-READ.
237000 9720-EXIT.
237100     EXIT.
237200*================================================================
237300*  9725-WRITE-ACH-XMIT-ENTRY -- A "27" IS A DEBIT TO THE
237400*  EMPLOYEE ACCOUNT (A VOID OR DOWNWARD ADJUSTMENT).
237500*================================================================
237600 9725-WRITE-ACH-XMIT-ENTRY.
237700     ADD 1 TO WS-XMIT-ENTRY-COUNT.
237800     MOVE SPACES TO ACH-TRANSMISSION-RECORD.
237900     MOVE "6" TO BX-RECORD-TYPE.
238000     MOVE ACH-TRANSACTION-CODE TO BX-ED-TRANSACTION-CODE.
238100     MOVE ACH-RECEIVING-DFI-ID TO BX-ED-RECEIVING-DFI-ID.
238200     MOVE ACH-CHECK-DIGIT TO BX-ED-CHECK-DIGIT.
238300     MOVE ACH-DFI-ACCOUNT-NUMBER TO BX-ED-DFI-ACCOUNT-NUMBER.
238400     MOVE ACH-AMOUNT TO BX-ED-AMOUNT.
238500     MOVE ACH-INDIVIDUAL-ID TO BX-ED-INDIVIDUAL-ID.
238600     MOVE ACH-INDIVIDUAL-NAME TO BX-ED-INDIVIDUAL-NAME.
238700     MOVE ZERO TO BX-ED-ADDENDA-INDICATOR.
238800     MOVE WS-XMIT-ODFI TO BX-ED-TRACE-ODFI.
238900     MOVE WS-XMIT-ENTRY-COUNT TO BX-ED-TRACE-SEQUENCE.
239000     ADD ACH-RECEIVING-DFI-ID TO WS-XMIT-ENTRY-HASH.
239100     IF ACH-TRANSACTION-CODE = "27"
239200         ADD ACH-AMOUNT TO WS-XMIT-DEBIT-TOTAL
239300     ELSE
239400         ADD ACH-AMOUNT TO WS-XMIT-CREDIT-TOTAL
239500     END-IF.
239600     PERFORM 9740-WRITE-ACH-XMIT-RECORD THRU 9740-EXIT.
239700 9725-EXIT.
239800     EXIT.
239900*================================================================
240000*  9730-WRITE-PAD-RECORD
240100*================================================================
240200 9730-WRITE-PAD-RECORD.
240300     MOVE ALL "9" TO ACH-TRANSMISSION-RECORD.
240400     WRITE ACH-TRANSMISSION-RECORD.
240500     SUBTRACT 1 FROM WS-XMIT-PAD-REMAINDER.
240600 9730-EXIT.
240700     EXIT.
240800*================================================================
240900*  9740-WRITE-ACH-XMIT-RECORD
241000*================================================================
241100 9740-WRITE-ACH-XMIT-RECORD.
241200     WRITE ACH-TRANSMISSION-RECORD.
241300     ADD 1 TO WS-XMIT-RECORD-COUNT.
241400 9740-EXIT.
241500     EXIT.
241600*================================================================
241700*  9750-WRITE-COMPANY-POSPAY -- THE COMPANY'S POSITIVE-PAY
241800*  FILE FOR ITS OWN BANK ACCOUNT.  THE RUN ADDS ONE GROUP TO
241900*  THE END OF THE FILE: HEADER, ONE DETAIL PER CHECK THE RUN
242000*  ISSUED, AND A TRAILER CARRYING THE DETAIL COUNT AND THE
242100*  TOTAL.  PAYOFFCY AND PAYREISS ADD THEIR OWN GROUPS FOR THE
242200*  ISSUES, VOIDS AND REPLACEMENTS THEY WRITE, SO THE FILE
242300*  HOLDS EVERY GROUP SINCE THE BANK LAST COLLECTED IT.
242400*================================================================
242500 9750-WRITE-COMPANY-POSPAY.
242600     SET CT-IDX TO WS-COMPANY-SUB.
242700     MOVE CT-POSPAY-FILE-NAME (CT-IDX) TO WS-POSPAY-XMIT-NAME.
242800     MOVE ZERO TO WS-XMIT-ISSUE-COUNT.
242900     MOVE ZERO TO WS-XMIT-ISSUE-NET.
243000     OPEN EXTEND POSPAY-XMIT-FILE.
243100     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
243200     MOVE "H" TO BP-RECORD-TYPE.
243300     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-H-BANK-ACCOUNT-NBR.
243400     MOVE CT-COMPANY-CODE (CT-IDX) TO BP-H-COMPANY-CODE.
243500     MOVE CT-FEIN (CT-IDX) TO BP-H-COMPANY-FEIN.
243600     MOVE CT-COMPANY-NAME (CT-IDX) TO BP-H-COMPANY-NAME.
243700     MOVE WS-XMIT-DATE TO BP-H-CREATION-DATE.
243800     WRITE POSPAY-TRANSMISSION-RECORD.
243900     MOVE "N" TO WS-POSPAY-EOF-SWITCH.
244000     OPEN INPUT POSPAY-FILE.
244100     IF WS-POSPAY-FOUND
244200         PERFORM 9760-COPY-ONE-POSPAY-ISSUE THRU 9760-EXIT
244300             UNTIL WS-END-OF-POSPAY
244400     END-IF.
244500*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
244600*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
244700     CLOSE POSPAY-FILE.
244800     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
244900     MOVE "T" TO BP-RECORD-TYPE.
245000     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-T-BANK-ACCOUNT-NBR.
245100     MOVE WS-XMIT-ISSUE-COUNT TO BP-T-RECORD-COUNT.
245200     MOVE WS-XMIT-ISSUE-NET TO BP-T-NET-AMOUNT.
245300     WRITE POSPAY-TRANSMISSION-RECORD.
245400     CLOSE POSPAY-XMIT-FILE.
245500     DISPLAY "PAYROLL: COMPANY " CT-COMPANY-CODE (CT-IDX)
245600         " POSITIVE-PAY FILE " WS-POSPAY-XMIT-NAME
245700         " ITEMS " WS-XMIT-ISSUE-COUNT.
245800 9750-EXIT.
245900     EXIT.
246000*================================================================
246100*  9760-COPY-ONE-POSPAY-ISSUE -- A BLANK COMPANY ON THE
246200*  WORKING FILE IS COMPANY 01.  ONLY THE RUN'S OWN ORDINARY
246300*  ISSUES ARE SENT; THE HELD VOIDS, REPLACEMENTS AND
246400*  OFF-CYCLE ISSUES WENT TO THE BANK FROM THE PROGRAM THAT
246500*  WROTE THEM.
246600*================================================================
246700 9760-COPY-ONE-POSPAY-ISSUE.
246800     READ POSPAY-FILE
246900         AT END
247000             MOVE "Y" TO WS-POSPAY-EOF-SWITCH
247100         NOT AT END
247200             IF PP-COMPANY-CODE = SPACES
247300                 MOVE WS-HOME-COMPANY-CODE TO PP-COMPANY-CODE
247400             END-IF
247500             IF PP-COMPANY-CODE = CT-COMPANY-CODE (CT-IDX)
247600             AND PP-ORIGINAL-ISSUE
247700                 MOVE SPACES TO POSPAY-TRANSMISSION-RECORD
247800                 MOVE "D" TO BP-RECORD-TYPE
247900                 MOVE CT-BANK-ACCOUNT-NBR (CT-IDX)
248000                     TO BP-D-BANK-ACCOUNT-NBR
248100                 MOVE PP-CHECK-NUMBER TO BP-D-CHECK-NUMBER
248200                 MOVE PP-CHECK-DATE TO BP-D-CHECK-DATE
248300                 MOVE PP-PAYEE-NAME TO BP-D-PAYEE-NAME
248400                 MOVE PP-AMOUNT TO BP-D-AMOUNT
248500                 MOVE PP-ISSUE-TYPE TO BP-D-ISSUE-TYPE
248600                 WRITE POSPAY-TRANSMISSION-RECORD
248700                 ADD 1 TO WS-XMIT-ISSUE-COUNT
248800                 ADD PP-AMOUNT TO WS-XMIT-ISSUE-NET
248900             END-IF
249000     END-READ.
249100 9760-EXIT.
249200     EXIT.
249300*================================================================
249400*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
249500*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
249600*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
249700*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
249800*  THE LEDGER ALONE.
249900*================================================================
250000 9900-POST-RUN-LEDGER.
250100     IF NOT WS-LEDGER-STARTED
250200         GO TO 9900-EXIT
250300     END-IF.
250400     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
250500     ACCEPT WS-LEDGER-TIME FROM TIME.
250600     OPEN I-O RUN-LEDGER-FILE.
250700     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
250800     READ RUN-LEDGER-FILE
250900         KEY IS JL-PAY-DATE
251000         INVALID KEY
251100             DISPLAY "PAYROLL: RUN LEDGER ENTRY FOR PAY DATE "
251200                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
251300                 "RECORDED"
251400             CLOSE RUN-LEDGER-FILE
251500             GO TO 9900-EXIT
251600     END-READ.
251700     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
251800     MOVE WS-LEDGER-TIME (1:6)
251900         TO JL-FINISH-TIME (WS-LEDGER-STEP).
252000     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
252100     MOVE WS-LEDGER-RECORDS-OUT
252200         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
252300     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
252400     IF RETURN-CODE = ZERO
252500         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
252600     ELSE
252700         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
252800     END-IF.
252900     IF WS-LEDGER-VERDICT = SPACES
253000         IF RETURN-CODE = ZERO
253100             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
253200         ELSE
253300             MOVE "FAILED" TO WS-LEDGER-VERDICT
253400         END-IF
253500     END-IF.
253600     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
253700     REWRITE RUN-LEDGER-RECORD.
253800     CLOSE RUN-LEDGER-FILE.
253900     DISPLAY "PAYROLL: RUN LEDGER " WS-LEDGER-PAY-DATE " "
254000         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
254100 9900-EXIT.
254200     EXIT.
