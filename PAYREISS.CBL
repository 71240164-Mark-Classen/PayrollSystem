000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYREISS.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  STOP-PAYMENT AND CHECK REISSUE --
001100*                   A LOST OR STALE PAPER CHECK NO LONGER GOES
001200*                   THROUGH A PAYROLL VOID, WHICH REVERSED THE
001300*                   PAY, YTD, GL AND HISTORY ONLY TO PAY IT
001400*                   AGAIN, WHEN ALL THAT NEEDS REPLACING IS THE
001500*                   INSTRUMENT.
001505*  10/15/2026 MHC   MULTI-COMPANY.  EACH OUTSTANDING CHECK CARRIES
001510*                   THE COMPANY IT IS DRAWN ON; THE VOID AND THE
001515*                   REPLACEMENT GO TO POSPAY.DAT UNDER THAT
001520*                   COMPANY AND ARE APPENDED, ONE GROUP PER
001525*                   COMPANY, TO THE COMPANY'S POSITIVE-PAY BANK
001530*                   FILE.  THE REPLACEMENT PRINTS ITS NAME AND
001535*                   CHECK STOCK FROM COMPANY.DAT, AND AN ESCHEAT
001540*                   HOLD BOOKS TO ITS GL COMPANY SEGMENT.
001600*================================================================
001700*
001800*  THIS PROGRAM READS REISSUE.DAT, ONE REQUEST PER PAPER CHECK
001900*  STANDING ON THE OUTSTANDING-CHECK FILE (OUTCHK.DAT), AND
002000*  WRITES A VOID RECORD TO THE POSITIVE-PAY FILE (POSPAY.DAT)
002100*  SO THE BANK REFUSES THE CHECK.  THEN, BY REQUEST:
002200*    S  -- A LOST OR STOLEN CHECK, ANY AGE, IS REPLACED
002300*    R  -- A STALE CHECK (OVER 90 DAYS) IS REPLACED
002400*    E  -- A STALE CHECK GOES TO ESCHEAT HOLD
002500*  A REPLACEMENT CHECK TAKES THE NEXT NUMBER FROM THE SAME
002600*  COUNTER THE PAYROLL CHECKPOINT (PAYCKPT.DAT) CARRIES, AS
002700*  PAYOFFCY DOES, PRINTS ON REISSCHK.RPT WITH A MEMO NAMING THE
002800*  CHECK IT REPLACES, AND IS APPENDED TO CHECKREG.RPT AND TO
002900*  POSPAY.DAT AS A REPLACEMENT ISSUE; THE BUMPED COUNTER IS
003000*  WRITTEN BACK.  AN ESCHEAT HOLD IS APPENDED TO ESCHHOLD.DAT
003100*  AND BOOKED ON GLESCH.DAT IN THE GLEXTR LAYOUT -- DEBIT CASH
003200*  FOR THE VOIDED CHECK, CREDIT THE UNCLAIMED-WAGES LIABILITY.
003300*  EITHER WAY THE OLD AND NEW CHECK NUMBERS ARE TIED TOGETHER
003400*  ON THE PERMANENT CROSS-REFERENCE FILE CHKXREF.DAT.
003500*
003600*  THE PAY ITSELF DOES NOT CHANGE, SO THE EMPLOYEE MASTER AND
003700*  THE PAY HISTORY ARE NOT OPENED.  OUTCHK.DAT IS READ ONLY --
003800*  THE NEXT CHKRECON TAKES THE VOIDED CHECK OFF THE OUTSTANDING
003900*  POSITION AND LOADS THE REPLACEMENT FROM POSPAY.DAT.  UNTIL
004000*  THEN A VOID ALREADY ON POSPAY.DAT REFUSES A SECOND REQUEST
004100*  FOR THE SAME CHECK.  THE RUN WILL NOT START WHILE ANY
004200*  PAYROLL ON THE RUN LEDGER (RUNLEDG.DAT) IS IN PROGRESS OR
004300*  AWAITING RESTART, SINCE BOTH DRAW ON THE ONE CHECK COUNTER.
004400*  GL ENTRIES ARE KEPT OFF GLEXTR.DAT SO THE PAYROLL RUN'S
004500*  BALANCING PROOF IN PAYBAL IS NOT DISTURBED.
004510*
004520*  A CHECK STAYS WITH THE COMPANY IT WAS DRAWN ON (OC-COMPANY-
004530*  CODE, BLANK = 01).  WITH A COMPANY FILE LOADED THE RUN
004540*  APPENDS ITS VOIDS AND REPLACEMENTS TO THAT COMPANY'S
004550*  POSITIVE-PAY BANK FILE (PPXMIT LAYOUT) AT TERMINATE; THE
004560*  PAYROLL RUN SENDS ONLY ITS OWN ISSUES.  WITHOUT ONE,
004570*  POSPAY.DAT IS ITSELF THE BANK FILE AND THE NEXT PAYROLL
004580*  CARRIES THEM FORWARD ON IT.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-COMPATIBLE.
005000 OBJECT-COMPUTER.    IBM-COMPATIBLE.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT REISSUE-REQUEST-FILE ASSIGN TO "REISSUE.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REQUEST-STATUS.
005600     SELECT OPTIONAL OUTSTANDING-CHECK-FILE
005700         ASSIGN TO "OUTCHK.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-OUTCHK-STATUS.
006000     SELECT OPTIONAL POSPAY-FILE ASSIGN TO "POSPAY.DAT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-POSPAY-STATUS.
006300     SELECT CHECKPOINT-FILE ASSIGN TO "PAYCKPT.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CHECKPOINT-STATUS.
006600     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS JL-PAY-DATE
007000         FILE STATUS IS WS-LEDGER-STATUS.
007100     SELECT CHECK-PRINT-FILE ASSIGN TO "REISSCHK.RPT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.RPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT OPTIONAL CHECK-XREF-FILE ASSIGN TO "CHKXREF.DAT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT OPTIONAL ESCHEAT-HOLD-FILE ASSIGN TO "ESCHHOLD.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT GL-ESCHEAT-FILE ASSIGN TO "GLESCH.DAT"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT REISSUE-REPORT-FILE ASSIGN TO "PAYREISS.RPT"
008110         ORGANIZATION IS LINE SEQUENTIAL.
008120     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
008130         ORGANIZATION IS LINE SEQUENTIAL
008140         FILE STATUS IS WS-COMPANY-STATUS.
008150     SELECT OPTIONAL POSPAY-XMIT-FILE
008160         ASSIGN TO WS-POSPAY-XMIT-NAME
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700 FD  REISSUE-REQUEST-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY REISSREQ.
009000*
009100 FD  OUTSTANDING-CHECK-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY OUTCHK.
009400*
009500 FD  POSPAY-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 COPY POSPAY.
009800*
009900 FD  CHECKPOINT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 COPY CHECKPT.
010200*
010300 FD  RUN-LEDGER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY RUNLEDG.
010600*
010700 FD  CHECK-PRINT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  CHECK-PRINT-LINE             PIC X(132).
011000*
011100 FD  CHECK-REGISTER-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  CHECK-REGISTER-LINE          PIC X(132).
011400*
011500 FD  CHECK-XREF-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY CHKXREF.
011800*
011900 FD  ESCHEAT-HOLD-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 COPY ESCHHOLD.
012200*
012300 FD  GL-ESCHEAT-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 COPY GLEXTR.
012600*
012700 FD  REISSUE-REPORT-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  REISSUE-REPORT-LINE          PIC X(132).
012910*
012920 FD  COMPANY-FILE
012930     LABEL RECORDS ARE STANDARD.
012940 COPY COMPCTL.
012950*
012960 FD  POSPAY-XMIT-FILE
012970     LABEL RECORDS ARE STANDARD.
012980 COPY PPXMIT.
013000
013100 WORKING-STORAGE SECTION.
013200*
013300*----------------------------------------------------------------
013400*  PAPER-CHECK AND CHECK-REGISTER LINE LAYOUTS
013500*----------------------------------------------------------------
013600 COPY PAYCHK.
013700*
013800*----------------------------------------------------------------
013900*  REISSUE REPORT LINE LAYOUTS AND THE REPLACEMENT-CHECK MEMO
014000*----------------------------------------------------------------
014100 COPY REISRPT.
014200*
014300*----------------------------------------------------------------
014400*  RUN LEDGER WORK FIELDS -- ONLY THE STATUS AND END-OF-FILE
014500*  SWITCH ARE USED HERE, TO WALK THE LEDGER FOR A PAYROLL
014600*  STILL HOLDING THE CHECK COUNTER.
014700*----------------------------------------------------------------
014800 COPY RUNLWORK.
014802*
014804*----------------------------------------------------------------
014806*  COMPANY CONTROL TABLE AND THE COMPANY OF THE CHECK IN HAND
014808*----------------------------------------------------------------
014810 COPY COMPTABL.
014812 01  WS-COMPANY-FIELDS.
014814     05  WS-CURRENT-COMPANY       PIC X(02)   VALUE SPACES.
014816     05  WS-CURRENT-COMPANY-NAME  PIC X(30)   VALUE SPACES.
014818     05  WS-CURRENT-CHECK-STOCK   PIC X(06)   VALUE SPACES.
014820     05  WS-GL-COMPANY-SEGMENT    PIC X(04)   VALUE SPACES.
014822 01  WS-COMPANY-SUB               PIC 9(02)   VALUE ZERO.
014824 01  WS-DEFAULT-POSPAY-NAME.
014826     05  FILLER                   PIC X(06)   VALUE "POSPAY".
014828     05  WS-DEFAULT-POSPAY-CODE   PIC X(02)   VALUE SPACES.
014830     05  FILLER                   PIC X(04)   VALUE ".DAT".
014832*
014834*----------------------------------------------------------------
014836*  THE RUN'S VOIDS AND REPLACEMENTS HELD FOR THE COMPANY
014838*  POSITIVE-PAY BANK FILES, AND THE FILE BEING WRITTEN WITH ITS
014840*  CONTROL COUNTS.  AN ITEM IS THE POSPAY.CPY RECORD AS
014842*  WRITTEN.
014844*----------------------------------------------------------------
014846 01  WS-POSPAY-XMIT-NAME          PIC X(12)   VALUE SPACES.
014848 01  WS-XMIT-FIELDS.
014850     05  WS-XMIT-ISSUE-COUNT      PIC 9(07)   VALUE ZERO.
014852     05  WS-XMIT-ISSUE-NET        PIC S9(11)V99 VALUE ZERO.
014854     05  WS-XMIT-OPEN-SWITCH      PIC X(01)   VALUE "N".
014856         88  WS-XMIT-FILE-OPEN                VALUE "Y".
014858     05  WS-XMIT-UNSENT-SWITCH    PIC X(01)   VALUE "N".
014860         88  WS-XMIT-ITEMS-UNSENT             VALUE "Y".
014862 01  WS-XMIT-POSPAY-COUNT         PIC 9(03)   VALUE ZERO.
014864 01  WS-XMIT-POSPAY-SUB           PIC 9(03)   VALUE ZERO.
014866 01  XMIT-POSPAY-TABLE.
014868     05  XMIT-POSPAY-ITEM OCCURS 500 TIMES
014870             INDEXED BY XP-IDX.
014872         10  XP-CHECK-NUMBER      PIC 9(08).
014874         10  XP-CHECK-DATE        PIC 9(08).
014876         10  XP-PAYEE-NAME        PIC X(20).
014878         10  XP-AMOUNT            PIC 9(09)V99.
014880         10  XP-ISSUE-TYPE        PIC X(01).
014882             88  XP-VOID-ISSUE                VALUE "V".
014884         10  XP-COMPANY-CODE      PIC X(02).
014900*
015000*----------------------------------------------------------------
015100*  RUN SWITCHES
015200*----------------------------------------------------------------
015300 01  WS-SWITCHES.
015400     05  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
015500         88  WS-END-OF-FILE                   VALUE "Y".
015600     05  WS-REQUEST-STATUS        PIC X(02)   VALUE "00".
015700         88  WS-REQUEST-FOUND                 VALUE "00".
015800     05  WS-OUTCHK-EOF-SWITCH     PIC X(01)   VALUE "N".
015900         88  WS-END-OF-OUTCHK                 VALUE "Y".
016000     05  WS-OUTCHK-STATUS         PIC X(02)   VALUE "00".
016100         88  WS-OUTCHK-FOUND                  VALUE "00".
016200     05  WS-POSPAY-EOF-SWITCH     PIC X(01)   VALUE "N".
016300         88  WS-END-OF-POSPAY                 VALUE "Y".
016400     05  WS-POSPAY-STATUS         PIC X(02)   VALUE "00".
016500         88  WS-POSPAY-FOUND                  VALUE "00".
016600     05  WS-CHECKPOINT-STATUS     PIC X(02)   VALUE "00".
016700         88  WS-CHECKPOINT-FOUND              VALUE "00".
016800     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
016900         88  WS-RUN-REFUSED                   VALUE "Y".
017000     05  WS-VALID-REQUEST-SWITCH  PIC X(01)   VALUE "Y".
017100         88  WS-VALID-REQUEST                 VALUE "Y".
017200         88  WS-INVALID-REQUEST               VALUE "N".
017300     05  WS-ITEM-FOUND-SWITCH     PIC X(01)   VALUE "N".
017400         88  WS-ITEM-FOUND                    VALUE "Y".
017410     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
017420         88  WS-COMPANY-FOUND                 VALUE "00".
017430     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
017440         88  WS-END-OF-COMPANIES              VALUE "Y".
017450     05  WS-COMPANY-ON-FILE-SWITCH PIC X(01)  VALUE "N".
017460         88  WS-COMPANY-ON-FILE               VALUE "Y".
017500*
017600*----------------------------------------------------------------
017700*  RUN DATE AND TIME, THE RUN DATE'S DAY-SERIAL FOR THE STALE
017800*  TEST, AND THE REJECT REASON
017900*----------------------------------------------------------------
018000 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
018100 01  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
018200 01  WS-RUN-DATE-SERIAL           PIC 9(07)   VALUE ZERO.
018300 01  WS-REJECT-REASON             PIC X(40)   VALUE SPACES.
018400*
018500*----------------------------------------------------------------
018600*  OUTSTANDING-CHECK TABLE -- OUTCHK.DAT AS IT STANDS, LOADED
018700*  AT INITIALIZE SO EACH REQUEST CAN BE FOUND BY CHECK NUMBER.
018800*----------------------------------------------------------------
018900 01  WS-ISSUE-TABLE-COUNT         PIC 9(05)   VALUE ZERO.
019000 01  ISSUE-TABLE.
019100     05  ISSUE-ITEM OCCURS 5000 TIMES INDEXED BY IS-IDX.
019200         10  IS-CHECK-NUMBER      PIC 9(08).
019300         10  IS-ISSUE-DATE        PIC 9(08).
019400         10  IS-PAYEE-NAME        PIC X(20).
019500         10  IS-AMOUNT            PIC 9(09)V99.
019510         10  IS-COMPANY-CODE      PIC X(02).
019600*
019700*----------------------------------------------------------------
019800*  VOIDED-CHECK TABLE -- THE VOIDS STILL WAITING ON POSPAY.DAT
019900*  FOR CHKRECON, PLUS EVERY VOID THIS RUN WRITES, SO NO CHECK
020000*  IS STOPPED (AND REPLACED) TWICE.
020100*----------------------------------------------------------------
020200 01  WS-VOID-TABLE-COUNT          PIC 9(04)   VALUE ZERO.
020300 01  VOID-TABLE.
020400     05  VOID-ITEM OCCURS 1000 TIMES INDEXED BY VD-IDX.
020500         10  VD-CHECK-NUMBER      PIC 9(08).
020600*
020700*----------------------------------------------------------------
020800*  STALE THRESHOLD IN DAYS, AS CHKRECON AGES THE OUTSTANDING
020900*  CHECKS
021000*----------------------------------------------------------------
021100 01  WS-STALE-DAYS                PIC 9(03)   VALUE 90.
021200*
021300*----------------------------------------------------------------
021400*  DAY-SERIAL WORK FIELDS -- SERIAL DIFFERENCES ARE EXACT DAY
021500*  COUNTS FOR THE STALE TEST (SAME ARITHMETIC AS CHKRECON)
021600*----------------------------------------------------------------
021700 01  WS-DATE-WORK.
021800     05  WS-DW-DATE               PIC 9(08)   VALUE ZERO.
021900     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
022000         10  WS-DW-YEAR           PIC 9(04).
022100         10  WS-DW-MONTH          PIC 9(02).
022200         10  WS-DW-DAY            PIC 9(02).
022300 01  WS-SERIAL-FIELDS.
022400     05  WS-SER-YEAR              PIC 9(05)   VALUE ZERO.
022500     05  WS-SER-MONTH             PIC 9(02)   VALUE ZERO.
022600     05  WS-SER-TERM-4            PIC 9(05)   VALUE ZERO.
022700     05  WS-SER-TERM-100          PIC 9(05)   VALUE ZERO.
022800     05  WS-SER-TERM-400          PIC 9(05)   VALUE ZERO.
022900     05  WS-SER-TERM-MONTH        PIC 9(05)   VALUE ZERO.
023000     05  WS-SERIAL                PIC 9(07)   VALUE ZERO.
023100 01  WS-ITEM-AGE-DAYS             PIC S9(07)  VALUE ZERO.
023200*
023300*----------------------------------------------------------------
023400*  CHECK NUMBER COUNTER, DRAWN FROM AND RETURNED TO THE PAYROLL
023500*  CHECKPOINT, AND THE HELD CHECKPOINT IMAGE THE COUNTER RIDES
023600*  BACK ON -- EVERY OTHER CHECKPOINT FIELD IS REWRITTEN AS
023700*  READ, AS IN PAYOFFCY.
023800*----------------------------------------------------------------
023900 01  WS-CHECK-NUMBER              PIC 9(08)   VALUE ZERO.
024000 01  WS-NEW-CHECK-NUMBER          PIC 9(08)   VALUE ZERO.
024100 COPY CHECKPT REPLACING LEADING ==CK-== BY ==CKH-==
024200     ==CHECKPOINT-RECORD== BY ==WS-CHECKPOINT-HOLD==.
024300*
024400*----------------------------------------------------------------
024500*  ESCHEAT HOLD GL ACCOUNTS -- THE VOIDED CHECK'S CASH COMES
024600*  BACK, AND STANDS AS AN UNCLAIMED-WAGES LIABILITY
024700*----------------------------------------------------------------
024800 01  WS-GL-ACCOUNTS.
024900     05  WS-GL-CASH-ACCOUNT       PIC X(08)   VALUE "10001000".
025000     05  WS-GL-ESCHEAT-ACCOUNT    PIC X(08)   VALUE "21008000".
025100*
025200*----------------------------------------------------------------
025300*  RUN CONTROL COUNTS
025400*----------------------------------------------------------------
025500 01  WS-CONTROL-COUNTS.
025600     05  WS-REQUEST-COUNT         PIC 9(05)   VALUE ZERO.
025700     05  WS-REISSUE-COUNT         PIC 9(05)   VALUE ZERO.
025800     05  WS-REISSUE-AMOUNT        PIC 9(11)V99 VALUE ZERO.
025900     05  WS-HOLD-COUNT            PIC 9(05)   VALUE ZERO.
026000     05  WS-HOLD-AMOUNT           PIC 9(11)V99 VALUE ZERO.
026100     05  WS-REJECT-COUNT          PIC 9(05)   VALUE ZERO.
026200
026300 PROCEDURE DIVISION.
026400*================================================================
026500*  0000-MAINLINE
026600*================================================================
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     IF NOT WS-RUN-REFUSED
027000         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
027100             UNTIL WS-END-OF-FILE
027200         PERFORM 9000-TERMINATE THRU 9000-EXIT
027300     END-IF.
027400     GOBACK.
027500 0000-EXIT.
027600     EXIT.
027700*================================================================
027800*  1000-INITIALIZE -- MAKE SURE NO PAYROLL HOLDS THE CHECK
027900*  COUNTER, TAKE THE COUNTER, LOAD THE OUTSTANDING CHECKS AND
028000*  THE VOIDS ALREADY WAITING, OPEN THE FILES AND PRIME THE
028100*  READ.
028200*================================================================
028300 1000-INITIALIZE.
028400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028500     ACCEPT WS-RUN-TIME FROM TIME.
028600     MOVE WS-RUN-DATE TO WS-DW-DATE.
028700     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
028800     MOVE WS-SERIAL TO WS-RUN-DATE-SERIAL.
028900     PERFORM 1050-CHECK-PAYROLL-IDLE THRU 1050-EXIT.
029000     IF WS-RUN-REFUSED
029100         GO TO 1000-EXIT
029200     END-IF.
029300     PERFORM 1150-LOAD-CHECK-COUNTER THRU 1150-EXIT.
029400     IF WS-RUN-REFUSED
029500         GO TO 1000-EXIT
029600     END-IF.
029610     PERFORM 1300-LOAD-COMPANIES THRU 1300-EXIT.
029620     IF WS-RUN-REFUSED
029630         GO TO 1000-EXIT
029640     END-IF.
029700     OPEN INPUT REISSUE-REQUEST-FILE.
029800     IF NOT WS-REQUEST-FOUND
029900         DISPLAY "PAYREISS: INPUT FILE REISSUE.DAT NOT FOUND"
030000         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
030100         MOVE 8 TO RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     MOVE SPACES TO ISSUE-TABLE.
030500     OPEN INPUT OUTSTANDING-CHECK-FILE.
030600     IF WS-OUTCHK-FOUND
030700         PERFORM 1100-LOAD-ONE-OUTSTANDING THRU 1100-EXIT
030800             UNTIL WS-END-OF-OUTCHK
030900     END-IF.
031000     CLOSE OUTSTANDING-CHECK-FILE.
031100     MOVE ZERO TO VOID-TABLE.
031200     OPEN INPUT POSPAY-FILE.
031300     IF WS-POSPAY-FOUND
031400         PERFORM 1200-LOAD-ONE-VOID THRU 1200-EXIT
031500             UNTIL WS-END-OF-POSPAY
031600     END-IF.
031700     CLOSE POSPAY-FILE.
031800     OPEN EXTEND POSPAY-FILE.
031900     OPEN OUTPUT CHECK-PRINT-FILE.
032000     OPEN EXTEND CHECK-REGISTER-FILE.
032100*  THE CROSS-REFERENCE AND THE HOLDS ARE PERMANENT -- ALWAYS
032200*  EXTEND.
032300     OPEN EXTEND CHECK-XREF-FILE.
032400     OPEN EXTEND ESCHEAT-HOLD-FILE.
032500     OPEN OUTPUT GL-ESCHEAT-FILE.
032600     OPEN OUTPUT REISSUE-REPORT-FILE.
032700     MOVE WS-RUN-DATE TO RX-H-RUN-DATE.
032800     WRITE REISSUE-REPORT-LINE FROM WS-REISRPT-HEADING-LINE.
032900     WRITE REISSUE-REPORT-LINE FROM WS-REISRPT-COLUMN-LINE.
033000     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300*================================================================
033400*  1050-CHECK-PAYROLL-IDLE -- A PAYROLL IN PROGRESS OR AWAITING
033500*  RESTART ON ANY PAY DATE STILL OWES ITS CHECK NUMBERS TO THE
033600*  CHECKPOINT, SO A REISSUE NOW WOULD DRAW A NUMBER THE RESUMED
033700*  RUN CUTS AGAIN.  NO LEDGER ON FILE MEANS NO PAYROLL HAS RUN
033800*  UNDER IT.
033900*================================================================
034000 1050-CHECK-PAYROLL-IDLE.
034100     OPEN INPUT RUN-LEDGER-FILE.
034200     IF NOT WS-LEDGER-OK
034300         GO TO 1050-EXIT
034400     END-IF.
034500     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
034600     PERFORM 1060-TEST-ONE-LEDGER-ENTRY THRU 1060-EXIT
034700         UNTIL WS-END-OF-LEDGER OR WS-RUN-REFUSED.
034800     CLOSE RUN-LEDGER-FILE.
034900 1050-EXIT.
035000     EXIT.
035100*================================================================
035200*  1060-TEST-ONE-LEDGER-ENTRY
035300*================================================================
035400 1060-TEST-ONE-LEDGER-ENTRY.
035500     READ RUN-LEDGER-FILE NEXT RECORD
035600         AT END
035700             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
035800     END-READ.
035900     IF WS-END-OF-LEDGER
036000         GO TO 1060-EXIT
036100     END-IF.
036200     IF JL-STEP-STARTED (2)
036300         DISPLAY "PAYREISS: PAYROLL FOR PAY DATE " JL-PAY-DATE
036400             " IS IN PROGRESS OR AWAITING RESTART - "
036500             "RUN TERMINATED"
036600         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
036700         MOVE 8 TO RETURN-CODE
036800     END-IF.
036900 1060-EXIT.
037000     EXIT.
037100*================================================================
037200*  1100-LOAD-ONE-OUTSTANDING
037300*================================================================
037400 1100-LOAD-ONE-OUTSTANDING.
037500     READ OUTSTANDING-CHECK-FILE
037600         AT END
037700             MOVE "Y" TO WS-OUTCHK-EOF-SWITCH
037800         NOT AT END
037900             IF WS-ISSUE-TABLE-COUNT < 5000
038000                 ADD 1 TO WS-ISSUE-TABLE-COUNT
038100                 SET IS-IDX TO WS-ISSUE-TABLE-COUNT
038200                 MOVE OC-CHECK-NUMBER TO IS-CHECK-NUMBER (IS-IDX)
038300                 MOVE OC-ISSUE-DATE TO IS-ISSUE-DATE (IS-IDX)
038400                 MOVE OC-PAYEE-NAME TO IS-PAYEE-NAME (IS-IDX)
038500                 MOVE OC-AMOUNT TO IS-AMOUNT (IS-IDX)
038510                 MOVE OC-COMPANY-CODE TO IS-COMPANY-CODE (IS-IDX)
038520                 IF OC-COMPANY-CODE = SPACES
038530                     MOVE WS-HOME-COMPANY-CODE
038540                         TO IS-COMPANY-CODE (IS-IDX)
038550                 END-IF
038600             ELSE
038700                 DISPLAY "PAYREISS: OUTSTANDING TABLE FULL -- "
038800                     "CHECK " OC-CHECK-NUMBER " NOT LOADED"
038900             END-IF
039000     END-READ.
039100 1100-EXIT.
039200     EXIT.
039300*================================================================
039400*  1150-LOAD-CHECK-COUNTER -- THE CHECK NUMBER COUNTER RIDES THE
039500*  PAYROLL CHECKPOINT, AS FOR PAYOFFCY.  WITHOUT IT NO
039600*  REPLACEMENT CAN BE NUMBERED, SO A MISSING CHECKPOINT IS A
039700*  HARD STOP.  THE WHOLE RECORD IS HELD SO EVERYTHING BUT THE
039800*  COUNTER RIDES BACK UNCHANGED AT 9000.
039900*================================================================
040000 1150-LOAD-CHECK-COUNTER.
040100     OPEN INPUT CHECKPOINT-FILE.
040200     IF NOT WS-CHECKPOINT-FOUND
040300         DISPLAY "PAYREISS: NO PAYROLL CHECKPOINT ON FILE - "
040400             "CHECK COUNTER UNAVAILABLE - RUN TERMINATED"
040500         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
040600         MOVE 8 TO RETURN-CODE
040700         GO TO 1150-EXIT
040800     END-IF.
040900     READ CHECKPOINT-FILE
041000         AT END
041100             DISPLAY "PAYREISS: CHECKPOINT FILE IS EMPTY - "
041200                 "RUN TERMINATED"
041300             MOVE "Y" TO WS-RUN-REFUSED-SWITCH
041400             MOVE 8 TO RETURN-CODE
041500         NOT AT END
041600             MOVE CHECKPOINT-RECORD TO WS-CHECKPOINT-HOLD
041700             MOVE CK-CHECK-NUMBER TO WS-CHECK-NUMBER
041800     END-READ.
041900     CLOSE CHECKPOINT-FILE.
042000 1150-EXIT.
042100     EXIT.
042200*================================================================
042300*  1200-LOAD-ONE-VOID -- ONLY THE VOIDS ON THE POSITIVE-PAY
042400*  FILE ARE KEPT; ISSUES ARE CHKRECON'S BUSINESS.
042500*================================================================
042600 1200-LOAD-ONE-VOID.
042700     READ POSPAY-FILE
042800         AT END
042900             MOVE "Y" TO WS-POSPAY-EOF-SWITCH
043000         NOT AT END
043100             IF PP-VOID-ISSUE
043200                 PERFORM 1250-ADD-ONE-VOID THRU 1250-EXIT
043300             END-IF
043400     END-READ.
043500 1200-EXIT.
043600     EXIT.
043700*================================================================
043800*  1250-ADD-ONE-VOID
043900*================================================================
044000 1250-ADD-ONE-VOID.
044100     IF WS-VOID-TABLE-COUNT < 1000
044200         ADD 1 TO WS-VOID-TABLE-COUNT
044300         SET VD-IDX TO WS-VOID-TABLE-COUNT
044400         MOVE PP-CHECK-NUMBER TO VD-CHECK-NUMBER (VD-IDX)
044500     ELSE
044600         DISPLAY "PAYREISS: VOID TABLE FULL -- CHECK "
044700             PP-CHECK-NUMBER " NOT LOADED"
044800     END-IF.
044900 1250-EXIT.
045000     EXIT.
045100*================================================================
045101*  1300-LOAD-COMPANIES -- AS IN PAYROLL: THE OPTIONAL
045102*  COMPANY.DAT LOADS INTO THE COMPANY TABLE.  AN ABSENT FILE
045103*  LEAVES THE TABLE EMPTY AND A REPLACEMENT PRINTS AS BEFORE,
045104*  WITH NO COMPANY NAME OR CHECK STOCK ON ITS FACE.
045105*================================================================
045106 1300-LOAD-COMPANIES.
045107     OPEN INPUT COMPANY-FILE.
045108     IF WS-COMPANY-FOUND
045109         PERFORM 1310-LOAD-ONE-COMPANY THRU 1310-EXIT
045110             UNTIL WS-END-OF-COMPANIES OR WS-RUN-REFUSED
045111     END-IF.
045112*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
045113*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
045114     CLOSE COMPANY-FILE.
045115 1300-EXIT.
045116     EXIT.
045117*================================================================
045118*  1310-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01; A
045119*  SECOND RECORD FOR THE SAME CODE REPLACES THE FIRST.
045120*================================================================
045121 1310-LOAD-ONE-COMPANY.
045122     READ COMPANY-FILE
045123         AT END
045124             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
045125         NOT AT END
045126             IF CO-COMPANY-CODE = SPACES
045127                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
045128             END-IF
045129             SET CT-IDX TO 1
045130             SEARCH COMPANY-ENTRY
045131                 AT END
045132                     PERFORM 1320-ADD-COMPANY THRU 1320-EXIT
045133                 WHEN CT-IDX > WS-COMPANY-COUNT
045134                     PERFORM 1320-ADD-COMPANY THRU 1320-EXIT
045135                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
045136                     PERFORM 1330-STORE-COMPANY THRU 1330-EXIT
045137             END-SEARCH
045138     END-READ.
045139 1310-EXIT.
045140     EXIT.
045141*================================================================
045142*  1320-ADD-COMPANY
045143*================================================================
045144 1320-ADD-COMPANY.
045145     IF WS-COMPANY-COUNT < 20
045146         ADD 1 TO WS-COMPANY-COUNT
045147         SET CT-IDX TO WS-COMPANY-COUNT
045148         MOVE CO-COMPANY-CODE TO CT-COMPANY-CODE (CT-IDX)
045149         PERFORM 1330-STORE-COMPANY THRU 1330-EXIT
045150     ELSE
045151*  A DROPPED COMPANY WOULD PRINT ITS REPLACEMENTS ON THE WRONG
045152*  STOCK, SO AN OVERFLOWING FILE STOPS THE RUN.
045153         DISPLAY "PAYREISS: COMPANY FILE EXCEEDS 20 ENTRIES - "
045154             "RUN TERMINATED"
045155         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
045156         MOVE 12 TO RETURN-CODE
045157     END-IF.
045158 1320-EXIT.
045159     EXIT.
045160*================================================================
045161*  1330-STORE-COMPANY -- AS IN PAYROLL, A BLANK POSITIVE-PAY
045162*  FILE NAME TAKES POSPAYCC.DAT FOR THE COMPANY CODE CC.
045163*================================================================
045164 1330-STORE-COMPANY.
045165     MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (CT-IDX).
045166     MOVE CO-FEIN TO CT-FEIN (CT-IDX).
045167     MOVE CO-BANK-ACCOUNT-NBR TO CT-BANK-ACCOUNT-NBR (CT-IDX).
045168     MOVE CO-CHECK-STOCK-ID TO CT-CHECK-STOCK-ID (CT-IDX).
045169     MOVE CO-GL-COMPANY-SEGMENT
045170         TO CT-GL-COMPANY-SEGMENT (CT-IDX).
045171     IF CO-POSPAY-FILE-NAME = SPACES
045172         MOVE CO-COMPANY-CODE TO WS-DEFAULT-POSPAY-CODE
045173         MOVE WS-DEFAULT-POSPAY-NAME
045174             TO CT-POSPAY-FILE-NAME (CT-IDX)
045175     ELSE
045176         MOVE CO-POSPAY-FILE-NAME TO CT-POSPAY-FILE-NAME (CT-IDX)
045177     END-IF.
045178 1330-EXIT.
045179     EXIT.
045180*================================================================
045200*  2000-PROCESS-REQUEST -- EDIT ONE REQUEST AND CARRY IT OUT,
045300*  THEN READ THE NEXT.  A REQUEST THAT FAILS EDIT IS REPORTED
045400*  AND SKIPPED.
045500*================================================================
045600 2000-PROCESS-REQUEST.
045700     ADD 1 TO WS-REQUEST-COUNT.
045800     PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT.
045900     MOVE RQ-CHECK-NUMBER TO RX-D-OLD-CHECK-NUMBER.
046000     EVALUATE TRUE
046100         WHEN RQ-STOP-AND-REISSUE
046200             MOVE "STOP/REISSUE" TO RX-D-ACTION
046300         WHEN RQ-STALE-REISSUE
046400             MOVE "STALE REISSUE" TO RX-D-ACTION
046500         WHEN RQ-ESCHEAT-HOLD
046600             MOVE "ESCHEAT HOLD" TO RX-D-ACTION
046700         WHEN OTHER
046800             MOVE RQ-ACTION TO RX-D-ACTION
046900     END-EVALUATE.
047000     IF WS-VALID-REQUEST
047100         PERFORM 2200-CARRY-OUT-REQUEST THRU 2200-EXIT
047200     ELSE
047300         PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
047400     END-IF.
047500     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
047600 2000-EXIT.
047700     EXIT.
047800*================================================================
047900*  2200-CARRY-OUT-REQUEST -- VOID THE CHECK, THEN REPLACE IT
048000*  OR HOLD IT, AND TIE THE TWO TOGETHER ON THE CROSS-REFERENCE.
048100*================================================================
048200 2200-CARRY-OUT-REQUEST.
048210     PERFORM 2450-RESOLVE-COMPANY THRU 2450-EXIT.
048300     PERFORM 2500-WRITE-VOID THRU 2500-EXIT.
048400     MOVE ZERO TO WS-NEW-CHECK-NUMBER.
048500     IF RQ-ESCHEAT-HOLD
048600         PERFORM 2700-HOLD-FOR-ESCHEAT THRU 2700-EXIT
048700         MOVE "VOIDED - HELD FOR ESCHEAT" TO RX-D-RESULT
048800     ELSE
048900         PERFORM 2600-CUT-REPLACEMENT THRU 2600-EXIT
049000         MOVE "VOIDED - REPLACEMENT CUT" TO RX-D-RESULT
049100     END-IF.
049200     PERFORM 2800-WRITE-XREF THRU 2800-EXIT.
049300     MOVE IS-ISSUE-DATE (IS-IDX) TO RX-D-ISSUE-DATE.
049400     MOVE IS-PAYEE-NAME (IS-IDX) TO RX-D-PAYEE-NAME.
049500     MOVE IS-AMOUNT (IS-IDX) TO RX-D-AMOUNT.
049600     MOVE WS-NEW-CHECK-NUMBER TO RX-D-NEW-CHECK-NUMBER.
049700     WRITE REISSUE-REPORT-LINE FROM WS-REISRPT-DETAIL-LINE.
049800 2200-EXIT.
049900     EXIT.
050000*================================================================
050100*  2050-VALIDATE-REQUEST -- THE ACTION MUST BE KNOWN AND THE
050200*  REQUESTER NAMED; THE CHECK MUST STAND ON THE OUTSTANDING
050300*  FILE AND NOT ALREADY BE VOIDED; A STALE REISSUE OR ESCHEAT
050400*  HOLD NEEDS A CHECK PAST THE 90-DAY STALE MARK.  ON RETURN
050500*  IS-IDX POINTS AT THE CHECK WHEN WS-ITEM-FOUND IS SET.
050600*================================================================
050700 2050-VALIDATE-REQUEST.
050800     MOVE "Y" TO WS-VALID-REQUEST-SWITCH.
050900     MOVE "N" TO WS-ITEM-FOUND-SWITCH.
051000     MOVE SPACES TO WS-REJECT-REASON.
051100     IF RQ-CHECK-NUMBER NOT NUMERIC
051200         MOVE "N" TO WS-VALID-REQUEST-SWITCH
051300         MOVE "CHECK NUMBER NOT NUMERIC" TO WS-REJECT-REASON
051400         GO TO 2050-EXIT
051500     END-IF.
051600     SET IS-IDX TO 1.
051700     SEARCH ISSUE-ITEM
051800         AT END
051900             CONTINUE
051901         WHEN IS-IDX > WS-ISSUE-TABLE-COUNT
051902             CONTINUE
052000         WHEN IS-CHECK-NUMBER (IS-IDX) = RQ-CHECK-NUMBER
052100             MOVE "Y" TO WS-ITEM-FOUND-SWITCH
052200     END-SEARCH.
052300     IF NOT RQ-ACTION-VALID
052400         MOVE "N" TO WS-VALID-REQUEST-SWITCH
052500         MOVE "ACTION MUST BE S, R OR E" TO WS-REJECT-REASON
052600         GO TO 2050-EXIT
052700     END-IF.
052800     IF RQ-REQUESTED-BY = SPACES
052900         MOVE "N" TO WS-VALID-REQUEST-SWITCH
053000         MOVE "REQUESTED-BY IS REQUIRED" TO WS-REJECT-REASON
053100         GO TO 2050-EXIT
053200     END-IF.
053300     IF NOT WS-ITEM-FOUND
053400         MOVE "N" TO WS-VALID-REQUEST-SWITCH
053500         MOVE "CHECK NOT ON OUTSTANDING FILE"
053600             TO WS-REJECT-REASON
053700         GO TO 2050-EXIT
053800     END-IF.
053900     SET VD-IDX TO 1.
054000     SEARCH VOID-ITEM
054100         AT END
054200             CONTINUE
054201         WHEN VD-IDX > WS-VOID-TABLE-COUNT
054202             CONTINUE
054300         WHEN VD-CHECK-NUMBER (VD-IDX) = RQ-CHECK-NUMBER
054400             MOVE "N" TO WS-VALID-REQUEST-SWITCH
054500             MOVE "CHECK ALREADY VOIDED" TO WS-REJECT-REASON
054600     END-SEARCH.
054700     IF WS-INVALID-REQUEST
054800         GO TO 2050-EXIT
054900     END-IF.
055000     IF RQ-STOP-AND-REISSUE
055100         GO TO 2050-EXIT
055200     END-IF.
055300     MOVE IS-ISSUE-DATE (IS-IDX) TO WS-DW-DATE.
055400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
055500     COMPUTE WS-ITEM-AGE-DAYS =
055600         WS-RUN-DATE-SERIAL - WS-SERIAL.
055700     IF WS-ITEM-AGE-DAYS NOT > WS-STALE-DAYS
055800         MOVE "N" TO WS-VALID-REQUEST-SWITCH
055900         MOVE "CHECK NOT STALE - 90 DAYS OR UNDER"
056000             TO WS-REJECT-REASON
056100     END-IF.
056200 2050-EXIT.
056300     EXIT.
056400*================================================================
056500*  2100-READ-REQUEST
056600*================================================================
056700 2100-READ-REQUEST.
056800     READ REISSUE-REQUEST-FILE
056900         AT END
057000             MOVE "Y" TO WS-EOF-SWITCH
057100     END-READ.
057200 2100-EXIT.
057300     EXIT.
057400*================================================================
057500*  2400-REJECT-REQUEST -- REPORT THE REQUEST WITH ITS REASON,
057600*  SHOWING THE CHECK AS IT STANDS WHEN IT WAS FOUND.
057700*================================================================
057800 2400-REJECT-REQUEST.
057900     DISPLAY "PAYREISS: REQUEST REJECTED - CHECK "
058000         RQ-CHECK-NUMBER-X " - " WS-REJECT-REASON.
058100     ADD 1 TO WS-REJECT-COUNT.
058200     MOVE ZERO TO RX-D-ISSUE-DATE.
058300     MOVE SPACES TO RX-D-PAYEE-NAME.
058400     MOVE ZERO TO RX-D-AMOUNT.
058500     IF WS-ITEM-FOUND
058600         MOVE IS-ISSUE-DATE (IS-IDX) TO RX-D-ISSUE-DATE
058700         MOVE IS-PAYEE-NAME (IS-IDX) TO RX-D-PAYEE-NAME
058800         MOVE IS-AMOUNT (IS-IDX) TO RX-D-AMOUNT
058900     END-IF.
059000     MOVE ZERO TO RX-D-NEW-CHECK-NUMBER.
059100     MOVE WS-REJECT-REASON TO RX-D-RESULT.
059200     WRITE REISSUE-REPORT-LINE FROM WS-REISRPT-DETAIL-LINE.
059300 2400-EXIT.
059400     EXIT.
059500*================================================================
059502*  2450-RESOLVE-COMPANY -- THE CHECK STAYS WITH THE COMPANY IT
059504*  WAS DRAWN ON.  ITS NAME, CHECK STOCK AND GL SEGMENT ARE HELD
059506*  FOR THE REPLACEMENT FACE AND THE ESCHEAT ENTRIES.  A CODE NOT
059508*  ON COMPANY.DAT IS NOT REFUSED -- THE CHECK WAS ISSUED AND
059510*  MUST STILL BE STOPPED -- IT SIMPLY CARRIES NO NAME OR STOCK.
059512*================================================================
059514 2450-RESOLVE-COMPANY.
059516     MOVE IS-COMPANY-CODE (IS-IDX) TO WS-CURRENT-COMPANY.
059518     MOVE SPACES TO WS-CURRENT-COMPANY-NAME.
059520     MOVE SPACES TO WS-CURRENT-CHECK-STOCK.
059522     MOVE SPACES TO WS-GL-COMPANY-SEGMENT.
059524     IF WS-COMPANY-COUNT = ZERO
059526         GO TO 2450-EXIT
059528     END-IF.
059530     SET CT-IDX TO 1.
059532     SEARCH COMPANY-ENTRY
059534         AT END
059536             CONTINUE
059538         WHEN CT-IDX > WS-COMPANY-COUNT
059540             CONTINUE
059542         WHEN CT-COMPANY-CODE (CT-IDX) = WS-CURRENT-COMPANY
059544             MOVE CT-COMPANY-NAME (CT-IDX)
059546                 TO WS-CURRENT-COMPANY-NAME
059548             MOVE CT-CHECK-STOCK-ID (CT-IDX)
059550                 TO WS-CURRENT-CHECK-STOCK
059552             MOVE CT-GL-COMPANY-SEGMENT (CT-IDX)
059554                 TO WS-GL-COMPANY-SEGMENT
059556     END-SEARCH.
059558 2450-EXIT.
059560     EXIT.
059562*================================================================
059600*  2500-WRITE-VOID -- THE VOID GOES TO THE POSITIVE-PAY FILE
059700*  WITH THE ORIGINAL CHECK'S DATE, PAYEE AND AMOUNT, SO THE
059710*  BANK BLOCKS THE INSTRUMENT AND CHKRECON RETIRES IT.  IT IS
059720*  ALSO HELD FOR THE COMPANY'S POSITIVE-PAY BANK FILE.
059900*================================================================
060000 2500-WRITE-VOID.
060100     MOVE IS-CHECK-NUMBER (IS-IDX) TO PP-CHECK-NUMBER.
060200     MOVE IS-ISSUE-DATE (IS-IDX) TO PP-CHECK-DATE.
060300     MOVE IS-PAYEE-NAME (IS-IDX) TO PP-PAYEE-NAME.
060400     MOVE IS-AMOUNT (IS-IDX) TO PP-AMOUNT.
060410     MOVE WS-CURRENT-COMPANY TO PP-COMPANY-CODE.
060500     MOVE "V" TO PP-ISSUE-TYPE.
060510     PERFORM 2550-HOLD-FOR-BANK THRU 2550-EXIT.
060600     WRITE POSPAY-ISSUE-RECORD.
060700     PERFORM 1250-ADD-ONE-VOID THRU 1250-EXIT.
060800 2500-EXIT.
060900     EXIT.
061000*================================================================
061005*  2550-HOLD-FOR-BANK -- AS IN PAYOFFCY: WITH A COMPANY FILE
061010*  LOADED THE ITEM IS HELD FOR THE COMPANY'S POSITIVE-PAY BANK
061015*  FILE, AND A FULL TABLE IS SENT AT ONCE AND STARTED AGAIN.
061020*================================================================
061025 2550-HOLD-FOR-BANK.
061030     IF WS-COMPANY-COUNT = ZERO
061035         GO TO 2550-EXIT
061040     END-IF.
061045     IF WS-XMIT-POSPAY-COUNT NOT < 500
061050         PERFORM 9700-WRITE-BANK-POSPAY THRU 9700-EXIT
061055     END-IF.
061060     ADD 1 TO WS-XMIT-POSPAY-COUNT.
061065     MOVE POSPAY-ISSUE-RECORD
061070         TO XMIT-POSPAY-ITEM (WS-XMIT-POSPAY-COUNT).
061075 2550-EXIT.
061080     EXIT.
061085*================================================================
061100*  2600-CUT-REPLACEMENT -- PRINT THE REPLACEMENT FOR THE SAME
061200*  PAYEE AND AMOUNT UNDER THE NEXT CHECK NUMBER, LIST IT ON
061300*  THE SHARED REGISTER AND ADD IT TO THE POSITIVE-PAY FILE AS
061310*  A REPLACEMENT ISSUE, HELD ALSO FOR THE COMPANY'S POSITIVE-
061320*  PAY BANK FILE.
061500*================================================================
061600 2600-CUT-REPLACEMENT.
061700     ADD 1 TO WS-CHECK-NUMBER.
061800     MOVE WS-CHECK-NUMBER TO WS-NEW-CHECK-NUMBER.
061900     WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR-LINE.
062000     MOVE WS-CHECK-NUMBER TO CF-CHECK-NUMBER.
062100     MOVE WS-RUN-DATE TO CF-CHECK-DATE.
062110     MOVE WS-CURRENT-COMPANY-NAME TO CF-COMPANY-NAME.
062120     MOVE WS-CURRENT-CHECK-STOCK TO CF-CHECK-STOCK.
062200     WRITE CHECK-PRINT-LINE FROM WS-CHECK-FACE-LINE-1.
062300     MOVE IS-PAYEE-NAME (IS-IDX) TO CF-PAYEE-NAME.
062400     MOVE IS-AMOUNT (IS-IDX) TO CF-AMOUNT.
062500     WRITE CHECK-PRINT-LINE FROM WS-CHECK-FACE-LINE-2.
062600     MOVE IS-CHECK-NUMBER (IS-IDX) TO RX-M-OLD-CHECK-NUMBER.
062700     MOVE IS-ISSUE-DATE (IS-IDX) TO RX-M-OLD-ISSUE-DATE.
062800     MOVE RX-D-ACTION TO RX-M-ACTION.
062900     WRITE CHECK-PRINT-LINE FROM WS-REISCHK-MEMO-LINE.
063000     WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR-LINE.
063100     MOVE WS-CHECK-NUMBER TO CR-D-CHECK-NUMBER.
063200     MOVE RQ-EMPLOYEE-ID TO CR-D-EMPLOYEE-ID.
063300     MOVE IS-PAYEE-NAME (IS-IDX) TO CR-D-PAYEE-NAME.
063400     MOVE WS-RUN-DATE TO CR-D-CHECK-DATE.
063500     MOVE IS-AMOUNT (IS-IDX) TO CR-D-AMOUNT.
063600     WRITE CHECK-REGISTER-LINE FROM WS-CHECKREG-DETAIL-LINE.
063700     MOVE WS-CHECK-NUMBER TO PP-CHECK-NUMBER.
063800     MOVE WS-RUN-DATE TO PP-CHECK-DATE.
063900     MOVE IS-PAYEE-NAME (IS-IDX) TO PP-PAYEE-NAME.
064000     MOVE IS-AMOUNT (IS-IDX) TO PP-AMOUNT.
064010     MOVE WS-CURRENT-COMPANY TO PP-COMPANY-CODE.
064100     MOVE "R" TO PP-ISSUE-TYPE.
064110     PERFORM 2550-HOLD-FOR-BANK THRU 2550-EXIT.
064200     WRITE POSPAY-ISSUE-RECORD.
064300     ADD 1 TO WS-REISSUE-COUNT.
064400     ADD IS-AMOUNT (IS-IDX) TO WS-REISSUE-AMOUNT.
064500     DISPLAY "PAYREISS: CHECK " IS-CHECK-NUMBER (IS-IDX)
064600         " VOIDED - REPLACED BY CHECK " WS-CHECK-NUMBER.
064700 2600-EXIT.
064800     EXIT.
064900*================================================================
065000*  2700-HOLD-FOR-ESCHEAT -- THE STALE CHECK'S AMOUNT GOES ON
065100*  HOLD AND IS BOOKED: DEBIT CASH (THE VOIDED CHECK WILL NEVER
065200*  CLEAR), CREDIT UNCLAIMED WAGES.  THE HOLD IS A BALANCE-SHEET
065300*  ENTRY AND CARRIES NO DEPARTMENT.
065400*================================================================
065500 2700-HOLD-FOR-ESCHEAT.
065600     MOVE IS-CHECK-NUMBER (IS-IDX) TO EH-CHECK-NUMBER.
065700     MOVE IS-ISSUE-DATE (IS-IDX) TO EH-ISSUE-DATE.
065800     MOVE IS-PAYEE-NAME (IS-IDX) TO EH-PAYEE-NAME.
065900     MOVE IS-AMOUNT (IS-IDX) TO EH-AMOUNT.
066000     MOVE RQ-EMPLOYEE-ID TO EH-EMPLOYEE-ID.
066100     MOVE WS-RUN-DATE TO EH-HOLD-DATE.
066200     MOVE "H" TO EH-HOLD-STATUS.
066300     MOVE WS-GL-ESCHEAT-ACCOUNT TO EH-GL-ACCOUNT.
066400     WRITE ESCHEAT-HOLD-RECORD.
066500     MOVE WS-RUN-DATE TO GL-RUN-DATE.
066600     MOVE SPACES TO GL-DEPT-CODE.
066610     MOVE WS-CURRENT-COMPANY TO GL-COMPANY-CODE.
066620     MOVE WS-GL-COMPANY-SEGMENT TO GL-COMPANY-SEGMENT.
066700     MOVE WS-GL-CASH-ACCOUNT TO GL-ACCOUNT-NUMBER.
066800     MOVE "D" TO GL-DEBIT-CREDIT-CODE.
066900     MOVE IS-AMOUNT (IS-IDX) TO GL-AMOUNT.
067000     MOVE "CASH - ESCHEAT CHECK VOIDED" TO GL-DESCRIPTION.
067100     WRITE GL-JOURNAL-ENTRY-RECORD.
067200     MOVE WS-GL-ESCHEAT-ACCOUNT TO GL-ACCOUNT-NUMBER.
067300     MOVE "C" TO GL-DEBIT-CREDIT-CODE.
067400     MOVE "UNCLAIMED WAGES - ESCHEAT HOLD" TO GL-DESCRIPTION.
067500     WRITE GL-JOURNAL-ENTRY-RECORD.
067600     ADD 1 TO WS-HOLD-COUNT.
067700     ADD IS-AMOUNT (IS-IDX) TO WS-HOLD-AMOUNT.
067800     DISPLAY "PAYREISS: CHECK " IS-CHECK-NUMBER (IS-IDX)
067900         " VOIDED - HELD FOR ESCHEAT".
068000 2700-EXIT.
068100     EXIT.
068200*================================================================
068300*  2800-WRITE-XREF -- TIE THE VOIDED CHECK TO ITS REPLACEMENT
068400*  (ZERO FOR AN ESCHEAT HOLD) ON THE PERMANENT CROSS-REFERENCE.
068500*================================================================
068600 2800-WRITE-XREF.
068700     MOVE SPACES TO CHECK-XREF-RECORD.
068800     MOVE IS-CHECK-NUMBER (IS-IDX) TO XR-OLD-CHECK-NUMBER.
068900     MOVE WS-NEW-CHECK-NUMBER TO XR-NEW-CHECK-NUMBER.
069000     MOVE RQ-ACTION TO XR-ACTION.
069100     MOVE WS-RUN-DATE TO XR-ACTION-DATE.
069200     MOVE IS-ISSUE-DATE (IS-IDX) TO XR-ORIGINAL-ISSUE-DATE.
069300     MOVE IS-PAYEE-NAME (IS-IDX) TO XR-PAYEE-NAME.
069400     MOVE IS-AMOUNT (IS-IDX) TO XR-AMOUNT.
069500     MOVE RQ-EMPLOYEE-ID TO XR-EMPLOYEE-ID.
069600     MOVE RQ-REQUESTED-BY TO XR-REQUESTED-BY.
069700     MOVE RQ-REASON TO XR-REASON.
069800     WRITE CHECK-XREF-RECORD.
069900 2800-EXIT.
070000     EXIT.
070100*================================================================
070200*  8000-DATE-TO-SERIAL -- DAY SERIAL OF WS-DW-DATE, AS IN
070300*  CHKRECON: JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
070400*  THE PRIOR YEAR AND THE TERMS ARE BUILT WITH TRUNCATING
070500*  DIVIDES, SO SERIAL DIFFERENCES ARE EXACT DAY COUNTS.
070600*================================================================
070700 8000-DATE-TO-SERIAL.
070800     MOVE WS-DW-YEAR TO WS-SER-YEAR.
070900     MOVE WS-DW-MONTH TO WS-SER-MONTH.
071000     IF WS-SER-MONTH < 3
071100         ADD 12 TO WS-SER-MONTH
071200         SUBTRACT 1 FROM WS-SER-YEAR
071300     END-IF.
071400     DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-TERM-4.
071500     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-TERM-100.
071600     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-TERM-400.
071700     COMPUTE WS-SER-TERM-MONTH =
071800         (153 * WS-SER-MONTH + 8) / 5.
071900     COMPUTE WS-SERIAL =
072000         365 * WS-SER-YEAR + WS-SER-TERM-4
072100         - WS-SER-TERM-100 + WS-SER-TERM-400
072200         + WS-SER-TERM-MONTH + WS-DW-DAY.
072300 8000-EXIT.
072400     EXIT.
072500*================================================================
072600*  9000-TERMINATE -- RETURN THE BUMPED CHECK COUNTER TO THE
072700*  CHECKPOINT, REWRITING EVERY OTHER FIELD AS READ, WRITE THE
072710*  CONTROL LINE, SEND THE RUN'S VOIDS AND REPLACEMENTS TO THE
072720*  COMPANY POSITIVE-PAY BANK FILES AND CLOSE ALL FILES.  A
072730*  REJECTED REQUEST, OR AN ITEM NO BANK FILE COULD TAKE, TURNS
072900*  THE RETURN CODE OVER.
073000*================================================================
073100 9000-TERMINATE.
073200     IF WS-REISSUE-COUNT NOT = ZERO
073300         MOVE WS-CHECKPOINT-HOLD TO CHECKPOINT-RECORD
073400         MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER
073500         OPEN OUTPUT CHECKPOINT-FILE
073600         WRITE CHECKPOINT-RECORD
073700         CLOSE CHECKPOINT-FILE
073800     END-IF.
073900     MOVE WS-REQUEST-COUNT TO RX-C-REQUEST-COUNT.
074000     MOVE WS-REISSUE-COUNT TO RX-C-REISSUE-COUNT.
074100     MOVE WS-REISSUE-AMOUNT TO RX-C-REISSUE-AMOUNT.
074200     MOVE WS-HOLD-COUNT TO RX-C-HOLD-COUNT.
074300     MOVE WS-HOLD-AMOUNT TO RX-C-HOLD-AMOUNT.
074400     MOVE WS-REJECT-COUNT TO RX-C-REJECT-COUNT.
074500     WRITE REISSUE-REPORT-LINE FROM WS-REISRPT-CONTROL-LINE.
074600     CLOSE REISSUE-REQUEST-FILE.
074700     CLOSE POSPAY-FILE.
074710     PERFORM 9700-WRITE-BANK-POSPAY THRU 9700-EXIT.
074800     CLOSE CHECK-PRINT-FILE.
074900     CLOSE CHECK-REGISTER-FILE.
075000     CLOSE CHECK-XREF-FILE.
075100     CLOSE ESCHEAT-HOLD-FILE.
075200     CLOSE GL-ESCHEAT-FILE.
075300     CLOSE REISSUE-REPORT-FILE.
075400     DISPLAY "PAYREISS: REQUESTS READ     " WS-REQUEST-COUNT.
075500     DISPLAY "PAYREISS: CHECKS REISSUED   " WS-REISSUE-COUNT.
075600     DISPLAY "PAYREISS: HELD FOR ESCHEAT  " WS-HOLD-COUNT.
075700     DISPLAY "PAYREISS: REJECTED          " WS-REJECT-COUNT.
075800     IF WS-REJECT-COUNT NOT = ZERO
075900         MOVE 8 TO RETURN-CODE
076000     END-IF.
076010     IF WS-XMIT-ITEMS-UNSENT
076020         MOVE 8 TO RETURN-CODE
076030     END-IF.
076100 9000-EXIT.
076200     EXIT.
076300*================================================================
076400*  9700-WRITE-BANK-POSPAY -- AS IN PAYOFFCY, ONE GROUP PER
076500*  COMPANY WITH ITEMS HELD IS APPENDED TO THE COMPANY'S
076600*  POSITIVE-PAY BANK FILE.  AN ITEM WHOSE COMPANY IS NOT ON
076700*  COMPANY.DAT HAS NO BANK FILE; IT IS NAMED FOR THE OPERATOR
076800*  AND STAYS ON POSPAY.DAT.
076900*================================================================
077000 9700-WRITE-BANK-POSPAY.
077100     IF WS-XMIT-POSPAY-COUNT = ZERO
077200         GO TO 9700-EXIT
077300     END-IF.
077400     PERFORM 9750-WRITE-COMPANY-POSPAY THRU 9750-EXIT
077500         VARYING WS-COMPANY-SUB FROM 1 BY 1
077600         UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
077700     PERFORM 9780-CHECK-ONE-UNSENT THRU 9780-EXIT
077800         VARYING WS-XMIT-POSPAY-SUB FROM 1 BY 1
077900         UNTIL WS-XMIT-POSPAY-SUB > WS-XMIT-POSPAY-COUNT.
078000     MOVE ZERO TO WS-XMIT-POSPAY-COUNT.
078100 9700-EXIT.
078200     EXIT.
078300*================================================================
078400*  9750-WRITE-COMPANY-POSPAY -- THE FILE IS OPENED, AND THE
078500*  HEADER WRITTEN, AT THE COMPANY'S FIRST HELD ITEM.  THE
078600*  TRAILER NETS THE VOIDS AGAINST THE REPLACEMENTS.
078700*================================================================
078800 9750-WRITE-COMPANY-POSPAY.
078900     SET CT-IDX TO WS-COMPANY-SUB.
079000     MOVE ZERO TO WS-XMIT-ISSUE-COUNT.
079100     MOVE ZERO TO WS-XMIT-ISSUE-NET.
079200     MOVE "N" TO WS-XMIT-OPEN-SWITCH.
079300     PERFORM 9760-COPY-ONE-HELD-ITEM THRU 9760-EXIT
079400         VARYING WS-XMIT-POSPAY-SUB FROM 1 BY 1
079500         UNTIL WS-XMIT-POSPAY-SUB > WS-XMIT-POSPAY-COUNT.
079600     IF NOT WS-XMIT-FILE-OPEN
079700         GO TO 9750-EXIT
079800     END-IF.
079900     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
080000     MOVE "T" TO BP-RECORD-TYPE.
080100     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-T-BANK-ACCOUNT-NBR.
080200     MOVE WS-XMIT-ISSUE-COUNT TO BP-T-RECORD-COUNT.
080300     MOVE WS-XMIT-ISSUE-NET TO BP-T-NET-AMOUNT.
080400     WRITE POSPAY-TRANSMISSION-RECORD.
080500     CLOSE POSPAY-XMIT-FILE.
080600     DISPLAY "PAYREISS: COMPANY " CT-COMPANY-CODE (CT-IDX)
080700         " POSITIVE-PAY FILE " WS-POSPAY-XMIT-NAME
080800         " ITEMS " WS-XMIT-ISSUE-COUNT.
080900 9750-EXIT.
081000     EXIT.
081100*================================================================
081200*  9760-COPY-ONE-HELD-ITEM
081300*================================================================
081400 9760-COPY-ONE-HELD-ITEM.
081500     SET XP-IDX TO WS-XMIT-POSPAY-SUB.
081600     IF XP-COMPANY-CODE (XP-IDX) NOT = CT-COMPANY-CODE (CT-IDX)
081700         GO TO 9760-EXIT
081800     END-IF.
081900     IF NOT WS-XMIT-FILE-OPEN
082000         MOVE CT-POSPAY-FILE-NAME (CT-IDX) TO WS-POSPAY-XMIT-NAME
082100         OPEN EXTEND POSPAY-XMIT-FILE
082200         MOVE "Y" TO WS-XMIT-OPEN-SWITCH
082300         MOVE SPACES TO POSPAY-TRANSMISSION-RECORD
082400         MOVE "H" TO BP-RECORD-TYPE
082500         MOVE CT-BANK-ACCOUNT-NBR (CT-IDX)
082600             TO BP-H-BANK-ACCOUNT-NBR
082700         MOVE CT-COMPANY-CODE (CT-IDX) TO BP-H-COMPANY-CODE
082800         MOVE CT-FEIN (CT-IDX) TO BP-H-COMPANY-FEIN
082900         MOVE CT-COMPANY-NAME (CT-IDX) TO BP-H-COMPANY-NAME
083000         MOVE WS-RUN-DATE TO BP-H-CREATION-DATE
083100         WRITE POSPAY-TRANSMISSION-RECORD
083200     END-IF.
083300     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
083400     MOVE "D" TO BP-RECORD-TYPE.
083500     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-D-BANK-ACCOUNT-NBR.
083600     MOVE XP-CHECK-NUMBER (XP-IDX) TO BP-D-CHECK-NUMBER.
083700     MOVE XP-CHECK-DATE (XP-IDX) TO BP-D-CHECK-DATE.
083800     MOVE XP-PAYEE-NAME (XP-IDX) TO BP-D-PAYEE-NAME.
083900     MOVE XP-AMOUNT (XP-IDX) TO BP-D-AMOUNT.
084000     MOVE XP-ISSUE-TYPE (XP-IDX) TO BP-D-ISSUE-TYPE.
084100     WRITE POSPAY-TRANSMISSION-RECORD.
084200     ADD 1 TO WS-XMIT-ISSUE-COUNT.
084300     IF XP-VOID-ISSUE (XP-IDX)
084400         SUBTRACT XP-AMOUNT (XP-IDX) FROM WS-XMIT-ISSUE-NET
084500     ELSE
084600         ADD XP-AMOUNT (XP-IDX) TO WS-XMIT-ISSUE-NET
084700     END-IF.
084800 9760-EXIT.
084900     EXIT.
085000*================================================================
085100*  9780-CHECK-ONE-UNSENT
085200*================================================================
085300 9780-CHECK-ONE-UNSENT.
085400     SET XP-IDX TO WS-XMIT-POSPAY-SUB.
085500     MOVE "N" TO WS-COMPANY-ON-FILE-SWITCH.
085600     SET CT-IDX TO 1.
085700     SEARCH COMPANY-ENTRY
085800         AT END
085900             CONTINUE
086000         WHEN CT-IDX > WS-COMPANY-COUNT
086100             CONTINUE
086200         WHEN CT-COMPANY-CODE (CT-IDX) = XP-COMPANY-CODE (XP-IDX)
086300             MOVE "Y" TO WS-COMPANY-ON-FILE-SWITCH
086400     END-SEARCH.
086500     IF NOT WS-COMPANY-ON-FILE
086600         MOVE "Y" TO WS-XMIT-UNSENT-SWITCH
086700         DISPLAY "PAYREISS: CHECK " XP-CHECK-NUMBER (XP-IDX)
086800             " COMPANY " XP-COMPANY-CODE (XP-IDX)
086900             " NOT ON COMPANY.DAT - NOT SENT TO THE BANK"
087000     END-IF.
087100 9780-EXIT.
087200     EXIT.
