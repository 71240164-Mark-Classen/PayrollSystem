001382*  09/02/2026 MHC   THE HISTORY FILE IS NOW INDEXED -- THE
001384*                   RECORD IS WRITTEN UNDER THE NEXT FREE
001386*                   SEQUENCE FOR THE EMPLOYEE AND PERIOD.
001391*  10/15/2026 MHC   WITHHOLDING HONORS THE MASTER'S FEDERAL AND
001396*                   STATE W-4 ELECTIONS EXACTLY AS THE BATCH RUN
001401*                   DOES, AND THE ELECTIONS USED PRINT UNDER THE
001406*                   CHECK STUB.
001411*  10/15/2026 MHC   THE POSITIVE-PAY RECORD IS MARKED AN
001416*                   ORDINARY ISSUE.
001421*  10/15/2026 MHC   THE CHECK IS CUT UNDER THE EMPLOYEE'S
001426*                   COMPANY (EM-COMPANY-CODE, BLANK = 01): ITS
001431*                   NAME AND CHECK STOCK FROM THE OPTIONAL
001436*                   COMPANY.DAT PRINT ON THE FACE, AND THE
001441*                   HISTORY, POSITIVE-PAY AND DEPOSIT LEDGER
001446*                   RECORDS CARRY THE COMPANY CODE.
001451*  10/15/2026 MHC   THE POSITIVE-PAY RECORD IS NOW MARKED AN
001456*                   OFF-CYCLE ISSUE (O).  WITH A COMPANY FILE
001461*                   LOADED THE RUN APPENDS ITS CHECKS TO EACH
001466*                   COMPANY'S POSITIVE-PAY BANK FILE ITSELF, AS
001471*                   THE NEXT PAYROLL SENDS ONLY ITS OWN ISSUES.
001476*================================================================
001500*
001600*  THIS PROGRAM READS OFFCYCLE.DAT, ONE PAYROLL-RECORD (PAYREC
001700*  LAYOUT) PER CHECK TO CUT, AND FOR EACH RECORD COMPUTES GROSS
002500*  THE CHECK AND STUB PRINT IMMEDIATELY ON OFFCHECK.RPT.  THE
002600*  CHECK NUMBER IS DRAWN FROM THE SAME COUNTER THE PAYROLL
002700*  CHECKPOINT CARRIES, THE CHECK IS APPENDED TO CHECKREG.RPT
002710*  AND TO THE POSITIVE-PAY ISSUE FILE AS AN OFF-CYCLE ISSUE,
002720*  AND THE BUMPED COUNTER IS WRITTEN BACK, SO THE CHECK
002730*  REGISTER STILL TIES OUT AND THE BATCH RUN NEVER REISSUES AN
002740*  OFF-CYCLE NUMBER.  WITH A COMPANY FILE LOADED THE RUN'S
002750*  CHECKS ARE ALSO APPENDED, ONE GROUP PER COMPANY, TO EACH
002760*  COMPANY'S POSITIVE-PAY BANK FILE (PPXMIT LAYOUT) AT
002770*  TERMINATE.
003100*
003200*  THE PAY CALENDAR IS DELIBERATELY NOT CONSULTED -- THAT IS
003300*  THE POINT OF THE PROGRAM.  ONLY REGULAR RECORDS ARE
007520         ORGANIZATION IS LINE SEQUENTIAL.
007530     SELECT OPTIONAL TAX-DEPOSIT-FILE ASSIGN TO "TAXDEP.DAT"
007540         ORGANIZATION IS LINE SEQUENTIAL.
007545     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
007550         ORGANIZATION IS LINE SEQUENTIAL
007555         FILE STATUS IS WS-COMPANY-STATUS.
007560     SELECT OPTIONAL POSPAY-XMIT-FILE
007565         ASSIGN TO WS-POSPAY-XMIT-NAME
007570         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
011460 FD  TAX-DEPOSIT-FILE
011470     LABEL RECORDS ARE STANDARD.
011480 COPY TAXDEP.
011482*
011484 FD  COMPANY-FILE
011486     LABEL RECORDS ARE STANDARD.
011488 COPY COMPCTL.
011490*
011492 FD  POSPAY-XMIT-FILE
011494     LABEL RECORDS ARE STANDARD.
011496 COPY PPXMIT.
011500
011600 WORKING-STORAGE SECTION.
011700*
012400*  PAPER-CHECK AND CHECK-REGISTER LINE LAYOUTS
012500*----------------------------------------------------------------
012600 COPY PAYCHK.
012602*
012604*----------------------------------------------------------------
012606*  PAY STUB LINE LAYOUTS -- THE W-4 ELECTION LINE PRINTS UNDER
012608*  THE CHECK STUB.
012610*----------------------------------------------------------------
012612 COPY PAYSTUB.
012614*
012616*----------------------------------------------------------------
012618*  COMPANY CONTROL TABLE AND THE COMPANY OF THE RECORD IN HAND
012620*----------------------------------------------------------------
012622 COPY COMPTABL.
012624 01  WS-COMPANY-FIELDS.
012626     05  WS-CURRENT-COMPANY       PIC X(02)   VALUE SPACES.
012628     05  WS-CURRENT-COMPANY-NAME  PIC X(30)   VALUE SPACES.
012630     05  WS-CURRENT-CHECK-STOCK   PIC X(06)   VALUE SPACES.
012632 01  WS-COMPANY-SUB               PIC 9(02)   VALUE ZERO.
012634 01  WS-DEFAULT-POSPAY-NAME.
012636     05  FILLER                   PIC X(06)   VALUE "POSPAY".
012638     05  WS-DEFAULT-POSPAY-CODE   PIC X(02)   VALUE SPACES.
012640     05  FILLER                   PIC X(04)   VALUE ".DAT".
012642*
012644*----------------------------------------------------------------
012646*  THE RUN'S CHECKS HELD FOR THE COMPANY POSITIVE-PAY BANK
012648*  FILES, AND THE FILE BEING WRITTEN WITH ITS CONTROL COUNTS.
012650*  AN ITEM IS THE POSPAY.CPY RECORD AS WRITTEN.
012652*----------------------------------------------------------------
012654 01  WS-POSPAY-XMIT-NAME          PIC X(12)   VALUE SPACES.
012656 01  WS-XMIT-FIELDS.
012658     05  WS-XMIT-ISSUE-COUNT      PIC 9(07)   VALUE ZERO.
012660     05  WS-XMIT-ISSUE-NET        PIC S9(11)V99 VALUE ZERO.
012662     05  WS-XMIT-OPEN-SWITCH      PIC X(01)   VALUE "N".
012664         88  WS-XMIT-FILE-OPEN                VALUE "Y".
012666 01  WS-XMIT-POSPAY-COUNT         PIC 9(03)   VALUE ZERO.
012668 01  WS-XMIT-POSPAY-SUB           PIC 9(03)   VALUE ZERO.
012670 01  XMIT-POSPAY-TABLE.
012672     05  XMIT-POSPAY-ITEM OCCURS 500 TIMES
012674             INDEXED BY XP-IDX.
012676         10  XP-CHECK-NUMBER      PIC 9(08).
012678         10  XP-CHECK-DATE        PIC 9(08).
012680         10  XP-PAYEE-NAME        PIC X(20).
012682         10  XP-AMOUNT            PIC 9(09)V99.
012684         10  XP-ISSUE-TYPE        PIC X(01).
012686         10  XP-COMPANY-CODE      PIC X(02).
012700*
012800*----------------------------------------------------------------
012900*  RUN SWITCHES
015200         88  WS-INVALID-RECORD                VALUE "N".
015300     05  WS-MASTER-FOUND-SWITCH   PIC X(01)   VALUE "N".
015400         88  WS-MASTER-FOUND                  VALUE "Y".
015410     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
015420         88  WS-COMPANY-FOUND                 VALUE "00".
015430     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
015440         88  WS-END-OF-COMPANIES              VALUE "Y".
015450     05  WS-COMPANY-ON-FILE-SWITCH PIC X(01)  VALUE "N".
015460         88  WS-COMPANY-ON-FILE               VALUE "Y".
015500*
015600*----------------------------------------------------------------
015700*  RUN DATE AND REJECT REASON
018700     05  WS-BRACKET-SUB           PIC 9(01)   VALUE ZERO.
018800     05  WS-OVERTIME-THRESHOLD    PIC 9(03)V9(02) VALUE 40.0.
018810     05  WS-MAX-HOURS-FOR-PERIOD  PIC 9(03)V9(02) VALUE ZERO.
018815     05  WS-WANTED-FILING-STATUS  PIC X(01)   VALUE SPACE.
018820*
018825*----------------------------------------------------------------
018830*  W-4 ELECTIONS IN FORCE FOR THE RECORD IN HAND, CAPTURED FROM
018835*  THE MASTER IN 2060.
018840*----------------------------------------------------------------
018845 01  WS-W4-ELECTION-FIELDS.
018850     05  WS-W4-FED-STATUS         PIC X(01)   VALUE "S".
018855     05  WS-W4-FED-CREDIT         PIC 9(05)V99 VALUE ZERO.
018860     05  WS-W4-FED-EXTRA          PIC 9(05)V99 VALUE ZERO.
018865     05  WS-W4-FED-EXEMPT-FLAG    PIC X(01)   VALUE "N".
018870         88  WS-W4-FED-EXEMPT                 VALUE "Y".
018875     05  WS-W4-STATE-STATUS       PIC X(01)   VALUE "S".
018880     05  WS-W4-STATE-CREDIT       PIC 9(05)V99 VALUE ZERO.
018885     05  WS-W4-STATE-EXTRA        PIC 9(05)V99 VALUE ZERO.
018890     05  WS-W4-STATE-EXEMPT-FLAG  PIC X(01)   VALUE "N".
018895         88  WS-W4-STATE-EXEMPT               VALUE "Y".
018900*
019000*----------------------------------------------------------------
019100*  VOLUNTARY DEDUCTION WORK AREAS
021200*----------------------------------------------------------------
021300 01  WS-CHECK-NUMBER              PIC 9(08)   VALUE ZERO.
021400 COPY CHECKPT REPLACING LEADING ==CK-== BY ==CKH-==
021405     ==CHECKPOINT-RECORD== BY ==WS-CHECKPOINT-HOLD==.
021410*
021420*  NEXT FREE SEQUENCE NUMBER UNDER THE EMPLOYEE/PERIOD KEY ON
021430*  THE INDEXED HISTORY FILE, SET BY 2628 AS IN PAYROLL.
024200 1000-INITIALIZE.
024300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024400     PERFORM 1070-LOAD-TAX-RATES THRU 1070-EXIT.
024410     IF NOT WS-RUN-REFUSED
024420         PERFORM 1020-LOAD-COMPANIES THRU 1020-EXIT
024430     END-IF.
024500     IF WS-RUN-REFUSED
024600         GO TO 1000-EXIT
024700     END-IF.
027400 1000-EXIT.
027500     EXIT.
027600*================================================================
027601*  1020-LOAD-COMPANIES -- AS IN PAYROLL: THE OPTIONAL
027602*  COMPANY.DAT LOADS INTO THE COMPANY TABLE.  AN ABSENT FILE
027603*  LEAVES THE TABLE EMPTY AND EVERY CHECK IS CUT AS BEFORE,
027604*  WITH NO COMPANY EDIT.
027605*================================================================
027606 1020-LOAD-COMPANIES.
027607     OPEN INPUT COMPANY-FILE.
027608     IF WS-COMPANY-FOUND
027609         PERFORM 1025-LOAD-ONE-COMPANY THRU 1025-EXIT
027610             UNTIL WS-END-OF-COMPANIES OR WS-RUN-REFUSED
027611     END-IF.
027612*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
027613*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
027614     CLOSE COMPANY-FILE.
027615 1020-EXIT.
027616     EXIT.
027617*================================================================
027618*  1025-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01; A
027619*  SECOND RECORD FOR THE SAME CODE REPLACES THE FIRST.
027620*================================================================
027621 1025-LOAD-ONE-COMPANY.
027622     READ COMPANY-FILE
027623         AT END
027624             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
027625         NOT AT END
027626             IF CO-COMPANY-CODE = SPACES
027627                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
027628             END-IF
027629             SET CT-IDX TO 1
027630             SEARCH COMPANY-ENTRY
027631                 AT END
027632                     PERFORM 1030-ADD-COMPANY THRU 1030-EXIT
027633                 WHEN CT-IDX > WS-COMPANY-COUNT
027634                     PERFORM 1030-ADD-COMPANY THRU 1030-EXIT
027635                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
027636                     PERFORM 1035-STORE-COMPANY THRU 1035-EXIT
027637             END-SEARCH
027638     END-READ.
027639 1025-EXIT.
027640     EXIT.
027641*================================================================
027642*  1030-ADD-COMPANY
027643*================================================================
027644 1030-ADD-COMPANY.
027645     IF WS-COMPANY-COUNT < 20
027646         ADD 1 TO WS-COMPANY-COUNT
027647         SET CT-IDX TO WS-COMPANY-COUNT
027648         MOVE CO-COMPANY-CODE TO CT-COMPANY-CODE (CT-IDX)
027649         PERFORM 1035-STORE-COMPANY THRU 1035-EXIT
027650     ELSE
027651*  A DROPPED COMPANY WOULD REJECT EVERY ONE OF ITS EMPLOYEES, SO
027652*  AN OVERFLOWING FILE STOPS THE RUN.
027653         DISPLAY "PAYOFFCY: COMPANY FILE EXCEEDS 20 ENTRIES - "
027654             "RUN TERMINATED"
027655         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
027656         MOVE 12 TO RETURN-CODE
027657     END-IF.
027658 1030-EXIT.
027659     EXIT.
027660*================================================================
027661*  1035-STORE-COMPANY -- AS IN PAYROLL, A BLANK POSITIVE-PAY
027662*  FILE NAME TAKES POSPAYCC.DAT FOR THE COMPANY CODE CC.
027663*================================================================
027664 1035-STORE-COMPANY.
027665     MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (CT-IDX).
027666     MOVE CO-FEIN TO CT-FEIN (CT-IDX).
027667     MOVE CO-BANK-ACCOUNT-NBR TO CT-BANK-ACCOUNT-NBR (CT-IDX).
027668     MOVE CO-CHECK-STOCK-ID TO CT-CHECK-STOCK-ID (CT-IDX).
027669     IF CO-POSPAY-FILE-NAME = SPACES
027670         MOVE CO-COMPANY-CODE TO WS-DEFAULT-POSPAY-CODE
027671         MOVE WS-DEFAULT-POSPAY-NAME
027672             TO CT-POSPAY-FILE-NAME (CT-IDX)
027673     ELSE
027674         MOVE CO-POSPAY-FILE-NAME TO CT-POSPAY-FILE-NAME (CT-IDX)
027675     END-IF.
027676 1035-EXIT.
027677     EXIT.
027678*================================================================
027700*  1070-LOAD-TAX-RATES -- AS IN PAYROLL: EVERY RATE SET ON
027800*  TAXRATE.DAT LOADS AT INITIALIZE; A MISSING RATE FILE IS A
027900*  HARD STOP.
030000         AT END
030100             MOVE "Y" TO WS-TAXRATE-EOF-SWITCH
030200         NOT AT END
030210             IF TR-FILING-STATUS = SPACE
030220                 MOVE "S" TO TR-FILING-STATUS
030230             END-IF
030300             SET TS-IDX TO 1
030400             SEARCH TAX-RATE-SET
030500                 AT END
030900                             = TR-JURISDICTION-CODE
031000                         AND TS-EFFECTIVE-DATE (TS-IDX)
031100                             = TR-EFFECTIVE-DATE
031110                         AND TS-FILING-STATUS (TS-IDX)
031120                             = TR-FILING-STATUS
031200                     PERFORM 1090-STORE-ONE-BRACKET
031300                         THRU 1090-EXIT
031400             END-SEARCH
031900*  1085-ADD-NEW-RATE-SET
032000*================================================================
032100 1085-ADD-NEW-RATE-SET.
032110     IF WS-TAX-SET-COUNT < 90
032300         ADD 1 TO WS-TAX-SET-COUNT
032400         SET TS-IDX TO WS-TAX-SET-COUNT
032500         MOVE TR-JURISDICTION-CODE
032600             TO TS-JURISDICTION-CODE (TS-IDX)
032700         MOVE TR-EFFECTIVE-DATE TO TS-EFFECTIVE-DATE (TS-IDX)
032710         MOVE TR-FILING-STATUS TO TS-FILING-STATUS (TS-IDX)
032800         PERFORM 1087-ZERO-ONE-BRACKET THRU 1087-EXIT
032900             VARYING WS-BRACKET-SUB FROM 1 BY 1
033000             UNTIL WS-BRACKET-SUB > 5
033100         PERFORM 1090-STORE-ONE-BRACKET THRU 1090-EXIT
033200     ELSE
033210         DISPLAY "PAYOFFCY: TAX RATE FILE EXCEEDS 90 SETS "
033400             "- RUN TERMINATED"
033500         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
033600         MOVE 12 TO RETURN-CODE
048200         PERFORM 2060-VALIDATE-AGAINST-MASTER THRU 2060-EXIT
048300     END-IF.
048310     IF WS-VALID-RECORD
048312         PERFORM 2064-RESOLVE-COMPANY THRU 2064-EXIT
048314     END-IF.
048316     IF WS-VALID-RECORD
048320         PERFORM 2065-CHECK-ALREADY-PAID THRU 2065-EXIT
048330     END-IF.
048400 2050-EXIT.
050000         NOT INVALID KEY
050100             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
050200             MOVE EM-YTD-GROSS-PAY TO WS-MASTER-YTD-GROSS
050210             PERFORM 2062-CAPTURE-W4-ELECTIONS THRU 2062-EXIT
050300     END-READ.
050400     IF NOT WS-MASTER-FOUND
050500         MOVE "N" TO WS-VALID-RECORD-SWITCH
051500             TO WS-EXCEPTION-REASON
051600     END-IF.
051700 2060-EXIT.
051701     EXIT.
051702*================================================================
051703*  2062-CAPTURE-W4-ELECTIONS -- HOLD THE MASTER'S W-4 ELECTIONS
051704*  FOR 2300 AND THE STUB.  A MASTER WRITTEN BEFORE THE
051705*  ELECTIONS WERE CARRIED WITHHOLDS AS SINGLE, NOTHING EXTRA.
051706*================================================================
051707 2062-CAPTURE-W4-ELECTIONS.
051708     MOVE EM-FED-FILING-STATUS TO WS-W4-FED-STATUS.
051709     MOVE EM-FED-DEPENDENT-CREDIT TO WS-W4-FED-CREDIT.
051710     MOVE EM-FED-EXTRA-WITHHOLDING TO WS-W4-FED-EXTRA.
051711     MOVE EM-FED-EXEMPT-FLAG TO WS-W4-FED-EXEMPT-FLAG.
051712     MOVE EM-STATE-FILING-STATUS TO WS-W4-STATE-STATUS.
051713     MOVE EM-STATE-DEPENDENT-CREDIT TO WS-W4-STATE-CREDIT.
051714     MOVE EM-STATE-EXTRA-WITHHOLDING TO WS-W4-STATE-EXTRA.
051715     MOVE EM-STATE-EXEMPT-FLAG TO WS-W4-STATE-EXEMPT-FLAG.
051716     IF WS-W4-FED-STATUS = SPACE
051717         MOVE "S" TO WS-W4-FED-STATUS
051718     END-IF.
051719     IF WS-W4-STATE-STATUS = SPACE
051720         MOVE "S" TO WS-W4-STATE-STATUS
051721     END-IF.
051722     IF WS-W4-FED-CREDIT IS NOT NUMERIC
051723         MOVE ZERO TO WS-W4-FED-CREDIT
051724     END-IF.
051725     IF WS-W4-FED-EXTRA IS NOT NUMERIC
051726         MOVE ZERO TO WS-W4-FED-EXTRA
051727     END-IF.
051728     IF WS-W4-STATE-CREDIT IS NOT NUMERIC
051729         MOVE ZERO TO WS-W4-STATE-CREDIT
051730     END-IF.
051731     IF WS-W4-STATE-EXTRA IS NOT NUMERIC
051732         MOVE ZERO TO WS-W4-STATE-EXTRA
051733     END-IF.
051734 2062-EXIT.
051735     EXIT.
051736*================================================================
051737*  2064-RESOLVE-COMPANY -- AS IN PAYROLL: THE EMPLOYING COMPANY
051738*  COMES FROM THE MASTER, AND A MASTER WRITTEN BEFORE THE CODE
051739*  WAS CARRIED BELONGS TO COMPANY 01.  WITH A COMPANY FILE
051740*  LOADED THE CODE MUST STAND ON IT, AND ITS NAME AND CHECK
051741*  STOCK ARE HELD FOR THE CHECK FACE.
051742*================================================================
051743 2064-RESOLVE-COMPANY.
051744     MOVE WS-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY.
051745     MOVE SPACES TO WS-CURRENT-COMPANY-NAME.
051746     MOVE SPACES TO WS-CURRENT-CHECK-STOCK.
051747     MOVE "N" TO WS-COMPANY-ON-FILE-SWITCH.
051748     IF EM-COMPANY-CODE NOT = SPACES
051749         MOVE EM-COMPANY-CODE TO WS-CURRENT-COMPANY
051750     END-IF.
051751     IF WS-COMPANY-COUNT = ZERO
051752         GO TO 2064-EXIT
051753     END-IF.
051754     SET CT-IDX TO 1.
051755     SEARCH COMPANY-ENTRY
051756         AT END
051757             CONTINUE
051758         WHEN CT-IDX > WS-COMPANY-COUNT
051759             CONTINUE
051760         WHEN CT-COMPANY-CODE (CT-IDX) = WS-CURRENT-COMPANY
051761             MOVE "Y" TO WS-COMPANY-ON-FILE-SWITCH
051762             MOVE CT-COMPANY-NAME (CT-IDX)
051763                 TO WS-CURRENT-COMPANY-NAME
051764             MOVE CT-CHECK-STOCK-ID (CT-IDX)
051765                 TO WS-CURRENT-CHECK-STOCK
051766     END-SEARCH.
051767     IF NOT WS-COMPANY-ON-FILE
051768         MOVE "N" TO WS-VALID-RECORD-SWITCH
051769         MOVE "COMPANY NOT ON COMPANY CONTROL FILE"
051770             TO WS-EXCEPTION-REASON
051771     END-IF.
051772 2064-EXIT.
051800     EXIT.
051810*================================================================
051820*  2065-CHECK-ALREADY-PAID -- A SECOND REGULAR PAYMENT FOR THE
051966     END-READ.
051968 2066-EXIT.
051970     EXIT.
051980*================================================================
052000*  2100-READ-OFFCYCLE-RECORD
052100*================================================================
052200 2100-READ-OFFCYCLE-RECORD.
056400     EXIT.
056500*================================================================
056600*  2300-CALCULATE-TAXES -- THE SAME ANNUALIZE / BRACKET WALK /
056610*  DE-ANNUALIZE ARITHMETIC AS THE BATCH RUN, WITH THE SAME W-4
056620*  ELECTIONS -- FILING-STATUS RATE SET, ANNUAL DEPENDENT CREDIT,
056630*  EXTRA AMOUNT PER CHECK, AND NOTHING WITHHELD WHEN EXEMPT.
056800*================================================================
056900 2300-CALCULATE-TAXES.
057000     EVALUATE TRUE
058000     COMPUTE WS-ANNUALIZED-GROSS =
058100         WS-GROSS-PAY * WS-PAY-PERIODS-PER-YEAR.
058200     MOVE "FD" TO WS-WANTED-JURISDICTION.
058210     MOVE WS-W4-FED-STATUS TO WS-WANTED-FILING-STATUS.
058300     PERFORM 2305-SELECT-RATE-SET THRU 2305-EXIT.
058400     IF WS-SELECTED-SET = ZERO
058500         MOVE "N" TO WS-VALID-RECORD-SWITCH
058700             TO WS-EXCEPTION-REASON
058800         GO TO 2300-EXIT
058900     END-IF.
058910     IF WS-W4-FED-EXEMPT
058920         MOVE ZERO TO WS-TAXES
058930     ELSE
058940         PERFORM 2308-WALK-SELECTED-SET THRU 2308-EXIT
058950         IF WS-ANNUAL-TAX > WS-W4-FED-CREDIT
058960             SUBTRACT WS-W4-FED-CREDIT FROM WS-ANNUAL-TAX
058970         ELSE
058980             MOVE ZERO TO WS-ANNUAL-TAX
058990         END-IF
059000         COMPUTE WS-TAXES ROUNDED =
059010             WS-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR
059020         ADD WS-W4-FED-EXTRA TO WS-TAXES
059030     END-IF.
059300     MOVE PR-WORK-STATE-CODE TO WS-WANTED-JURISDICTION.
059310     MOVE WS-W4-STATE-STATUS TO WS-WANTED-FILING-STATUS.
059400     PERFORM 2305-SELECT-RATE-SET THRU 2305-EXIT.
059410     IF WS-SELECTED-SET = ZERO OR WS-W4-STATE-EXEMPT
059600         MOVE ZERO TO WS-STATE-TAX
059700     ELSE
059800         PERFORM 2308-WALK-SELECTED-SET THRU 2308-EXIT
059810         IF WS-ANNUAL-TAX > WS-W4-STATE-CREDIT
059820             SUBTRACT WS-W4-STATE-CREDIT FROM WS-ANNUAL-TAX
059830         ELSE
059840             MOVE ZERO TO WS-ANNUAL-TAX
059850         END-IF
059900         COMPUTE WS-STATE-TAX ROUNDED =
060000             WS-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR
060010         ADD WS-W4-STATE-EXTRA TO WS-STATE-TAX
060100     END-IF.
060200 2300-EXIT.
060300     EXIT.
060400*================================================================
060410*  2305-SELECT-RATE-SET -- A FILING STATUS WITH NO SET OF ITS
060420*  OWN WITHHOLDS ON THE SINGLE SET.
060600*================================================================
060700 2305-SELECT-RATE-SET.
060800     MOVE ZERO TO WS-SELECTED-SET.
060900     MOVE ZERO TO WS-SELECTED-DATE.
060910     IF WS-WANTED-FILING-STATUS = SPACE
060920         MOVE "S" TO WS-WANTED-FILING-STATUS
060930     END-IF.
061000     PERFORM 2306-TEST-ONE-RATE-SET THRU 2306-EXIT
061100         VARYING WS-TAX-SET-SUB FROM 1 BY 1
061200         UNTIL WS-TAX-SET-SUB > WS-TAX-SET-COUNT.
061210     IF WS-SELECTED-SET = ZERO
061220             AND WS-WANTED-FILING-STATUS NOT = "S"
061230         MOVE "S" TO WS-WANTED-FILING-STATUS
061240         PERFORM 2306-TEST-ONE-RATE-SET THRU 2306-EXIT
061250             VARYING WS-TAX-SET-SUB FROM 1 BY 1
061260             UNTIL WS-TAX-SET-SUB > WS-TAX-SET-COUNT
061270     END-IF.
061300 2305-EXIT.
061400     EXIT.
061500*================================================================
061800 2306-TEST-ONE-RATE-SET.
061900     IF TS-JURISDICTION-CODE (WS-TAX-SET-SUB)
062000             = WS-WANTED-JURISDICTION
062010         AND TS-FILING-STATUS (WS-TAX-SET-SUB)
062020             = WS-WANTED-FILING-STATUS
062100         AND TS-EFFECTIVE-DATE (WS-TAX-SET-SUB)
062200             <= PR-PAY-PERIOD-END-DATE
062300         AND TS-EFFECTIVE-DATE (WS-TAX-SET-SUB)
079400     MOVE SPACE TO PH-EARNINGS-CODE.
079500     MOVE PR-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME.
079600     MOVE PR-DEPT-CODE TO PH-DEPT-CODE.
079610     MOVE WS-CURRENT-COMPANY TO PH-COMPANY-CODE.
079700     IF PR-FREQ-WEEKLY OR PR-FREQ-BIWEEKLY
079800         MOVE PR-HOURS-WORKED TO PH-HOURS-WORKED
079900     ELSE
081174             END-IF
081176     END-READ.
081178 2629-EXIT.
081179     EXIT.
081180*================================================================
081181*  2700-POST-TAX-LIABILITY -- ONE FEDERAL LIABILITY ENTRY (THE
081182*  941 FIGURE: WITHHELD INCOME TAX PLUS BOTH HALVES OF FICA)
081183*  AND, WHEN STATE TAX WAS WITHHELD, ONE STATE ENTRY, KEYED BY
081184*  TODAY'S PAY DATE -- THE OFF-CYCLE CHECK DATE GOVERNS ITS
081185*  DEPOSIT DEADLINE.
081186*================================================================
081187 2700-POST-TAX-LIABILITY.
081188     MOVE SPACES TO TAX-DEPOSIT-RECORD.
081190     MOVE "L" TO TD-RECORD-TYPE.
081200     MOVE "FD" TO TD-JURISDICTION-CODE.
081210     MOVE WS-RUN-DATE TO TD-PAY-DATE.
081230         WS-TAXES + 2 * (WS-SS-TAX + WS-MEDICARE-TAX).
081240     MOVE ZERO TO TD-DEPOSIT-DATE.
081250     MOVE SPACES TO TD-REFERENCE.
081255     MOVE WS-CURRENT-COMPANY TO TD-COMPANY-CODE.
081260     IF TD-AMOUNT NOT = ZERO
081262         WRITE TAX-DEPOSIT-RECORD
081264     END-IF.
081276         MOVE WS-STATE-TAX TO TD-AMOUNT
081278         MOVE ZERO TO TD-DEPOSIT-DATE
081280         MOVE SPACES TO TD-REFERENCE
081281         MOVE WS-CURRENT-COMPANY TO TD-COMPANY-CODE
081282         WRITE TAX-DEPOSIT-RECORD
081284     END-IF.
081286 2700-EXIT.
081290*================================================================
081300*  2750-WRITE-CHECK -- PRINT THE CHECK AND STUB IMMEDIATELY,
081400*  LIST THE CHECK ON THE SHARED REGISTER AND ADD IT TO THE
081410*  POSITIVE-PAY ISSUE FILE AS AN OFF-CYCLE ISSUE, DRAWING THE
081420*  NEXT NUMBER FROM THE CHECKPOINT'S COUNTER.  THE ISSUE IS
081430*  ALSO HELD FOR THE COMPANY'S POSITIVE-PAY BANK FILE.
081700*================================================================
081800 2750-WRITE-CHECK.
081900     ADD 1 TO WS-CHECK-NUMBER.
082000     WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR-LINE.
082100     MOVE WS-CHECK-NUMBER TO CF-CHECK-NUMBER.
082200     MOVE WS-RUN-DATE TO CF-CHECK-DATE.
082210     MOVE WS-CURRENT-COMPANY-NAME TO CF-COMPANY-NAME.
082220     MOVE WS-CURRENT-CHECK-STOCK TO CF-CHECK-STOCK.
082300     WRITE CHECK-PRINT-LINE FROM WS-CHECK-FACE-LINE-1.
082400     MOVE PR-EMPLOYEE-NAME TO CF-PAYEE-NAME.
082500     MOVE WS-NET-PAY TO CF-AMOUNT.
083100     MOVE WS-DEDUCTIONS TO CF-STUB-DEDUCTIONS.
083200     MOVE WS-NET-PAY TO CF-STUB-NET.
083300     WRITE CHECK-PRINT-LINE FROM WS-CHECK-STUB-LINE.
083310     MOVE WS-W4-FED-STATUS TO PS-W-FED-STATUS.
083320     MOVE WS-W4-FED-CREDIT TO PS-W-FED-CREDIT.
083330     MOVE WS-W4-FED-EXTRA TO PS-W-FED-EXTRA.
083340     MOVE WS-W4-FED-EXEMPT-FLAG TO PS-W-FED-EXEMPT.
083350     MOVE WS-W4-STATE-STATUS TO PS-W-STATE-STATUS.
083360     MOVE WS-W4-STATE-CREDIT TO PS-W-STATE-CREDIT.
083370     MOVE WS-W4-STATE-EXTRA TO PS-W-STATE-EXTRA.
083380     MOVE WS-W4-STATE-EXEMPT-FLAG TO PS-W-STATE-EXEMPT.
083390     WRITE CHECK-PRINT-LINE FROM WS-PAYSTUB-W4-LINE.
083400     WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR-LINE.
083500     MOVE WS-CHECK-NUMBER TO CR-D-CHECK-NUMBER.
083600     MOVE PR-EMPLOYEE-ID TO CR-D-EMPLOYEE-ID.
084200     MOVE WS-RUN-DATE TO PP-CHECK-DATE.
084300     MOVE PR-EMPLOYEE-NAME TO PP-PAYEE-NAME.
084400     MOVE WS-NET-PAY TO PP-AMOUNT.
084410     MOVE "O" TO PP-ISSUE-TYPE.
084420     MOVE WS-CURRENT-COMPANY TO PP-COMPANY-CODE.
084430     PERFORM 2760-HOLD-FOR-BANK THRU 2760-EXIT.
084500     WRITE POSPAY-ISSUE-RECORD.
084600     ADD 1 TO WS-CHECKS-CUT.
084700     DISPLAY "PAYOFFCY: CHECK " WS-CHECK-NUMBER " CUT FOR EMP "
084900 2750-EXIT.
085000     EXIT.
085100*================================================================
085105*  2760-HOLD-FOR-BANK -- WITH A COMPANY FILE LOADED THE ISSUE
085110*  IS HELD FOR THE COMPANY'S POSITIVE-PAY BANK FILE.  A FULL
085115*  TABLE IS SENT AT ONCE AND STARTED AGAIN, SO NO ISSUE IS
085120*  EVER LEFT OFF THE BANK FILE.
085125*================================================================
085130 2760-HOLD-FOR-BANK.
085135     IF WS-COMPANY-COUNT = ZERO
085140         GO TO 2760-EXIT
085145     END-IF.
085150     IF WS-XMIT-POSPAY-COUNT NOT < 500
085155         PERFORM 9700-WRITE-BANK-POSPAY THRU 9700-EXIT
085160     END-IF.
085165     ADD 1 TO WS-XMIT-POSPAY-COUNT.
085170     MOVE POSPAY-ISSUE-RECORD
085175         TO XMIT-POSPAY-ITEM (WS-XMIT-POSPAY-COUNT).
085180 2760-EXIT.
085185     EXIT.
085190*================================================================
085200*  9000-TERMINATE -- RETURN THE BUMPED CHECK COUNTER TO THE
085210*  CHECKPOINT, REWRITING EVERY OTHER FIELD AS READ, SEND THE
085220*  RUN'S CHECKS TO THE COMPANY POSITIVE-PAY BANK FILES, AND
085230*  CLOSE ALL FILES.
085500*================================================================
085600 9000-TERMINATE.
085700     IF WS-CHECKS-CUT NOT = ZERO
086800     CLOSE CHECK-PRINT-FILE.
086900     CLOSE CHECK-REGISTER-FILE.
087000     CLOSE POSPAY-FILE.
087005     PERFORM 9700-WRITE-BANK-POSPAY THRU 9700-EXIT.
087010     CLOSE DEDEXTR-FILE.
087020     CLOSE TAX-DEPOSIT-FILE.
087100     DISPLAY "PAYOFFCY: RECORDS READ  " WS-RECORD-COUNT.
087600     END-IF.
087700 9000-EXIT.
087800     EXIT.
087900*================================================================
088000*  9700-WRITE-BANK-POSPAY -- AS IN PAYROLL, ONE GROUP PER
088100*  COMPANY IS APPENDED TO THE COMPANY'S POSITIVE-PAY BANK
088200*  FILE, HERE ONLY FOR A COMPANY WITH CHECKS HELD.
088300*================================================================
088400 9700-WRITE-BANK-POSPAY.
088500     IF WS-XMIT-POSPAY-COUNT = ZERO
088600         GO TO 9700-EXIT
088700     END-IF.
088800     PERFORM 9750-WRITE-COMPANY-POSPAY THRU 9750-EXIT
088900         VARYING WS-COMPANY-SUB FROM 1 BY 1
089000         UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
089100     MOVE ZERO TO WS-XMIT-POSPAY-COUNT.
089200 9700-EXIT.
089300     EXIT.
089400*================================================================
089500*  9750-WRITE-COMPANY-POSPAY -- THE FILE IS OPENED, AND THE
089600*  HEADER WRITTEN, AT THE COMPANY'S FIRST HELD CHECK.
089700*================================================================
089800 9750-WRITE-COMPANY-POSPAY.
089900     SET CT-IDX TO WS-COMPANY-SUB.
090000     MOVE ZERO TO WS-XMIT-ISSUE-COUNT.
090100     MOVE ZERO TO WS-XMIT-ISSUE-NET.
090200     MOVE "N" TO WS-XMIT-OPEN-SWITCH.
090300     PERFORM 9760-COPY-ONE-HELD-ISSUE THRU 9760-EXIT
090400         VARYING WS-XMIT-POSPAY-SUB FROM 1 BY 1
090500         UNTIL WS-XMIT-POSPAY-SUB > WS-XMIT-POSPAY-COUNT.
090600     IF NOT WS-XMIT-FILE-OPEN
090700         GO TO 9750-EXIT
090800     END-IF.
090900     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
091000     MOVE "T" TO BP-RECORD-TYPE.
091100     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-T-BANK-ACCOUNT-NBR.
091200     MOVE WS-XMIT-ISSUE-COUNT TO BP-T-RECORD-COUNT.
091300     MOVE WS-XMIT-ISSUE-NET TO BP-T-NET-AMOUNT.
091400     WRITE POSPAY-TRANSMISSION-RECORD.
091500     CLOSE POSPAY-XMIT-FILE.
091600     DISPLAY "PAYOFFCY: COMPANY " CT-COMPANY-CODE (CT-IDX)
091700         " POSITIVE-PAY FILE " WS-POSPAY-XMIT-NAME
091800         " ITEMS " WS-XMIT-ISSUE-COUNT.
091900 9750-EXIT.
092000     EXIT.
092100*================================================================
092200*  9760-COPY-ONE-HELD-ISSUE
092300*================================================================
092400 9760-COPY-ONE-HELD-ISSUE.
092500     SET XP-IDX TO WS-XMIT-POSPAY-SUB.
092600     IF XP-COMPANY-CODE (XP-IDX) NOT = CT-COMPANY-CODE (CT-IDX)
092700         GO TO 9760-EXIT
092800     END-IF.
092900     IF NOT WS-XMIT-FILE-OPEN
093000         MOVE CT-POSPAY-FILE-NAME (CT-IDX) TO WS-POSPAY-XMIT-NAME
093100         OPEN EXTEND POSPAY-XMIT-FILE
093200         MOVE "Y" TO WS-XMIT-OPEN-SWITCH
093300         MOVE SPACES TO POSPAY-TRANSMISSION-RECORD
093400         MOVE "H" TO BP-RECORD-TYPE
093500         MOVE CT-BANK-ACCOUNT-NBR (CT-IDX)
093600             TO BP-H-BANK-ACCOUNT-NBR
093700         MOVE CT-COMPANY-CODE (CT-IDX) TO BP-H-COMPANY-CODE
093800         MOVE CT-FEIN (CT-IDX) TO BP-H-COMPANY-FEIN
093900         MOVE CT-COMPANY-NAME (CT-IDX) TO BP-H-COMPANY-NAME
094000         MOVE WS-RUN-DATE TO BP-H-CREATION-DATE
094100         WRITE POSPAY-TRANSMISSION-RECORD
094200     END-IF.
094300     MOVE SPACES TO POSPAY-TRANSMISSION-RECORD.
094400     MOVE "D" TO BP-RECORD-TYPE.
094500     MOVE CT-BANK-ACCOUNT-NBR (CT-IDX) TO BP-D-BANK-ACCOUNT-NBR.
094600     MOVE XP-CHECK-NUMBER (XP-IDX) TO BP-D-CHECK-NUMBER.
094700     MOVE XP-CHECK-DATE (XP-IDX) TO BP-D-CHECK-DATE.
094800     MOVE XP-PAYEE-NAME (XP-IDX) TO BP-D-PAYEE-NAME.
094900     MOVE XP-AMOUNT (XP-IDX) TO BP-D-AMOUNT.
095000     MOVE XP-ISSUE-TYPE (XP-IDX) TO BP-D-ISSUE-TYPE.
095100     WRITE POSPAY-TRANSMISSION-RECORD.
095200     ADD 1 TO WS-XMIT-ISSUE-COUNT.
095300     ADD XP-AMOUNT (XP-IDX) TO WS-XMIT-ISSUE-NET.
095400 9760-EXIT.
095500     EXIT.
