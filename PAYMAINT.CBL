000156*                   BANK DATA PUTS THE EMPLOYEE BACK ON DIRECT
000157*                   DEPOSIT.
000158*  09/02/2026 MHC   ADD AND CHANGE NOW CARRY THE VACATION AND
000159*                   SICK ACCRUAL RATES ONTO THE MASTER; AN ADD
000160*                   STARTS THE BALANCE BUCKETS AT ZERO.  A
000161*                   ZERO RATE ON A CHANGE LEAVES THE STANDING
000162*                   RATE ALONE.
000163*  10/15/2026 MHC   ADD AND CHANGE NOW CARRY THE FEDERAL AND
000164*                   STATE W-4 ELECTIONS.  A SUPPLIED W-4 BLOCK
000165*                   REPLACES ALL FOUR STANDING ELECTIONS FOR ITS
000166*                   JURISDICTION; AN ADD WITHOUT ONE STARTS AT
000167*                   SINGLE, NO CREDIT, NO EXTRA, NOT EXEMPT.  A
000168*                   BAD ELECTION REJECTS THE TRANSACTION, AND
000169*                   THE OLD AND NEW ELECTIONS PRINT ON THE LOG.
000170*  10/15/2026 MHC   ADDED EFFECTIVE-DATED MAINTENANCE AND THE
000171*                   EMPLOYMENT LIFECYCLE.  A TRANSACTION DATED
000172*                   AFTER THE RUN IS EDITED AND HELD ON THE NEW
000173*                   PENDING FILE (PAYPEND.DAT); EACH RUN FIRST
000174*                   APPLIES EVERY HELD TRANSACTION NOW DUE.  AN
000175*                   ADD RECORDS THE HIRE DATE, A DEACTIVATE THE
000176*                   TERMINATION DATE AND REASON, AND THE NEW
000177*                   REHIRE TRANSACTION REACTIVATES AN INACTIVE
000178*                   EMPLOYEE WITH YTD LEFT INTACT.  THE RUN ENDS
000179*                   WITH A REPORT OF HELD CHANGES DUE BY THE
000180*                   NEXT OPEN PAY PERIOD ON PAYCAL.DAT.
000181*  10/15/2026 MHC   ADD AND REHIRE NOW CAPTURE THE SSN AND HOME
000182*                   ADDRESS FOR STATE NEW-HIRE REPORTING AND
000183*                   MARK THE EMPLOYEE UNREPORTED FOR PAYNHIRE.
000184*                   AN ADD MUST CARRY BOTH; A REHIRE OR CHANGE
000185*                   MAY CORRECT EITHER.  A BAD SSN OR PARTIAL
000186*                   ADDRESS REJECTS THE TRANSACTION.  THE LOG
000187*                   SHOWS THE SSN MASKED TO ITS LAST FOUR DIGITS.
000188*  10/15/2026 MHC   AN ADD, REHIRE, OR CHANGE OF RATE OR WORK
000189*                   STATE THAT WOULD LEAVE AN HOURLY EMPLOYEE
000190*                   UNDER THE MINIMUM WAGE FOR THE WORK STATE ON
000191*                   THE EFFECTIVE DATE (MINWAGE.DAT, THE GREATER
000192*                   OF THE STATE AND FEDERAL FLOORS) IS REJECTED.
000193*  10/15/2026 MHC   ADD, CHANGE AND REHIRE NOW CARRY THE COMPANY
000194*                   CODE ONTO THE MASTER.  AN ADD WITH NONE IS
000195*                   COMPANY 01; A BLANK CODE ON A CHANGE OR REHIRE
000196*                   LEAVES THE STANDING COMPANY.  WITH COMPANY.DAT
000197*                   ON FILE A CODE NOT ON IT REJECTS THE
000198*                   TRANSACTION.
000199*  10/15/2026 MHC   A REHIRE'S W-4 ELECTIONS ARE NOW EDITED AND
000200*                   LOGGED OLD AND NEW, AS AN ADD'S OR CHANGE'S.
000201*  10/15/2026 MHC   THE PAY CALENDAR IS CLOSED EVEN WHEN ABSENT,
000202*                   AS THE OTHER OPTIONAL FILES ARE.
000203*================================================================
000204*
000205*  THIS PROGRAM READS PAYMAINT.TXT, ONE MAINTENANCE TRANSACTION
000206*  PER LINE, AND APPLIES EACH ADD, CHANGE OR DEACTIVATE REQUEST
000207*  TO THE EMPLOYEE-MASTER FILE SHARED WITH PAYROLL.  A
000208*  DEACTIVATE DOES NOT PHYSICALLY DELETE THE MASTER RECORD --
000210*  THAT WOULD DISCARD THE EMPLOYEE'S YEAR-TO-DATE HISTORY -- IT
000220*  SETS EM-STATUS-CODE TO INACTIVE.  EVERY TRANSACTION, APPLIED
000230*  OR REJECTED, IS WRITTEN TO PAYMAINT.LOG WITH THE DATE, TIME
000240*  AND REQUESTING USER ID FOR AN AUDIT TRAIL.
000242*
000244*  A TRANSACTION MAY CARRY AN EFFECTIVE DATE.  ONE DATED AFTER
000246*  THE RUN DATE IS HELD ON PAYPEND.DAT AND APPLIED BY THE FIRST
000248*  RUN ON OR AFTER THAT DATE, BEFORE THAT RUN'S OWN INPUT.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000380         FILE STATUS IS WS-EMPMAST-STATUS.
000390     SELECT AUDIT-LOG-FILE ASSIGN TO "PAYMAINT.LOG"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT PENDING-MAINT-FILE ASSIGN TO "PAYPEND.DAT"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS PN-PENDING-KEY
000405         FILE STATUS IS WS-PAYPEND-STATUS.
000406     SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
000407         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS WS-PAYCAL-STATUS.
000409     SELECT PENDING-REPORT-FILE ASSIGN TO "PAYPEND.RPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000411     SELECT OPTIONAL MIN-WAGE-FILE ASSIGN TO "MINWAGE.DAT"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-MINWAGE-STATUS.
000414     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-COMPANY-STATUS.
000417
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000530 FD  AUDIT-LOG-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  AUDIT-LOG-LINE               PIC X(120).
000551*
000552 FD  PENDING-MAINT-FILE
000553     LABEL RECORDS ARE STANDARD.
000554 COPY PAYPEND.
000555*
000556 FD  PAY-CALENDAR-FILE
000557     LABEL RECORDS ARE STANDARD.
000558 COPY PAYCAL.
000559*
000560 FD  PENDING-REPORT-FILE
000561     LABEL RECORDS ARE STANDARD.
000562 01  PENDING-REPORT-LINE          PIC X(132).
000563*
000564 FD  MIN-WAGE-FILE
000565     LABEL RECORDS ARE STANDARD.
000566 COPY MINWAGE.
000567*
000568 FD  COMPANY-FILE
000569     LABEL RECORDS ARE STANDARD.
000570 COPY COMPCTL.
000571
000572 WORKING-STORAGE SECTION.
000580*
000590*----------------------------------------------------------------
000600*  AUDIT-LOG REPORT LINE LAYOUTS
000610*----------------------------------------------------------------
000620 COPY MAINTLOG.
000621*
000622*----------------------------------------------------------------
000623*  PENDING MAINTENANCE REPORT LINE LAYOUTS
000624*----------------------------------------------------------------
000625 COPY PENDRPT.
000626*
000627*----------------------------------------------------------------
000628*  DATED MINIMUM-WAGE TABLE AND FLOOR LOOKUP FIELDS
000629*----------------------------------------------------------------
000630 COPY MINWTABL.
000631*
000632*----------------------------------------------------------------
000633*  COMPANY CONTROL TABLE, FOR THE COMPANY CODE EDIT
000634*----------------------------------------------------------------
000635 COPY COMPTABL.
000636*
000640*----------------------------------------------------------------
000650*  RUN SWITCHES
000660*----------------------------------------------------------------
000700     05  WS-EMPMAST-STATUS        PIC X(02)   VALUE "00".
000710         88  WS-EMPMAST-FOUND                 VALUE "00".
000720         88  WS-EMPMAST-NOT-FOUND             VALUE "23".
000721     05  WS-PAYPEND-STATUS        PIC X(02)   VALUE "00".
000722         88  WS-PAYPEND-OK                    VALUE "00".
000723     05  WS-PAYCAL-STATUS         PIC X(02)   VALUE "00".
000724         88  WS-PAYCAL-FOUND                  VALUE "00".
000725     05  WS-CALENDAR-EOF-SWITCH   PIC X(01)   VALUE "N".
000726         88  WS-END-OF-CALENDAR               VALUE "Y".
000727     05  WS-PENDING-DONE-SWITCH   PIC X(01)   VALUE "N".
000728         88  WS-PENDING-DONE                  VALUE "Y".
000729     05  WS-MINWAGE-STATUS        PIC X(02)   VALUE "00".
000730         88  WS-MINWAGE-FOUND                 VALUE "00".
000731     05  WS-MINWAGE-EOF-SWITCH    PIC X(01)   VALUE "N".
000732         88  WS-END-OF-MIN-WAGES              VALUE "Y".
000733     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
000734         88  WS-COMPANY-FOUND                 VALUE "00".
000735     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
000736         88  WS-END-OF-COMPANIES              VALUE "Y".
000737*
000740*----------------------------------------------------------------
000750*  RUN DATE AND TIME, STAMPED ON EVERY AUDIT-LOG LINE
000760*----------------------------------------------------------------
000840     05  WS-TRANSACTION-COUNT     PIC 9(07)   VALUE ZERO.
000850     05  WS-APPLIED-COUNT         PIC 9(07)   VALUE ZERO.
000860     05  WS-REJECTED-COUNT        PIC 9(07)   VALUE ZERO.
000862     05  WS-HELD-COUNT            PIC 9(07)   VALUE ZERO.
000864     05  WS-PENDING-APPLIED-COUNT PIC 9(07)   VALUE ZERO.
000866     05  WS-PENDING-DUE-COUNT     PIC 9(07)   VALUE ZERO.
000868     05  WS-PENDING-LATER-COUNT   PIC 9(07)   VALUE ZERO.
000870*
000880*----------------------------------------------------------------
000890*  WORK AREA FOR THE MASTER RATE STANDING BEFORE A CHANGE, USED
000900*  ON THE AUDIT-LOG LINE.
000910*----------------------------------------------------------------
000920 01  WS-OLD-HOURLY-RATE           PIC 9(02)V9(02) VALUE ZERO.
000921*
000922*----------------------------------------------------------------
000923*  W-4 ELECTIONS STANDING BEFORE A CHANGE, FOR THE AUDIT-LOG
000924*  ELECTION LINES, AND THE ELECTION EDIT SWITCH.
000925*----------------------------------------------------------------
000926 01  WS-OLD-W4-ELECTIONS.
000927     05  WS-OLD-FED-STATUS        PIC X(01)   VALUE SPACE.
000928     05  WS-OLD-FED-CREDIT        PIC 9(05)V99 VALUE ZERO.
000929     05  WS-OLD-FED-EXTRA         PIC 9(05)V99 VALUE ZERO.
000930     05  WS-OLD-FED-EXEMPT        PIC X(01)   VALUE SPACE.
000931     05  WS-OLD-STATE-STATUS      PIC X(01)   VALUE SPACE.
000932     05  WS-OLD-STATE-CREDIT      PIC 9(05)V99 VALUE ZERO.
000933     05  WS-OLD-STATE-EXTRA       PIC 9(05)V99 VALUE ZERO.
000934     05  WS-OLD-STATE-EXEMPT      PIC X(01)   VALUE SPACE.
000935 01  WS-W4-EDIT-SWITCH            PIC X(01)   VALUE "Y".
000936     88  WS-W4-ELECTIONS-VALID                VALUE "Y".
000937*
000938*----------------------------------------------------------------
000939*  EFFECTIVE-DATED MAINTENANCE -- THE TRANSACTION'S EFFECTIVE
000940*  DATE (THE RUN DATE WHEN NONE IS GIVEN) AND ITS EDIT SWITCHES,
000941*  THE TRANSACTION NAME FOR THE LOG AND REPORT, THE NEXT
000942*  SEQUENCE UNDER A PENDING KEY, AND THE NEXT OPEN PAY PERIOD
000943*  END DATE THE PENDING REPORT RUNS TO.
000944*----------------------------------------------------------------
000945 01  WS-EFFECTIVE-FIELDS.
000946     05  WS-EFFECTIVE-DATE        PIC 9(08)   VALUE ZERO.
000947     05  WS-EFFECTIVE-EDIT-SWITCH PIC X(01)   VALUE "Y".
000948         88  WS-EFFECTIVE-DATE-VALID          VALUE "Y".
000949     05  WS-TERM-REASON-SWITCH    PIC X(01)   VALUE "Y".
000950         88  WS-TERM-REASON-VALID             VALUE "Y".
000951     05  WS-TRANSACTION-NAME      PIC X(10)   VALUE SPACES.
000952     05  WS-NEXT-PENDING-SEQ      PIC 9(03)   VALUE ZERO.
000953     05  WS-PENDING-CUTOFF-DATE   PIC 9(08)   VALUE ZERO.
000954*
000955*----------------------------------------------------------------
000956*  NEW-HIRE IDENTITY EDIT SWITCH
000957*----------------------------------------------------------------
000958 01  WS-IDENTITY-EDIT-SWITCH      PIC X(01)   VALUE "Y".
000959     88  WS-IDENTITY-VALID                    VALUE "Y".
000960*
000961*----------------------------------------------------------------
000962*  MINIMUM-WAGE EDIT -- THE RATE AND WORK STATE TO TEST, THE
000963*  WORK STATE STANDING BEFORE A CHANGE, AND THE EDIT SWITCH.
000964*----------------------------------------------------------------
000965 01  WS-WAGE-FLOOR-FIELDS.
000966     05  WS-FLOOR-TEST-RATE       PIC 9(02)V9(02) VALUE ZERO.
000967     05  WS-FLOOR-TEST-STATE      PIC X(02)   VALUE SPACES.
000968     05  WS-OLD-WORK-STATE        PIC X(02)   VALUE SPACES.
000969     05  WS-WAGE-FLOOR-SWITCH     PIC X(01)   VALUE "Y".
000970         88  WS-WAGE-FLOOR-MET                VALUE "Y".
000971*
000972*----------------------------------------------------------------
000973*  COMPANY CODE EDIT SWITCH
000974*----------------------------------------------------------------
000975 01  WS-COMPANY-EDIT-SWITCH       PIC X(01)   VALUE "Y".
000976     88  WS-COMPANY-VALID                     VALUE "Y".
000977
000978 PROCEDURE DIVISION.
000979*================================================================
000980*  0000-MAINLINE
000981*================================================================
000982 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001010         UNTIL WS-END-OF-FILE.
001180     END-IF.
001190     OPEN OUTPUT AUDIT-LOG-FILE.
001200     WRITE AUDIT-LOG-LINE FROM WS-MAINTLOG-HEADING-LINE.
001201*  THE PENDING FILE IS PERMANENT -- OPENED I-O AND CREATED EMPTY
001202*  ON FIRST USE, LIKE THE MASTER.
001203     OPEN I-O PENDING-MAINT-FILE.
001204     IF NOT WS-PAYPEND-OK
001205         OPEN OUTPUT PENDING-MAINT-FILE
001206         CLOSE PENDING-MAINT-FILE
001207         OPEN I-O PENDING-MAINT-FILE
001208     END-IF.
001209     PERFORM 1100-LOAD-MINIMUM-WAGES THRU 1100-EXIT.
001210     PERFORM 1150-LOAD-COMPANIES THRU 1150-EXIT.
001211     PERFORM 1500-APPLY-DUE-PENDING THRU 1500-EXIT.
001212     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001220 1000-EXIT.
001230     EXIT.
001240*================================================================
001241*  1100-LOAD-MINIMUM-WAGES -- LOAD EVERY DATED FLOOR ON
001242*  MINWAGE.DAT, AS PAYROLL DOES.  WITHOUT THE FILE NO RATE CAN
001243*  BE TESTED AGAINST THE FLOOR; MAINTENANCE STILL RUNS (PAYROLL
001244*  WILL NOT) AND THE CONSOLE SAYS SO.
001245*================================================================
001246 1100-LOAD-MINIMUM-WAGES.
001247     OPEN INPUT MIN-WAGE-FILE.
001248     IF WS-MINWAGE-FOUND
001249         PERFORM 1110-LOAD-ONE-MINIMUM-WAGE THRU 1110-EXIT
001250             UNTIL WS-END-OF-MIN-WAGES
001251     ELSE
001252         DISPLAY "PAYMAINT: MINIMUM WAGE FILE NOT FOUND - "
001253             "RATES NOT EDITED AGAINST THE FLOOR"
001254     END-IF.
001255*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
001256*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
001257     CLOSE MIN-WAGE-FILE.
001258 1100-EXIT.
001259     EXIT.
001260*================================================================
001261*  1110-LOAD-ONE-MINIMUM-WAGE -- A SECOND RECORD FOR THE SAME
001262*  JURISDICTION AND EFFECTIVE DATE REPLACES THE FIRST.  PAST
001263*  200 ENTRIES THE REST ARE DROPPED WITH A WARNING -- PAYROLL
001264*  REFUSES TO RUN ON SUCH A FILE IN ANY CASE.
001265*================================================================
001266 1110-LOAD-ONE-MINIMUM-WAGE.
001267     READ MIN-WAGE-FILE
001268         AT END
001269             MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
001270         NOT AT END
001271             SET MS-IDX TO 1
001272             SEARCH MIN-WAGE-SET
001273                 AT END
001274                     DISPLAY "PAYMAINT: MINIMUM WAGE FILE "
001275                         "EXCEEDS 200 ENTRIES - "
001276                         MW-JURISDICTION-CODE " "
001277                         MW-EFFECTIVE-DATE " DROPPED"
001278                 WHEN MS-IDX > WS-MIN-WAGE-SET-COUNT
001279                     ADD 1 TO WS-MIN-WAGE-SET-COUNT
001280                     MOVE MW-JURISDICTION-CODE
001281                         TO MS-JURISDICTION-CODE (MS-IDX)
001282                     MOVE MW-EFFECTIVE-DATE
001283                         TO MS-EFFECTIVE-DATE (MS-IDX)
001284                     PERFORM 1120-STORE-MINIMUM-WAGE
001285                         THRU 1120-EXIT
001286                 WHEN MS-JURISDICTION-CODE (MS-IDX)
001287                             = MW-JURISDICTION-CODE
001288                         AND MS-EFFECTIVE-DATE (MS-IDX)
001289                             = MW-EFFECTIVE-DATE
001290                     PERFORM 1120-STORE-MINIMUM-WAGE
001291                         THRU 1120-EXIT
001292             END-SEARCH
001293     END-READ.
001294 1110-EXIT.
001295     EXIT.
001296*================================================================
001297*  1120-STORE-MINIMUM-WAGE
001298*================================================================
001299 1120-STORE-MINIMUM-WAGE.
001300     MOVE MW-HOURLY-MINIMUM TO MS-HOURLY-MINIMUM (MS-IDX).
001301     MOVE MW-EXEMPT-SALARY-MINIMUM
001302         TO MS-EXEMPT-SALARY-MINIMUM (MS-IDX).
001303 1120-EXIT.
001304     EXIT.
001305*================================================================
001306*  1150-LOAD-COMPANIES -- AS IN PAYROLL: THE OPTIONAL
001307*  COMPANY.DAT LOADS INTO THE COMPANY TABLE.  AN ABSENT FILE
001308*  LEAVES THE TABLE EMPTY AND NO COMPANY CODE IS EDITED.
001309*================================================================
001310 1150-LOAD-COMPANIES.
001311     OPEN INPUT COMPANY-FILE.
001312     IF WS-COMPANY-FOUND
001313         PERFORM 1160-LOAD-ONE-COMPANY THRU 1160-EXIT
001314             UNTIL WS-END-OF-COMPANIES
001315     END-IF.
001316*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
001317*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
001318     CLOSE COMPANY-FILE.
001319 1150-EXIT.
001320     EXIT.
001321*================================================================
001322*  1160-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01.  ONLY
001323*  THE CODE IS KEPT.  PAST 20 ENTRIES THE REST ARE DROPPED WITH
001324*  A WARNING -- PAYROLL REFUSES TO RUN ON SUCH A FILE IN ANY
001325*  CASE.
001326*================================================================
001327 1160-LOAD-ONE-COMPANY.
001328     READ COMPANY-FILE
001329         AT END
001330             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
001331         NOT AT END
001332             IF CO-COMPANY-CODE = SPACES
001333                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
001334             END-IF
001335             SET CT-IDX TO 1
001336             SEARCH COMPANY-ENTRY
001337                 AT END
001338                     DISPLAY "PAYMAINT: COMPANY FILE EXCEEDS "
001339                         "20 ENTRIES - COMPANY "
001340                         CO-COMPANY-CODE " DROPPED"
001341                 WHEN CT-IDX > WS-COMPANY-COUNT
001342                     ADD 1 TO WS-COMPANY-COUNT
001343                     MOVE CO-COMPANY-CODE
001344                         TO CT-COMPANY-CODE (CT-IDX)
001345                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
001346                     CONTINUE
001347             END-SEARCH
001348     END-READ.
001349 1160-EXIT.
001350     EXIT.
001351*================================================================
001352*  1500-APPLY-DUE-PENDING -- APPLY, OLDEST FIRST, EVERY HELD
001353*  TRANSACTION WHOSE EFFECTIVE DATE HAS ARRIVED, BEFORE ANY OF
001354*  TODAY'S INPUT -- A CHANGE KEYED WEEKS AGO TAKES EFFECT AHEAD
001355*  OF ONE KEYED TODAY.
001356*================================================================
001357 1500-APPLY-DUE-PENDING.
001358     MOVE "N" TO WS-PENDING-DONE-SWITCH.
001359     PERFORM 1510-APPLY-ONE-PENDING THRU 1510-EXIT
001360         UNTIL WS-PENDING-DONE.
001361 1500-EXIT.
001362     EXIT.
001363*================================================================
001364*  1510-APPLY-ONE-PENDING -- TAKE THE LOWEST KEY ON THE FILE; IF
001365*  IT IS DUE, DELETE IT AND APPLY ITS IMAGE EXACTLY AS IF IT HAD
001366*  JUST BEEN READ FROM PAYMAINT.TXT.  THE FILE IS REPOSITIONED
001367*  FROM THE TOP EACH TIME, SO THE DELETE NEVER DISTURBS THE WALK.
001368*================================================================
001369 1510-APPLY-ONE-PENDING.
001370     MOVE LOW-VALUES TO PN-PENDING-KEY.
001371     START PENDING-MAINT-FILE
001372         KEY IS NOT LESS THAN PN-PENDING-KEY
001373         INVALID KEY
001374             MOVE "Y" TO WS-PENDING-DONE-SWITCH
001375     END-START.
001376     IF WS-PENDING-DONE
001377         GO TO 1510-EXIT
001378     END-IF.
001379     READ PENDING-MAINT-FILE NEXT RECORD
001380         AT END
001381             MOVE "Y" TO WS-PENDING-DONE-SWITCH
001382     END-READ.
001383     IF WS-PENDING-DONE
001384         GO TO 1510-EXIT
001385     END-IF.
001386     IF PN-EFFECTIVE-DATE > WS-RUN-DATE
001387         MOVE "Y" TO WS-PENDING-DONE-SWITCH
001388         GO TO 1510-EXIT
001389     END-IF.
001390     MOVE PN-TRANSACTION-IMAGE TO MAINT-TRANSACTION-RECORD.
001391     DELETE PENDING-MAINT-FILE RECORD
001392         INVALID KEY
001393             CONTINUE
001394     END-DELETE.
001395     ADD 1 TO WS-PENDING-APPLIED-COUNT.
001396     PERFORM 2040-SET-EFFECTIVE-DATE THRU 2040-EXIT.
001397     PERFORM 2020-APPLY-TRANSACTION THRU 2020-EXIT.
001398 1510-EXIT.
001399     EXIT.
001400*================================================================
001401*  2000-PROCESS-TRANSACTION -- HOLD A FUTURE-DATED TRANSACTION
001402*  ON THE PENDING FILE, OR APPLY IT NOW.
001403*================================================================
001404 2000-PROCESS-TRANSACTION.
001405     ADD 1 TO WS-TRANSACTION-COUNT.
001406     PERFORM 2040-SET-EFFECTIVE-DATE THRU 2040-EXIT.
001407     IF WS-EFFECTIVE-DATE-VALID
001408             AND WS-EFFECTIVE-DATE > WS-RUN-DATE
001409         PERFORM 2600-HOLD-PENDING THRU 2600-EXIT
001410     ELSE
001411         PERFORM 2020-APPLY-TRANSACTION THRU 2020-EXIT
001412     END-IF.
001413     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001414 2000-EXIT.
001415     EXIT.
001416*================================================================
001417*  2020-APPLY-TRANSACTION -- APPLY ONE ADD, CHANGE, DEACTIVATE
001418*  OR REHIRE REQUEST AGAINST THE EMPLOYEE MASTER.
001419*================================================================
001420 2020-APPLY-TRANSACTION.
001421     MOVE ZERO TO WS-OLD-HOURLY-RATE.
001422     MOVE SPACES TO WS-OLD-FED-STATUS WS-OLD-FED-EXEMPT
001423         WS-OLD-STATE-STATUS WS-OLD-STATE-EXEMPT.
001424     MOVE ZERO TO WS-OLD-FED-CREDIT WS-OLD-FED-EXTRA
001425         WS-OLD-STATE-CREDIT WS-OLD-STATE-EXTRA.
001426     PERFORM 2050-EDIT-W4-ELECTIONS THRU 2050-EXIT.
001427     PERFORM 2055-EDIT-TERMINATION-REASON THRU 2055-EXIT.
001428     PERFORM 2057-EDIT-IDENTITY THRU 2057-EXIT.
001429     PERFORM 2056-EDIT-COMPANY THRU 2056-EXIT.
001430     EVALUATE TRUE
001431         WHEN NOT WS-EFFECTIVE-DATE-VALID
001432             MOVE "REJECTED - BAD EFF DATE" TO ML-D-RESULT
001433             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001434             ADD 1 TO WS-REJECTED-COUNT
001435         WHEN NOT WS-W4-ELECTIONS-VALID
001436             MOVE "REJECTED - BAD W-4 ELECTION" TO ML-D-RESULT
001437             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001438             ADD 1 TO WS-REJECTED-COUNT
001439         WHEN NOT WS-TERM-REASON-VALID
001440             MOVE "REJECTED - BAD TERM REASON" TO ML-D-RESULT
001441             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001442             ADD 1 TO WS-REJECTED-COUNT
001443         WHEN NOT WS-IDENTITY-VALID
001444             MOVE "REJECTED - BAD SSN/ADDRESS" TO ML-D-RESULT
001445             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001446             ADD 1 TO WS-REJECTED-COUNT
001447         WHEN NOT WS-COMPANY-VALID
001448             MOVE "REJECTED - BAD COMPANY" TO ML-D-RESULT
001449             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001450             ADD 1 TO WS-REJECTED-COUNT
001451         WHEN MT-ADD
001452             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
001453         WHEN MT-CHANGE
001454             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
001455         WHEN MT-DEACTIVATE
001456             PERFORM 2400-APPLY-DEACTIVATE THRU 2400-EXIT
001457         WHEN MT-REHIRE
001458             PERFORM 2500-APPLY-REHIRE THRU 2500-EXIT
001459         WHEN OTHER
001460             MOVE "REJECTED - BAD TRANS CODE" TO ML-D-RESULT
001461             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001462             ADD 1 TO WS-REJECTED-COUNT
001463     END-EVALUATE.
001464 2020-EXIT.
001465     EXIT.
001466*================================================================
001467*  2040-SET-EFFECTIVE-DATE -- A BLANK OR ZERO EFFECTIVE DATE
001468*  MEANS THE RUN DATE.  ANYTHING ELSE MUST BE A NUMERIC DATE
001469*  WITH A PLAUSIBLE MONTH AND DAY.
001470*================================================================
001471 2040-SET-EFFECTIVE-DATE.
001472     MOVE "Y" TO WS-EFFECTIVE-EDIT-SWITCH.
001473     MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE.
001474     IF MT-EFFECTIVE-DATE-X = SPACES
001475         GO TO 2040-EXIT
001476     END-IF.
001477     IF MT-EFFECTIVE-DATE IS NOT NUMERIC
001478         MOVE "N" TO WS-EFFECTIVE-EDIT-SWITCH
001479         MOVE ZERO TO WS-EFFECTIVE-DATE
001480         GO TO 2040-EXIT
001481     END-IF.
001482     IF MT-EFFECTIVE-DATE = ZERO
001483         GO TO 2040-EXIT
001484     END-IF.
001485     IF MT-EFFECTIVE-DATE-X (5:2) < "01"
001486             OR MT-EFFECTIVE-DATE-X (5:2) > "12"
001487             OR MT-EFFECTIVE-DATE-X (7:2) < "01"
001488             OR MT-EFFECTIVE-DATE-X (7:2) > "31"
001489         MOVE "N" TO WS-EFFECTIVE-EDIT-SWITCH
001490         MOVE ZERO TO WS-EFFECTIVE-DATE
001491         GO TO 2040-EXIT
001492     END-IF.
001493     MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
001494 2040-EXIT.
001495     EXIT.
001496*================================================================
001497*  2050-EDIT-W4-ELECTIONS -- A SUPPLIED W-4 BLOCK MUST CARRY A
001498*  FILING STATUS OF S, M OR H, AN EXEMPT FLAG OF Y, N OR BLANK,
001499*  AND NUMERIC CREDIT AND EXTRA AMOUNTS.  AN ADD, CHANGE OR
001500*  REHIRE CARRIES ELECTIONS.
001501*================================================================
001502 2050-EDIT-W4-ELECTIONS.
001503     MOVE "Y" TO WS-W4-EDIT-SWITCH.
001504     IF NOT (MT-ADD OR MT-CHANGE OR MT-REHIRE)
001505         GO TO 2050-EXIT
001506     END-IF.
001507     IF MT-FED-W4-SUPPLIED
001508         IF (MT-FED-FILING-STATUS NOT = "S" AND NOT = "M"
001509                 AND NOT = "H")
001510                 OR (MT-FED-EXEMPT-FLAG NOT = "Y" AND NOT = "N"
001511                 AND NOT = SPACE)
001512                 OR MT-FED-DEPENDENT-CREDIT IS NOT NUMERIC
001513                 OR MT-FED-EXTRA-WITHHOLDING IS NOT NUMERIC
001514             MOVE "N" TO WS-W4-EDIT-SWITCH
001515         END-IF
001516     END-IF.
001517     IF MT-STATE-W4-SUPPLIED
001518         IF (MT-STATE-FILING-STATUS NOT = "S" AND NOT = "M"
001519                 AND NOT = "H")
001520                 OR (MT-STATE-EXEMPT-FLAG NOT = "Y" AND NOT = "N"
001521                 AND NOT = SPACE)
001522                 OR MT-STATE-DEPENDENT-CREDIT IS NOT NUMERIC
001523                 OR MT-STATE-EXTRA-WITHHOLDING IS NOT NUMERIC
001524             MOVE "N" TO WS-W4-EDIT-SWITCH
001525         END-IF
001526     END-IF.
001527 2050-EXIT.
001528     EXIT.
001529*================================================================
001530*  2055-EDIT-TERMINATION-REASON -- A DEACTIVATE IS A
001531*  TERMINATION AND MUST CARRY A KNOWN REASON CODE; A BLANK ONE
001532*  IS RECORDED AS OTHER.
001533*================================================================
001534 2055-EDIT-TERMINATION-REASON.
001535     MOVE "Y" TO WS-TERM-REASON-SWITCH.
001536     IF NOT MT-DEACTIVATE
001537         GO TO 2055-EXIT
001538     END-IF.
001539     IF MT-TERMINATION-REASON = SPACES
001540         MOVE "OT" TO MT-TERMINATION-REASON
001541     END-IF.
001542     IF NOT MT-TERM-REASON-VALID
001543         MOVE "N" TO WS-TERM-REASON-SWITCH
001544     END-IF.
001545 2055-EXIT.
001546     EXIT.
001547*================================================================
001548*  2056-EDIT-COMPANY -- A COMPANY CODE GIVEN ON AN ADD, CHANGE
001549*  OR REHIRE MUST STAND ON COMPANY.DAT.  WITHOUT THE FILE EVERY
001550*  CODE IS TAKEN AS GIVEN.
001551*================================================================
001552 2056-EDIT-COMPANY.
001553     MOVE "Y" TO WS-COMPANY-EDIT-SWITCH.
001554     IF NOT (MT-ADD OR MT-CHANGE OR MT-REHIRE)
001555             OR MT-COMPANY-CODE = SPACES
001556             OR WS-COMPANY-COUNT = ZERO
001557         GO TO 2056-EXIT
001558     END-IF.
001559     MOVE "N" TO WS-COMPANY-EDIT-SWITCH.
001560     SET CT-IDX TO 1.
001561     SEARCH COMPANY-ENTRY
001562         AT END
001563             CONTINUE
001564         WHEN CT-IDX > WS-COMPANY-COUNT
001565             CONTINUE
001566         WHEN CT-COMPANY-CODE (CT-IDX) = MT-COMPANY-CODE
001567             MOVE "Y" TO WS-COMPANY-EDIT-SWITCH
001568     END-SEARCH.
001569 2056-EXIT.
001570     EXIT.
001571*================================================================
001572*  2057-EDIT-IDENTITY -- AN ADD MUST CARRY A VALID SSN AND A
001573*  COMPLETE HOME ADDRESS, OR THE STATE CANNOT BE TOLD OF THE
001574*  HIRE.  A REHIRE OR CHANGE MAY CARRY EITHER; WHATEVER IS
001575*  SUPPLIED IS EDITED THE SAME WAY.  AN SSN MAY NOT HAVE AN
001576*  AREA OF 000, 666 OR 900-999, A GROUP OF 00 OR A SERIAL OF
001577*  0000.  AN ADDRESS IS REPLACED WHOLE, SO ALL FOUR PARTS MUST
001578*  BE GIVEN TOGETHER.
001579*================================================================
001580 2057-EDIT-IDENTITY.
001581     MOVE "Y" TO WS-IDENTITY-EDIT-SWITCH.
001582     IF NOT (MT-ADD OR MT-CHANGE OR MT-REHIRE)
001583         GO TO 2057-EXIT
001584     END-IF.
001585     IF MT-ADD
001586             AND (MT-SSN-X = SPACES OR MT-HOME-ADDRESS = SPACES)
001587         MOVE "N" TO WS-IDENTITY-EDIT-SWITCH
001588         GO TO 2057-EXIT
001589     END-IF.
001590     IF MT-SSN-X NOT = SPACES
001591         IF MT-SSN-X IS NOT NUMERIC
001592                 OR MT-SSN-X (1:3) = "000" OR "666"
001593                 OR MT-SSN-X (1:1) = "9"
001594                 OR MT-SSN-X (4:2) = "00"
001595                 OR MT-SSN-X (6:4) = "0000"
001596             MOVE "N" TO WS-IDENTITY-EDIT-SWITCH
001597         END-IF
001598     END-IF.
001599     IF MT-HOME-ADDRESS NOT = SPACES
001600         IF MT-ADDRESS-LINE = SPACES
001601                 OR MT-ADDRESS-CITY = SPACES
001602                 OR MT-ADDRESS-STATE = SPACES
001603                 OR MT-ADDRESS-ZIP = SPACES
001604             MOVE "N" TO WS-IDENTITY-EDIT-SWITCH
001605         END-IF
001606     END-IF.
001607 2057-EXIT.
001608     EXIT.
001609*================================================================
001610*  2058-EDIT-WAGE-FLOOR -- THE CALLER SETS THE HOURLY RATE AND
001611*  WORK STATE THE EMPLOYEE WOULD BE LEFT WITH; THE FLOOR IS THE
001612*  ONE IN FORCE FOR THAT STATE ON THE EFFECTIVE DATE.  A ZERO
001613*  RATE IS A SALARIED EMPLOYEE, WHOSE PAY PAYROLL EDITS FROM
001614*  THE SALARY ON EACH RECORD, SO THERE IS NOTHING TO TEST HERE.
001615*================================================================
001616 2058-EDIT-WAGE-FLOOR.
001617     MOVE "Y" TO WS-WAGE-FLOOR-SWITCH.
001618     IF WS-FLOOR-TEST-RATE = ZERO
001619         GO TO 2058-EXIT
001620     END-IF.
001621     MOVE WS-FLOOR-TEST-STATE TO MF-WANTED-STATE.
001622     MOVE WS-EFFECTIVE-DATE TO MF-WANTED-DATE.
001623     PERFORM 2060-FIND-WAGE-FLOOR THRU 2060-EXIT.
001624     IF WS-FLOOR-TEST-RATE < MF-FLOOR-HOURLY
001625         MOVE "N" TO WS-WAGE-FLOOR-SWITCH
001626     END-IF.
001627 2058-EXIT.
001628     EXIT.
001629*================================================================
001630*  2060-FIND-WAGE-FLOOR -- THE FEDERAL AND STATE ENTRIES WITH
001631*  THE LATEST EFFECTIVE DATE NOT AFTER THE WANTED DATE; THE
001632*  FLOOR IS THE GREATER OF THE TWO, FIELD BY FIELD.
001633*================================================================
001634 2060-FIND-WAGE-FLOOR.
001635     MOVE ZERO TO MF-FEDERAL-DATE MF-FEDERAL-HOURLY
001636         MF-FEDERAL-EXEMPT MF-STATE-DATE MF-STATE-HOURLY
001637         MF-STATE-EXEMPT.
001638     PERFORM 2065-TEST-ONE-WAGE-SET THRU 2065-EXIT
001639         VARYING MF-SET-SUB FROM 1 BY 1
001640         UNTIL MF-SET-SUB > WS-MIN-WAGE-SET-COUNT.
001641     MOVE MF-FEDERAL-HOURLY TO MF-FLOOR-HOURLY.
001642     IF MF-STATE-HOURLY > MF-FLOOR-HOURLY
001643         MOVE MF-STATE-HOURLY TO MF-FLOOR-HOURLY
001644     END-IF.
001645     MOVE MF-FEDERAL-EXEMPT TO MF-FLOOR-EXEMPT-SALARY.
001646     IF MF-STATE-EXEMPT > MF-FLOOR-EXEMPT-SALARY
001647         MOVE MF-STATE-EXEMPT TO MF-FLOOR-EXEMPT-SALARY
001648     END-IF.
001649 2060-EXIT.
001650     EXIT.
001651*================================================================
001652*  2065-TEST-ONE-WAGE-SET
001653*================================================================
001654 2065-TEST-ONE-WAGE-SET.
001655     IF MS-EFFECTIVE-DATE (MF-SET-SUB) > MF-WANTED-DATE
001656         GO TO 2065-EXIT
001657     END-IF.
001658     IF MS-JURISDICTION-CODE (MF-SET-SUB) = "FD"
001659             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
001660                 NOT < MF-FEDERAL-DATE
001661         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-FEDERAL-DATE
001662         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB)
001663             TO MF-FEDERAL-HOURLY
001664         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
001665             TO MF-FEDERAL-EXEMPT
001666     END-IF.
001667     IF MS-JURISDICTION-CODE (MF-SET-SUB) = MF-WANTED-STATE
001668             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
001669                 NOT < MF-STATE-DATE
001670         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-STATE-DATE
001671         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB) TO MF-STATE-HOURLY
001672         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
001673             TO MF-STATE-EXEMPT
001674     END-IF.
001675 2065-EXIT.
001676     EXIT.
001677*================================================================
001678*  2100-READ-TRANSACTION
001679*================================================================
001680 2100-READ-TRANSACTION.
001681     READ TRANSACTION-FILE INTO MAINT-TRANSACTION-RECORD
001682         AT END
001683             MOVE "Y" TO WS-EOF-SWITCH
001684     END-READ.
001685 2100-EXIT.
001686     EXIT.
001687*================================================================
001688*  2200-APPLY-ADD -- CREATE A NEW EMPLOYEE MASTER RECORD, HIRED
001689*  ON THE EFFECTIVE DATE.  REJECTED IF THE EMPLOYEE ID ALREADY
001690*  EXISTS.
001691*================================================================
001692 2200-APPLY-ADD.
001693     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
001694     READ EMPLOYEE-MASTER-FILE
001695         KEY IS EM-EMPLOYEE-ID
001696         INVALID KEY
001697             MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
001698             MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
001699             MOVE ZERO TO EM-YTD-GROSS-PAY
001700             MOVE ZERO TO EM-YTD-TAXES
001701             MOVE ZERO TO EM-YTD-NET-PAY
001702             MOVE ZERO TO EM-YTD-SS-TAX
001703             MOVE ZERO TO EM-YTD-MEDICARE-TAX
001704             MOVE MT-VAC-ACCRUAL-RATE TO EM-VAC-ACCRUAL-RATE
001705             MOVE MT-SICK-ACCRUAL-RATE TO EM-SICK-ACCRUAL-RATE
001706             MOVE ZERO TO EM-VACATION-BALANCE
001707             MOVE ZERO TO EM-SICK-BALANCE
001708             MOVE ZERO TO EM-LAST-PAY-DATE
001709             MOVE ZERO TO EM-LAST-PERIOD-PAID
001710             MOVE "A" TO EM-ACH-STATUS-CODE
001711             MOVE MT-WORK-STATE-CODE TO EM-WORK-STATE-CODE
001712             MOVE MT-COMPANY-CODE TO EM-COMPANY-CODE
001713             IF MT-COMPANY-CODE = SPACES
001714                 MOVE WS-HOME-COMPANY-CODE TO EM-COMPANY-CODE
001715             END-IF
001716             MOVE MT-BANK-ROUTING-NBR TO EM-BANK-ROUTING-NBR
001717             MOVE MT-BANK-ACCOUNT-NBR TO EM-BANK-ACCOUNT-NBR
001720             MOVE MT-ACCOUNT-TYPE TO EM-ACCOUNT-TYPE
001730             MOVE "A" TO EM-STATUS-CODE
001731             MOVE "S" TO EM-FED-FILING-STATUS
001732             MOVE ZERO TO EM-FED-DEPENDENT-CREDIT
001733             MOVE ZERO TO EM-FED-EXTRA-WITHHOLDING
001734             MOVE "N" TO EM-FED-EXEMPT-FLAG
001735             MOVE "S" TO EM-STATE-FILING-STATUS
001736             MOVE ZERO TO EM-STATE-DEPENDENT-CREDIT
001737             MOVE ZERO TO EM-STATE-EXTRA-WITHHOLDING
001738             MOVE "N" TO EM-STATE-EXEMPT-FLAG
001739             MOVE WS-EFFECTIVE-DATE TO EM-HIRE-DATE
001740             MOVE ZERO TO EM-TERMINATION-DATE
001741             MOVE SPACES TO EM-TERMINATION-REASON
001742             MOVE ZERO TO EM-REHIRE-DATE
001743             MOVE MT-SSN TO EM-SSN
001744             MOVE MT-HOME-ADDRESS TO EM-HOME-ADDRESS
001745             MOVE "N" TO EM-NEW-HIRE-STATUS
001746             MOVE ZERO TO EM-NEW-HIRE-REPORT-DATE
001747             PERFORM 2250-APPLY-W4-ELECTIONS THRU 2250-EXIT
001748             MOVE EM-HOURLY-RATE TO WS-FLOOR-TEST-RATE
001749             MOVE EM-WORK-STATE-CODE TO WS-FLOOR-TEST-STATE
001750             PERFORM 2058-EDIT-WAGE-FLOOR THRU 2058-EXIT
001751             IF WS-WAGE-FLOOR-MET
001752                 WRITE EMPLOYEE-MASTER-RECORD
001753                 MOVE "APPLIED - ADD" TO ML-D-RESULT
001754                 PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001755                 ADD 1 TO WS-APPLIED-COUNT
001756             ELSE
001757                 MOVE "REJECTED - UNDER MIN WAGE" TO ML-D-RESULT
001758                 PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001759                 ADD 1 TO WS-REJECTED-COUNT
001760             END-IF
001780         NOT INVALID KEY
001790             MOVE "REJECTED - DUPLICATE EMP ID" TO ML-D-RESULT
001800             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
001810             ADD 1 TO WS-REJECTED-COUNT
001820     END-READ.
001830 2200-EXIT.
001831     EXIT.
001832*================================================================
001833*  2250-APPLY-W4-ELECTIONS -- A SUPPLIED W-4 BLOCK REPLACES ALL
001834*  FOUR STANDING ELECTIONS FOR ITS JURISDICTION, AS A NEW FORM
001835*  SUPERSEDES THE OLD ONE.  A BLANK EXEMPT FLAG MEANS NOT
001836*  EXEMPT.
001837*================================================================
001838 2250-APPLY-W4-ELECTIONS.
001839     IF MT-FED-W4-SUPPLIED
001840         MOVE MT-FED-FILING-STATUS TO EM-FED-FILING-STATUS
001841         MOVE MT-FED-DEPENDENT-CREDIT TO EM-FED-DEPENDENT-CREDIT
001842         MOVE MT-FED-EXTRA-WITHHOLDING
001843             TO EM-FED-EXTRA-WITHHOLDING
001844         IF MT-FED-EXEMPT-FLAG = "Y"
001845             MOVE "Y" TO EM-FED-EXEMPT-FLAG
001846         ELSE
001847             MOVE "N" TO EM-FED-EXEMPT-FLAG
001848         END-IF
001849     END-IF.
001850     IF MT-STATE-W4-SUPPLIED
001851         MOVE MT-STATE-FILING-STATUS TO EM-STATE-FILING-STATUS
001852         MOVE MT-STATE-DEPENDENT-CREDIT
001853             TO EM-STATE-DEPENDENT-CREDIT
001854         MOVE MT-STATE-EXTRA-WITHHOLDING
001855             TO EM-STATE-EXTRA-WITHHOLDING
001856         IF MT-STATE-EXEMPT-FLAG = "Y"
001857             MOVE "Y" TO EM-STATE-EXEMPT-FLAG
001858         ELSE
001859             MOVE "N" TO EM-STATE-EXEMPT-FLAG
001860         END-IF
001861     END-IF.
001862 2250-EXIT.
001863     EXIT.
001864*================================================================
001865*  2270-APPLY-IDENTITY -- A SUPPLIED SSN OR HOME ADDRESS
001866*  REPLACES THE ONE ON FILE; A BLANK ONE LEAVES IT ALONE.
001867*================================================================
001868 2270-APPLY-IDENTITY.
001869     IF MT-SSN-X NOT = SPACES
001870         MOVE MT-SSN TO EM-SSN
001871     END-IF.
001872     IF MT-HOME-ADDRESS NOT = SPACES
001873         MOVE MT-HOME-ADDRESS TO EM-HOME-ADDRESS
001874     END-IF.
001875 2270-EXIT.
001876     EXIT.
001877*================================================================
001878*  2300-APPLY-CHANGE -- UPDATE NAME AND HOURLY RATE ON AN
001879*  EXISTING MASTER RECORD.  REJECTED IF NOT ON FILE.
001880*================================================================
001890 2300-APPLY-CHANGE.
001900     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
001960             ADD 1 TO WS-REJECTED-COUNT
001970         NOT INVALID KEY
001972             MOVE EM-HOURLY-RATE TO WS-OLD-HOURLY-RATE
001973             MOVE EM-WORK-STATE-CODE TO WS-OLD-WORK-STATE
001974             MOVE EM-FED-FILING-STATUS TO WS-OLD-FED-STATUS
001975             MOVE EM-FED-DEPENDENT-CREDIT TO WS-OLD-FED-CREDIT
001976             MOVE EM-FED-EXTRA-WITHHOLDING TO WS-OLD-FED-EXTRA
001977             MOVE EM-FED-EXEMPT-FLAG TO WS-OLD-FED-EXEMPT
001978             MOVE EM-STATE-FILING-STATUS TO WS-OLD-STATE-STATUS
001979             MOVE EM-STATE-DEPENDENT-CREDIT
001980                 TO WS-OLD-STATE-CREDIT
001981             MOVE EM-STATE-EXTRA-WITHHOLDING
001982                 TO WS-OLD-STATE-EXTRA
001983             MOVE EM-STATE-EXEMPT-FLAG TO WS-OLD-STATE-EXEMPT
001984             MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
001985             MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
001986*  A BLANK FIELD ON THE TRANSACTION LEAVES THE STANDING VALUE
001987*  ALONE -- A RATE-ONLY OR BANK-ONLY CHANGE MUST NOT ERASE THE
001988*  WORK STATE ALREADY ON FILE.
001989             IF MT-WORK-STATE-CODE NOT = SPACES
001990                 MOVE MT-WORK-STATE-CODE
001991                     TO EM-WORK-STATE-CODE
001992             END-IF
001993             IF MT-COMPANY-CODE NOT = SPACES
001994                 MOVE MT-COMPANY-CODE TO EM-COMPANY-CODE
001995             END-IF
001996             IF MT-VAC-ACCRUAL-RATE NOT = ZERO
001997                 MOVE MT-VAC-ACCRUAL-RATE
001998                     TO EM-VAC-ACCRUAL-RATE
001999             END-IF
002000             IF MT-SICK-ACCRUAL-RATE NOT = ZERO
002001                 MOVE MT-SICK-ACCRUAL-RATE
002002                     TO EM-SICK-ACCRUAL-RATE
002003             END-IF
002004             IF MT-BANK-ROUTING-NBR NOT = ZERO
002005                 MOVE MT-BANK-ROUTING-NBR
002006                     TO EM-BANK-ROUTING-NBR
002007                 MOVE MT-BANK-ACCOUNT-NBR
002008                     TO EM-BANK-ACCOUNT-NBR
002009                 MOVE MT-ACCOUNT-TYPE TO EM-ACCOUNT-TYPE
002010                 MOVE "A" TO EM-ACH-STATUS-CODE
002011             END-IF
002012             PERFORM 2270-APPLY-IDENTITY THRU 2270-EXIT
002013             PERFORM 2250-APPLY-W4-ELECTIONS THRU 2250-EXIT
002014*  ONLY A CHANGE THAT MOVES THE RATE OR THE WORK STATE IS HELD
002015*  TO THE FLOOR -- A BANK OR NAME CHANGE FOR AN EMPLOYEE LEFT
002016*  UNDER A NEW FLOOR MUST STILL GO THROUGH.
002017             MOVE "Y" TO WS-WAGE-FLOOR-SWITCH
002018             IF EM-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE
002019                     OR EM-WORK-STATE-CODE NOT = WS-OLD-WORK-STATE
002020                 MOVE EM-HOURLY-RATE TO WS-FLOOR-TEST-RATE
002021                 MOVE EM-WORK-STATE-CODE TO WS-FLOOR-TEST-STATE
002022                 PERFORM 2058-EDIT-WAGE-FLOOR THRU 2058-EXIT
002023             END-IF
002024             IF WS-WAGE-FLOOR-MET
002025                 REWRITE EMPLOYEE-MASTER-RECORD
002026                 MOVE "APPLIED - CHANGE" TO ML-D-RESULT
002027                 PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002028                 ADD 1 TO WS-APPLIED-COUNT
002029             ELSE
002030                 MOVE "REJECTED - UNDER MIN WAGE" TO ML-D-RESULT
002031                 PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002032                 ADD 1 TO WS-REJECTED-COUNT
002033             END-IF
002040     END-READ.
002050 2300-EXIT.
002060     EXIT.
002070*================================================================
002075*  2400-APPLY-DEACTIVATE -- TERMINATE: MARK THE MASTER RECORD
002080*  INACTIVE AS OF THE EFFECTIVE DATE, FOR THE REASON GIVEN.  THE
002085*  YTD HISTORY IS LEFT INTACT.  REJECTED IF NOT ON FILE.
002100*================================================================
002110 2400-APPLY-DEACTIVATE.
002120     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
002180             ADD 1 TO WS-REJECTED-COUNT
002190         NOT INVALID KEY
002200             MOVE "I" TO EM-STATUS-CODE
002202             MOVE WS-EFFECTIVE-DATE TO EM-TERMINATION-DATE
002204             MOVE MT-TERMINATION-REASON TO EM-TERMINATION-REASON
002210             REWRITE EMPLOYEE-MASTER-RECORD
002220             MOVE "APPLIED - DEACTIVATE" TO ML-D-RESULT
002230             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002240             ADD 1 TO WS-APPLIED-COUNT
002250     END-READ.
002260 2400-EXIT.
002261     EXIT.
002262*================================================================
002263*  2500-APPLY-REHIRE -- REACTIVATE AN INACTIVE EMPLOYEE AS OF
002264*  THE EFFECTIVE DATE.  THE YTD BUCKETS AND LEAVE BALANCES ARE
002265*  LEFT AS THEY STAND -- THE YEAR'S WAGES STILL COUNT TOWARD THE
002266*  WAGE BASE -- AND THE LAST TERMINATION STAYS ON FILE BEHIND
002267*  THE NEW REHIRE DATE.  ANY RATE, STATE, ACCRUAL, BANK OR W-4
002268*  DATA SUPPLIED IS APPLIED AS ON A CHANGE; A BLANK NAME OR
002269*  ZERO RATE LEAVES THE STANDING ONE.  REJECTED IF NOT ON FILE
002270*  OR NOT INACTIVE.
002271*================================================================
002272 2500-APPLY-REHIRE.
002273     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
002274     READ EMPLOYEE-MASTER-FILE
002275         KEY IS EM-EMPLOYEE-ID
002276         INVALID KEY
002277             MOVE "REJECTED - EMP ID NOT FOUND" TO ML-D-RESULT
002278             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002279             ADD 1 TO WS-REJECTED-COUNT
002280             GO TO 2500-EXIT
002281     END-READ.
002282     IF NOT EM-INACTIVE
002283         MOVE "REJECTED - NOT INACTIVE" TO ML-D-RESULT
002284         PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002285         ADD 1 TO WS-REJECTED-COUNT
002286         GO TO 2500-EXIT
002287     END-IF.
002288     MOVE EM-HOURLY-RATE TO WS-OLD-HOURLY-RATE.
002289     MOVE EM-FED-FILING-STATUS TO WS-OLD-FED-STATUS.
002290     MOVE EM-FED-DEPENDENT-CREDIT TO WS-OLD-FED-CREDIT.
002291     MOVE EM-FED-EXTRA-WITHHOLDING TO WS-OLD-FED-EXTRA.
002292     MOVE EM-FED-EXEMPT-FLAG TO WS-OLD-FED-EXEMPT.
002293     MOVE EM-STATE-FILING-STATUS TO WS-OLD-STATE-STATUS.
002294     MOVE EM-STATE-DEPENDENT-CREDIT TO WS-OLD-STATE-CREDIT.
002295     MOVE EM-STATE-EXTRA-WITHHOLDING TO WS-OLD-STATE-EXTRA.
002296     MOVE EM-STATE-EXEMPT-FLAG TO WS-OLD-STATE-EXEMPT.
002297     IF MT-EMPLOYEE-NAME NOT = SPACES
002298         MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
002299     END-IF.
002300     IF MT-HOURLY-RATE NOT = ZERO
002301         MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
002302     END-IF.
002303     IF MT-WORK-STATE-CODE NOT = SPACES
002304         MOVE MT-WORK-STATE-CODE TO EM-WORK-STATE-CODE
002305     END-IF.
002306     IF MT-COMPANY-CODE NOT = SPACES
002307         MOVE MT-COMPANY-CODE TO EM-COMPANY-CODE
002308     END-IF.
002309     IF MT-VAC-ACCRUAL-RATE NOT = ZERO
002310         MOVE MT-VAC-ACCRUAL-RATE TO EM-VAC-ACCRUAL-RATE
002311     END-IF.
002312     IF MT-SICK-ACCRUAL-RATE NOT = ZERO
002313         MOVE MT-SICK-ACCRUAL-RATE TO EM-SICK-ACCRUAL-RATE
002314     END-IF.
002315     IF MT-BANK-ROUTING-NBR NOT = ZERO
002316         MOVE MT-BANK-ROUTING-NBR TO EM-BANK-ROUTING-NBR
002317         MOVE MT-BANK-ACCOUNT-NBR TO EM-BANK-ACCOUNT-NBR
002318         MOVE MT-ACCOUNT-TYPE TO EM-ACCOUNT-TYPE
002319         MOVE "A" TO EM-ACH-STATUS-CODE
002320     END-IF.
002321     PERFORM 2250-APPLY-W4-ELECTIONS THRU 2250-EXIT.
002322     PERFORM 2270-APPLY-IDENTITY THRU 2270-EXIT.
002323*  A REHIRE IS REPORTED TO THE STATE LIKE A NEW HIRE, SO IT
002324*  CANNOT GO THROUGH ON A MASTER STILL LACKING THE SSN OR HOME
002325*  ADDRESS (ONE ADDED BEFORE THEY WERE CAPTURED).
002326     IF EM-SSN IS NOT NUMERIC OR EM-SSN = ZERO
002327             OR EM-HOME-ADDRESS = SPACES
002328         MOVE "REJECTED - NO SSN/ADDRESS" TO ML-D-RESULT
002329         PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002330         ADD 1 TO WS-REJECTED-COUNT
002331         GO TO 2500-EXIT
002332     END-IF.
002333*  A RETURNING EMPLOYEE COMES BACK AT A RATE THAT MEETS TODAY'S
002334*  FLOOR, WHATEVER THE FLOOR WAS WHEN THEY LEFT.
002335     MOVE EM-HOURLY-RATE TO WS-FLOOR-TEST-RATE.
002336     MOVE EM-WORK-STATE-CODE TO WS-FLOOR-TEST-STATE.
002337     PERFORM 2058-EDIT-WAGE-FLOOR THRU 2058-EXIT.
002338     IF NOT WS-WAGE-FLOOR-MET
002339         MOVE "REJECTED - UNDER MIN WAGE" TO ML-D-RESULT
002340         PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002341         ADD 1 TO WS-REJECTED-COUNT
002342         GO TO 2500-EXIT
002343     END-IF.
002344     MOVE "A" TO EM-STATUS-CODE.
002345     MOVE WS-EFFECTIVE-DATE TO EM-REHIRE-DATE.
002346     MOVE "N" TO EM-NEW-HIRE-STATUS.
002347     MOVE ZERO TO EM-NEW-HIRE-REPORT-DATE.
002348     REWRITE EMPLOYEE-MASTER-RECORD.
002349     MOVE "APPLIED - REHIRE" TO ML-D-RESULT.
002350     PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT.
002351     ADD 1 TO WS-APPLIED-COUNT.
002352 2500-EXIT.
002353     EXIT.
002354*================================================================
002355*  2600-HOLD-PENDING -- A TRANSACTION DATED AFTER THE RUN IS
002356*  EDITED NOW, SO A BAD ONE IS REJECTED WHILE THE REQUESTER IS
002357*  STILL AT HAND, AND A GOOD ONE IS WRITTEN WHOLE TO THE
002358*  PENDING FILE.  CHECKS AGAINST THE MASTER WAIT FOR ITS DATE --
002359*  AN EARLIER HELD ADD MAY BE WHAT CREATES THE EMPLOYEE.
002360*================================================================
002361 2600-HOLD-PENDING.
002362     MOVE ZERO TO WS-OLD-HOURLY-RATE.
002363     MOVE SPACES TO WS-OLD-FED-STATUS WS-OLD-FED-EXEMPT
002364         WS-OLD-STATE-STATUS WS-OLD-STATE-EXEMPT.
002365     MOVE ZERO TO WS-OLD-FED-CREDIT WS-OLD-FED-EXTRA
002366         WS-OLD-STATE-CREDIT WS-OLD-STATE-EXTRA.
002367     PERFORM 2050-EDIT-W4-ELECTIONS THRU 2050-EXIT.
002368     PERFORM 2055-EDIT-TERMINATION-REASON THRU 2055-EXIT.
002369     PERFORM 2057-EDIT-IDENTITY THRU 2057-EXIT.
002370     PERFORM 2056-EDIT-COMPANY THRU 2056-EXIT.
002371*  A HELD RATE THAT NAMES ITS WORK STATE CAN BE TESTED AGAINST
002372*  THE FLOOR FOR ITS EFFECTIVE DATE NOW; ONE THAT RELIES ON THE
002373*  STATE ON THE MASTER IS TESTED WHEN IT IS APPLIED.
002374     MOVE "Y" TO WS-WAGE-FLOOR-SWITCH.
002375     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
002376             AND MT-HOURLY-RATE IS NUMERIC
002377             AND MT-WORK-STATE-CODE NOT = SPACES
002378         MOVE MT-HOURLY-RATE TO WS-FLOOR-TEST-RATE
002379         MOVE MT-WORK-STATE-CODE TO WS-FLOOR-TEST-STATE
002380         PERFORM 2058-EDIT-WAGE-FLOOR THRU 2058-EXIT
002381     END-IF.
002382     EVALUATE TRUE
002383         WHEN NOT (MT-ADD OR MT-CHANGE OR MT-DEACTIVATE
002384                 OR MT-REHIRE)
002385             MOVE "REJECTED - BAD TRANS CODE" TO ML-D-RESULT
002386             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002387             ADD 1 TO WS-REJECTED-COUNT
002388         WHEN NOT WS-W4-ELECTIONS-VALID
002389             MOVE "REJECTED - BAD W-4 ELECTION" TO ML-D-RESULT
002390             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002391             ADD 1 TO WS-REJECTED-COUNT
002392         WHEN NOT WS-TERM-REASON-VALID
002393             MOVE "REJECTED - BAD TERM REASON" TO ML-D-RESULT
002394             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002395             ADD 1 TO WS-REJECTED-COUNT
002396         WHEN NOT WS-IDENTITY-VALID
002397             MOVE "REJECTED - BAD SSN/ADDRESS" TO ML-D-RESULT
002398             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002399             ADD 1 TO WS-REJECTED-COUNT
002400         WHEN NOT WS-COMPANY-VALID
002401             MOVE "REJECTED - BAD COMPANY" TO ML-D-RESULT
002402             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002403             ADD 1 TO WS-REJECTED-COUNT
002404         WHEN NOT WS-WAGE-FLOOR-MET
002405             MOVE "REJECTED - UNDER MIN WAGE" TO ML-D-RESULT
002406             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002407             ADD 1 TO WS-REJECTED-COUNT
002408         WHEN OTHER
002409             PERFORM 2650-SET-PENDING-SEQUENCE THRU 2650-EXIT
002410             MOVE WS-EFFECTIVE-DATE TO PN-EFFECTIVE-DATE
002411             MOVE MT-EMPLOYEE-ID TO PN-EMPLOYEE-ID
002412             MOVE WS-NEXT-PENDING-SEQ TO PN-SEQUENCE-NBR
002413             MOVE WS-RUN-DATE TO PN-ENTERED-DATE
002414             MOVE MAINT-TRANSACTION-RECORD
002415                 TO PN-TRANSACTION-IMAGE
002416             WRITE PENDING-MAINT-RECORD
002417                 INVALID KEY
002418                     MOVE "REJECTED - PENDING FULL"
002419                         TO ML-D-RESULT
002420                     ADD 1 TO WS-REJECTED-COUNT
002421                 NOT INVALID KEY
002422                     MOVE "HELD - PENDING" TO ML-D-RESULT
002423                     ADD 1 TO WS-HELD-COUNT
002424             END-WRITE
002425             PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT
002426     END-EVALUATE.
002427 2600-EXIT.
002428     EXIT.
002429*================================================================
002430*  2650-SET-PENDING-SEQUENCE -- NEXT FREE SEQUENCE NUMBER UNDER
002431*  THIS EFFECTIVE DATE AND EMPLOYEE, SO A SECOND CHANGE FOR THE
002432*  SAME DAY IS KEPT, AND APPLIED, AFTER THE FIRST.
002433*================================================================
002434 2650-SET-PENDING-SEQUENCE.
002435     MOVE 1 TO WS-NEXT-PENDING-SEQ.
002436     MOVE "N" TO WS-PENDING-DONE-SWITCH.
002437     MOVE WS-EFFECTIVE-DATE TO PN-EFFECTIVE-DATE.
002438     MOVE MT-EMPLOYEE-ID TO PN-EMPLOYEE-ID.
002439     MOVE ZERO TO PN-SEQUENCE-NBR.
002440     START PENDING-MAINT-FILE
002441         KEY IS NOT LESS THAN PN-PENDING-KEY
002442         INVALID KEY
002443             MOVE "Y" TO WS-PENDING-DONE-SWITCH
002444     END-START.
002445     PERFORM 2655-SCAN-ONE-PENDING-KEY THRU 2655-EXIT
002446         UNTIL WS-PENDING-DONE.
002447 2650-EXIT.
002448     EXIT.
002449*================================================================
002450*  2655-SCAN-ONE-PENDING-KEY
002451*================================================================
002452 2655-SCAN-ONE-PENDING-KEY.
002453     READ PENDING-MAINT-FILE NEXT RECORD
002454         AT END
002455             MOVE "Y" TO WS-PENDING-DONE-SWITCH
002456     END-READ.
002457     IF WS-PENDING-DONE
002458         GO TO 2655-EXIT
002459     END-IF.
002460     IF PN-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE
002461             OR PN-EMPLOYEE-ID NOT = MT-EMPLOYEE-ID
002462         MOVE "Y" TO WS-PENDING-DONE-SWITCH
002463         GO TO 2655-EXIT
002464     END-IF.
002465     COMPUTE WS-NEXT-PENDING-SEQ = PN-SEQUENCE-NBR + 1.
002466 2655-EXIT.
002467     EXIT.
002468*================================================================
002469*  2900-WRITE-LOG-LINE -- ONE AUDIT-LOG LINE PER TRANSACTION,
002470*  APPLIED OR REJECTED.
002471*================================================================
002472 2900-WRITE-LOG-LINE.
002473     MOVE WS-RUN-DATE TO ML-D-DATE.
002474     MOVE WS-RUN-TIME (1:6) TO ML-D-TIME.
002475     MOVE MT-REQUESTED-BY TO ML-D-USER-ID.
002476     PERFORM 2950-NAME-TRANSACTION THRU 2950-EXIT.
002477     MOVE WS-TRANSACTION-NAME TO ML-D-TRANSACTION.
002478     MOVE MT-EMPLOYEE-ID TO ML-D-EMPLOYEE-ID.
002479     MOVE MT-EMPLOYEE-NAME TO ML-D-EMPLOYEE-NAME.
002480     MOVE WS-OLD-HOURLY-RATE TO ML-D-OLD-RATE.
002481     MOVE MT-HOURLY-RATE TO ML-D-NEW-RATE.
002482     MOVE WS-EFFECTIVE-DATE TO ML-D-EFFECTIVE-DATE.
002483     WRITE AUDIT-LOG-LINE FROM WS-MAINTLOG-DETAIL-LINE.
002484     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
002485             AND MT-FED-W4-SUPPLIED
002486         MOVE "FED W-4" TO ML-W-JURISDICTION
002487         MOVE WS-OLD-FED-STATUS TO ML-W-OLD-STATUS
002488         MOVE WS-OLD-FED-CREDIT TO ML-W-OLD-CREDIT
002489         MOVE WS-OLD-FED-EXTRA TO ML-W-OLD-EXTRA
002490         MOVE WS-OLD-FED-EXEMPT TO ML-W-OLD-EXEMPT
002491         MOVE MT-FED-FILING-STATUS TO ML-W-NEW-STATUS
002492         IF MT-FED-DEPENDENT-CREDIT IS NUMERIC
002493             MOVE MT-FED-DEPENDENT-CREDIT TO ML-W-NEW-CREDIT
002494         ELSE
002495             MOVE ZERO TO ML-W-NEW-CREDIT
002496         END-IF
002497         IF MT-FED-EXTRA-WITHHOLDING IS NUMERIC
002498             MOVE MT-FED-EXTRA-WITHHOLDING TO ML-W-NEW-EXTRA
002499         ELSE
002500             MOVE ZERO TO ML-W-NEW-EXTRA
002501         END-IF
002502         MOVE MT-FED-EXEMPT-FLAG TO ML-W-NEW-EXEMPT
002503         PERFORM 2910-WRITE-W4-LOG-LINE THRU 2910-EXIT
002504     END-IF.
002505     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
002506             AND MT-STATE-W4-SUPPLIED
002507         MOVE "STATE W-4" TO ML-W-JURISDICTION
002508         MOVE WS-OLD-STATE-STATUS TO ML-W-OLD-STATUS
002509         MOVE WS-OLD-STATE-CREDIT TO ML-W-OLD-CREDIT
002510         MOVE WS-OLD-STATE-EXTRA TO ML-W-OLD-EXTRA
002511         MOVE WS-OLD-STATE-EXEMPT TO ML-W-OLD-EXEMPT
002512         MOVE MT-STATE-FILING-STATUS TO ML-W-NEW-STATUS
002513         IF MT-STATE-DEPENDENT-CREDIT IS NUMERIC
002514             MOVE MT-STATE-DEPENDENT-CREDIT TO ML-W-NEW-CREDIT
002515         ELSE
002516             MOVE ZERO TO ML-W-NEW-CREDIT
002517         END-IF
002518         IF MT-STATE-EXTRA-WITHHOLDING IS NUMERIC
002519             MOVE MT-STATE-EXTRA-WITHHOLDING TO ML-W-NEW-EXTRA
002520         ELSE
002521             MOVE ZERO TO ML-W-NEW-EXTRA
002522         END-IF
002523         MOVE MT-STATE-EXEMPT-FLAG TO ML-W-NEW-EXEMPT
002524         PERFORM 2910-WRITE-W4-LOG-LINE THRU 2910-EXIT
002525     END-IF.
002526     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
002527             AND (MT-SSN-X NOT = SPACES
002528             OR MT-HOME-ADDRESS NOT = SPACES)
002529         PERFORM 2920-WRITE-IDENTITY-LOG-LINE THRU 2920-EXIT
002530     END-IF.
002531 2900-EXIT.
002532     EXIT.
002533*================================================================
002534*  2910-WRITE-W4-LOG-LINE -- ONE ELECTION LINE UNDER THE DETAIL
002535*  LINE, OLD VALUES BESIDE NEW.  A NON-NUMERIC AMOUNT ON A
002536*  REJECTED BLOCK HAS ALREADY BEEN PRINTED AS ZERO BY 2900.
002537*================================================================
002538 2910-WRITE-W4-LOG-LINE.
002539     WRITE AUDIT-LOG-LINE FROM WS-MAINTLOG-W4-LINE.
002540 2910-EXIT.
002541     EXIT.
002542*================================================================
002543*  2920-WRITE-IDENTITY-LOG-LINE -- THE SUPPLIED SSN AND HOME
002544*  ADDRESS UNDER THE DETAIL LINE.  ONLY THE LAST FOUR DIGITS OF
002545*  THE SSN ARE EVER PRINTED.
002546*================================================================
002547 2920-WRITE-IDENTITY-LOG-LINE.
002548     IF MT-SSN-X = SPACES
002549         MOVE SPACES TO ML-I-SSN-MASKED
002550     ELSE
002551         MOVE "XXX-XX-" TO ML-I-SSN-MASK
002552         MOVE MT-SSN-X (6:4) TO ML-I-SSN-LAST-FOUR
002553     END-IF.
002554     MOVE MT-ADDRESS-LINE TO ML-I-ADDRESS-LINE.
002555     MOVE MT-ADDRESS-CITY TO ML-I-ADDRESS-CITY.
002556     MOVE MT-ADDRESS-STATE TO ML-I-ADDRESS-STATE.
002557     MOVE MT-ADDRESS-ZIP TO ML-I-ADDRESS-ZIP.
002558     WRITE AUDIT-LOG-LINE FROM WS-MAINTLOG-IDENTITY-LINE.
002559 2920-EXIT.
002560     EXIT.
002561*================================================================
002562*  2950-NAME-TRANSACTION -- THE TRANSACTION CODE SPELLED OUT FOR
002563*  THE AUDIT LOG AND THE PENDING REPORT.
002564*================================================================
002565 2950-NAME-TRANSACTION.
002566     EVALUATE TRUE
002567         WHEN MT-ADD
002568             MOVE "ADD" TO WS-TRANSACTION-NAME
002569         WHEN MT-CHANGE
002570             MOVE "CHANGE" TO WS-TRANSACTION-NAME
002571         WHEN MT-DEACTIVATE
002572             MOVE "DEACTIVATE" TO WS-TRANSACTION-NAME
002573         WHEN MT-REHIRE
002574             MOVE "REHIRE" TO WS-TRANSACTION-NAME
002575         WHEN OTHER
002576             MOVE "UNKNOWN" TO WS-TRANSACTION-NAME
002577     END-EVALUATE.
002578 2950-EXIT.
002579     EXIT.
002580*================================================================
002581*  9000-TERMINATE -- WRITE THE RUN COUNTS AND CLOSE ALL FILES.
002582*================================================================
002583 9000-TERMINATE.
002584     PERFORM 9100-WRITE-PENDING-REPORT THRU 9100-EXIT.
002585     DISPLAY "TRANSACTIONS READ:    " WS-TRANSACTION-COUNT.
002586     DISPLAY "PENDING APPLIED:       " WS-PENDING-APPLIED-COUNT.
002587     DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
002588     DISPLAY "TRANSACTIONS HELD:     " WS-HELD-COUNT.
002589     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
002590     CLOSE TRANSACTION-FILE.
002591     CLOSE EMPLOYEE-MASTER-FILE.
002600     CLOSE AUDIT-LOG-FILE.
002605     CLOSE PENDING-MAINT-FILE.
002610 9000-EXIT.
002620     EXIT.
002720*================================================================
002820*  9100-WRITE-PENDING-REPORT -- LIST EVERY HELD TRANSACTION DUE
002920*  ON OR BEFORE THE END OF THE NEXT OPEN PAY PERIOD, SO ANY
003020*  CHANGE THAT MUST TAKE EFFECT BEFORE THAT PAYROLL IS SEEN,
003120*  AND COUNT THOSE DUE LATER.  WITH NO OPEN PERIOD AHEAD ON THE
003220*  CALENDAR EVERY HELD TRANSACTION IS LISTED.
003320*================================================================
003420 9100-WRITE-PENDING-REPORT.
003520     PERFORM 9110-FIND-NEXT-OPEN-PERIOD THRU 9110-EXIT.
003620     OPEN OUTPUT PENDING-REPORT-FILE.
003720     MOVE WS-PENDING-CUTOFF-DATE TO PN-H-CUTOFF-DATE.
003820     MOVE WS-RUN-DATE TO PN-H-RUN-DATE.
003920     WRITE PENDING-REPORT-LINE FROM WS-PENDRPT-HEADING-LINE.
004020     WRITE PENDING-REPORT-LINE FROM WS-PENDRPT-COLUMN-LINE.
004120     IF WS-PENDING-CUTOFF-DATE = ZERO
004220         DISPLAY "PAYMAINT: NO OPEN PAY PERIOD AHEAD ON PAYCAL - "
004320             "ALL PENDING CHANGES LISTED"
004420         MOVE 99999999 TO WS-PENDING-CUTOFF-DATE
004520     END-IF.
004620     MOVE "N" TO WS-PENDING-DONE-SWITCH.
004720     MOVE LOW-VALUES TO PN-PENDING-KEY.
004820     START PENDING-MAINT-FILE
004920         KEY IS NOT LESS THAN PN-PENDING-KEY
005020         INVALID KEY
005120             MOVE "Y" TO WS-PENDING-DONE-SWITCH
005220     END-START.
005320     PERFORM 9120-REPORT-ONE-PENDING THRU 9120-EXIT
005420         UNTIL WS-PENDING-DONE.
005520     MOVE WS-PENDING-DUE-COUNT TO PN-T-DUE-COUNT.
005620     MOVE WS-PENDING-LATER-COUNT TO PN-T-LATER-COUNT.
005720     WRITE PENDING-REPORT-LINE FROM WS-PENDRPT-TOTAL-LINE.
005820     CLOSE PENDING-REPORT-FILE.
005920 9100-EXIT.
006020     EXIT.
006120*================================================================
006220*  9110-FIND-NEXT-OPEN-PERIOD -- THE EARLIEST OPEN PERIOD END
006320*  DATE, ANY FREQUENCY, NOT BEFORE THE RUN DATE.  ZERO IF THE
006420*  CALENDAR IS ABSENT OR HAS NO SUCH PERIOD.
006520*================================================================
006620 9110-FIND-NEXT-OPEN-PERIOD.
006720     MOVE ZERO TO WS-PENDING-CUTOFF-DATE.
006820     OPEN INPUT PAY-CALENDAR-FILE.
006920     IF WS-PAYCAL-FOUND
007020         MOVE "N" TO WS-CALENDAR-EOF-SWITCH
007120         PERFORM 9115-TEST-ONE-PERIOD THRU 9115-EXIT
007220             UNTIL WS-END-OF-CALENDAR
007320     END-IF.
007420*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
007470*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
007520     CLOSE PAY-CALENDAR-FILE.
007620 9110-EXIT.
007720     EXIT.
007820*================================================================
007920*  9115-TEST-ONE-PERIOD
008020*================================================================
008120 9115-TEST-ONE-PERIOD.
008220     READ PAY-CALENDAR-FILE
008320         AT END
008420             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
008520         NOT AT END
008620             IF CAL-PERIOD-OPEN
008720                     AND CAL-PERIOD-END-DATE NOT < WS-RUN-DATE
008820                     AND (WS-PENDING-CUTOFF-DATE = ZERO
008920                      OR CAL-PERIOD-END-DATE
009020                             < WS-PENDING-CUTOFF-DATE)
009120                 MOVE CAL-PERIOD-END-DATE
009220                     TO WS-PENDING-CUTOFF-DATE
009320             END-IF
009420     END-READ.
009520 9115-EXIT.
009620     EXIT.
009720*================================================================
009820*  9120-REPORT-ONE-PENDING -- THE PENDING FILE IS IN EFFECTIVE
009920*  DATE ORDER, SO EVERYTHING PAST THE CUTOFF IS SIMPLY COUNTED.
010020*================================================================
010120 9120-REPORT-ONE-PENDING.
010220     READ PENDING-MAINT-FILE NEXT RECORD
010320         AT END
010420             MOVE "Y" TO WS-PENDING-DONE-SWITCH
010520     END-READ.
010620     IF WS-PENDING-DONE
010720         GO TO 9120-EXIT
010820     END-IF.
010920     IF PN-EFFECTIVE-DATE > WS-PENDING-CUTOFF-DATE
011020         ADD 1 TO WS-PENDING-LATER-COUNT
011120         GO TO 9120-EXIT
011220     END-IF.
011320     MOVE PN-TRANSACTION-IMAGE TO MAINT-TRANSACTION-RECORD.
011420     PERFORM 2950-NAME-TRANSACTION THRU 2950-EXIT.
011520     MOVE PN-EFFECTIVE-DATE TO PN-D-EFFECTIVE-DATE.
011620     MOVE PN-EMPLOYEE-ID TO PN-D-EMPLOYEE-ID.
011720     MOVE MT-EMPLOYEE-NAME TO PN-D-EMPLOYEE-NAME.
011820     MOVE WS-TRANSACTION-NAME TO PN-D-TRANSACTION.
011920     IF MT-HOURLY-RATE IS NUMERIC
012020         MOVE MT-HOURLY-RATE TO PN-D-NEW-RATE
012120     ELSE
012220         MOVE ZERO TO PN-D-NEW-RATE
012320     END-IF.
012420     MOVE MT-TERMINATION-REASON TO PN-D-TERM-REASON.
012520     MOVE MT-REQUESTED-BY TO PN-D-REQUESTED-BY.
012620     MOVE PN-ENTERED-DATE TO PN-D-ENTERED-DATE.
012720     WRITE PENDING-REPORT-LINE FROM WS-PENDRPT-DETAIL-LINE.
012820     ADD 1 TO WS-PENDING-DUE-COUNT.
012920 9120-EXIT.
013020     EXIT.
