001300*                   RUNS NOW POST THEIR LIABILITIES TO THE
001400*                   DEPOSIT LEDGER AND THIS PROGRAM WORKS THE
001500*                   SCHEDULE FROM IT.
001510*  10/15/2026 MHC   THE SCHEDULE NOW RUNS UNDER THE RUN LEDGER
001520*                   (RUNLEDG.DAT) AND WILL NOT START UNTIL
001530*                   PAYBAL HAS PROVED THE PAY DATE IN BALANCE.
001540*  10/15/2026 MHC   THE LEDGER IS NOW SUMMED BY COMPANY AS WELL
001550*                   (TD-COMPANY-CODE, BLANK = 01) AND THE
001560*                   SCHEDULE RUNS ONE SECTION PER COMPANY UNDER
001570*                   ITS NAME AND FEIN FROM THE OPTIONAL
001580*                   COMPANY.DAT, EACH WITH ITS OWN CONTROL LINE.
001600*================================================================
001700*
001800*  THIS PROGRAM FIRST APPENDS ANY DEPOSITS-MADE ENTRIES WAITING
001920*  COMPLETES, CYCLES DEPMADE.TXT EMPTY SO A RERUN OF THIS
001930*  SCHEDULE WATCHER CANNOT POST THE SAME DEPOSITS TWICE AND
001940*  QUIETLY ZERO AN OUTSTANDING LIABILITY -- THEN SUMS THE
001950*  LEDGER BY COMPANY,
002100*  JURISDICTION AND PAY DATE AND PRINTS THE DEPOSIT-DUE SCHEDULE
002110*  ON DEPSCHED.RPT, ONE SECTION PER COMPANY SINCE EACH FEIN MAKES
002120*  ITS OWN DEPOSITS.  DUE DATES FOLLOW THE SEMIWEEKLY DEPOSITOR
002300*  RULES: A PAY DATE ON WEDNESDAY THROUGH FRIDAY IS DUE THE
002400*  FOLLOWING WEDNESDAY, AND A PAY DATE ON SATURDAY THROUGH
002500*  TUESDAY IS DUE THE FOLLOWING FRIDAY.  A LIABILITY STILL
004400         FILE STATUS IS WS-DEPMADE-STATUS.
004500     SELECT SCHEDULE-REPORT-FILE ASSIGN TO "DEPSCHED.RPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004605     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
004610         ORGANIZATION IS LINE SEQUENTIAL
004615         FILE STATUS IS WS-PAYDATE-STATUS.
004620     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
004625         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS DYNAMIC
004635         RECORD KEY IS JL-PAY-DATE
004640         FILE STATUS IS WS-LEDGER-STATUS.
004645     SELECT OPTIONAL COMPANY-FILE ASSIGN TO "COMPANY.DAT"
004650         ORGANIZATION IS LINE SEQUENTIAL
004655         FILE STATUS IS WS-COMPANY-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005900 FD  SCHEDULE-REPORT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  SCHEDULE-REPORT-LINE         PIC X(132).
006105*
006110 FD  PAY-DATE-PARM-FILE
006115     LABEL RECORDS ARE STANDARD.
006120 COPY PAYDTPRM.
006125*
006130 FD  RUN-LEDGER-FILE
006135     LABEL RECORDS ARE STANDARD.
006140 COPY RUNLEDG.
006145*
006150 FD  COMPANY-FILE
006155     LABEL RECORDS ARE STANDARD.
006160 COPY COMPCTL.
006200
006300 WORKING-STORAGE SECTION.
006400*
006600*  DEPOSIT SCHEDULE REPORT LINE LAYOUTS
006700*----------------------------------------------------------------
006800 COPY DEPRPT.
006805*
006810*----------------------------------------------------------------
006815*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
006820*----------------------------------------------------------------
006825 COPY RUNLWORK.
006830*
006835*----------------------------------------------------------------
006840*  COMPANY CONTROL TABLE
006845*----------------------------------------------------------------
006850 COPY COMPTABL.
006900*
007000*----------------------------------------------------------------
007100*  RUN SWITCHES
008100         88  WS-DEPMADE-FOUND                 VALUE "00".
008200     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
008300         88  WS-RUN-REFUSED                   VALUE "Y".
008310     05  WS-COMPANY-STATUS        PIC X(02)   VALUE "00".
008320         88  WS-COMPANY-FOUND                 VALUE "00".
008330     05  WS-COMPANY-EOF-SWITCH    PIC X(01)   VALUE "N".
008340         88  WS-END-OF-COMPANIES              VALUE "Y".
008400*
008500*----------------------------------------------------------------
008600*  RUN DATE AND ITS DAY-SERIAL FOR THE DEADLINE TESTS
008900 01  WS-RUN-DATE-SERIAL           PIC 9(07)   VALUE ZERO.
009000*
009100*----------------------------------------------------------------
009110*  COMPANIES FOUND ON THE LEDGER, IN THE ORDER FIRST SEEN --
009120*  ONE SCHEDULE SECTION EACH -- AND THE SECTION IN HAND.
009130*----------------------------------------------------------------
009140 01  WS-LEDGER-COMPANY            PIC X(02)   VALUE SPACES.
009150 01  WS-REPORT-COMPANY-COUNT      PIC 9(02)   VALUE ZERO.
009160 01  WS-REPORT-COMPANY-TABLE.
009170     05  WS-REPORT-COMPANY OCCURS 20 TIMES INDEXED BY RC-IDX
009180                                  PIC X(02).
009190 01  WS-SECTION-COMPANY           PIC X(02)   VALUE SPACES.
009200 01  WS-FEIN-WORK                 PIC 9(09)   VALUE ZERO.
009210 01  WS-FEIN-WORK-X REDEFINES WS-FEIN-WORK PIC X(09).
009220*
009230*----------------------------------------------------------------
009240*  LEDGER AGGREGATION TABLE -- ONE ENTRY PER COMPANY, JURISDICTION
009250*  AND PAY DATE SEEN, LIABILITY AND DEPOSIT SIDES SIDE BY SIDE.
009310*  THE LEDGER IS PERMANENT AND APPEND-ONLY, SO EVERY KEY EVER
009320*  POSTED HOLDS A SLOT -- AT ROUGHLY A HUNDRED KEYS PER YEAR
009330*  PER JURISDICTION THE TABLE COVERS WELL OVER A DECADE.  AN
009700 01  LEDGER-TABLE.
009800     05  LEDGER-ENTRY OCCURS 2000 TIMES INDEXED BY LG-IDX.
009900         10  LG-JURISDICTION      PIC X(02).
009910         10  LG-COMPANY-CODE      PIC X(02).
010000         10  LG-PAY-DATE          PIC 9(08).
010100         10  LG-LIABILITY         PIC S9(09)V99.
010200         10  LG-DEPOSITED         PIC S9(09)V99.
015200     05  WS-DEPOSITS-APPLIED      PIC 9(07)   VALUE ZERO.
015300     05  WS-OUTSTANDING-TOTAL     PIC S9(09)V99 VALUE ZERO.
015400     05  WS-OVERDUE-COUNT         PIC 9(07)   VALUE ZERO.
015410     05  WS-SECTION-OUTSTANDING   PIC S9(09)V99 VALUE ZERO.
015420     05  WS-SECTION-OVERDUE       PIC 9(07)   VALUE ZERO.
015430     05  WS-OVERFLOW-COUNT        PIC 9(07)   VALUE ZERO.
015500
015600 PROCEDURE DIVISION.
015700*================================================================
016500         PERFORM 3000-WRITE-SCHEDULE THRU 3000-EXIT
016600         PERFORM 9000-TERMINATE THRU 9000-EXIT
016700     END-IF.
016710     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
016800     GOBACK.
016900 0000-EXIT.
017000     EXIT.
017100*================================================================
017200*  1000-INITIALIZE -- POST ANY WAITING DEPOSITS-MADE ENTRIES TO
017210*  THE LEDGER, THEN OPEN IT FOR THE SUMMING PASS.  PAYBAL
017220*  MUST FIRST HAVE PROVED THE PAY DATE IN BALANCE.
017400*================================================================
017500 1000-INITIALIZE.
017510     MOVE 7 TO WS-LEDGER-STEP.
017520     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
017530     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
017540     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
017550     IF WS-RUN-REFUSED
017560         GO TO 1000-EXIT
017570     END-IF.
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     MOVE WS-RUN-DATE TO WS-DW-DATE.
017800     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
017900     MOVE WS-SERIAL TO WS-RUN-DATE-SERIAL.
018000     PERFORM 1100-APPLY-DEPOSITS-MADE THRU 1100-EXIT.
018010     PERFORM 1200-LOAD-COMPANIES THRU 1200-EXIT.
018100     OPEN INPUT TAX-DEPOSIT-FILE.
018200     IF NOT WS-TAXDEP-FOUND
018300         DISPLAY "PAYDEPST: DEPOSIT LEDGER TAXDEP.DAT NOT "
018900     OPEN OUTPUT SCHEDULE-REPORT-FILE.
019000     MOVE WS-RUN-DATE TO DP-H-RUN-DATE.
019100     WRITE SCHEDULE-REPORT-LINE FROM WS-DEPSCHED-HEADING-LINE.
019300     PERFORM 2100-READ-LEDGER-RECORD THRU 2100-EXIT.
019400 1000-EXIT.
019500     EXIT.
023200 1150-EXIT.
023300     EXIT.
023400*================================================================
023401*  1200-LOAD-COMPANIES -- NAMES AND FEINS FOR THE SECTION
023402*  HEADINGS FROM THE OPTIONAL COMPANY.DAT.  A COMPANY NOT ON
023403*  FILE STILL GETS ITS SECTION, WITH NO NAME AND A ZERO FEIN.
023404*================================================================
023405 1200-LOAD-COMPANIES.
023406     OPEN INPUT COMPANY-FILE.
023407     IF WS-COMPANY-FOUND
023408         PERFORM 1210-LOAD-ONE-COMPANY THRU 1210-EXIT
023409             UNTIL WS-END-OF-COMPANIES
023410     END-IF.
023411*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
023412*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
023413     CLOSE COMPANY-FILE.
023414 1200-EXIT.
023415     EXIT.
023416*================================================================
023417*  1210-LOAD-ONE-COMPANY -- A BLANK CODE IS COMPANY 01.
023418*================================================================
023419 1210-LOAD-ONE-COMPANY.
023420     READ COMPANY-FILE
023421         AT END
023422             MOVE "Y" TO WS-COMPANY-EOF-SWITCH
023423         NOT AT END
023424             IF CO-COMPANY-CODE = SPACES
023425                 MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
023426             END-IF
023427             SET CT-IDX TO 1
023428             SEARCH COMPANY-ENTRY
023429                 AT END
023430                     DISPLAY "PAYDEPST: COMPANY TABLE FULL -- "
023431                         "COMPANY " CO-COMPANY-CODE " UNNAMED"
023432                 WHEN CT-IDX > WS-COMPANY-COUNT
023433                     ADD 1 TO WS-COMPANY-COUNT
023434                     MOVE CO-COMPANY-CODE
023435                         TO CT-COMPANY-CODE (CT-IDX)
023436                     MOVE CO-COMPANY-NAME
023437                         TO CT-COMPANY-NAME (CT-IDX)
023438                     MOVE CO-FEIN TO CT-FEIN (CT-IDX)
023439                 WHEN CT-COMPANY-CODE (CT-IDX) = CO-COMPANY-CODE
023440                     MOVE CO-COMPANY-NAME
023441                         TO CT-COMPANY-NAME (CT-IDX)
023442                     MOVE CO-FEIN TO CT-FEIN (CT-IDX)
023443             END-SEARCH
023444     END-READ.
023445 1210-EXIT.
023446     EXIT.
023447*================================================================
023448*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
023449*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
023450*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
023451*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
023452*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
023453*================================================================
023454 1900-CHECK-RUN-LEDGER.
023455     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
023456     ACCEPT WS-LEDGER-TIME FROM TIME.
023457     OPEN I-O RUN-LEDGER-FILE.
023458     IF NOT WS-LEDGER-OK
023459         OPEN OUTPUT RUN-LEDGER-FILE
023460         CLOSE RUN-LEDGER-FILE
023461         OPEN I-O RUN-LEDGER-FILE
023462     END-IF.
023463     MOVE ZERO TO WS-LEDGER-PAY-DATE.
023464     OPEN INPUT PAY-DATE-PARM-FILE.
023465     IF WS-PAYDATE-FOUND
023466         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
023467             AT END
023468                 MOVE ZERO TO PD-PAY-DATE
023469         END-READ
023470         IF PD-PAY-DATE IS NUMERIC
023471             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
023472         ELSE
023473             IF PD-PAY-DATE-X NOT = SPACES
023474                 DISPLAY "PAYDEPST: BAD PAY DATE " PD-PAY-DATE-X
023475                     " ON PAYDATE.PRM - RUN TERMINATED"
023476                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
023477             END-IF
023478         END-IF
023479     END-IF.
023480*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
023481*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
023482     CLOSE PAY-DATE-PARM-FILE.
023483     IF WS-RUN-REFUSED
023484         GO TO 1900-REFUSE
023485     END-IF.
023486     IF WS-LEDGER-PAY-DATE = ZERO
023487         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
023488     END-IF.
023489     IF WS-LEDGER-PAY-DATE = ZERO
023490         DISPLAY "PAYDEPST: NO PAY DATE IN FLIGHT ON THE RUN "
023491             "LEDGER - RUN TERMINATED"
023492         GO TO 1900-REFUSE
023493     END-IF.
023494     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
023495     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
023496     READ RUN-LEDGER-FILE
023497         KEY IS JL-PAY-DATE
023498         INVALID KEY
023499             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
023500     END-READ.
023501     IF WS-LEDGER-NEW-ENTRY
023502         MOVE SPACES TO RUN-LEDGER-RECORD
023503         INITIALIZE RUN-LEDGER-RECORD
023504         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
023505     END-IF.
023506     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
023507     IF WS-LEDGER-PRED-STEP = ZERO
023508         GO TO 1900-EXIT
023509     END-IF.
023510     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
023511         GO TO 1900-EXIT
023512     END-IF.
023513*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
023514     IF WS-LEDGER-PRED-STEP = 1
023515             AND JL-STEP-NOT-RUN (1)
023516         GO TO 1900-EXIT
023517     END-IF.
023518     DISPLAY "PAYDEPST: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
023519         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
023520         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
023521 1900-REFUSE.
023522     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
023523     MOVE 8 TO RETURN-CODE.
023524 1900-EXIT.
023525     EXIT.
023526*================================================================
023527*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
023528*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
023529*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
023530*================================================================
023531 1910-DEFAULT-PAY-DATE.
023532     IF WS-LEDGER-DEFAULT-RUN-DATE
023533         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
023534         GO TO 1910-EXIT
023535     END-IF.
023536     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
023537     MOVE ZERO TO JL-PAY-DATE.
023538     START RUN-LEDGER-FILE
023539         KEY IS NOT LESS THAN JL-PAY-DATE
023540         INVALID KEY
023541             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
023542     END-START.
023543     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
023544         UNTIL WS-END-OF-LEDGER.
023545 1910-EXIT.
023546     EXIT.
023547*================================================================
023548*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
023549*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
023550*================================================================
023551 1920-TEST-ONE-PAY-DATE.
023552     READ RUN-LEDGER-FILE NEXT RECORD
023553         AT END
023554             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
023555     END-READ.
023556     IF WS-END-OF-LEDGER
023557         GO TO 1920-EXIT
023558     END-IF.
023559     IF WS-LEDGER-DEFAULT-RESTART
023560         IF JL-STEP-STARTED (2)
023561             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
023562         END-IF
023563     ELSE
023564         IF NOT JL-STEP-NOT-RUN (2)
023565             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
023566         END-IF
023567     END-IF.
023568 1920-EXIT.
023569     EXIT.
023570*================================================================
023571*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
023572*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
023573*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
023574*================================================================
023575 1950-MARK-STEP-STARTED.
023576     IF WS-RUN-REFUSED
023577         CLOSE RUN-LEDGER-FILE
023578         GO TO 1950-EXIT
023579     END-IF.
023580     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
023581     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
023582     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
023583     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
023584         JL-FINISH-TIME (WS-LEDGER-STEP)
023585         JL-RECORDS-IN (WS-LEDGER-STEP)
023586         JL-RECORDS-OUT (WS-LEDGER-STEP)
023587         JL-RETURN-CODE (WS-LEDGER-STEP).
023588     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
023589         JL-OVERRIDE-BY (WS-LEDGER-STEP).
023590     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
023591     IF WS-LEDGER-NEW-ENTRY
023592         WRITE RUN-LEDGER-RECORD
023593     ELSE
023594         REWRITE RUN-LEDGER-RECORD
023595     END-IF.
023596     CLOSE RUN-LEDGER-FILE.
023597     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
023598 1950-EXIT.
023599     EXIT.
023600*================================================================
023601*  2000-SUM-ONE-LEDGER-ENTRY -- ROLL ONE LEDGER RECORD INTO ITS
023602*  COMPANY, JURISDICTION AND PAY DATE BUCKET, LIABILITY OR
023603*  DEPOSIT SIDE.  A BLANK COMPANY CODE IS COMPANY 01.
023700*================================================================
023800 2000-SUM-ONE-LEDGER-ENTRY.
023810     MOVE TD-COMPANY-CODE TO WS-LEDGER-COMPANY.
023820     IF WS-LEDGER-COMPANY = SPACES
023830         MOVE WS-HOME-COMPANY-CODE TO WS-LEDGER-COMPANY
023840     END-IF.
023850     PERFORM 2150-NOTE-REPORT-COMPANY THRU 2150-EXIT.
023900     SET LG-IDX TO 1.
024000     SEARCH LEDGER-ENTRY
024100         AT END
024200             PERFORM 2200-ADD-NEW-LEDGER-ENTRY THRU 2200-EXIT
024210         WHEN LG-COMPANY-CODE (LG-IDX) = WS-LEDGER-COMPANY
024220                 AND LG-JURISDICTION (LG-IDX)
024230                     = TD-JURISDICTION-CODE
024400                 AND LG-PAY-DATE (LG-IDX) = TD-PAY-DATE
024500             PERFORM 2300-ROLL-INTO-LEDGER-ENTRY THRU 2300-EXIT
024600     END-SEARCH.
026000 2100-EXIT.
026100     EXIT.
026200*================================================================
026202*  2150-NOTE-REPORT-COMPANY -- ADD THE RECORD'S COMPANY TO THE
026204*  SECTION LIST THE FIRST TIME IT IS SEEN.  A COMPANY THAT
026206*  CANNOT BE LISTED HAS NO SECTION, SO ITS LIABILITIES ARE
026208*  MISSING FROM THE SCHEDULE AND THE OVERFLOW IS COUNTED.
026210*================================================================
026212 2150-NOTE-REPORT-COMPANY.
026214     SET RC-IDX TO 1.
026216     SEARCH WS-REPORT-COMPANY
026218         AT END
026220             DISPLAY "PAYDEPST: COMPANY LIST FULL -- COMPANY "
026222                 WS-LEDGER-COMPANY " NOT SCHEDULED"
026224             ADD 1 TO WS-OVERFLOW-COUNT
026226         WHEN RC-IDX > WS-REPORT-COMPANY-COUNT
026228             ADD 1 TO WS-REPORT-COMPANY-COUNT
026230             MOVE WS-LEDGER-COMPANY TO WS-REPORT-COMPANY (RC-IDX)
026232         WHEN WS-REPORT-COMPANY (RC-IDX) = WS-LEDGER-COMPANY
026234             CONTINUE
026236     END-SEARCH.
026238 2150-EXIT.
026240     EXIT.
026242*================================================================
026300*  2200-ADD-NEW-LEDGER-ENTRY
026400*================================================================
026500 2200-ADD-NEW-LEDGER-ENTRY.
026600     IF WS-LEDGER-TABLE-COUNT < 2000
026700         ADD 1 TO WS-LEDGER-TABLE-COUNT
026800         SET LG-IDX TO WS-LEDGER-TABLE-COUNT
026810         MOVE WS-LEDGER-COMPANY TO LG-COMPANY-CODE (LG-IDX)
026900         MOVE TD-JURISDICTION-CODE TO LG-JURISDICTION (LG-IDX)
027000         MOVE TD-PAY-DATE TO LG-PAY-DATE (LG-IDX)
027100         MOVE ZERO TO LG-LIABILITY (LG-IDX)
027410*  A KEY THAT CANNOT BE TABLED IS A LIABILITY MISSING FROM
027420*  THE SCHEDULE -- NEVER A SILENT CONDITION.
027500         DISPLAY "PAYDEPST: LEDGER TABLE FULL -- "
027510             "COMPANY " WS-LEDGER-COMPANY " "
027600             TD-JURISDICTION-CODE " " TD-PAY-DATE
027700             " NOT SCHEDULED"
027710         ADD 1 TO WS-OVERFLOW-COUNT
029000 2300-EXIT.
029100     EXIT.
029200*================================================================
029210*  3000-WRITE-SCHEDULE -- ONE SECTION PER COMPANY.
029500*================================================================
029600 3000-WRITE-SCHEDULE.
029605     PERFORM 3050-WRITE-COMPANY-SECTION THRU 3050-EXIT
029610         VARYING RC-IDX FROM 1 BY 1
029615         UNTIL RC-IDX > WS-REPORT-COMPANY-COUNT.
029620 3000-EXIT.
029625     EXIT.
029630*================================================================
029635*  3050-WRITE-COMPANY-SECTION -- THE COMPANY LINE, ONE DETAIL
029640*  LINE PER BUCKET OF THE COMPANY'S WITH ITS DUE DATE AND
029645*  STATUS, THEN THE COMPANY'S OUTSTANDING TOTAL AND OVERDUE
029650*  COUNT ON ITS OWN CONTROL LINE.
029655*================================================================
029660 3050-WRITE-COMPANY-SECTION.
029665     MOVE WS-REPORT-COMPANY (RC-IDX) TO WS-SECTION-COMPANY.
029670     PERFORM 3200-BUILD-COMPANY-LINE THRU 3200-EXIT.
029675     WRITE SCHEDULE-REPORT-LINE FROM WS-DEPSCHED-COMPANY-LINE.
029680     WRITE SCHEDULE-REPORT-LINE FROM WS-DEPSCHED-COLUMN-LINE.
029685     MOVE ZERO TO WS-SECTION-OUTSTANDING.
029690     MOVE ZERO TO WS-SECTION-OVERDUE.
029700     PERFORM 3100-WRITE-ONE-SCHEDULE-LINE THRU 3100-EXIT
029800         VARYING WS-LEDGER-SUB FROM 1 BY 1
029900         UNTIL WS-LEDGER-SUB > WS-LEDGER-TABLE-COUNT.
029910     MOVE WS-SECTION-OUTSTANDING TO DP-C-OUTSTANDING-TOTAL.
029920     MOVE WS-SECTION-OVERDUE TO DP-C-OVERDUE-COUNT.
029930     WRITE SCHEDULE-REPORT-LINE FROM WS-DEPSCHED-CONTROL-LINE.
029940 3050-EXIT.
030100     EXIT.
030200*================================================================
030300*  3100-WRITE-ONE-SCHEDULE-LINE
030400*================================================================
030500 3100-WRITE-ONE-SCHEDULE-LINE.
030600     SET LG-IDX TO WS-LEDGER-SUB.
030610     IF LG-COMPANY-CODE (LG-IDX) NOT = WS-SECTION-COMPANY
030620         GO TO 3100-EXIT
030630     END-IF.
030700     PERFORM 8500-BUILD-DUE-DATE THRU 8500-EXIT.
030800     COMPUTE WS-OUTSTANDING =
030900         LG-LIABILITY (LG-IDX) - LG-DEPOSITED (LG-IDX).
032100         WHEN WS-DAYS-REMAINING < ZERO
032200             MOVE "** OVERDUE **" TO DP-D-STATUS
032300             ADD 1 TO WS-OVERDUE-COUNT
032310             ADD 1 TO WS-SECTION-OVERDUE
032400         WHEN WS-DAYS-REMAINING <= 2
032500             MOVE "** DUE SOON **" TO DP-D-STATUS
032600         WHEN OTHER
032800     END-EVALUATE.
032900     IF WS-OUTSTANDING > ZERO
033000         ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL
033010         ADD WS-OUTSTANDING TO WS-SECTION-OUTSTANDING
033100     END-IF.
033200     WRITE SCHEDULE-REPORT-LINE FROM WS-DEPSCHED-DETAIL-LINE.
033300 3100-EXIT.
033302     EXIT.
033304*================================================================
033306*  3200-BUILD-COMPANY-LINE -- NAME AND FEIN FOR THE SECTION'S
033308*  COMPANY, PRINTED AS NN-NNNNNNN.
033310*================================================================
033312 3200-BUILD-COMPANY-LINE.
033314     MOVE WS-SECTION-COMPANY TO DC-COMPANY-CODE.
033316     MOVE SPACES TO DC-COMPANY-NAME.
033318     MOVE ZERO TO WS-FEIN-WORK.
033320     SET CT-IDX TO 1.
033322     SEARCH COMPANY-ENTRY
033324         AT END
033326             CONTINUE
033328         WHEN CT-IDX > WS-COMPANY-COUNT
033330             CONTINUE
033332         WHEN CT-COMPANY-CODE (CT-IDX) = WS-SECTION-COMPANY
033334             MOVE CT-COMPANY-NAME (CT-IDX) TO DC-COMPANY-NAME
033336             MOVE CT-FEIN (CT-IDX) TO WS-FEIN-WORK
033338     END-SEARCH.
033340     MOVE WS-FEIN-WORK-X (1:2) TO DC-FEIN-PREFIX.
033342     MOVE WS-FEIN-WORK-X (3:7) TO DC-FEIN-SUFFIX.
033344 3200-EXIT.
033400     EXIT.
033500*================================================================
033600*  8000-DATE-TO-SERIAL -- DAY SERIAL OF WS-DW-DATE.  JANUARY
042900 8500-EXIT.
043000     EXIT.
043100*================================================================
043110*  9000-TERMINATE -- RUN COUNTS TO THE LOG (EACH COMPANY'S
043120*  CONTROL LINE IS ON ITS SECTION); AN OVERDUE ITEM TURNS THE
043130*  RETURN CODE OVER.
043400*================================================================
043500 9000-TERMINATE.
043810*  THE DEPOSITS JUST POSTED NOW STAND ON THE PERMANENT LEDGER,
043820*  SO THE INPUT FILE IS CYCLED EMPTY -- A RERUN MUST NOT POST
043830*  THEM AGAIN.  THE CYCLE WAITS UNTIL HERE SO AN ABEND EARLIER
044550             OR WS-OVERFLOW-COUNT NOT = ZERO
044600         MOVE 8 TO RETURN-CODE
044700     END-IF.
044710     MOVE WS-LEDGER-COUNT TO WS-LEDGER-RECORDS-IN.
044720     MOVE WS-DEPOSITS-APPLIED TO WS-LEDGER-RECORDS-OUT.
044800 9000-EXIT.
044900     EXIT.
045000*================================================================
045100*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
045200*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
045300*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
045400*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
045500*  THE LEDGER ALONE.
045600*================================================================
045700 9900-POST-RUN-LEDGER.
045800     IF NOT WS-LEDGER-STARTED
045900         GO TO 9900-EXIT
046000     END-IF.
046100     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
046200     ACCEPT WS-LEDGER-TIME FROM TIME.
046300     OPEN I-O RUN-LEDGER-FILE.
046400     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
046500     READ RUN-LEDGER-FILE
046600         KEY IS JL-PAY-DATE
046700         INVALID KEY
046800             DISPLAY "PAYDEPST: RUN LEDGER ENTRY FOR PAY DATE "
046900                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
047000                 "RECORDED"
047100             CLOSE RUN-LEDGER-FILE
047200             GO TO 9900-EXIT
047300     END-READ.
047400     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
047500     MOVE WS-LEDGER-TIME (1:6)
047600         TO JL-FINISH-TIME (WS-LEDGER-STEP).
047700     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
047800     MOVE WS-LEDGER-RECORDS-OUT
047900         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
048000     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
048100     IF RETURN-CODE = ZERO
048200         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
048300     ELSE
048400         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
048500     END-IF.
048600     IF WS-LEDGER-VERDICT = SPACES
048700         IF RETURN-CODE = ZERO
048800             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
048900         ELSE
049000             MOVE "FAILED" TO WS-LEDGER-VERDICT
049100         END-IF
049200     END-IF.
049300     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
049400     REWRITE RUN-LEDGER-RECORD.
049500     CLOSE RUN-LEDGER-FILE.
049600     DISPLAY "PAYDEPST: RUN LEDGER " WS-LEDGER-PAY-DATE " "
049700         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
049800 9900-EXIT.
049900     EXIT.
