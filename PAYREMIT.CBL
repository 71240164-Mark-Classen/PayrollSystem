001400*                   PROVIDER, THE CARRIER OR THE COURT; THE
001500*                   AMOUNTS WERE RETYPED INTO THE BANK PORTAL
001600*                   MONTHLY AND THE LIABILITY ACCOUNTS DRIFTED.
001610*  10/15/2026 MHC   THE REMITTANCE RUN NOW RUNS UNDER THE RUN
001620*                   LEDGER (RUNLEDG.DAT) AND WILL NOT START
001630*                   UNTIL PAYBAL HAS PROVED THE PAY DATE IN
001640*                   BALANCE.
001700*================================================================
001800*
001900*  THIS PROGRAM READS THE RUN'S DEDUCTION EXTRACT (DEDEXTR.DAT,
003330*  PAYEES TWICE -- AND EACH HELD BUCKET IS WRITTEN BACK, SO A
003340*  RERUN AFTER THE VENDOR MASTER IS FIXED REMITS EXACTLY WHAT
003350*  WAS HELD.
003360*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-COMPATIBLE.
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REMIT-REGISTER-FILE ASSIGN TO "REMITREG.RPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
004910     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-PAYDATE-STATUS.
004940     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
004950         ORGANIZATION IS INDEXED
004960         ACCESS MODE IS DYNAMIC
004970         RECORD KEY IS JL-PAY-DATE
004980         FILE STATUS IS WS-LEDGER-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006600 FD  REMIT-REGISTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  REMIT-REGISTER-LINE          PIC X(132).
006810*
006820 FD  PAY-DATE-PARM-FILE
006830     LABEL RECORDS ARE STANDARD.
006840 COPY PAYDTPRM.
006850*
006860 FD  RUN-LEDGER-FILE
006870     LABEL RECORDS ARE STANDARD.
006880 COPY RUNLEDG.
006900
007000 WORKING-STORAGE SECTION.
007100*
007300*  REMITTANCE REGISTER LINE LAYOUTS
007400*----------------------------------------------------------------
007500 COPY REMITRG.
007510*
007520*----------------------------------------------------------------
007530*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
007540*----------------------------------------------------------------
007550 COPY RUNLWORK.
007600*
007700*----------------------------------------------------------------
007800*  RUN SWITCHES
014600         PERFORM 3000-PAY-REMITTANCES THRU 3000-EXIT
014700         PERFORM 9000-TERMINATE THRU 9000-EXIT
014800     END-IF.
014810     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
014900     GOBACK.
015000 0000-EXIT.
015100     EXIT.
015300*  1000-INITIALIZE -- LOAD THE VENDOR MASTER, OPEN THE EXTRACT
015400*  AND OUTPUT FILES, AND PRIME THE READ.  A MISSING VENDOR
015500*  MASTER OR EXTRACT IS A HARD STOP -- THERE IS NOTHING TO PAY
015510*  OR NO ONE TO PAY IT TO.  SO IS A PAY DATE PAYBAL HAS NOT
015520*  PROVED IN BALANCE.
015700*================================================================
015800 1000-INITIALIZE.
015810     MOVE 6 TO WS-LEDGER-STEP.
015820     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
015830     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
015840     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
015850     IF WS-RUN-REFUSED
015860         GO TO 1000-EXIT
015870     END-IF.
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016000     OPEN INPUT REMIT-VENDOR-FILE.
016100     IF NOT WS-VENDOR-FILE-FOUND
021000             END-IF
021100     END-READ.
021200 1100-EXIT.
021201     EXIT.
021202*================================================================
021203*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
021204*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
021205*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
021206*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
021207*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
021208*================================================================
021209 1900-CHECK-RUN-LEDGER.
021210     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
021211     ACCEPT WS-LEDGER-TIME FROM TIME.
021212     OPEN I-O RUN-LEDGER-FILE.
021213     IF NOT WS-LEDGER-OK
021214         OPEN OUTPUT RUN-LEDGER-FILE
021215         CLOSE RUN-LEDGER-FILE
021216         OPEN I-O RUN-LEDGER-FILE
021217     END-IF.
021218     MOVE ZERO TO WS-LEDGER-PAY-DATE.
021219     OPEN INPUT PAY-DATE-PARM-FILE.
021220     IF WS-PAYDATE-FOUND
021221         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
021222             AT END
021223                 MOVE ZERO TO PD-PAY-DATE
021224         END-READ
021225         IF PD-PAY-DATE IS NUMERIC
021226             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
021227         ELSE
021228             IF PD-PAY-DATE-X NOT = SPACES
021229                 DISPLAY "PAYREMIT: BAD PAY DATE " PD-PAY-DATE-X
021230                     " ON PAYDATE.PRM - RUN TERMINATED"
021231                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
021232             END-IF
021233         END-IF
021234     END-IF.
021235*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
021236*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
021237     CLOSE PAY-DATE-PARM-FILE.
021238     IF WS-RUN-REFUSED
021239         GO TO 1900-REFUSE
021240     END-IF.
021241     IF WS-LEDGER-PAY-DATE = ZERO
021242         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
021243     END-IF.
021244     IF WS-LEDGER-PAY-DATE = ZERO
021245         DISPLAY "PAYREMIT: NO PAY DATE IN FLIGHT ON THE RUN "
021246             "LEDGER - RUN TERMINATED"
021247         GO TO 1900-REFUSE
021248     END-IF.
021249     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
021250     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
021251     READ RUN-LEDGER-FILE
021252         KEY IS JL-PAY-DATE
021253         INVALID KEY
021254             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
021255     END-READ.
021256     IF WS-LEDGER-NEW-ENTRY
021257         MOVE SPACES TO RUN-LEDGER-RECORD
021258         INITIALIZE RUN-LEDGER-RECORD
021259         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
021260     END-IF.
021261     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
021262     IF WS-LEDGER-PRED-STEP = ZERO
021263         GO TO 1900-EXIT
021264     END-IF.
021265     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
021266         GO TO 1900-EXIT
021267     END-IF.
021268*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
021269     IF WS-LEDGER-PRED-STEP = 1
021270             AND JL-STEP-NOT-RUN (1)
021271         GO TO 1900-EXIT
021272     END-IF.
021273     DISPLAY "PAYREMIT: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
021274         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
021275         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
021276 1900-REFUSE.
021277     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
021278     MOVE 12 TO RETURN-CODE.
021279 1900-EXIT.
021280     EXIT.
021281*================================================================
021282*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
021283*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
021284*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
021285*================================================================
021286 1910-DEFAULT-PAY-DATE.
021287     IF WS-LEDGER-DEFAULT-RUN-DATE
021288         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
021289         GO TO 1910-EXIT
021290     END-IF.
021291     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
021292     MOVE ZERO TO JL-PAY-DATE.
021293     START RUN-LEDGER-FILE
021294         KEY IS NOT LESS THAN JL-PAY-DATE
021295         INVALID KEY
021296             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
021297     END-START.
021298     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
021299         UNTIL WS-END-OF-LEDGER.
021300 1910-EXIT.
021301     EXIT.
021302*================================================================
021303*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
021304*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
021305*================================================================
021306 1920-TEST-ONE-PAY-DATE.
021307     READ RUN-LEDGER-FILE NEXT RECORD
021308         AT END
021309             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
021310     END-READ.
021311     IF WS-END-OF-LEDGER
021312         GO TO 1920-EXIT
021313     END-IF.
021314     IF WS-LEDGER-DEFAULT-RESTART
021315         IF JL-STEP-STARTED (2)
021316             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
021317         END-IF
021318     ELSE
021319         IF NOT JL-STEP-NOT-RUN (2)
021320             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
021321         END-IF
021322     END-IF.
021323 1920-EXIT.
021324     EXIT.
021325*================================================================
021326*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
021327*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
021328*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
021329*================================================================
021330 1950-MARK-STEP-STARTED.
021331     IF WS-RUN-REFUSED
021332         CLOSE RUN-LEDGER-FILE
021333         GO TO 1950-EXIT
021334     END-IF.
021335     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
021336     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
021337     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
021338     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
021339         JL-FINISH-TIME (WS-LEDGER-STEP)
021340         JL-RECORDS-IN (WS-LEDGER-STEP)
021341         JL-RECORDS-OUT (WS-LEDGER-STEP)
021342         JL-RETURN-CODE (WS-LEDGER-STEP).
021343     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
021344         JL-OVERRIDE-BY (WS-LEDGER-STEP).
021345     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
021346     IF WS-LEDGER-NEW-ENTRY
021347         WRITE RUN-LEDGER-RECORD
021348     ELSE
021349         REWRITE RUN-LEDGER-RECORD
021350     END-IF.
021351     CLOSE RUN-LEDGER-FILE.
021352     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
021353 1950-EXIT.
021354     EXIT.
021400*================================================================
021500*  2000-AGGREGATE-ONE-EXTRACT -- ROLL ONE EXTRACT ENTRY INTO
021600*  ITS REMITTANCE BUCKET AND THE TYPE TOTALS, THEN READ THE
040200     IF WS-REMIT-HELD-COUNT NOT = ZERO
040300         MOVE 8 TO RETURN-CODE
040400     END-IF.
040410     MOVE WS-EXTRACT-COUNT TO WS-LEDGER-RECORDS-IN.
040420     MOVE WS-REMIT-PAID-COUNT TO WS-LEDGER-RECORDS-OUT.
040500 9000-EXIT.
040600     EXIT.
040610*================================================================
040780     WRITE DEDUCTION-EXTRACT-RECORD.
040790 9100-EXIT.
040800     EXIT.
040900*================================================================
041000*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
041100*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
041200*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
041300*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
041400*  THE LEDGER ALONE.
041500*================================================================
041600 9900-POST-RUN-LEDGER.
041700     IF NOT WS-LEDGER-STARTED
041800         GO TO 9900-EXIT
041900     END-IF.
042000     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
042100     ACCEPT WS-LEDGER-TIME FROM TIME.
042200     OPEN I-O RUN-LEDGER-FILE.
042300     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
042400     READ RUN-LEDGER-FILE
042500         KEY IS JL-PAY-DATE
042600         INVALID KEY
042700             DISPLAY "PAYREMIT: RUN LEDGER ENTRY FOR PAY DATE "
042800                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
042900                 "RECORDED"
043000             CLOSE RUN-LEDGER-FILE
043100             GO TO 9900-EXIT
043200     END-READ.
043300     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
043400     MOVE WS-LEDGER-TIME (1:6)
043500         TO JL-FINISH-TIME (WS-LEDGER-STEP).
043600     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
043700     MOVE WS-LEDGER-RECORDS-OUT
043800         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
043900     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
044000     IF RETURN-CODE = ZERO
044100         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
044200     ELSE
044300         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
044400     END-IF.
044500     IF WS-LEDGER-VERDICT = SPACES
044600         IF RETURN-CODE = ZERO
044700             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
044800         ELSE
044900             MOVE "FAILED" TO WS-LEDGER-VERDICT
045000         END-IF
045100     END-IF.
045200     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
045300     REWRITE RUN-LEDGER-RECORD.
045400     CLOSE RUN-LEDGER-FILE.
045500     DISPLAY "PAYREMIT: RUN LEDGER " WS-LEDGER-PAY-DATE " "
045600         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
045700 9900-EXIT.
045800     EXIT.
