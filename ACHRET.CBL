001200*                   NOTHING IN THE SYSTEM COULD, AND A CLOSED
001300*                   ACCOUNT KEPT RECEIVING DEPOSITS UNTIL THE
001400*                   EMPLOYEE PHONED.
001410*  10/15/2026 MHC   THE RETURNS RUN NOW RUNS UNDER THE RUN
001420*                   LEDGER (RUNLEDG.DAT) AND WILL NOT START
001430*                   UNTIL THE PAY DATE'S ACH FILE HAS BEEN
001440*                   RELEASED THROUGH PAYSTRM.
001500*================================================================
001600*
001700*  THIS PROGRAM READS ACHRETRN.DAT, ONE RETURN OR NOTIFICATION
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT RETURNS-REPORT-FILE ASSIGN TO "ACHRET.RPT"
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
007000 FD  RETURNS-REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RETURNS-REPORT-LINE          PIC X(132).
007210*
007220 FD  PAY-DATE-PARM-FILE
007230     LABEL RECORDS ARE STANDARD.
007240 COPY PAYDTPRM.
007250*
007260 FD  RUN-LEDGER-FILE
007270     LABEL RECORDS ARE STANDARD.
007280 COPY RUNLEDG.
007300
007400 WORKING-STORAGE SECTION.
007500*
007900 COPY RETLOG.
008000*
008100 COPY RETRPT.
008110*
008120*----------------------------------------------------------------
008130*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
008140*----------------------------------------------------------------
008150 COPY RUNLWORK.
008200*
008300*----------------------------------------------------------------
008400*  RUN SWITCHES
014200             UNTIL WS-END-OF-FILE
014300         PERFORM 9000-TERMINATE THRU 9000-EXIT
014400     END-IF.
014410     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
014500     GOBACK.
014600 0000-EXIT.
014700     EXIT.
014800*================================================================
014900*  1000-INITIALIZE -- OPEN FILES, LOAD THE TRANSMITTED ACH
014910*  ENTRIES FOR MATCHING, AND PRIME THE RETURN-FILE READ.  THE
014920*  PAY DATE'S ACH FILE MUST FIRST HAVE BEEN RELEASED.
015100*================================================================
015200 1000-INITIALIZE.
015210     MOVE 8 TO WS-LEDGER-STEP.
015220     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
015230     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
015240     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
015250     IF WS-RUN-REFUSED
015260         GO TO 1000-EXIT
015270     END-IF.
015300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015400     ACCEPT WS-RUN-TIME FROM TIME.
015500     OPEN INPUT ACH-RETURN-FILE.
020100             END-IF
020200     END-READ.
020300 1100-EXIT.
020301     EXIT.
020302*================================================================
020303*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
020304*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
020305*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
020306*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
020307*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
020308*================================================================
020309 1900-CHECK-RUN-LEDGER.
020310     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
020311     ACCEPT WS-LEDGER-TIME FROM TIME.
020312     OPEN I-O RUN-LEDGER-FILE.
020313     IF NOT WS-LEDGER-OK
020314         OPEN OUTPUT RUN-LEDGER-FILE
020315         CLOSE RUN-LEDGER-FILE
020316         OPEN I-O RUN-LEDGER-FILE
020317     END-IF.
020318     MOVE ZERO TO WS-LEDGER-PAY-DATE.
020319     OPEN INPUT PAY-DATE-PARM-FILE.
020320     IF WS-PAYDATE-FOUND
020321         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
020322             AT END
020323                 MOVE ZERO TO PD-PAY-DATE
020324         END-READ
020325         IF PD-PAY-DATE IS NUMERIC
020326             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
020327         ELSE
020328             IF PD-PAY-DATE-X NOT = SPACES
020329                 DISPLAY "ACHRET: BAD PAY DATE " PD-PAY-DATE-X
020330                     " ON PAYDATE.PRM - RUN TERMINATED"
020331                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
020332             END-IF
020333         END-IF
020334     END-IF.
020335*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
020336*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
020337     CLOSE PAY-DATE-PARM-FILE.
020338     IF WS-RUN-REFUSED
020339         GO TO 1900-REFUSE
020340     END-IF.
020341     IF WS-LEDGER-PAY-DATE = ZERO
020342         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
020343     END-IF.
020344     IF WS-LEDGER-PAY-DATE = ZERO
020345         DISPLAY "ACHRET: NO PAY DATE IN FLIGHT ON THE RUN "
020346             "LEDGER - RUN TERMINATED"
020347         GO TO 1900-REFUSE
020348     END-IF.
020349     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
020350     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
020351     READ RUN-LEDGER-FILE
020352         KEY IS JL-PAY-DATE
020353         INVALID KEY
020354             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
020355     END-READ.
020356     IF WS-LEDGER-NEW-ENTRY
020357         MOVE SPACES TO RUN-LEDGER-RECORD
020358         INITIALIZE RUN-LEDGER-RECORD
020359         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
020360     END-IF.
020361     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
020362     IF WS-LEDGER-PRED-STEP = ZERO
020363         GO TO 1900-EXIT
020364     END-IF.
020365     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
020366         GO TO 1900-EXIT
020367     END-IF.
020368*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
020369     IF WS-LEDGER-PRED-STEP = 1
020370             AND JL-STEP-NOT-RUN (1)
020371         GO TO 1900-EXIT
020372     END-IF.
020373     DISPLAY "ACHRET: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
020374         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
020375         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
020376 1900-REFUSE.
020377     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
020378     MOVE 8 TO RETURN-CODE.
020379 1900-EXIT.
020380     EXIT.
020381*================================================================
020382*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
020383*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
020384*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
020385*================================================================
020386 1910-DEFAULT-PAY-DATE.
020387     IF WS-LEDGER-DEFAULT-RUN-DATE
020388         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
020389         GO TO 1910-EXIT
020390     END-IF.
020391     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
020392     MOVE ZERO TO JL-PAY-DATE.
020393     START RUN-LEDGER-FILE
020394         KEY IS NOT LESS THAN JL-PAY-DATE
020395         INVALID KEY
020396             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
020397     END-START.
020398     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
020399         UNTIL WS-END-OF-LEDGER.
020400 1910-EXIT.
020401     EXIT.
020402*================================================================
020403*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
020404*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
020405*================================================================
020406 1920-TEST-ONE-PAY-DATE.
020407     READ RUN-LEDGER-FILE NEXT RECORD
020408         AT END
020409             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
020410     END-READ.
020411     IF WS-END-OF-LEDGER
020412         GO TO 1920-EXIT
020413     END-IF.
020414     IF WS-LEDGER-DEFAULT-RESTART
020415         IF JL-STEP-STARTED (2)
020416             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
020417         END-IF
020418     ELSE
020419         IF NOT JL-STEP-NOT-RUN (2)
020420             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
020421         END-IF
020422     END-IF.
020423 1920-EXIT.
020424     EXIT.
020425*================================================================
020426*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
020427*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
020428*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
020429*================================================================
020430 1950-MARK-STEP-STARTED.
020431     IF WS-RUN-REFUSED
020432         CLOSE RUN-LEDGER-FILE
020433         GO TO 1950-EXIT
020434     END-IF.
020435     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
020436     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
020437     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
020438     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
020439         JL-FINISH-TIME (WS-LEDGER-STEP)
020440         JL-RECORDS-IN (WS-LEDGER-STEP)
020441         JL-RECORDS-OUT (WS-LEDGER-STEP)
020442         JL-RETURN-CODE (WS-LEDGER-STEP).
020443     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
020444         JL-OVERRIDE-BY (WS-LEDGER-STEP).
020445     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
020446     IF WS-LEDGER-NEW-ENTRY
020447         WRITE RUN-LEDGER-RECORD
020448     ELSE
020449         REWRITE RUN-LEDGER-RECORD
020450     END-IF.
020451     CLOSE RUN-LEDGER-FILE.
020452     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
020453 1950-EXIT.
020454     EXIT.
020500*================================================================
020600*  2000-PROCESS-RETURN-ENTRY -- MATCH ONE RETURN/NOC ENTRY BACK
020700*  TO THE TRANSMITTED ACH FILE AND THE EMPLOYEE MASTER, APPLY
035700     CLOSE EMPLOYEE-MASTER-FILE.
035800     CLOSE AUDIT-LOG-FILE.
035900     CLOSE RETURNS-REPORT-FILE.
035910     MOVE WS-ENTRY-COUNT TO WS-LEDGER-RECORDS-IN.
035920     COMPUTE WS-LEDGER-RECORDS-OUT =
035930         WS-RETURN-COUNT + WS-NOC-COUNT.
036000 9000-EXIT.
036100     EXIT.
036200*================================================================
036300*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
036400*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
036500*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
036600*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
036700*  THE LEDGER ALONE.
036800*================================================================
036900 9900-POST-RUN-LEDGER.
037000     IF NOT WS-LEDGER-STARTED
037100         GO TO 9900-EXIT
037200     END-IF.
037300     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
037400     ACCEPT WS-LEDGER-TIME FROM TIME.
037500     OPEN I-O RUN-LEDGER-FILE.
037600     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
037700     READ RUN-LEDGER-FILE
037800         KEY IS JL-PAY-DATE
037900         INVALID KEY
038000             DISPLAY "ACHRET: RUN LEDGER ENTRY FOR PAY DATE "
038100                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
038200                 "RECORDED"
038300             CLOSE RUN-LEDGER-FILE
038400             GO TO 9900-EXIT
038500     END-READ.
038600     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
038700     MOVE WS-LEDGER-TIME (1:6)
038800         TO JL-FINISH-TIME (WS-LEDGER-STEP).
038900     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
039000     MOVE WS-LEDGER-RECORDS-OUT
039100         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
039200     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
039300     IF RETURN-CODE = ZERO
039400         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
039500     ELSE
039600         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
039700     END-IF.
039800     IF WS-LEDGER-VERDICT = SPACES
039900         IF RETURN-CODE = ZERO
040000             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
040100         ELSE
040200             MOVE "FAILED" TO WS-LEDGER-VERDICT
040300         END-IF
040400     END-IF.
040500     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
040600     REWRITE RUN-LEDGER-RECORD.
040700     CLOSE RUN-LEDGER-FILE.
040800     DISPLAY "ACHRET: RUN LEDGER " WS-LEDGER-PAY-DATE " "
040900         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
041000 9900-EXIT.
041100     EXIT.
