001200*                   SIDE, BUT THE BANK'S CLEARED-ITEMS FILE FOR
001300*                   PAPER CHECKS WAS NEVER CONSUMED AND THE
001400*                   OUTSTANDING-CHECK POSITION LIVED NOWHERE.
001405*  10/15/2026 MHC   THE RECONCILIATION NOW RUNS UNDER THE RUN
001410*                   LEDGER (RUNLEDG.DAT) AND WILL NOT START
001415*                   UNTIL PAYBAL HAS PROVED THE PAY DATE IN
001420*                   BALANCE.
001425*  10/15/2026 MHC   A VOID ON POSPAY.DAT (A CHECK PAYREISS
001430*                   STOPPED, OR MOVED TO ESCHEAT HOLD) TAKES THE
001435*                   CHECK OFF THE OUTSTANDING POSITION, AND ITS
001440*                   REPLACEMENT LOADS AS A NEW ISSUE.  A VOIDED
001445*                   CHECK THE BANK PAYS ANYWAY IS A TREASURY
001450*                   EXCEPTION.
001455*  10/15/2026 MHC   EACH ISSUE CARRIES THE COMPANY ITS CHECK IS
001460*                   DRAWN ON FROM POSPAY.DAT THROUGH TO THE
001465*                   REWRITTEN OUTCHK.DAT (BLANK STAYS 01), SO A
001470*                   STOP OR REISSUE GOES TO ITS COMPANY'S BANK.
001500*================================================================
001600*
001700*  THIS PROGRAM READS THE BANK'S CLEARED/PAID-ITEMS FILE
002830*  RERUN AGAINST A STALE ISSUE FILE WOULD RESURRECT CHECKS
002840*  ALREADY RETIRED.  PAYBAL PROVES THE RUN FROM POSPAY.DAT, SO
002850*  CHKRECON RUNS AFTER IT.
002860*  A VOID RECORD ON THE ISSUE FILE DROPS ITS CHECK FROM THE
002870*  TABLE AS VOIDED -- IT DOES NOT REWRITE TO OUTCHK.DAT, AND A
002880*  PRESENTMENT AGAINST IT IS REPORTED AS A STOPPED CHECK PAID.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECON.RPT"
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
007000 FD  RECON-REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RECON-REPORT-LINE            PIC X(132).
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
007900 COPY RECLOG.
008000*
008100 COPY RECRPT.
008110*
008120*----------------------------------------------------------------
008130*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
008140*----------------------------------------------------------------
008150 COPY RUNLWORK.
008200*
008300*----------------------------------------------------------------
008400*  RUN SWITCHES
012400         10  IS-AMOUNT            PIC 9(09)V99.
012500         10  IS-CLEARED-FLAG      PIC X(01).
012600             88  IS-CLEARED               VALUE "Y".
012610             88  IS-VOIDED                VALUE "V".
012620         10  IS-COMPANY-CODE      PIC X(02).
012700*
012800*----------------------------------------------------------------
012900*  AGING THRESHOLDS IN DAYS -- STALE AND ESCHEATMENT CANDIDATE
016400     05  WS-OUTSTANDING-AMOUNT    PIC 9(11)V99 VALUE ZERO.
016500     05  WS-STALE-COUNT           PIC 9(07)   VALUE ZERO.
016600     05  WS-ESCHEAT-COUNT         PIC 9(07)   VALUE ZERO.
016610     05  WS-VOIDED-COUNT          PIC 9(07)   VALUE ZERO.
016620     05  WS-VOIDED-PAID-COUNT     PIC 9(07)   VALUE ZERO.
016700
016800 PROCEDURE DIVISION.
016900*================================================================
017700         PERFORM 3000-AGE-OPEN-ITEMS THRU 3000-EXIT
017800         PERFORM 9000-TERMINATE THRU 9000-EXIT
017900     END-IF.
017910     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
018000     GOBACK.
018100 0000-EXIT.
018200     EXIT.
018400*  1000-INITIALIZE -- LOAD THE STANDING OUTSTANDING CHECKS AND
018500*  THE NEW POSITIVE-PAY ISSUES INTO THE ISSUE TABLE, OPEN THE
018600*  CLEARED-ITEMS FILE AND THE LOG AND REPORT, AND PRIME THE
018610*  READ.  PAYBAL MUST FIRST HAVE PROVED THE PAY DATE.
018800*================================================================
018900 1000-INITIALIZE.
018910     MOVE 5 TO WS-LEDGER-STEP.
018920     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
018930     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
018940     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
018950     IF WS-RUN-REFUSED
018960         GO TO 1000-EXIT
018970     END-IF.
019000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     ACCEPT WS-RUN-TIME FROM TIME.
019200     MOVE WS-RUN-DATE TO WS-DW-DATE.
023700                 MOVE OC-ISSUE-DATE TO IS-ISSUE-DATE (IS-IDX)
023800                 MOVE OC-PAYEE-NAME TO IS-PAYEE-NAME (IS-IDX)
023900                 MOVE OC-AMOUNT TO IS-AMOUNT (IS-IDX)
023910                 MOVE OC-COMPANY-CODE TO IS-COMPANY-CODE (IS-IDX)
024000                 MOVE "N" TO IS-CLEARED-FLAG (IS-IDX)
024100             ELSE
024200                 DISPLAY "CHKRECON: ISSUE TABLE FULL -- CHECK "
024800*================================================================
024900*  1200-LOAD-ONE-ISSUE -- A POSITIVE-PAY ISSUE ALREADY STANDING
025000*  ON THE OUTSTANDING FILE (THE ISSUE FILE NOT YET CYCLED) IS
025010*  NOT LOADED TWICE.  A VOID RECORD VOIDS ITS CHECK INSTEAD.
025200*================================================================
025300 1200-LOAD-ONE-ISSUE.
025400     READ POSPAY-FILE
025500         AT END
025600             MOVE "Y" TO WS-POSPAY-EOF-SWITCH
025700         NOT AT END
025710             IF PP-VOID-ISSUE
025720                 PERFORM 1260-APPLY-ONE-VOID THRU 1260-EXIT
025730             ELSE
025740                 SET IS-IDX TO 1
025750                 SEARCH ISSUE-ITEM
025760                     AT END
025770                         PERFORM 1250-ADD-ONE-ISSUE THRU 1250-EXIT
025780                     WHEN IS-CHECK-NUMBER (IS-IDX)
025790                             = PP-CHECK-NUMBER
025800                         CONTINUE
025810                 END-SEARCH
025820             END-IF
026500     END-READ.
026600 1200-EXIT.
026700     EXIT.
027600         MOVE PP-CHECK-DATE TO IS-ISSUE-DATE (IS-IDX)
027700         MOVE PP-PAYEE-NAME TO IS-PAYEE-NAME (IS-IDX)
027800         MOVE PP-AMOUNT TO IS-AMOUNT (IS-IDX)
027810         MOVE PP-COMPANY-CODE TO IS-COMPANY-CODE (IS-IDX)
027900         MOVE "N" TO IS-CLEARED-FLAG (IS-IDX)
028000     ELSE
028100         DISPLAY "CHKRECON: ISSUE TABLE FULL -- CHECK "
028200             PP-CHECK-NUMBER " NOT LOADED"
028300     END-IF.
028400 1250-EXIT.
028401     EXIT.
028402*================================================================
028403*  1260-APPLY-ONE-VOID -- THE CHECK WAS STOPPED AT THE BANK AND
028404*  COMES OFF THE OUTSTANDING POSITION.  A VOID FOR A CHECK NOT
028405*  ON THE TABLE (ALREADY CLEARED OR DROPPED BY AN EARLIER
028406*  RECONCILIATION) IS REPORTED AND OTHERWISE IGNORED.
028407*================================================================
028408 1260-APPLY-ONE-VOID.
028409     SET IS-IDX TO 1.
028410     SEARCH ISSUE-ITEM
028411         AT END
028412             DISPLAY "CHKRECON: VOID FOR CHECK " PP-CHECK-NUMBER
028413                 " -- CHECK NOT OUTSTANDING"
028414         WHEN IS-CHECK-NUMBER (IS-IDX) = PP-CHECK-NUMBER
028415             IF NOT IS-CLEARED (IS-IDX)
028416                 MOVE "V" TO IS-CLEARED-FLAG (IS-IDX)
028417                 ADD 1 TO WS-VOIDED-COUNT
028418             END-IF
028419     END-SEARCH.
028420 1260-EXIT.
028421     EXIT.
028422*================================================================
028423*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
028424*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
028425*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
028426*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
028427*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
028428*================================================================
028429 1900-CHECK-RUN-LEDGER.
028430     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
028431     ACCEPT WS-LEDGER-TIME FROM TIME.
028432     OPEN I-O RUN-LEDGER-FILE.
028433     IF NOT WS-LEDGER-OK
028434         OPEN OUTPUT RUN-LEDGER-FILE
028435         CLOSE RUN-LEDGER-FILE
028436         OPEN I-O RUN-LEDGER-FILE
028437     END-IF.
028438     MOVE ZERO TO WS-LEDGER-PAY-DATE.
028439     OPEN INPUT PAY-DATE-PARM-FILE.
028440     IF WS-PAYDATE-FOUND
028441         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
028442             AT END
028443                 MOVE ZERO TO PD-PAY-DATE
028444         END-READ
028445         IF PD-PAY-DATE IS NUMERIC
028446             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
028447         ELSE
028448             IF PD-PAY-DATE-X NOT = SPACES
028449                 DISPLAY "CHKRECON: BAD PAY DATE " PD-PAY-DATE-X
028450                     " ON PAYDATE.PRM - RUN TERMINATED"
028451                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
028452             END-IF
028453         END-IF
028454     END-IF.
028455*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
028456*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
028457     CLOSE PAY-DATE-PARM-FILE.
028458     IF WS-RUN-REFUSED
028459         GO TO 1900-REFUSE
028460     END-IF.
028461     IF WS-LEDGER-PAY-DATE = ZERO
028462         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
028463     END-IF.
028464     IF WS-LEDGER-PAY-DATE = ZERO
028465         DISPLAY "CHKRECON: NO PAY DATE IN FLIGHT ON THE RUN "
028466             "LEDGER - RUN TERMINATED"
028467         GO TO 1900-REFUSE
028468     END-IF.
028469     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
028470     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
028471     READ RUN-LEDGER-FILE
028472         KEY IS JL-PAY-DATE
028473         INVALID KEY
028474             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
028475     END-READ.
028476     IF WS-LEDGER-NEW-ENTRY
028477         MOVE SPACES TO RUN-LEDGER-RECORD
028478         INITIALIZE RUN-LEDGER-RECORD
028479         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
028480     END-IF.
028481     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
028482     IF WS-LEDGER-PRED-STEP = ZERO
028483         GO TO 1900-EXIT
028484     END-IF.
028485     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
028486         GO TO 1900-EXIT
028487     END-IF.
028488*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
028489     IF WS-LEDGER-PRED-STEP = 1
028490             AND JL-STEP-NOT-RUN (1)
028491         GO TO 1900-EXIT
028492     END-IF.
028493     DISPLAY "CHKRECON: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
028494         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
028495         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
028496 1900-REFUSE.
028497     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
028498     MOVE 8 TO RETURN-CODE.
028499 1900-EXIT.
028500     EXIT.
028501*================================================================
028502*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
028503*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
028504*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
028505*================================================================
028506 1910-DEFAULT-PAY-DATE.
028507     IF WS-LEDGER-DEFAULT-RUN-DATE
028508         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
028509         GO TO 1910-EXIT
028510     END-IF.
028511     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
028512     MOVE ZERO TO JL-PAY-DATE.
028513     START RUN-LEDGER-FILE
028514         KEY IS NOT LESS THAN JL-PAY-DATE
028515         INVALID KEY
028516             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
028517     END-START.
028518     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
028519         UNTIL WS-END-OF-LEDGER.
028520 1910-EXIT.
028521     EXIT.
028522*================================================================
028523*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
028524*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
028525*================================================================
028526 1920-TEST-ONE-PAY-DATE.
028527     READ RUN-LEDGER-FILE NEXT RECORD
028528         AT END
028529             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
028530     END-READ.
028531     IF WS-END-OF-LEDGER
028532         GO TO 1920-EXIT
028533     END-IF.
028534     IF WS-LEDGER-DEFAULT-RESTART
028535         IF JL-STEP-STARTED (2)
028536             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
028537         END-IF
028538     ELSE
028539         IF NOT JL-STEP-NOT-RUN (2)
028540             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
028541         END-IF
028542     END-IF.
028543 1920-EXIT.
028544     EXIT.
028545*================================================================
028546*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
028547*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
028548*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
028549*================================================================
028550 1950-MARK-STEP-STARTED.
028551     IF WS-RUN-REFUSED
028552         CLOSE RUN-LEDGER-FILE
028553         GO TO 1950-EXIT
028554     END-IF.
028555     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
028556     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
028557     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
028558     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
028559         JL-FINISH-TIME (WS-LEDGER-STEP)
028560         JL-RECORDS-IN (WS-LEDGER-STEP)
028561         JL-RECORDS-OUT (WS-LEDGER-STEP)
028562         JL-RETURN-CODE (WS-LEDGER-STEP).
028563     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
028564         JL-OVERRIDE-BY (WS-LEDGER-STEP).
028565     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
028566     IF WS-LEDGER-NEW-ENTRY
028567         WRITE RUN-LEDGER-RECORD
028568     ELSE
028569         REWRITE RUN-LEDGER-RECORD
028570     END-IF.
028571     CLOSE RUN-LEDGER-FILE.
028572     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
028573 1950-EXIT.
028574     EXIT.
028600*================================================================
028700*  2000-PROCESS-CLEARED-ITEM -- MATCH ONE PAID ITEM BY CHECK
028800*  NUMBER AND AMOUNT, RETIRE THE ISSUE OR RAISE THE EXCEPTION,
030100     EVALUATE TRUE
030200         WHEN NOT WS-ITEM-MATCHED
030300             PERFORM 2300-RAISE-NO-ISSUE THRU 2300-EXIT
030310         WHEN IS-VOIDED (IS-IDX)
030320             PERFORM 2450-RAISE-VOIDED-PAID THRU 2450-EXIT
030400         WHEN IS-AMOUNT (IS-IDX) NOT = BC-AMOUNT
030500             PERFORM 2400-RAISE-MISMATCH THRU 2400-EXIT
030600         WHEN OTHER
035300 2400-EXIT.
035400     EXIT.
035500*================================================================
035505*  2450-RAISE-VOIDED-PAID -- THE BANK PAID A CHECK WE STOPPED.
035510*  THE REPLACEMENT (OR THE ESCHEAT HOLD) STANDS, SO TREASURY
035515*  MUST RECOVER THE DOUBLE PAYMENT; THE VOID STAYS IN FORCE.
035520*================================================================
035525 2450-RAISE-VOIDED-PAID.
035530     ADD 1 TO WS-VOIDED-PAID-COUNT.
035535     MOVE BC-CHECK-NUMBER TO RC-D-CHECK-NUMBER.
035540     MOVE IS-ISSUE-DATE (IS-IDX) TO RC-D-ISSUE-DATE.
035545     MOVE IS-PAYEE-NAME (IS-IDX) TO RC-D-PAYEE-NAME.
035550     MOVE BC-AMOUNT TO RC-D-AMOUNT.
035555     MOVE "PAID - CHECK VOIDED" TO RC-D-STATUS.
035560     WRITE RECON-REPORT-LINE FROM WS-RECRPT-DETAIL-LINE.
035565     MOVE "EXCEPTION - VOIDED CHK PAID" TO RC-L-RESULT.
035570     PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT.
035575 2450-EXIT.
035580     EXIT.
035585*================================================================
035600*  2500-RETIRE-ISSUE -- CHECK NUMBER AND AMOUNT BOTH MATCH;
035700*  THE ISSUE COMES OFF THE OUTSTANDING POSITION.
035800*================================================================
039500*================================================================
039600 3100-AGE-ONE-ITEM.
039700     SET IS-IDX TO WS-ISSUE-SUB.
039710     IF IS-CLEARED (IS-IDX) OR IS-VOIDED (IS-IDX)
039900         GO TO 3100-EXIT
040000     END-IF.
040100     ADD 1 TO WS-OUTSTANDING-COUNT.
040400     MOVE IS-ISSUE-DATE (IS-IDX) TO OC-ISSUE-DATE.
040500     MOVE IS-PAYEE-NAME (IS-IDX) TO OC-PAYEE-NAME.
040600     MOVE IS-AMOUNT (IS-IDX) TO OC-AMOUNT.
040610     MOVE IS-COMPANY-CODE (IS-IDX) TO OC-COMPANY-CODE.
040700     WRITE OUTSTANDING-CHECK-RECORD.
040800     MOVE IS-ISSUE-DATE (IS-IDX) TO WS-DW-DATE.
040900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
046000     MOVE WS-OUTSTANDING-COUNT TO RC-C-OUTSTANDING-COUNT.
046100     MOVE WS-OUTSTANDING-AMOUNT TO RC-C-OUTSTANDING-AMOUNT.
046200     COMPUTE RC-C-EXCEPTION-COUNT =
046210         WS-NO-ISSUE-COUNT + WS-MISMATCH-COUNT
046220         + WS-VOIDED-PAID-COUNT.
046400     WRITE RECON-REPORT-LINE FROM WS-RECRPT-CONTROL-LINE.
046410*  THE OUTSTANDING FILE NOW CARRIES EVERY OPEN ISSUE, SO THE
046420*  ISSUE FILE IS CYCLED EMPTY -- A SECOND RECONCILIATION
047000     DISPLAY "CHKRECON: ISSUES RETIRED      " WS-MATCHED-COUNT.
047100     DISPLAY "CHKRECON: PAID WITH NO ISSUE  " WS-NO-ISSUE-COUNT.
047200     DISPLAY "CHKRECON: AMOUNT MISMATCHES   " WS-MISMATCH-COUNT.
047210     DISPLAY "CHKRECON: VOIDED CHECKS PAID  "
047220         WS-VOIDED-PAID-COUNT.
047230     DISPLAY "CHKRECON: CHECKS VOIDED       " WS-VOIDED-COUNT.
047300     DISPLAY "CHKRECON: CHECKS OUTSTANDING  "
047400         WS-OUTSTANDING-COUNT.
047500     DISPLAY "CHKRECON: STALE OVER 90 DAYS  " WS-STALE-COUNT.
047600     DISPLAY "CHKRECON: ESCHEAT CANDIDATES  " WS-ESCHEAT-COUNT.
047700     IF WS-NO-ISSUE-COUNT NOT = ZERO
047800             OR WS-MISMATCH-COUNT NOT = ZERO
047810             OR WS-VOIDED-PAID-COUNT NOT = ZERO
047900         MOVE 8 TO RETURN-CODE
048000     END-IF.
048010     MOVE WS-CLEARED-ITEM-COUNT TO WS-LEDGER-RECORDS-IN.
048020     MOVE WS-MATCHED-COUNT TO WS-LEDGER-RECORDS-OUT.
048100 9000-EXIT.
048200     EXIT.
048300*================================================================
048400*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
048500*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
048600*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
048700*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
048800*  THE LEDGER ALONE.
048900*================================================================
049000 9900-POST-RUN-LEDGER.
049100     IF NOT WS-LEDGER-STARTED
049200         GO TO 9900-EXIT
049300     END-IF.
049400     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
049500     ACCEPT WS-LEDGER-TIME FROM TIME.
049600     OPEN I-O RUN-LEDGER-FILE.
049700     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
049800     READ RUN-LEDGER-FILE
049900         KEY IS JL-PAY-DATE
050000         INVALID KEY
050100             DISPLAY "CHKRECON: RUN LEDGER ENTRY FOR PAY DATE "
050200                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
050300                 "RECORDED"
050400             CLOSE RUN-LEDGER-FILE
050500             GO TO 9900-EXIT
050600     END-READ.
050700     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
050800     MOVE WS-LEDGER-TIME (1:6)
050900         TO JL-FINISH-TIME (WS-LEDGER-STEP).
051000     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
051100     MOVE WS-LEDGER-RECORDS-OUT
051200         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
051300     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
051400     IF RETURN-CODE = ZERO
051500         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
051600     ELSE
051700         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
051800     END-IF.
051900     IF WS-LEDGER-VERDICT = SPACES
052000         IF RETURN-CODE = ZERO
052100             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
052200         ELSE
052300             MOVE "FAILED" TO WS-LEDGER-VERDICT
052400         END-IF
052500     END-IF.
052600     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
052700     REWRITE RUN-LEDGER-RECORD.
052800     CLOSE RUN-LEDGER-FILE.
052900     DISPLAY "CHKRECON: RUN LEDGER " WS-LEDGER-PAY-DATE " "
053000         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
053100 9900-EXIT.
053200     EXIT.
