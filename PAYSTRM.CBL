000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYSTRM.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  PAY-DATE JOB STREAM CONTROL --
001100*                   REPORTS WHERE EACH PAY DATE STANDS ON THE
001200*                   RUN LEDGER, RELEASES THE ACH FILE ONCE
001300*                   PAYBAL HAS PROVED THE PAY DATE IN BALANCE,
001400*                   AND APPLIES A LOGGED SUPERVISOR OVERRIDE
001500*                   WHEN A STEP MUST BE PASSED BY HAND.
001600*================================================================
001700*
001800*  THE STREAM FOR ONE PAY DATE IS PAYCLOCK (WHEN HOURLY TIME
001900*  IS IMPORTED), PAYROLL, PAYBAL, THEN -- ONCE PAYBAL IS IN
002000*  BALANCE -- THE ACH RELEASE, CHKRECON, PAYREMIT AND PAYDEPST,
002100*  AND ACHRET AFTER THE RELEASE.  EVERY ONE OF THEM STAMPS ITS
002200*  START AND FINISH ON THE RUN LEDGER (RUNLEDG.DAT) AND WILL
002300*  NOT START UNTIL ITS PREDECESSOR FINISHED CLEANLY FOR THE
002400*  SAME PAY DATE.  THIS PROGRAM IS THE STREAM'S CONTROL POINT:
002500*
002600*    STATUS REPORT (THE DEFAULT) -- PAYSTRM.RPT SHOWS A LINE
002700*      PER PAY DATE WITH EVERY STEP'S STATE AND THE FIRST STEP
002800*      STILL OPEN, THEN THE STEP DETAIL FOR THE PAY DATE ON
002900*      PAYSTRM.PRM (OR THE LATEST ON THE LEDGER).
003000*    ACH RELEASE -- RUNS AS THE STREAM'S OWN ACHREL STEP.  IT
003100*      REFUSES (RETURN CODE 8) UNLESS PAYBAL FINISHED CLEANLY
003200*      FOR THE PAY DATE AND THE FILE IS NOT ALREADY RELEASED,
003300*      COUNTS THE ENTRIES ON ACHFILE.DAT, AND LEAVES RETURN
003400*      CODE 0 FOR THE TRANSMISSION STEP THAT FOLLOWS IT.
003500*    SUPERVISOR OVERRIDE -- MARKS ONE STEP OF ONE PAY DATE
003600*      OVERRIDDEN, WHICH CLEARS ITS SUCCESSORS TO RUN, AND
003700*      APPENDS WHO, WHEN, WHAT AND WHY TO PAYSTRM.LOG.  A STEP
003800*      ALREADY FINISHED CLEANLY CANNOT BE OVERRIDDEN.
003900*
004000*  THE REPORT IS WRITTEN ON EVERY RUN, AFTER ANY RELEASE OR
004100*  OVERRIDE, SO IT SHOWS THE LEDGER AS THE RUN LEFT IT.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.    IBM-COMPATIBLE.
004600 OBJECT-COMPUTER.    IBM-COMPATIBLE.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL STREAM-PARM-FILE ASSIGN TO "PAYSTRM.PRM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
005200     SELECT OPTIONAL ACH-FILE ASSIGN TO "ACHFILE.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ACHFILE-STATUS.
005500     SELECT OPTIONAL OVERRIDE-LOG-FILE ASSIGN TO "PAYSTRM.LOG"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT STREAM-REPORT-FILE ASSIGN TO "PAYSTRM.RPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PAYDATE-STATUS.
006200     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS JL-PAY-DATE
006600         FILE STATUS IS WS-LEDGER-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*
007100 FD  STREAM-PARM-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY STRMPRM.
007400*
007500 FD  ACH-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY ACHFILE.
007800*
007900 FD  OVERRIDE-LOG-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  OVERRIDE-LOG-LINE            PIC X(132).
008200*
008300 FD  STREAM-REPORT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  STREAM-REPORT-LINE           PIC X(132).
008600*
008700 FD  PAY-DATE-PARM-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY PAYDTPRM.
009000*
009100 FD  RUN-LEDGER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY RUNLEDG.
009400
009500 WORKING-STORAGE SECTION.
009600*
009700*----------------------------------------------------------------
009800*  STATUS REPORT AND OVERRIDE LOG LINE LAYOUTS
009900*----------------------------------------------------------------
010000 COPY STRMRPT.
010100*
010200 COPY STRMLOG.
010300*
010400*----------------------------------------------------------------
010500*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
010600*----------------------------------------------------------------
010700 COPY RUNLWORK.
010800*
010900*----------------------------------------------------------------
011000*  RUN SWITCHES
011100*----------------------------------------------------------------
011200 01  WS-SWITCHES.
011300     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
011400         88  WS-PARM-FOUND                    VALUE "00".
011500     05  WS-ACHFILE-STATUS        PIC X(02)   VALUE "00".
011600         88  WS-ACHFILE-FOUND                 VALUE "00".
011700     05  WS-ACH-EOF-SWITCH        PIC X(01)   VALUE "N".
011800         88  WS-END-OF-ACH                    VALUE "Y".
011900     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
012000         88  WS-RUN-REFUSED                   VALUE "Y".
012100     05  WS-STANDING-SET-SWITCH   PIC X(01)   VALUE "N".
012200         88  WS-STANDING-SET                  VALUE "Y".
012300*
012400*----------------------------------------------------------------
012500*  RUN DATE AND TIME, THE PAY DATE WHOSE STEP DETAIL PRINTS,
012600*  AND THE STEP SUBSCRIPT
012700*----------------------------------------------------------------
012800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
012900 01  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
013000 01  WS-DETAIL-PAY-DATE           PIC 9(08)   VALUE ZERO.
013100 01  WS-STEP-SUB                  PIC 9(02)   VALUE ZERO.
013200 01  WS-STATUS-WORD               PIC X(08)   VALUE SPACES.
013300*
013400*----------------------------------------------------------------
013500*  WHERE A PAY DATE STANDS -- THE FIRST STEP NOT YET CLEARED
013600*----------------------------------------------------------------
013700 01  WS-STANDING-TEXT.
013800     05  WS-STANDING-STEP         PIC X(08).
013900     05  FILLER                   PIC X(01)   VALUE SPACE.
014000     05  WS-STANDING-STATE        PIC X(22).
014100 01  WS-FAILED-STATE.
014200     05  FILLER                   PIC X(12)   VALUE
014300         "FAILED - RC ".
014400     05  WS-FAILED-RC             PIC Z9.
014500     05  FILLER                   PIC X(08)   VALUE SPACES.
014600*
014700*----------------------------------------------------------------
014800*  OUTCOME OF A RELEASE OR OVERRIDE, FOR THE REPORT AND LOG
014900*----------------------------------------------------------------
015000 01  WS-ACTION-TEXT               PIC X(100)  VALUE SPACES.
015100 01  WS-RELEASE-ACTION.
015200     05  FILLER                   PIC X(31)   VALUE
015300         "ACH FILE RELEASED FOR PAY DATE ".
015400     05  WS-RA-PAY-DATE           PIC 9(08).
015500     05  FILLER                   PIC X(03)   VALUE " - ".
015600     05  WS-RA-ENTRY-COUNT        PIC ZZZ,ZZ9.
015700     05  FILLER                   PIC X(18)   VALUE
015800         " ENTRIES, CREDITS ".
015900     05  WS-RA-CREDIT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
016000 01  WS-OVERRIDE-ACTION.
016100     05  FILLER                   PIC X(11)   VALUE
016200         "SUPERVISOR ".
016300     05  WS-OA-SUPERVISOR-ID      PIC X(08).
016400     05  FILLER                   PIC X(10)   VALUE
016500         " OVERRODE ".
016600     05  WS-OA-STEP-NAME          PIC X(08).
016700     05  FILLER                   PIC X(14)   VALUE
016800         " FOR PAY DATE ".
016900     05  WS-OA-PAY-DATE           PIC 9(08).
017000     05  FILLER                   PIC X(07)   VALUE
017100         " - WAS ".
017200     05  WS-OA-PRIOR-STATUS       PIC X(08).
017300*
017400*----------------------------------------------------------------
017500*  RUN CONTROL COUNTS
017600*----------------------------------------------------------------
017700 01  WS-CONTROL-COUNTS.
017800     05  WS-ACH-ENTRY-COUNT       PIC 9(07)   VALUE ZERO.
017900     05  WS-ACH-CREDIT-TOTAL      PIC 9(09)V99 VALUE ZERO.
018000     05  WS-PAY-DATE-COUNT        PIC 9(05)   VALUE ZERO.
018100     05  WS-COMPLETE-COUNT        PIC 9(05)   VALUE ZERO.
018200     05  WS-OPEN-COUNT            PIC 9(05)   VALUE ZERO.
018300
018400 PROCEDURE DIVISION.
018500*================================================================
018600*  0000-MAINLINE
018700*================================================================
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     IF NOT WS-RUN-REFUSED
019100         IF SC-ACH-RELEASE
019200             PERFORM 3000-RELEASE-ACH-FILE THRU 3000-EXIT
019300         END-IF
019400         IF SC-OVERRIDE
019500             PERFORM 4000-APPLY-OVERRIDE THRU 4000-EXIT
019600         END-IF
019700     END-IF.
019800     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
019900     PERFORM 5000-WRITE-STATUS-REPORT THRU 5000-EXIT.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100     GOBACK.
020200 0000-EXIT.
020300     EXIT.
020400*================================================================
020500*  1000-INITIALIZE -- RUN DATE AND TIME, AND THE PARAMETERS.
020600*================================================================
020700 1000-INITIALIZE.
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020900     ACCEPT WS-RUN-TIME FROM TIME.
021000     PERFORM 1100-READ-STREAM-PARM THRU 1100-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300*================================================================
021400*  1100-READ-STREAM-PARM -- NO PARAMETER FILE MEANS A STATUS
021500*  REPORT ON THE LATEST PAY DATE.  A BAD FUNCTION CODE OR PAY
021600*  DATE STOPS THE RUN RATHER THAN GUESS AT WHAT WAS MEANT.
021700*================================================================
021800 1100-READ-STREAM-PARM.
021900     MOVE SPACES TO STREAM-PARM-RECORD.
022000     OPEN INPUT STREAM-PARM-FILE.
022100     IF WS-PARM-FOUND
022200         READ STREAM-PARM-FILE INTO STREAM-PARM-RECORD
022300             AT END
022400                 MOVE SPACES TO STREAM-PARM-RECORD
022500         END-READ
022600     END-IF.
022700*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
022800*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
022900     CLOSE STREAM-PARM-FILE.
023000     IF NOT SC-FUNCTION-VALID
023100         DISPLAY "PAYSTRM: BAD FUNCTION CODE " SC-FUNCTION
023200             " ON PAYSTRM.PRM - RUN TERMINATED"
023300         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
023400         MOVE 8 TO RETURN-CODE
023500         GO TO 1100-EXIT
023600     END-IF.
023700     IF SC-PAY-DATE-X = SPACES
023800         MOVE ZERO TO SC-PAY-DATE
023900     END-IF.
024000     IF SC-PAY-DATE IS NOT NUMERIC
024100         DISPLAY "PAYSTRM: BAD PAY DATE " SC-PAY-DATE-X
024200             " ON PAYSTRM.PRM - RUN TERMINATED"
024300         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
024400         MOVE 8 TO RETURN-CODE
024500     END-IF.
024600 1100-EXIT.
024700     EXIT.
024800*================================================================
024900*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
025000*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
025100*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
025200*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
025300*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
025400*================================================================
025500 1900-CHECK-RUN-LEDGER.
025600     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
025700     ACCEPT WS-LEDGER-TIME FROM TIME.
025800     OPEN I-O RUN-LEDGER-FILE.
025900     IF NOT WS-LEDGER-OK
026000         OPEN OUTPUT RUN-LEDGER-FILE
026100         CLOSE RUN-LEDGER-FILE
026200         OPEN I-O RUN-LEDGER-FILE
026300     END-IF.
026400     MOVE ZERO TO WS-LEDGER-PAY-DATE.
026500     OPEN INPUT PAY-DATE-PARM-FILE.
026600     IF WS-PAYDATE-FOUND
026700         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
026800             AT END
026900                 MOVE ZERO TO PD-PAY-DATE
027000         END-READ
027100         IF PD-PAY-DATE IS NUMERIC
027200             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
027300         ELSE
027400             IF PD-PAY-DATE-X NOT = SPACES
027500                 DISPLAY "PAYSTRM: BAD PAY DATE " PD-PAY-DATE-X
027600                     " ON PAYDATE.PRM - RUN TERMINATED"
027700                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
027800             END-IF
027900         END-IF
028000     END-IF.
028100*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
028200*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
028300     CLOSE PAY-DATE-PARM-FILE.
028400     IF WS-RUN-REFUSED
028500         GO TO 1900-REFUSE
028600     END-IF.
028700*  A PAY DATE ON PAYSTRM.PRM TAKES PRECEDENCE OVER PAYDATE.PRM.
028800     IF SC-PAY-DATE NOT = ZERO
028900         MOVE SC-PAY-DATE TO WS-LEDGER-PAY-DATE
029000     END-IF.
029100     IF WS-LEDGER-PAY-DATE = ZERO
029200         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
029300     END-IF.
029400     IF WS-LEDGER-PAY-DATE = ZERO
029500         DISPLAY "PAYSTRM: NO PAY DATE IN FLIGHT ON THE RUN "
029600             "LEDGER - RUN TERMINATED"
029700         GO TO 1900-REFUSE
029800     END-IF.
029900     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
030000     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
030100     READ RUN-LEDGER-FILE
030200         KEY IS JL-PAY-DATE
030300         INVALID KEY
030400             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
030500     END-READ.
030600     IF WS-LEDGER-NEW-ENTRY
030700         MOVE SPACES TO RUN-LEDGER-RECORD
030800         INITIALIZE RUN-LEDGER-RECORD
030900         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
031000     END-IF.
031100     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
031200     IF WS-LEDGER-PRED-STEP = ZERO
031300         GO TO 1900-EXIT
031400     END-IF.
031500     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
031600         GO TO 1900-EXIT
031700     END-IF.
031800*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
031900     IF WS-LEDGER-PRED-STEP = 1
032000             AND JL-STEP-NOT-RUN (1)
032100         GO TO 1900-EXIT
032200     END-IF.
032300     DISPLAY "PAYSTRM: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
032400         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
032500         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
032600 1900-REFUSE.
032700     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
032800     MOVE 8 TO RETURN-CODE.
032900 1900-EXIT.
033000     EXIT.
033100*================================================================
033200*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
033300*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
033400*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
033500*================================================================
033600 1910-DEFAULT-PAY-DATE.
033700     IF WS-LEDGER-DEFAULT-RUN-DATE
033800         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
033900         GO TO 1910-EXIT
034000     END-IF.
034100     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
034200     MOVE ZERO TO JL-PAY-DATE.
034300     START RUN-LEDGER-FILE
034400         KEY IS NOT LESS THAN JL-PAY-DATE
034500         INVALID KEY
034600             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
034700     END-START.
034800     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
034900         UNTIL WS-END-OF-LEDGER.
035000 1910-EXIT.
035100     EXIT.
035200*================================================================
035300*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
035400*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
035500*================================================================
035600 1920-TEST-ONE-PAY-DATE.
035700     READ RUN-LEDGER-FILE NEXT RECORD
035800         AT END
035900             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
036000     END-READ.
036100     IF WS-END-OF-LEDGER
036200         GO TO 1920-EXIT
036300     END-IF.
036400     IF WS-LEDGER-DEFAULT-RESTART
036500         IF JL-STEP-STARTED (2)
036600             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
036700         END-IF
036800     ELSE
036900         IF NOT JL-STEP-NOT-RUN (2)
037000             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
037100         END-IF
037200     END-IF.
037300 1920-EXIT.
037400     EXIT.
037500*================================================================
037600*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
037700*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
037800*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
037900*================================================================
038000 1950-MARK-STEP-STARTED.
038100     IF WS-RUN-REFUSED
038200         CLOSE RUN-LEDGER-FILE
038300         GO TO 1950-EXIT
038400     END-IF.
038500     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
038600     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
038700     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
038800     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
038900         JL-FINISH-TIME (WS-LEDGER-STEP)
039000         JL-RECORDS-IN (WS-LEDGER-STEP)
039100         JL-RECORDS-OUT (WS-LEDGER-STEP)
039200         JL-RETURN-CODE (WS-LEDGER-STEP).
039300     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
039400         JL-OVERRIDE-BY (WS-LEDGER-STEP).
039500     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
039600     IF WS-LEDGER-NEW-ENTRY
039700         WRITE RUN-LEDGER-RECORD
039800     ELSE
039900         REWRITE RUN-LEDGER-RECORD
040000     END-IF.
040100     CLOSE RUN-LEDGER-FILE.
040200     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
040300 1950-EXIT.
040400     EXIT.
040500*================================================================
040600*  3000-RELEASE-ACH-FILE -- THE ACHREL STEP.  PAYBAL MUST HAVE
040700*  FINISHED CLEANLY (OR BEEN OVERRIDDEN) FOR THE PAY DATE AND
040800*  THE FILE MUST NOT ALREADY HAVE GONE.  THE ENTRIES AND THE
040900*  CREDIT TOTAL RELEASED GO ON THE LEDGER AND THE REPORT.
041000*================================================================
041100 3000-RELEASE-ACH-FILE.
041200     MOVE 4 TO WS-LEDGER-STEP.
041300     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
041400     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
041500     IF NOT WS-RUN-REFUSED
041600         PERFORM 3100-CHECK-NOT-RELEASED THRU 3100-EXIT
041700     END-IF.
041800     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
041900     IF WS-RUN-REFUSED
042000         MOVE "ACH RELEASE REFUSED - SEE THE JOB LOG"
042100             TO WS-ACTION-TEXT
042200         GO TO 3000-EXIT
042300     END-IF.
042400     MOVE "N" TO WS-ACH-EOF-SWITCH.
042500     OPEN INPUT ACH-FILE.
042600     IF WS-ACHFILE-FOUND
042700         PERFORM 3200-COUNT-ONE-ENTRY THRU 3200-EXIT
042800             UNTIL WS-END-OF-ACH
042900     END-IF.
043000*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
043100*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
043200     CLOSE ACH-FILE.
043300     IF NOT WS-ACHFILE-FOUND
043400         DISPLAY "PAYSTRM: ACH FILE ACHFILE.DAT NOT FOUND - "
043500             "NOT RELEASED"
043600         MOVE 8 TO RETURN-CODE
043700         MOVE "ACH FILE ACHFILE.DAT NOT FOUND - NOT RELEASED"
043800             TO WS-ACTION-TEXT
043900         GO TO 3000-EXIT
044000     END-IF.
044100     MOVE WS-ACH-ENTRY-COUNT TO WS-LEDGER-RECORDS-IN.
044200     MOVE WS-ACH-ENTRY-COUNT TO WS-LEDGER-RECORDS-OUT.
044300     MOVE "RELEASED" TO WS-LEDGER-VERDICT.
044400     MOVE WS-LEDGER-PAY-DATE TO WS-RA-PAY-DATE.
044500     MOVE WS-ACH-ENTRY-COUNT TO WS-RA-ENTRY-COUNT.
044600     MOVE WS-ACH-CREDIT-TOTAL TO WS-RA-CREDIT-TOTAL.
044700     MOVE WS-RELEASE-ACTION TO WS-ACTION-TEXT.
044800     DISPLAY "PAYSTRM: " WS-RELEASE-ACTION.
044900 3000-EXIT.
045000     EXIT.
045100*================================================================
045200*  3100-CHECK-NOT-RELEASED -- ONE RELEASE PER PAY DATE.  A
045300*  RELEASE LEFT STARTED OR FAILED MAY BE RUN AGAIN.
045400*================================================================
045500 3100-CHECK-NOT-RELEASED.
045600     IF JL-STEP-CLEARED (4)
045700         DISPLAY "PAYSTRM: ACH FILE FOR PAY DATE "
045800             WS-LEDGER-PAY-DATE " ALREADY RELEASED"
045900             " - RUN TERMINATED"
046000         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
046100         MOVE 8 TO RETURN-CODE
046200     END-IF.
046300 3100-EXIT.
046400     EXIT.
046500*================================================================
046600*  3200-COUNT-ONE-ENTRY -- CREDITS ARE TRANSACTION CODE 22.
046700*================================================================
046800 3200-COUNT-ONE-ENTRY.
046900     READ ACH-FILE
047000         AT END
047100             MOVE "Y" TO WS-ACH-EOF-SWITCH
047200         NOT AT END
047300             ADD 1 TO WS-ACH-ENTRY-COUNT
047400             IF ACH-TRANSACTION-CODE = "22"
047500                 ADD ACH-AMOUNT TO WS-ACH-CREDIT-TOTAL
047600             END-IF
047700     END-READ.
047800 3200-EXIT.
047900     EXIT.
048000*================================================================
048100*  4000-APPLY-OVERRIDE -- MARK ONE STEP OF ONE PAY DATE
048200*  OVERRIDDEN UNDER THE SUPERVISOR'S ID, STARTING THE PAY
048300*  DATE'S LEDGER ENTRY IF IT HAS NONE, AND LOG THE OVERRIDE
048400*  WITH THE STATE THE STEP WAS IN AND THE REASON GIVEN.
048500*================================================================
048600 4000-APPLY-OVERRIDE.
048700     PERFORM 4100-VALIDATE-OVERRIDE THRU 4100-EXIT.
048800     IF WS-RUN-REFUSED
048900         MOVE "OVERRIDE REFUSED - SEE THE JOB LOG"
049000             TO WS-ACTION-TEXT
049100         GO TO 4000-EXIT
049200     END-IF.
049300     OPEN I-O RUN-LEDGER-FILE.
049400     IF NOT WS-LEDGER-OK
049500         OPEN OUTPUT RUN-LEDGER-FILE
049600         CLOSE RUN-LEDGER-FILE
049700         OPEN I-O RUN-LEDGER-FILE
049800     END-IF.
049900     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
050000     MOVE SC-PAY-DATE TO JL-PAY-DATE.
050100     READ RUN-LEDGER-FILE
050200         KEY IS JL-PAY-DATE
050300         INVALID KEY
050400             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
050500     END-READ.
050600     IF WS-LEDGER-NEW-ENTRY
050700         MOVE SPACES TO RUN-LEDGER-RECORD
050800         INITIALIZE RUN-LEDGER-RECORD
050900         MOVE SC-PAY-DATE TO JL-PAY-DATE
051000     END-IF.
051100     MOVE WS-LEDGER-STEP TO WS-STEP-SUB.
051200     IF JL-STEP-CLEARED (WS-STEP-SUB)
051300         DISPLAY "PAYSTRM: " SC-STEP-NAME
051400             " ALREADY CLEARED FOR PAY DATE " SC-PAY-DATE
051500             " - NO OVERRIDE APPLIED"
051600         CLOSE RUN-LEDGER-FILE
051700         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
051800         MOVE 8 TO RETURN-CODE
051900         MOVE "OVERRIDE REFUSED - SEE THE JOB LOG"
052000             TO WS-ACTION-TEXT
052100         GO TO 4000-EXIT
052200     END-IF.
052300     PERFORM 8100-SET-STATUS-WORD THRU 8100-EXIT.
052400     MOVE WS-RUN-DATE TO SL-L-DATE.
052500     MOVE WS-RUN-TIME (1:6) TO SL-L-TIME.
052600     MOVE SC-PAY-DATE TO SL-L-PAY-DATE.
052700     MOVE SC-STEP-NAME TO SL-L-STEP-NAME.
052800     MOVE WS-STATUS-WORD TO SL-L-PRIOR-STATUS.
052900     MOVE JL-RETURN-CODE (WS-STEP-SUB) TO SL-L-PRIOR-RETURN-CODE.
053000     MOVE SC-SUPERVISOR-ID TO SL-L-SUPERVISOR-ID.
053100     MOVE SC-REASON TO SL-L-REASON.
053200     MOVE SC-SUPERVISOR-ID TO WS-OA-SUPERVISOR-ID.
053300     MOVE SC-STEP-NAME TO WS-OA-STEP-NAME.
053400     MOVE SC-PAY-DATE TO WS-OA-PAY-DATE.
053500     MOVE WS-STATUS-WORD TO WS-OA-PRIOR-STATUS.
053600     MOVE "O" TO JL-STEP-STATUS (WS-STEP-SUB).
053700     MOVE WS-RUN-DATE TO JL-FINISH-DATE (WS-STEP-SUB).
053800     MOVE WS-RUN-TIME (1:6) TO JL-FINISH-TIME (WS-STEP-SUB).
053900     MOVE "OVERRIDDEN" TO JL-VERDICT (WS-STEP-SUB).
054000     MOVE SC-SUPERVISOR-ID TO JL-OVERRIDE-BY (WS-STEP-SUB).
054100     IF WS-LEDGER-NEW-ENTRY
054200         WRITE RUN-LEDGER-RECORD
054300     ELSE
054400         REWRITE RUN-LEDGER-RECORD
054500     END-IF.
054600     CLOSE RUN-LEDGER-FILE.
054700     OPEN EXTEND OVERRIDE-LOG-FILE.
054800     WRITE OVERRIDE-LOG-LINE FROM WS-STRMLOG-DETAIL-LINE.
054900     CLOSE OVERRIDE-LOG-FILE.
055000     MOVE WS-OVERRIDE-ACTION TO WS-ACTION-TEXT.
055100     DISPLAY "PAYSTRM: " WS-OVERRIDE-ACTION.
055200 4000-EXIT.
055300     EXIT.
055400*================================================================
055500*  4100-VALIDATE-OVERRIDE -- AN OVERRIDE NAMES ITS PAY DATE
055600*  AND STEP OUTRIGHT (NOTHING IS DEFAULTED) AND CARRIES THE
055700*  SUPERVISOR'S ID AND A REASON FOR THE LOG.
055800*================================================================
055900 4100-VALIDATE-OVERRIDE.
056000     IF SC-PAY-DATE = ZERO
056100         DISPLAY "PAYSTRM: OVERRIDE NAMES NO PAY DATE"
056200             " - RUN TERMINATED"
056300         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
056400         MOVE 8 TO RETURN-CODE
056500         GO TO 4100-EXIT
056600     END-IF.
056700     SET RS-IDX TO 1.
056800     SEARCH RS-STEP
056900         AT END
057000             DISPLAY "PAYSTRM: OVERRIDE STEP " SC-STEP-NAME
057100                 " IS NOT A STREAM STEP - RUN TERMINATED"
057200             MOVE "Y" TO WS-RUN-REFUSED-SWITCH
057300             MOVE 8 TO RETURN-CODE
057400         WHEN RS-STEP-NAME (RS-IDX) = SC-STEP-NAME
057500             SET WS-LEDGER-STEP TO RS-IDX
057600     END-SEARCH.
057700     IF WS-RUN-REFUSED
057800         GO TO 4100-EXIT
057900     END-IF.
058000     IF SC-SUPERVISOR-ID = SPACES
058100             OR SC-REASON = SPACES
058200         DISPLAY "PAYSTRM: OVERRIDE NEEDS A SUPERVISOR ID AND "
058300             "A REASON - RUN TERMINATED"
058400         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
058500         MOVE 8 TO RETURN-CODE
058600     END-IF.
058700 4100-EXIT.
058800     EXIT.
058900*================================================================
059000*  5000-WRITE-STATUS-REPORT -- A GRID LINE PER PAY DATE ON THE
059100*  LEDGER, IN PAY DATE ORDER, THEN THE STEP DETAIL FOR THE PAY
059200*  DATE ON PAYSTRM.PRM OR, FAILING THAT, THE LATEST.
059300*================================================================
059400 5000-WRITE-STATUS-REPORT.
059500     OPEN OUTPUT STREAM-REPORT-FILE.
059600     MOVE WS-RUN-DATE TO SR-H-RUN-DATE.
059700     MOVE WS-RUN-TIME (1:6) TO SR-H-RUN-TIME.
059800     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-HEADING-LINE.
059900     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-COLUMN-LINE.
060000     MOVE ZERO TO WS-DETAIL-PAY-DATE.
060100     IF SC-PAY-DATE IS NUMERIC
060200         MOVE SC-PAY-DATE TO WS-DETAIL-PAY-DATE
060300     END-IF.
060400     OPEN INPUT RUN-LEDGER-FILE.
060500     IF NOT WS-LEDGER-OK
060600         DISPLAY "PAYSTRM: NO RUN LEDGER ON FILE"
060700         GO TO 5000-EXIT
060800     END-IF.
060900     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
061000     MOVE ZERO TO JL-PAY-DATE.
061100     START RUN-LEDGER-FILE
061200         KEY IS NOT LESS THAN JL-PAY-DATE
061300         INVALID KEY
061400             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
061500     END-START.
061600     PERFORM 5100-REPORT-ONE-PAY-DATE THRU 5100-EXIT
061700         UNTIL WS-END-OF-LEDGER.
061800     IF WS-DETAIL-PAY-DATE NOT = ZERO
061900         MOVE WS-DETAIL-PAY-DATE TO JL-PAY-DATE
062000         READ RUN-LEDGER-FILE
062100             KEY IS JL-PAY-DATE
062200             INVALID KEY
062300                 DISPLAY "PAYSTRM: PAY DATE " WS-DETAIL-PAY-DATE
062400                     " IS NOT ON THE RUN LEDGER"
062500             NOT INVALID KEY
062600                 PERFORM 5300-WRITE-STEP-DETAIL THRU 5300-EXIT
062700         END-READ
062800     END-IF.
062900     CLOSE RUN-LEDGER-FILE.
063000 5000-EXIT.
063100     EXIT.
063200*================================================================
063300*  5100-REPORT-ONE-PAY-DATE
063400*================================================================
063500 5100-REPORT-ONE-PAY-DATE.
063600     READ RUN-LEDGER-FILE NEXT RECORD
063700         AT END
063800             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
063900     END-READ.
064000     IF WS-END-OF-LEDGER
064100         GO TO 5100-EXIT
064200     END-IF.
064300     ADD 1 TO WS-PAY-DATE-COUNT.
064400     MOVE SPACES TO WS-STRMRPT-GRID-LINE.
064500     MOVE JL-PAY-DATE TO SR-G-PAY-DATE.
064600     MOVE "STREAM COMPLETE" TO SR-G-STANDING.
064700     MOVE "N" TO WS-STANDING-SET-SWITCH.
064800     PERFORM 5200-GRID-ONE-STEP THRU 5200-EXIT
064900         VARYING WS-STEP-SUB FROM 1 BY 1
065000         UNTIL WS-STEP-SUB > 8.
065100     IF WS-STANDING-SET
065200         ADD 1 TO WS-OPEN-COUNT
065300     ELSE
065400         ADD 1 TO WS-COMPLETE-COUNT
065500     END-IF.
065600     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-GRID-LINE.
065700     IF SC-PAY-DATE IS NOT NUMERIC
065800             OR SC-PAY-DATE = ZERO
065900         MOVE JL-PAY-DATE TO WS-DETAIL-PAY-DATE
066000     END-IF.
066100 5100-EXIT.
066200     EXIT.
066300*================================================================
066400*  5200-GRID-ONE-STEP -- THE STEP'S STATE, AND, FOR THE FIRST
066500*  STEP IN STREAM ORDER NOT YET CLEARED, WHERE THE PAY DATE
066600*  STANDS.  PAYCLOCK NOT RUN DOES NOT HOLD A PAY DATE OPEN.
066700*================================================================
066800 5200-GRID-ONE-STEP.
066900     PERFORM 8100-SET-STATUS-WORD THRU 8100-EXIT.
067000     MOVE WS-STATUS-WORD TO SR-G-STATUS (WS-STEP-SUB).
067100     IF WS-STANDING-SET
067200         GO TO 5200-EXIT
067300     END-IF.
067400     IF JL-STEP-CLEARED (WS-STEP-SUB)
067500         GO TO 5200-EXIT
067600     END-IF.
067700     IF WS-STEP-SUB = 1
067800             AND JL-STEP-NOT-RUN (1)
067900         GO TO 5200-EXIT
068000     END-IF.
068100     MOVE "Y" TO WS-STANDING-SET-SWITCH.
068200     MOVE RS-STEP-NAME (WS-STEP-SUB) TO WS-STANDING-STEP.
068300     EVALUATE TRUE
068400         WHEN JL-STEP-STARTED (WS-STEP-SUB)
068500             MOVE "STARTED, NOT FINISHED" TO WS-STANDING-STATE
068600         WHEN JL-STEP-FAILED (WS-STEP-SUB)
068700             MOVE JL-RETURN-CODE (WS-STEP-SUB) TO WS-FAILED-RC
068800             MOVE WS-FAILED-STATE TO WS-STANDING-STATE
068900         WHEN OTHER
069000             MOVE "NOT YET RUN" TO WS-STANDING-STATE
069100     END-EVALUATE.
069200     MOVE WS-STANDING-TEXT TO SR-G-STANDING.
069300 5200-EXIT.
069400     EXIT.
069500*================================================================
069600*  5300-WRITE-STEP-DETAIL -- ONE LINE PER STEP FOR THE PAY DATE
069700*  IN HAND.
069800*================================================================
069900 5300-WRITE-STEP-DETAIL.
070000     MOVE JL-PAY-DATE TO SR-T-PAY-DATE.
070100     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-DETAIL-HEADING.
070200     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-DETAIL-COLUMNS.
070300     PERFORM 5400-DETAIL-ONE-STEP THRU 5400-EXIT
070400         VARYING WS-STEP-SUB FROM 1 BY 1
070500         UNTIL WS-STEP-SUB > 8.
070600 5300-EXIT.
070700     EXIT.
070800*================================================================
070900*  5400-DETAIL-ONE-STEP
071000*================================================================
071100 5400-DETAIL-ONE-STEP.
071200     PERFORM 8100-SET-STATUS-WORD THRU 8100-EXIT.
071300     MOVE RS-STEP-NAME (WS-STEP-SUB) TO SR-D-STEP-NAME.
071400     MOVE WS-STATUS-WORD TO SR-D-STATUS.
071500     MOVE JL-START-DATE (WS-STEP-SUB) TO SR-D-START-DATE.
071600     MOVE JL-START-TIME (WS-STEP-SUB) TO SR-D-START-TIME.
071700     MOVE JL-FINISH-DATE (WS-STEP-SUB) TO SR-D-FINISH-DATE.
071800     MOVE JL-FINISH-TIME (WS-STEP-SUB) TO SR-D-FINISH-TIME.
071900     MOVE JL-RUN-COUNT (WS-STEP-SUB) TO SR-D-RUN-COUNT.
072000     MOVE JL-RECORDS-IN (WS-STEP-SUB) TO SR-D-RECORDS-IN.
072100     MOVE JL-RECORDS-OUT (WS-STEP-SUB) TO SR-D-RECORDS-OUT.
072200     MOVE JL-RETURN-CODE (WS-STEP-SUB) TO SR-D-RETURN-CODE.
072300     MOVE JL-VERDICT (WS-STEP-SUB) TO SR-D-VERDICT.
072400     MOVE JL-OVERRIDE-BY (WS-STEP-SUB) TO SR-D-OVERRIDE-BY.
072500     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-DETAIL-LINE.
072600 5400-EXIT.
072700     EXIT.
072800*================================================================
072900*  8100-SET-STATUS-WORD -- THE PRINTED WORD FOR THE STATE OF
073000*  STEP WS-STEP-SUB ON THE LEDGER ENTRY IN HAND.
073100*================================================================
073200 8100-SET-STATUS-WORD.
073300     EVALUATE TRUE
073400         WHEN JL-STEP-NOT-RUN (WS-STEP-SUB)
073500             MOVE "--" TO WS-STATUS-WORD
073600         WHEN JL-STEP-STARTED (WS-STEP-SUB)
073700             MOVE "STARTED" TO WS-STATUS-WORD
073800         WHEN JL-STEP-COMPLETE (WS-STEP-SUB)
073900             MOVE "DONE" TO WS-STATUS-WORD
074000         WHEN JL-STEP-FAILED (WS-STEP-SUB)
074100             MOVE "FAILED" TO WS-STATUS-WORD
074200         WHEN JL-STEP-OVERRIDDEN (WS-STEP-SUB)
074300             MOVE "OVERRIDE" TO WS-STATUS-WORD
074400         WHEN OTHER
074500             MOVE "UNKNOWN" TO WS-STATUS-WORD
074600     END-EVALUATE.
074700 8100-EXIT.
074800     EXIT.
074900*================================================================
075000*  9000-TERMINATE -- LEDGER COUNTS AND THE ACTION TAKEN ON THE
075100*  REPORT, AND THE CLOSE.
075200*================================================================
075300 9000-TERMINATE.
075400     MOVE WS-PAY-DATE-COUNT TO SR-C-PAY-DATE-COUNT.
075500     MOVE WS-COMPLETE-COUNT TO SR-C-COMPLETE-COUNT.
075600     MOVE WS-OPEN-COUNT TO SR-C-OPEN-COUNT.
075700     WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-CONTROL-LINE.
075800     IF WS-ACTION-TEXT NOT = SPACES
075900         MOVE WS-ACTION-TEXT TO SR-A-TEXT
076000         WRITE STREAM-REPORT-LINE FROM WS-STRMRPT-ACTION-LINE
076100     END-IF.
076200     CLOSE STREAM-REPORT-FILE.
076300     DISPLAY "PAYSTRM: PAY DATES ON LEDGER " WS-PAY-DATE-COUNT.
076400     DISPLAY "PAYSTRM: STREAM COMPLETE     " WS-COMPLETE-COUNT.
076500     DISPLAY "PAYSTRM: STILL OPEN          " WS-OPEN-COUNT.
076600 9000-EXIT.
076700     EXIT.
076800*================================================================
076900*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
077000*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
077100*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
077200*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
077300*  THE LEDGER ALONE.
077400*================================================================
077500 9900-POST-RUN-LEDGER.
077600     IF NOT WS-LEDGER-STARTED
077700         GO TO 9900-EXIT
077800     END-IF.
077900     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
078000     ACCEPT WS-LEDGER-TIME FROM TIME.
078100     OPEN I-O RUN-LEDGER-FILE.
078200     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
078300     READ RUN-LEDGER-FILE
078400         KEY IS JL-PAY-DATE
078500         INVALID KEY
078600             DISPLAY "PAYSTRM: RUN LEDGER ENTRY FOR PAY DATE "
078700                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
078800                 "RECORDED"
078900             CLOSE RUN-LEDGER-FILE
079000             GO TO 9900-EXIT
079100     END-READ.
079200     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
079300     MOVE WS-LEDGER-TIME (1:6)
079400         TO JL-FINISH-TIME (WS-LEDGER-STEP).
079500     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
079600     MOVE WS-LEDGER-RECORDS-OUT
079700         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
079800     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
079900     IF RETURN-CODE = ZERO
080000         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
080100     ELSE
080200         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
080300     END-IF.
080400     IF WS-LEDGER-VERDICT = SPACES
080500         IF RETURN-CODE = ZERO
080600             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
080700         ELSE
080800             MOVE "FAILED" TO WS-LEDGER-VERDICT
080900         END-IF
081000     END-IF.
081100     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
081200     REWRITE RUN-LEDGER-RECORD.
081300     CLOSE RUN-LEDGER-FILE.
081400     DISPLAY "PAYSTRM: RUN LEDGER " WS-LEDGER-PAY-DATE " "
081500         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
081600 9900-EXIT.
081700     EXIT.
