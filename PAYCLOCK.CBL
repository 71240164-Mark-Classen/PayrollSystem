002100*                   THE CLOCKEXC.RPT LISTING FOR THE SUPERVISOR
002200*                   INSTEAD OF BECOMING A BAD OR ZERO-HOUR PAY
002300*                   RECORD.
002310*  10/15/2026 MHC   THE IMPORT NOW RUNS UNDER THE RUN LEDGER
002320*                   (RUNLEDG.DAT) AS THE FIRST STEP OF THE
002330*                   PAY DATE'S STREAM, AND WILL NOT RUN ONCE
002340*                   PAYROLL HAS STARTED FOR THAT PAY DATE.
002400*================================================================
002500*
002600*  THE PUNCH EXPORT IS SORTED BY EMPLOYEE ID, PUNCH DATE AND
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT EXCEPTION-FILE ASSIGN TO "CLOCKEXC.RPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006110     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS WS-PAYDATE-STATUS.
006140     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
006150         ORGANIZATION IS INDEXED
006160         ACCESS MODE IS DYNAMIC
006170         RECORD KEY IS JL-PAY-DATE
006180         FILE STATUS IS WS-LEDGER-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008600 FD  EXCEPTION-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  EXCEPTION-LINE               PIC X(132).
008810*
008820 FD  PAY-DATE-PARM-FILE
008830     LABEL RECORDS ARE STANDARD.
008840 COPY PAYDTPRM.
008850*
008860 FD  RUN-LEDGER-FILE
008870     LABEL RECORDS ARE STANDARD.
008880 COPY RUNLEDG.
008900
009000 WORKING-STORAGE SECTION.
009100*
009300*  PUNCH-IMPORT EXCEPTION LISTING LINE LAYOUTS
009400*----------------------------------------------------------------
009500 COPY CLOCKEXC.
009510*
009520*----------------------------------------------------------------
009530*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
009540*----------------------------------------------------------------
009550 COPY RUNLWORK.
009600*
009700*----------------------------------------------------------------
009800*  RUN SWITCHES
018600             UNTIL WS-END-OF-FILE
018700         PERFORM 9000-TERMINATE THRU 9000-EXIT
018800     END-IF.
018810     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
018900     GOBACK.
019000 0000-EXIT.
019100     EXIT.
019200*================================================================
019300*  1000-INITIALIZE -- LOAD THE PERIOD PARAMETERS, PROVE THE
019400*  PERIOD OPEN ON THE PAY CALENDAR, OPEN THE FILES AND PRIME
019410*  THE PUNCH READ.  THE RUN LEDGER IS SETTLED FIRST.
019600*================================================================
019700 1000-INITIALIZE.
019710     MOVE 1 TO WS-LEDGER-STEP.
019720     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
019730     IF NOT WS-RUN-REFUSED
019740         PERFORM 1940-CHECK-PAYROLL-STATE THRU 1940-EXIT
019750     END-IF.
019760     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
019770     IF WS-RUN-REFUSED
019780         GO TO 1000-EXIT
019790     END-IF.
019800     PERFORM 1100-READ-CLOCK-PARM THRU 1100-EXIT.
019900     IF WS-RUN-REFUSED
020000         GO TO 1000-EXIT
030700             END-IF
030800     END-READ.
030900 1250-EXIT.
030901     EXIT.
030902*================================================================
030903*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
030904*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
030905*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
030906*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
030907*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
030908*================================================================
030909 1900-CHECK-RUN-LEDGER.
030910     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
030911     ACCEPT WS-LEDGER-TIME FROM TIME.
030912     OPEN I-O RUN-LEDGER-FILE.
030913     IF NOT WS-LEDGER-OK
030914         OPEN OUTPUT RUN-LEDGER-FILE
030915         CLOSE RUN-LEDGER-FILE
030916         OPEN I-O RUN-LEDGER-FILE
030917     END-IF.
030918     MOVE ZERO TO WS-LEDGER-PAY-DATE.
030919     OPEN INPUT PAY-DATE-PARM-FILE.
030920     IF WS-PAYDATE-FOUND
030921         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
030922             AT END
030923                 MOVE ZERO TO PD-PAY-DATE
030924         END-READ
030925         IF PD-PAY-DATE IS NUMERIC
030926             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
030927         ELSE
030928             IF PD-PAY-DATE-X NOT = SPACES
030929                 DISPLAY "PAYCLOCK: BAD PAY DATE " PD-PAY-DATE-X
030930                     " ON PAYDATE.PRM - RUN TERMINATED"
030931                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
030932             END-IF
030933         END-IF
030934     END-IF.
030935*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
030936*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
030937     CLOSE PAY-DATE-PARM-FILE.
030938     IF WS-RUN-REFUSED
030939         GO TO 1900-REFUSE
030940     END-IF.
030941     IF WS-LEDGER-PAY-DATE = ZERO
030942         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
030943     END-IF.
030944     IF WS-LEDGER-PAY-DATE = ZERO
030945         DISPLAY "PAYCLOCK: NO PAY DATE IN FLIGHT ON THE RUN "
030946             "LEDGER - RUN TERMINATED"
030947         GO TO 1900-REFUSE
030948     END-IF.
030949     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
030950     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
030951     READ RUN-LEDGER-FILE
030952         KEY IS JL-PAY-DATE
030953         INVALID KEY
030954             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
030955     END-READ.
030956     IF WS-LEDGER-NEW-ENTRY
030957         MOVE SPACES TO RUN-LEDGER-RECORD
030958         INITIALIZE RUN-LEDGER-RECORD
030959         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
030960     END-IF.
030961     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
030962     IF WS-LEDGER-PRED-STEP = ZERO
030963         GO TO 1900-EXIT
030964     END-IF.
030965     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
030966         GO TO 1900-EXIT
030967     END-IF.
030968*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
030969     IF WS-LEDGER-PRED-STEP = 1
030970             AND JL-STEP-NOT-RUN (1)
030971         GO TO 1900-EXIT
030972     END-IF.
030973     DISPLAY "PAYCLOCK: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
030974         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
030975         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
030976 1900-REFUSE.
030977     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
030978     MOVE 12 TO RETURN-CODE.
030979 1900-EXIT.
030980     EXIT.
030981*================================================================
030982*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
030983*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
030984*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
030985*================================================================
030986 1910-DEFAULT-PAY-DATE.
030987     IF WS-LEDGER-DEFAULT-RUN-DATE
030988         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
030989         GO TO 1910-EXIT
030990     END-IF.
030991     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
030992     MOVE ZERO TO JL-PAY-DATE.
030993     START RUN-LEDGER-FILE
030994         KEY IS NOT LESS THAN JL-PAY-DATE
030995         INVALID KEY
030996             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
030997     END-START.
030998     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
030999         UNTIL WS-END-OF-LEDGER.
031000 1910-EXIT.
031001     EXIT.
031002*================================================================
031003*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
031004*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
031005*================================================================
031006 1920-TEST-ONE-PAY-DATE.
031007     READ RUN-LEDGER-FILE NEXT RECORD
031008         AT END
031009             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
031010     END-READ.
031011     IF WS-END-OF-LEDGER
031012         GO TO 1920-EXIT
031013     END-IF.
031014     IF WS-LEDGER-DEFAULT-RESTART
031015         IF JL-STEP-STARTED (2)
031016             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
031017         END-IF
031018     ELSE
031019         IF NOT JL-STEP-NOT-RUN (2)
031020             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
031021         END-IF
031022     END-IF.
031023 1920-EXIT.
031024     EXIT.
031025*================================================================
031026*  1940-CHECK-PAYROLL-STATE -- THE IMPORT REWRITES PAYROLL.TXT,
031027*  SO IT MAY NOT RUN UNDER A PAY DATE WHOSE PAYROLL IS UNDER WAY
031028*  OR AWAITING RESTART, NOR ONCE ANY STEP PAST THE BALANCING
031029*  PROOF HAS RELEASED THE PAY DATE.  BEFORE THAT A CORRECTED
031030*  IMPORT MAY BE RUN, AND THEN THE PAY DATE'S PAYROLL AND PAYBAL
031031*  ENTRIES ARE CLEARED -- PAYROLL MUST RUN AGAIN ON THE NEW
031032*  INPUT BEFORE ANYTHING DOWNSTREAM CAN.
031033*================================================================
031034 1940-CHECK-PAYROLL-STATE.
031035     IF JL-STEP-STARTED (2)
031036         DISPLAY "PAYCLOCK: PAYROLL IS IN PROGRESS OR AWAITING "
031037             "RESTART FOR PAY DATE " WS-LEDGER-PAY-DATE
031038             " - RUN TERMINATED"
031039         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
031040         MOVE 12 TO RETURN-CODE
031041         GO TO 1940-EXIT
031042     END-IF.
031043     IF NOT JL-STEP-NOT-RUN (4)
031044             OR NOT JL-STEP-NOT-RUN (5)
031045             OR NOT JL-STEP-NOT-RUN (6)
031046             OR NOT JL-STEP-NOT-RUN (7)
031047             OR NOT JL-STEP-NOT-RUN (8)
031048         DISPLAY "PAYCLOCK: PAY DATE " WS-LEDGER-PAY-DATE
031049             " HAS ALREADY BEEN RELEASED PAST PAYBAL"
031050             " - RUN TERMINATED"
031051         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
031052         MOVE 12 TO RETURN-CODE
031053         GO TO 1940-EXIT
031054     END-IF.
031055     INITIALIZE JL-STEP-ENTRY (2).
031056     INITIALIZE JL-STEP-ENTRY (3).
031057 1940-EXIT.
031058     EXIT.
031059*================================================================
031060*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
031061*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
031062*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
031063*================================================================
031064 1950-MARK-STEP-STARTED.
031065     IF WS-RUN-REFUSED
031066         CLOSE RUN-LEDGER-FILE
031067         GO TO 1950-EXIT
031068     END-IF.
031069     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
031070     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
031071     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
031072     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
031073         JL-FINISH-TIME (WS-LEDGER-STEP)
031074         JL-RECORDS-IN (WS-LEDGER-STEP)
031075         JL-RECORDS-OUT (WS-LEDGER-STEP)
031076         JL-RETURN-CODE (WS-LEDGER-STEP).
031077     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
031078         JL-OVERRIDE-BY (WS-LEDGER-STEP).
031079     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
031080     IF WS-LEDGER-NEW-ENTRY
031081         WRITE RUN-LEDGER-RECORD
031082     ELSE
031083         REWRITE RUN-LEDGER-RECORD
031084     END-IF.
031085     CLOSE RUN-LEDGER-FILE.
031086     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
031087 1950-EXIT.
031088     EXIT.
031100*================================================================
031200*  2000-PROCESS-EMPLOYEE -- GATHER EVERY PUNCH FOR THE EMPLOYEE
031300*  IN HAND, CLOSE OUT THE LAST DAY, AND WRITE ONE PAYROLL-RECORD
051500     DISPLAY "PAYCLOCK: PUNCHES READ      " WS-PUNCH-COUNT.
051600     DISPLAY "PAYCLOCK: RECORDS WRITTEN   " WS-RECORDS-WRITTEN.
051700     DISPLAY "PAYCLOCK: EXCEPTIONS LISTED " WS-EXCEPTION-COUNT.
051710     MOVE WS-PUNCH-COUNT TO WS-LEDGER-RECORDS-IN.
051720     MOVE WS-RECORDS-WRITTEN TO WS-LEDGER-RECORDS-OUT.
051800     CLOSE TIME-CLOCK-FILE.
051900     CLOSE EMPLOYEE-MASTER-FILE.
052000     CLOSE PAYROLL-FILE.
052100     CLOSE EXCEPTION-FILE.
052200 9000-EXIT.
052300     EXIT.
052400*================================================================
052500*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
052600*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
052700*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
052800*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
052900*  THE LEDGER ALONE.
053000*================================================================
053100 9900-POST-RUN-LEDGER.
053200     IF NOT WS-LEDGER-STARTED
053300         GO TO 9900-EXIT
053400     END-IF.
053500     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
053600     ACCEPT WS-LEDGER-TIME FROM TIME.
053700     OPEN I-O RUN-LEDGER-FILE.
053800     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
053900     READ RUN-LEDGER-FILE
054000         KEY IS JL-PAY-DATE
054100         INVALID KEY
054200             DISPLAY "PAYCLOCK: RUN LEDGER ENTRY FOR PAY DATE "
054300                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
054400                 "RECORDED"
054500             CLOSE RUN-LEDGER-FILE
054600             GO TO 9900-EXIT
054700     END-READ.
054800     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
054900     MOVE WS-LEDGER-TIME (1:6)
055000         TO JL-FINISH-TIME (WS-LEDGER-STEP).
055100     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
055200     MOVE WS-LEDGER-RECORDS-OUT
055300         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
055400     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
055500     IF RETURN-CODE = ZERO
055600         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
055700     ELSE
055800         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
055900     END-IF.
056000     IF WS-LEDGER-VERDICT = SPACES
056100         IF RETURN-CODE = ZERO
056200             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
056300         ELSE
056400             MOVE "FAILED" TO WS-LEDGER-VERDICT
056500         END-IF
056600     END-IF.
056700     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
056800     REWRITE RUN-LEDGER-RECORD.
056900     CLOSE RUN-LEDGER-FILE.
057000     DISPLAY "PAYCLOCK: RUN LEDGER " WS-LEDGER-PAY-DATE " "
057100         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
057200 9900-EXIT.
057300     EXIT.
