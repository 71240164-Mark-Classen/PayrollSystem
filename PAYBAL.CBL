001540*                   (BONUS / COMMISSION / RETRO / SHIFT DIFF)
001550*                   -- PAYROLL SPLITS THEM OFF THE ORDINARY
001560*                   PAYROLL EXPENSE LEG.
001562*  10/15/2026 MHC   THE PROOF NOW RUNS UNDER THE RUN LEDGER
001564*                   (RUNLEDG.DAT).  IT WILL NOT START UNLESS
001566*                   PAYROLL FINISHED CLEANLY FOR THE PAY DATE,
001568*                   AND ITS VERDICT IS POSTED THERE -- NOTHING
001570*                   DOWNSTREAM RELEASES UNTIL IT IS IN BALANCE.
001572*  10/15/2026 MHC   THE CHECK ISSUE TOTAL COUNTS ORDINARY
001574*                   ISSUES ONLY -- THE VOIDS AND REPLACEMENT
001576*                   ISSUES PAYREISS WRITES TO POSPAY.DAT MOVE NO
001578*                   PAY AND ARE NO PART OF THE RUN'S NET.
001580*  10/15/2026 MHC   WITH MORE THAN ONE COMPANY IN THE RUN, THE
001582*                   NET PAY, GL BALANCE AND GL CASH PROOFS ARE
001584*                   ALSO MADE COMPANY BY COMPANY, FROM THE
001586*                   COMPANY CODES ON THE ACH, POSITIVE-PAY AND GL
001588*                   FILES AND THE CHECKPOINT DEPARTMENT TOTALS.
001600*================================================================
001700*
001800*  THIS PROGRAM RUNS AFTER PAYROLL.  THE RUN'S FINAL CONTROL
002500*    2. GL DEBITS EQUAL GL CREDITS, AND THE GROSS / TAXES / NET
002600*       LEGS EACH TIE TO THE RUN CONTROL TOTALS.
002700*    3. RECORDS READ EQUALS RECORDS PAID PLUS RECORDS REJECTED.
002710*  WHEN THE RUN PAID MORE THAN ONE COMPANY, PROOFS 1 AND 2 (NET
002720*  PAY, GL DEBITS VS CREDITS, GL CASH VS NET) ARE REPEATED FOR
002730*  EACH COMPANY -- EACH HAS ITS OWN BANK AND ITS OWN GL.  A
002740*  BLANK COMPANY CODE ON ANY FILE IS COMPANY 01.
002800*  EVERY PROOF PRINTS ON BALANCE.RPT WITH ITS OWN VERDICT; ANY
002900*  FAILURE SETS RETURN CODE 8 AND THE RUN VERDICT TO
003000*  OUT-OF-BALANCE.
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANCE.RPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT OPTIONAL PAY-DATE-PARM-FILE ASSIGN TO "PAYDATE.PRM"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-PAYDATE-STATUS.
004840     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
004850         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS DYNAMIC
004870         RECORD KEY IS JL-PAY-DATE
004880         FILE STATUS IS WS-LEDGER-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006900 FD  BALANCE-REPORT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  BALANCE-REPORT-LINE          PIC X(132).
007110*
007120 FD  PAY-DATE-PARM-FILE
007130     LABEL RECORDS ARE STANDARD.
007140 COPY PAYDTPRM.
007150*
007160 FD  RUN-LEDGER-FILE
007170     LABEL RECORDS ARE STANDARD.
007180 COPY RUNLEDG.
007200
007300 WORKING-STORAGE SECTION.
007400*
007600*  BALANCING REPORT LINE LAYOUTS
007700*----------------------------------------------------------------
007800 COPY BALRPT.
007810*
007820*----------------------------------------------------------------
007830*  RUN LEDGER WORK FIELDS AND THE STREAM STEP TABLE
007840*----------------------------------------------------------------
007850 COPY RUNLWORK.
007900*
008000*----------------------------------------------------------------
008100*  RUN SWITCHES
009320*  TOTALS ACTUALLY LOADED IS HELD IN ITS OWN SWITCH.
009330     05  WS-TOTALS-LOADED-SWITCH  PIC X(01)   VALUE "N".
009340         88  WS-TOTALS-LOADED                 VALUE "Y".
009350     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
009360         88  WS-RUN-REFUSED                   VALUE "Y".
009400*
009500*----------------------------------------------------------------
009600*  FILE ACCUMULATORS -- WHAT THE OUTPUT FILES ACTUALLY CARRY
011200     05  WS-PROOF-LEFT            PIC S9(11)V99 VALUE ZERO.
011300     05  WS-PROOF-RIGHT           PIC S9(11)V99 VALUE ZERO.
011400     05  WS-RECORDS-ACCOUNTED     PIC 9(09)    VALUE ZERO.
011402*
011404*----------------------------------------------------------------
011406*  PER-COMPANY ACCUMULATORS -- ONE ENTRY PER COMPANY CODE SEEN
011408*  ON THE FILES UNDER PROOF.  WS-CP-RUN-NET IS THE COMPANY'S
011410*  NET FROM THE CHECKPOINT DEPARTMENT TOTALS.
011412*----------------------------------------------------------------
011414 01  WS-HOME-COMPANY-CODE         PIC X(02)   VALUE "01".
011416 01  WS-WANTED-COMPANY            PIC X(02)   VALUE SPACES.
011418 01  WS-COMPANY-PROOF-COUNT       PIC 9(02)   VALUE ZERO.
011420 01  WS-DEPT-SUB                  PIC 9(03)   VALUE ZERO.
011422 01  WS-COMPANY-ENTRY-SWITCH      PIC X(01)   VALUE "N".
011424     88  WS-COMPANY-ENTRY-FOUND               VALUE "Y".
011426 01  WS-COMPANY-OVERFLOW-SWITCH   PIC X(01)   VALUE "N".
011428     88  WS-COMPANY-OVERFLOW                  VALUE "Y".
011430 01  WS-COMPANY-PROOF-TABLE.
011432     05  WS-COMPANY-PROOF-ENTRY OCCURS 20 TIMES
011434             INDEXED BY CP-IDX.
011436         10  WS-CP-COMPANY-CODE   PIC X(02).
011438         10  WS-CP-ACH-NET        PIC S9(11)V99.
011440         10  WS-CP-CHECK-ISSUE-TOTAL PIC S9(11)V99.
011442         10  WS-CP-GL-DEBIT-TOTAL PIC S9(11)V99.
011444         10  WS-CP-GL-CREDIT-TOTAL PIC S9(11)V99.
011446         10  WS-CP-GL-NET-LEG     PIC S9(11)V99.
011448         10  WS-CP-RUN-NET        PIC S9(11)V99.
011450 01  WS-COMPANY-PROOF-NAME.
011452     05  FILLER                   PIC X(08)   VALUE "COMPANY ".
011454     05  WS-CPN-COMPANY-CODE      PIC X(02)   VALUE SPACES.
011456     05  FILLER                   PIC X(01)   VALUE SPACE.
011458     05  WS-CPN-PROOF-TEXT        PIC X(31)   VALUE SPACES.
011500
011600 PROCEDURE DIVISION.
011700*================================================================
011900*================================================================
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012110     IF NOT WS-RUN-REFUSED
012120         IF WS-TOTALS-LOADED
012130             PERFORM 2000-SUM-ACH-FILE THRU 2000-EXIT
012140             PERFORM 3000-SUM-POSPAY-FILE THRU 3000-EXIT
012150             PERFORM 4000-SUM-GL-FILE THRU 4000-EXIT
012160             PERFORM 5000-PROVE-THE-RUN THRU 5000-EXIT
012170         END-IF
012180         PERFORM 9000-TERMINATE THRU 9000-EXIT
012700     END-IF.
012710     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
012900     GOBACK.
013000 0000-EXIT.
013100     EXIT.
013200*================================================================
013300*  1000-INITIALIZE -- PICK UP THE RUN'S FINAL CONTROL TOTALS
013400*  FROM THE LAST CHECKPOINT AND OPEN THE FILES UNDER PROOF.
013410*  PAYROLL MUST FIRST HAVE FINISHED CLEANLY FOR THE PAY DATE.
013500*================================================================
013600 1000-INITIALIZE.
013610     MOVE 3 TO WS-LEDGER-STEP.
013620     MOVE "L" TO WS-LEDGER-DEFAULT-RULE.
013630     PERFORM 1900-CHECK-RUN-LEDGER THRU 1900-EXIT.
013640     PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
013650     IF WS-RUN-REFUSED
013660         GO TO 1000-EXIT
013670     END-IF.
013700     OPEN INPUT CHECKPOINT-FILE.
013800     IF WS-CHECKPOINT-FOUND
013900         READ CHECKPOINT-FILE
015600 1000-EXIT.
015700     EXIT.
015800*================================================================
015801*  1900-CHECK-RUN-LEDGER -- SETTLE THE PAY DATE THIS RUN FALLS
015802*  UNDER (PAYDATE.PRM, ELSE THE STEP'S DEFAULT RULE), FETCH OR
015803*  BEGIN ITS RUN LEDGER ENTRY, AND PROVE THE STEP'S PREDECESSOR
015804*  FINISHED CLEANLY (OR WAS OVERRIDDEN) FOR THAT PAY DATE.  THE
015805*  LEDGER IS LEFT OPEN WITH THE ENTRY IN HAND FOR 1950.
015806*================================================================
015807 1900-CHECK-RUN-LEDGER.
015808     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
015809     ACCEPT WS-LEDGER-TIME FROM TIME.
015810     OPEN I-O RUN-LEDGER-FILE.
015811     IF NOT WS-LEDGER-OK
015812         OPEN OUTPUT RUN-LEDGER-FILE
015813         CLOSE RUN-LEDGER-FILE
015814         OPEN I-O RUN-LEDGER-FILE
015815     END-IF.
015816     MOVE ZERO TO WS-LEDGER-PAY-DATE.
015817     OPEN INPUT PAY-DATE-PARM-FILE.
015818     IF WS-PAYDATE-FOUND
015819         READ PAY-DATE-PARM-FILE INTO PAY-DATE-PARM-RECORD
015820             AT END
015821                 MOVE ZERO TO PD-PAY-DATE
015822         END-READ
015823         IF PD-PAY-DATE IS NUMERIC
015824             MOVE PD-PAY-DATE TO WS-LEDGER-PAY-DATE
015825         ELSE
015826             IF PD-PAY-DATE-X NOT = SPACES
015827                 DISPLAY "PAYBAL: BAD PAY DATE " PD-PAY-DATE-X
015828                     " ON PAYDATE.PRM - RUN TERMINATED"
015829                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
015830             END-IF
015831         END-IF
015832     END-IF.
015833*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
015834*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
015835     CLOSE PAY-DATE-PARM-FILE.
015836     IF WS-RUN-REFUSED
015837         GO TO 1900-REFUSE
015838     END-IF.
015839     IF WS-LEDGER-PAY-DATE = ZERO
015840         PERFORM 1910-DEFAULT-PAY-DATE THRU 1910-EXIT
015841     END-IF.
015842     IF WS-LEDGER-PAY-DATE = ZERO
015843         DISPLAY "PAYBAL: NO PAY DATE IN FLIGHT ON THE RUN "
015844             "LEDGER - RUN TERMINATED"
015845         GO TO 1900-REFUSE
015846     END-IF.
015847     MOVE "N" TO WS-LEDGER-NEW-SWITCH.
015848     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
015849     READ RUN-LEDGER-FILE
015850         KEY IS JL-PAY-DATE
015851         INVALID KEY
015852             MOVE "Y" TO WS-LEDGER-NEW-SWITCH
015853     END-READ.
015854     IF WS-LEDGER-NEW-ENTRY
015855         MOVE SPACES TO RUN-LEDGER-RECORD
015856         INITIALIZE RUN-LEDGER-RECORD
015857         MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE
015858     END-IF.
015859     MOVE RS-PREDECESSOR (WS-LEDGER-STEP) TO WS-LEDGER-PRED-STEP.
015860     IF WS-LEDGER-PRED-STEP = ZERO
015861         GO TO 1900-EXIT
015862     END-IF.
015863     IF JL-STEP-CLEARED (WS-LEDGER-PRED-STEP)
015864         GO TO 1900-EXIT
015865     END-IF.
015866*  PAYCLOCK IS THE ONE OPTIONAL STEP -- NOT RUN AT ALL IS FINE.
015867     IF WS-LEDGER-PRED-STEP = 1
015868             AND JL-STEP-NOT-RUN (1)
015869         GO TO 1900-EXIT
015870     END-IF.
015871     DISPLAY "PAYBAL: " RS-STEP-NAME (WS-LEDGER-PRED-STEP)
015872         " HAS NOT FINISHED CLEANLY FOR PAY DATE "
015873         WS-LEDGER-PAY-DATE " - RUN TERMINATED".
015874 1900-REFUSE.
015875     MOVE "Y" TO WS-RUN-REFUSED-SWITCH.
015876     MOVE 8 TO RETURN-CODE.
015877 1900-EXIT.
015878     EXIT.
015879*================================================================
015880*  1910-DEFAULT-PAY-DATE -- NO DATE ON PAYDATE.PRM.  THE RUN
015881*  DATE, OR A WALK OF THE LEDGER FOR THE LATEST PAY DATE ON
015882*  WHICH PAYROLL HAS RUN (OR, FOR A RESTART, IS STILL STARTED).
015883*================================================================
015884 1910-DEFAULT-PAY-DATE.
015885     IF WS-LEDGER-DEFAULT-RUN-DATE
015886         MOVE WS-LEDGER-DATE TO WS-LEDGER-PAY-DATE
015887         GO TO 1910-EXIT
015888     END-IF.
015889     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
015890     MOVE ZERO TO JL-PAY-DATE.
015891     START RUN-LEDGER-FILE
015892         KEY IS NOT LESS THAN JL-PAY-DATE
015893         INVALID KEY
015894             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
015895     END-START.
015896     PERFORM 1920-TEST-ONE-PAY-DATE THRU 1920-EXIT
015897         UNTIL WS-END-OF-LEDGER.
015898 1910-EXIT.
015899     EXIT.
015900*================================================================
015901*  1920-TEST-ONE-PAY-DATE -- THE LEDGER READS IN PAY DATE
015902*  ORDER, SO THE LAST ENTRY THAT QUALIFIES IS THE LATEST.
015903*================================================================
015904 1920-TEST-ONE-PAY-DATE.
015905     READ RUN-LEDGER-FILE NEXT RECORD
015906         AT END
015907             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
015908     END-READ.
015909     IF WS-END-OF-LEDGER
015910         GO TO 1920-EXIT
015911     END-IF.
015912     IF WS-LEDGER-DEFAULT-RESTART
015913         IF JL-STEP-STARTED (2)
015914             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
015915         END-IF
015916     ELSE
015917         IF NOT JL-STEP-NOT-RUN (2)
015918             MOVE JL-PAY-DATE TO WS-LEDGER-PAY-DATE
015919         END-IF
015920     END-IF.
015921 1920-EXIT.
015922     EXIT.
015923*================================================================
015924*  1950-MARK-STEP-STARTED -- STAMP THE STEP STARTED ON THE
015925*  ENTRY IN HAND AND CLOSE THE LEDGER.  FROM HERE ON A RUN THAT
015926*  DOES NOT REACH 9900 SHOWS AS STARTED AND NEVER FINISHED.
015927*================================================================
015928 1950-MARK-STEP-STARTED.
015929     IF WS-RUN-REFUSED
015930         CLOSE RUN-LEDGER-FILE
015931         GO TO 1950-EXIT
015932     END-IF.
015933     MOVE "S" TO JL-STEP-STATUS (WS-LEDGER-STEP).
015934     MOVE WS-LEDGER-DATE TO JL-START-DATE (WS-LEDGER-STEP).
015935     MOVE WS-LEDGER-TIME (1:6) TO JL-START-TIME (WS-LEDGER-STEP).
015936     MOVE ZERO TO JL-FINISH-DATE (WS-LEDGER-STEP)
015937         JL-FINISH-TIME (WS-LEDGER-STEP)
015938         JL-RECORDS-IN (WS-LEDGER-STEP)
015939         JL-RECORDS-OUT (WS-LEDGER-STEP)
015940         JL-RETURN-CODE (WS-LEDGER-STEP).
015941     MOVE SPACES TO JL-VERDICT (WS-LEDGER-STEP)
015942         JL-OVERRIDE-BY (WS-LEDGER-STEP).
015943     ADD 1 TO JL-RUN-COUNT (WS-LEDGER-STEP).
015944     IF WS-LEDGER-NEW-ENTRY
015945         WRITE RUN-LEDGER-RECORD
015946     ELSE
015947         REWRITE RUN-LEDGER-RECORD
015948     END-IF.
015949     CLOSE RUN-LEDGER-FILE.
015950     MOVE "Y" TO WS-LEDGER-STARTED-SWITCH.
015951 1950-EXIT.
015952     EXIT.
015953*================================================================
015954*  2000-SUM-ACH-FILE -- CREDITS (TRANS CODE 22) AND DEBITS
016000*  (TRANS CODE 27) ACCUMULATE SEPARATELY.
016100*================================================================
016200 2000-SUM-ACH-FILE.
017700             ELSE
017800                 ADD ACH-AMOUNT TO WS-ACH-CREDIT-TOTAL
017900             END-IF
017905             MOVE ACH-COMPANY-CODE TO WS-WANTED-COMPANY
017910             PERFORM 5300-FIND-PROOF-COMPANY THRU 5300-EXIT
017915             IF WS-COMPANY-ENTRY-FOUND
017920                 IF ACH-TRANSACTION-CODE = "27"
017925                     SUBTRACT ACH-AMOUNT
017930                         FROM WS-CP-ACH-NET (CP-IDX)
017935                 ELSE
017940                     ADD ACH-AMOUNT TO WS-CP-ACH-NET (CP-IDX)
017945                 END-IF
017950             END-IF
018000     END-READ.
018100 2100-EXIT.
018200     EXIT.
018300*================================================================
018310*  3000-SUM-POSPAY-FILE -- THE PAPER-CHECK ISSUE TOTAL, FROM
018320*  THE ORDINARY ISSUES ONLY.
018500*================================================================
018600 3000-SUM-POSPAY-FILE.
018700     PERFORM 3100-SUM-ONE-ISSUE THRU 3100-EXIT
019600         AT END
019700             MOVE "Y" TO WS-POSPAY-EOF-SWITCH
019800         NOT AT END
019810             IF PP-ORIGINAL-ISSUE
019820                 ADD PP-AMOUNT TO WS-CHECK-ISSUE-TOTAL
019830                 MOVE PP-COMPANY-CODE TO WS-WANTED-COMPANY
019840                 PERFORM 5300-FIND-PROOF-COMPANY THRU 5300-EXIT
019850                 IF WS-COMPANY-ENTRY-FOUND
019860                     ADD PP-AMOUNT
019870                         TO WS-CP-CHECK-ISSUE-TOTAL (CP-IDX)
019880                 END-IF
019890             END-IF
020000     END-READ.
020100 3100-EXIT.
020200     EXIT.
024460                             FROM WS-GL-STATE-LEG
024470                     END-IF
024500             END-EVALUATE
024510             MOVE GL-COMPANY-CODE TO WS-WANTED-COMPANY
024520             PERFORM 5300-FIND-PROOF-COMPANY THRU 5300-EXIT
024530             IF WS-COMPANY-ENTRY-FOUND
024540                 PERFORM 4200-SUM-COMPANY-GL-ENTRY THRU 4200-EXIT
024550             END-IF
024600     END-READ.
024700 4100-EXIT.
024705     EXIT.
024710*================================================================
024715*  4200-SUM-COMPANY-GL-ENTRY -- THE GL ENTRY IN HAND AGAINST
024720*  ITS COMPANY'S DEBITS, CREDITS AND CASH LEG.
024725*================================================================
024730 4200-SUM-COMPANY-GL-ENTRY.
024735     IF GL-DEBIT
024740         ADD GL-AMOUNT TO WS-CP-GL-DEBIT-TOTAL (CP-IDX)
024745     ELSE
024750         ADD GL-AMOUNT TO WS-CP-GL-CREDIT-TOTAL (CP-IDX)
024755     END-IF.
024760     IF GL-ACCOUNT-NUMBER = "10001000"
024765         IF GL-CREDIT
024770             ADD GL-AMOUNT TO WS-CP-GL-NET-LEG (CP-IDX)
024775         ELSE
024780             SUBTRACT GL-AMOUNT FROM WS-CP-GL-NET-LEG (CP-IDX)
024785         END-IF
024790     END-IF.
024795 4200-EXIT.
024800     EXIT.
024900*================================================================
025000*  5000-PROVE-THE-RUN -- EACH PROOF PRINTS ITS TWO FIGURES AND
028500         CK-TOTAL-RECORD-COUNT + CK-TOTAL-EXCEPTION-COUNT.
028600     MOVE WS-RECORDS-ACCOUNTED TO WS-PROOF-RIGHT.
028700     PERFORM 5100-WRITE-ONE-PROOF THRU 5100-EXIT.
028710     PERFORM 5220-GATHER-DEPT-NET THRU 5220-EXIT
028720         VARYING WS-DEPT-SUB FROM 1 BY 1
028730         UNTIL WS-DEPT-SUB > CK-DEPT-TABLE-COUNT.
028740     IF WS-COMPANY-PROOF-COUNT > 1 OR WS-COMPANY-OVERFLOW
028750         PERFORM 5200-PROVE-EACH-COMPANY THRU 5200-EXIT
028760     END-IF.
028800 5000-EXIT.
028900     EXIT.
029000*================================================================
030300 5100-EXIT.
030400     EXIT.
030500*================================================================
030501*  5200-PROVE-EACH-COMPANY -- A COMPANY BEYOND THE TABLE CANNOT
030502*  BE PROVED, WHICH TURNS THE RUN VERDICT OVER.
030503*================================================================
030504 5200-PROVE-EACH-COMPANY.
030505     PERFORM 5210-PROVE-ONE-COMPANY THRU 5210-EXIT
030506         VARYING CP-IDX FROM 1 BY 1
030507         UNTIL CP-IDX > WS-COMPANY-PROOF-COUNT.
030508     IF WS-COMPANY-OVERFLOW
030509         DISPLAY "PAYBAL: MORE THAN 20 COMPANIES ON THE RUN'S "
030510             "FILES - NOT ALL COMPANIES PROVED"
030511         MOVE "N" TO WS-BALANCE-SWITCH
030512     END-IF.
030513 5200-EXIT.
030514     EXIT.
030515*================================================================
030516*  5210-PROVE-ONE-COMPANY
030517*================================================================
030518 5210-PROVE-ONE-COMPANY.
030519     MOVE WS-CP-COMPANY-CODE (CP-IDX) TO WS-CPN-COMPANY-CODE.
030520     MOVE "ACH + CHECKS VS NET PAY" TO WS-CPN-PROOF-TEXT.
030521     MOVE WS-COMPANY-PROOF-NAME TO BL-P-PROOF-NAME.
030522     COMPUTE WS-PROOF-LEFT =
030523         WS-CP-ACH-NET (CP-IDX)
030524         + WS-CP-CHECK-ISSUE-TOTAL (CP-IDX).
030525     MOVE WS-CP-RUN-NET (CP-IDX) TO WS-PROOF-RIGHT.
030526     PERFORM 5100-WRITE-ONE-PROOF THRU 5100-EXIT.
030527     MOVE "GL DEBITS VS GL CREDITS" TO WS-CPN-PROOF-TEXT.
030528     MOVE WS-COMPANY-PROOF-NAME TO BL-P-PROOF-NAME.
030529     MOVE WS-CP-GL-DEBIT-TOTAL (CP-IDX) TO WS-PROOF-LEFT.
030530     MOVE WS-CP-GL-CREDIT-TOTAL (CP-IDX) TO WS-PROOF-RIGHT.
030531     PERFORM 5100-WRITE-ONE-PROOF THRU 5100-EXIT.
030532     MOVE "GL CASH LEG VS NET TOTAL" TO WS-CPN-PROOF-TEXT.
030533     MOVE WS-COMPANY-PROOF-NAME TO BL-P-PROOF-NAME.
030534     MOVE WS-CP-GL-NET-LEG (CP-IDX) TO WS-PROOF-LEFT.
030535     MOVE WS-CP-RUN-NET (CP-IDX) TO WS-PROOF-RIGHT.
030536     PERFORM 5100-WRITE-ONE-PROOF THRU 5100-EXIT.
030537 5210-EXIT.
030538     EXIT.
030539*================================================================
030540*  5220-GATHER-DEPT-NET -- ONE CHECKPOINT DEPARTMENT ENTRY'S
030541*  NET TO ITS COMPANY.
030542*================================================================
030543 5220-GATHER-DEPT-NET.
030544     MOVE CK-DEPT-COMPANY-CODE (WS-DEPT-SUB)
030545         TO WS-WANTED-COMPANY.
030546     PERFORM 5300-FIND-PROOF-COMPANY THRU 5300-EXIT.
030547     IF WS-COMPANY-ENTRY-FOUND
030548         ADD CK-DEPT-NET-TOTAL (WS-DEPT-SUB)
030549             TO WS-CP-RUN-NET (CP-IDX)
030550     END-IF.
030551 5220-EXIT.
030552     EXIT.
030553*================================================================
030554*  5300-FIND-PROOF-COMPANY -- POINT CP-IDX AT WS-WANTED-COMPANY'S
030555*  ENTRY, ADDING ONE THE FIRST TIME THE CODE IS SEEN.  A BLANK
030556*  CODE IS COMPANY 01.
030557*================================================================
030558 5300-FIND-PROOF-COMPANY.
030559     MOVE "N" TO WS-COMPANY-ENTRY-SWITCH.
030560     IF WS-WANTED-COMPANY = SPACES
030561         MOVE WS-HOME-COMPANY-CODE TO WS-WANTED-COMPANY
030562     END-IF.
030563     SET CP-IDX TO 1.
030564     SEARCH WS-COMPANY-PROOF-ENTRY
030565         AT END
030566             MOVE "Y" TO WS-COMPANY-OVERFLOW-SWITCH
030567         WHEN CP-IDX > WS-COMPANY-PROOF-COUNT
030568             ADD 1 TO WS-COMPANY-PROOF-COUNT
030569             MOVE WS-WANTED-COMPANY TO WS-CP-COMPANY-CODE (CP-IDX)
030570             MOVE ZERO TO WS-CP-ACH-NET (CP-IDX)
030571                 WS-CP-CHECK-ISSUE-TOTAL (CP-IDX)
030572                 WS-CP-GL-DEBIT-TOTAL (CP-IDX)
030573                 WS-CP-GL-CREDIT-TOTAL (CP-IDX)
030574                 WS-CP-GL-NET-LEG (CP-IDX)
030575                 WS-CP-RUN-NET (CP-IDX)
030576             MOVE "Y" TO WS-COMPANY-ENTRY-SWITCH
030577         WHEN WS-CP-COMPANY-CODE (CP-IDX) = WS-WANTED-COMPANY
030578             MOVE "Y" TO WS-COMPANY-ENTRY-SWITCH
030579     END-SEARCH.
030580 5300-EXIT.
030581     EXIT.
030582*================================================================
030600*  9000-TERMINATE -- RUN VERDICT, RETURN CODE AND FILE CLOSES.
030700*  RETURN CODE 8 TELLS THE JOB STREAM TO HOLD THE ACH
030800*  TRANSMISSION.
031500         MOVE "OUT OF BALANCE" TO BL-V-VERDICT
031600         MOVE 8 TO RETURN-CODE
031700     END-IF.
031710     IF WS-TOTALS-LOADED
031720         MOVE CK-LAST-RECORD-NBR TO WS-LEDGER-RECORDS-IN
031730         MOVE CK-TOTAL-RECORD-COUNT TO WS-LEDGER-RECORDS-OUT
031740     END-IF.
031750     MOVE BL-V-VERDICT TO WS-LEDGER-VERDICT.
031800     WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-VERDICT-LINE.
031900     DISPLAY "PAYBAL: RUN IS " BL-V-VERDICT.
032000     CLOSE ACH-FILE.
032300     CLOSE BALANCE-REPORT-FILE.
032400 9000-EXIT.
032500     EXIT.
032600*================================================================
032700*  9900-POST-RUN-LEDGER -- RECORD THE STEP FINISHED ON ITS
032800*  PAY DATE'S LEDGER ENTRY: COUNTS, RETURN CODE AND VERDICT.
032900*  ONLY A ZERO RETURN CODE FINISHES THE STEP CLEANLY AND LETS
033000*  ITS SUCCESSORS RUN.  A RUN REFUSED BEFORE IT STARTED LEAVES
033100*  THE LEDGER ALONE.
033200*================================================================
033300 9900-POST-RUN-LEDGER.
033400     IF NOT WS-LEDGER-STARTED
033500         GO TO 9900-EXIT
033600     END-IF.
033700     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
033800     ACCEPT WS-LEDGER-TIME FROM TIME.
033900     OPEN I-O RUN-LEDGER-FILE.
034000     MOVE WS-LEDGER-PAY-DATE TO JL-PAY-DATE.
034100     READ RUN-LEDGER-FILE
034200         KEY IS JL-PAY-DATE
034300         INVALID KEY
034400             DISPLAY "PAYBAL: RUN LEDGER ENTRY FOR PAY DATE "
034500                 WS-LEDGER-PAY-DATE " NOT FOUND - FINISH NOT "
034600                 "RECORDED"
034700             CLOSE RUN-LEDGER-FILE
034800             GO TO 9900-EXIT
034900     END-READ.
035000     MOVE WS-LEDGER-DATE TO JL-FINISH-DATE (WS-LEDGER-STEP).
035100     MOVE WS-LEDGER-TIME (1:6)
035200         TO JL-FINISH-TIME (WS-LEDGER-STEP).
035300     MOVE WS-LEDGER-RECORDS-IN TO JL-RECORDS-IN (WS-LEDGER-STEP).
035400     MOVE WS-LEDGER-RECORDS-OUT
035500         TO JL-RECORDS-OUT (WS-LEDGER-STEP).
035600     MOVE RETURN-CODE TO JL-RETURN-CODE (WS-LEDGER-STEP).
035700     IF RETURN-CODE = ZERO
035800         MOVE "C" TO JL-STEP-STATUS (WS-LEDGER-STEP)
035900     ELSE
036000         MOVE "F" TO JL-STEP-STATUS (WS-LEDGER-STEP)
036100     END-IF.
036200     IF WS-LEDGER-VERDICT = SPACES
036300         IF RETURN-CODE = ZERO
036400             MOVE "COMPLETE" TO WS-LEDGER-VERDICT
036500         ELSE
036600             MOVE "FAILED" TO WS-LEDGER-VERDICT
036700         END-IF
036800     END-IF.
036900     MOVE WS-LEDGER-VERDICT TO JL-VERDICT (WS-LEDGER-STEP).
037000     REWRITE RUN-LEDGER-RECORD.
037100     CLOSE RUN-LEDGER-FILE.
037200     DISPLAY "PAYBAL: RUN LEDGER " WS-LEDGER-PAY-DATE " "
037300         RS-STEP-NAME (WS-LEDGER-STEP) " " WS-LEDGER-VERDICT.
037400 9900-EXIT.
037500     EXIT.
