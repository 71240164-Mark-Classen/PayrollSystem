000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYYTDPF.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  YTD INTEGRITY PROOF -- RE-SUMS
001100*                   THE YEAR'S PAYROLL HISTORY FOR EVERY
001200*                   EMPLOYEE, PROVES IT AGAINST THE EM-YTD
001300*                   BUCKETS AND THE STANDING DEDUCTION YTDS,
001400*                   AND IN CORRECTION MODE REWRITES AN OUT-OF-
001500*                   BALANCE MASTER FROM HISTORY WITH A BEFORE/
001600*                   AFTER AUDIT LINE.
001700*================================================================
001800*
001900*  THE EM-YTD-* BUCKETS ON THE EMPLOYEE MASTER ARE A RUNNING
002000*  ROLL-UP; PAYHIST.DAT IS THE PER-CHECK TRAIL BEHIND THEM.
002100*  THIS PROGRAM WALKS THE MASTER AND, FOR EACH EMPLOYEE, SUMS
002200*  EVERY HISTORY RECORD (PAYMENTS, VOIDS AND ADJUSTMENTS ALIKE)
002300*  WHOSE PAY PERIOD END DATE FALLS IN THE PROOF YEAR -- THE SAME
002400*  YEAR TEST THE WAGE REPORTS IN PAYRPT USE.  GROSS, INCOME TAX,
002500*  SOCIAL SECURITY, MEDICARE AND NET ARE PROVED BUCKET BY BUCKET
002600*  AND EVERY DIFFERENCE IS PRINTED ON PAYYTDPF.RPT.
002700*
002800*  THE DEDUCTION EXTRACT CARRIES ONLY THE LATEST RUN, SO THE
002900*  DEDUCTIONS ARE PROVED IN TOTAL: THE YEAR'S PH-DEDUCTIONS
003000*  AGAINST THE SUM OF DE-YTD-AMOUNT OVER THE EMPLOYEE'S
003100*  STANDING DEDUCTIONS.  A DIFFERENCE THERE IS REPORTED FOR
003200*  REVIEW ONLY -- HISTORY DOES NOT CARRY THE PER-DEDUCTION
003300*  SPLIT, SO THE STANDING BUCKETS ARE NEVER REWRITTEN HERE (A
003400*  VOID'S DEDUCTION REVERSAL, FOR ONE, IS LEFT FOR MANUAL
003500*  REALLOCATION BY PAYROLL AND SHOWS UP ON THIS LINE).
003600*
003700*  THE OPTIONAL PAYYTDPF.PRM NAMES THE PROOF YEAR AND THE MODE.
003800*  ABSENT, THE YEAR PROVED IS THE ONE THE MASTER STILL HOLDS --
003900*  THE YEAR AFTER THE LAST ONE YRENDCTL.DAT SHOWS CLOSED, OR THE
004000*  RUN YEAR IF NO YEAR HAS BEEN CLOSED -- AND THE RUN ONLY
004100*  REPORTS.  A YEAR PAYYREND HAS ALREADY CLOSED IS REFUSED, SINCE
004200*  THE MASTER NO LONGER HOLDS ITS FIGURES.  RUN IT BEFORE THE
004300*  QUARTER-END WAGE REPORTS AND BEFORE PAYYREND; A REPORT-ONLY
004400*  RUN THAT FINDS A MASTER OUT OF BALANCE ENDS WITH RETURN CODE
004500*  8 SO THE JOB STREAM STOPS SHORT OF THE CLOSE.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-COMPATIBLE.
005000 OBJECT-COMPUTER.    IBM-COMPATIBLE.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EM-EMPLOYEE-ID
005700         FILE STATUS IS WS-EMPMAST-STATUS.
005800     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PH-HISTORY-KEY
006200         FILE STATUS IS WS-PAYHIST-STATUS.
006300     SELECT OPTIONAL DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.DAT"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DE-DEDUCTION-KEY
006700         FILE STATUS IS WS-DEDMAST-STATUS.
006800     SELECT OPTIONAL YREND-CONTROL-FILE ASSIGN TO "YRENDCTL.DAT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CONTROL-STATUS.
007100     SELECT OPTIONAL PROOF-PARM-FILE ASSIGN TO "PAYYTDPF.PRM"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PARM-STATUS.
007400     SELECT PROOF-REPORT-FILE ASSIGN TO "PAYYTDPF.RPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  EMPLOYEE-MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY EMPMAST.
008300*
008400 FD  PAY-HISTORY-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY PAYHIST.
008700*
008800 FD  DEDUCTION-MASTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY DEDMAST.
009100*
009200 FD  YREND-CONTROL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY YRENDCTL.
009500*
009600 FD  PROOF-PARM-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY YTDPPRM.
009900*
010000 FD  PROOF-REPORT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  PROOF-REPORT-LINE            PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500*
010600*----------------------------------------------------------------
010700*  PROOF REPORT LINE LAYOUTS
010800*----------------------------------------------------------------
010900 COPY YTDPRPT.
011000*
011100*----------------------------------------------------------------
011200*  RUN SWITCHES
011300*----------------------------------------------------------------
011400 01  WS-SWITCHES.
011500     05  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
011600         88  WS-END-OF-FILE                   VALUE "Y".
011700     05  WS-HISTORY-DONE-SWITCH   PIC X(01)   VALUE "N".
011800         88  WS-HISTORY-DONE                  VALUE "Y".
011900     05  WS-DEDUCTION-DONE-SWITCH PIC X(01)   VALUE "N".
012000         88  WS-DEDUCTIONS-DONE               VALUE "Y".
012100     05  WS-OUT-OF-BALANCE-SWITCH PIC X(01)   VALUE "N".
012200         88  WS-OUT-OF-BALANCE                VALUE "Y".
012300     05  WS-CORRECTION-SWITCH     PIC X(01)   VALUE "N".
012400         88  WS-CORRECTION-RUN                VALUE "Y".
012500     05  WS-EMPMAST-STATUS        PIC X(02)   VALUE "00".
012600         88  WS-EMPMAST-FOUND                 VALUE "00".
012700     05  WS-PAYHIST-STATUS        PIC X(02)   VALUE "00".
012800         88  WS-PAYHIST-FOUND                 VALUE "00".
012900     05  WS-DEDMAST-STATUS        PIC X(02)   VALUE "00".
013000         88  WS-DEDMAST-FOUND                 VALUE "00".
013100     05  WS-CONTROL-STATUS        PIC X(02)   VALUE "00".
013200         88  WS-CONTROL-FOUND                 VALUE "00".
013300     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
013400         88  WS-PARM-FOUND                    VALUE "00".
013500     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
013600         88  WS-RUN-REFUSED                   VALUE "Y".
013700*
013800*----------------------------------------------------------------
013900*  RUN DATE, THE YEAR UNDER PROOF AND THE LAST YEAR CLOSED
014000*----------------------------------------------------------------
014100 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
014200 01  WS-RUN-YEAR                  PIC 9(04)   VALUE ZERO.
014300 01  WS-PROOF-YEAR                PIC 9(04)   VALUE ZERO.
014400 01  WS-PARM-PROOF-YEAR           PIC 9(04)   VALUE ZERO.
014500 01  WS-LAST-CLOSED-YEAR          PIC 9(04)   VALUE ZERO.
014600 01  WS-HISTORY-YEAR              PIC 9(04)   VALUE ZERO.
014700*
014800*----------------------------------------------------------------
014900*  ONE EMPLOYEE'S YEAR RE-SUMMED FROM HISTORY, AND THE SUM OF
015000*  THE STANDING DEDUCTION YTDS IT IS PROVED AGAINST
015100*----------------------------------------------------------------
015200 01  WS-HISTORY-SUMS.
015300     05  WS-HIST-GROSS-PAY        PIC S9(07)V99 VALUE ZERO.
015400     05  WS-HIST-TAXES            PIC S9(07)V99 VALUE ZERO.
015500     05  WS-HIST-SS-TAX           PIC S9(07)V99 VALUE ZERO.
015600     05  WS-HIST-MEDICARE-TAX     PIC S9(07)V99 VALUE ZERO.
015700     05  WS-HIST-NET-PAY          PIC S9(07)V99 VALUE ZERO.
015800     05  WS-HIST-DEDUCTIONS       PIC S9(07)V99 VALUE ZERO.
015900 01  WS-DEDUCTION-YTD-SUM         PIC S9(07)V99 VALUE ZERO.
016000*
016100*----------------------------------------------------------------
016200*  THE BUCKET UNDER TEST, FILLED BEFORE EACH 2350 PERFORM
016300*----------------------------------------------------------------
016400 01  WS-BUCKET-FIELDS.
016500     05  WS-BUCKET-NAME           PIC X(10)   VALUE SPACES.
016600     05  WS-BUCKET-MASTER         PIC S9(07)V99 VALUE ZERO.
016700     05  WS-BUCKET-HISTORY        PIC S9(07)V99 VALUE ZERO.
016800     05  WS-BUCKET-DIFFERENCE     PIC S9(07)V99 VALUE ZERO.
016900*
017000*----------------------------------------------------------------
017100*  RUN CONTROL COUNTS
017200*----------------------------------------------------------------
017300 01  WS-CONTROL-COUNTS.
017400     05  WS-MASTER-COUNT          PIC 9(07)   VALUE ZERO.
017500     05  WS-OUT-OF-BALANCE-COUNT  PIC 9(07)   VALUE ZERO.
017600     05  WS-CORRECTED-COUNT       PIC 9(07)   VALUE ZERO.
017700     05  WS-DEDUCTION-EXCEPT-COUNT PIC 9(07)  VALUE ZERO.
017800     05  WS-HISTORY-COUNT         PIC 9(07)   VALUE ZERO.
017900
018000 PROCEDURE DIVISION.
018100*================================================================
018200*  0000-MAINLINE
018300*================================================================
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     IF NOT WS-RUN-REFUSED
018700         PERFORM 2000-PROVE-ONE-MASTER THRU 2000-EXIT
018800             UNTIL WS-END-OF-FILE
018900         PERFORM 9000-TERMINATE THRU 9000-EXIT
019000     END-IF.
019100     GOBACK.
019200 0000-EXIT.
019300     EXIT.
019400*================================================================
019500*  1000-INITIALIZE -- SETTLE THE PROOF YEAR AND MODE, REFUSE A
019600*  YEAR ALREADY CLOSED, OPEN THE FILES AND POSITION THE MASTER
019700*  WALK.  THE MASTER IS OPENED FOR UPDATE ONLY IN CORRECTION
019800*  MODE.
019900*================================================================
020000 1000-INITIALIZE.
020100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020200     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR.
020300     PERFORM 1100-READ-PROOF-PARM THRU 1100-EXIT.
020400     PERFORM 1200-CHECK-CONTROL-FILE THRU 1200-EXIT.
020500     PERFORM 1300-SET-PROOF-YEAR THRU 1300-EXIT.
020600     IF WS-RUN-REFUSED
020700         GO TO 1000-EXIT
020800     END-IF.
020900     IF WS-CORRECTION-RUN
021000         OPEN I-O EMPLOYEE-MASTER-FILE
021100     ELSE
021200         OPEN INPUT EMPLOYEE-MASTER-FILE
021300     END-IF.
021400     IF NOT WS-EMPMAST-FOUND
021500         DISPLAY "PAYYTDPF: EMPLOYEE MASTER NOT FOUND - "
021600             "NOTHING TO PROVE"
021700         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
021800         MOVE 8 TO RETURN-CODE
021900         GO TO 1000-EXIT
022000     END-IF.
022100     OPEN INPUT PAY-HISTORY-FILE.
022200     IF NOT WS-PAYHIST-FOUND
022300         DISPLAY "PAYYTDPF: PAYROLL HISTORY NOT FOUND - "
022400             "RUN TERMINATED"
022500         CLOSE EMPLOYEE-MASTER-FILE
022600         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
022700         MOVE 8 TO RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN INPUT DEDUCTION-MASTER-FILE.
023100     OPEN OUTPUT PROOF-REPORT-FILE.
023200     MOVE WS-RUN-DATE TO YF-H-RUN-DATE.
023300     MOVE WS-PROOF-YEAR TO YF-H-PROOF-YEAR.
023400     IF WS-CORRECTION-RUN
023500         MOVE "CORRECTION" TO YF-H-MODE
023600     ELSE
023700         MOVE "PROOF" TO YF-H-MODE
023800     END-IF.
023900     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-HEADING-LINE.
024000     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-COLUMN-LINE.
024100     IF WS-CORRECTION-RUN
024200         WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-AUDIT-COLUMN-LINE
024300     END-IF.
024400     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
024500     START EMPLOYEE-MASTER-FILE
024600         KEY IS NOT LESS THAN EM-EMPLOYEE-ID
024700         INVALID KEY
024800             MOVE "Y" TO WS-EOF-SWITCH
024900     END-START.
025000 1000-EXIT.
025100     EXIT.
025200*================================================================
025300*  1100-READ-PROOF-PARM -- THE OPTIONAL PARAMETER FILE NAMES THE
025400*  YEAR TO PROVE AND ASKS FOR CORRECTION MODE; ABSENT, THE
025500*  DEFAULT YEAR IS PROVED AND NOTHING IS REWRITTEN.
025600*================================================================
025700 1100-READ-PROOF-PARM.
025800     OPEN INPUT PROOF-PARM-FILE.
025900     IF WS-PARM-FOUND
026000         READ PROOF-PARM-FILE INTO YTD-PROOF-PARM-RECORD
026100             AT END
026200                 CONTINUE
026300         END-READ
026400         IF YT-PROOF-YEAR NUMERIC
026500             MOVE YT-PROOF-YEAR TO WS-PARM-PROOF-YEAR
026600         END-IF
026700         IF YT-CORRECTION-MODE
026800             MOVE "Y" TO WS-CORRECTION-SWITCH
026900         END-IF
027000     END-IF.
027100*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
027200*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
027300     CLOSE PROOF-PARM-FILE.
027400 1100-EXIT.
027500     EXIT.
027600*================================================================
027700*  1200-CHECK-CONTROL-FILE -- PICK UP THE LAST YEAR PAYYREND
027800*  CLOSED.  NO CONTROL FILE MEANS NO YEAR HAS BEEN CLOSED.
027900*================================================================
028000 1200-CHECK-CONTROL-FILE.
028100     OPEN INPUT YREND-CONTROL-FILE.
028200     IF WS-CONTROL-FOUND
028300         READ YREND-CONTROL-FILE INTO YREND-CONTROL-RECORD
028400             AT END
028500                 CONTINUE
028600             NOT AT END
028700                 MOVE YC-LAST-CLOSED-YEAR TO WS-LAST-CLOSED-YEAR
028800         END-READ
028900     END-IF.
029000*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
029100*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
029200     CLOSE YREND-CONTROL-FILE.
029300 1200-EXIT.
029400     EXIT.
029500*================================================================
029600*  1300-SET-PROOF-YEAR -- A YEAR NAMED ON THE PARAMETER FILE
029700*  STANDS; OTHERWISE THE MASTER STILL HOLDS THE YEAR AFTER THE
029800*  LAST ONE CLOSED, UNLESS THAT IS LATER THAN THE RUN YEAR (OR
029900*  NOTHING HAS EVER BEEN CLOSED), WHEN THE RUN YEAR STANDS.  A
030000*  YEAR ALREADY CLOSED IS REFUSED -- ITS FIGURES HAVE BEEN
030100*  ZEROED OFF THE MASTER AND THERE IS NOTHING LEFT TO PROVE.
030200*================================================================
030300 1300-SET-PROOF-YEAR.
030400     MOVE WS-RUN-YEAR TO WS-PROOF-YEAR.
030500     IF WS-PARM-PROOF-YEAR NOT = ZERO
030600         MOVE WS-PARM-PROOF-YEAR TO WS-PROOF-YEAR
030700     ELSE
030800         IF WS-LAST-CLOSED-YEAR NOT = ZERO
030900             AND WS-LAST-CLOSED-YEAR < WS-RUN-YEAR
031000             COMPUTE WS-PROOF-YEAR = WS-LAST-CLOSED-YEAR + 1
031100         END-IF
031200     END-IF.
031300     IF WS-LAST-CLOSED-YEAR NOT = ZERO
031400         AND WS-PROOF-YEAR NOT > WS-LAST-CLOSED-YEAR
031500         DISPLAY "PAYYTDPF: YEAR " WS-PROOF-YEAR
031600             " ALREADY CLOSED - RUN REFUSED"
031700         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
031800         MOVE 8 TO RETURN-CODE
031900     END-IF.
032000 1300-EXIT.
032100     EXIT.
032200*================================================================
032300*  2000-PROVE-ONE-MASTER -- READ THE NEXT MASTER, RE-SUM ITS
032400*  YEAR FROM HISTORY, PROVE EVERY BUCKET, AND IN CORRECTION
032500*  MODE REWRITE IT FROM HISTORY IF ANY BUCKET DISAGREED.
032600*================================================================
032700 2000-PROVE-ONE-MASTER.
032800     READ EMPLOYEE-MASTER-FILE NEXT RECORD
032900         AT END
033000             MOVE "Y" TO WS-EOF-SWITCH
033100     END-READ.
033200     IF WS-END-OF-FILE
033300         GO TO 2000-EXIT
033400     END-IF.
033500     ADD 1 TO WS-MASTER-COUNT.
033600     MOVE "N" TO WS-OUT-OF-BALANCE-SWITCH.
033700     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
033800     PERFORM 2200-SUM-DEDUCTIONS THRU 2200-EXIT.
033900     PERFORM 2300-PROVE-BUCKETS THRU 2300-EXIT.
034000     PERFORM 2400-PROVE-DEDUCTIONS THRU 2400-EXIT.
034100     IF WS-OUT-OF-BALANCE
034200         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
034300         IF WS-CORRECTION-RUN
034400             PERFORM 2500-CORRECT-MASTER THRU 2500-EXIT
034500         END-IF
034600     END-IF.
034700 2000-EXIT.
034800     EXIT.
034900*================================================================
035000*  2100-SUM-HISTORY -- POSITION THE HISTORY FILE AT THE FIRST
035100*  RECORD OF THE PROOF YEAR FOR THIS EMPLOYEE AND ADD UP EVERY
035200*  RECORD UNTIL THE EMPLOYEE OR THE YEAR CHANGES.
035300*================================================================
035400 2100-SUM-HISTORY.
035500     INITIALIZE WS-HISTORY-SUMS.
035600     MOVE "N" TO WS-HISTORY-DONE-SWITCH.
035700     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
035800     COMPUTE PH-PAY-PERIOD-END-DATE =
035900         WS-PROOF-YEAR * 10000 + 0101.
036000     MOVE ZERO TO PH-SEQUENCE-NBR.
036100     START PAY-HISTORY-FILE
036200         KEY IS NOT LESS THAN PH-HISTORY-KEY
036300         INVALID KEY
036400             MOVE "Y" TO WS-HISTORY-DONE-SWITCH
036500     END-START.
036600     PERFORM 2110-ADD-ONE-HISTORY-RECORD THRU 2110-EXIT
036700         UNTIL WS-HISTORY-DONE.
036800 2100-EXIT.
036900     EXIT.
037000*================================================================
037100*  2110-ADD-ONE-HISTORY-RECORD
037200*================================================================
037300 2110-ADD-ONE-HISTORY-RECORD.
037400     READ PAY-HISTORY-FILE NEXT RECORD
037500         AT END
037600             MOVE "Y" TO WS-HISTORY-DONE-SWITCH
037700     END-READ.
037800     IF WS-HISTORY-DONE
037900         GO TO 2110-EXIT
038000     END-IF.
038100     MOVE PH-PAY-PERIOD-END-DATE (1:4) TO WS-HISTORY-YEAR.
038200     IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
038300         OR WS-HISTORY-YEAR NOT = WS-PROOF-YEAR
038400         MOVE "Y" TO WS-HISTORY-DONE-SWITCH
038500         GO TO 2110-EXIT
038600     END-IF.
038700     ADD PH-GROSS-PAY TO WS-HIST-GROSS-PAY.
038800     ADD PH-TAXES TO WS-HIST-TAXES.
038900     ADD PH-SS-TAX TO WS-HIST-SS-TAX.
039000     ADD PH-MEDICARE-TAX TO WS-HIST-MEDICARE-TAX.
039100     ADD PH-NET-PAY TO WS-HIST-NET-PAY.
039200     ADD PH-DEDUCTIONS TO WS-HIST-DEDUCTIONS.
039300     ADD 1 TO WS-HISTORY-COUNT.
039400 2110-EXIT.
039500     EXIT.
039600*================================================================
039700*  2200-SUM-DEDUCTIONS -- ADD UP THE YTD TAKEN ON EVERY STANDING
039800*  DEDUCTION THE EMPLOYEE CARRIES.
039900*================================================================
040000 2200-SUM-DEDUCTIONS.
040100     MOVE ZERO TO WS-DEDUCTION-YTD-SUM.
040200     MOVE "N" TO WS-DEDUCTION-DONE-SWITCH.
040300     MOVE EM-EMPLOYEE-ID TO DE-EMPLOYEE-ID.
040400     MOVE ZERO TO DE-PRIORITY.
040500     START DEDUCTION-MASTER-FILE
040600         KEY IS NOT LESS THAN DE-DEDUCTION-KEY
040700         INVALID KEY
040800             MOVE "Y" TO WS-DEDUCTION-DONE-SWITCH
040900     END-START.
041000     PERFORM 2210-ADD-ONE-DEDUCTION THRU 2210-EXIT
041100         UNTIL WS-DEDUCTIONS-DONE.
041200 2200-EXIT.
041300     EXIT.
041400*================================================================
041500*  2210-ADD-ONE-DEDUCTION
041600*================================================================
041700 2210-ADD-ONE-DEDUCTION.
041800     READ DEDUCTION-MASTER-FILE NEXT RECORD
041900         AT END
042000             MOVE "Y" TO WS-DEDUCTION-DONE-SWITCH
042100     END-READ.
042200     IF WS-DEDUCTIONS-DONE
042300         GO TO 2210-EXIT
042400     END-IF.
042500     IF DE-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
042600         MOVE "Y" TO WS-DEDUCTION-DONE-SWITCH
042700         GO TO 2210-EXIT
042800     END-IF.
042900     ADD DE-YTD-AMOUNT TO WS-DEDUCTION-YTD-SUM.
043000 2210-EXIT.
043100     EXIT.
043200*================================================================
043300*  2300-PROVE-BUCKETS -- TEST EACH EM-YTD BUCKET AGAINST ITS
043400*  HISTORY SUM.
043500*================================================================
043600 2300-PROVE-BUCKETS.
043700     MOVE "GROSS" TO WS-BUCKET-NAME.
043800     MOVE EM-YTD-GROSS-PAY TO WS-BUCKET-MASTER.
043900     MOVE WS-HIST-GROSS-PAY TO WS-BUCKET-HISTORY.
044000     PERFORM 2350-PROVE-ONE-BUCKET THRU 2350-EXIT.
044100     MOVE "INC TAX" TO WS-BUCKET-NAME.
044200     MOVE EM-YTD-TAXES TO WS-BUCKET-MASTER.
044300     MOVE WS-HIST-TAXES TO WS-BUCKET-HISTORY.
044400     PERFORM 2350-PROVE-ONE-BUCKET THRU 2350-EXIT.
044500     MOVE "SOC SEC" TO WS-BUCKET-NAME.
044600     MOVE EM-YTD-SS-TAX TO WS-BUCKET-MASTER.
044700     MOVE WS-HIST-SS-TAX TO WS-BUCKET-HISTORY.
044800     PERFORM 2350-PROVE-ONE-BUCKET THRU 2350-EXIT.
044900     MOVE "MEDICARE" TO WS-BUCKET-NAME.
045000     MOVE EM-YTD-MEDICARE-TAX TO WS-BUCKET-MASTER.
045100     MOVE WS-HIST-MEDICARE-TAX TO WS-BUCKET-HISTORY.
045200     PERFORM 2350-PROVE-ONE-BUCKET THRU 2350-EXIT.
045300     MOVE "NET" TO WS-BUCKET-NAME.
045400     MOVE EM-YTD-NET-PAY TO WS-BUCKET-MASTER.
045500     MOVE WS-HIST-NET-PAY TO WS-BUCKET-HISTORY.
045600     PERFORM 2350-PROVE-ONE-BUCKET THRU 2350-EXIT.
045700 2300-EXIT.
045800     EXIT.
045900*================================================================
046000*  2350-PROVE-ONE-BUCKET -- A BUCKET THAT AGREES PRINTS NOTHING;
046100*  ONE THAT DOES NOT PRINTS A DISCREPANCY LINE AND MARKS THE
046200*  MASTER OUT OF BALANCE.
046300*================================================================
046400 2350-PROVE-ONE-BUCKET.
046500     IF WS-BUCKET-MASTER = WS-BUCKET-HISTORY
046600         GO TO 2350-EXIT
046700     END-IF.
046800     MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH.
046900     COMPUTE WS-BUCKET-DIFFERENCE =
047000         WS-BUCKET-MASTER - WS-BUCKET-HISTORY.
047100     IF WS-CORRECTION-RUN
047200         MOVE "CORRECTED" TO YF-D-ACTION
047300     ELSE
047400         MOVE SPACES TO YF-D-ACTION
047500     END-IF.
047600     PERFORM 2360-WRITE-DISCREPANCY THRU 2360-EXIT.
047700 2350-EXIT.
047800     EXIT.
047900*================================================================
048000*  2360-WRITE-DISCREPANCY
048100*================================================================
048200 2360-WRITE-DISCREPANCY.
048300     MOVE EM-EMPLOYEE-ID TO YF-D-EMPLOYEE-ID.
048400     MOVE EM-EMPLOYEE-NAME TO YF-D-EMPLOYEE-NAME.
048500     MOVE WS-BUCKET-NAME TO YF-D-BUCKET.
048600     MOVE WS-BUCKET-MASTER TO YF-D-MASTER-AMOUNT.
048700     MOVE WS-BUCKET-HISTORY TO YF-D-HISTORY-AMOUNT.
048800     MOVE WS-BUCKET-DIFFERENCE TO YF-D-DIFFERENCE.
048900     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-DETAIL-LINE.
049000 2360-EXIT.
049100     EXIT.
049200*================================================================
049300*  2400-PROVE-DEDUCTIONS -- THE YEAR'S HISTORY DEDUCTIONS IN
049400*  TOTAL AGAINST THE STANDING DEDUCTION YTDS IN TOTAL.  A
049500*  DIFFERENCE IS FOR REVIEW ONLY AND DOES NOT PUT THE MASTER
049600*  OUT OF BALANCE -- THE EM-YTD BUCKETS DO NOT CARRY IT.
049700*================================================================
049800 2400-PROVE-DEDUCTIONS.
049900     IF WS-HIST-DEDUCTIONS = WS-DEDUCTION-YTD-SUM
050000         GO TO 2400-EXIT
050100     END-IF.
050200     ADD 1 TO WS-DEDUCTION-EXCEPT-COUNT.
050300     MOVE "DEDUCTIONS" TO WS-BUCKET-NAME.
050400     MOVE WS-DEDUCTION-YTD-SUM TO WS-BUCKET-MASTER.
050500     MOVE WS-HIST-DEDUCTIONS TO WS-BUCKET-HISTORY.
050600     COMPUTE WS-BUCKET-DIFFERENCE =
050700         WS-BUCKET-MASTER - WS-BUCKET-HISTORY.
050800     MOVE "REVIEW" TO YF-D-ACTION.
050900     PERFORM 2360-WRITE-DISCREPANCY THRU 2360-EXIT.
051000 2400-EXIT.
051100     EXIT.
051200*================================================================
051300*  2500-CORRECT-MASTER -- REWRITE THE FIVE EM-YTD BUCKETS FROM
051400*  THE HISTORY SUMS, AUDITED BEFORE AND AFTER.  STANDING DATA
051500*  AND THE LEAVE BALANCES ARE NOT TOUCHED.
051600*================================================================
051700 2500-CORRECT-MASTER.
051800     MOVE "BEFORE" TO YF-A-SIDE.
051900     PERFORM 2550-WRITE-AUDIT-LINE THRU 2550-EXIT.
052000     MOVE WS-HIST-GROSS-PAY TO EM-YTD-GROSS-PAY.
052100     MOVE WS-HIST-TAXES TO EM-YTD-TAXES.
052200     MOVE WS-HIST-SS-TAX TO EM-YTD-SS-TAX.
052300     MOVE WS-HIST-MEDICARE-TAX TO EM-YTD-MEDICARE-TAX.
052400     MOVE WS-HIST-NET-PAY TO EM-YTD-NET-PAY.
052500     REWRITE EMPLOYEE-MASTER-RECORD
052600         INVALID KEY
052700             DISPLAY "PAYYTDPF: REWRITE FAILED FOR EMPLOYEE "
052800                 EM-EMPLOYEE-ID
052900             GO TO 2500-EXIT
053000     END-REWRITE.
053100     MOVE "AFTER" TO YF-A-SIDE.
053200     PERFORM 2550-WRITE-AUDIT-LINE THRU 2550-EXIT.
053300     ADD 1 TO WS-CORRECTED-COUNT.
053400 2500-EXIT.
053500     EXIT.
053600*================================================================
053700*  2550-WRITE-AUDIT-LINE -- REPORTED FROM THE RECORD ITSELF, SO
053800*  THE AFTER LINE SHOWS WHAT ACTUALLY STANDS ON FILE.
053900*================================================================
054000 2550-WRITE-AUDIT-LINE.
054100     MOVE EM-EMPLOYEE-ID TO YF-A-EMPLOYEE-ID.
054200     MOVE EM-EMPLOYEE-NAME TO YF-A-EMPLOYEE-NAME.
054300     MOVE EM-YTD-GROSS-PAY TO YF-A-GROSS.
054400     MOVE EM-YTD-TAXES TO YF-A-TAXES.
054500     MOVE EM-YTD-SS-TAX TO YF-A-SS-TAX.
054600     MOVE EM-YTD-MEDICARE-TAX TO YF-A-MEDICARE-TAX.
054700     MOVE EM-YTD-NET-PAY TO YF-A-NET.
054800     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-AUDIT-LINE.
054900 2550-EXIT.
055000     EXIT.
055100*================================================================
055200*  9000-TERMINATE -- CONTROL LINES, CLOSE ALL FILES, AND SET
055300*  THE RETURN CODE.  A REPORT-ONLY RUN THAT LEAVES A MASTER OUT
055400*  OF BALANCE ENDS WITH 8; DEDUCTION EXCEPTIONS ALONE DO NOT.
055500*================================================================
055600 9000-TERMINATE.
055700     MOVE WS-MASTER-COUNT TO YF-C-MASTER-COUNT.
055800     MOVE WS-OUT-OF-BALANCE-COUNT TO YF-C-OUT-COUNT.
055900     MOVE WS-CORRECTED-COUNT TO YF-C-CORRECTED-COUNT.
056000     MOVE WS-DEDUCTION-EXCEPT-COUNT TO YF-C-DEDUCTION-COUNT.
056100     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-CONTROL-LINE.
056200     MOVE WS-HISTORY-COUNT TO YF-C-HISTORY-COUNT.
056300     WRITE PROOF-REPORT-LINE FROM WS-YTDPRF-CONTROL-LINE-2.
056400     CLOSE EMPLOYEE-MASTER-FILE.
056500     CLOSE PAY-HISTORY-FILE.
056600     CLOSE DEDUCTION-MASTER-FILE.
056700     CLOSE PROOF-REPORT-FILE.
056800     IF WS-OUT-OF-BALANCE-COUNT > WS-CORRECTED-COUNT
056900         MOVE 8 TO RETURN-CODE
057000     ELSE
057100         MOVE 0 TO RETURN-CODE
057200     END-IF.
057300     DISPLAY "PAYYTDPF: YEAR " WS-PROOF-YEAR " PROVED".
057400     DISPLAY "PAYYTDPF: MASTERS PROVED " WS-MASTER-COUNT.
057500     DISPLAY "PAYYTDPF: OUT OF BALANCE " WS-OUT-OF-BALANCE-COUNT.
057600     DISPLAY "PAYYTDPF: CORRECTED " WS-CORRECTED-COUNT.
057700     DISPLAY "PAYYTDPF: DEDUCTION EXCEPTIONS "
057800         WS-DEDUCTION-EXCEPT-COUNT.
057900 9000-EXIT.
058000     EXIT.
