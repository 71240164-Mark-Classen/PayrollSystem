000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYMINWG.
000300 AUTHOR.         M H CLASSEN.
000400 INSTALLATION.   CORPORATE PAYROLL SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.  PRE-JANUARY MINIMUM-WAGE REVIEW --
001100*                   LISTS EVERY HOURLY EMPLOYEE WHOSE RATE WILL
001200*                   BE UNDER THE FLOOR IN FORCE ON THE REVIEW
001300*                   DATE, SO THE RAISES GO THROUGH PAYMAINT
001400*                   BEFORE THE FIRST PAYROLL OF THE NEW YEAR.
001500*================================================================
001600*
001700*  STATE MINIMUMS (AND NOW AND THEN THE FEDERAL ONE) RISE ON
001800*  JANUARY 1.  ONCE NEXT YEAR'S FLOORS ARE LOADED ON
001900*  MINWAGE.DAT, THIS PROGRAM WALKS THE MASTER AND, FOR EACH
002000*  ACTIVE HOURLY EMPLOYEE, TESTS THE RATE THEY WILL STAND AT ON
002100*  THE REVIEW DATE AGAINST THE FLOOR FOR THEIR WORK STATE ON
002200*  THAT DATE (THE GREATER OF THE STATE AND FEDERAL MINIMUMS).
002300*  THE REVIEW DATE IS JANUARY 1 OF THE YEAR AFTER THE RUN
002400*  UNLESS PAYMINWG.PRM NAMES ANOTHER.
002500*
002600*  A CHANGE ALREADY KEYED THROUGH PAYMAINT AND HELD ON
002700*  PAYPEND.DAT FOR A DATE NOT AFTER THE REVIEW DATE IS TAKEN
002800*  INTO ACCOUNT -- ITS RATE, WORK STATE, TERMINATION OR
002900*  REHIRE -- SO A RAISE ALREADY IN HAND SHOWS AS COVERING THE
003000*  EMPLOYEE RATHER THAN AS ONE STILL TO BE MADE.  AN EMPLOYEE
003100*  ALREADY UNDER TODAY'S FLOOR IS NOTED AS SUCH: PAYROLL IS
003200*  REJECTING THEIR TIME NOW.
003300*
003400*  THE MASTER CARRIES NO SALARY -- A SALARIED EMPLOYEE'S PAY
003500*  ARRIVES ON EACH PAYROLL RECORD -- SO SALARIED EMPLOYEES ARE
003600*  ONLY COUNTED HERE.  PAYROLL EDITS THEIR SALARY AGAINST THE
003700*  FLOOR AND THE EXEMPT THRESHOLD RECORD BY RECORD.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-COMPATIBLE.
004200 OBJECT-COMPUTER.    IBM-COMPATIBLE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EM-EMPLOYEE-ID
004900         FILE STATUS IS WS-EMPMAST-STATUS.
005000     SELECT MIN-WAGE-FILE ASSIGN TO "MINWAGE.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MINWAGE-STATUS.
005300     SELECT OPTIONAL PENDING-MAINT-FILE ASSIGN TO "PAYPEND.DAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005510         RECORD KEY IS PN-PENDING-KEY
005700         FILE STATUS IS WS-PAYPEND-STATUS.
005800     SELECT OPTIONAL MIN-WAGE-PARM-FILE ASSIGN TO "PAYMINWG.PRM"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100     SELECT MIN-WAGE-REPORT-FILE ASSIGN TO "PAYMINWG.RPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*
006700 FD  EMPLOYEE-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 COPY EMPMAST.
007000*
007100 FD  MIN-WAGE-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY MINWAGE.
007400*
007500 FD  PENDING-MAINT-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY PAYPEND.
007800*
007900 FD  MIN-WAGE-PARM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY MINWPRM.
008200*
008300 FD  MIN-WAGE-REPORT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  MIN-WAGE-REPORT-LINE         PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800*
008900*----------------------------------------------------------------
009000*  REVIEW REPORT LINE LAYOUTS
009100*----------------------------------------------------------------
009200 COPY MINWRPT.
009300*
009400*----------------------------------------------------------------
009500*  DATED MINIMUM-WAGE TABLE AND FLOOR LOOKUP FIELDS
009600*----------------------------------------------------------------
009700 COPY MINWTABL.
009800*
009900*----------------------------------------------------------------
010000*  A HELD MAINTENANCE TRANSACTION, UNPACKED FROM ITS PENDING
010100*  RECORD IMAGE
010200*----------------------------------------------------------------
010300 COPY MAINTXN.
010400*
010500*----------------------------------------------------------------
010600*  RUN SWITCHES
010700*----------------------------------------------------------------
010800 01  WS-SWITCHES.
010900     05  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
011000         88  WS-END-OF-FILE                   VALUE "Y".
011100     05  WS-EMPMAST-STATUS        PIC X(02)   VALUE "00".
011200         88  WS-EMPMAST-FOUND                 VALUE "00".
011300     05  WS-MINWAGE-STATUS        PIC X(02)   VALUE "00".
011400         88  WS-MINWAGE-FOUND                 VALUE "00".
011500     05  WS-MINWAGE-EOF-SWITCH    PIC X(01)   VALUE "N".
011600         88  WS-END-OF-MIN-WAGES              VALUE "Y".
011700     05  WS-PAYPEND-STATUS        PIC X(02)   VALUE "00".
011800         88  WS-PAYPEND-FOUND                 VALUE "00".
011900     05  WS-PENDING-DONE-SWITCH   PIC X(01)   VALUE "N".
012000         88  WS-PENDING-DONE                  VALUE "Y".
012100     05  WS-PARM-STATUS           PIC X(02)   VALUE "00".
012200         88  WS-PARM-FOUND                    VALUE "00".
012300     05  WS-RUN-REFUSED-SWITCH    PIC X(01)   VALUE "N".
012400         88  WS-RUN-REFUSED                   VALUE "Y".
012500*
012600*----------------------------------------------------------------
012700*  RUN DATE AND THE REVIEW DATE THE FLOORS ARE TAKEN AS OF
012800*----------------------------------------------------------------
012900 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
013000 01  WS-TARGET-DATE               PIC 9(08)   VALUE ZERO.
013100 01  WS-DATE-WORK.
013200     05  WS-DW-DATE               PIC 9(08)   VALUE ZERO.
013300     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
013400         10  WS-DW-YEAR           PIC 9(04).
013500         10  WS-DW-MONTH          PIC 9(02).
013600         10  WS-DW-DAY            PIC 9(02).
013700*
013800*----------------------------------------------------------------
013900*  HELD CHANGES DUE BY THE REVIEW DATE, ONE ENTRY PER
014000*  EMPLOYEE, LATER CHANGES LAID OVER EARLIER ONES.  THE STATUS
014100*  IS A (HIRED OR REHIRED), I (TERMINATED) OR SPACE (AS THE
014200*  MASTER STANDS).
014300*----------------------------------------------------------------
014400 01  WS-HELD-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
014500 01  WS-HELD-TABLE.
014600     05  WS-HELD-ENTRY OCCURS 500 TIMES INDEXED BY HC-IDX.
014700         10  WS-HC-EMPLOYEE-ID    PIC X(06).
014800         10  WS-HC-RATE-SWITCH    PIC X(01).
014900             88  WS-HC-RATE-HELD              VALUE "Y".
015000         10  WS-HC-HOURLY-RATE    PIC 9(02)V9(02).
015100         10  WS-HC-WORK-STATE     PIC X(02).
015200         10  WS-HC-STATUS         PIC X(01).
015300*
015400*----------------------------------------------------------------
015500*  THE EMPLOYEE IN HAND -- WHERE THEY WILL STAND ON THE REVIEW
015600*  DATE, THE FLOORS TODAY AND THEN, AND THE LINE'S NOTE
015700*----------------------------------------------------------------
015800 01  WS-EMPLOYEE-FIELDS.
015900     05  WS-HELD-FOUND-SWITCH     PIC X(01)   VALUE "N".
016000         88  WS-HELD-FOUND                    VALUE "Y".
016100     05  WS-PROJECTED-RATE        PIC 9(02)V9(02) VALUE ZERO.
016200     05  WS-PROJECTED-STATE       PIC X(02)   VALUE SPACES.
016300     05  WS-PROJECTED-STATUS      PIC X(01)   VALUE SPACE.
016400     05  WS-HELD-RATE             PIC 9(02)V9(02) VALUE ZERO.
016500     05  WS-FLOOR-NOW             PIC 9(02)V9(02) VALUE ZERO.
016600     05  WS-FLOOR-TARGET          PIC 9(02)V9(02) VALUE ZERO.
016700     05  WS-SHORTFALL             PIC 9(02)V9(02) VALUE ZERO.
016800     05  WS-NOTE                  PIC X(24)   VALUE SPACES.
016900*
017000*----------------------------------------------------------------
017100*  RUN CONTROL COUNTS
017200*----------------------------------------------------------------
017300 01  WS-CONTROL-COUNTS.
017400     05  WS-MASTER-COUNT          PIC 9(07)   VALUE ZERO.
017500     05  WS-HOURLY-COUNT          PIC 9(07)   VALUE ZERO.
017600     05  WS-SHORT-COUNT           PIC 9(07)   VALUE ZERO.
017700     05  WS-COVERED-COUNT         PIC 9(07)   VALUE ZERO.
017800     05  WS-UNDER-NOW-COUNT       PIC 9(07)   VALUE ZERO.
017900     05  WS-HELD-READ-COUNT       PIC 9(07)   VALUE ZERO.
018000     05  WS-SALARIED-COUNT        PIC 9(07)   VALUE ZERO.
018100
018200 PROCEDURE DIVISION.
018300*================================================================
018400*  0000-MAINLINE
018500*================================================================
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     IF NOT WS-RUN-REFUSED
018900         PERFORM 2000-EXAMINE-ONE-MASTER THRU 2000-EXIT
019000             UNTIL WS-END-OF-FILE
019100         PERFORM 9000-TERMINATE THRU 9000-EXIT
019200     END-IF.
019300     GOBACK.
019400 0000-EXIT.
019500     EXIT.
019600*================================================================
019700*  1000-INITIALIZE -- SET THE REVIEW DATE, LOAD THE FLOORS AND
019800*  THE HELD CHANGES, OPEN THE MASTER AND THE REPORT, AND
019900*  POSITION THE MASTER WALK.
020000*================================================================
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     PERFORM 1100-READ-MIN-WAGE-PARM THRU 1100-EXIT.
020400     IF WS-RUN-REFUSED
020500         GO TO 1000-EXIT
020600     END-IF.
020700     PERFORM 1200-LOAD-MINIMUM-WAGES THRU 1200-EXIT.
020800     IF WS-RUN-REFUSED
020900         GO TO 1000-EXIT
021000     END-IF.
021100     PERFORM 1300-LOAD-HELD-CHANGES THRU 1300-EXIT.
021200     OPEN INPUT EMPLOYEE-MASTER-FILE.
021300     IF NOT WS-EMPMAST-FOUND
021400         DISPLAY "PAYMINWG: EMPLOYEE MASTER NOT FOUND - "
021500             "NOTHING TO REVIEW"
021600         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
021700         MOVE 8 TO RETURN-CODE
021800         GO TO 1000-EXIT
021900     END-IF.
022000     OPEN OUTPUT MIN-WAGE-REPORT-FILE.
022100     MOVE WS-TARGET-DATE TO MR-H-TARGET-DATE.
022200     MOVE WS-RUN-DATE TO MR-H-RUN-DATE.
022300     WRITE MIN-WAGE-REPORT-LINE FROM WS-MINWRPT-HEADING-LINE.
022400     WRITE MIN-WAGE-REPORT-LINE FROM WS-MINWRPT-COLUMN-LINE.
022500     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
022600     START EMPLOYEE-MASTER-FILE
022700         KEY IS NOT LESS THAN EM-EMPLOYEE-ID
022800         INVALID KEY
022900             MOVE "Y" TO WS-EOF-SWITCH
023000     END-START.
023100 1000-EXIT.
023200     EXIT.
023300*================================================================
023400*  1100-READ-MIN-WAGE-PARM -- THE REVIEW DATE DEFAULTS TO
023500*  JANUARY 1 OF THE YEAR AFTER THE RUN.  A DATE ON THE PARM
023600*  MUST BE NUMERIC WITH A PLAUSIBLE MONTH AND DAY.
023700*================================================================
023800 1100-READ-MIN-WAGE-PARM.
023900     MOVE WS-RUN-DATE TO WS-DW-DATE.
024000     ADD 1 TO WS-DW-YEAR.
024100     MOVE 01 TO WS-DW-MONTH.
024200     MOVE 01 TO WS-DW-DAY.
024300     MOVE WS-DW-DATE TO WS-TARGET-DATE.
024400     OPEN INPUT MIN-WAGE-PARM-FILE.
024500     IF WS-PARM-FOUND
024600         READ MIN-WAGE-PARM-FILE INTO MIN-WAGE-PARM-RECORD
024700             AT END
024800                 MOVE ZERO TO MP-TARGET-DATE
024900         END-READ
025000         IF MP-TARGET-DATE-X NOT = SPACES
025100                 AND MP-TARGET-DATE-X NOT = "00000000"
025200             IF MP-TARGET-DATE IS NOT NUMERIC
025300                     OR MP-TARGET-DATE-X (5:2) < "01"
025400                     OR MP-TARGET-DATE-X (5:2) > "12"
025500                     OR MP-TARGET-DATE-X (7:2) < "01"
025600                     OR MP-TARGET-DATE-X (7:2) > "31"
025700                 DISPLAY "PAYMINWG: BAD REVIEW DATE "
025800                     MP-TARGET-DATE-X
025900                     " ON PAYMINWG.PRM - RUN TERMINATED"
026000                 MOVE "Y" TO WS-RUN-REFUSED-SWITCH
026100                 MOVE 8 TO RETURN-CODE
026200             ELSE
026300                 MOVE MP-TARGET-DATE TO WS-TARGET-DATE
026400             END-IF
026500         END-IF
026600     END-IF.
026700*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
026800*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
026900     CLOSE MIN-WAGE-PARM-FILE.
027000 1100-EXIT.
027100     EXIT.
027200*================================================================
027300*  1200-LOAD-MINIMUM-WAGES -- LOAD EVERY DATED FLOOR ON
027400*  MINWAGE.DAT, AS PAYROLL DOES.  WITHOUT IT THERE IS NOTHING
027500*  TO REVIEW AGAINST.
027600*================================================================
027700 1200-LOAD-MINIMUM-WAGES.
027800     OPEN INPUT MIN-WAGE-FILE.
027900     IF NOT WS-MINWAGE-FOUND
028000         DISPLAY "PAYMINWG: MINIMUM WAGE FILE NOT FOUND - "
028100             "RUN TERMINATED"
028200         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
028300         MOVE 8 TO RETURN-CODE
028400         GO TO 1200-EXIT
028500     END-IF.
028600     PERFORM 1210-LOAD-ONE-MINIMUM-WAGE THRU 1210-EXIT
028700         UNTIL WS-END-OF-MIN-WAGES OR WS-RUN-REFUSED.
028800     CLOSE MIN-WAGE-FILE.
028900 1200-EXIT.
029000     EXIT.
029100*================================================================
029200*  1210-LOAD-ONE-MINIMUM-WAGE -- A SECOND RECORD FOR THE SAME
029300*  JURISDICTION AND EFFECTIVE DATE REPLACES THE FIRST.
029400*================================================================
029500 1210-LOAD-ONE-MINIMUM-WAGE.
029600     READ MIN-WAGE-FILE
029700         AT END
029800             MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
029900         NOT AT END
030000             SET MS-IDX TO 1
030100             SEARCH MIN-WAGE-SET
030200                 AT END
030300                     PERFORM 1220-ADD-MINIMUM-WAGE-SET
030400                         THRU 1220-EXIT
030500                 WHEN MS-IDX > WS-MIN-WAGE-SET-COUNT
030600                     PERFORM 1220-ADD-MINIMUM-WAGE-SET
030700                         THRU 1220-EXIT
030800                 WHEN MS-JURISDICTION-CODE (MS-IDX)
030900                             = MW-JURISDICTION-CODE
031000                         AND MS-EFFECTIVE-DATE (MS-IDX)
031100                             = MW-EFFECTIVE-DATE
031200                     PERFORM 1230-STORE-MINIMUM-WAGE
031300                         THRU 1230-EXIT
031400             END-SEARCH
031500     END-READ.
031600 1210-EXIT.
031700     EXIT.
031800*================================================================
031900*  1220-ADD-MINIMUM-WAGE-SET
032000*================================================================
032100 1220-ADD-MINIMUM-WAGE-SET.
032200     IF WS-MIN-WAGE-SET-COUNT < 200
032300         ADD 1 TO WS-MIN-WAGE-SET-COUNT
032400         SET MS-IDX TO WS-MIN-WAGE-SET-COUNT
032500         MOVE MW-JURISDICTION-CODE
032600             TO MS-JURISDICTION-CODE (MS-IDX)
032700         MOVE MW-EFFECTIVE-DATE TO MS-EFFECTIVE-DATE (MS-IDX)
032800         PERFORM 1230-STORE-MINIMUM-WAGE THRU 1230-EXIT
032900     ELSE
033000         DISPLAY "PAYMINWG: MINIMUM WAGE FILE EXCEEDS 200 "
033100             "ENTRIES - RUN TERMINATED"
033200         MOVE "Y" TO WS-RUN-REFUSED-SWITCH
033300         MOVE 8 TO RETURN-CODE
033400     END-IF.
033500 1220-EXIT.
033600     EXIT.
033700*================================================================
033800*  1230-STORE-MINIMUM-WAGE
033900*================================================================
034000 1230-STORE-MINIMUM-WAGE.
034100     MOVE MW-HOURLY-MINIMUM TO MS-HOURLY-MINIMUM (MS-IDX).
034200     MOVE MW-EXEMPT-SALARY-MINIMUM
034300         TO MS-EXEMPT-SALARY-MINIMUM (MS-IDX).
034400 1230-EXIT.
034500     EXIT.
034600*================================================================
034700*  1300-LOAD-HELD-CHANGES -- WALK THE PENDING FILE IN
034800*  EFFECTIVE-DATE ORDER UP TO THE REVIEW DATE.  WITH NO
034900*  PENDING FILE EVERY EMPLOYEE STANDS AS THE MASTER SHOWS.
035000*================================================================
035100 1300-LOAD-HELD-CHANGES.
035200     OPEN INPUT PENDING-MAINT-FILE.
035300     IF NOT WS-PAYPEND-FOUND
035400         MOVE "Y" TO WS-PENDING-DONE-SWITCH
035500     ELSE
035510         MOVE LOW-VALUES TO PN-PENDING-KEY
035700         START PENDING-MAINT-FILE
035710             KEY IS NOT LESS THAN PN-PENDING-KEY
035900             INVALID KEY
036000                 MOVE "Y" TO WS-PENDING-DONE-SWITCH
036100         END-START
036200     END-IF.
036300     PERFORM 1310-LOAD-ONE-HELD-CHANGE THRU 1310-EXIT
036400         UNTIL WS-PENDING-DONE.
036500*  AN OPTIONAL OPEN ON AN ABSENT FILE STILL LEAVES THE FILE
036600*  OPEN (STATUS 05), SO THE CLOSE SITS OUTSIDE THE FOUND TEST.
036700     CLOSE PENDING-MAINT-FILE.
036800 1300-EXIT.
036900     EXIT.
037000*================================================================
037100*  1310-LOAD-ONE-HELD-CHANGE -- LAY THE HELD TRANSACTION OVER
037200*  THE EMPLOYEE'S ENTRY THE WAY PAYMAINT WILL APPLY IT: AN ADD
037300*  OR CHANGE SETS THE RATE, A REHIRE ONLY A NONZERO ONE; A
037400*  SUPPLIED WORK STATE REPLACES THE STANDING ONE; A DEACTIVATE
037500*  TAKES THE EMPLOYEE OFF THE ROLLS AND AN ADD OR REHIRE PUTS
037600*  THEM BACK.  A FULL TABLE DROPS THE CHANGE WITH A WARNING --
037700*  THE EMPLOYEE IS THEN REVIEWED AS THE MASTER STANDS.
037800*================================================================
037900 1310-LOAD-ONE-HELD-CHANGE.
038000     READ PENDING-MAINT-FILE NEXT RECORD
038100         AT END
038200             MOVE "Y" TO WS-PENDING-DONE-SWITCH
038300     END-READ.
038400     IF WS-PENDING-DONE
038500         GO TO 1310-EXIT
038600     END-IF.
038610     IF PN-EFFECTIVE-DATE > WS-TARGET-DATE
038800         MOVE "Y" TO WS-PENDING-DONE-SWITCH
038900         GO TO 1310-EXIT
039000     END-IF.
039100     ADD 1 TO WS-HELD-READ-COUNT.
039110     MOVE PN-TRANSACTION-IMAGE TO MAINT-TRANSACTION-RECORD.
039300     SET HC-IDX TO 1.
039400     SEARCH WS-HELD-ENTRY
039500         AT END
039600             DISPLAY "PAYMINWG: HELD CHANGE TABLE FULL - EMP "
039610                 PN-EMPLOYEE-ID " REVIEWED AS ON THE MASTER"
039800             GO TO 1310-EXIT
039900         WHEN HC-IDX > WS-HELD-TABLE-COUNT
040000             ADD 1 TO WS-HELD-TABLE-COUNT
040010             MOVE PN-EMPLOYEE-ID TO WS-HC-EMPLOYEE-ID (HC-IDX)
040200             MOVE "N" TO WS-HC-RATE-SWITCH (HC-IDX)
040300             MOVE ZERO TO WS-HC-HOURLY-RATE (HC-IDX)
040400             MOVE SPACES TO WS-HC-WORK-STATE (HC-IDX)
040500             MOVE SPACE TO WS-HC-STATUS (HC-IDX)
040510         WHEN WS-HC-EMPLOYEE-ID (HC-IDX) = PN-EMPLOYEE-ID
040700             CONTINUE
040800     END-SEARCH.
040900     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
041000             AND MT-HOURLY-RATE IS NUMERIC
041100         IF MT-REHIRE AND MT-HOURLY-RATE = ZERO
041200             CONTINUE
041300         ELSE
041400             MOVE "Y" TO WS-HC-RATE-SWITCH (HC-IDX)
041500             MOVE MT-HOURLY-RATE TO WS-HC-HOURLY-RATE (HC-IDX)
041600         END-IF
041700     END-IF.
041800     IF (MT-ADD OR MT-CHANGE OR MT-REHIRE)
041900             AND MT-WORK-STATE-CODE NOT = SPACES
042000         MOVE MT-WORK-STATE-CODE TO WS-HC-WORK-STATE (HC-IDX)
042100     END-IF.
042200     IF MT-ADD OR MT-REHIRE
042300         MOVE "A" TO WS-HC-STATUS (HC-IDX)
042400     END-IF.
042500     IF MT-DEACTIVATE
042600         MOVE "I" TO WS-HC-STATUS (HC-IDX)
042700     END-IF.
042800 1310-EXIT.
042900     EXIT.
043000*================================================================
043100*  2000-EXAMINE-ONE-MASTER -- WORK OUT WHERE THE EMPLOYEE WILL
043200*  STAND ON THE REVIEW DATE AND LIST THEM IF THEIR RATE IS
043300*  UNDER THE FLOOR THEN, OR IS UNDER IT NOW BUT COVERED BY A
043400*  HELD CHANGE.
043500*================================================================
043600 2000-EXAMINE-ONE-MASTER.
043700     READ EMPLOYEE-MASTER-FILE NEXT RECORD
043800         AT END
043900             MOVE "Y" TO WS-EOF-SWITCH
044000     END-READ.
044100     IF WS-END-OF-FILE
044200         GO TO 2000-EXIT
044300     END-IF.
044400     ADD 1 TO WS-MASTER-COUNT.
044500     PERFORM 2100-PROJECT-EMPLOYEE THRU 2100-EXIT.
044600     IF WS-PROJECTED-STATUS NOT = "A"
044700         GO TO 2000-EXIT
044800     END-IF.
044900     IF WS-PROJECTED-RATE = ZERO
045000         ADD 1 TO WS-SALARIED-COUNT
045100         GO TO 2000-EXIT
045200     END-IF.
045300     ADD 1 TO WS-HOURLY-COUNT.
045400     PERFORM 2200-FIND-FLOORS THRU 2200-EXIT.
045500     IF WS-PROJECTED-RATE < WS-FLOOR-TARGET
045600             OR (EM-HOURLY-RATE NOT = ZERO
045700             AND EM-HOURLY-RATE < WS-FLOOR-TARGET)
045800         PERFORM 2300-LIST-EMPLOYEE THRU 2300-EXIT
045900     END-IF.
046000 2000-EXIT.
046100     EXIT.
046200*================================================================
046300*  2100-PROJECT-EMPLOYEE -- THE MASTER'S RATE, WORK STATE AND
046400*  STATUS, WITH ANY HELD CHANGE DUE BY THE REVIEW DATE LAID
046500*  OVER THEM.
046600*================================================================
046700 2100-PROJECT-EMPLOYEE.
046800     MOVE EM-HOURLY-RATE TO WS-PROJECTED-RATE.
046900     MOVE EM-WORK-STATE-CODE TO WS-PROJECTED-STATE.
047000     MOVE EM-STATUS-CODE TO WS-PROJECTED-STATUS.
047100     MOVE ZERO TO WS-HELD-RATE.
047200     MOVE "N" TO WS-HELD-FOUND-SWITCH.
047300     SET HC-IDX TO 1.
047400     SEARCH WS-HELD-ENTRY
047500         AT END
047600             CONTINUE
047700         WHEN HC-IDX > WS-HELD-TABLE-COUNT
047800             CONTINUE
047900         WHEN WS-HC-EMPLOYEE-ID (HC-IDX) = EM-EMPLOYEE-ID
048000             MOVE "Y" TO WS-HELD-FOUND-SWITCH
048100     END-SEARCH.
048200     IF NOT WS-HELD-FOUND
048300         GO TO 2100-EXIT
048400     END-IF.
048500     IF WS-HC-RATE-HELD (HC-IDX)
048600         MOVE WS-HC-HOURLY-RATE (HC-IDX) TO WS-PROJECTED-RATE
048700         MOVE WS-HC-HOURLY-RATE (HC-IDX) TO WS-HELD-RATE
048800     END-IF.
048900     IF WS-HC-WORK-STATE (HC-IDX) NOT = SPACES
049000         MOVE WS-HC-WORK-STATE (HC-IDX) TO WS-PROJECTED-STATE
049100     END-IF.
049200     IF WS-HC-STATUS (HC-IDX) NOT = SPACE
049300         MOVE WS-HC-STATUS (HC-IDX) TO WS-PROJECTED-STATUS
049400     END-IF.
049500 2100-EXIT.
049600     EXIT.
049700*================================================================
049800*  2200-FIND-FLOORS -- TODAY'S FLOOR FOR THE STATE ON THE
049900*  MASTER, AND THE REVIEW DATE'S FLOOR FOR THE STATE THE
050000*  EMPLOYEE WILL WORK IN THEN.
050100*================================================================
050200 2200-FIND-FLOORS.
050300     MOVE EM-WORK-STATE-CODE TO MF-WANTED-STATE.
050400     MOVE WS-RUN-DATE TO MF-WANTED-DATE.
050500     PERFORM 2210-FIND-WAGE-FLOOR THRU 2210-EXIT.
050600     MOVE MF-FLOOR-HOURLY TO WS-FLOOR-NOW.
050700     MOVE WS-PROJECTED-STATE TO MF-WANTED-STATE.
050800     MOVE WS-TARGET-DATE TO MF-WANTED-DATE.
050900     PERFORM 2210-FIND-WAGE-FLOOR THRU 2210-EXIT.
051000     MOVE MF-FLOOR-HOURLY TO WS-FLOOR-TARGET.
051100 2200-EXIT.
051200     EXIT.
051300*================================================================
051400*  2210-FIND-WAGE-FLOOR -- THE FEDERAL AND STATE ENTRIES WITH
051500*  THE LATEST EFFECTIVE DATE NOT AFTER THE WANTED DATE; THE
051600*  FLOOR IS THE GREATER OF THE TWO, FIELD BY FIELD.
051700*================================================================
051800 2210-FIND-WAGE-FLOOR.
051900     MOVE ZERO TO MF-FEDERAL-DATE MF-FEDERAL-HOURLY
052000         MF-FEDERAL-EXEMPT MF-STATE-DATE MF-STATE-HOURLY
052100         MF-STATE-EXEMPT.
052200     PERFORM 2220-TEST-ONE-WAGE-SET THRU 2220-EXIT
052300         VARYING MF-SET-SUB FROM 1 BY 1
052400         UNTIL MF-SET-SUB > WS-MIN-WAGE-SET-COUNT.
052500     MOVE MF-FEDERAL-HOURLY TO MF-FLOOR-HOURLY.
052600     IF MF-STATE-HOURLY > MF-FLOOR-HOURLY
052700         MOVE MF-STATE-HOURLY TO MF-FLOOR-HOURLY
052800     END-IF.
052900     MOVE MF-FEDERAL-EXEMPT TO MF-FLOOR-EXEMPT-SALARY.
053000     IF MF-STATE-EXEMPT > MF-FLOOR-EXEMPT-SALARY
053100         MOVE MF-STATE-EXEMPT TO MF-FLOOR-EXEMPT-SALARY
053200     END-IF.
053300 2210-EXIT.
053400     EXIT.
053500*================================================================
053600*  2220-TEST-ONE-WAGE-SET
053700*================================================================
053800 2220-TEST-ONE-WAGE-SET.
053900     IF MS-EFFECTIVE-DATE (MF-SET-SUB) > MF-WANTED-DATE
054000         GO TO 2220-EXIT
054100     END-IF.
054200     IF MS-JURISDICTION-CODE (MF-SET-SUB) = "FD"
054300             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
054400                 NOT < MF-FEDERAL-DATE
054500         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-FEDERAL-DATE
054600         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB)
054700             TO MF-FEDERAL-HOURLY
054800         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
054900             TO MF-FEDERAL-EXEMPT
055000     END-IF.
055100     IF MS-JURISDICTION-CODE (MF-SET-SUB) = MF-WANTED-STATE
055200             AND MS-EFFECTIVE-DATE (MF-SET-SUB)
055300                 NOT < MF-STATE-DATE
055400         MOVE MS-EFFECTIVE-DATE (MF-SET-SUB) TO MF-STATE-DATE
055500         MOVE MS-HOURLY-MINIMUM (MF-SET-SUB) TO MF-STATE-HOURLY
055600         MOVE MS-EXEMPT-SALARY-MINIMUM (MF-SET-SUB)
055700             TO MF-STATE-EXEMPT
055800     END-IF.
055900 2220-EXIT.
056000     EXIT.
056100*================================================================
056200*  2300-LIST-EMPLOYEE -- ONE REPORT LINE.  A HELD CHANGE THAT
056300*  MEETS THE NEW FLOOR COVERS THE EMPLOYEE; OTHERWISE A RAISE
056400*  IS STILL NEEDED, AND AN ACTIVE HOURLY MASTER UNDER TODAY'S
056401*  FLOOR IS ALREADY BEING REJECTED BY PAYROLL.  A SALARIED OR
056402*  INACTIVE MASTER WITH A HELD CHANGE TO HOURLY OR A HELD
056403*  REHIRE IS NOT BEING PAID TODAY, SO IS NOT UNDER THE FLOOR NOW.
056600*================================================================
056700 2300-LIST-EMPLOYEE.
056800     MOVE ZERO TO WS-SHORTFALL.
056900     IF WS-PROJECTED-RATE < WS-FLOOR-TARGET
057000         COMPUTE WS-SHORTFALL =
057100             WS-FLOOR-TARGET - WS-PROJECTED-RATE
057200     END-IF.
057300     EVALUATE TRUE
057400         WHEN WS-SHORTFALL = ZERO
057500             MOVE "COVERED BY HELD CHANGE" TO WS-NOTE
057600             ADD 1 TO WS-COVERED-COUNT
057700         WHEN EM-ACTIVE AND EM-HOURLY-RATE NOT = ZERO
057701                 AND EM-HOURLY-RATE < WS-FLOOR-NOW
057800             MOVE "UNDER FLOOR NOW" TO WS-NOTE
057900             ADD 1 TO WS-SHORT-COUNT
058000             ADD 1 TO WS-UNDER-NOW-COUNT
058100         WHEN WS-HELD-RATE NOT = ZERO
058200             MOVE "HELD CHANGE STILL SHORT" TO WS-NOTE
058300             ADD 1 TO WS-SHORT-COUNT
058400         WHEN OTHER
058500             MOVE "RAISE NEEDED" TO WS-NOTE
058600             ADD 1 TO WS-SHORT-COUNT
058700     END-EVALUATE.
058800     MOVE WS-PROJECTED-STATE TO MR-D-WORK-STATE-CODE.
058900     MOVE EM-EMPLOYEE-ID TO MR-D-EMPLOYEE-ID.
059000     MOVE EM-EMPLOYEE-NAME TO MR-D-EMPLOYEE-NAME.
059100     MOVE EM-HOURLY-RATE TO MR-D-CURRENT-RATE.
059200     MOVE WS-HELD-RATE TO MR-D-HELD-RATE.
059300     MOVE WS-FLOOR-NOW TO MR-D-FLOOR-NOW.
059400     MOVE WS-FLOOR-TARGET TO MR-D-FLOOR-TARGET.
059500     MOVE WS-SHORTFALL TO MR-D-SHORTFALL.
059600     MOVE WS-NOTE TO MR-D-NOTE.
059700     WRITE MIN-WAGE-REPORT-LINE FROM WS-MINWRPT-DETAIL-LINE.
059800 2300-EXIT.
059900     EXIT.
060000*================================================================
060100*  9000-TERMINATE -- WRITE THE CONTROL TOTALS AND CLOSE FILES.
060200*================================================================
060300 9000-TERMINATE.
060400     MOVE WS-MASTER-COUNT TO MR-C-MASTER-COUNT.
060500     MOVE WS-HOURLY-COUNT TO MR-C-HOURLY-COUNT.
060600     MOVE WS-SHORT-COUNT TO MR-C-SHORT-COUNT.
060700     MOVE WS-COVERED-COUNT TO MR-C-COVERED-COUNT.
060800     WRITE MIN-WAGE-REPORT-LINE FROM WS-MINWRPT-CONTROL-LINE.
060900     MOVE WS-UNDER-NOW-COUNT TO MR-C-UNDER-NOW-COUNT.
061000     MOVE WS-HELD-READ-COUNT TO MR-C-HELD-READ-COUNT.
061100     MOVE WS-SALARIED-COUNT TO MR-C-SALARIED-COUNT.
061200     WRITE MIN-WAGE-REPORT-LINE FROM WS-MINWRPT-CONTROL-LINE-2.
061300     CLOSE EMPLOYEE-MASTER-FILE.
061400     CLOSE MIN-WAGE-REPORT-FILE.
061500     DISPLAY "PAYMINWG: REVIEW DATE        " WS-TARGET-DATE.
061600     DISPLAY "PAYMINWG: HOURLY REVIEWED    " WS-HOURLY-COUNT.
061700     DISPLAY "PAYMINWG: RAISES NEEDED      " WS-SHORT-COUNT.
061800     DISPLAY "PAYMINWG: COVERED BY HELD    " WS-COVERED-COUNT.
061900 9000-EXIT.
062000     EXIT.
