000100*================================================================
000200*  STRMRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE PAY-DATE STREAM STATUS
000400*  REPORT (PAYSTRM.RPT).  ONE GRID LINE PER PAY DATE ON THE
000500*  RUN LEDGER -- EACH STEP'S STATE IN STREAM ORDER AND WHERE
000600*  THE PAY DATE STANDS -- THEN THE STEP DETAIL FOR ONE PAY
000700*  DATE, THE LEDGER COUNTS, AND THE OUTCOME OF ANY RELEASE OR
000800*  OVERRIDE THE RUN MADE.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001300*================================================================
001400 01  WS-STRMRPT-HEADING-LINE.
001500     05  FILLER                   PIC X(33) VALUE
001600         "PAY-DATE JOB STREAM STATUS -- RUN".
001700     05  FILLER                   PIC X(01) VALUE SPACE.
001800     05  SR-H-RUN-DATE            PIC 9(08).
001900     05  FILLER                   PIC X(01) VALUE SPACE.
002000     05  SR-H-RUN-TIME            PIC 9(06).
002100     05  FILLER                   PIC X(83) VALUE SPACES.
002200*
002300 01  WS-STRMRPT-COLUMN-LINE.
002400     05  FILLER                   PIC X(10) VALUE
002500         "PAY DATE".
002600     05  FILLER                   PIC X(09) VALUE
002700         "PAYCLOCK".
002800     05  FILLER                   PIC X(09) VALUE
002900         "PAYROLL".
003000     05  FILLER                   PIC X(09) VALUE
003100         "PAYBAL".
003200     05  FILLER                   PIC X(09) VALUE
003300         "ACHREL".
003400     05  FILLER                   PIC X(09) VALUE
003500         "CHKRECON".
003600     05  FILLER                   PIC X(09) VALUE
003700         "PAYREMIT".
003800     05  FILLER                   PIC X(09) VALUE
003900         "PAYDEPST".
004000     05  FILLER                   PIC X(09) VALUE
004100         "ACHRET".
004200     05  FILLER                   PIC X(40) VALUE
004300         "STANDING".
004400     05  FILLER                   PIC X(10) VALUE SPACES.
004500*
004600*  THE GRID LINE IS CLEARED TO SPACES BEFORE EACH PAY DATE.
004700 01  WS-STRMRPT-GRID-LINE.
004800     05  SR-G-PAY-DATE            PIC 9(08).
004900     05  FILLER                   PIC X(02).
005000     05  SR-G-STEP OCCURS 8 TIMES.
005100         10  SR-G-STATUS          PIC X(08).
005200         10  FILLER               PIC X(01).
005300     05  SR-G-STANDING            PIC X(40).
005400     05  FILLER                   PIC X(10).
005500*
005600 01  WS-STRMRPT-DETAIL-HEADING.
005700     05  FILLER                   PIC X(25) VALUE
005800         "STEP DETAIL FOR PAY DATE ".
005900     05  SR-T-PAY-DATE            PIC 9(08).
006000     05  FILLER                   PIC X(99) VALUE SPACES.
006100*
006200 01  WS-STRMRPT-DETAIL-COLUMNS.
006300     05  FILLER                   PIC X(10) VALUE
006400         "STEP".
006500     05  FILLER                   PIC X(10) VALUE
006600         "STATUS".
006700     05  FILLER                   PIC X(17) VALUE
006800         "STARTED".
006900     05  FILLER                   PIC X(17) VALUE
007000         "FINISHED".
007100     05  FILLER                   PIC X(05) VALUE
007200         "RUNS".
007300     05  FILLER                   PIC X(11) VALUE
007400         "  RECS IN".
007500     05  FILLER                   PIC X(11) VALUE
007600         " RECS OUT".
007700     05  FILLER                   PIC X(04) VALUE
007800         "RC".
007900     05  FILLER                   PIC X(18) VALUE
008000         "VERDICT".
008100     05  FILLER                   PIC X(11) VALUE
008200         "OVERRIDE BY".
008300     05  FILLER                   PIC X(18) VALUE SPACES.
008400*
008500 01  WS-STRMRPT-DETAIL-LINE.
008600     05  SR-D-STEP-NAME           PIC X(08).
008700     05  FILLER                   PIC X(02) VALUE SPACES.
008800     05  SR-D-STATUS              PIC X(08).
008900     05  FILLER                   PIC X(02) VALUE SPACES.
009000     05  SR-D-START-DATE          PIC 9(08) BLANK WHEN ZERO.
009100     05  FILLER                   PIC X(01) VALUE SPACE.
009200     05  SR-D-START-TIME          PIC 9(06) BLANK WHEN ZERO.
009300     05  FILLER                   PIC X(02) VALUE SPACES.
009400     05  SR-D-FINISH-DATE         PIC 9(08) BLANK WHEN ZERO.
009500     05  FILLER                   PIC X(01) VALUE SPACE.
009600     05  SR-D-FINISH-TIME         PIC 9(06) BLANK WHEN ZERO.
009700     05  FILLER                   PIC X(02) VALUE SPACES.
009800     05  SR-D-RUN-COUNT           PIC ZZ9.
009900     05  FILLER                   PIC X(02) VALUE SPACES.
010000     05  SR-D-RECORDS-IN          PIC Z,ZZZ,ZZ9.
010100     05  FILLER                   PIC X(02) VALUE SPACES.
010200     05  SR-D-RECORDS-OUT         PIC Z,ZZZ,ZZ9.
010300     05  FILLER                   PIC X(02) VALUE SPACES.
010400     05  SR-D-RETURN-CODE         PIC Z9.
010500     05  FILLER                   PIC X(02) VALUE SPACES.
010600     05  SR-D-VERDICT             PIC X(16).
010700     05  FILLER                   PIC X(02) VALUE SPACES.
010800     05  SR-D-OVERRIDE-BY         PIC X(08).
010900     05  FILLER                   PIC X(21) VALUE SPACES.
011000*
011100 01  WS-STRMRPT-CONTROL-LINE.
011200     05  FILLER                   PIC X(20) VALUE
011300         "PAY DATES ON LEDGER ".
011400     05  SR-C-PAY-DATE-COUNT      PIC ZZ,ZZ9.
011500     05  FILLER                   PIC X(18) VALUE
011600         "  STREAM COMPLETE ".
011700     05  SR-C-COMPLETE-COUNT      PIC ZZ,ZZ9.
011800     05  FILLER                   PIC X(14) VALUE
011900         "  STILL OPEN ".
012000     05  SR-C-OPEN-COUNT          PIC ZZ,ZZ9.
012100     05  FILLER                   PIC X(62) VALUE SPACES.
012200*
012300 01  WS-STRMRPT-ACTION-LINE.
012400     05  FILLER                   PIC X(08) VALUE
012500         "ACTION  ".
012600     05  SR-A-TEXT                PIC X(100).
012700     05  FILLER                   PIC X(24) VALUE SPACES.
