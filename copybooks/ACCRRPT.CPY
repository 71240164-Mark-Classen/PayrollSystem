000100*================================================================
000200*  ACCRRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE MONTH-END WAGE ACCRUAL
000400*  REPORT (PAYACCR.RPT).  THE FREQUENCY SECTION SHOWS THE
000500*  UNPAID DAYS WORKED OUT FROM THE PAY CALENDAR; THE DEPARTMENT
000600*  SECTION SHOWS THE ACCRUED GROSS AND EMPLOYER FICA BOOKED FOR
000700*  EACH DEPARTMENT, AND THE CONTROL LINE TIES THE DEPARTMENT
000800*  TOTALS TO THE DEBITS AND CREDITS WRITTEN TO GLACCR.DAT.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001210*  10/15/2026 MHC   THE DEPARTMENT LINES CARRY THE COMPANY CODE,
001220*                   SINCE EACH COMPANY BOOKS ITS OWN ACCRUAL.
001300*================================================================
001400 01  WS-ACCRRPT-HEADING-LINE.
001500     05  FILLER                   PIC X(35) VALUE
001600         "MONTH-END WAGE ACCRUAL -- RUN DATE ".
001700     05  AC-H-RUN-DATE            PIC 9(08).
001800     05  FILLER                   PIC X(12) VALUE
001900         "  MONTH END ".
002000     05  AC-H-MONTH-END-DATE      PIC 9(08).
002100     05  FILLER                   PIC X(11) VALUE
002200         "  REVERSES ".
002300     05  AC-H-REVERSAL-DATE       PIC 9(08).
002400     05  FILLER                   PIC X(50) VALUE SPACES.
002500*
002600 01  WS-ACCRRPT-FREQ-COLUMN-LINE.
002700     05  FILLER                   PIC X(06) VALUE
002800         "FREQ".
002900     05  FILLER                   PIC X(15) VALUE
003000         "LAST PAID END".
003100     05  FILLER                   PIC X(12) VALUE
003200         "NEXT END".
003300     05  FILLER                   PIC X(13) VALUE
003400         "PERIOD DAYS".
003500     05  FILLER                   PIC X(13) VALUE
003600         "UNPAID DAYS".
003700     05  FILLER                   PIC X(11) VALUE
003800         "EMPLOYEES".
003900     05  FILLER                   PIC X(13) VALUE
004000         "ACCRUED GROSS".
004100     05  FILLER                   PIC X(49) VALUE SPACES.
004200*
004300 01  WS-ACCRRPT-FREQ-LINE.
004400     05  AC-F-FREQUENCY-CODE      PIC X(01).
004500     05  FILLER                   PIC X(05) VALUE SPACES.
004600     05  AC-F-LAST-PAID-DATE      PIC 9(08).
004700     05  FILLER                   PIC X(07) VALUE SPACES.
004800     05  AC-F-NEXT-END-DATE       PIC 9(08).
004900     05  FILLER                   PIC X(12) VALUE SPACES.
005000     05  AC-F-PERIOD-DAYS         PIC ZZ9.
005100     05  FILLER                   PIC X(10) VALUE SPACES.
005200     05  AC-F-UNPAID-DAYS         PIC ZZ9.
005300     05  FILLER                   PIC X(05) VALUE SPACES.
005400     05  AC-F-EMPLOYEE-COUNT      PIC ZZ,ZZ9.
005500     05  FILLER                   PIC X(02) VALUE SPACES.
005600     05  AC-F-GROSS               PIC Z,ZZZ,ZZ9.99-.
005700     05  FILLER                   PIC X(02) VALUE SPACES.
005800     05  AC-F-NOTE                PIC X(20).
005900     05  FILLER                   PIC X(27) VALUE SPACES.
006000*
006100 01  WS-ACCRRPT-DEPT-COLUMN-LINE.
006110     05  FILLER                   PIC X(04) VALUE
006120         "CO".
006200     05  FILLER                   PIC X(06) VALUE
006300         "DEPT".
006400     05  FILLER                   PIC X(11) VALUE
006500         "  EMPLOYEES".
006600     05  FILLER                   PIC X(02) VALUE SPACES.
006700     05  FILLER                   PIC X(15) VALUE
006800         "ACCRUED GROSS".
006900     05  FILLER                   PIC X(15) VALUE
007000         "  EMPLOYER SS".
007100     05  FILLER                   PIC X(15) VALUE
007200         " EMPLOYER MED".
007300     05  FILLER                   PIC X(15) VALUE
007400         "EMPLOYER FICA".
007500     05  FILLER                   PIC X(15) VALUE
007600         "TOTAL ACCRUAL".
007610     05  FILLER                   PIC X(34) VALUE SPACES.
007800*
007900 01  WS-ACCRRPT-DEPT-LINE.
007910     05  AC-D-COMPANY-CODE        PIC X(02).
007920     05  FILLER                   PIC X(02) VALUE SPACES.
008000     05  AC-D-DEPT-CODE           PIC X(04).
008100     05  FILLER                   PIC X(02) VALUE SPACES.
008200     05  FILLER                   PIC X(05) VALUE SPACES.
008300     05  AC-D-EMPLOYEE-COUNT      PIC ZZ,ZZ9.
008400     05  FILLER                   PIC X(02) VALUE SPACES.
008500     05  AC-D-GROSS               PIC Z,ZZZ,ZZ9.99-.
008600     05  FILLER                   PIC X(02) VALUE SPACES.
008700     05  AC-D-SS-TAX              PIC Z,ZZZ,ZZ9.99-.
008800     05  FILLER                   PIC X(02) VALUE SPACES.
008900     05  AC-D-MEDICARE-TAX        PIC Z,ZZZ,ZZ9.99-.
009000     05  FILLER                   PIC X(02) VALUE SPACES.
009100     05  AC-D-FICA                PIC Z,ZZZ,ZZ9.99-.
009200     05  FILLER                   PIC X(02) VALUE SPACES.
009300     05  AC-D-TOTAL               PIC Z,ZZZ,ZZ9.99-.
009310     05  FILLER                   PIC X(36) VALUE SPACES.
009500*
009600 01  WS-ACCRRPT-TOTAL-LINE.
009610     05  FILLER                   PIC X(10) VALUE
009800         "TOTAL".
009900     05  FILLER                   PIC X(05) VALUE SPACES.
010000     05  AC-T-EMPLOYEE-COUNT      PIC ZZ,ZZ9.
010100     05  FILLER                   PIC X(02) VALUE SPACES.
010200     05  AC-T-GROSS               PIC Z,ZZZ,ZZ9.99-.
010300     05  FILLER                   PIC X(02) VALUE SPACES.
010400     05  AC-T-SS-TAX              PIC Z,ZZZ,ZZ9.99-.
010500     05  FILLER                   PIC X(02) VALUE SPACES.
010600     05  AC-T-MEDICARE-TAX        PIC Z,ZZZ,ZZ9.99-.
010700     05  FILLER                   PIC X(02) VALUE SPACES.
010800     05  AC-T-FICA                PIC Z,ZZZ,ZZ9.99-.
010900     05  FILLER                   PIC X(02) VALUE SPACES.
011000     05  AC-T-TOTAL               PIC Z,ZZZ,ZZ9.99-.
011010     05  FILLER                   PIC X(36) VALUE SPACES.
011200*
011300 01  WS-ACCRRPT-CONTROL-LINE.
011400     05  FILLER                   PIC X(24) VALUE
011500         "** GL ENTRIES WRITTEN:  ".
011600     05  AC-C-ENTRY-COUNT         PIC ZZ,ZZ9.
011700     05  FILLER                   PIC X(18) VALUE
011800         "  ACCRUAL DR/CR:  ".
011900     05  AC-C-ACCRUAL-DEBITS      PIC Z,ZZZ,ZZ9.99-.
012000     05  FILLER                   PIC X(03) VALUE " / ".
012100     05  AC-C-ACCRUAL-CREDITS     PIC Z,ZZZ,ZZ9.99-.
012200     05  FILLER                   PIC X(19) VALUE
012300         "  REVERSAL DR/CR:  ".
012400     05  AC-C-REVERSAL-DEBITS     PIC Z,ZZZ,ZZ9.99-.
012500     05  FILLER                   PIC X(03) VALUE " / ".
012600     05  AC-C-REVERSAL-CREDITS    PIC Z,ZZZ,ZZ9.99-.
012700     05  FILLER                   PIC X(07) VALUE SPACES.
012800*
012900 01  WS-ACCRRPT-CONTROL-LINE-2.
013000     05  FILLER                   PIC X(23) VALUE
013100         "** EMPLOYEES ACCRUED:  ".
013200     05  AC-C-ACCRUED-COUNT       PIC ZZ,ZZ9.
013300     05  FILLER                   PIC X(16) VALUE
013400         "  NOT ACCRUED:  ".
013500     05  AC-C-SKIPPED-COUNT       PIC ZZ,ZZ9.
013600     05  FILLER                   PIC X(21) VALUE
013601         "  POSTINGS DROPPED:  ".
013602     05  AC-C-DROPPED-COUNT       PIC ZZ,ZZ9.
013603     05  FILLER                   PIC X(54) VALUE SPACES.
