000100*================================================================
000200*  PAYPREV.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE TRIAL-RUN PREVIEW REGISTER
000400*  (PAYPREV.RPT) -- ONE LINE PER CHECK THE LIVE RUN WOULD CUT,
000500*  WITH THE LAST REGULAR NET PAY ON HISTORY BESIDE IT AND A
000600*  FLAG WHEN THE NET HAS MOVED PAST THE VARIANCE LIMIT, THEN
000700*  THE ACTIVE EMPLOYEES MISSING FROM THE INPUT AND THE RUN
000800*  TOTALS.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001300*================================================================
001400 01  WS-PAYPREV-HEADING-LINE.
001500     05  FILLER                   PIC X(44) VALUE
001600         "PAYROLL PREVIEW REGISTER -- NOTHING POSTED".
001700     05  FILLER                   PIC X(09) VALUE
001800         "RUN DATE ".
001900     05  PV-H-RUN-DATE            PIC 9(08).
002000     05  FILLER                   PIC X(25) VALUE
002100         "   FLAG NET CHANGE OVER ".
002200     05  PV-H-VARIANCE-PCT        PIC ZZ9.
002300     05  FILLER                   PIC X(01) VALUE "%".
002400     05  FILLER                   PIC X(42) VALUE SPACES.
002500*
002600 01  WS-PAYPREV-COLUMN-LINE.
002700     05  FILLER                   PIC X(07) VALUE
002800         "EMP ID".
002900     05  FILLER                   PIC X(21) VALUE
003000         "EMPLOYEE NAME".
003100     05  FILLER                   PIC X(05) VALUE
003200         "TYPE".
003300     05  FILLER                   PIC X(12) VALUE
003400         "      GROSS".
003500     05  FILLER                   PIC X(12) VALUE
003600         "    FEDERAL".
003700     05  FILLER                   PIC X(12) VALUE
003800         "      STATE".
003900     05  FILLER                   PIC X(12) VALUE
004000         "  FICA (EE)".
004100     05  FILLER                   PIC X(12) VALUE
004200         " DEDUCTIONS".
004300     05  FILLER                   PIC X(12) VALUE
004400         "        NET".
004500     05  FILLER                   PIC X(04) VALUE
004600         "PAY".
004700     05  FILLER                   PIC X(12) VALUE
004800         "  PRIOR NET".
004900     05  FILLER                   PIC X(07) VALUE
005000         " CHG %".
005100     05  FILLER                   PIC X(04) VALUE
005200         "FLAG".
005300*
005400 01  WS-PAYPREV-DETAIL-LINE.
005500     05  PV-D-EMPLOYEE-ID         PIC X(06).
005600     05  FILLER                   PIC X(01) VALUE SPACES.
005700     05  PV-D-EMPLOYEE-NAME       PIC X(20).
005800     05  FILLER                   PIC X(01) VALUE SPACES.
005900     05  PV-D-TYPE-FLAG           PIC X(04).
006000     05  FILLER                   PIC X(01) VALUE SPACES.
006100     05  PV-D-GROSS               PIC ZZZ,ZZ9.99-.
006200     05  FILLER                   PIC X(01) VALUE SPACES.
006300     05  PV-D-TAXES               PIC ZZZ,ZZ9.99-.
006400     05  FILLER                   PIC X(01) VALUE SPACES.
006500     05  PV-D-STATE-TAX           PIC ZZZ,ZZ9.99-.
006600     05  FILLER                   PIC X(01) VALUE SPACES.
006700     05  PV-D-FICA                PIC ZZZ,ZZ9.99-.
006800     05  FILLER                   PIC X(01) VALUE SPACES.
006900     05  PV-D-DEDUCTIONS          PIC ZZZ,ZZ9.99-.
007000     05  FILLER                   PIC X(01) VALUE SPACES.
007100     05  PV-D-NET                 PIC ZZZ,ZZ9.99-.
007200     05  FILLER                   PIC X(01) VALUE SPACES.
007300     05  PV-D-PAY-METHOD          PIC X(03).
007400     05  FILLER                   PIC X(01) VALUE SPACES.
007500     05  PV-D-PRIOR-NET           PIC ZZZ,ZZ9.99-.
007600     05  FILLER                   PIC X(01) VALUE SPACES.
007700     05  PV-D-CHANGE-PCT          PIC ZZZ9-.
007800     05  PV-D-PERCENT-SIGN        PIC X(01).
007900     05  FILLER                   PIC X(01) VALUE SPACES.
008000     05  PV-D-FLAG                PIC X(04).
008100*
008200 01  WS-PAYPREV-MISSING-HEADING.
008300     05  FILLER                   PIC X(44) VALUE
008400         "ACTIVE EMPLOYEES MISSING FROM THE INPUT".
008500     05  FILLER                   PIC X(88) VALUE SPACES.
008600*
008700 01  WS-PAYPREV-MISSING-LINE.
008800     05  PV-M-EMPLOYEE-ID         PIC X(06).
008900     05  FILLER                   PIC X(01) VALUE SPACES.
009000     05  PV-M-EMPLOYEE-NAME       PIC X(20).
009100     05  FILLER                   PIC X(01) VALUE SPACES.
009200     05  FILLER                   PIC X(46) VALUE
009300         "-- ACTIVE ON MASTER, NOT IN THIS RUN'S INPUT".
009400     05  FILLER                   PIC X(19) VALUE
009500         "LAST PERIOD PAID ".
009600     05  PV-M-LAST-PERIOD-PAID    PIC 9(08).
009700     05  FILLER                   PIC X(31) VALUE SPACES.
009800*
009900 01  WS-PAYPREV-TOTAL-LINE.
010000     05  FILLER                   PIC X(12) VALUE
010100         "** RECORDS: ".
010200     05  PV-T-RECORD-COUNT        PIC Z,ZZZ,ZZ9.
010300     05  FILLER                   PIC X(10) VALUE
010400         "   GROSS: ".
010500     05  PV-T-GROSS               PIC ZZZ,ZZZ,ZZ9.99-.
010600     05  FILLER                   PIC X(08) VALUE
010700         "   FED: ".
010800     05  PV-T-TAXES               PIC ZZZ,ZZZ,ZZ9.99-.
010900     05  FILLER                   PIC X(10) VALUE
011000         "   STATE: ".
011100     05  PV-T-STATE-TAX           PIC ZZZ,ZZZ,ZZ9.99-.
011200     05  FILLER                   PIC X(08) VALUE
011300         "   NET: ".
011400     05  PV-T-NET                 PIC ZZZ,ZZZ,ZZ9.99-.
011500     05  FILLER                   PIC X(15) VALUE SPACES.
011600*
011700 01  WS-PAYPREV-TOTAL-LINE-2.
011800     05  FILLER                   PIC X(09) VALUE
011900         "** FICA: ".
012000     05  PV-T-FICA                PIC ZZZ,ZZZ,ZZ9.99-.
012100     05  FILLER                   PIC X(15) VALUE
012200         "   DEDUCTIONS: ".
012300     05  PV-T-DEDUCTIONS          PIC ZZZ,ZZZ,ZZ9.99-.
012400     05  FILLER                   PIC X(16) VALUE
012500         "   NET FLAGGED: ".
012600     05  PV-T-FLAGGED-COUNT       PIC Z,ZZZ,ZZ9.
012700     05  FILLER                   PIC X(18) VALUE
012800         "   MISSING INPUT: ".
012900     05  PV-T-MISSING-COUNT       PIC Z,ZZZ,ZZ9.
013000     05  FILLER                   PIC X(26) VALUE SPACES.
