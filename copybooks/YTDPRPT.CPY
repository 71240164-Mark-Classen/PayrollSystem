000100*================================================================
000200*  YTDPRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE YTD INTEGRITY PROOF
000400*  (PAYYTDPF.RPT).  ONE DISCREPANCY LINE PER BUCKET THAT DOES
000500*  NOT AGREE WITH THE SUM OF THE YEAR'S HISTORY; IN CORRECTION
000600*  MODE EVERY MASTER REWRITTEN ALSO GETS A BEFORE LINE AND AN
000700*  AFTER LINE, SO THE CORRECTION IS PROVABLE FIGURE BY FIGURE.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  WS-YTDPRF-HEADING-LINE.
001400     05  FILLER                   PIC X(32) VALUE
001500         "YTD INTEGRITY PROOF -- RUN DATE ".
001600     05  YF-H-RUN-DATE            PIC 9(08).
001700     05  FILLER                   PIC X(13) VALUE
001800         "  PROOF YEAR ".
001900     05  YF-H-PROOF-YEAR          PIC 9(04).
002000     05  FILLER                   PIC X(07) VALUE
002100         "  MODE ".
002200     05  YF-H-MODE                PIC X(10).
002300     05  FILLER                   PIC X(58) VALUE SPACES.
002400*
002500 01  WS-YTDPRF-COLUMN-LINE.
002600     05  FILLER                   PIC X(08) VALUE
002700         "EMP ID".
002800     05  FILLER                   PIC X(22) VALUE
002900         "EMPLOYEE NAME".
003000     05  FILLER                   PIC X(12) VALUE
003100         "BUCKET".
003200     05  FILLER                   PIC X(15) VALUE
003300         "   MASTER YTD".
003400     05  FILLER                   PIC X(15) VALUE
003500         "      HISTORY".
003600     05  FILLER                   PIC X(15) VALUE
003700         "   DIFFERENCE".
003800     05  FILLER                   PIC X(12) VALUE
003900         "ACTION".
004000     05  FILLER                   PIC X(33) VALUE SPACES.
004100*
004200 01  WS-YTDPRF-DETAIL-LINE.
004300     05  YF-D-EMPLOYEE-ID         PIC X(06).
004400     05  FILLER                   PIC X(02) VALUE SPACES.
004500     05  YF-D-EMPLOYEE-NAME       PIC X(20).
004600     05  FILLER                   PIC X(02) VALUE SPACES.
004700     05  YF-D-BUCKET              PIC X(10).
004800     05  FILLER                   PIC X(02) VALUE SPACES.
004900     05  YF-D-MASTER-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
005000     05  FILLER                   PIC X(02) VALUE SPACES.
005100     05  YF-D-HISTORY-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
005200     05  FILLER                   PIC X(02) VALUE SPACES.
005300     05  YF-D-DIFFERENCE          PIC Z,ZZZ,ZZ9.99-.
005400     05  FILLER                   PIC X(02) VALUE SPACES.
005500     05  YF-D-ACTION              PIC X(12).
005600     05  FILLER                   PIC X(33) VALUE SPACES.
005700*
005800 01  WS-YTDPRF-AUDIT-COLUMN-LINE.
005900     05  FILLER                   PIC X(08) VALUE
006000         "EMP ID".
006100     05  FILLER                   PIC X(22) VALUE
006200         "EMPLOYEE NAME".
006300     05  FILLER                   PIC X(08) VALUE
006400         "SIDE".
006500     05  FILLER                   PIC X(15) VALUE
006600         "        GROSS".
006700     05  FILLER                   PIC X(15) VALUE
006800         "      INC TAX".
006900     05  FILLER                   PIC X(15) VALUE
007000         "      SOC SEC".
007100     05  FILLER                   PIC X(15) VALUE
007200         "     MEDICARE".
007300     05  FILLER                   PIC X(15) VALUE
007400         "          NET".
007500     05  FILLER                   PIC X(19) VALUE SPACES.
007600*
007700 01  WS-YTDPRF-AUDIT-LINE.
007800     05  YF-A-EMPLOYEE-ID         PIC X(06).
007900     05  FILLER                   PIC X(02) VALUE SPACES.
008000     05  YF-A-EMPLOYEE-NAME       PIC X(20).
008100     05  FILLER                   PIC X(02) VALUE SPACES.
008200     05  YF-A-SIDE                PIC X(06).
008300     05  FILLER                   PIC X(02) VALUE SPACES.
008400     05  YF-A-GROSS               PIC Z,ZZZ,ZZ9.99-.
008500     05  FILLER                   PIC X(02) VALUE SPACES.
008600     05  YF-A-TAXES               PIC Z,ZZZ,ZZ9.99-.
008700     05  FILLER                   PIC X(02) VALUE SPACES.
008800     05  YF-A-SS-TAX              PIC Z,ZZZ,ZZ9.99-.
008900     05  FILLER                   PIC X(02) VALUE SPACES.
009000     05  YF-A-MEDICARE-TAX        PIC Z,ZZZ,ZZ9.99-.
009100     05  FILLER                   PIC X(02) VALUE SPACES.
009200     05  YF-A-NET                 PIC Z,ZZZ,ZZ9.99-.
009300     05  FILLER                   PIC X(21) VALUE SPACES.
009400*
009500 01  WS-YTDPRF-CONTROL-LINE.
009600     05  FILLER                   PIC X(20) VALUE
009700         "** MASTERS PROVED:  ".
009800     05  YF-C-MASTER-COUNT        PIC Z,ZZZ,ZZ9.
009900     05  FILLER                   PIC X(19) VALUE
010000         "  OUT OF BALANCE:  ".
010100     05  YF-C-OUT-COUNT           PIC Z,ZZZ,ZZ9.
010200     05  FILLER                   PIC X(14) VALUE
010300         "  CORRECTED:  ".
010400     05  YF-C-CORRECTED-COUNT     PIC Z,ZZZ,ZZ9.
010500     05  FILLER                   PIC X(25) VALUE
010600         "  DEDUCTION EXCEPTIONS:  ".
010700     05  YF-C-DEDUCTION-COUNT     PIC Z,ZZZ,ZZ9.
010800     05  FILLER                   PIC X(18) VALUE SPACES.
010900*
011000 01  WS-YTDPRF-CONTROL-LINE-2.
011100     05  FILLER                   PIC X(28) VALUE
011200         "** HISTORY RECORDS SUMMED:  ".
011300     05  YF-C-HISTORY-COUNT       PIC Z,ZZZ,ZZ9.
011400     05  FILLER                   PIC X(95) VALUE SPACES.
