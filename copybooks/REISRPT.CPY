000100*================================================================
000200*  REISRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE STOP-PAYMENT AND REISSUE
000400*  REPORT (PAYREISS.RPT) -- ONE LINE PER REQUEST, DONE OR
000500*  REJECTED, AND A CONTROL LINE TYING THE REPLACEMENTS CUT AND
000600*  THE AMOUNTS MOVED TO ESCHEAT HOLD -- AND THE MEMO LINE
000700*  PRINTED ON THE FACE OF A REPLACEMENT CHECK.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  WS-REISRPT-HEADING-LINE.
001400     05  FILLER                   PIC X(43) VALUE
001500         "CHECK STOP-PAYMENT AND REISSUE -- RUN DATE ".
001600     05  RX-H-RUN-DATE            PIC 9(08).
001700     05  FILLER                   PIC X(81) VALUE SPACES.
001800*
001900 01  WS-REISRPT-COLUMN-LINE.
002000     05  FILLER                   PIC X(10) VALUE
002100         "OLD CHECK".
002200     05  FILLER                   PIC X(10) VALUE
002300         "ISSUED".
002400     05  FILLER                   PIC X(22) VALUE
002500         "PAYEE".
002600     05  FILLER                   PIC X(16) VALUE
002700         "AMOUNT".
002800     05  FILLER                   PIC X(16) VALUE
002900         "ACTION".
003000     05  FILLER                   PIC X(10) VALUE
003100         "NEW CHECK".
003200     05  FILLER                   PIC X(48) VALUE
003300         "RESULT".
003400*
003500 01  WS-REISRPT-DETAIL-LINE.
003600     05  RX-D-OLD-CHECK-NUMBER    PIC 9(08).
003700     05  FILLER                   PIC X(02) VALUE SPACES.
003800     05  RX-D-ISSUE-DATE          PIC 9(08).
003900     05  FILLER                   PIC X(02) VALUE SPACES.
004000     05  RX-D-PAYEE-NAME          PIC X(20).
004100     05  FILLER                   PIC X(02) VALUE SPACES.
004200     05  RX-D-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
004300     05  FILLER                   PIC X(02) VALUE SPACES.
004400     05  RX-D-ACTION              PIC X(14).
004500     05  FILLER                   PIC X(02) VALUE SPACES.
004600     05  RX-D-NEW-CHECK-NUMBER    PIC Z(08).
004700     05  FILLER                   PIC X(02) VALUE SPACES.
004800     05  RX-D-RESULT              PIC X(40).
004900     05  FILLER                   PIC X(08) VALUE SPACES.
005000*
005100 01  WS-REISRPT-CONTROL-LINE.
005200     05  FILLER                   PIC X(13) VALUE
005300         "** TOTALS ** ".
005400     05  FILLER                   PIC X(10) VALUE
005500         "REQUESTS: ".
005600     05  RX-C-REQUEST-COUNT       PIC ZZ,ZZ9.
005700     05  FILLER                   PIC X(12) VALUE
005800         "  REISSUED: ".
005900     05  RX-C-REISSUE-COUNT       PIC ZZ,ZZ9.
006000     05  FILLER                   PIC X(09) VALUE
006100         " AMOUNT: ".
006200     05  RX-C-REISSUE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
006300     05  FILLER                   PIC X(08) VALUE
006400         "  HELD: ".
006500     05  RX-C-HOLD-COUNT          PIC ZZ,ZZ9.
006600     05  FILLER                   PIC X(09) VALUE
006700         " AMOUNT: ".
006800     05  RX-C-HOLD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
006900     05  FILLER                   PIC X(12) VALUE
007000         "  REJECTED: ".
007100     05  RX-C-REJECT-COUNT        PIC ZZ,ZZ9.
007200     05  FILLER                   PIC X(07) VALUE SPACES.
007300*
007400 01  WS-REISCHK-MEMO-LINE.
007500     05  FILLER                   PIC X(18) VALUE
007600         "REPLACES CHECK NO ".
007700     05  RX-M-OLD-CHECK-NUMBER    PIC 9(08).
007800     05  FILLER                   PIC X(07) VALUE
007900         " DATED ".
008000     05  RX-M-OLD-ISSUE-DATE      PIC 9(08).
008100     05  FILLER                   PIC X(04) VALUE
008200         " -- ".
008300     05  RX-M-ACTION              PIC X(14).
008400     05  FILLER                   PIC X(18) VALUE
008500         "  ORIGINAL IS VOID".
008600     05  FILLER                   PIC X(55) VALUE SPACES.
