000100*================================================================
000200*  PENDRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE PENDING MAINTENANCE REPORT
000400*  (PAYPEND.RPT) -- EVERY HELD TRANSACTION COMING DUE ON OR
000500*  BEFORE THE END OF THE NEXT OPEN PAY PERIOD, SO NOTHING DUE
000600*  FOR THAT PERIOD'S PAYROLL IS MISSED, WITH A COUNT OF THOSE
000700*  FALLING DUE LATER.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  WS-PENDRPT-HEADING-LINE.
001400     05  FILLER                   PIC X(44) VALUE
001500         "PENDING MAINTENANCE DUE BY NEXT OPEN PERIOD ".
001600     05  PN-H-CUTOFF-DATE         PIC 9(08).
001700     05  FILLER                   PIC X(10) VALUE
001800         " -- RUN ".
001900     05  PN-H-RUN-DATE            PIC 9(08).
002000     05  FILLER                   PIC X(62) VALUE SPACES.
002100*
002200 01  WS-PENDRPT-COLUMN-LINE.
002300     05  FILLER                   PIC X(10) VALUE
002400         "EFF DATE".
002500     05  FILLER                   PIC X(08) VALUE
002600         "EMP ID".
002700     05  FILLER                   PIC X(22) VALUE
002800         "EMPLOYEE NAME".
002900     05  FILLER                   PIC X(12) VALUE
003000         "TRANS".
003100     05  FILLER                   PIC X(10) VALUE
003200         "NEW RATE".
003300     05  FILLER                   PIC X(08) VALUE
003400         "REASON".
003500     05  FILLER                   PIC X(10) VALUE
003600         "REQ BY".
003700     05  FILLER                   PIC X(10) VALUE
003800         "ENTERED".
003900     05  FILLER                   PIC X(42) VALUE SPACES.
004000*
004100 01  WS-PENDRPT-DETAIL-LINE.
004200     05  PN-D-EFFECTIVE-DATE      PIC 9(08).
004300     05  FILLER                   PIC X(02) VALUE SPACES.
004400     05  PN-D-EMPLOYEE-ID         PIC X(06).
004500     05  FILLER                   PIC X(02) VALUE SPACES.
004600     05  PN-D-EMPLOYEE-NAME       PIC X(20).
004700     05  FILLER                   PIC X(02) VALUE SPACES.
004800     05  PN-D-TRANSACTION         PIC X(10).
004900     05  FILLER                   PIC X(02) VALUE SPACES.
005000     05  PN-D-NEW-RATE            PIC ZZ9.99.
005100     05  FILLER                   PIC X(04) VALUE SPACES.
005200     05  PN-D-TERM-REASON         PIC X(02).
005300     05  FILLER                   PIC X(06) VALUE SPACES.
005400     05  PN-D-REQUESTED-BY        PIC X(08).
005500     05  FILLER                   PIC X(02) VALUE SPACES.
005600     05  PN-D-ENTERED-DATE        PIC 9(08).
005700     05  FILLER                   PIC X(44) VALUE SPACES.
005800*
005900 01  WS-PENDRPT-TOTAL-LINE.
006000     05  FILLER                   PIC X(16) VALUE
006100         "** DUE BY THEN: ".
006200     05  PN-T-DUE-COUNT           PIC Z,ZZZ,ZZ9.
006300     05  FILLER                   PIC X(18) VALUE
006400         "   PENDING LATER: ".
006500     05  PN-T-LATER-COUNT         PIC Z,ZZZ,ZZ9.
006600     05  FILLER                   PIC X(80) VALUE SPACES.
