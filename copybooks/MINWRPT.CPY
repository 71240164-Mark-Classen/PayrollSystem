000100*================================================================
000200*  MINWRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE MINIMUM-WAGE REVIEW REPORT
000400*  (PAYMINWG.RPT).  ONE LINE PER HOURLY EMPLOYEE WHOSE RATE
000500*  WILL BE UNDER THE FLOOR IN FORCE ON THE REVIEW DATE, WITH
000600*  ANY HELD PAYMAINT CHANGE DUE BY THEN, THE FLOOR TODAY, THE
000700*  FLOOR ON THE REVIEW DATE AND THE SHORTFALL PER HOUR.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  WS-MINWRPT-HEADING-LINE.
001400     05  FILLER                   PIC X(38) VALUE
001500         "MINIMUM WAGE REVIEW -- FLOORS IN FORCE".
001600     05  FILLER                   PIC X(01) VALUE SPACE.
001700     05  MR-H-TARGET-DATE         PIC 9(08).
001800     05  FILLER                   PIC X(11) VALUE
001900         "  RUN DATE ".
002000     05  MR-H-RUN-DATE            PIC 9(08).
002100     05  FILLER                   PIC X(66) VALUE SPACES.
002200*
002300 01  WS-MINWRPT-COLUMN-LINE.
002400     05  FILLER                   PIC X(07) VALUE
002500         "STATE".
002600     05  FILLER                   PIC X(08) VALUE
002700         "EMP ID".
002800     05  FILLER                   PIC X(22) VALUE
002900         "EMPLOYEE NAME".
003000     05  FILLER                   PIC X(10) VALUE
003100         "RATE NOW".
003200     05  FILLER                   PIC X(11) VALUE
003300         "HELD RATE".
003400     05  FILLER                   PIC X(11) VALUE
003500         "FLOOR NOW".
003600     05  FILLER                   PIC X(11) VALUE
003700         "NEW FLOOR".
003800     05  FILLER                   PIC X(11) VALUE
003900         "SHORTFALL".
004000     05  FILLER                   PIC X(24) VALUE
004100         "NOTE".
004200     05  FILLER                   PIC X(17) VALUE SPACES.
004300*
004400 01  WS-MINWRPT-DETAIL-LINE.
004500     05  MR-D-WORK-STATE-CODE     PIC X(02).
004600     05  FILLER                   PIC X(05) VALUE SPACES.
004700     05  MR-D-EMPLOYEE-ID         PIC X(06).
004800     05  FILLER                   PIC X(02) VALUE SPACES.
004900     05  MR-D-EMPLOYEE-NAME       PIC X(20).
005000     05  FILLER                   PIC X(02) VALUE SPACES.
005100     05  MR-D-CURRENT-RATE        PIC Z9.99.
005200     05  FILLER                   PIC X(05) VALUE SPACES.
005300     05  MR-D-HELD-RATE           PIC Z9.99 BLANK WHEN ZERO.
005400     05  FILLER                   PIC X(06) VALUE SPACES.
005500     05  MR-D-FLOOR-NOW           PIC Z9.99.
005600     05  FILLER                   PIC X(06) VALUE SPACES.
005700     05  MR-D-FLOOR-TARGET        PIC Z9.99.
005800     05  FILLER                   PIC X(06) VALUE SPACES.
005900     05  MR-D-SHORTFALL           PIC Z9.99 BLANK WHEN ZERO.
006000     05  FILLER                   PIC X(06) VALUE SPACES.
006100     05  MR-D-NOTE                PIC X(24).
006200     05  FILLER                   PIC X(17) VALUE SPACES.
006300*
006400 01  WS-MINWRPT-CONTROL-LINE.
006500     05  FILLER                   PIC X(13) VALUE
006600         "MASTERS READ ".
006700     05  MR-C-MASTER-COUNT        PIC ZZZ,ZZ9.
006800     05  FILLER                   PIC X(16) VALUE
006900         "  HOURLY ACTIVE ".
007000     05  MR-C-HOURLY-COUNT        PIC ZZZ,ZZ9.
007100     05  FILLER                   PIC X(16) VALUE
007200         "  RAISE NEEDED ".
007300     05  MR-C-SHORT-COUNT         PIC ZZ,ZZ9.
007400     05  FILLER                   PIC X(26) VALUE
007500         "  COVERED BY HELD CHANGE ".
007600     05  MR-C-COVERED-COUNT       PIC ZZ,ZZ9.
007700     05  FILLER                   PIC X(35) VALUE SPACES.
007800*
007900 01  WS-MINWRPT-CONTROL-LINE-2.
008000     05  FILLER                   PIC X(16) VALUE
008100         "UNDER FLOOR NOW ".
008200     05  MR-C-UNDER-NOW-COUNT     PIC ZZ,ZZ9.
008300     05  FILLER                   PIC X(20) VALUE
008400         "  HELD CHANGES READ ".
008500     05  MR-C-HELD-READ-COUNT     PIC ZZ,ZZ9.
008600     05  FILLER                   PIC X(24) VALUE
008700         "  SALARIED NOT REVIEWED ".
008800     05  MR-C-SALARIED-COUNT      PIC ZZ,ZZ9.
008900     05  FILLER                   PIC X(54) VALUE SPACES.
