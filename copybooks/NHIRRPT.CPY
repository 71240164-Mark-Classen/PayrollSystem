000100*================================================================
000200*  NHIRRPT.CPY
000300*  PRINT-IMAGE LINE LAYOUTS FOR THE NEW-HIRE REPORTING CONTROL
000400*  REPORT (PAYNHIRE.RPT).  THE FIRST SECTION LISTS UNREPORTED
000500*  HIRES HELD BACK FOR MISSING DATA, WITH THEIR DEADLINE FLAG;
000600*  THE SECOND LISTS THE HIRES WRITTEN TO EACH STATE FILE, WITH
000700*  A TOTAL PER FILE.  THE SSN SHOWS ONLY ITS LAST FOUR DIGITS.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  WS-NHIRRPT-HEADING-LINE.
001400     05  FILLER                   PIC X(37) VALUE
001500         "STATE NEW-HIRE REPORTING -- RUN DATE ".
001600     05  NR-H-RUN-DATE            PIC 9(08).
001700     05  FILLER                   PIC X(16) VALUE
001800         "  EMPLOYER FEIN ".
001900     05  NR-H-EMPLOYER-FEIN       PIC 9(09).
002000     05  FILLER                   PIC X(16) VALUE
002100         "  DEADLINE DAYS ".
002200     05  NR-H-DEADLINE-DAYS       PIC ZZ9.
002300     05  FILLER                   PIC X(43) VALUE SPACES.
002400*
002500 01  WS-NHIRRPT-SECTION-LINE.
002600     05  NR-SECTION-TITLE         PIC X(50).
002700     05  FILLER                   PIC X(82) VALUE SPACES.
002800*
002900 01  WS-NHIRRPT-COLUMN-LINE.
003000     05  FILLER                   PIC X(07) VALUE
003100         "STATE".
003200     05  FILLER                   PIC X(08) VALUE
003300         "EMP ID".
003400     05  FILLER                   PIC X(22) VALUE
003500         "EMPLOYEE NAME".
003600     05  FILLER                   PIC X(13) VALUE
003700         "SSN".
003800     05  FILLER                   PIC X(10) VALUE
003900         "HIRE DATE".
004000     05  FILLER                   PIC X(08) VALUE
004100         "TYPE".
004200     05  FILLER                   PIC X(06) VALUE
004300         "DAYS".
004400     05  FILLER                   PIC X(26) VALUE
004500         "STATUS".
004600     05  FILLER                   PIC X(16) VALUE
004700         "DEADLINE".
004800     05  FILLER                   PIC X(16) VALUE SPACES.
004900*
005000 01  WS-NHIRRPT-DETAIL-LINE.
005100     05  NR-D-WORK-STATE-CODE     PIC X(02).
005200     05  FILLER                   PIC X(05) VALUE SPACES.
005300     05  NR-D-EMPLOYEE-ID         PIC X(06).
005400     05  FILLER                   PIC X(02) VALUE SPACES.
005500     05  NR-D-EMPLOYEE-NAME       PIC X(20).
005600     05  FILLER                   PIC X(02) VALUE SPACES.
005700     05  NR-D-SSN-MASKED.
005800         10  NR-D-SSN-MASK        PIC X(07).
005900         10  NR-D-SSN-LAST-FOUR   PIC X(04).
006000     05  FILLER                   PIC X(02) VALUE SPACES.
006100     05  NR-D-HIRE-DATE           PIC 9(08).
006200     05  FILLER                   PIC X(02) VALUE SPACES.
006300     05  NR-D-HIRE-TYPE           PIC X(06).
006400     05  FILLER                   PIC X(02) VALUE SPACES.
006500     05  NR-D-DAYS-SINCE-HIRE     PIC ZZZ9.
006600     05  FILLER                   PIC X(02) VALUE SPACES.
006700     05  NR-D-STATUS              PIC X(24).
006800     05  FILLER                   PIC X(02) VALUE SPACES.
006900     05  NR-D-DEADLINE-FLAG       PIC X(16).
007000     05  FILLER                   PIC X(16) VALUE SPACES.
007100*
007200 01  WS-NHIRRPT-STATE-LINE.
007300     05  FILLER                   PIC X(06) VALUE
007400         "STATE ".
007500     05  NR-S-STATE-CODE          PIC X(02).
007600     05  FILLER                   PIC X(07) VALUE
007700         "  FILE ".
007800     05  NR-S-FILE-NAME           PIC X(12).
007900     05  FILLER                   PIC X(17) VALUE
008000         "  HIRES REPORTED ".
008100     05  NR-S-HIRE-COUNT          PIC ZZ,ZZ9.
008200     05  FILLER                   PIC X(82) VALUE SPACES.
008300*
008400 01  WS-NHIRRPT-CONTROL-LINE.
008500     05  FILLER                   PIC X(13) VALUE
008600         "MASTERS READ ".
008700     05  NR-C-MASTER-COUNT        PIC ZZZ,ZZ9.
008800     05  FILLER                   PIC X(17) VALUE
008900         "  HIRES REPORTED ".
009000     05  NR-C-REPORTED-COUNT      PIC ZZ,ZZ9.
009100     05  FILLER                   PIC X(12) VALUE
009200         "  HELD BACK ".
009300     05  NR-C-HELD-COUNT          PIC ZZ,ZZ9.
009400     05  FILLER                   PIC X(14) VALUE
009500         "  STATE FILES ".
009600     05  NR-C-FILE-COUNT          PIC ZZ9.
009700     05  FILLER                   PIC X(54) VALUE SPACES.
009800*
009900 01  WS-NHIRRPT-CONTROL-LINE-2.
010000     05  FILLER                   PIC X(14) VALUE
010100         "REPORTED LATE ".
010200     05  NR-C-LATE-COUNT          PIC ZZ,ZZ9.
010300     05  FILLER                   PIC X(27) VALUE
010400         "  UNREPORTED NEAR DEADLINE ".
010500     05  NR-C-NEAR-COUNT          PIC ZZ,ZZ9.
010600     05  FILLER                   PIC X(21) VALUE
010700         "  UNREPORTED OVERDUE ".
010800     05  NR-C-OVERDUE-COUNT       PIC ZZ,ZZ9.
010900     05  FILLER                   PIC X(52) VALUE SPACES.
