000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  09/02/2026 MHC   ORIGINAL.
001110*  10/15/2026 MHC   ADDED THE COMPANY LINE.  THE SCHEDULE NOW
001120*                   RUNS ONE SECTION PER COMPANY, HEADED BY ITS
001130*                   NAME AND FEIN AND CLOSED BY ITS OWN CONTROL
001140*                   LINE, SINCE EACH COMPANY MAKES ITS OWN
001150*                   DEPOSITS.
001200*================================================================
001300 01  WS-DEPSCHED-HEADING-LINE.
001400     05  FILLER                   PIC X(31) VALUE
001500         "TAX DEPOSIT SCHEDULE  RUN DATE ".
001600     05  DP-H-RUN-DATE            PIC 9(08).
001700     05  FILLER                   PIC X(93) VALUE SPACES.
001705*
001710 01  WS-DEPSCHED-COMPANY-LINE.
001715     05  FILLER                   PIC X(08) VALUE
001720         "COMPANY ".
001725     05  DC-COMPANY-CODE          PIC X(02).
001730     05  FILLER                   PIC X(02) VALUE SPACES.
001735     05  DC-COMPANY-NAME          PIC X(30).
001740     05  FILLER                   PIC X(08) VALUE
001745         "  FEIN: ".
001750     05  DC-FEIN-PREFIX           PIC 9(02).
001755     05  FILLER                   PIC X(01) VALUE "-".
001760     05  DC-FEIN-SUFFIX           PIC 9(07).
001765     05  FILLER                   PIC X(72) VALUE SPACES.
001800*
001900 01  WS-DEPSCHED-COLUMN-LINE.
002000     05  FILLER                   PIC X(06) VALUE
