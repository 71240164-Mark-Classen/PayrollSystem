000970*                   HISTORY FILE CAN LEAVE A NEGATIVE FIGURE.
000980*  08/23/2026 MHC   ADDED THE STATE TAX COLUMN, TIGHTENING THE
000990*                   DETAIL SEPARATORS TO FIT.
000992*  10/15/2026 MHC   ADDED THE COMPANY LINE.  EACH REPORT NOW
000994*                   RUNS ONE SECTION PER COMPANY, HEADED BY ITS
000996*                   NAME AND FEIN AND CLOSED BY ITS OWN CONTROL
000998*                   LINE, SINCE EACH COMPANY FILES ITS OWN 941.
000999*  10/15/2026 MHC   THE CONTROL LINE CARRIES THE COUNT OF HISTORY
001000*                   RECORDS NOT REPORTED FOR WANT OF TABLE ROOM.
001001*================================================================
001100 01  WS-QTRWAGE-HEADING-LINE.
001200     05  FILLER                   PIC X(34) VALUE
001300         "QUARTERLY WAGE AND WITHHOLDING -- ".
001600         " QUARTER ".
001700     05  QH-REPORT-QUARTER        PIC 9(01).
001800     05  FILLER                   PIC X(84) VALUE SPACES.
001805*
001810 01  WS-WAGE-COMPANY-LINE.
001815     05  FILLER                   PIC X(08) VALUE
001820         "COMPANY ".
001825     05  WC-COMPANY-CODE          PIC X(02).
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001835     05  WC-COMPANY-NAME          PIC X(30).
001840     05  FILLER                   PIC X(08) VALUE
001845         "  FEIN: ".
001850     05  WC-FEIN-PREFIX           PIC 9(02).
001855     05  FILLER                   PIC X(01) VALUE "-".
001860     05  WC-FEIN-SUFFIX           PIC 9(07).
001865     05  FILLER                   PIC X(72) VALUE SPACES.
001900*
002000 01  WS-WAGE-COLUMN-LINE.
002100     05  FILLER                   PIC X(08) VALUE
007000     05  FILLER                   PIC X(13) VALUE
007100         "  NET TOTAL: ".
007200     05  WG-C-NET-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
007300     05  FILLER                   PIC X(16) VALUE
007301         "  NOT REPORTED: ".
007302     05  WG-C-OVERFLOW-COUNT      PIC Z,ZZZ,ZZ9.
007303     05  FILLER                   PIC X(17) VALUE SPACES.
