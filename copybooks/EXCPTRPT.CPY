000900*  08/09/2026 MHC   ORIGINAL.
000950*  08/09/2026 MHC   WIDENED THE EXCEPTION COUNT TO MATCH THE FULL
000960*                   WIDTH OF ITS RUN ACCUMULATOR.
000970*  10/15/2026 MHC   THE CONTROL LINE ALSO COUNTS THE RECORDS
000980*                   FLAGGED BUT STILL PAID.  THEY ARE NOT IN THE
000990*                   EXCEPTION COUNT.
001000*================================================================
001100 01  WS-EXCEPTION-HEADING-LINE.
001200     05  FILLER                   PIC X(08) VALUE
003100     05  PX-C-EXCEPTION-COUNT     PIC Z,ZZZ,ZZ9.
003200     05  FILLER                   PIC X(06) VALUE
003300         " **   ".
003400     05  FILLER                   PIC X(20) VALUE
003500         "** FLAGGED, PAID:   ".
003600     05  PX-C-FLAGGED-COUNT       PIC Z,ZZZ,ZZ9.
003700     05  FILLER                   PIC X(06) VALUE
003800         " **   ".
003900     05  FILLER                   PIC X(65) VALUE SPACES.
