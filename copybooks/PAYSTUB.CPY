003900*  09/02/2026 MHC   WIDENED THE HOURS COLUMN TO TWO DECIMALS TO
003910*                   MATCH THE QUARTER-HOUR PRECISION NOW ON
003920*                   PR-HOURS-WORKED.
003922*  10/15/2026 MHC   ADDED THE W-4 ELECTIONS LINE -- THE FEDERAL
003924*                   AND STATE FILING STATUS, DEPENDENT CREDIT,
003926*                   EXTRA WITHHOLDING AND EXEMPT FLAG THE
003928*                   WITHHOLDING WAS ACTUALLY COMPUTED UNDER.
003930*================================================================
004000 01  WS-PAYSTUB-HEADING-LINE.
004100     05  FILLER                   PIC X(20) VALUE
010400     05  PS-X-MEDICARE-TAX        PIC Z,ZZZ,ZZ9.99-.
010500     05  FILLER                   PIC X(76) VALUE SPACES.
010600
010605 01  WS-PAYSTUB-LEAVE-LINE.
010610     05  FILLER                   PIC X(05) VALUE SPACES.
010620     05  FILLER                   PIC X(14) VALUE
010630         "VACATION BAL  ".
010670     05  PS-X-SICK-BALANCE        PIC ZZ9.99-.
010680     05  FILLER                   PIC X(88) VALUE SPACES.
010690
010692 01  WS-PAYSTUB-W4-LINE.
010694     05  FILLER                   PIC X(05) VALUE SPACES.
010696     05  FILLER                   PIC X(13) VALUE
010698         "W-4 FEDERAL: ".
010700     05  PS-W-FED-STATUS          PIC X(01).
010702     05  FILLER                   PIC X(09) VALUE
010704         "  CREDIT ".
010706     05  PS-W-FED-CREDIT          PIC ZZ,ZZ9.99.
010708     05  FILLER                   PIC X(08) VALUE
010710         "  EXTRA ".
010712     05  PS-W-FED-EXTRA           PIC ZZ,ZZ9.99.
010714     05  FILLER                   PIC X(09) VALUE
010716         "  EXEMPT ".
010718     05  PS-W-FED-EXEMPT          PIC X(01).
010720     05  FILLER                   PIC X(11) VALUE
010722         "    STATE: ".
010724     05  PS-W-STATE-STATUS        PIC X(01).
010726     05  FILLER                   PIC X(09) VALUE
010728         "  CREDIT ".
010730     05  PS-W-STATE-CREDIT        PIC ZZ,ZZ9.99.
010732     05  FILLER                   PIC X(08) VALUE
010734         "  EXTRA ".
010736     05  PS-W-STATE-EXTRA         PIC ZZ,ZZ9.99.
010738     05  FILLER                   PIC X(09) VALUE
010740         "  EXEMPT ".
010742     05  PS-W-STATE-EXEMPT        PIC X(01).
010744     05  FILLER                   PIC X(11) VALUE SPACES.
010746
010748 01  WS-PAYSTUB-CONTROL-LINE.
010800     05  FILLER                   PIC X(20) VALUE
010900         "** CONTROL TOTALS **".
011000     05  FILLER                   PIC X(03) VALUE SPACES.
