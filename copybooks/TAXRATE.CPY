001500*                   FILLER LITERALS COMPILED INTO PAYROLL
001600*                   (TAXTABL.CPY), SO EVERY RATE CHANGE WAS A
001700*                   SOURCE CHANGE AND RECOMPILE.
001710*  10/15/2026 MHC   ADDED TR-FILING-STATUS, TAKEN FROM THE
001720*                   TRAILING FILLER -- A JURISDICTION MAY CARRY A
001730*                   SEPARATE SET PER W-4 FILING STATUS (S, M, H).
001740*                   A BLANK STATUS IS THE SINGLE SET, WHICH ALSO
001750*                   SERVES ANY STATUS WITH NO SET OF ITS OWN.
001800*================================================================
001900 01  TAX-RATE-RECORD.
002000     05  TR-JURISDICTION-CODE     PIC X(02).
002200     05  TR-BRACKET-NUMBER        PIC 9(01).
002300     05  TR-CEILING               PIC 9(07)V99.
002400     05  TR-MARGINAL-RATE         PIC V999.
002500     05  TR-FILING-STATUS         PIC X(01).
002600     05  FILLER                   PIC X(56).
