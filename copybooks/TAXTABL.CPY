002200*                   STATE) AND EFFECTIVE DATE, SO ANNUAL RATE
002300*                   CHANGES AND STATE TABLES ARE DATA, NOT A
002400*                   SOURCE CHANGE AND RECOMPILE.
002410*  10/15/2026 MHC   EACH SET NOW CARRIES ITS W-4 FILING STATUS
002420*                   (S, M, H) AS PART OF ITS KEY, AND THE TABLE
002430*                   WIDENS TO 90 SETS TO HOLD THEM.
002500*================================================================
002600 01  WS-TAX-SET-COUNT             PIC 9(03)   VALUE ZERO.
002700 01  TAX-RATE-SET-TABLE.
002710     05  TAX-RATE-SET OCCURS 90 TIMES INDEXED BY TS-IDX.
002900         10  TS-JURISDICTION-CODE PIC X(02).
003000         10  TS-EFFECTIVE-DATE    PIC 9(08).
003010         10  TS-FILING-STATUS     PIC X(01).
003100         10  TS-BRACKET OCCURS 5 TIMES.
003200             15  TB-CEILING       PIC 9(07)V99.
003300             15  TB-MARGINAL-RATE PIC V999.
