000100*================================================================
000200*  MINWTABL.CPY
000300*  IN-STORAGE MINIMUM-WAGE TABLE, LOADED FROM MINWAGE.DAT AT
000400*  INITIALIZE.  ONE ENTRY PER JURISDICTION AND EFFECTIVE DATE
000500*  (FD = FEDERAL, ELSE STATE).  THE FLOOR FIELDS HOLD THE
000600*  RESULT OF ONE LOOKUP: THE WANTED STATE AND DATE GO IN, AND
000700*  THE GREATER OF THE FEDERAL AND STATE HOURLY MINIMUMS AND
000800*  EXEMPT SALARY THRESHOLDS IN FORCE ON THAT DATE COME OUT.  A
000900*  ZERO HOURLY FLOOR MEANS NO RATE ON FILE APPLIES.
001000*----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/2026 MHC   ORIGINAL.
001400*================================================================
001500 01  WS-MIN-WAGE-SET-COUNT        PIC 9(03)   VALUE ZERO.
001600 01  MIN-WAGE-SET-TABLE.
001700     05  MIN-WAGE-SET OCCURS 200 TIMES INDEXED BY MS-IDX.
001800         10  MS-JURISDICTION-CODE PIC X(02).
001900         10  MS-EFFECTIVE-DATE    PIC 9(08).
002000         10  MS-HOURLY-MINIMUM    PIC 9(02)V99.
002100         10  MS-EXEMPT-SALARY-MINIMUM PIC 9(07)V99.
002200 01  MIN-WAGE-FLOOR-FIELDS.
002300     05  MF-WANTED-STATE          PIC X(02)   VALUE SPACES.
002400     05  MF-WANTED-DATE           PIC 9(08)   VALUE ZERO.
002500     05  MF-FEDERAL-DATE          PIC 9(08)   VALUE ZERO.
002600     05  MF-FEDERAL-HOURLY        PIC 9(02)V99 VALUE ZERO.
002700     05  MF-FEDERAL-EXEMPT        PIC 9(07)V99 VALUE ZERO.
002800     05  MF-STATE-DATE            PIC 9(08)   VALUE ZERO.
002900     05  MF-STATE-HOURLY          PIC 9(02)V99 VALUE ZERO.
003000     05  MF-STATE-EXEMPT          PIC 9(07)V99 VALUE ZERO.
003100     05  MF-FLOOR-HOURLY          PIC 9(02)V99 VALUE ZERO.
003200     05  MF-FLOOR-EXEMPT-SALARY   PIC 9(07)V99 VALUE ZERO.
003300     05  MF-SET-SUB               PIC 9(03)   VALUE ZERO.
