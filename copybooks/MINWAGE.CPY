000100*================================================================
000200*  MINWAGE.CPY
000300*  MINIMUM-WAGE FILE RECORD, HELD ON MINWAGE.DAT.  ONE RECORD
000400*  PER JURISDICTION AND EFFECTIVE DATE -- JURISDICTION FD IS
000500*  THE FEDERAL FLOOR, ANY OTHER CODE IS A STATE.  THE HOURLY
000600*  MINIMUM AND THE ANNUAL SALARY AN EXEMPT EMPLOYEE MUST BE
000700*  PAID TO STAY EXEMPT ARE BOTH CARRIED; A ZERO EXEMPT SALARY
000800*  MEANS THE JURISDICTION SETS NO THRESHOLD OF ITS OWN.  THE
000900*  RATE IN FORCE ON A DATE IS THE GREATER OF THE FEDERAL AND
001000*  STATE RECORDS WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
001100*  SO NEXT JANUARY'S INCREASES CAN BE LOADED AHEAD OF TIME.
001200*----------------------------------------------------------------
001300*  MODIFICATION HISTORY
001400*  DATE       INIT  DESCRIPTION
001500*  10/15/2026 MHC   ORIGINAL.
001600*================================================================
001700 01  MINIMUM-WAGE-RECORD.
001800     05  MW-JURISDICTION-CODE     PIC X(02).
001900     05  MW-EFFECTIVE-DATE        PIC 9(08).
002000     05  MW-HOURLY-MINIMUM        PIC 9(02)V99.
002100     05  MW-EXEMPT-SALARY-MINIMUM PIC 9(07)V99.
002200     05  FILLER                   PIC X(57).
