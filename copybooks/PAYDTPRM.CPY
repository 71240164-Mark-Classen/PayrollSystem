000100*================================================================
000200*  PAYDTPRM.CPY
000300*  PAY-DATE PARAMETER RECORD, READ FROM THE OPTIONAL SHARED
000400*  PAYDATE.PRM BY EVERY PROGRAM IN THE PAY-DATE STREAM TO NAME
000500*  THE RUN LEDGER ENTRY IT RUNS UNDER.  WHEN THE FILE IS ABSENT
000600*  OR THE DATE ZERO, PAYCLOCK AND A FRESH PAYROLL TAKE THE RUN
000700*  DATE, A PAYROLL RESTART TAKES THE PAY DATE WHOSE PAYROLL IS
000800*  AWAITING RESTART, AND EVERY LATER STEP TAKES THE LATEST PAY
000900*  DATE ON WHICH PAYROLL HAS RUN.  SET IT WHENEVER THE STREAM
001000*  FOR ONE PAY DATE RUNS ACROSS MORE THAN ONE CALENDAR DAY.
001100*----------------------------------------------------------------
001200*  MODIFICATION HISTORY
001300*  DATE       INIT  DESCRIPTION
001400*  10/15/2026 MHC   ORIGINAL.
001500*================================================================
001600 01  PAY-DATE-PARM-RECORD.
001700     05  PD-PAY-DATE              PIC 9(08).
001800     05  PD-PAY-DATE-X REDEFINES PD-PAY-DATE
001900                                  PIC X(08).
002000     05  FILLER                   PIC X(72).
