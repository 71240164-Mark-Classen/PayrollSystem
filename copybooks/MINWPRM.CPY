000100*================================================================
000200*  MINWPRM.CPY
000300*  RUN-CONTROL PARAMETER RECORD FOR PAYMINWG, READ FROM
000400*  PAYMINWG.PRM.  CARRIES THE DATE WHOSE MINIMUM-WAGE FLOORS
000500*  THE EMPLOYEES ARE REVIEWED AGAINST.  A ZERO OR ABSENT DATE
000600*  MEANS JANUARY 1 OF THE YEAR AFTER THE RUN DATE.
000700*----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.
001100*================================================================
001200 01  MIN-WAGE-PARM-RECORD.
001300     05  MP-TARGET-DATE           PIC 9(08).
001400     05  MP-TARGET-DATE-X REDEFINES MP-TARGET-DATE
001500                                  PIC X(08).
001600     05  FILLER                   PIC X(72).
