000100*================================================================
000200*  ACCRPRM.CPY
000300*  RUN-CONTROL PARAMETER RECORD FOR PAYACCR, READ FROM THE
000400*  OPTIONAL PAYACCR.PRM FILE.  NAMES THE MONTH-END DATE THE
000500*  ACCRUAL IS BOOKED ON; IT MUST BE THE LAST DAY OF A MONTH.
000600*  IF THE FILE IS ABSENT OR THE DATE IS ZERO, THE LAST DAY OF
000700*  THE MONTH BEFORE THE RUN DATE IS USED.
000800*----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 MHC   ORIGINAL.
001200*================================================================
001300 01  ACCRUAL-PARM-RECORD.
001400     05  AP-MONTH-END-DATE        PIC 9(08).
001500     05  FILLER                   PIC X(72).
