000100*================================================================
000200*  PAYPEND.CPY
000300*  PENDING MAINTENANCE RECORD, HELD ON THE INDEXED PAYPEND.DAT
000400*  BY PAYMAINT.  A TRANSACTION EFFECTIVE AFTER THE RUN DATE IS
000500*  KEPT HERE WHOLE, KEYED BY EFFECTIVE DATE, EMPLOYEE AND A
000600*  SEQUENCE NUMBER (SO TWO CHANGES FOR ONE EMPLOYEE ON ONE DATE
000700*  APPLY IN THE ORDER KEYED), AND IS APPLIED AND DELETED BY THE
000800*  FIRST PAYMAINT RUN ON OR AFTER THAT DATE.  THE IMAGE AREA IS
000900*  WIDER THAN THE TRANSACTION RECORD TO LEAVE IT ROOM TO GROW.
001000*----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/2026 MHC   ORIGINAL.
001400*================================================================
001500 01  PENDING-MAINT-RECORD.
001600     05  PN-PENDING-KEY.
001700         10  PN-EFFECTIVE-DATE    PIC 9(08).
001800         10  PN-EMPLOYEE-ID       PIC X(06).
001900         10  PN-SEQUENCE-NBR      PIC 9(03).
002000     05  PN-ENTERED-DATE          PIC 9(08).
002100     05  PN-TRANSACTION-IMAGE     PIC X(300).
