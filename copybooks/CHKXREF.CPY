000100*================================================================
000200*  CHKXREF.CPY
000300*  CHECK CROSS-REFERENCE RECORD, HELD ON THE PERMANENT FILE
000400*  CHKXREF.DAT -- ONE ENTRY PER CHECK PAYREISS STOPPED, TYING
000500*  THE VOIDED CHECK TO ITS REPLACEMENT (NEW CHECK NUMBER ZERO
000600*  WHEN THE AMOUNT WENT TO ESCHEAT HOLD INSTEAD), WITH WHO
000700*  ASKED AND WHY.  THE PAY HISTORY IS NOT TOUCHED BY A
000800*  REISSUE, SO THIS FILE IS WHERE A CHECK NUMBER ON THE
000900*  HISTORY IS FOLLOWED TO THE INSTRUMENT ACTUALLY CASHED.
001000*----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/2026 MHC   ORIGINAL.
001400*================================================================
001500 01  CHECK-XREF-RECORD.
001600     05  XR-OLD-CHECK-NUMBER      PIC 9(08).
001700     05  XR-NEW-CHECK-NUMBER      PIC 9(08).
001800     05  XR-ACTION                PIC X(01).
001900         88  XR-STOP-AND-REISSUE          VALUE "S".
002000         88  XR-STALE-REISSUE             VALUE "R".
002100         88  XR-ESCHEAT-HOLD              VALUE "E".
002200     05  XR-ACTION-DATE           PIC 9(08).
002300     05  XR-ORIGINAL-ISSUE-DATE   PIC 9(08).
002400     05  XR-PAYEE-NAME            PIC X(20).
002500     05  XR-AMOUNT                PIC 9(09)V99.
002600     05  XR-EMPLOYEE-ID           PIC X(06).
002700     05  XR-REQUESTED-BY          PIC X(08).
002800     05  XR-REASON                PIC X(40).
002900     05  FILLER                   PIC X(22).
