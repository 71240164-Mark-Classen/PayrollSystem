000100*================================================================
000200*  ESCHHOLD.CPY
000300*  ESCHEAT-HOLD RECORD, HELD ON THE PERMANENT FILE ESCHHOLD.DAT
000400*  -- ONE ENTRY PER STALE CHECK PAYREISS VOIDED INTO HOLD.  THE
000500*  AMOUNT STANDS AS AN UNCLAIMED-WAGES LIABILITY (GL ACCOUNT ON
000600*  THE RECORD) UNTIL IT IS CLAIMED OR REMITTED TO THE STATE.
000700*----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.
001100*================================================================
001200 01  ESCHEAT-HOLD-RECORD.
001300     05  EH-CHECK-NUMBER          PIC 9(08).
001400     05  EH-ISSUE-DATE            PIC 9(08).
001500     05  EH-PAYEE-NAME            PIC X(20).
001600     05  EH-AMOUNT                PIC 9(09)V99.
001700     05  EH-EMPLOYEE-ID           PIC X(06).
001800     05  EH-HOLD-DATE             PIC 9(08).
001900     05  EH-HOLD-STATUS           PIC X(01).
002000         88  EH-HELD                      VALUE "H".
002100     05  EH-GL-ACCOUNT            PIC X(08).
002200     05  FILLER                   PIC X(30).
