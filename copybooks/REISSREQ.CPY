000100*================================================================
000200*  REISSREQ.CPY
000300*  STOP-PAYMENT / REISSUE REQUEST RECORD FOR PAYREISS, READ
000400*  FROM REISSUE.DAT -- ONE REQUEST PER OUTSTANDING PAPER CHECK.
000500*    S  -- STOP THE LOST OR STOLEN CHECK AND CUT A REPLACEMENT
000600*    R  -- STOP A STALE CHECK (OVER 90 DAYS) AND CUT A
000700*          REPLACEMENT
000800*    E  -- STOP A STALE CHECK AND MOVE ITS AMOUNT TO ESCHEAT
000900*          HOLD (UNCLAIMED WAGES)
001000*  THE EMPLOYEE ID IS OPTIONAL; IT RIDES TO THE CHECK REGISTER,
001100*  THE CROSS-REFERENCE AND THE HOLD.  THE REQUESTER IS
001200*  REQUIRED.
001300*----------------------------------------------------------------
001400*  MODIFICATION HISTORY
001500*  DATE       INIT  DESCRIPTION
001600*  10/15/2026 MHC   ORIGINAL.
001700*================================================================
001800 01  REISSUE-REQUEST-RECORD.
001900     05  RQ-CHECK-NUMBER          PIC 9(08).
002000     05  RQ-CHECK-NUMBER-X REDEFINES RQ-CHECK-NUMBER
002100                                  PIC X(08).
002200     05  RQ-ACTION                PIC X(01).
002300         88  RQ-STOP-AND-REISSUE          VALUE "S".
002400         88  RQ-STALE-REISSUE             VALUE "R".
002500         88  RQ-ESCHEAT-HOLD              VALUE "E".
002600         88  RQ-ACTION-VALID              VALUE "S" "R" "E".
002700     05  RQ-EMPLOYEE-ID           PIC X(06).
002800     05  RQ-REQUESTED-BY          PIC X(08).
002900     05  RQ-REASON                PIC X(40).
003000     05  FILLER                   PIC X(17).
