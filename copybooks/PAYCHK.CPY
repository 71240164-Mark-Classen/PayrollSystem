001600*  08/23/2026 MHC   THE CHECK POPULATION NOW ALSO COVERS
001700*                   EMPLOYEES FLAGGED OFF ACH BY A RETURNED
001800*                   DEPOSIT.
001810*  10/15/2026 MHC   THE FIRST FACE LINE NOW NAMES THE COMPANY
001820*                   THE CHECK IS DRAWN ON AND ITS CHECK STOCK.
001900*================================================================
002000 01  WS-CHECK-SEPARATOR-LINE.
002100     05  FILLER                   PIC X(132) VALUE ALL "=".
002700     05  FILLER                   PIC X(12) VALUE
002800         "      DATE: ".
002900     05  CF-CHECK-DATE            PIC 9(08).
002910     05  FILLER                   PIC X(04) VALUE SPACES.
002920     05  CF-COMPANY-NAME          PIC X(30) VALUE SPACES.
002930     05  FILLER                   PIC X(09) VALUE
002940         "  STOCK: ".
002950     05  CF-CHECK-STOCK           PIC X(06) VALUE SPACES.
002960     05  FILLER                   PIC X(45) VALUE SPACES.
003100*
003200 01  WS-CHECK-FACE-LINE-2.
003300     05  FILLER                   PIC X(21) VALUE
