001100*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001300*  09/02/2026 MHC   ORIGINAL.
001310*  10/15/2026 MHC   ADDED THE COMPANY CODE OF THE ACCOUNT THE
001320*                   CHECK IS DRAWN ON.  BLANK IS COMPANY 01.
001400*================================================================
001500 01  OUTSTANDING-CHECK-RECORD.
001600     05  OC-CHECK-NUMBER          PIC 9(08).
001700     05  OC-ISSUE-DATE            PIC 9(08).
001800     05  OC-PAYEE-NAME            PIC X(20).
001900     05  OC-AMOUNT                PIC 9(09)V99.
002000     05  OC-COMPANY-CODE          PIC X(02).
002100     05  FILLER                   PIC X(31).
