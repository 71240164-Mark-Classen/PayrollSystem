001400*  MODIFICATION HISTORY
001500*  DATE       INIT  DESCRIPTION
001600*  09/02/2026 MHC   ORIGINAL.
001610*  10/15/2026 MHC   ADDED THE COMPANY CODE.  EACH COMPANY FILES
001620*                   ITS OWN 941 AND MAKES ITS OWN DEPOSITS, SO A
001630*                   LIABILITY OR DEPOSIT BELONGS TO ONE COMPANY
001640*                   AND THE KEY IS COMPANY, JURISDICTION AND PAY
001650*                   DATE.  BLANK IS COMPANY 01.
001700*================================================================
001800 01  TAX-DEPOSIT-RECORD.
001900     05  TD-RECORD-TYPE           PIC X(01).
002500         SIGN LEADING SEPARATE.
002600     05  TD-DEPOSIT-DATE          PIC 9(08).
002700     05  TD-REFERENCE             PIC X(15).
002800     05  TD-COMPANY-CODE          PIC X(02).
002900     05  FILLER                   PIC X(32).
