000100*================================================================
000200*  PPXMIT.CPY
000210*  POSITIVE-PAY TRANSMISSION RECORD, WRITTEN TO ONE FILE PER
000220*  COMPANY (CO-POSPAY-FILE-NAME ON COMPANY.DAT) FOR THE BANK
000230*  THAT HOLDS THE COMPANY'S ACCOUNT.  PAYROLL, PAYOFFCY AND
000240*  PAYREISS EACH APPEND A GROUP FOR THE CHECKS THEY ISSUE OR
000250*  VOID: A HEADER NAMING THE ACCOUNT AND THE COMPANY, ONE
000260*  DETAIL PER ISSUE, VOID OR REPLACEMENT, AND A TRAILER
000270*  CARRYING THE DETAIL COUNT AND THE NET OF THE ISSUES LESS
000280*  THE VOIDS.  THE FILE HOLDS EVERY GROUP WRITTEN SINCE THE
000290*  BANK LAST COLLECTED IT.  THE RECORD TYPE BYTE SAYS WHICH
000300*  VIEW OF THE BODY APPLIES.
001100*----------------------------------------------------------------
001200*  MODIFICATION HISTORY
001300*  DATE       INIT  DESCRIPTION
001400*  10/15/2026 MHC   ORIGINAL.
001500*================================================================
001600 01  POSPAY-TRANSMISSION-RECORD.
001700     05  BP-RECORD-TYPE           PIC X(01).
001800         88  BP-HEADER-RECORD             VALUE "H".
001900         88  BP-DETAIL-RECORD             VALUE "D".
002000         88  BP-TRAILER-RECORD            VALUE "T".
002100     05  BP-RECORD-BODY           PIC X(79).
002200     05  BP-HEADER-BODY REDEFINES BP-RECORD-BODY.
002300         10  BP-H-BANK-ACCOUNT-NBR PIC X(17).
002400         10  BP-H-COMPANY-CODE    PIC X(02).
002500         10  BP-H-COMPANY-FEIN    PIC 9(09).
002600         10  BP-H-COMPANY-NAME    PIC X(30).
002700         10  BP-H-CREATION-DATE   PIC 9(08).
002800         10  FILLER               PIC X(13).
002900     05  BP-DETAIL-BODY REDEFINES BP-RECORD-BODY.
003000         10  BP-D-BANK-ACCOUNT-NBR PIC X(17).
003100         10  BP-D-CHECK-NUMBER    PIC 9(08).
003200         10  BP-D-CHECK-DATE      PIC 9(08).
003300         10  BP-D-PAYEE-NAME      PIC X(20).
003400         10  BP-D-AMOUNT          PIC 9(09)V99.
003500         10  BP-D-ISSUE-TYPE      PIC X(01).
003600         10  FILLER               PIC X(14).
003700     05  BP-TRAILER-BODY REDEFINES BP-RECORD-BODY.
003800         10  BP-T-BANK-ACCOUNT-NBR PIC X(17).
003900         10  BP-T-RECORD-COUNT    PIC 9(07).
004000         10  BP-T-NET-AMOUNT      PIC S9(11)V99
004100             SIGN LEADING SEPARATE.
004200         10  FILLER               PIC X(41).
