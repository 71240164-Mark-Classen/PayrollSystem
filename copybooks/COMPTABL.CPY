000100*================================================================
000200*  COMPTABL.CPY
000300*  IN-STORAGE COMPANY TABLE, LOADED FROM COMPANY.DAT AT
000400*  INITIALIZE.  ONE ENTRY PER COMPANY CODE, HOLDING THE SAME
000500*  FIELDS AS THE CONTROL RECORD.  WHEN COMPANY.DAT IS ABSENT
000600*  THE TABLE IS EMPTY AND EVERY RECORD IS COMPANY 01 WITH NO
000700*  FEIN, BANK OR GL SEGMENT ON FILE -- THE SYSTEM RUNS AS A
000800*  SINGLE EMPLOYER, AS IT ALWAYS HAS.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001300*================================================================
001400 01  WS-HOME-COMPANY-CODE         PIC X(02)   VALUE "01".
001500 01  WS-COMPANY-COUNT             PIC 9(02)   VALUE ZERO.
001600 01  COMPANY-TABLE.
001700     05  COMPANY-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
001800         10  CT-COMPANY-CODE      PIC X(02).
001900         10  CT-COMPANY-NAME      PIC X(30).
002000         10  CT-FEIN              PIC 9(09).
002100         10  CT-ACH-COMPANY-ID    PIC X(10).
002200         10  CT-ACH-ODFI-ROUTING  PIC 9(08).
002300         10  CT-BANK-NAME         PIC X(23).
002400         10  CT-BANK-ACCOUNT-NBR  PIC X(17).
002500         10  CT-CHECK-STOCK-ID    PIC X(06).
002600         10  CT-GL-COMPANY-SEGMENT PIC X(04).
002700         10  CT-ACH-FILE-NAME     PIC X(12).
002800         10  CT-POSPAY-FILE-NAME  PIC X(12).
002900         10  CT-EMPLOYER-ADDRESS  PIC X(30).
003000         10  CT-EMPLOYER-CITY     PIC X(20).
003100         10  CT-EMPLOYER-STATE    PIC X(02).
003200         10  CT-EMPLOYER-ZIP      PIC X(09).
