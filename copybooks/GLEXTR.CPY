000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  08/09/2026 MHC   ORIGINAL.
001010*  10/15/2026 MHC   ADDED THE COMPANY CODE AND THE GL COMPANY
001020*                   SEGMENT FROM COMPANY.DAT.  EVERY ENTRY POSTS
001030*                   TO ONE COMPANY'S BOOKS, AND EACH COMPANY'S
001040*                   ENTRIES BALANCE ON THEIR OWN.
001100*================================================================
001200 01  GL-JOURNAL-ENTRY-RECORD.
001300     05  GL-RUN-DATE              PIC 9(08).
001800         88  GL-CREDIT                    VALUE "C".
001900     05  GL-AMOUNT                PIC 9(09)V99.
002000     05  GL-DESCRIPTION           PIC X(30).
002100     05  GL-COMPANY-CODE          PIC X(02).
002200     05  GL-COMPANY-SEGMENT       PIC X(04).
