000100*================================================================
000200*  BANKXMIT.CPY
000300*  NACHA ACH TRANSMISSION RECORD, 94 BYTES, WRITTEN BY PAYROLL
000400*  TO ONE FILE PER COMPANY (CO-ACH-FILE-NAME ON COMPANY.DAT).
000500*  EACH FILE IS A FILE HEADER (1), ONE PPD BATCH -- BATCH
000600*  HEADER (5), THE COMPANY'S ENTRY DETAILS (6) AND BATCH
000700*  CONTROL (8) -- AND A FILE CONTROL (9), PADDED TO A FULL
000800*  BLOCK OF TEN WITH ALL-NINES RECORDS.  THE BATCH CARRIES THE
000900*  COMPANY'S OWN ACH COMPANY ID AND ODFI, SO EACH COMPANY'S
001000*  DEPOSITS ARE DRAWN ON ITS OWN ACCOUNT.  THE RECORD TYPE
001100*  BYTE SAYS WHICH VIEW OF THE BODY APPLIES.
001200*----------------------------------------------------------------
001300*  MODIFICATION HISTORY
001400*  DATE       INIT  DESCRIPTION
001500*  10/15/2026 MHC   ORIGINAL.
001600*================================================================
001700 01  ACH-TRANSMISSION-RECORD.
001800     05  BX-RECORD-TYPE           PIC X(01).
001900         88  BX-FILE-HEADER               VALUE "1".
002000         88  BX-BATCH-HEADER              VALUE "5".
002100         88  BX-ENTRY-DETAIL              VALUE "6".
002200         88  BX-BATCH-CONTROL             VALUE "8".
002300         88  BX-FILE-CONTROL              VALUE "9".
002400     05  BX-RECORD-BODY           PIC X(93).
002500     05  BX-FILE-HEADER-BODY REDEFINES BX-RECORD-BODY.
002600         10  BX-FH-PRIORITY-CODE  PIC 9(02).
002700         10  BX-FH-DESTINATION    PIC X(10).
002800         10  BX-FH-ORIGIN         PIC X(10).
002900         10  BX-FH-CREATION-DATE  PIC 9(06).
003000         10  BX-FH-CREATION-TIME  PIC 9(04).
003100         10  BX-FH-FILE-ID-MODIFIER PIC X(01).
003200         10  BX-FH-RECORD-SIZE    PIC 9(03).
003300         10  BX-FH-BLOCKING-FACTOR PIC 9(02).
003400         10  BX-FH-FORMAT-CODE    PIC X(01).
003500         10  BX-FH-DESTINATION-NAME PIC X(23).
003600         10  BX-FH-ORIGIN-NAME    PIC X(23).
003700         10  BX-FH-REFERENCE-CODE PIC X(08).
003800     05  BX-BATCH-HEADER-BODY REDEFINES BX-RECORD-BODY.
003900         10  BX-BH-SERVICE-CLASS  PIC 9(03).
004000         10  BX-BH-COMPANY-NAME   PIC X(16).
004100         10  BX-BH-DISCRETIONARY  PIC X(20).
004200         10  BX-BH-COMPANY-ID     PIC X(10).
004300         10  BX-BH-ENTRY-CLASS    PIC X(03).
004400         10  BX-BH-ENTRY-DESC     PIC X(10).
004500         10  BX-BH-DESCRIPTIVE-DATE PIC X(06).
004600         10  BX-BH-EFFECTIVE-DATE PIC 9(06).
004700         10  BX-BH-SETTLEMENT-DATE PIC X(03).
004800         10  BX-BH-ORIGINATOR-STATUS PIC X(01).
004900         10  BX-BH-ODFI-ID        PIC 9(08).
005000         10  BX-BH-BATCH-NUMBER   PIC 9(07).
005100     05  BX-ENTRY-DETAIL-BODY REDEFINES BX-RECORD-BODY.
005200         10  BX-ED-TRANSACTION-CODE PIC X(02).
005300         10  BX-ED-RECEIVING-DFI-ID PIC 9(08).
005400         10  BX-ED-CHECK-DIGIT    PIC 9(01).
005500         10  BX-ED-DFI-ACCOUNT-NUMBER PIC X(17).
005600         10  BX-ED-AMOUNT         PIC 9(08)V99.
005700         10  BX-ED-INDIVIDUAL-ID  PIC X(15).
005800         10  BX-ED-INDIVIDUAL-NAME PIC X(22).
005900         10  BX-ED-DISCRETIONARY  PIC X(02).
006000         10  BX-ED-ADDENDA-INDICATOR PIC 9(01).
006100         10  BX-ED-TRACE-NUMBER.
006200             15  BX-ED-TRACE-ODFI PIC 9(08).
006300             15  BX-ED-TRACE-SEQUENCE PIC 9(07).
006400     05  BX-BATCH-CONTROL-BODY REDEFINES BX-RECORD-BODY.
006500         10  BX-BC-SERVICE-CLASS  PIC 9(03).
006600         10  BX-BC-ENTRY-COUNT    PIC 9(06).
006700         10  BX-BC-ENTRY-HASH     PIC 9(10).
006800         10  BX-BC-DEBIT-TOTAL    PIC 9(10)V99.
006900         10  BX-BC-CREDIT-TOTAL   PIC 9(10)V99.
007000         10  BX-BC-COMPANY-ID     PIC X(10).
007100         10  BX-BC-AUTHENTICATION PIC X(19).
007200         10  BX-BC-RESERVED       PIC X(06).
007300         10  BX-BC-ODFI-ID        PIC 9(08).
007400         10  BX-BC-BATCH-NUMBER   PIC 9(07).
007500     05  BX-FILE-CONTROL-BODY REDEFINES BX-RECORD-BODY.
007600         10  BX-FC-BATCH-COUNT    PIC 9(06).
007700         10  BX-FC-BLOCK-COUNT    PIC 9(06).
007800         10  BX-FC-ENTRY-COUNT    PIC 9(08).
007900         10  BX-FC-ENTRY-HASH     PIC 9(10).
008000         10  BX-FC-DEBIT-TOTAL    PIC 9(10)V99.
008100         10  BX-FC-CREDIT-TOTAL   PIC 9(10)V99.
008200         10  BX-FC-RESERVED       PIC X(39).
