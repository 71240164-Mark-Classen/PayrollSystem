000700*  MODIFICATION HISTORY
000800*  DATE       INIT  DESCRIPTION
000900*  08/09/2026 MHC   ORIGINAL.
000910*  10/15/2026 MHC   ADDED THE COMPANY CODE.  PAYROLL SPLITS THE
000920*                   RUN'S ENTRIES INTO ONE BANK TRANSMISSION PER
000930*                   COMPANY FROM IT.
001000*================================================================
001100 01  ACH-ENTRY-DETAIL-RECORD.
001200     05  ACH-RECORD-TYPE-CODE     PIC X(01).
001900     05  ACH-INDIVIDUAL-NAME      PIC X(20).
002000     05  ACH-ADDENDA-INDICATOR    PIC X(01).
002100     05  ACH-TRACE-NUMBER         PIC 9(09).
002200     05  ACH-COMPANY-CODE         PIC X(02).
