000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  08/23/2026 MHC   ORIGINAL.
001005*  10/15/2026 MHC   ADDED THE ISSUE TYPE.  PAYROLL AND PAYOFFCY
001010*                   WRITE ORDINARY ISSUES; PAYREISS WRITES THE
001015*                   VOID OF A STOPPED OR ESCHEAT-HELD CHECK AND
001020*                   THE ISSUE OF ITS REPLACEMENT.  A RECORD
001025*                   WRITTEN BEFORE THE TYPE EXISTED READS AS
001030*                   SPACE, AN ORDINARY ISSUE.
001035*  10/15/2026 MHC   ADDED THE COMPANY CODE -- THE COMPANY WHOSE
001040*                   ACCOUNT THE CHECK IS DRAWN ON.  PAYROLL
001045*                   SPLITS THE FILE INTO ONE POSITIVE-PAY
001050*                   TRANSMISSION PER COMPANY BANK.  BLANK IS
001055*                   COMPANY 01.
001060*  10/15/2026 MHC   ADDED ISSUE TYPE O, A CHECK CUT OFF-CYCLE BY
001065*                   PAYOFFCY.  IT IS SENT TO THE BANK BY PAYOFFCY
001070*                   ITSELF AND IS NOT PART OF THE PAYROLL RUN'S
001075*                   ISSUE TOTAL.
001100*================================================================
001200 01  POSPAY-ISSUE-RECORD.
001300     05  PP-CHECK-NUMBER          PIC 9(08).
001400     05  PP-CHECK-DATE            PIC 9(08).
001500     05  PP-PAYEE-NAME            PIC X(20).
001600     05  PP-AMOUNT                PIC 9(09)V99.
001700     05  PP-ISSUE-TYPE            PIC X(01).
001800         88  PP-ORIGINAL-ISSUE            VALUE "I" SPACE.
001900         88  PP-VOID-ISSUE                VALUE "V".
002000         88  PP-REISSUE                   VALUE "R".
002100         88  PP-OFF-CYCLE-ISSUE           VALUE "O".
002200     05  PP-COMPANY-CODE          PIC X(02).
