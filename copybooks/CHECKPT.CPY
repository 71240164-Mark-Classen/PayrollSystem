003822*  09/02/2026 MHC   ADDED THE PER-JURISDICTION STATE WITHHOLDING
003824*                   TABLE SO A RESTART STILL POSTS THE RIGHT
003826*                   STATE DEPOSIT LIABILITIES AT TERMINATE.
003831*  10/15/2026 MHC   THE STATE WITHHOLDING AND DEPARTMENT TABLES
003836*                   NOW CARRY THE COMPANY CODE AND WERE WIDENED
003841*                   TO 20 AND 99 ENTRIES, MATCHING THE PAYROLL
003846*                   STATE TABLE AND THE DEPTSUM.CPY LAYOUT.
003851*  10/15/2026 MHC   ADDED THE COUNT OF RECORDS FLAGGED ON THE
003856*                   EXCEPTION REPORT BUT STILL PAID, KEPT APART
003861*                   FROM THE REJECT COUNT PAYBAL PROVES AGAINST.
003866*================================================================
003900 01  CHECKPOINT-RECORD.
004000     05  CK-LAST-RECORD-NBR       PIC 9(07).
004100     05  CK-CHECKPOINT-DATE       PIC 9(08).
004900     05  CK-TOTAL-MEDICARE-TAX    PIC S9(09)V99.
005000     05  CK-TOTAL-STATE-TAX       PIC S9(09)V99.
005100     05  CK-TOTAL-EXCEPTION-COUNT PIC 9(07).
005110     05  CK-TOTAL-FLAGGED-COUNT   PIC 9(07).
005200     05  CK-ACH-TRACE-NUMBER      PIC 9(09).
005300     05  CK-CHECK-NUMBER          PIC 9(08).
005400     05  CK-TOTAL-CHECK-COUNT     PIC 9(07).
005700     05  CK-CAL-USED-FLAGS        PIC X(200).
005710     05  CK-STATE-TAX-COUNT       PIC 9(02).
005720     05  CK-STATE-TABLE-AREA.
005725         10  CK-STATE-TAX-TABLE OCCURS 20 TIMES.
005730             15  CK-STATE-COMPANY-CODE  PIC X(02).
005740             15  CK-STATE-JURISDICTION  PIC X(02).
005750             15  CK-STATE-TAX-AMOUNT    PIC S9(09)V99.
005800     05  CK-DEPT-TABLE-COUNT      PIC 9(03).
005900     05  CK-DEPT-TABLE-AREA.
005910         10  CK-DEPT-SUMMARY-TABLE OCCURS 99 TIMES.
005920             15  CK-DEPT-COMPANY-CODE   PIC X(02).
006100             15  CK-DEPT-CODE           PIC X(04).
006200             15  CK-DEPT-EMPLOYEE-COUNT PIC 9(05).
006300             15  CK-DEPT-GROSS-TOTAL    PIC S9(09)V99.
