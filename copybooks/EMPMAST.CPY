003550*                   SPREADSHEET.  BALANCES ARE SIGNED -- A
003560*                   PRIOR-YEAR CORRECTION CAN LEGITIMATELY NET
003570*                   ONE NEGATIVE.
003571*  10/15/2026 MHC   ADDED THE FEDERAL AND STATE W-4 WITHHOLDING
003572*                   ELECTIONS -- FILING STATUS, ANNUAL DEPENDENT
003573*                   CREDIT, EXTRA FLAT WITHHOLDING PER CHECK AND
003574*                   THE EXEMPT FLAG -- SO WITHHOLDING FOLLOWS THE
003575*                   EMPLOYEE'S FORM INSTEAD OF HAND ADJUSTMENTS.
003576*                   A BLANK FILING STATUS WITHHOLDS AS SINGLE.
003577*  10/15/2026 MHC   ADDED THE EMPLOYMENT LIFECYCLE -- HIRE,
003578*                   TERMINATION AND REHIRE DATES AND THE
003579*                   TERMINATION REASON.  A REHIRE LEAVES THE LAST
003580*                   TERMINATION ON FILE; THE REHIRE DATE AFTER IT
003581*                   AND THE STATUS CODE SAY THE EMPLOYEE IS BACK.
003582*                   ZERO DATES MEAN NOT KNOWN OR NOT YET.
003583*  10/15/2026 MHC   ADDED THE SSN, HOME ADDRESS AND NEW-HIRE
003584*                   REPORTING STATUS.  AN ADD OR REHIRE SETS THE
003585*                   STATUS TO UNREPORTED AND PAYNHIRE MARKS IT
003586*                   REPORTED WITH THE DATE IT WENT TO THE STATE.
003587*                   A BLANK STATUS (MASTERS ON FILE BEFORE THE
003588*                   FIELDS EXISTED) IS NEVER REPORTED.
003589*  10/15/2026 MHC   ADDED THE COMPANY CODE -- THE EMPLOYING
003590*                   COMPANY ON COMPANY.DAT WHOSE FEIN, BANK AND
003591*                   GL SEGMENT THE EMPLOYEE IS PAID UNDER.
003592*                   BLANK IS COMPANY 01.
003600*================================================================
003700 01  EMPLOYEE-MASTER-RECORD.
003800     05  EM-EMPLOYEE-ID           PIC X(06).
005700     05  EM-ACH-STATUS-CODE       PIC X(01).
005800         88  EM-ACH-OK                VALUES " ", "A".
005900         88  EM-ACH-RETURNED          VALUE "R".
006000     05  EM-FED-FILING-STATUS     PIC X(01).
006100         88  EM-FED-SINGLE            VALUES " ", "S".
006200         88  EM-FED-MARRIED           VALUE "M".
006300         88  EM-FED-HEAD-OF-HOUSEHOLD VALUE "H".
006400     05  EM-FED-DEPENDENT-CREDIT  PIC 9(05)V99.
006500     05  EM-FED-EXTRA-WITHHOLDING PIC 9(05)V99.
006600     05  EM-FED-EXEMPT-FLAG       PIC X(01).
006700         88  EM-FED-EXEMPT            VALUE "Y".
006800     05  EM-STATE-FILING-STATUS   PIC X(01).
006900         88  EM-STATE-SINGLE          VALUES " ", "S".
007000         88  EM-STATE-MARRIED         VALUE "M".
007100         88  EM-STATE-HEAD-OF-HOUSEHOLD VALUE "H".
007200     05  EM-STATE-DEPENDENT-CREDIT PIC 9(05)V99.
007300     05  EM-STATE-EXTRA-WITHHOLDING PIC 9(05)V99.
007400     05  EM-STATE-EXEMPT-FLAG     PIC X(01).
007500         88  EM-STATE-EXEMPT          VALUE "Y".
007600     05  EM-HIRE-DATE             PIC 9(08).
007700     05  EM-TERMINATION-DATE      PIC 9(08).
007800     05  EM-TERMINATION-REASON    PIC X(02).
007900         88  EM-TERM-RESIGNED         VALUE "RS".
008000         88  EM-TERM-DISCHARGED       VALUE "DS".
008100         88  EM-TERM-LAID-OFF         VALUE "LO".
008200         88  EM-TERM-RETIRED          VALUE "RT".
008300         88  EM-TERM-DECEASED         VALUE "DC".
008400         88  EM-TERM-OTHER            VALUE "OT".
008500     05  EM-REHIRE-DATE           PIC 9(08).
008600     05  EM-SSN                   PIC 9(09).
008700     05  EM-HOME-ADDRESS.
008800         10  EM-ADDRESS-LINE      PIC X(30).
008900         10  EM-ADDRESS-CITY      PIC X(20).
009000         10  EM-ADDRESS-STATE     PIC X(02).
009100         10  EM-ADDRESS-ZIP       PIC X(09).
009200     05  EM-NEW-HIRE-STATUS       PIC X(01).
009300         88  EM-NEW-HIRE-UNREPORTED   VALUE "N".
009400         88  EM-NEW-HIRE-REPORTED     VALUE "Y".
009500     05  EM-NEW-HIRE-REPORT-DATE  PIC 9(08).
009600     05  EM-COMPANY-CODE          PIC X(02).
