002730*                   EXPENSE ACCOUNT PER DEPARTMENT, WITH THE
002740*                   ORDINARY PAYROLL EXPENSE LEG CARRYING ONLY
002750*                   THE REMAINDER OF THE GROSS.
002751*  10/15/2026 MHC   ENTRIES ARE NOW KEPT PER COMPANY AND
002752*                   DEPARTMENT -- DS-COMPANY-CODE LEADS THE KEY
002753*                   SO EACH COMPANY'S GL ENTRIES AND TAX
002754*                   LIABILITIES COME FROM ITS OWN ENTRIES -- AND
002755*                   THE TABLE WAS WIDENED TO 99 ENTRIES TO HOLD
002756*                   THE SAME DEPARTMENT UNDER SEVERAL COMPANIES.
002757*                   THE REPORT SHOWS THE COMPANY AFTER THE
002758*                   DEPARTMENT.
002760*================================================================
002800 01  WS-DEPT-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
002900 01  DEPT-SUMMARY-TABLE.
002910     05  DEPT-SUMMARY-ENTRY OCCURS 99 TIMES INDEXED BY DS-IDX.
002920         10  DS-COMPANY-CODE      PIC X(02).
003100         10  DS-DEPT-CODE         PIC X(04).
003200         10  DS-EMPLOYEE-COUNT    PIC 9(05).
003300         10  DS-GROSS-TOTAL       PIC S9(09)V99.
004800*
004900 01  WS-DEPTSUM-COLUMN-LINE.
005000     05  FILLER                   PIC X(08) VALUE
005010         "DEPT CO".
005200     05  FILLER                   PIC X(12) VALUE
005300         "EMPLOYEES".
005400     05  FILLER                   PIC X(18) VALUE
006600     05  FILLER                   PIC X(04) VALUE SPACES.
006700*
006800 01  WS-DEPTSUM-DETAIL-LINE.
006810     05  DD-DEPT-CODE             PIC X(05).
006820     05  DD-COMPANY-CODE          PIC X(03).
007000     05  DD-EMPLOYEE-COUNT        PIC ZZZZ9.
007100     05  FILLER                   PIC X(07) VALUE SPACES.
007200     05  DD-GROSS-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
