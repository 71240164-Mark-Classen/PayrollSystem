000100*================================================================
000200*  MAINTXN.CPY
000300*  EMPLOYEE MAINTENANCE TRANSACTION RECORD, READ FROM
000310*  PAYMAINT.TXT BY PAYMAINT.  ONE ENTRY PER ADD, CHANGE,
000320*  DEACTIVATE (TERMINATE) OR REHIRE REQUEST AGAINST THE
000330*  EMPLOYEE-MASTER FILE.  A TRANSACTION DATED AFTER THE RUN IS
000340*  HELD ON PAYPEND.DAT, IMAGE AND ALL, UNTIL ITS DATE ARRIVES.
000600*----------------------------------------------------------------
000700*  MODIFICATION HISTORY
000800*  DATE       INIT  DESCRIPTION
000970*  09/02/2026 MHC   ADDED THE VACATION AND SICK ACCRUAL RATES
000980*                   (HOURS PER REGULAR PAYMENT), TAKEN FROM THE
000990*                   TRAILING FILLER AND EXTENDING THE RECORD.
000995*  10/15/2026 MHC   ADDED THE FEDERAL AND STATE W-4 ELECTION
001000*                   BLOCKS.  A NEW W-4 REPLACES THE OLD ONE
001005*                   OUTRIGHT, SO EACH BLOCK CARRIES A "Y" FLAG
001010*                   WHEN SUPPLIED AND THEN REPLACES ALL FOUR
001015*                   STANDING ELECTIONS -- A ZERO CREDIT OR EXTRA
001020*                   AMOUNT ON A SUPPLIED BLOCK MEANS ZERO.
001025*  10/15/2026 MHC   ADDED THE REHIRE TRANSACTION (R), THE
001030*                   EFFECTIVE DATE AND THE TERMINATION REASON.
001035*                   THE EFFECTIVE DATE IS ALSO THE HIRE,
001040*                   TERMINATION OR REHIRE DATE RECORDED ON THE
001045*                   MASTER; BLANK OR ZERO MEANS THE RUN DATE.
001050*  10/15/2026 MHC   ADDED THE SSN AND HOME ADDRESS FOR STATE
001055*                   NEW-HIRE REPORTING.  REQUIRED ON AN ADD; ON A
001060*                   REHIRE OR CHANGE A BLANK FIELD LEAVES THE
001065*                   STANDING VALUE.
001070*  10/15/2026 MHC   ADDED THE COMPANY CODE.  AN ADD WITH NONE IS
001075*                   COMPANY 01; ON A REHIRE OR CHANGE A BLANK CODE
001080*                   LEAVES THE EMPLOYEE WITH THE STANDING COMPANY.
001085*================================================================
001100 01  MAINT-TRANSACTION-RECORD.
001200     05  MT-TRANSACTION-CODE     PIC X(01).
001300         88  MT-ADD                       VALUE "A".
001400         88  MT-CHANGE                    VALUE "C".
001500         88  MT-DEACTIVATE                VALUE "D".
001510         88  MT-REHIRE                    VALUE "R".
001600     05  MT-EMPLOYEE-ID           PIC X(06).
001700     05  MT-EMPLOYEE-NAME         PIC X(20).
001800     05  MT-HOURLY-RATE           PIC 9(02)V9(02).
002250     05  MT-WORK-STATE-CODE       PIC X(02).
002260     05  MT-VAC-ACCRUAL-RATE      PIC 9(02)V9(02).
002270     05  MT-SICK-ACCRUAL-RATE     PIC 9(02)V9(02).
002370     05  MT-FED-W4-FLAG           PIC X(01).
002470         88  MT-FED-W4-SUPPLIED           VALUE "Y".
002570     05  MT-FED-FILING-STATUS     PIC X(01).
002670     05  MT-FED-DEPENDENT-CREDIT  PIC 9(05)V99.
002770     05  MT-FED-EXTRA-WITHHOLDING PIC 9(05)V99.
002870     05  MT-FED-EXEMPT-FLAG       PIC X(01).
002970     05  MT-STATE-W4-FLAG         PIC X(01).
003070         88  MT-STATE-W4-SUPPLIED         VALUE "Y".
003170     05  MT-STATE-FILING-STATUS   PIC X(01).
003270     05  MT-STATE-DEPENDENT-CREDIT PIC 9(05)V99.
003370     05  MT-STATE-EXTRA-WITHHOLDING PIC 9(05)V99.
003470     05  MT-STATE-EXEMPT-FLAG     PIC X(01).
003570     05  MT-EFFECTIVE-DATE        PIC 9(08).
003670     05  MT-EFFECTIVE-DATE-X REDEFINES MT-EFFECTIVE-DATE
003770                                  PIC X(08).
003870     05  MT-TERMINATION-REASON    PIC X(02).
003970         88  MT-TERM-REASON-VALID         VALUES "RS", "DS",
004070                                          "LO", "RT", "DC", "OT".
004170     05  MT-SSN                   PIC 9(09).
004270     05  MT-SSN-X REDEFINES MT-SSN PIC X(09).
004370     05  MT-HOME-ADDRESS.
004470         10  MT-ADDRESS-LINE      PIC X(30).
004570         10  MT-ADDRESS-CITY      PIC X(20).
004670         10  MT-ADDRESS-STATE     PIC X(02).
004770         10  MT-ADDRESS-ZIP       PIC X(09).
004870     05  MT-COMPANY-CODE          PIC X(02).
