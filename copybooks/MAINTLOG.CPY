001010*  08/09/2026 MHC   ADDED OLD/NEW HOURLY RATE COLUMNS SO A RATE
001020*                   CHANGE IS VISIBLE ON THE AUDIT TRAIL, NOT
001030*                   JUST APPLIED SILENTLY TO THE MASTER.
001035*  10/15/2026 MHC   ADDED THE W-4 ELECTION LINE -- PRINTED UNDER
001040*                   THE DETAIL LINE FOR EACH FEDERAL OR STATE
001045*                   W-4 SUPPLIED, WITH THE OLD AND NEW STATUS,
001050*                   CREDIT, EXTRA WITHHOLDING AND EXEMPT FLAG.
001055*  10/15/2026 MHC   ADDED THE EFFECTIVE DATE COLUMN -- A
001060*                   FUTURE-DATED TRANSACTION LOGS AS HELD WHEN
001065*                   KEYED AND AGAIN AS APPLIED ON ITS DATE.
001070*  10/15/2026 MHC   ADDED THE IDENTITY LINE -- PRINTED UNDER THE
001075*                   DETAIL LINE WHEN AN SSN OR HOME ADDRESS IS
001080*                   SUPPLIED.  THE SSN SHOWS ONLY ITS LAST FOUR
001085*                   DIGITS; THE LOG IS NOT A SECURE DOCUMENT.
001100*================================================================
001200 01  WS-MAINTLOG-HEADING-LINE.
001300     05  FILLER                   PIC X(10) VALUE
002440         "OLD RATE".
002460     05  FILLER                   PIC X(10) VALUE
002480         "NEW RATE".
002490     05  FILLER                   PIC X(10) VALUE
002500         "EFF DATE".
002510     05  FILLER                   PIC X(14) VALUE
002600         "RESULT".
002700*
002800 01  WS-MAINTLOG-DETAIL-LINE.
003960     05  FILLER                   PIC X(02) VALUE SPACES.
003980     05  ML-D-NEW-RATE            PIC ZZ9.99.
004000     05  FILLER                   PIC X(02) VALUE SPACES.
004010     05  ML-D-EFFECTIVE-DATE      PIC 9(08).
004020     05  FILLER                   PIC X(02) VALUE SPACES.
004100     05  ML-D-RESULT              PIC X(24).
004200*
004300 01  WS-MAINTLOG-W4-LINE.
004400     05  FILLER                   PIC X(10) VALUE SPACES.
004500     05  ML-W-JURISDICTION        PIC X(10).
004600     05  FILLER                   PIC X(05) VALUE
004700         "OLD: ".
004800     05  ML-W-OLD-STATUS          PIC X(01).
004900     05  FILLER                   PIC X(02) VALUE SPACES.
005000     05  ML-W-OLD-CREDIT          PIC ZZ,ZZ9.99.
005100     05  FILLER                   PIC X(02) VALUE SPACES.
005200     05  ML-W-OLD-EXTRA           PIC ZZ,ZZ9.99.
005300     05  FILLER                   PIC X(02) VALUE SPACES.
005400     05  ML-W-OLD-EXEMPT          PIC X(01).
005500     05  FILLER                   PIC X(09) VALUE
005600         "    NEW: ".
005700     05  ML-W-NEW-STATUS          PIC X(01).
005800     05  FILLER                   PIC X(02) VALUE SPACES.
005900     05  ML-W-NEW-CREDIT          PIC ZZ,ZZ9.99.
006000     05  FILLER                   PIC X(02) VALUE SPACES.
006100     05  ML-W-NEW-EXTRA           PIC ZZ,ZZ9.99.
006200     05  FILLER                   PIC X(02) VALUE SPACES.
006300     05  ML-W-NEW-EXEMPT          PIC X(01).
006400     05  FILLER                   PIC X(34) VALUE SPACES.
006500*
006600 01  WS-MAINTLOG-IDENTITY-LINE.
006700     05  FILLER                   PIC X(10) VALUE SPACES.
006800     05  FILLER                   PIC X(05) VALUE
006900         "SSN: ".
007000     05  ML-I-SSN-MASKED.
007100         10  ML-I-SSN-MASK        PIC X(07).
007200         10  ML-I-SSN-LAST-FOUR   PIC X(04).
007300     05  FILLER                   PIC X(02) VALUE SPACES.
007400     05  FILLER                   PIC X(06) VALUE
007500         "ADDR: ".
007600     05  ML-I-ADDRESS-LINE        PIC X(30).
007700     05  FILLER                   PIC X(01) VALUE SPACES.
007800     05  ML-I-ADDRESS-CITY        PIC X(20).
007900     05  FILLER                   PIC X(01) VALUE SPACES.
008000     05  ML-I-ADDRESS-STATE       PIC X(02).
008100     05  FILLER                   PIC X(01) VALUE SPACES.
008200     05  ML-I-ADDRESS-ZIP         PIC X(09).
008300     05  FILLER                   PIC X(22) VALUE SPACES.
