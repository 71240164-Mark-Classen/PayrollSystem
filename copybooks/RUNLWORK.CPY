000100*================================================================
000200*  RUNLWORK.CPY
000300*  RUN LEDGER WORK FIELDS SHARED BY THE PAY-DATE STREAM
000400*  PROGRAMS, AND THE STEP TABLE: EACH STEP'S NAME AND THE ONE
000500*  STEP THAT MUST HAVE FINISHED CLEANLY (OR BEEN OVERRIDDEN)
000600*  FOR THE SAME PAY DATE BEFORE IT MAY START.  PAYCLOCK IS
000700*  OPTIONAL AHEAD OF PAYROLL -- A PAY DATE WITH NO HOURLY
000800*  IMPORT NEVER RUNS IT -- BUT ONCE RUN IT MUST HAVE FINISHED
000900*  CLEANLY.  THE PROGRAM SETS WS-LEDGER-STEP AND
001000*  WS-LEDGER-DEFAULT-RULE BEFORE THE LEDGER CHECK:
001100*    R  -- NO PAYDATE.PRM DATE MEANS THE RUN DATE
001200*    L  -- ... THE LATEST PAY DATE ON WHICH PAYROLL HAS RUN
001300*    P  -- ... THE LATEST PAY DATE WITH PAYROLL STILL STARTED
001400*----------------------------------------------------------------
001500*  MODIFICATION HISTORY
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 MHC   ORIGINAL.
001800*================================================================
001900 01  WS-LEDGER-FIELDS.
002000     05  WS-LEDGER-STATUS         PIC X(02)   VALUE "00".
002100         88  WS-LEDGER-OK                     VALUE "00".
002200     05  WS-PAYDATE-STATUS        PIC X(02)   VALUE "00".
002300         88  WS-PAYDATE-FOUND                 VALUE "00".
002400     05  WS-LEDGER-EOF-SWITCH     PIC X(01)   VALUE "N".
002500         88  WS-END-OF-LEDGER                 VALUE "Y".
002600     05  WS-LEDGER-STARTED-SWITCH PIC X(01)   VALUE "N".
002700         88  WS-LEDGER-STARTED                VALUE "Y".
002800     05  WS-LEDGER-NEW-SWITCH     PIC X(01)   VALUE "N".
002900         88  WS-LEDGER-NEW-ENTRY              VALUE "Y".
003000     05  WS-LEDGER-DEFAULT-RULE   PIC X(01)   VALUE "R".
003100         88  WS-LEDGER-DEFAULT-RUN-DATE       VALUE "R".
003200         88  WS-LEDGER-DEFAULT-LATEST         VALUE "L".
003300         88  WS-LEDGER-DEFAULT-RESTART        VALUE "P".
003400     05  WS-LEDGER-STEP           PIC 9(01)   VALUE ZERO.
003500     05  WS-LEDGER-PRED-STEP      PIC 9(01)   VALUE ZERO.
003600     05  WS-LEDGER-PAY-DATE       PIC 9(08)   VALUE ZERO.
003700     05  WS-LEDGER-DATE           PIC 9(08)   VALUE ZERO.
003800     05  WS-LEDGER-TIME           PIC 9(08)   VALUE ZERO.
003900     05  WS-LEDGER-RECORDS-IN     PIC 9(07)   VALUE ZERO.
004000     05  WS-LEDGER-RECORDS-OUT    PIC 9(07)   VALUE ZERO.
004100     05  WS-LEDGER-VERDICT        PIC X(16)   VALUE SPACES.
004200 01  RUN-STEP-VALUES.
004300     05  FILLER                   PIC X(09)   VALUE "PAYCLOCK0".
004400     05  FILLER                   PIC X(09)   VALUE "PAYROLL 1".
004500     05  FILLER                   PIC X(09)   VALUE "PAYBAL  2".
004600     05  FILLER                   PIC X(09)   VALUE "ACHREL  3".
004700     05  FILLER                   PIC X(09)   VALUE "CHKRECON3".
004800     05  FILLER                   PIC X(09)   VALUE "PAYREMIT3".
004900     05  FILLER                   PIC X(09)   VALUE "PAYDEPST3".
005000     05  FILLER                   PIC X(09)   VALUE "ACHRET  4".
005100 01  RUN-STEP-TABLE REDEFINES RUN-STEP-VALUES.
005200     05  RS-STEP OCCURS 8 TIMES INDEXED BY RS-IDX.
005300         10  RS-STEP-NAME         PIC X(08).
005400         10  RS-PREDECESSOR       PIC 9(01).
