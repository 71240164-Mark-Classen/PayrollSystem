000100*================================================================
000200*  RUNLEDG.CPY
000300*  JOB-STREAM RUN LEDGER RECORD, HELD ON THE INDEXED RUNLEDG.DAT
000400*  AND KEYED BY PAY DATE.  ONE STEP ENTRY PER PROGRAM IN THE
000500*  PAY-DATE STREAM, IN STREAM ORDER (SEE THE STEP TABLE IN
000600*  RUNLWORK.CPY): PAYCLOCK, PAYROLL, PAYBAL, THE ACH RELEASE,
000700*  CHKRECON, PAYREMIT, PAYDEPST AND ACHRET.  EACH PROGRAM
000800*  STAMPS ITS OWN ENTRY STARTED BEFORE IT TOUCHES ANYTHING AND
000900*  FINISHED, WITH ITS COUNTS, RETURN CODE AND VERDICT, AT THE
001000*  END -- SO AN ENTRY LEFT STARTED IS A RUN STILL GOING OR ONE
001100*  THAT DIED.  A SUPERVISOR OVERRIDE (PAYSTRM) MARKS AN ENTRY
001200*  OVERRIDDEN AND NAMES WHO DID IT; THE REASON IS ON
001300*  PAYSTRM.LOG.
001400*----------------------------------------------------------------
001500*  MODIFICATION HISTORY
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 MHC   ORIGINAL.
001800*================================================================
001900 01  RUN-LEDGER-RECORD.
002000     05  JL-PAY-DATE              PIC 9(08).
002100     05  JL-STEP-ENTRY OCCURS 8 TIMES.
002200         10  JL-STEP-STATUS       PIC X(01).
002300             88  JL-STEP-NOT-RUN              VALUE SPACE.
002400             88  JL-STEP-STARTED              VALUE "S".
002500             88  JL-STEP-COMPLETE             VALUE "C".
002600             88  JL-STEP-FAILED               VALUE "F".
002700             88  JL-STEP-OVERRIDDEN           VALUE "O".
002800             88  JL-STEP-CLEARED              VALUES "C", "O".
002900         10  JL-START-DATE        PIC 9(08).
003000         10  JL-START-TIME        PIC 9(06).
003100         10  JL-FINISH-DATE       PIC 9(08).
003200         10  JL-FINISH-TIME       PIC 9(06).
003300         10  JL-RUN-COUNT         PIC 9(03).
003400         10  JL-RECORDS-IN        PIC 9(07).
003500         10  JL-RECORDS-OUT       PIC 9(07).
003600         10  JL-RETURN-CODE       PIC 9(02).
003700         10  JL-VERDICT           PIC X(16).
003800         10  JL-OVERRIDE-BY       PIC X(08).
003900     05  FILLER                   PIC X(16).
