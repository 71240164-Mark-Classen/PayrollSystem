000100*================================================================
000200*  STRMPRM.CPY
000300*  RUN-CONTROL PARAMETER RECORD FOR PAYSTRM, READ FROM THE
000400*  OPTIONAL PAYSTRM.PRM.  THE FUNCTION CODE PICKS THE RUN:
000500*    BLANK OR S -- STATUS REPORT ONLY
000600*    A          -- RELEASE THE PAY DATE'S ACH FILE (PAYBAL
000700*                  MUST HAVE PROVED THE PAY DATE IN BALANCE)
000800*    O          -- SUPERVISOR OVERRIDE OF ONE STEP
000900*  THE PAY DATE SELECTS THE STEP DETAIL ON THE REPORT AND THE
001000*  LEDGER ENTRY A RELEASE OR OVERRIDE APPLIES TO.  AN OVERRIDE
001100*  NEEDS THE PAY DATE, THE STEP NAME AS IT PRINTS ON THE
001200*  REPORT, THE SUPERVISOR'S ID AND A REASON, ALL OF WHICH GO
001300*  ON PAYSTRM.LOG.
001400*----------------------------------------------------------------
001500*  MODIFICATION HISTORY
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 MHC   ORIGINAL.
001800*================================================================
001900 01  STREAM-PARM-RECORD.
002000     05  SC-FUNCTION              PIC X(01).
002100         88  SC-STATUS-REPORT                 VALUES SPACE, "S".
002200         88  SC-ACH-RELEASE                   VALUE "A".
002300         88  SC-OVERRIDE                      VALUE "O".
002400         88  SC-FUNCTION-VALID                VALUES SPACE, "S",
002500                                                  "A", "O".
002600     05  SC-PAY-DATE              PIC 9(08).
002700     05  SC-PAY-DATE-X REDEFINES SC-PAY-DATE
002800                                  PIC X(08).
002900     05  SC-STEP-NAME             PIC X(08).
003000     05  SC-SUPERVISOR-ID         PIC X(08).
003100     05  SC-REASON                PIC X(40).
003200     05  FILLER                   PIC X(15).
