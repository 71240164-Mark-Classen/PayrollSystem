000100*================================================================
000200*  STRMLOG.CPY
000300*  PRINT-IMAGE LINE FOR THE SUPERVISOR OVERRIDE LOG,
000400*  PAYSTRM.LOG.  THE LOG IS EXTENDED, NEVER REWRITTEN -- ONE
000500*  LINE PER OVERRIDE APPLIED: WHEN, WHICH PAY DATE AND STEP,
000600*  WHAT STATE THE STEP WAS LEFT IN, WHO AND WHY.
000700*----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/2026 MHC   ORIGINAL.
001100*================================================================
001200 01  WS-STRMLOG-DETAIL-LINE.
001300     05  SL-L-DATE                PIC 9(08).
001400     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  SL-L-TIME                PIC 9(06).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  SL-L-PAY-DATE            PIC 9(08).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001900     05  SL-L-STEP-NAME           PIC X(08).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  SL-L-PRIOR-STATUS        PIC X(08).
002200     05  FILLER                   PIC X(02) VALUE SPACES.
002300     05  SL-L-PRIOR-RETURN-CODE   PIC Z9.
002400     05  FILLER                   PIC X(02) VALUE SPACES.
002500     05  SL-L-SUPERVISOR-ID       PIC X(08).
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  SL-L-REASON              PIC X(40).
002800     05  FILLER                   PIC X(30) VALUE SPACES.
