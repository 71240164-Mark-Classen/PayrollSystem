000300*  RUN-CONTROL PARAMETER RECORD, READ FROM THE OPTIONAL
000400*  PAYCTRL.PRM FILE.  CARRIES THE RESTART POINT AND THE
000500*  CHECKPOINT INTERVAL FOR THIS RUN.  IF THE FILE IS ABSENT THE
000510*  RUN STARTS AT RECORD ONE WITH THE DEFAULT INTERVAL.  A RUN
000520*  MODE OF "T" MAKES IT A TRIAL RUN, WITH THE NET-PAY VARIANCE
000530*  LIMIT (PERCENT) BESIDE IT.
000700*----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*  DATE       INIT  DESCRIPTION
001000*  08/09/2026 MHC   ORIGINAL.
001010*  10/15/2026 MHC   ADDED THE RUN MODE -- "T" MAKES THE RUN A
001020*                   TRIAL (PREVIEW) THAT POSTS NOTHING -- AND
001030*                   THE PERCENT BY WHICH A PREVIEWED NET PAY MAY
001040*                   MOVE FROM THE LAST ONE PAID BEFORE IT IS
001050*                   FLAGGED (ZERO OR BLANK TAKES THE DEFAULT).
001100*================================================================
001200 01  PARM-RECORD.
001300     05  PC-RESTART-RECORD-NBR    PIC 9(07).
001400     05  PC-CHECKPOINT-INTERVAL   PIC 9(05).
001500     05  PC-RUN-MODE              PIC X(01).
001600         88  PC-TRIAL-RUN                 VALUE "T".
001700     05  PC-VARIANCE-PERCENT      PIC 9(03).
001800     05  FILLER                   PIC X(64).
