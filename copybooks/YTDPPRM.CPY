000100*================================================================
000200*  YTDPPRM.CPY
000300*  RUN-CONTROL PARAMETER RECORD FOR PAYYTDPF, READ FROM THE
000400*  OPTIONAL PAYYTDPF.PRM FILE.  NAMES THE YEAR TO PROVE AND
000500*  WHETHER THE RUN ONLY REPORTS OR ALSO CORRECTS.  A ZERO YEAR
000600*  MEANS THE YEAR THE MASTER CURRENTLY HOLDS (THE YEAR AFTER
000700*  THE LAST ONE PAYYREND CLOSED); A MODE OF "C" REWRITES EVERY
000800*  OUT-OF-BALANCE MASTER FROM HISTORY.  ANY OTHER MODE, OR NO
000900*  FILE AT ALL, IS A REPORT-ONLY PROOF.
001000*----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/2026 MHC   ORIGINAL.
001400*================================================================
001500 01  YTD-PROOF-PARM-RECORD.
001600     05  YT-PROOF-YEAR            PIC 9(04).
001700     05  YT-RUN-MODE              PIC X(01).
001800         88  YT-CORRECTION-MODE           VALUE "C".
001900     05  FILLER                   PIC X(75).
