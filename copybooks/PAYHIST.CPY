001282*                   ALSO CARRY THEIR TYPE IN PH-EARNINGS-CODE,
001283*                   KEEPING THEM OUT OF THE ORDINARY-PAY
001284*                   POSITION THE VOID/DUPLICATE SCAN SUMS.
001289*  09/02/2026 MHC   WIDENED PH-HOURS-WORKED TO TWO DECIMALS TO
001290*                   MATCH THE QUARTER-HOUR PRECISION NOW ON
001300*                   PR-HOURS-WORKED.
001302*  09/02/2026 MHC   REORGANIZED AS AN INDEXED FILE -- THE
001308*                   NUMBER, SO THE VOID/ADJUSTMENT SCAN AND THE
001309*                   REPRINT INQUIRY READ BY KEY INSTEAD OF
001311*                   FRONT TO BACK.
001321*  10/15/2026 MHC   ADDED PH-COMPANY-CODE -- THE EMPLOYING
001331*                   COMPANY THE PAYMENT WAS MADE UNDER, SO THE
001341*                   WAGE REPORTING SPLITS BY FEIN.  BLANK IS
001351*                   COMPANY 01.
001361*================================================================
001400 01  PAY-HISTORY-RECORD.
001410     05  PH-HISTORY-KEY.
001500         10  PH-EMPLOYEE-ID       PIC X(06).
002450         SIGN LEADING SEPARATE.
002500     05  PH-NET-PAY               PIC S9(07)V99
002550         SIGN LEADING SEPARATE.
002650     05  PH-COMPANY-CODE          PIC X(02).
