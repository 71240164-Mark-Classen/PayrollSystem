000100*================================================================
000200*  NHIREREC.CPY
000300*  STATE NEW-HIRE REPORTING RECORD, WRITTEN BY PAYNHIRE TO ONE
000400*  FIXED-FORMAT FILE PER WORK STATE (NHIRExx.DAT, xx = THE
000410*  STATE CODE).  EACH FILE IS ONE GROUP PER EMPLOYER: A HEADER
000420*  RECORD NAMING THE EMPLOYER, ONE DETAIL RECORD PER NEW HIRE
000430*  OR REHIRE, AND A TRAILER RECORD CARRYING THE GROUP'S DETAIL
000440*  COUNT.  THE RECORD TYPE BYTE SAYS WHICH VIEW OF THE BODY
000450*  APPLIES.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001210*  10/15/2026 MHC   A FILE NOW CARRIES ONE HEADER-TO-TRAILER
001220*                   GROUP PER COMPANY WITH HIRES IN THE STATE.
001300*================================================================
001400 01  NEW-HIRE-REPORT-RECORD.
001500     05  NH-RECORD-TYPE           PIC X(01).
001600         88  NH-HEADER-RECORD             VALUE "H".
001700         88  NH-DETAIL-RECORD             VALUE "D".
001800         88  NH-TRAILER-RECORD            VALUE "T".
001900     05  NH-RECORD-BODY           PIC X(149).
002000     05  NH-HEADER-BODY REDEFINES NH-RECORD-BODY.
002100         10  NH-H-STATE-CODE      PIC X(02).
002200         10  NH-H-EMPLOYER-FEIN   PIC 9(09).
002300         10  NH-H-EMPLOYER-NAME   PIC X(30).
002400         10  NH-H-EMPLOYER-ADDRESS PIC X(30).
002500         10  NH-H-EMPLOYER-CITY   PIC X(20).
002600         10  NH-H-EMPLOYER-STATE  PIC X(02).
002700         10  NH-H-EMPLOYER-ZIP    PIC X(09).
002800         10  NH-H-CREATION-DATE   PIC 9(08).
002900         10  FILLER               PIC X(39).
003000     05  NH-DETAIL-BODY REDEFINES NH-RECORD-BODY.
003100         10  NH-D-SSN             PIC 9(09).
003200         10  NH-D-EMPLOYEE-NAME   PIC X(20).
003300         10  NH-D-ADDRESS-LINE    PIC X(30).
003400         10  NH-D-ADDRESS-CITY    PIC X(20).
003500         10  NH-D-ADDRESS-STATE   PIC X(02).
003600         10  NH-D-ADDRESS-ZIP     PIC X(09).
003700         10  NH-D-HIRE-DATE       PIC 9(08).
003800         10  NH-D-HIRE-TYPE       PIC X(01).
003900             88  NH-D-NEW-HIRE            VALUE "N".
004000             88  NH-D-REHIRE              VALUE "R".
004100         10  NH-D-WORK-STATE-CODE PIC X(02).
004200         10  NH-D-EMPLOYEE-ID     PIC X(06).
004300         10  FILLER               PIC X(42).
004400     05  NH-TRAILER-BODY REDEFINES NH-RECORD-BODY.
004500         10  NH-T-STATE-CODE      PIC X(02).
004600         10  NH-T-RECORD-COUNT    PIC 9(07).
004700         10  FILLER               PIC X(140).
