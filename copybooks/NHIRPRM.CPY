000100*================================================================
000200*  NHIRPRM.CPY
000300*  RUN-CONTROL PARAMETER RECORD FOR PAYNHIRE, READ FROM
000400*  PAYNHIRE.PRM.  CARRIES THE EMPLOYER IDENTITY PRINTED ON THE
000500*  HEADER OF EVERY STATE NEW-HIRE FILE, THE REPORTING DEADLINE
000600*  IN DAYS FROM THE HIRE DATE (ZERO MEANS 20) AND HOW MANY DAYS
000700*  BEFORE THE DEADLINE AN UNREPORTED HIRE IS FLAGGED (ZERO
000710*  MEANS 5).  THE FEIN IS REQUIRED UNLESS COMPANY.DAT NAMES
000720*  THE EMPLOYERS; THE ADDRESS THEN SERVES ANY COMPANY WHOSE
000730*  RECORD CARRIES NONE.
000900*----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 MHC   ORIGINAL.
001210*  10/15/2026 MHC   THE EMPLOYER IDENTITY NOW APPLIES ONLY WHEN
001220*                   NO COMPANY FILE IS LOADED, BUT FOR THE
001230*                   ADDRESS FALLBACK.
001300*================================================================
001400 01  NEW-HIRE-PARM-RECORD.
001500     05  NP-EMPLOYER-FEIN         PIC 9(09).
001600     05  NP-EMPLOYER-NAME         PIC X(30).
001700     05  NP-EMPLOYER-ADDRESS      PIC X(30).
001800     05  NP-EMPLOYER-CITY         PIC X(20).
001900     05  NP-EMPLOYER-STATE        PIC X(02).
002000     05  NP-EMPLOYER-ZIP          PIC X(09).
002100     05  NP-DEADLINE-DAYS         PIC 9(03).
002200     05  NP-WARNING-DAYS          PIC 9(03).
002300     05  FILLER                   PIC X(14).
