000100*================================================================
000200*  COMPCTL.CPY
000300*  COMPANY CONTROL RECORD, HELD ON COMPANY.DAT.  ONE RECORD PER
000400*  EMPLOYING COMPANY RUN THROUGH THE SYSTEM, KEYED BY THE TWO-
000500*  CHARACTER COMPANY CODE CARRIED ON THE EMPLOYEE MASTER AND
000600*  THE HISTORY.  EACH COMPANY FILES UNDER ITS OWN FEIN, PAYS
000700*  FROM ITS OWN BANK ACCOUNT AND POSTS TO ITS OWN GL COMPANY
000800*  SEGMENT.  THE ACH COMPANY ID AND ODFI ROUTING NUMBER GO ON
000900*  THE COMPANY'S BANK TRANSMISSION; THE CHECK STOCK ID NAMES
001000*  THE FORM ITS CHECKS PRINT ON.  THE TWO FILE NAMES ARE WHERE
001100*  THE COMPANY'S ACH AND POSITIVE-PAY TRANSMISSIONS ARE
001200*  WRITTEN -- BLANK TAKES ACHCC.DAT AND POSPAYCC.DAT, CC BEING
001210*  THE COMPANY CODE.  THE EMPLOYER ADDRESS IS THE COMPANY'S
001220*  MAILING ADDRESS FOR STATE NEW-HIRE REPORTING.  A BLANK
001230*  COMPANY CODE ON ANY RECORD BELONGS TO COMPANY 01, THE
001240*  ORIGINAL EMPLOYER.
001500*----------------------------------------------------------------
001600*  MODIFICATION HISTORY
001700*  DATE       INIT  DESCRIPTION
001800*  10/15/2026 MHC   ORIGINAL.
001900*================================================================
002000 01  COMPANY-CONTROL-RECORD.
002100     05  CO-COMPANY-CODE          PIC X(02).
002200     05  CO-COMPANY-NAME          PIC X(30).
002300     05  CO-FEIN                  PIC 9(09).
002400     05  CO-ACH-COMPANY-ID        PIC X(10).
002500     05  CO-ACH-ODFI-ROUTING      PIC 9(08).
002600     05  CO-BANK-NAME             PIC X(23).
002700     05  CO-BANK-ACCOUNT-NBR      PIC X(17).
002800     05  CO-CHECK-STOCK-ID        PIC X(06).
002900     05  CO-GL-COMPANY-SEGMENT    PIC X(04).
003000     05  CO-ACH-FILE-NAME         PIC X(12).
003100     05  CO-POSPAY-FILE-NAME      PIC X(12).
003110     05  CO-EMPLOYER-ADDRESS      PIC X(30).
003120     05  CO-EMPLOYER-CITY         PIC X(20).
003130     05  CO-EMPLOYER-STATE        PIC X(02).
003140     05  CO-EMPLOYER-ZIP          PIC X(09).
003200     05  FILLER                   PIC X(17).
