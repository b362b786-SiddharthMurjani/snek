001500*    2026-08-21 RLH   ORIGINAL - PROMOTED THE FREE-FORM AUDIT    *
001600*                     LINE TO A FIXED LAYOUT CARRYING THE        *
001700*                     APPLICANT NAME AND PRECINCT.               *
001710*    2026-10-15 RLH   CARVED THE EFFECTIVE FLAG OUT OF THE       *
001720*                     FILLER - "L" MARKS AN APPLICATION          *
001730*                     RECEIVED AFTER THE CLOSE OF BOOKS,         *
001740*                     REGISTERED EFFECTIVE AFTER THE ELECTION.   *
001800******************************************************************
001900 01  AUDIT-RECORD.
002000     05  AU-RUN-DATE                 PIC 9(08).
002300     05  AU-DOB                      PIC 9(08).
002400     05  AU-PRECINCT-CODE            PIC X(05).
002500     05  AU-RESULT                   PIC X(40).
002600     05  AU-EFFECTIVE-FLAG           PIC X(01).
002610         88  AU-EFFECTIVE-AFTER-ELECTION VALUE "L".
