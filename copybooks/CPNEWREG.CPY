001150*                     INSTEAD OF INDISTINGUISHABLE FROM A FULL  *
001160*                     VOTER.  A BLANK (A RECORD WRITTEN BEFORE  *
001170*                     THE FIELD EXISTED) READS AS ELIGIBLE.     *
001180*    2026-10-15 RLH   ADDED THE RESIDENCE ADDRESS SO VOTPOST    *
001190*                     CAN CARRY IT ONTO THE MASTER.  THE        *
001191*                     RECORD IS NOW 110 BYTES.                  *
001192*    2026-10-15 RLH   ADDED THE EFFECTIVE DATE, SET BY          *
001193*                     CHECKVOTERAGE TO THE DAY AFTER THE        *
001194*                     ELECTION FOR AN APPLICATION RECEIVED      *
001195*                     AFTER THE CLOSE OF BOOKS.  ZERO MEANS     *
001196*                     EFFECTIVE WHEN POSTED.                    *
001200******************************************************************
001300 01  NEWREG-RECORD.
001400     05  NR-APPLICANT-NAME           PIC X(30).
002000     05  NR-DETERMINATION            PIC X(01).
002100         88  NR-DETERM-ELIGIBLE      VALUES "E" " ".
002200         88  NR-DETERM-PREREG        VALUE "P".
002300     05  NR-RESIDENCE-ADDRESS.
002310         10  NR-HOUSE-NUMBER         PIC 9(05).
002320         10  NR-STREET-NAME          PIC X(20).
002330         10  NR-UNIT                 PIC X(05).
002340         10  NR-CITY                 PIC X(15).
002350         10  NR-ZIP-CODE             PIC X(05).
002360     05  NR-EFFECTIVE-DATE           PIC 9(08).
002370     05  FILLER                      PIC X(08).
