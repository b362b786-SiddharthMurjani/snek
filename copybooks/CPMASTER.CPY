002080*                     REGISTRANTS POSTED BEFORE THEIR 18TH       *
002090*                     BIRTHDAY.  VOTACTV FLIPS PENDING TO        *
002091*                     ACTIVE WHEN THE VOTER COMES OF AGE.        *
002095*    2026-10-15 RLH   ADDED THE RESIDENCE ADDRESS, CARRIED FROM  *
002100*                     THE APPLICANT CARD BY VOTPOST, AND         *
002105*                     WIDENED THE TRAILING FILLER.  THE          *
002110*                     RECORD IS NOW 140 BYTES - THE MASTER IS    *
002115*                     RELOADED AT THE NEW LENGTH, AND A RECORD   *
002120*                     WITH A BLANK ADDRESS PREDATES THE FIELD.   *
002125*    2026-10-15 RLH   CARVED THE REGISTRATION DATE OUT OF THE    *
002130*                     FILLER - THE DATE VOTPOST POSTED OR        *
002135*                     REACTIVATED THE RECORD, READ BY TURNRPT.   *
002140*                     A RECORD POSTED BEFORE THE FIELD EXISTED   *
002145*                     CARRIES SPACES, READ AS DATE UNKNOWN.      *
002150*    2026-10-15 RLH   CARVED THE EFFECTIVE DATE OUT OF THE       *
002155*                     FILLER - THE FIRST DAY THE REGISTRATION    *
002160*                     MAY BE VOTED ON, SET BY VOTPOST.  A LATE   *
002165*                     APPLICANT IS EFFECTIVE THE DAY AFTER THE   *
002170*                     ELECTION AND IS LEFT OFF ITS POLL BOOK.    *
002175*                     SPACES (AN OLDER RECORD) READ AS ALREADY   *
002180*                     EFFECTIVE.                                 *
002185******************************************************************
002200 01  MASTER-RECORD.
002300     05  MR-VOTER-KEY.
002400         10  MR-VOTER-NAME           PIC X(30).
003700         88  MR-CANCEL-FELONY        VALUE "F".
003800         88  MR-CANCEL-REQUEST       VALUE "R".
003900     05  MR-CANCEL-DATE              PIC 9(08).
004000     05  MR-RESIDENCE-ADDRESS.
004010         10  MR-HOUSE-NUMBER         PIC 9(05).
004020         10  MR-STREET-NAME          PIC X(20).
004030         10  MR-UNIT                 PIC X(05).
004040         10  MR-CITY                 PIC X(15).
004050         10  MR-ZIP-CODE             PIC X(05).
004060     05  MR-REGISTRATION-DATE        PIC 9(08).
004065     05  MR-EFFECTIVE-DATE           PIC 9(08).
004070     05  FILLER                      PIC X(11).
