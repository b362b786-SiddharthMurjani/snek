000100******************************************************************
000200*    COPYBOOK      CPREALT                                       *
000300*    DESCRIPTION   REALIGNMENT TOTALS RECORD (REALTOT FILE) -    *
000400*                  ONE RECORD PER PRECINCT A PRECRAL RUN MOVED   *
000500*                  VOTERS OUT OF OR INTO, STAMPED WITH THE RUN   *
000600*                  DATE.  READ BY THE NIGHTLY VOTBKUP            *
000700*                  VERIFICATION, WHICH ADDS EACH PRECINCT'S NET  *
000800*                  REALIGNMENT TO LAST NIGHT'S COUNT BEFORE      *
000900*                  MEASURING THE DAY'S MOVEMENT, AND PROVES THE  *
001000*                  RECORDS MOVED OUT EQUAL THE RECORDS MOVED IN. *
001100*                  A SECOND REALIGNMENT THE SAME DAY APPENDS.    *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------  ----  ----------------------------------------- *
001600*    2026-10-15 RLH   ORIGINAL.                                  *
001700******************************************************************
001800 01  REALIGN-TOTALS-RECORD.
001900     05  RT-RUN-DATE                 PIC 9(08).
002000     05  RT-PRECINCT-CODE            PIC X(05).
002100     05  RT-BEFORE-COUNT             PIC 9(08).
002200     05  RT-MOVED-OUT                PIC 9(08).
002300     05  RT-MOVED-IN                 PIC 9(08).
002400     05  RT-AFTER-COUNT              PIC 9(08).
002500     05  FILLER                      PIC X(35).
