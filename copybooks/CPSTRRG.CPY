000100******************************************************************
000200*    COPYBOOK      CPSTRRG                                       *
000300*    DESCRIPTION   STREET ADDRESS RANGE RECORD (STREETRG FILE) - *
000400*                  ONE RECORD PER BLOCK FACE OR RUN OF HOUSE     *
000500*                  NUMBERS ON A STREET, GIVING THE PRECINCT      *
000600*                  THOSE ADDRESSES VOTE IN.  MAINTAINED BY THE   *
000700*                  BOARD OFFICE FROM THE COUNTY STREET GUIDE.    *
000800*                  VOTEDIT AND SUSPCOR LOAD IT TO ASSIGN THE     *
000900*                  PRECINCT FOR A CARD KEYED WITHOUT ONE AND TO  *
001000*                  VERIFY THE PRECINCT ON A CARD KEYED WITH ONE. *
001100*                                                                *
001200*                  THE STREET NAME IS KEYED EXACTLY AS THE       *
001300*                  CLERKS KEY IT ON THE APPLICANT CARD (E.G.     *
001400*                  "MAPLE AVE").  SG-SIDE SAYS WHICH HOUSE       *
001500*                  NUMBERS IN THE RANGE BELONG TO THE PRECINCT - *
001600*                  ODD ONLY, EVEN ONLY, OR BOTH (A STREET WHOSE  *
001700*                  CENTER LINE IS A PRECINCT BOUNDARY CARRIES    *
001800*                  ONE RECORD PER SIDE).                         *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  ----------------------------------------- *
002300*    2026-10-15 RLH   ORIGINAL.                                  *
002400******************************************************************
002500 01  STREET-RANGE-RECORD.
002600     05  SG-STREET-NAME              PIC X(20).
002700     05  SG-HOUSE-LOW                PIC 9(05).
002800     05  SG-HOUSE-HIGH               PIC 9(05).
002900     05  SG-SIDE                     PIC X(01).
003000         88  SG-SIDE-ODD             VALUE "O".
003100         88  SG-SIDE-EVEN            VALUE "E".
003200         88  SG-SIDE-BOTH            VALUES "B" " ".
003300     05  SG-PRECINCT-CODE            PIC X(05).
003400     05  FILLER                      PIC X(44).
