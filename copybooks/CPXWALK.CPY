000100******************************************************************
000200*    COPYBOOK      CPXWALK                                       *
000300*    DESCRIPTION   PRECINCT REALIGNMENT CROSSWALK RECORD (XWALK  *
000400*                  FILE) - PREPARED BY THE BOARD OFFICE FROM THE *
000500*                  NEW PRECINCT MAP AND READ BY THE PRECRAL      *
000600*                  REALIGNMENT RUN.  A RECORD WITH A BLANK       *
000700*                  STREET MOVES EVERY VOTER LEFT IN THE OLD      *
000800*                  PRECINCT (A MERGE OR A RETIREMENT).  A SPLIT  *
000900*                  PRECINCT CARRIES ONE RECORD PER STREET RANGE, *
001000*                  LAID OUT AS ON STREETRG (CPSTRRG) - HOUSE     *
001100*                  NUMBERS LOW TO HIGH AND THE SIDE OF THE       *
001200*                  STREET - AND MAY CARRY A BLANK-STREET RECORD  *
001300*                  AS THE CATCH-ALL FOR ADDRESSES NOT COVERED.   *
001400*                  A STREET RANGE ALWAYS WINS OVER THE CATCH-    *
001500*                  ALL.                                          *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ----------------------------------------- *
002000*    2026-10-15 RLH   ORIGINAL.                                  *
002100******************************************************************
002200 01  CROSSWALK-RECORD.
002300     05  XW-OLD-PRECINCT             PIC X(05).
002400     05  XW-NEW-PRECINCT             PIC X(05).
002500     05  XW-STREET-NAME              PIC X(20).
002600     05  XW-HOUSE-LOW                PIC 9(05).
002700     05  XW-HOUSE-HIGH               PIC 9(05).
002800     05  XW-SIDE                     PIC X(01).
002900         88  XW-SIDE-ODD             VALUE "O".
003000         88  XW-SIDE-EVEN            VALUE "E".
003100         88  XW-SIDE-BOTH            VALUES "B" " ".
003200     05  FILLER                      PIC X(39).
