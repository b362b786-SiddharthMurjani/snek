000100******************************************************************
000200*    COPYBOOK      CPTURN                                        *
000300*    DESCRIPTION   TURNOUT STATISTICS EXTRACT (TURNEXT) FOR THE  *
000400*                  STATE POST-ELECTION SURVEY, WRITTEN BY        *
000500*                  TURNRPT ALONGSIDE THE PRINTED REPORT.  ONE    *
000600*                  HEADER RECORD (COUNTY CODE AND THE DATES THE  *
000700*                  FIGURES ARE AS OF), THEN ONE COUNT RECORD PER *
000800*                  PRECINCT, ONE PER DISTRICT AND ONE FOR THE    *
000900*                  COUNTY, IN THAT ORDER WITHIN EACH DISTRICT.   *
001000*                  ALL RECORDS ARE 80 BYTES WITH THE RECORD      *
001100*                  TYPE IN COLUMN 1 -                            *
001200*                    H  HEADER                                   *
001300*                    P  PRECINCT                                 *
001400*                    D  DISTRICT TOTAL (PRECINCT BLANK)          *
001500*                    C  COUNTY TOTAL (PRECINCT, DISTRICT BLANK)  *
001600*                  TURNOUT IS VOTERS OVER ACTIVE REGISTRATIONS   *
001700*                  AS A PERCENTAGE WITH TWO DECIMALS, ZERO WHEN  *
001800*                  THERE ARE NO REGISTRATIONS.                   *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  ----------------------------------------- *
002300*    2026-10-15 RLH   ORIGINAL.                                  *
002400******************************************************************
002500 01  TURNOUT-EXT-HEADER.
002600     05  TH-RECORD-TYPE              PIC X(01).
002700     05  TH-COUNTY-CODE              PIC X(03).
002800     05  TH-ELECTION-DATE            PIC 9(08).
002900     05  TH-ROLL-CLOSE-DATE          PIC 9(08).
003000     05  TH-PRIOR-ELECTION-DATE      PIC 9(08).
003100     05  TH-RUN-DATE                 PIC 9(08).
003200     05  FILLER                      PIC X(44).
003300*
003400 01  TURNOUT-EXT-COUNTS.
003500     05  TX-RECORD-TYPE              PIC X(01).
003600     05  TX-PRECINCT-CODE            PIC X(05).
003700     05  TX-DISTRICT                 PIC X(05).
003800     05  TX-REGISTERED               PIC 9(07).
003900     05  TX-VOTED                    PIC 9(07).
004000     05  TX-TURNOUT-PCT              PIC 9(03)V9(02).
004100     05  TX-FIRST-TIME               PIC 9(07).
004200     05  TX-PREREG-REGISTERED        PIC 9(07).
004300     05  TX-PREREG-VOTED             PIC 9(07).
004400     05  TX-VOTED-ABSENTEE           PIC 9(07).
004500     05  TX-VOTED-PROVISIONAL        PIC 9(07).
004600     05  FILLER                      PIC X(15).
