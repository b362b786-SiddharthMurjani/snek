000100******************************************************************
000200*    COPYBOOK      CPABSEN                                       *
000300*    DESCRIPTION   ABSENTEE BALLOT RECORD (ABSBALLT FILE,        *
000400*                  INDEXED) - ONE RECORD PER VOTER PER ELECTION  *
000500*                  FOR WHOM AN ABSENTEE APPLICATION WAS          *
000600*                  APPROVED, KEYED BY VOTER ID PLUS ELECTION     *
000700*                  DATE THE SAME WAY AS VOTHIST.  WRITTEN BY     *
000800*                  ABSAPPL WHEN THE BALLOT IS ISSUED, UPDATED    *
000900*                  BY ABSTRAN AS THE BALLOT COMES BACK, IS       *
001000*                  REJECTED OR IS SPOILED AND REPLACED, AND      *
001100*                  READ BY POLLBOOK TO FLAG THE ROSTER.          *
001200*                                                                *
001300*                  AB-STATUS IS WHERE THE BALLOT STANDS NOW -    *
001400*                    I  ISSUED (OR RE-ISSUED AFTER A SPOIL) AND  *
001500*                       NOT YET BACK                             *
001600*                    R  RETURNED AND ACCEPTED - POSTED TO        *
001650*                       VOTHIST                                  *
001700*                    X  RETURNED AND REJECTED                    *
001800*                  EACH EVENT KEEPS ITS OWN DATE, SO A SPOILED   *
001900*                  AND RE-ISSUED BALLOT SHOWS BOTH.  A BLANK     *
002000*                  MAILING ADDRESS MEANS THE BALLOT WENT TO THE  *
002100*                  RESIDENCE ADDRESS ON THE MASTER.              *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------  ----  ----------------------------------------- *
002600*    2026-10-15 RLH   ORIGINAL.                                  *
002700******************************************************************
002800 01  ABSENTEE-BALLOT-RECORD.
002900     05  AB-BALLOT-KEY.
003000         10  AB-VOTER-ID             PIC X(10).
003100         10  AB-ELECTION-DATE        PIC 9(08).
003200     05  AB-VOTER-NAME               PIC X(30).
003300     05  AB-PRECINCT-CODE            PIC X(05).
003400     05  AB-STATUS                   PIC X(01).
003500         88  AB-STATUS-ISSUED        VALUE "I".
003600         88  AB-STATUS-RETURNED      VALUE "R".
003700         88  AB-STATUS-REJECTED      VALUE "X".
003800     05  AB-APPLICATION-DATE         PIC 9(08).
003900     05  AB-ISSUE-DATE               PIC 9(08).
004000     05  AB-ISSUE-COUNT              PIC 9(02).
004100     05  AB-RETURN-DATE              PIC 9(08).
004200     05  AB-REJECT-DATE              PIC 9(08).
004300     05  AB-REJECT-REASON            PIC X(01).
004400         88  AB-REJECT-REASON-VALID  VALUES "S" "W" "L" "M" "O".
004500     05  AB-SPOIL-DATE               PIC 9(08).
004600     05  AB-MAIL-ADDRESS             PIC X(32).
004700     05  FILLER                      PIC X(21).
