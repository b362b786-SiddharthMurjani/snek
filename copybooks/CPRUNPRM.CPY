001400*    2026-08-21 RLH   ORIGINAL.                                  *
001410*    2026-08-21 RLH   ADDED THE COUNTY CODE FOR THE STATE        *
001420*                     SUBMISSION EXTRACT.                        *
001430*    2026-10-15 RLH   CARVED THE CLOSE-OF-BOOKS DATE OUT OF THE  *
001440*                     FILLER - THE REGISTRATION DEADLINE FOR     *
001450*                     THE ELECTION.  ZERO OR BLANK MEANS NO      *
001460*                     DEADLINE IS ENFORCED.                      *
001500******************************************************************
001600 01  RUN-PARM-RECORD.
001700     05  RP-ELECTION-DATE.
001900         10  RP-ELEC-MM              PIC 9(02).
002000         10  RP-ELEC-DD              PIC 9(02).
002100     05  RP-COUNTY-CODE              PIC X(03).
002110     05  RP-CLOSE-OF-BOOKS-DATE.
002120         10  RP-COB-YYYY             PIC 9(04).
002130         10  RP-COB-MM               PIC 9(02).
002140         10  RP-COB-DD               PIC 9(02).
002200     05  FILLER                      PIC X(61).
