001300*    DATE       INIT  DESCRIPTION                                *
001400*    ---------  ----  ----------------------------------------- *
001500*    2026-09-02 RLH   ORIGINAL.                                  *
001510*    2026-10-15 RLH   ADDED VH-VOTE-METHOD.  ABSTRAN POSTS AN    *
001520*                     ACCEPTED ABSENTEE BALLOT WITH "A"; A       *
001530*                     ROSTER SIGNATURE LOADED BY HISTLOAD        *
001540*                     LEAVES IT BLANK (VOTED AT THE POLLS).      *
001550*    2026-10-15 RLH   ADDED VH-VOTED-PROVISIONAL - A PROVISIONAL *
001560*                     BALLOT THE BOARD COUNTED, POSTED BY        *
001570*                     PROVADJ WITH "V".                          *
001600******************************************************************
001700 01  HISTORY-RECORD.
001800     05  VH-HIST-KEY.
002000         10  VH-ELECTION-DATE        PIC 9(08).
002100     05  VH-PRECINCT-CODE            PIC X(05).
002200     05  VH-LOAD-DATE                PIC 9(08).
002210     05  VH-VOTE-METHOD              PIC X(01).
002220         88  VH-VOTED-AT-POLLS       VALUES " " "P".
002230         88  VH-VOTED-ABSENTEE       VALUE "A".
002240         88  VH-VOTED-PROVISIONAL    VALUE "V".
002300     05  FILLER                      PIC X(48).
