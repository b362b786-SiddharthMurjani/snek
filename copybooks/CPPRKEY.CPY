000100******************************************************************
000200*    COPYBOOK      CPPRKEY                                       *
000300*    DESCRIPTION   VOTER PRIOR-KEY HISTORY RECORD (VOTPKEY FILE, *
000400*                  INDEXED) - ONE RECORD PER NAME OR DATE OF     *
000500*                  BIRTH A VOTER HAS BEEN RE-KEYED AWAY FROM,    *
000600*                  KEYED BY THE OLD NAME PLUS OLD DATE OF BIRTH  *
000700*                  EXACTLY AS THEY STOOD ON THE MASTER.  WRITTEN *
000800*                  BY VOTCHG WHEN A NAME CHANGE OR DATE OF BIRTH *
000900*                  CORRECTION RE-KEYS A MASTER RECORD, AND READ  *
001000*                  BY THE CHECKVOTERAGE DUPLICATE CHECK AND THE  *
001100*                  DUPCHK REVIEW PASS SO AN APPLICANT WHO FILLS  *
001200*                  IN A CARD UNDER THE OLD NAME IS RECOGNIZED.   *
001300*                  PK-VOTER-ID LEADS BACK TO THE CURRENT MASTER  *
001400*                  RECORD HOWEVER MANY TIMES IT HAS BEEN RE-     *
001500*                  KEYED SINCE.                                  *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ----------------------------------------- *
002000*    2026-10-15 RLH   ORIGINAL.                                  *
002100******************************************************************
002200 01  PRIOR-KEY-RECORD.
002300     05  PK-OLD-KEY.
002400         10  PK-OLD-NAME             PIC X(30).
002500         10  PK-OLD-DOB              PIC 9(08).
002600     05  PK-VOTER-ID                 PIC X(10).
002700     05  PK-NEW-NAME                 PIC X(30).
002800     05  PK-NEW-DOB                  PIC 9(08).
002900     05  PK-CHANGE-DATE              PIC 9(08).
003000     05  PK-CHANGE-REASON            PIC X(01).
003100         88  PK-REASON-NAME-CHANGE   VALUE "N".
003200         88  PK-REASON-CORRECTION    VALUE "C".
003300     05  FILLER                      PIC X(05).
