000100******************************************************************
000200*    COPYBOOK      CPJRNL                                        *
000300*    DESCRIPTION   VOTER MASTER CHANGE JOURNAL RECORD (VOTJRNL   *
000400*                  FILE) - ONE RECORD APPENDED FOR EVERY MASTER  *
000500*                  RECORD WRITTEN, REWRITTEN OR RE-KEYED, BY     *
000600*                  VOTPOST, VOTCANC, VOTACTV, VOTCHG AND         *
000650*                  PRECRAL.                                      *
000700*                  CARRIES THE WHOLE MASTER RECORD AS IT STOOD   *
000800*                  BEFORE THE CHANGE AND AS IT STANDS AFTER IT,  *
000900*                  SO VOTRCVR CAN RESTORE THE LAST VOTBKUP       *
001000*                  GENERATION AND ROLL THE DAY'S WORK FORWARD.   *
001100*                                                                *
001200*                  JR-RUN-DATE AND JR-RUN-TIME ARE WHEN THE RUN  *
001300*                  THAT MADE THE CHANGE STARTED, THE SAME FOR    *
001400*                  EVERY ENTRY OF THAT RUN, SO A RECOVERY POINT  *
001500*                  ALWAYS FALLS BETWEEN WHOLE RUNS.              *
001600*                  JR-ENTRY-TIME IS WHEN THE ENTRY WAS MADE.     *
001700*                                                                *
001800*                  ENTRY TYPES -                                 *
001900*                    A  RECORD ADDED - NO BEFORE-IMAGE           *
002000*                    C  RECORD REWRITTEN UNDER THE SAME KEY      *
002100*                    K  RECORD RE-KEYED - THE BEFORE-IMAGE       *
002200*                       CARRIES THE OLD KEY, THE AFTER-IMAGE     *
002300*                       THE NEW ONE                              *
002400*                    B  BACKUP TAKEN - WRITTEN BY VOTBKUP ONCE   *
002500*                       THE GENERATION IS PROVEN.  JR-BACKUP-    *
002600*                       NAME NAMES THE GENERATION AND EVERY      *
002700*                       ENTRY AFTER IT IS WORK THAT GENERATION   *
002800*                       DOES NOT HOLD.                           *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------  ----  ----------------------------------------- *
003300*    2026-10-15 RLH   ORIGINAL.                                  *
003400******************************************************************
003500 01  JOURNAL-RECORD.
003600     05  JR-RUN-DATE                 PIC 9(08).
003700     05  JR-RUN-TIME                 PIC 9(08).
003800     05  JR-ENTRY-TIME               PIC 9(08).
003900     05  JR-PROGRAM                  PIC X(08).
004000     05  JR-ENTRY-TYPE               PIC X(01).
004100         88  JR-TYPE-ADD             VALUE "A".
004200         88  JR-TYPE-CHANGE          VALUE "C".
004300         88  JR-TYPE-REKEY           VALUE "K".
004400         88  JR-TYPE-BACKUP          VALUE "B".
004500     05  JR-REASON                   PIC X(20).
004600     05  JR-VOTER-ID                 PIC X(10).
004700     05  JR-BEFORE-IMAGE             PIC X(140).
004800     05  JR-AFTER-IMAGE              PIC X(140).
004900     05  JR-BACKUP-VIEW REDEFINES JR-AFTER-IMAGE.
005000         10  JR-BACKUP-NAME          PIC X(14).
005100         10  JR-BACKUP-COUNT         PIC 9(08).
005200         10  FILLER                  PIC X(118).
005300     05  FILLER                      PIC X(07).
