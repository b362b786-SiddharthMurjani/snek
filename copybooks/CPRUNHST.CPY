000100******************************************************************
000200*    COPYBOOK      CPRUNHST                                      *
000300*    DESCRIPTION   NIGHTLY CYCLE RUN HISTORY (RUNHIST), APPENDED *
000400*                  BY NIGHTDRV AS IT GOES - ONE RECORD WHEN A    *
000500*                  RUN OF THE CYCLE STARTS, ONE WHEN EACH STEP   *
000600*                  STARTS, ONE WHEN EACH STEP ENDS OR IS         *
000700*                  BYPASSED, AND ONE WHEN THE RUN ENDS.  EVERY   *
000800*                  RECORD CARRIES THE CYCLE ID (THE DATE AND     *
000900*                  TIME THE CYCLE'S FIRST RUN STARTED) AND THE   *
001000*                  RUN NUMBER WITHIN THE CYCLE, SO A RERUN AFTER *
001100*                  A FAILURE IS TIED BACK TO THE CYCLE IT        *
001200*                  FINISHES.  A STEP START WITH NO MATCHING STEP *
001300*                  END IS A STEP THAT ABENDED.                   *
001400*                  RECORD TYPES -                                *
001500*                    C  RUN OF THE CYCLE STARTED                 *
001600*                    S  STEP STARTED (STATUS R)                  *
001700*                    E  STEP ENDED (STATUS C, F, N OR B)         *
001800*                    X  RUN OF THE CYCLE ENDED (STATUS C = CYCLE *
001900*                       COMPLETE, F = STOPPED, A = UNFINISHED    *
002000*                       CYCLE ABANDONED FOR A NEW ONE)           *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------  ----  ----------------------------------------- *
002500*    2026-10-15 RLH   ORIGINAL.                                  *
002600******************************************************************
002700 01  RUN-HISTORY-RECORD.
002800     05  RH-RECORD-TYPE              PIC X(01).
002900         88  RH-TYPE-CYCLE-START     VALUE "C".
003000         88  RH-TYPE-STEP-START      VALUE "S".
003100         88  RH-TYPE-STEP-END        VALUE "E".
003200         88  RH-TYPE-CYCLE-END       VALUE "X".
003300     05  RH-CYCLE-ID.
003400         10  RH-CYCLE-DATE           PIC 9(08).
003500         10  RH-CYCLE-TIME           PIC 9(08).
003600     05  RH-RUN-NUMBER               PIC 9(02).
003700     05  RH-STEP-NUMBER              PIC 9(02).
003800     05  RH-STEP-NAME                PIC X(08).
003900     05  RH-PROGRAM-ID               PIC X(16).
004000     05  RH-MAX-RC                   PIC 9(02).
004100     05  RH-START-DATE               PIC 9(08).
004200     05  RH-START-TIME               PIC 9(08).
004300     05  RH-END-DATE                 PIC 9(08).
004400     05  RH-END-TIME                 PIC 9(08).
004500     05  RH-RETURN-CODE              PIC 9(04).
004600     05  RH-STATUS                   PIC X(01).
004700         88  RH-STATUS-RUNNING       VALUE "R".
004800         88  RH-STATUS-COMPLETED     VALUE "C".
004900         88  RH-STATUS-FAILED        VALUE "F".
005000         88  RH-STATUS-NOT-LOADED    VALUE "N".
005100         88  RH-STATUS-BYPASSED      VALUE "B".
005200         88  RH-STATUS-ABANDONED     VALUE "A".
005300     05  FILLER                      PIC X(16).
