001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------  ----  ----------------------------------------- *
001800*    2026-09-02 RLH   ORIGINAL.                                  *
001810*    2026-10-15 RLH   ADDED THE VOTER'S RESIDENCE ADDRESS - THE  *
001820*                     CARD NOW GOES TO THE VOTER, NOT JUST       *
001830*                     NAMES THE POLLING PLACE.  THE RECORD IS    *
001840*                     NOW 180 BYTES.                             *
001900******************************************************************
002000 01  MAILER-RECORD.
002100     05  ML-VOTER-ID                 PIC X(10).
002500     05  ML-POLLING-PLACE            PIC X(30).
002600     05  ML-DISTRICT                 PIC X(05).
002700     05  ML-ISSUE-DATE               PIC 9(08).
002710     05  ML-RESIDENCE-ADDRESS.
002720         10  ML-HOUSE-NUMBER         PIC 9(05).
002730         10  ML-STREET-NAME          PIC X(20).
002740         10  ML-UNIT                 PIC X(05).
002750         10  ML-CITY                 PIC X(15).
002760         10  ML-ZIP-CODE             PIC X(05).
002800     05  FILLER                      PIC X(12).
