001100*    DATE       INIT  DESCRIPTION                                *
001200*    ---------  ----  ----------------------------------------- *
001300*    2026-08-21 RLH   ORIGINAL.                                  *
001310*    2026-10-15 RLH   ADDED THE NEW RESIDENCE ADDRESS.  A MOVE   *
001320*                     IS NOW DRIVEN BY THE ADDRESS ON THE CARD,  *
001330*                     SO A RECORD CAN CARRY THE SAME OLD AND     *
001340*                     NEW PRECINCT WHEN THE VOTER MOVED WITHIN   *
001350*                     IT.  THE RECORD IS NOW 130 BYTES.          *
001400******************************************************************
001500 01  TRANSFER-RECORD.
001600     05  TR-VOTER-ID                 PIC X(10).
001900     05  TR-OLD-PRECINCT             PIC X(05).
002000     05  TR-NEW-PRECINCT             PIC X(05).
002100     05  TR-TRANSFER-DATE            PIC 9(08).
002110     05  TR-NEW-ADDRESS.
002120         10  TR-HOUSE-NUMBER         PIC 9(05).
002130         10  TR-STREET-NAME          PIC X(20).
002140         10  TR-UNIT                 PIC X(05).
002150         10  TR-CITY                 PIC X(15).
002160         10  TR-ZIP-CODE             PIC X(05).
002200     05  FILLER                      PIC X(14).
