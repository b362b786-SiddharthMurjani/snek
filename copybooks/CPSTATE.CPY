001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------  ----  ----------------------------------------- *
001600*    2026-08-21 RLH   ORIGINAL.                                  *
001610*    2026-10-15 RLH   ADDED THE EFFECTIVE DATE TO THE DETAIL -   *
001620*                     THE DETERMINATION DATE, OR THE DAY AFTER   *
001630*                     THE ELECTION FOR AN APPLICATION RECEIVED   *
001640*                     AFTER THE CLOSE OF BOOKS.                  *
001700******************************************************************
001800 01  STATE-SUB-HEADER.
001900     05  SH-RECORD-TYPE              PIC X(01).
003000         88  SB-DETERM-ELIGIBLE      VALUE "E".
003100         88  SB-DETERM-PREREG        VALUE "P".
003200     05  SB-DETERM-DATE              PIC 9(08).
003210     05  SB-EFFECTIVE-DATE           PIC 9(08).
003300     05  FILLER                      PIC X(19).
003400*
003500 01  STATE-SUB-TRAILER.
003600     05  ST-RECORD-TYPE              PIC X(01).
