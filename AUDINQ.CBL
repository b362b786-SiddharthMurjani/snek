002300*      COLS 47-51  PRECINCT CODE (BLANK = ALL)                      *
002400*      COL  52     RESULT TYPE - BLANK = ALL, E = ELIGIBLE,         *
002500*                  P = PRE-REGISTERED, A = ALREADY REGISTERED,      *
002600*                  T = PRECINCT TRANSFER OR ADDRESS CHANGE,         *
002610*                  N = EVERYTHING ELSE                              *
002700*                                                                   *
002800*    MODIFICATION HISTORY                                           *
002900*    DATE       INIT  DESCRIPTION                                  *
003191*                     CANNOT BE OPENED FAILS THE RUN - AN       *
003192*                     INCOMPLETE ANSWER TO A RECORDS REQUEST    *
003193*                     MUST NEVER LOOK COMPLETE.                 *
003194*    2026-10-15 RLH   RESULT TYPE "T" NOW ALSO SELECTS THE      *
003195*                     "ADDRESS CHANGE" MOVERS.                  *
003196*    2026-10-15 RLH   ADDED THE EFFECTIVE COLUMN - A             *
003197*                     REGISTRATION RECEIVED AFTER THE CLOSE OF   *
003198*                     BOOKS SHOWS "AFTER THE ELECTION".          *
003200*********************************************************************
003300*
003400 ENVIRONMENT DIVISION.
006300
006400 FD  RPT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  RPT-LINE                        PIC X(128).
006700*
006800 WORKING-STORAGE SECTION.
006900 77  WS-EOF-SW                       PIC X(01) VALUE "N".
009900     05  FILLER                      PIC X(02) VALUE SPACES.
010000     05  RPD-RESULT                  PIC X(40).
010100     05  FILLER                      PIC X(02) VALUE SPACES.
010150     05  RPD-EFFECTIVE               PIC X(18).
010200*
010300 PROCEDURE DIVISION.
010400*
021500     WRITE RPT-LINE
021600     MOVE "DATE     TIME      APPLICANT NAME" TO RPT-LINE
021700     MOVE "DOB       PRCNT  RESULT" TO RPT-LINE (52:)
021750     MOVE "EFFECTIVE" TO RPT-LINE (111:)
021800     WRITE RPT-LINE.
021900 1200-EXIT.
022000     EXIT.
026200*    2200-CHECK-RESULT-TYPE - MAP THE ONE-LETTER RESULT TYPE ON     *
026300*    THE SELECTION CARD TO THE RESULT TEXT ON THE AUDIT RECORD.     *
026400*    "N" MEANS EVERY RESULT THAT IS NOT ELIGIBLE, PRE-REGISTERED,   *
026500*    ALREADY REGISTERED OR A MOVER - THE TURN-AWAYS                 *
026510*    AND THE VERIFIES.                                              *
026600*********************************************************************
026700 2200-CHECK-RESULT-TYPE.
028000             END-IF
028010         WHEN "T"
028020             IF AU-RESULT NOT = "Precinct Transfer"
028025                 AND AU-RESULT NOT = "Address Change"
028030                 MOVE "N" TO WS-SELECT-SW
028040             END-IF
028100         WHEN "N"
028300                 OR AU-RESULT (1:14) = "Pre-Registered"
028400                 OR AU-RESULT = "Already Registered"
028410                 OR AU-RESULT = "Precinct Transfer"
028420                 OR AU-RESULT = "Address Change"
028500                 MOVE "N" TO WS-SELECT-SW
028600             END-IF
028700         WHEN OTHER
029800     MOVE AU-DOB TO RPD-DOB
029900     MOVE AU-PRECINCT-CODE TO RPD-PRECINCT
030000     MOVE AU-RESULT TO RPD-RESULT
030010     IF AU-EFFECTIVE-AFTER-ELECTION
030020         MOVE "AFTER THE ELECTION" TO RPD-EFFECTIVE
030030     ELSE
030040         MOVE SPACES TO RPD-EFFECTIVE
030050     END-IF
030100     MOVE SPACES TO RPT-LINE
030200     MOVE WS-RPT-DETAIL TO RPT-LINE
030300     WRITE RPT-LINE.
