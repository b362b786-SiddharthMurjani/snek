000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRECMNT.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  PRECINCT REFERENCE MAINTENANCE.  PRECREF IS      *
001000*    READ BY CHECKVOTERAGE, VOTPOST AND POLLBOOK BUT UNTIL NOW WAS  *
001100*    ONLY EVER CHANGED BY EDITING THE FLAT FILE.  THIS RUN ADDS,    *
001200*    CHANGES AND RETIRES PRECINCTS FROM ACTION CARDS (PRECACT),     *
001300*    ONE PER CARD.  EVERY ADD AND RETIREMENT CARRIES AN EFFECTIVE   *
001400*    DATE, KEPT ON THE ENTRY (CPPREC) - A PRECINCT ADDED AHEAD OF   *
001500*    A REDISTRICTING IS NOT OPEN UNTIL ITS DATE, AND A RETIRED ONE  *
001600*    STAYS IN FORCE UNTIL ITS DATE.  THE FILE IS LOADED, THE CARDS  *
001700*    APPLIED IN CORE, THE FILE AS IT STOOD IS COPIED TO PRECOLD,    *
001800*    AND PRECREF IS WRITTEN BACK WHOLE.  EVERY CARD AND ITS         *
001900*    OUTCOME, THEN THE WHOLE FILE AS IT NOW STANDS, ARE LISTED ON   *
002000*    THE MAINTENANCE REPORT (PRECMRPT).  RETIRING A PRECINCT DOES   *
002100*    NOT MOVE ITS VOTERS - THAT IS THE PRECRAL REALIGNMENT RUN.     *
002200*                                                                   *
002300*    ACTION CARD (PRECACT, 100 BYTES)                               *
002400*      COLS  1-8   ACTION - "ADD", "CHANGE" OR "RETIRE" (LEFT       *
002500*                  JUSTIFIED)                                       *
002600*      COLS  9-13  PRECINCT CODE                                    *
002700*      COLS 14-21  EFFECTIVE DATE YYYYMMDD (BLANK = RUN DATE).      *
002800*                  A CHANGE TAKES EFFECT WHEN IT IS RUN, SO ITS     *
002900*                  DATE MAY NOT BE LATER THAN THE RUN DATE          *
003000*      COLS 22-51  PRECINCT NAME                                    *
003100*      COLS 52-81  POLLING PLACE                                    *
003200*      COLS 82-86  DISTRICT                                         *
003300*                  ON A CHANGE CARD A BLANK NAME, POLLING PLACE OR  *
003400*                  DISTRICT IS LEFT AS IT IS.  AN ADD OF A RETIRED  *
003500*                  CODE REINSTATES IT.                              *
003600*                                                                   *
003700*    MODIFICATION HISTORY                                           *
003800*    DATE       INIT  DESCRIPTION                                  *
003900*    ---------  ----  ----------------------------------------- *
004000*    2026-10-15 RLH   ORIGINAL.                                  *
004010*    2026-10-15 RLH   A PRECREF THAT CANNOT BE REOPENED FOR THE  *
004020*                     PRECOLD COPY ENDS THE RUN UNCHANGED.       *
004100*********************************************************************
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACTION-FILE ASSIGN TO "PRECACT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ACTION-STATUS.
004900
005000     SELECT PREC-FILE ASSIGN TO "PRECREF"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PREC-STATUS.
005300
005400     SELECT PREC-OLD-FILE ASSIGN TO "PRECOLD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PREC-OLD-STATUS.
005700
005800     SELECT RPT-FILE ASSIGN TO "PRECMRPT"
005900         ORGANIZATION IS SEQUENTIAL.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACTION-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  PREC-ACTION-RECORD.
006600     05  PA-ACTION                   PIC X(08).
006700     05  PA-PRECINCT-CODE            PIC X(05).
006800     05  PA-EFF-DATE-X               PIC X(08).
006900     05  PA-EFF-DATE REDEFINES PA-EFF-DATE-X.
007000         10  PA-EFF-YYYY             PIC 9(04).
007100         10  PA-EFF-MM               PIC 9(02).
007200         10  PA-EFF-DD               PIC 9(02).
007300     05  PA-PRECINCT-NAME            PIC X(30).
007400     05  PA-POLLING-PLACE            PIC X(30).
007500     05  PA-DISTRICT                 PIC X(05).
007600     05  FILLER                      PIC X(14).
007700
007800 FD  PREC-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CPPREC.
008100
008200 FD  PREC-OLD-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  PREC-OLD-RECORD                 PIC X(80).
008500
008600 FD  RPT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  RPT-LINE                        PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100 77  WS-EOF-SW                       PIC X(01) VALUE "N".
009200     88  WS-EOF-YES                  VALUE "Y".
009300 77  WS-PREC-EOF-SW                  PIC X(01) VALUE "N".
009400     88  WS-PREC-EOF-YES             VALUE "Y".
009500 77  WS-ACTION-STATUS                PIC X(02).
009600 77  WS-PREC-STATUS                  PIC X(02).
009700 77  WS-PREC-OLD-STATUS              PIC X(02).
009800 77  WS-FOUND-SW                     PIC X(01).
009900     88  WS-FOUND-YES                VALUE "Y".
010000 77  WS-CARD-OK-SW                   PIC X(01).
010100     88  WS-CARD-OK                  VALUE "Y".
010200 77  WS-OLD-FILE-SW                  PIC X(01) VALUE "N".
010300     88  WS-OLD-FILE-LOADED          VALUE "Y".
010400
010500 77  WS-ACTION-COUNT                 PIC 9(06) COMP VALUE ZERO.
010600 77  WS-ADD-COUNT                    PIC 9(06) COMP VALUE ZERO.
010700 77  WS-CHANGE-COUNT                 PIC 9(06) COMP VALUE ZERO.
010800 77  WS-RETIRE-COUNT                 PIC 9(06) COMP VALUE ZERO.
010900 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
011000 77  WS-LOADED-COUNT                 PIC 9(06) COMP VALUE ZERO.
011100 77  WS-PREC-COUNT                   PIC 9(04) COMP VALUE ZERO.
011200 77  WS-PT-IDX                       PIC 9(04) COMP.
011300 77  WS-SEARCH-IDX                   PIC 9(04) COMP.
011400
011500 01  WS-RUN-DATE.
011600     05  WS-RUN-YYYY                 PIC 9(04).
011700     05  WS-RUN-MM                   PIC 9(02).
011800     05  WS-RUN-DD                   PIC 9(02).
011900 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
012000 01  WS-EFF-DATE-8                   PIC 9(08).
012100 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
012200*
012300*    THE WHOLE PRECINCT REFERENCE FILE IN CORE - THE SAME 200
012400*    ENTRIES CHECKVOTERAGE, VOTPOST AND POLLBOOK WILL LOAD.
012500 01  WS-PREC-TABLE.
012600     05  WS-PT-ENTRY OCCURS 1 TO 200 TIMES
012700         DEPENDING ON WS-PREC-COUNT.
012800         10  WS-PT-CODE              PIC X(05).
012900         10  WS-PT-NAME              PIC X(30).
013000         10  WS-PT-POLL-PLACE        PIC X(30).
013100         10  WS-PT-DISTRICT          PIC X(05).
013200         10  WS-PT-STATUS            PIC X(01).
013300             88  WS-PT-RETIRED       VALUE "R".
013400         10  WS-PT-EFF-DATE          PIC X(08).
013500         10  WS-PT-EFF-DATE-N REDEFINES WS-PT-EFF-DATE
013600                                     PIC 9(08).
013700*
013800 01  WS-DAYS-TABLE-VALUES            PIC X(24)
013900     VALUE "312831303130313130313031".
014000 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-VALUES.
014100     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
014200                                     PIC 9(02).
014300 77  WS-MAX-DAY                      PIC 9(02).
014400 77  WS-LEAP-REMAINDER               PIC 9(04) COMP.
014500 77  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
014600 77  WS-LEAP-SW                      PIC X(01).
014700     88  WS-LEAP-YEAR                VALUE "Y".
014800*
014900 01  WS-RPT-DETAIL.
015000     05  RPD-ACTION                  PIC X(08).
015100     05  FILLER                      PIC X(02) VALUE SPACES.
015200     05  RPD-PRECINCT                PIC X(05).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  RPD-EFF-DATE                PIC X(08).
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  RPD-NAME                    PIC X(30).
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  RPD-POLL-PLACE              PIC X(30).
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  RPD-DISTRICT                PIC X(05).
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  RPD-OUTCOME                 PIC X(30).
016300*
016400 PROCEDURE DIVISION.
016500*
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
016900         UNTIL WS-EOF-YES.
017000     PERFORM 8000-REWRITE-PRECREF THRU 8000-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     STOP RUN.
017300*
017400*********************************************************************
017500*    1000-INITIALIZE - OPEN THE ACTION CARDS (THEY MUST EXIST),      *
017600*    LOAD PRECREF INTO THE TABLE (NONE YET MEANS THE COUNTY'S        *
017700*    FIRST PRECINCTS ARE BEING ADDED), HEAD THE REPORT AND PRIME     *
017800*    THE READ.                                                       *
017900*********************************************************************
018000 1000-INITIALIZE.
018100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018200     OPEN INPUT ACTION-FILE
018300     IF WS-ACTION-STATUS NOT = "00"
018400         DISPLAY "PRECMNT ERROR - ACTION CARD FILE OPEN FAILED, "
018500             "STATUS " WS-ACTION-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF
018900     OPEN INPUT PREC-FILE
019000     EVALUATE WS-PREC-STATUS
019100         WHEN "00"
019200             MOVE "Y" TO WS-OLD-FILE-SW
019300             PERFORM 1100-LOAD-ONE-PRECREF THRU 1100-EXIT
019400                 UNTIL WS-PREC-EOF-YES
019500             CLOSE PREC-FILE
019600         WHEN "35"
019700             DISPLAY "PRECMNT WARNING - NO PRECINCT REFERENCE "
019800                 "FILE, A NEW ONE WILL BE BUILT"
019900         WHEN OTHER
020000             DISPLAY "PRECMNT ERROR - PRECINCT REFERENCE FILE "
020100                 "OPEN FAILED, STATUS " WS-PREC-STATUS
020200             MOVE 16 TO RETURN-CODE
020300             STOP RUN
020400     END-EVALUATE
020500     OPEN OUTPUT RPT-FILE
020600     MOVE SPACES TO RPT-LINE
020700     STRING "PRECINCT REFERENCE MAINTENANCE   RUN DATE "
020800         DELIMITED BY SIZE
020900         WS-RUN-YYYY DELIMITED BY SIZE
021000         "-" DELIMITED BY SIZE
021100         WS-RUN-MM DELIMITED BY SIZE
021200         "-" DELIMITED BY SIZE
021300         WS-RUN-DD DELIMITED BY SIZE
021400         INTO RPT-LINE
021500     WRITE RPT-LINE
021600     MOVE SPACES TO RPT-LINE
021700     WRITE RPT-LINE
021800     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
021900     PERFORM 2100-READ-ACTION THRU 2100-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200*
022300*    A FILE LONGER THAN THE TABLE CANNOT BE WRITTEN BACK WITHOUT
022400*    LOSING ENTRIES - STOP BEFORE ANYTHING IS TOUCHED.
022500 1100-LOAD-ONE-PRECREF.
022600     READ PREC-FILE
022700         AT END
022800             MOVE "Y" TO WS-PREC-EOF-SW
022900             GO TO 1100-EXIT
023000     END-READ
023100     IF WS-PREC-COUNT = 200
023200         DISPLAY "PRECMNT ERROR - PRECINCT REFERENCE FILE "
023300             "EXCEEDS 200 ENTRIES, NOTHING CHANGED"
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF
023700     ADD 1 TO WS-PREC-COUNT
023800     ADD 1 TO WS-LOADED-COUNT
023900     MOVE PF-PRECINCT-CODE TO WS-PT-CODE (WS-PREC-COUNT)
024000     MOVE PF-PRECINCT-NAME TO WS-PT-NAME (WS-PREC-COUNT)
024100     MOVE PF-POLLING-PLACE TO WS-PT-POLL-PLACE (WS-PREC-COUNT)
024200     MOVE PF-DISTRICT TO WS-PT-DISTRICT (WS-PREC-COUNT)
024300     MOVE PF-STATUS TO WS-PT-STATUS (WS-PREC-COUNT)
024400     MOVE PF-EFFECTIVE-DATE TO WS-PT-EFF-DATE (WS-PREC-COUNT).
024500 1100-EXIT.
024600     EXIT.
024700*
024800 1200-WRITE-HEADINGS.
024900     MOVE "ACTION    PRCNT  EFF DATE  PRECINCT NAME"
025000         TO RPT-LINE
025100     MOVE "POLLING PLACE                   DIST   OUTCOME"
025200         TO RPT-LINE (60:)
025300     WRITE RPT-LINE.
025400 1200-EXIT.
025500     EXIT.
025600*
025700*********************************************************************
025800*    2000-PROCESS-ACTION - CARRY OUT ONE ACTION CARD AND LIST THE    *
025900*    OUTCOME ON THE MAINTENANCE REPORT.                              *
026000*********************************************************************
026100 2000-PROCESS-ACTION.
026200     MOVE PA-ACTION TO RPD-ACTION
026300     MOVE PA-PRECINCT-CODE TO RPD-PRECINCT
026400     MOVE PA-EFF-DATE-X TO RPD-EFF-DATE
026500     MOVE PA-PRECINCT-NAME TO RPD-NAME
026600     MOVE PA-POLLING-PLACE TO RPD-POLL-PLACE
026700     MOVE PA-DISTRICT TO RPD-DISTRICT
026800     MOVE SPACES TO RPD-OUTCOME
026900     PERFORM 2050-EDIT-CARD THRU 2050-EXIT
027000     IF NOT WS-CARD-OK
027100         ADD 1 TO WS-ERROR-COUNT
027200         PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT
027300         PERFORM 2100-READ-ACTION THRU 2100-EXIT
027400         GO TO 2000-EXIT
027500     END-IF
027600     MOVE WS-EFF-DATE-8 TO RPD-EFF-DATE
027700     PERFORM 2200-FIND-PRECINCT THRU 2200-EXIT
027800     EVALUATE PA-ACTION
027900         WHEN "ADD"
028000             PERFORM 3000-ADD-PRECINCT THRU 3000-EXIT
028100         WHEN "CHANGE"
028200             PERFORM 4000-CHANGE-PRECINCT THRU 4000-EXIT
028300         WHEN "RETIRE"
028400             PERFORM 5000-RETIRE-PRECINCT THRU 5000-EXIT
028500     END-EVALUATE
028600     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT
028700     PERFORM 2100-READ-ACTION THRU 2100-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000*
029100*********************************************************************
029200*    2050-EDIT-CARD - A KNOWN ACTION, A PRECINCT CODE, AND AN        *
029300*    EFFECTIVE DATE THAT IS A REAL CALENDAR DATE (BLANK TAKES THE    *
029400*    RUN DATE).                                                      *
029500*********************************************************************
029600 2050-EDIT-CARD.
029700     MOVE "N" TO WS-CARD-OK-SW
029800     IF PA-ACTION NOT = "ADD" AND PA-ACTION NOT = "CHANGE"
029900         AND PA-ACTION NOT = "RETIRE"
030000         MOVE "UNKNOWN ACTION - CARD IGNORED" TO RPD-OUTCOME
030100         GO TO 2050-EXIT
030200     END-IF
030300     IF PA-PRECINCT-CODE = SPACES
030400         MOVE "NO PRECINCT CODE" TO RPD-OUTCOME
030500         GO TO 2050-EXIT
030600     END-IF
030700     IF PA-EFF-DATE-X = SPACES
030800         MOVE WS-RUN-DATE-8 TO WS-EFF-DATE-8
030900         MOVE "Y" TO WS-CARD-OK-SW
031000         GO TO 2050-EXIT
031100     END-IF
031200     IF PA-EFF-DATE-X NOT NUMERIC
031300         OR PA-EFF-MM < 01 OR PA-EFF-MM > 12
031400         MOVE "BAD EFFECTIVE DATE" TO RPD-OUTCOME
031500         GO TO 2050-EXIT
031600     END-IF
031700     MOVE WS-DAYS-IN-MONTH (PA-EFF-MM) TO WS-MAX-DAY
031800     IF PA-EFF-MM = 02
031900         PERFORM 2060-CHECK-LEAP-YEAR THRU 2060-EXIT
032000         IF WS-LEAP-YEAR
032100             MOVE 29 TO WS-MAX-DAY
032200         END-IF
032300     END-IF
032400     IF PA-EFF-DD < 01 OR PA-EFF-DD > WS-MAX-DAY
032500         MOVE "BAD EFFECTIVE DATE" TO RPD-OUTCOME
032600         GO TO 2050-EXIT
032700     END-IF
032800     MOVE PA-EFF-DATE TO WS-EFF-DATE-8
032900     MOVE "Y" TO WS-CARD-OK-SW.
033000 2050-EXIT.
033100     EXIT.
033200*
033300 2060-CHECK-LEAP-YEAR.
033400     MOVE "N" TO WS-LEAP-SW
033500     DIVIDE PA-EFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
033600         REMAINDER WS-LEAP-REMAINDER
033700     IF WS-LEAP-REMAINDER = ZERO
033800         MOVE "Y" TO WS-LEAP-SW
033900         DIVIDE PA-EFF-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
034000             REMAINDER WS-LEAP-REMAINDER
034100         IF WS-LEAP-REMAINDER = ZERO
034200             DIVIDE PA-EFF-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
034300                 REMAINDER WS-LEAP-REMAINDER
034400             IF WS-LEAP-REMAINDER NOT = ZERO
034500                 MOVE "N" TO WS-LEAP-SW
034600             END-IF
034700         END-IF
034800     END-IF.
034900 2060-EXIT.
035000     EXIT.
035100*
035200 2100-READ-ACTION.
035300     READ ACTION-FILE
035400         AT END MOVE "Y" TO WS-EOF-SW
035500         NOT AT END ADD 1 TO WS-ACTION-COUNT
035600     END-READ.
035700 2100-EXIT.
035800     EXIT.
035900*
036000*    LEAVES WS-PT-IDX ON THE ENTRY FOR THE CARD'S PRECINCT CODE.
036100 2200-FIND-PRECINCT.
036200     MOVE "N" TO WS-FOUND-SW
036300     PERFORM 2210-MATCH-PRECINCT THRU 2210-EXIT
036400         VARYING WS-SEARCH-IDX FROM 1 BY 1
036500         UNTIL WS-SEARCH-IDX > WS-PREC-COUNT
036600            OR WS-FOUND-YES.
036700 2200-EXIT.
036800     EXIT.
036900*
037000 2210-MATCH-PRECINCT.
037100     IF WS-PT-CODE (WS-SEARCH-IDX) = PA-PRECINCT-CODE
037200         MOVE "Y" TO WS-FOUND-SW
037300         MOVE WS-SEARCH-IDX TO WS-PT-IDX
037400     END-IF.
037500 2210-EXIT.
037600     EXIT.
037700*
037800 2300-WRITE-REPORT-LINE.
037900     MOVE SPACES TO RPT-LINE
038000     MOVE WS-RPT-DETAIL TO RPT-LINE
038100     WRITE RPT-LINE.
038200 2300-EXIT.
038300     EXIT.
038400*
038500*********************************************************************
038600*    3000-ADD-PRECINCT - A NEW CODE GOES ON THE END OF THE TABLE.    *
038700*    A CODE ALREADY ON FILE AND NOT RETIRED IS REFUSED; A RETIRED    *
038800*    CODE IS REINSTATED IN PLACE UNDER THE CARD'S DETAILS.  THE      *
038900*    PRECINCT OPENS ON THE EFFECTIVE DATE.                           *
039000*********************************************************************
039100 3000-ADD-PRECINCT.
039200     IF PA-PRECINCT-NAME = SPACES
039300         ADD 1 TO WS-ERROR-COUNT
039400         MOVE "NO PRECINCT NAME" TO RPD-OUTCOME
039500         GO TO 3000-EXIT
039600     END-IF
039700     IF WS-FOUND-YES
039800         IF NOT WS-PT-RETIRED (WS-PT-IDX)
039900             ADD 1 TO WS-ERROR-COUNT
040000             MOVE "ALREADY ON FILE" TO RPD-OUTCOME
040100             GO TO 3000-EXIT
040200         END-IF
040300         MOVE "REINSTATED" TO RPD-OUTCOME
040400     ELSE
040500         IF WS-PREC-COUNT = 200
040600             ADD 1 TO WS-ERROR-COUNT
040700             MOVE "TABLE FULL - 200 PRECINCTS" TO RPD-OUTCOME
040800             GO TO 3000-EXIT
040900         END-IF
041000         ADD 1 TO WS-PREC-COUNT
041100         MOVE WS-PREC-COUNT TO WS-PT-IDX
041200         MOVE PA-PRECINCT-CODE TO WS-PT-CODE (WS-PT-IDX)
041300         MOVE "ADDED" TO RPD-OUTCOME
041400     END-IF
041500     MOVE PA-PRECINCT-NAME TO WS-PT-NAME (WS-PT-IDX)
041600     MOVE PA-POLLING-PLACE TO WS-PT-POLL-PLACE (WS-PT-IDX)
041700     MOVE PA-DISTRICT TO WS-PT-DISTRICT (WS-PT-IDX)
041800     MOVE "A" TO WS-PT-STATUS (WS-PT-IDX)
041900     MOVE WS-EFF-DATE-8 TO WS-PT-EFF-DATE-N (WS-PT-IDX)
042000     ADD 1 TO WS-ADD-COUNT.
042100 3000-EXIT.
042200     EXIT.
042300*
042400*********************************************************************
042500*    4000-CHANGE-PRECINCT - NEW NAME, POLLING PLACE OR DISTRICT      *
042600*    FOR A PRECINCT STILL ON THE BOOKS.  THE FILE HOLDS ONE IMAGE    *
042700*    OF EACH PRECINCT, SO A CHANGE DATED AFTER TODAY WOULD PRINT     *
042800*    ON POLL BOOKS AND MAILERS EARLY - IT IS REFUSED, TO BE RUN ON   *
042900*    OR AFTER ITS DATE.  STATUS AND EFFECTIVE DATE ARE UNTOUCHED.    *
043000*********************************************************************
043100 4000-CHANGE-PRECINCT.
043200     IF NOT WS-FOUND-YES
043300         ADD 1 TO WS-ERROR-COUNT
043400         MOVE "NOT ON FILE" TO RPD-OUTCOME
043500         GO TO 4000-EXIT
043600     END-IF
043700     IF WS-PT-RETIRED (WS-PT-IDX)
043800         ADD 1 TO WS-ERROR-COUNT
043900         MOVE "PRECINCT RETIRED" TO RPD-OUTCOME
044000         GO TO 4000-EXIT
044100     END-IF
044200     IF WS-EFF-DATE-8 > WS-RUN-DATE-8
044300         ADD 1 TO WS-ERROR-COUNT
044400         MOVE "DATED AHEAD - RUN ON ITS DATE" TO RPD-OUTCOME
044500         GO TO 4000-EXIT
044600     END-IF
044700     IF PA-PRECINCT-NAME = SPACES AND PA-POLLING-PLACE = SPACES
044800         AND PA-DISTRICT = SPACES
044900         ADD 1 TO WS-ERROR-COUNT
045000         MOVE "NOTHING CHANGED" TO RPD-OUTCOME
045100         GO TO 4000-EXIT
045200     END-IF
045300     IF PA-PRECINCT-NAME NOT = SPACES
045400         MOVE PA-PRECINCT-NAME TO WS-PT-NAME (WS-PT-IDX)
045500     END-IF
045600     IF PA-POLLING-PLACE NOT = SPACES
045700         MOVE PA-POLLING-PLACE TO WS-PT-POLL-PLACE (WS-PT-IDX)
045800     END-IF
045900     IF PA-DISTRICT NOT = SPACES
046000         MOVE PA-DISTRICT TO WS-PT-DISTRICT (WS-PT-IDX)
046100     END-IF
046200     MOVE WS-PT-NAME (WS-PT-IDX) TO RPD-NAME
046300     MOVE WS-PT-POLL-PLACE (WS-PT-IDX) TO RPD-POLL-PLACE
046400     MOVE WS-PT-DISTRICT (WS-PT-IDX) TO RPD-DISTRICT
046500     ADD 1 TO WS-CHANGE-COUNT
046600     MOVE "CHANGED" TO RPD-OUTCOME.
046700 4000-EXIT.
046800     EXIT.
046900*
047000*********************************************************************
047100*    5000-RETIRE-PRECINCT - THE PRECINCT STAYS ON THE FILE (ITS      *
047200*    NAME STILL PRINTS AGAINST OLD HISTORY) BUT STOPS VALIDATING     *
047300*    APPLICANTS FROM THE EFFECTIVE DATE.  ITS VOTERS ARE MOVED BY    *
047400*    THE PRECRAL REALIGNMENT RUN.                                    *
047500*********************************************************************
047600 5000-RETIRE-PRECINCT.
047700     IF NOT WS-FOUND-YES
047800         ADD 1 TO WS-ERROR-COUNT
047900         MOVE "NOT ON FILE" TO RPD-OUTCOME
048000         GO TO 5000-EXIT
048100     END-IF
048200     IF WS-PT-RETIRED (WS-PT-IDX)
048300         ADD 1 TO WS-ERROR-COUNT
048400         MOVE "ALREADY RETIRED" TO RPD-OUTCOME
048500         GO TO 5000-EXIT
048600     END-IF
048700     MOVE "R" TO WS-PT-STATUS (WS-PT-IDX)
048800     MOVE WS-EFF-DATE-8 TO WS-PT-EFF-DATE-N (WS-PT-IDX)
048900     MOVE WS-PT-NAME (WS-PT-IDX) TO RPD-NAME
049000     MOVE WS-PT-POLL-PLACE (WS-PT-IDX) TO RPD-POLL-PLACE
049100     MOVE WS-PT-DISTRICT (WS-PT-IDX) TO RPD-DISTRICT
049200     ADD 1 TO WS-RETIRE-COUNT
049300     MOVE "RETIRED - REALIGN ITS VOTERS" TO RPD-OUTCOME.
049400 5000-EXIT.
049500     EXIT.
049600*
049700*********************************************************************
049800*    8000-REWRITE-PRECREF - ONLY WHEN SOMETHING WAS APPLIED.  THE    *
049900*    FILE AS IT STOOD IS COPIED TO PRECOLD FIRST, SO A BAD DECK      *
050000*    CAN BE BACKED OUT BY COPYING IT BACK.  THEN THE WHOLE FILE IS   *
050100*    WRITTEN FROM THE TABLE AND LISTED ON THE REPORT.                *
050200*********************************************************************
050300 8000-REWRITE-PRECREF.
050400     IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-RETIRE-COUNT = ZERO
050500         GO TO 8000-EXIT
050600     END-IF
050700     IF WS-OLD-FILE-LOADED
050800         PERFORM 8100-SAVE-OLD-PRECREF THRU 8100-EXIT
050900     END-IF
051000     OPEN OUTPUT PREC-FILE
051100     IF WS-PREC-STATUS NOT = "00"
051200         DISPLAY "PRECMNT ERROR - PRECINCT REFERENCE FILE "
051300             "OUTPUT OPEN FAILED, STATUS " WS-PREC-STATUS
051400             " - RESTORE PRECREF FROM PRECOLD"
051500         MOVE 16 TO RETURN-CODE
051600         STOP RUN
051700     END-IF
051800     MOVE SPACES TO RPT-LINE
051900     WRITE RPT-LINE
052000     MOVE "PRECINCT REFERENCE FILE AS NOW WRITTEN" TO RPT-LINE
052100     WRITE RPT-LINE
052200     MOVE SPACES TO RPT-LINE
052300     WRITE RPT-LINE
052400     MOVE "STATUS    PRCNT  EFF DATE  PRECINCT NAME"
052500         TO RPT-LINE
052600     MOVE "POLLING PLACE                   DIST   IN FORCE"
052700         TO RPT-LINE (60:)
052800     WRITE RPT-LINE
052900     PERFORM 8200-WRITE-ONE-PRECREF THRU 8200-EXIT
053000         VARYING WS-PT-IDX FROM 1 BY 1
053100         UNTIL WS-PT-IDX > WS-PREC-COUNT
053200     CLOSE PREC-FILE.
053300 8000-EXIT.
053400     EXIT.
053500*
053600 8100-SAVE-OLD-PRECREF.
053700     MOVE "N" TO WS-PREC-EOF-SW
053800     OPEN INPUT PREC-FILE
053810     IF WS-PREC-STATUS NOT = "00"
053820         DISPLAY "PRECMNT ERROR - PRECREF REOPEN FAILED, STATUS "
053830             WS-PREC-STATUS ", PRECREF NOT CHANGED"
053840         MOVE 16 TO RETURN-CODE
053850         STOP RUN
053860     END-IF
053900     OPEN OUTPUT PREC-OLD-FILE
054000     IF WS-PREC-OLD-STATUS NOT = "00"
054100         DISPLAY "PRECMNT ERROR - PRECOLD OPEN FAILED, STATUS "
054200             WS-PREC-OLD-STATUS ", PRECREF NOT CHANGED"
054300         MOVE 16 TO RETURN-CODE
054400         STOP RUN
054500     END-IF
054600     PERFORM 8110-COPY-ONE-OLD THRU 8110-EXIT
054700         UNTIL WS-PREC-EOF-YES
054800     CLOSE PREC-FILE
054900     CLOSE PREC-OLD-FILE.
055000 8100-EXIT.
055100     EXIT.
055200*
055300 8110-COPY-ONE-OLD.
055400     READ PREC-FILE
055500         AT END MOVE "Y" TO WS-PREC-EOF-SW
055600         NOT AT END WRITE PREC-OLD-RECORD FROM PRECINCT-REF-RECORD
055700     END-READ.
055800 8110-EXIT.
055900     EXIT.
056000*
056100 8200-WRITE-ONE-PRECREF.
056200     MOVE SPACES TO PRECINCT-REF-RECORD
056300     MOVE WS-PT-CODE (WS-PT-IDX) TO PF-PRECINCT-CODE
056400     MOVE WS-PT-NAME (WS-PT-IDX) TO PF-PRECINCT-NAME
056500     MOVE WS-PT-POLL-PLACE (WS-PT-IDX) TO PF-POLLING-PLACE
056600     MOVE WS-PT-DISTRICT (WS-PT-IDX) TO PF-DISTRICT
056700     MOVE WS-PT-STATUS (WS-PT-IDX) TO PF-STATUS
056800     MOVE WS-PT-EFF-DATE (WS-PT-IDX) TO PF-EFFECTIVE-DATE
056900     WRITE PRECINCT-REF-RECORD
057000     IF PF-STATUS-RETIRED
057100         MOVE "RETIRED" TO RPD-ACTION
057200     ELSE
057300         MOVE "ACTIVE" TO RPD-ACTION
057400     END-IF
057500     MOVE PF-PRECINCT-CODE TO RPD-PRECINCT
057600     MOVE PF-EFFECTIVE-DATE TO RPD-EFF-DATE
057700     MOVE PF-PRECINCT-NAME TO RPD-NAME
057800     MOVE PF-POLLING-PLACE TO RPD-POLL-PLACE
057900     MOVE PF-DISTRICT TO RPD-DISTRICT
058000     MOVE "YES" TO RPD-OUTCOME
058100     IF PF-EFFECTIVE-DATE NUMERIC
058200         AND PF-EFFECTIVE-DATE-N > WS-RUN-DATE-8
058300         IF PF-STATUS-RETIRED
058400             MOVE "YES - UNTIL EFFECTIVE DATE" TO RPD-OUTCOME
058500         ELSE
058600             MOVE "NO - OPENS ON EFFECTIVE DATE" TO RPD-OUTCOME
058700         END-IF
058800     ELSE
058900         IF PF-STATUS-RETIRED
059000             MOVE "NO" TO RPD-OUTCOME
059100         END-IF
059200     END-IF
059300     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
059400 8200-EXIT.
059500     EXIT.
059600*
059700*********************************************************************
059800*    9000-TERMINATE - TOTAL THE ACTIONS AND CLOSE OUT.  ANY          *
059900*    ERRORED CARD LEAVES RETURN CODE 4 SO THE SCHEDULER FLAGS THE    *
060000*    RUN FOR REVIEW.                                                 *
060100*********************************************************************
060200 9000-TERMINATE.
060300     MOVE SPACES TO RPT-LINE
060400     WRITE RPT-LINE
060500     MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
060600     MOVE SPACES TO RPT-LINE
060700     STRING "PRECINCTS ON FILE BEFORE. . . : " DELIMITED BY SIZE
060800         WS-COUNT-DISPLAY DELIMITED BY SIZE
060900         INTO RPT-LINE
061000     WRITE RPT-LINE
061100     MOVE WS-ACTION-COUNT TO WS-COUNT-DISPLAY
061200     MOVE SPACES TO RPT-LINE
061300     STRING "ACTION CARDS READ . . . . . . : " DELIMITED BY SIZE
061400         WS-COUNT-DISPLAY DELIMITED BY SIZE
061500         INTO RPT-LINE
061600     WRITE RPT-LINE
061700     MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY
061800     MOVE SPACES TO RPT-LINE
061900     STRING "ADDED OR REINSTATED . . . . . : " DELIMITED BY SIZE
062000         WS-COUNT-DISPLAY DELIMITED BY SIZE
062100         INTO RPT-LINE
062200     WRITE RPT-LINE
062300     MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
062400     MOVE SPACES TO RPT-LINE
062500     STRING "CHANGED . . . . . . . . . . . : " DELIMITED BY SIZE
062600         WS-COUNT-DISPLAY DELIMITED BY SIZE
062700         INTO RPT-LINE
062800     WRITE RPT-LINE
062900     MOVE WS-RETIRE-COUNT TO WS-COUNT-DISPLAY
063000     MOVE SPACES TO RPT-LINE
063100     STRING "RETIRED . . . . . . . . . . . : " DELIMITED BY SIZE
063200         WS-COUNT-DISPLAY DELIMITED BY SIZE
063300         INTO RPT-LINE
063400     WRITE RPT-LINE
063500     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
063600     MOVE SPACES TO RPT-LINE
063700     STRING "CARDS IN ERROR. . . . . . . . : " DELIMITED BY SIZE
063800         WS-COUNT-DISPLAY DELIMITED BY SIZE
063900         INTO RPT-LINE
064000     WRITE RPT-LINE
064100     MOVE WS-PREC-COUNT TO WS-COUNT-DISPLAY
064200     MOVE SPACES TO RPT-LINE
064300     STRING "PRECINCTS ON FILE AFTER . . . : " DELIMITED BY SIZE
064400         WS-COUNT-DISPLAY DELIMITED BY SIZE
064500         INTO RPT-LINE
064600     WRITE RPT-LINE
064700     DISPLAY "PRECMNT - ACTIONS READ. . . : " WS-ACTION-COUNT
064800     DISPLAY "PRECMNT - ADDED . . . . . . : " WS-ADD-COUNT
064900     DISPLAY "PRECMNT - CHANGED . . . . . : " WS-CHANGE-COUNT
065000     DISPLAY "PRECMNT - RETIRED . . . . . : " WS-RETIRE-COUNT
065100     DISPLAY "PRECMNT - ERRORS. . . . . . : " WS-ERROR-COUNT
065200     IF WS-ERROR-COUNT > ZERO
065300         MOVE 4 TO RETURN-CODE
065400     END-IF
065500     CLOSE ACTION-FILE
065600     CLOSE RPT-FILE.
065700 9000-EXIT.
065800     EXIT.
