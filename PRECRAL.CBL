000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRECRAL.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  PRECINCT REALIGNMENT.  WHEN THE COUNTY REDRAWS   *
001000*    PRECINCT LINES THE MASTER STILL HOLDS THE OLD CODES.  THIS     *
001100*    RUN READS THE CROSSWALK FILE (XWALK, CPXWALK LAYOUT) AND       *
001200*    MAKES ONE PASS DOWN THE VOTER MASTER, MOVING EVERY RECORD      *
001300*    OUT OF A SPLIT, MERGED OR RETIRED PRECINCT - BY STREET RANGE   *
001400*    AGAINST THE RESIDENCE ADDRESS FOR A SPLIT, WHOLESALE FOR A     *
001500*    MERGE OR RETIREMENT.  CANCELLED AND PENDING RECORDS MOVE TOO,  *
001600*    SO THE OLD PRECINCT EMPTIES.  ONLY THE PRECINCT CODE CHANGES - *
001700*    THE KEY, VOTER ID AND STATUS STAY AS THEY ARE.                 *
001800*                                                                   *
001900*    THE CROSSWALK IS PROVEN BEFORE THE MASTER IS OPENED - EVERY    *
002000*    NEW PRECINCT MUST BE ON PRECREF AND IN FORCE, AND NO NEW       *
002100*    PRECINCT MAY ITSELF BE REALIGNED (SO A RERUN AFTER A FAILURE   *
002200*    CANNOT MOVE A VOTER TWICE).  A CROSSWALK WITH ANY ERROR MOVES  *
002300*    NOBODY.                                                        *
002400*                                                                   *
002500*    THE REPORT (PRECRRPT) LISTS EVERY VOTER THE CROSSWALK COULD    *
002600*    NOT PLACE - AN ADDRESS IN A SPLIT PRECINCT NO RANGE COVERS,    *
002700*    OR A VOTER LEFT IN A RETIRED PRECINCT - THEN THE BEFORE AND    *
002800*    AFTER COUNTS, MOVED OUT AND MOVED IN, FOR EVERY PRECINCT.      *
002900*    THE PER-PRECINCT MOVEMENT GOES TO THE REALIGNMENT TOTALS FILE  *
003000*    (REALTOT, CPREALT LAYOUT) SO THE NIGHTLY VOTBKUP RECONCILES    *
003100*    THE MASS MOVE INSTEAD OF FAILING ON IT.                        *
003200*                                                                   *
003300*    MODIFICATION HISTORY                                           *
003400*    DATE       INIT  DESCRIPTION                                  *
003500*    ---------  ----  ----------------------------------------- *
003600*    2026-10-15 RLH   ORIGINAL.                                  *
003610*    2026-10-15 RLH   EVERY VOTER MOVED IS APPENDED TO THE       *
003620*                     MASTER CHANGE JOURNAL (VOTJRNL, CPJRNL)    *
003630*                     WITH THE RECORD BEFORE AND AFTER.          *
003640*    2026-10-15 RLH   A REWRITE OR JOURNAL FAILURE PART-WAY NOW  *
003650*                     WRITES THE MOVES SO FAR TO REALTOT BEFORE  *
003660*                     STOPPING, SO THE SAME-DAY RERUN ADDS TO    *
003670*                     THEM.  THE REALTOT WRITE IS CHECKED.       *
003700*********************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT XWALK-FILE ASSIGN TO "XWALK"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-XWALK-STATUS.
004500
004600     SELECT PREC-FILE ASSIGN TO "PRECREF"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PREC-STATUS.
004900
005000     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS MR-VOTER-KEY
005400         ALTERNATE RECORD KEY IS MR-VOTER-ID
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-MASTER-STATUS.
005700
005800     SELECT REALTOT-FILE ASSIGN TO "REALTOT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-REALTOT-STATUS.
006100
006200     SELECT RPT-FILE ASSIGN TO "PRECRRPT"
006300         ORGANIZATION IS SEQUENTIAL.
006310
006320     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
006330         ORGANIZATION IS SEQUENTIAL
006340         FILE STATUS IS WS-JOURNAL-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  XWALK-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CPXWALK.
007000
007100 FD  PREC-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CPPREC.
007400
007500 FD  MASTER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CPMASTER.
007800
007900 FD  REALTOT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CPREALT.
008200
008300 FD  RPT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-LINE                        PIC X(132).
008510
008520 FD  JOURNAL-FILE
008530     LABEL RECORDS ARE STANDARD.
008540     COPY CPJRNL.
008600*
008700 WORKING-STORAGE SECTION.
008800 77  WS-XWALK-EOF-SW                 PIC X(01) VALUE "N".
008900     88  WS-XWALK-EOF-YES            VALUE "Y".
009000 77  WS-PREC-EOF-SW                  PIC X(01) VALUE "N".
009100     88  WS-PREC-EOF-YES             VALUE "Y".
009200 77  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
009300     88  WS-MASTER-EOF-YES           VALUE "Y".
009400 77  WS-XWALK-STATUS                 PIC X(02).
009500 77  WS-PREC-STATUS                  PIC X(02).
009600 77  WS-MASTER-STATUS                PIC X(02).
009700 77  WS-REALTOT-STATUS               PIC X(02).
009710 77  WS-JOURNAL-STATUS               PIC X(02).
009800 77  WS-FOUND-SW                     PIC X(01).
009900     88  WS-FOUND-YES                VALUE "Y".
010000 77  WS-RANGE-FOUND-SW               PIC X(01).
010100     88  WS-RANGE-FOUND              VALUE "Y".
010200 77  WS-HAS-XWALK-SW                 PIC X(01).
010300     88  WS-HAS-XWALK                VALUE "Y".
010400 77  WS-REALTOT-TODAY-SW             PIC X(01) VALUE "N".
010500     88  WS-REALTOT-TODAY            VALUE "Y".
010600
010700 77  WS-XW-COUNT                     PIC 9(04) COMP VALUE ZERO.
010800 77  WS-XW-IDX                       PIC 9(04) COMP.
010900 77  WS-XW-CHAIN-IDX                 PIC 9(04) COMP.
011000 77  WS-XW-ERROR-COUNT               PIC 9(06) COMP VALUE ZERO.
011100 77  WS-PREC-COUNT                   PIC 9(04) COMP VALUE ZERO.
011200 77  WS-PR-IDX                       PIC 9(04) COMP.
011300 77  WS-PC-COUNT                     PIC 9(04) COMP VALUE ZERO.
011400 77  WS-PC-IDX                       PIC 9(04) COMP.
011500 77  WS-SEARCH-IDX                   PIC 9(04) COMP.
011600 77  WS-OLD-PC-IDX                   PIC 9(04) COMP.
011700 77  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
011800 77  WS-MOVED-COUNT                  PIC 9(08) COMP VALUE ZERO.
011900 77  WS-EXCEPTION-COUNT              PIC 9(08) COMP VALUE ZERO.
012000 77  WS-BEFORE-TOTAL                 PIC 9(08) COMP VALUE ZERO.
012100 77  WS-AFTER-TOTAL                  PIC 9(08) COMP VALUE ZERO.
012200 77  WS-REALTOT-COUNT                PIC 9(06) COMP VALUE ZERO.
012300 77  WS-HOUSE-QUOTIENT               PIC 9(05) COMP.
012400 77  WS-HOUSE-REMAINDER              PIC 9(01) COMP.
012500
012600 01  WS-RUN-DATE.
012700     05  WS-RUN-YYYY                 PIC 9(04).
012800     05  WS-RUN-MM                   PIC 9(02).
012900     05  WS-RUN-DD                   PIC 9(02).
013000 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
013010 01  WS-RUN-TIME                     PIC 9(08).
013020 01  WS-BEFORE-IMAGE                 PIC X(140).
013100 01  WS-COUNT-DISPLAY                PIC ZZZZZZZ9.
013200 01  WS-LOOKUP-PRECINCT              PIC X(05).
013300 01  WS-NEW-PRECINCT                 PIC X(05).
013400 01  WS-CATCHALL-PRECINCT            PIC X(05).
013500 01  WS-XW-ERROR-TEXT                PIC X(40).
013600*
013700*    THE CROSSWALK, PROVEN AND HELD IN CORE.
013800 01  WS-XWALK-TABLE.
013900     05  WS-XW-ENTRY OCCURS 1 TO 3000 TIMES
014000         DEPENDING ON WS-XW-COUNT.
014100         10  WS-XW-OLD               PIC X(05).
014200         10  WS-XW-NEW               PIC X(05).
014300         10  WS-XW-STREET            PIC X(20).
014400         10  WS-XW-LOW               PIC 9(05).
014500         10  WS-XW-HIGH              PIC 9(05).
014600         10  WS-XW-SIDE              PIC X(01).
014700             88  WS-XW-ODD-ONLY      VALUE "O".
014800             88  WS-XW-EVEN-ONLY     VALUE "E".
014900*
015000*    THE PRECINCT REFERENCE FILE - CODE AND WHETHER IT IS IN
015100*    FORCE TODAY.
015200 01  WS-PRECREF-TABLE.
015300     05  WS-PRECREF-ENTRY OCCURS 1 TO 200 TIMES
015400         DEPENDING ON WS-PREC-COUNT.
015500         10  WS-PR-CODE              PIC X(05).
015600         10  WS-PR-IN-FORCE-SW       PIC X(01).
015700             88  WS-PR-IN-FORCE      VALUE "Y".
015800*
015900*    RECORD COUNTS BY PRECINCT, BEFORE AND AFTER THE MOVE.
016000 01  WS-COUNT-TABLE.
016100     05  WS-PC-ENTRY OCCURS 1 TO 200 TIMES
016200         DEPENDING ON WS-PC-COUNT.
016300         10  WS-PC-CODE              PIC X(05).
016400         10  WS-PC-BEFORE            PIC 9(08) COMP.
016500         10  WS-PC-OUT               PIC 9(08) COMP.
016600         10  WS-PC-IN                PIC 9(08) COMP.
016700         10  WS-PC-AFTER             PIC 9(08) COMP.
016800*
016900 01  WS-EXCEPTION-DETAIL.
017000     05  RXD-VOTER-ID                PIC X(10).
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  RXD-VOTER-NAME              PIC X(30).
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  RXD-PRECINCT                PIC X(05).
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  RXD-STATUS                  PIC X(01).
017700     05  FILLER                      PIC X(02) VALUE SPACES.
017800     05  RXD-HOUSE-NUMBER            PIC X(05).
017900     05  FILLER                      PIC X(01) VALUE SPACES.
018000     05  RXD-STREET                  PIC X(20).
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  RXD-REASON                  PIC X(40).
018300*
018400 01  WS-COUNT-DETAIL.
018500     05  RCD-PRECINCT                PIC X(05).
018600     05  FILLER                      PIC X(04) VALUE SPACES.
018700     05  RCD-BEFORE                  PIC ZZZZZZZ9.
018800     05  FILLER                      PIC X(04) VALUE SPACES.
018900     05  RCD-OUT                     PIC ZZZZZZZ9.
019000     05  FILLER                      PIC X(04) VALUE SPACES.
019100     05  RCD-IN                      PIC ZZZZZZZ9.
019200     05  FILLER                      PIC X(04) VALUE SPACES.
019300     05  RCD-AFTER                   PIC ZZZZZZZ9.
019400*
019500 PROCEDURE DIVISION.
019600*
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-REALIGN-ONE THRU 2000-EXIT
020000         UNTIL WS-MASTER-EOF-YES.
020100     PERFORM 3000-REPORT-COUNTS THRU 3000-EXIT.
020200     PERFORM 4000-WRITE-REALTOT THRU 4000-EXIT.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020400     STOP RUN.
020500*
020600*********************************************************************
020700*    1000-INITIALIZE - LOAD PRECREF (IT MUST EXIST - THE NEW        *
020800*    PRECINCTS ARE PROVEN AGAINST IT), LOAD AND PROVE THE            *
020900*    CROSSWALK, AND ONLY THEN OPEN THE MASTER FOR UPDATE AND THE     *
020910*    CHANGE JOURNAL FOR APPEND.                                      *
021000*********************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021210     ACCEPT WS-RUN-TIME FROM TIME
021300     OPEN OUTPUT RPT-FILE
021400     MOVE SPACES TO RPT-LINE
021500     STRING "PRECINCT REALIGNMENT   RUN DATE " DELIMITED BY SIZE
021600         WS-RUN-YYYY DELIMITED BY SIZE
021700         "-" DELIMITED BY SIZE
021800         WS-RUN-MM DELIMITED BY SIZE
021900         "-" DELIMITED BY SIZE
022000         WS-RUN-DD DELIMITED BY SIZE
022100         INTO RPT-LINE
022200     WRITE RPT-LINE
022300     MOVE SPACES TO RPT-LINE
022400     WRITE RPT-LINE
022500     PERFORM 1100-LOAD-PRECREF THRU 1100-EXIT
022600     PERFORM 1200-LOAD-XWALK THRU 1200-EXIT
022700     OPEN I-O MASTER-FILE
022800     IF WS-MASTER-STATUS NOT = "00"
022900         DISPLAY "PRECRAL ERROR - VOTER MASTER OPEN FAILED, "
023000             "STATUS " WS-MASTER-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023310     OPEN EXTEND JOURNAL-FILE
023320     IF WS-JOURNAL-STATUS = "35"
023330         OPEN OUTPUT JOURNAL-FILE
023340     END-IF
023350     IF WS-JOURNAL-STATUS NOT = "00"
023360         DISPLAY "PRECRAL ERROR - CHANGE JOURNAL OPEN FAILED, "
023370             "STATUS " WS-JOURNAL-STATUS
023380         MOVE 16 TO RETURN-CODE
023390         STOP RUN
023395     END-IF
023400     MOVE "VOTERS NOT PLACED BY THE CROSSWALK" TO RPT-LINE
023500     WRITE RPT-LINE
023600     MOVE "VOTER ID    VOTER NAME                      PRCNT  S"
023700         TO RPT-LINE
023800     MOVE "ADDRESS                     REASON" TO RPT-LINE (59:)
023900     WRITE RPT-LINE.
024000 1000-EXIT.
024100     EXIT.
024200*
024300 1100-LOAD-PRECREF.
024400     OPEN INPUT PREC-FILE
024500     IF WS-PREC-STATUS NOT = "00"
024600         DISPLAY "PRECRAL ERROR - PRECINCT REFERENCE FILE OPEN "
024700             "FAILED, STATUS " WS-PREC-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         STOP RUN
025000     END-IF
025100     PERFORM 1110-LOAD-ONE-PRECREF THRU 1110-EXIT
025200         UNTIL WS-PREC-EOF-YES
025300         OR WS-PREC-COUNT = 200
025400     IF WS-PREC-COUNT = 200 AND NOT WS-PREC-EOF-YES
025500         DISPLAY "PRECRAL WARNING - PRECINCT REFERENCE FILE "
025600             "EXCEEDS 200 ENTRIES, REMAINDER IGNORED"
025700     END-IF
025800     CLOSE PREC-FILE.
025900 1100-EXIT.
026000     EXIT.
026100*
026200*    IN FORCE AS CHECKVOTERAGE RECKONS IT - ACTIVE AND OPEN, OR
026300*    RETIRED AS OF A DATE STILL TO COME.
026400 1110-LOAD-ONE-PRECREF.
026500     READ PREC-FILE
026600         AT END
026700             MOVE "Y" TO WS-PREC-EOF-SW
026800             GO TO 1110-EXIT
026900     END-READ
027000     ADD 1 TO WS-PREC-COUNT
027100     MOVE PF-PRECINCT-CODE TO WS-PR-CODE (WS-PREC-COUNT)
027200     MOVE "Y" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
027300     IF PF-EFFECTIVE-DATE NOT NUMERIC
027400         OR PF-EFFECTIVE-DATE-N NOT > WS-RUN-DATE-8
027500         IF PF-STATUS-RETIRED
027600             MOVE "N" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
027700         END-IF
027800     ELSE
027900         IF NOT PF-STATUS-RETIRED
028000             MOVE "N" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
028100         END-IF
028200     END-IF.
028300 1110-EXIT.
028400     EXIT.
028500*
028600*********************************************************************
028700*    1200-LOAD-XWALK - LOAD THE CROSSWALK, LISTING EVERY RECORD      *
028800*    IN ERROR.  ANY ERROR ENDS THE RUN BEFORE THE MASTER IS          *
028900*    TOUCHED - HALF A REALIGNMENT IS WORSE THAN NONE.                *
029000*********************************************************************
029100 1200-LOAD-XWALK.
029200     OPEN INPUT XWALK-FILE
029300     IF WS-XWALK-STATUS NOT = "00"
029400         DISPLAY "PRECRAL ERROR - CROSSWALK FILE OPEN FAILED, "
029500             "STATUS " WS-XWALK-STATUS
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF
029900     MOVE "CROSSWALK RECORDS IN ERROR" TO RPT-LINE
030000     WRITE RPT-LINE
030100     PERFORM 1210-LOAD-ONE-XWALK THRU 1210-EXIT
030200         UNTIL WS-XWALK-EOF-YES
030300     CLOSE XWALK-FILE
030400     PERFORM 1250-CHECK-CHAIN THRU 1250-EXIT
030500         VARYING WS-XW-IDX FROM 1 BY 1
030600         UNTIL WS-XW-IDX > WS-XW-COUNT
030700     MOVE WS-XW-ERROR-COUNT TO WS-COUNT-DISPLAY
030800     MOVE SPACES TO RPT-LINE
030900     STRING "CROSSWALK RECORDS IN ERROR. . : " DELIMITED BY SIZE
031000         WS-COUNT-DISPLAY DELIMITED BY SIZE
031100         INTO RPT-LINE
031200     WRITE RPT-LINE
031300     MOVE SPACES TO RPT-LINE
031400     WRITE RPT-LINE
031500     IF WS-XW-ERROR-COUNT > ZERO
031600         MOVE "CROSSWALK IN ERROR - NO VOTER MOVED" TO RPT-LINE
031700         WRITE RPT-LINE
031800         CLOSE RPT-FILE
031900         DISPLAY "PRECRAL ERROR - CROSSWALK IN ERROR, NO VOTER "
032000             "MOVED, SEE PRECRRPT"
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF
032400     IF WS-XW-COUNT = ZERO
032500         DISPLAY "PRECRAL WARNING - CROSSWALK FILE IS EMPTY, "
032600             "NO VOTER WILL MOVE"
032700     END-IF.
032800 1200-EXIT.
032900     EXIT.
033000*
033100 1210-LOAD-ONE-XWALK.
033200     READ XWALK-FILE
033300         AT END
033400             MOVE "Y" TO WS-XWALK-EOF-SW
033500             GO TO 1210-EXIT
033600     END-READ
033700     MOVE SPACES TO WS-XW-ERROR-TEXT
033800     IF XW-OLD-PRECINCT = SPACES OR XW-NEW-PRECINCT = SPACES
033900         MOVE "OLD OR NEW PRECINCT BLANK" TO WS-XW-ERROR-TEXT
034000         GO TO 1210-ERROR
034100     END-IF
034200     IF XW-OLD-PRECINCT = XW-NEW-PRECINCT
034300         MOVE "OLD AND NEW PRECINCT ARE THE SAME"
034400             TO WS-XW-ERROR-TEXT
034500         GO TO 1210-ERROR
034600     END-IF
034700     IF XW-STREET-NAME NOT = SPACES
034800         IF XW-HOUSE-LOW NOT NUMERIC OR XW-HOUSE-HIGH NOT NUMERIC
034900             MOVE "HOUSE RANGE NOT NUMERIC" TO WS-XW-ERROR-TEXT
035000             GO TO 1210-ERROR
035100         END-IF
035200         IF XW-HOUSE-LOW > XW-HOUSE-HIGH
035300             MOVE "HOUSE RANGE LOW ABOVE HIGH"
035400                 TO WS-XW-ERROR-TEXT
035500             GO TO 1210-ERROR
035600         END-IF
035700         IF NOT XW-SIDE-ODD AND NOT XW-SIDE-EVEN
035800             AND NOT XW-SIDE-BOTH
035900             MOVE "SIDE NOT O, E OR B" TO WS-XW-ERROR-TEXT
036000             GO TO 1210-ERROR
036100         END-IF
036200     END-IF
036300     MOVE XW-NEW-PRECINCT TO WS-LOOKUP-PRECINCT
036400     PERFORM 1300-FIND-PRECREF THRU 1300-EXIT
036500     IF NOT WS-FOUND-YES
036600         MOVE "NEW PRECINCT NOT ON PRECREF" TO WS-XW-ERROR-TEXT
036700         GO TO 1210-ERROR
036800     END-IF
036900     IF NOT WS-PR-IN-FORCE (WS-PR-IDX)
037000         MOVE "NEW PRECINCT NOT IN FORCE TODAY"
037100             TO WS-XW-ERROR-TEXT
037200         GO TO 1210-ERROR
037300     END-IF
037400     IF WS-XW-COUNT = 3000
037500         MOVE "TABLE FULL - 3000 CROSSWALK RECORDS"
037600             TO WS-XW-ERROR-TEXT
037700         GO TO 1210-ERROR
037800     END-IF
037900     ADD 1 TO WS-XW-COUNT
038000     MOVE XW-OLD-PRECINCT TO WS-XW-OLD (WS-XW-COUNT)
038100     MOVE XW-NEW-PRECINCT TO WS-XW-NEW (WS-XW-COUNT)
038200     MOVE XW-STREET-NAME TO WS-XW-STREET (WS-XW-COUNT)
038300     IF XW-STREET-NAME = SPACES
038400         MOVE ZERO TO WS-XW-LOW (WS-XW-COUNT)
038500         MOVE ZERO TO WS-XW-HIGH (WS-XW-COUNT)
038600     ELSE
038700         MOVE XW-HOUSE-LOW TO WS-XW-LOW (WS-XW-COUNT)
038800         MOVE XW-HOUSE-HIGH TO WS-XW-HIGH (WS-XW-COUNT)
038900     END-IF
039000     MOVE XW-SIDE TO WS-XW-SIDE (WS-XW-COUNT)
039100     GO TO 1210-EXIT.
039200 1210-ERROR.
039300     ADD 1 TO WS-XW-ERROR-COUNT
039400     MOVE SPACES TO RPT-LINE
039500     STRING "  " DELIMITED BY SIZE
039600         CROSSWALK-RECORD (1:41) DELIMITED BY SIZE
039700         "  " DELIMITED BY SIZE
039800         WS-XW-ERROR-TEXT DELIMITED BY SIZE
039900         INTO RPT-LINE
040000     WRITE RPT-LINE.
040100 1210-EXIT.
040200     EXIT.
040300*
040400*    A NEW PRECINCT THAT IS ALSO AN OLD ONE WOULD MOVE A VOTER
040500*    TWICE ON A RERUN - THE BOARD SENDS THE FINAL CODE INSTEAD.
040600 1250-CHECK-CHAIN.
040700     PERFORM 1260-MATCH-CHAIN THRU 1260-EXIT
040800         VARYING WS-XW-CHAIN-IDX FROM 1 BY 1
040900         UNTIL WS-XW-CHAIN-IDX > WS-XW-COUNT.
041000 1250-EXIT.
041100     EXIT.
041200*
041300 1260-MATCH-CHAIN.
041400     IF WS-XW-NEW (WS-XW-IDX) = WS-XW-OLD (WS-XW-CHAIN-IDX)
041500         ADD 1 TO WS-XW-ERROR-COUNT
041600         MOVE SPACES TO RPT-LINE
041700         STRING "  " DELIMITED BY SIZE
041800             WS-XW-OLD (WS-XW-IDX) DELIMITED BY SIZE
041900             WS-XW-NEW (WS-XW-IDX) DELIMITED BY SIZE
042000             "  NEW PRECINCT IS ALSO BEING REALIGNED"
042100                 DELIMITED BY SIZE
042200             INTO RPT-LINE
042300         WRITE RPT-LINE
042400         MOVE WS-XW-COUNT TO WS-XW-CHAIN-IDX
042500     END-IF.
042600 1260-EXIT.
042700     EXIT.
042800*
042900*    LEAVES WS-PR-IDX ON THE PRECREF ENTRY FOR WS-LOOKUP-PRECINCT.
043000 1300-FIND-PRECREF.
043100     MOVE "N" TO WS-FOUND-SW
043200     PERFORM 1310-MATCH-PRECREF THRU 1310-EXIT
043300         VARYING WS-SEARCH-IDX FROM 1 BY 1
043400         UNTIL WS-SEARCH-IDX > WS-PREC-COUNT
043500            OR WS-FOUND-YES.
043600 1300-EXIT.
043700     EXIT.
043800*
043900 1310-MATCH-PRECREF.
044000     IF WS-PR-CODE (WS-SEARCH-IDX) = WS-LOOKUP-PRECINCT
044100         MOVE "Y" TO WS-FOUND-SW
044200         MOVE WS-SEARCH-IDX TO WS-PR-IDX
044300     END-IF.
044400 1310-EXIT.
044500     EXIT.
044600*
044700*********************************************************************
044800*    2000-REALIGN-ONE - READ ONE MASTER RECORD, COUNT IT UNDER ITS   *
044900*    PRECINCT, AND MOVE IT IF THE CROSSWALK SAYS SO.  A RECORD IN    *
045000*    A REALIGNED PRECINCT THE CROSSWALK CANNOT PLACE, OR IN A        *
045100*    RETIRED PRECINCT WITH NO CROSSWALK AT ALL, STAYS WHERE IT IS    *
045200*    AND IS LISTED FOR THE CLERKS.  A MOVE IS COUNTED AS SOON AS     *
045210*    THE REWRITE TAKES, BEFORE IT IS JOURNALED, SO A FAILURE AFTER   *
045220*    THAT POINT LEAVES IT IN THE TOTALS WRITTEN TO REALTOT.          *
045300*********************************************************************
045400 2000-REALIGN-ONE.
045500     READ MASTER-FILE NEXT
045600         AT END
045700             MOVE "Y" TO WS-MASTER-EOF-SW
045800             GO TO 2000-EXIT
045900     END-READ
046000     ADD 1 TO WS-READ-COUNT
046100     MOVE MR-PRECINCT-CODE TO WS-LOOKUP-PRECINCT
046200     PERFORM 2100-FIND-COUNT THRU 2100-EXIT
046300     MOVE WS-PC-IDX TO WS-OLD-PC-IDX
046400     IF WS-OLD-PC-IDX > ZERO
046500         ADD 1 TO WS-PC-BEFORE (WS-OLD-PC-IDX)
046600     END-IF
046700     PERFORM 2200-FIND-XWALK THRU 2200-EXIT
046800     IF NOT WS-RANGE-FOUND
046900         IF WS-OLD-PC-IDX > ZERO
047000             ADD 1 TO WS-PC-AFTER (WS-OLD-PC-IDX)
047100         END-IF
047200         PERFORM 2400-CHECK-LEFT-BEHIND THRU 2400-EXIT
047300         GO TO 2000-EXIT
047400     END-IF
047490     MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
047500     MOVE WS-NEW-PRECINCT TO MR-PRECINCT-CODE
047600     REWRITE MASTER-RECORD
047700     IF WS-MASTER-STATUS NOT = "00"
047800         DISPLAY "PRECRAL ERROR - MASTER REWRITE FAILED FOR "
047900             "VOTER ID " MR-VOTER-ID ", STATUS " WS-MASTER-STATUS
048000             " - RERUN THE SAME CROSSWALK TO FINISH"
048050         PERFORM 4000-WRITE-REALTOT THRU 4000-EXIT
048100         MOVE 16 TO RETURN-CODE
048200         STOP RUN
048300     END-IF
048400     ADD 1 TO WS-MOVED-COUNT
048500     IF WS-OLD-PC-IDX > ZERO
048600         ADD 1 TO WS-PC-OUT (WS-OLD-PC-IDX)
048700     END-IF
048800     MOVE WS-NEW-PRECINCT TO WS-LOOKUP-PRECINCT
048900     PERFORM 2100-FIND-COUNT THRU 2100-EXIT
049000     IF WS-PC-IDX > ZERO
049100         ADD 1 TO WS-PC-IN (WS-PC-IDX)
049200         ADD 1 TO WS-PC-AFTER (WS-PC-IDX)
049300     END-IF
049350     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600*
049700*    LEAVES WS-PC-IDX ON THE COUNT ENTRY FOR WS-LOOKUP-PRECINCT,
049800*    ADDING ONE IF NEED BE - ZERO WHEN THE TABLE IS FULL.
049900 2100-FIND-COUNT.
050000     MOVE "N" TO WS-FOUND-SW
050100     MOVE ZERO TO WS-PC-IDX
050200     PERFORM 2110-MATCH-COUNT THRU 2110-EXIT
050300         VARYING WS-SEARCH-IDX FROM 1 BY 1
050400         UNTIL WS-SEARCH-IDX > WS-PC-COUNT
050500            OR WS-FOUND-YES
050600     IF WS-FOUND-YES
050700         GO TO 2100-EXIT
050800     END-IF
050900     IF WS-PC-COUNT = 200
051000         DISPLAY "PRECRAL WARNING - PRECINCT TABLE FULL, "
051100             "COUNTS FOR " WS-LOOKUP-PRECINCT " NOT KEPT"
051200         GO TO 2100-EXIT
051300     END-IF
051400     ADD 1 TO WS-PC-COUNT
051500     MOVE WS-PC-COUNT TO WS-PC-IDX
051600     MOVE WS-LOOKUP-PRECINCT TO WS-PC-CODE (WS-PC-IDX)
051700     MOVE ZERO TO WS-PC-BEFORE (WS-PC-IDX)
051800     MOVE ZERO TO WS-PC-OUT (WS-PC-IDX)
051900     MOVE ZERO TO WS-PC-IN (WS-PC-IDX)
052000     MOVE ZERO TO WS-PC-AFTER (WS-PC-IDX).
052100 2100-EXIT.
052200     EXIT.
052300*
052400 2110-MATCH-COUNT.
052500     IF WS-PC-CODE (WS-SEARCH-IDX) = WS-LOOKUP-PRECINCT
052600         MOVE "Y" TO WS-FOUND-SW
052700         MOVE WS-SEARCH-IDX TO WS-PC-IDX
052800     END-IF.
052900 2110-EXIT.
053000     EXIT.
053100*
053200*********************************************************************
053300*    2200-FIND-XWALK - A STREET RANGE COVERING THE RESIDENCE         *
053400*    ADDRESS WINS; FAILING THAT, THE OLD PRECINCT'S BLANK-STREET     *
053500*    CATCH-ALL.  A RECORD WITH NO ADDRESS CAN ONLY BE PLACED BY A    *
053600*    CATCH-ALL.                                                      *
053700*********************************************************************
053800 2200-FIND-XWALK.
053900     MOVE "N" TO WS-RANGE-FOUND-SW
054000     MOVE "N" TO WS-HAS-XWALK-SW
054100     MOVE SPACES TO WS-NEW-PRECINCT
054200     MOVE SPACES TO WS-CATCHALL-PRECINCT
054300     IF MR-HOUSE-NUMBER NUMERIC
054400         DIVIDE MR-HOUSE-NUMBER BY 2 GIVING WS-HOUSE-QUOTIENT
054500             REMAINDER WS-HOUSE-REMAINDER
054600     END-IF
054700     PERFORM 2210-MATCH-XWALK THRU 2210-EXIT
054800         VARYING WS-XW-IDX FROM 1 BY 1
054900         UNTIL WS-XW-IDX > WS-XW-COUNT
055000            OR WS-RANGE-FOUND
055100     IF NOT WS-RANGE-FOUND AND WS-CATCHALL-PRECINCT NOT = SPACES
055200         MOVE "Y" TO WS-RANGE-FOUND-SW
055300         MOVE WS-CATCHALL-PRECINCT TO WS-NEW-PRECINCT
055400     END-IF.
055500 2200-EXIT.
055600     EXIT.
055700*
055800 2210-MATCH-XWALK.
055900     IF WS-XW-OLD (WS-XW-IDX) NOT = MR-PRECINCT-CODE
056000         GO TO 2210-EXIT
056100     END-IF
056200     MOVE "Y" TO WS-HAS-XWALK-SW
056300     IF WS-XW-STREET (WS-XW-IDX) = SPACES
056400         IF WS-CATCHALL-PRECINCT = SPACES
056500             MOVE WS-XW-NEW (WS-XW-IDX) TO WS-CATCHALL-PRECINCT
056600         END-IF
056700         GO TO 2210-EXIT
056800     END-IF
056900     IF MR-HOUSE-NUMBER NOT NUMERIC
057000         OR WS-XW-STREET (WS-XW-IDX) NOT = MR-STREET-NAME
057100         OR MR-HOUSE-NUMBER < WS-XW-LOW (WS-XW-IDX)
057200         OR MR-HOUSE-NUMBER > WS-XW-HIGH (WS-XW-IDX)
057300         GO TO 2210-EXIT
057400     END-IF
057500     IF WS-XW-ODD-ONLY (WS-XW-IDX) AND WS-HOUSE-REMAINDER = ZERO
057600         GO TO 2210-EXIT
057700     END-IF
057800     IF WS-XW-EVEN-ONLY (WS-XW-IDX) AND WS-HOUSE-REMAINDER > ZERO
057900         GO TO 2210-EXIT
058000     END-IF
058100     MOVE "Y" TO WS-RANGE-FOUND-SW
058200     MOVE WS-XW-NEW (WS-XW-IDX) TO WS-NEW-PRECINCT.
058300 2210-EXIT.
058400     EXIT.
058500*
058600 2400-CHECK-LEFT-BEHIND.
058700     MOVE SPACES TO RXD-REASON
058800     IF WS-HAS-XWALK
058900         MOVE "ADDRESS NOT COVERED BY THE CROSSWALK"
059000             TO RXD-REASON
059100     ELSE
059200         MOVE MR-PRECINCT-CODE TO WS-LOOKUP-PRECINCT
059300         PERFORM 1300-FIND-PRECREF THRU 1300-EXIT
059400         IF WS-FOUND-YES
059500             IF NOT WS-PR-IN-FORCE (WS-PR-IDX)
059600                 MOVE "PRECINCT NOT IN FORCE - NO CROSSWALK"
059700                     TO RXD-REASON
059800             END-IF
059900         END-IF
060000     END-IF
060100     IF RXD-REASON = SPACES
060200         GO TO 2400-EXIT
060300     END-IF
060400     ADD 1 TO WS-EXCEPTION-COUNT
060500     MOVE MR-VOTER-ID TO RXD-VOTER-ID
060600     MOVE MR-VOTER-NAME TO RXD-VOTER-NAME
060700     MOVE MR-PRECINCT-CODE TO RXD-PRECINCT
060800     MOVE MR-STATUS TO RXD-STATUS
060900     MOVE MR-HOUSE-NUMBER TO RXD-HOUSE-NUMBER
061000     MOVE MR-STREET-NAME TO RXD-STREET
061100     MOVE SPACES TO RPT-LINE
061200     MOVE WS-EXCEPTION-DETAIL TO RPT-LINE
061300     WRITE RPT-LINE.
061400 2400-EXIT.
061500     EXIT.
061510*
061520*********************************************************************
061530*    2500-WRITE-JOURNAL - APPEND THE MOVE JUST REWRITTEN TO THE      *
061540*    CHANGE JOURNAL, BEFORE AND AFTER.  A JOURNAL THAT CANNOT BE     *
061550*    WRITTEN ENDS THE RUN, WITH THE MOVES SO FAR WRITTEN TO          *
061560*    REALTOT; RERUNNING THE SAME CROSSWALK FINISHES THE MOVE, AS     *
061565*    IT DOES AFTER A FAILED REWRITE.                                 *
061570*********************************************************************
061580 2500-WRITE-JOURNAL.
061590     MOVE SPACES TO JOURNAL-RECORD
061600     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
061610     MOVE WS-RUN-TIME TO JR-RUN-TIME
061620     ACCEPT JR-ENTRY-TIME FROM TIME
061630     MOVE "PRECRAL" TO JR-PROGRAM
061640     MOVE "C" TO JR-ENTRY-TYPE
061650     MOVE "REALIGNMENT" TO JR-REASON
061660     MOVE MR-VOTER-ID TO JR-VOTER-ID
061670     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
061680     MOVE MASTER-RECORD TO JR-AFTER-IMAGE
061690     WRITE JOURNAL-RECORD
061700     IF WS-JOURNAL-STATUS NOT = "00"
061710         DISPLAY "PRECRAL ERROR - CHANGE JOURNAL WRITE FAILED, "
061720             "STATUS " WS-JOURNAL-STATUS " - VOTER "
061730             MR-VOTER-ID " MOVED BUT NOT JOURNALED"
061735         PERFORM 4000-WRITE-REALTOT THRU 4000-EXIT
061740         MOVE 16 TO RETURN-CODE
061750         STOP RUN
061760     END-IF.
061770 2500-EXIT.
061780     EXIT.
061785*
061790*********************************************************************
061800*    3000-REPORT-COUNTS - BEFORE, OUT, IN AND AFTER FOR EVERY        *
061900*    PRECINCT ON THE MASTER, THEN THE TOTALS.  THE MASTER MUST       *
062000*    HOLD THE SAME NUMBER OF RECORDS AFTER AS BEFORE, AND EVERY      *
062100*    RECORD MOVED OUT MUST HAVE MOVED IN SOMEWHERE.                  *
062200*********************************************************************
062300 3000-REPORT-COUNTS.
062400     MOVE SPACES TO RPT-LINE
062500     WRITE RPT-LINE
062600     MOVE "PRCNT     BEFORE   MOVED OUT    MOVED IN       AFTER"
062700         TO RPT-LINE
062800     WRITE RPT-LINE
062900     PERFORM 3100-REPORT-ONE-PRECINCT THRU 3100-EXIT
063000         VARYING WS-PC-IDX FROM 1 BY 1
063100         UNTIL WS-PC-IDX > WS-PC-COUNT
063200     MOVE SPACES TO RPT-LINE
063300     WRITE RPT-LINE
063400     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
063500     MOVE SPACES TO RPT-LINE
063600     STRING "MASTER RECORDS READ . . . . . : " DELIMITED BY SIZE
063700         WS-COUNT-DISPLAY DELIMITED BY SIZE
063800         INTO RPT-LINE
063900     WRITE RPT-LINE
064000     MOVE WS-MOVED-COUNT TO WS-COUNT-DISPLAY
064100     MOVE SPACES TO RPT-LINE
064200     STRING "RECORDS MOVED . . . . . . . . : " DELIMITED BY SIZE
064300         WS-COUNT-DISPLAY DELIMITED BY SIZE
064400         INTO RPT-LINE
064500     WRITE RPT-LINE
064600     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
064700     MOVE SPACES TO RPT-LINE
064800     STRING "NOT PLACED - SEE LIST . . . . : " DELIMITED BY SIZE
064900         WS-COUNT-DISPLAY DELIMITED BY SIZE
065000         INTO RPT-LINE
065100     WRITE RPT-LINE
065200     MOVE WS-BEFORE-TOTAL TO WS-COUNT-DISPLAY
065300     MOVE SPACES TO RPT-LINE
065400     STRING "TOTAL BEFORE. . . . . . . . . : " DELIMITED BY SIZE
065500         WS-COUNT-DISPLAY DELIMITED BY SIZE
065600         INTO RPT-LINE
065700     WRITE RPT-LINE
065800     MOVE WS-AFTER-TOTAL TO WS-COUNT-DISPLAY
065900     MOVE SPACES TO RPT-LINE
066000     STRING "TOTAL AFTER . . . . . . . . . : " DELIMITED BY SIZE
066100         WS-COUNT-DISPLAY DELIMITED BY SIZE
066200         INTO RPT-LINE
066300     WRITE RPT-LINE
066400     IF WS-BEFORE-TOTAL = WS-AFTER-TOTAL
066500         AND WS-BEFORE-TOTAL = WS-READ-COUNT
066600         MOVE "BEFORE = AFTER = READ . . . . . . . IN BALANCE"
066700             TO RPT-LINE
066800     ELSE
066900         MOVE "BEFORE = AFTER = READ . . . . . OUT OF BALANCE"
067000             TO RPT-LINE
067100         DISPLAY "PRECRAL ERROR - PRECINCT COUNTS DO NOT "
067200             "BALANCE, SEE PRECRRPT"
067300         MOVE 8 TO RETURN-CODE
067400     END-IF
067500     WRITE RPT-LINE.
067600 3000-EXIT.
067700     EXIT.
067800*
067900 3100-REPORT-ONE-PRECINCT.
068000     MOVE WS-PC-CODE (WS-PC-IDX) TO RCD-PRECINCT
068100     MOVE WS-PC-BEFORE (WS-PC-IDX) TO RCD-BEFORE
068200     MOVE WS-PC-OUT (WS-PC-IDX) TO RCD-OUT
068300     MOVE WS-PC-IN (WS-PC-IDX) TO RCD-IN
068400     MOVE WS-PC-AFTER (WS-PC-IDX) TO RCD-AFTER
068500     ADD WS-PC-BEFORE (WS-PC-IDX) TO WS-BEFORE-TOTAL
068600     ADD WS-PC-AFTER (WS-PC-IDX) TO WS-AFTER-TOTAL
068700     MOVE SPACES TO RPT-LINE
068800     MOVE WS-COUNT-DETAIL TO RPT-LINE
068900     WRITE RPT-LINE.
069000 3100-EXIT.
069100     EXIT.
069200*
069300*********************************************************************
069400*    4000-WRITE-REALTOT - ONE TOTALS RECORD PER PRECINCT THAT LOST   *
069500*    OR GAINED VOTERS.  A REALTOT ALREADY STAMPED TODAY (AN          *
069600*    EARLIER REALIGNMENT THIS DAY) IS EXTENDED, ANY OLDER ONE IS     *
069700*    REPLACED - VOTBKUP ONLY TRUSTS TODAY'S.  ALSO PERFORMED WHEN A  *
069710*    REWRITE OR JOURNAL FAILURE STOPS THE RUN PART-WAY, SO THE       *
069720*    VOTERS ALREADY MOVED ARE ON IT; THE SAME-DAY RERUN THAT         *
069730*    FINISHES THE CROSSWALK EXTENDS IT WITH THE REST, AND VOTBKUP    *
069740*    ADDS THE RECORDS FOR A PRECINCT TOGETHER.                       *
069800*********************************************************************
069900 4000-WRITE-REALTOT.
070000     OPEN INPUT REALTOT-FILE
070100     IF WS-REALTOT-STATUS = "00"
070200         READ REALTOT-FILE
070300             AT END CONTINUE
070400             NOT AT END
070500                 IF RT-RUN-DATE = WS-RUN-DATE-8
070600                     MOVE "Y" TO WS-REALTOT-TODAY-SW
070700                 END-IF
070800         END-READ
070900         CLOSE REALTOT-FILE
071000     END-IF
071100     IF WS-REALTOT-TODAY
071200         OPEN EXTEND REALTOT-FILE
071300     ELSE
071400         OPEN OUTPUT REALTOT-FILE
071500     END-IF
071600     IF WS-REALTOT-STATUS NOT = "00"
071700         DISPLAY "PRECRAL ERROR - REALIGNMENT TOTALS FILE OPEN "
071800             "FAILED, STATUS " WS-REALTOT-STATUS
071900             " - VOTBKUP WILL NOT RECONCILE TONIGHT"
072000         MOVE 16 TO RETURN-CODE
072100         STOP RUN
072200     END-IF
072300     PERFORM 4100-WRITE-ONE-REALTOT THRU 4100-EXIT
072400         VARYING WS-PC-IDX FROM 1 BY 1
072500         UNTIL WS-PC-IDX > WS-PC-COUNT
072600     CLOSE REALTOT-FILE.
072700 4000-EXIT.
072800     EXIT.
072900*
073000 4100-WRITE-ONE-REALTOT.
073100     IF WS-PC-OUT (WS-PC-IDX) = ZERO
073200         AND WS-PC-IN (WS-PC-IDX) = ZERO
073300         GO TO 4100-EXIT
073400     END-IF
073500     MOVE SPACES TO REALIGN-TOTALS-RECORD
073600     MOVE WS-RUN-DATE-8 TO RT-RUN-DATE
073700     MOVE WS-PC-CODE (WS-PC-IDX) TO RT-PRECINCT-CODE
073800     MOVE WS-PC-BEFORE (WS-PC-IDX) TO RT-BEFORE-COUNT
073900     MOVE WS-PC-OUT (WS-PC-IDX) TO RT-MOVED-OUT
074000     MOVE WS-PC-IN (WS-PC-IDX) TO RT-MOVED-IN
074100     MOVE WS-PC-AFTER (WS-PC-IDX) TO RT-AFTER-COUNT
074200     WRITE REALIGN-TOTALS-RECORD
074210     IF WS-REALTOT-STATUS NOT = "00"
074220         DISPLAY "PRECRAL ERROR - REALIGNMENT TOTALS WRITE "
074230             "FAILED, STATUS " WS-REALTOT-STATUS " FOR PRECINCT "
074240             RT-PRECINCT-CODE " - VOTBKUP WILL NOT RECONCILE "
074250             "TONIGHT"
074260         MOVE 16 TO RETURN-CODE
074270         STOP RUN
074280     END-IF
074300     ADD 1 TO WS-REALTOT-COUNT.
074400 4100-EXIT.
074500     EXIT.
074600*
074700*********************************************************************
074800*    9000-TERMINATE - CLOSE OUT.  VOTERS LEFT UNPLACED LEAVE         *
074900*    RETURN CODE 4 FOR THE CLERKS; OUT OF BALANCE IS ALREADY 8.      *
075000*********************************************************************
075100 9000-TERMINATE.
075200     CLOSE MASTER-FILE
075250     CLOSE JOURNAL-FILE
075300     CLOSE RPT-FILE
075400     DISPLAY "PRECRAL - MASTER RECORDS READ : " WS-READ-COUNT
075500     DISPLAY "PRECRAL - RECORDS MOVED . . . : " WS-MOVED-COUNT
075600     DISPLAY "PRECRAL - NOT PLACED. . . . . : " WS-EXCEPTION-COUNT
075700     DISPLAY "PRECRAL - REALTOT RECORDS . . : " WS-REALTOT-COUNT
075800     IF WS-EXCEPTION-COUNT > ZERO
075900         IF RETURN-CODE = ZERO
076000             MOVE 4 TO RETURN-CODE
076100         END-IF
076200     END-IF.
076300 9000-EXIT.
076400     EXIT.
