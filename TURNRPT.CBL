000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TURNRPT.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  ELECTION TURNOUT STATISTICS FOR THE CANVASS      *
001000*    CERTIFICATION AND THE STATE POST-ELECTION SURVEY.  FOR ONE     *
001100*    ELECTION DATE, COUNTS THE VOTERS ON THE VOTING HISTORY FILE    *
001200*    (VOTHIST) AGAINST THE REGISTRATIONS ON THE VOTER MASTER        *
001300*    (VOTMAST) THAT WERE IN FORCE ON ELECTION DAY, BY PRECINCT,     *
001400*    ROLLED UP BY DISTRICT (PF-DISTRICT ON PRECREF) AND FOR THE     *
001500*    COUNTY, ON THE PRINTED REPORT (TURNRPT) AND IN THE FIXED-      *
001600*    FORMAT EXTRACT FOR THE STATE (TURNEXT, CPTURN LAYOUT).         *
001700*                                                                   *
001800*    A REGISTRATION WAS IN FORCE ON ELECTION DAY WHEN IT HAD BEEN   *
001900*    POSTED BY THEN (A RECORD WITH NO REGISTRATION DATE PREDATES    *
002000*    THE FIELD AND IS TAKEN AS POSTED), WAS EFFECTIVE BY THEN (NOT  *
002010*    A LATE REGISTRANT RECEIVED AFTER THE CLOSE OF BOOKS), WAS NOT  *
002020*    CANCELLED ON OR BEFORE THEN, AND THE VOTER WAS 18 BY THEN.     *
002100*    A RECORD CANCELLED SINCE THE ELECTION STILL COUNTS, AND A PRE- *
002300*    REGISTRANT WHO CAME OF AGE BY ELECTION DAY COUNTS WHETHER OR   *
002400*    NOT VOTACTV HAS ACTIVATED THE RECORD.  REGISTRATIONS COUNT     *
002500*    IN THE PRECINCT ON THE MASTER; VOTERS IN THE PRECINCT ON       *
002600*    THE HISTORY RECORD, WHERE THEY VOTED.                          *
002700*                                                                   *
002800*    BROKEN OUT OF THE TOTALS -                                     *
002900*      - FIRST-TIME VOTERS - VOTERS WHOSE REGISTRATION WAS POSTED   *
003000*        SINCE THE PRIOR ELECTION ON THE HISTORY FILE.  WITH NO     *
003100*        PRIOR ELECTION ON FILE THERE ARE NONE TO COUNT.            *
003200*      - PRE-REGISTRANTS AT ROLL CLOSE - REGISTRATIONS, AND         *
003300*        VOTERS, POSTED BY THE DAY THE ROLL CLOSED WHILE STILL      *
003400*        UNDER 18 ("P" STATUS), WHO CAME OF AGE BY ELECTION DAY     *
003500*      - VOTERS BY ABSENTEE BALLOT AND BY COUNTED PROVISIONAL       *
003600*        BALLOT                                                     *
003700*                                                                   *
003800*    SELECTION CARD (TURNPARM, 80 BYTES, OPTIONAL)                  *
003900*      COLS  1-8   ELECTION DATE YYYYMMDD (BLANK = THE VAGEPARM     *
004000*                  ELECTION DATE)                                   *
004100*      COLS  9-16  ROLL CLOSE DATE YYYYMMDD (BLANK = THE VAGEPARM   *
004110*                  CLOSE-OF-BOOKS DATE WHEN THIS IS THE VAGEPARM    *
004120*                  ELECTION, OTHERWISE ELECTION DAY)                *
004200*                                                                   *
004300*    RETURN CODE 4 WHEN A HISTORY RECORD'S VOTER ID IS NOT ON THE   *
004400*    MASTER OR A PRECINCT IS NOT ON PRECREF (THE FIGURES STILL      *
004500*    PRINT), 8 WHEN THE HISTORY FILE HOLDS NO VOTES FOR THE         *
004600*    ELECTION, 16 ON A FILE ERROR OR NO ELECTION DATE.              *
004700*                                                                   *
004800*    MODIFICATION HISTORY                                           *
004900*    DATE       INIT  DESCRIPTION                                  *
005000*    ---------  ----  ----------------------------------------- *
005100*    2026-10-15 RLH   ORIGINAL.                                  *
005110*    2026-10-15 RLH   A REGISTRATION EFFECTIVE ONLY AFTER THE    *
005120*                     ELECTION IS NOT IN FORCE FOR IT, AND THE   *
005130*                     ROLL CLOSE DEFAULTS TO THE VAGEPARM CLOSE  *
005140*                     OF BOOKS FOR THE VAGEPARM ELECTION.        *
005150*    2026-10-15 RLH   CLEAR EACH EXTRACT COUNTS RECORD BEFORE     *
005160*                     BUILDING IT.                               *
005200*********************************************************************
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT TURN-PARM-FILE ASSIGN TO "TURNPARM"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-TURN-PARM-STATUS.
006000
006100     SELECT PARM-FILE ASSIGN TO "VAGEPARM"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PARM-STATUS.
006400
006500     SELECT PREC-FILE ASSIGN TO "PRECREF"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-PREC-STATUS.
006800
006900     SELECT HISTORY-FILE ASSIGN TO "VOTHIST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS VH-HIST-KEY
007300         FILE STATUS IS WS-HISTORY-STATUS.
007400
007500     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS MR-VOTER-KEY
007900         ALTERNATE RECORD KEY IS MR-VOTER-ID
008000             WITH DUPLICATES
008100         FILE STATUS IS WS-MASTER-STATUS.
008200
008300     SELECT EXTRACT-FILE ASSIGN TO "TURNEXT"
008400         ORGANIZATION IS SEQUENTIAL.
008500
008600     SELECT RPT-FILE ASSIGN TO "TURNRPT"
008700         ORGANIZATION IS SEQUENTIAL.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  TURN-PARM-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  TURN-PARM-RECORD.
009400     05  TP-ELECTION-DATE            PIC X(08).
009500     05  TP-ELECTION-DATE-N REDEFINES TP-ELECTION-DATE
009600                                     PIC 9(08).
009700     05  TP-ROLL-CLOSE-DATE          PIC X(08).
009800     05  TP-ROLL-CLOSE-DATE-N REDEFINES TP-ROLL-CLOSE-DATE
009900                                     PIC 9(08).
010000     05  FILLER                      PIC X(64).
010100
010200 FD  PARM-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CPRUNPRM.
010500
010600 FD  PREC-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY CPPREC.
010900
011000 FD  HISTORY-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CPHIST.
011300
011400 FD  MASTER-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CPMASTER.
011700
011800 FD  EXTRACT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY CPTURN.
012100
012200 FD  RPT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  RPT-LINE                        PIC X(132).
012500*
012600 WORKING-STORAGE SECTION.
012700 77  WS-PREC-EOF-SW                  PIC X(01) VALUE "N".
012800     88  WS-PREC-EOF-YES             VALUE "Y".
012900 77  WS-HIST-EOF-SW                  PIC X(01) VALUE "N".
013000     88  WS-HIST-EOF-YES             VALUE "Y".
013100 77  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
013200     88  WS-MASTER-EOF-YES           VALUE "Y".
013300 77  WS-TURN-PARM-STATUS             PIC X(02).
013400 77  WS-PARM-STATUS                  PIC X(02).
013500 77  WS-PREC-STATUS                  PIC X(02).
013600 77  WS-HISTORY-STATUS               PIC X(02).
013700 77  WS-MASTER-STATUS                PIC X(02).
013800 77  WS-PT-FOUND-SW                  PIC X(01).
013900     88  WS-PT-FOUND                 VALUE "Y".
014000 77  WS-DISTRICT-FOUND-SW            PIC X(01).
014100     88  WS-DISTRICT-FOUND           VALUE "Y".
014200
014300 77  WS-PREC-COUNT                   PIC 9(04) COMP VALUE ZERO.
014400 77  WS-PT-COUNT                     PIC 9(04) COMP VALUE ZERO.
014500 77  WS-PT-IDX                       PIC 9(04) COMP.
014600 77  WS-PT-HIT                       PIC 9(04) COMP.
014700 77  WS-MASTER-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
014800 77  WS-NOT-IN-FORCE-COUNT           PIC 9(08) COMP VALUE ZERO.
014900 77  WS-HIST-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
015000 77  WS-ELECTION-HIST-COUNT          PIC 9(08) COMP VALUE ZERO.
015100 77  WS-NO-MASTER-COUNT              PIC 9(06) COMP VALUE ZERO.
015200 77  WS-NO-PRECREF-COUNT             PIC 9(04) COMP VALUE ZERO.
015300 77  WS-UNPLACED-COUNT               PIC 9(06) COMP VALUE ZERO.
015400 77  WS-AGE                          PIC S9(03) COMP.
015500
015600 01  WS-RUN-DATE.
015700     05  WS-RUN-YYYY                 PIC 9(04).
015800     05  WS-RUN-MM                   PIC 9(02).
015900     05  WS-RUN-DD                   PIC 9(02).
016000 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
016100 01  WS-ELECTION-DATE-8              PIC 9(08) VALUE ZERO.
016200 01  WS-ROLL-CLOSE-DATE-8            PIC 9(08) VALUE ZERO.
016210 01  WS-PARM-ELECTION-DATE           PIC 9(08) VALUE ZERO.
016220 01  WS-PARM-BOOKS-CLOSED            PIC 9(08) VALUE ZERO.
016300 01  WS-PRIOR-ELECTION-DATE          PIC 9(08) VALUE ZERO.
016400 01  WS-REGISTRATION-DATE            PIC 9(08).
016500 01  WS-COUNTY-CODE                  PIC X(03) VALUE SPACES.
016600 01  WS-LOOK-CODE                    PIC X(05).
016700 01  WS-CUR-DISTRICT                 PIC X(05).
016800 01  WS-AGE-AS-OF.
016900     05  WS-AS-OF-YYYY               PIC 9(04).
017000     05  WS-AS-OF-MM                 PIC 9(02).
017100     05  WS-AS-OF-DD                 PIC 9(02).
017200 01  WS-AGE-AS-OF-8 REDEFINES WS-AGE-AS-OF PIC 9(08).
017300 01  WS-COUNT-DISPLAY                PIC ZZZZZZZ9.
017400 01  WS-DATE-SPLIT.
017500     05  WS-DS-YYYY                  PIC 9(04).
017600     05  WS-DS-MM                    PIC 9(02).
017700     05  WS-DS-DD                    PIC 9(02).
017800 01  WS-DATE-DISPLAY.
017900     05  WS-DD-YYYY                  PIC 9(04).
018000     05  FILLER                      PIC X(01) VALUE "-".
018100     05  WS-DD-MM                    PIC 9(02).
018200     05  FILLER                      PIC X(01) VALUE "-".
018300     05  WS-DD-DD                    PIC 9(02).
018400 01  WS-TURNOUT-PCT                  PIC 9(03)V9(02).
018450 01  WS-LINE-RECORD-TYPE             PIC X(01).
018500*
018600*    ONE SET OF COUNTS - THE LINE BEING PRINTED, THE DISTRICT
018700*    BEING ACCUMULATED AND THE COUNTY - ALL IN THE SAME SHAPE AS
018800*    THE COUNTS IN THE PRECINCT TABLE, SO A WHOLE SET MOVES AT
018900*    ONCE.
019000 01  WS-LINE-COUNTS.
019100     05  WS-LC-REGISTERED            PIC 9(07) COMP.
019200     05  WS-LC-PREREG-REGISTERED     PIC 9(07) COMP.
019300     05  WS-LC-VOTED                 PIC 9(07) COMP.
019400     05  WS-LC-FIRST-TIME            PIC 9(07) COMP.
019500     05  WS-LC-PREREG-VOTED          PIC 9(07) COMP.
019600     05  WS-LC-ABSENTEE              PIC 9(07) COMP.
019700     05  WS-LC-PROVISIONAL           PIC 9(07) COMP.
019800 01  WS-DISTRICT-COUNTS.
019900     05  WS-DC-REGISTERED            PIC 9(07) COMP.
020000     05  WS-DC-PREREG-REGISTERED     PIC 9(07) COMP.
020100     05  WS-DC-VOTED                 PIC 9(07) COMP.
020200     05  WS-DC-FIRST-TIME            PIC 9(07) COMP.
020300     05  WS-DC-PREREG-VOTED          PIC 9(07) COMP.
020400     05  WS-DC-ABSENTEE              PIC 9(07) COMP.
020500     05  WS-DC-PROVISIONAL           PIC 9(07) COMP.
020600 01  WS-COUNTY-COUNTS.
020700     05  WS-CC-REGISTERED            PIC 9(07) COMP.
020800     05  WS-CC-PREREG-REGISTERED     PIC 9(07) COMP.
020900     05  WS-CC-VOTED                 PIC 9(07) COMP.
021000     05  WS-CC-FIRST-TIME            PIC 9(07) COMP.
021100     05  WS-CC-PREREG-VOTED          PIC 9(07) COMP.
021200     05  WS-CC-ABSENTEE              PIC 9(07) COMP.
021300     05  WS-CC-PROVISIONAL           PIC 9(07) COMP.
021400*
021500*    ONE ENTRY PER PRECINCT - EVERY PRECINCT ON PRECREF, PLUS ANY
021600*    CODE ON THE MASTER OR THE HISTORY FILE THAT PRECREF DOES NOT
021700*    KNOW (A RETIRED OR REALIGNED CODE), ADDED AS IT TURNS UP.
021800 01  WS-PRECINCT-TABLE.
021900     05  WS-PT-ENTRY OCCURS 1 TO 250 TIMES
022000         DEPENDING ON WS-PT-COUNT.
022100         10  WS-PT-CODE              PIC X(05).
022200         10  WS-PT-NAME              PIC X(30).
022300         10  WS-PT-DISTRICT          PIC X(05).
022400         10  WS-PT-PRINTED-SW        PIC X(01).
022500         10  WS-PT-COUNTS.
022600             15  WS-PT-REGISTERED    PIC 9(07) COMP.
022700             15  WS-PT-PREREG-REG    PIC 9(07) COMP.
022800             15  WS-PT-VOTED         PIC 9(07) COMP.
022900             15  WS-PT-FIRST-TIME    PIC 9(07) COMP.
023000             15  WS-PT-PREREG-VOTED  PIC 9(07) COMP.
023100             15  WS-PT-ABSENTEE      PIC 9(07) COMP.
023200             15  WS-PT-PROVISIONAL   PIC 9(07) COMP.
023300*
023400 01  WS-RPT-DETAIL.
023500     05  RD-PRECINCT                 PIC X(05).
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  RD-NAME                     PIC X(30).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  RD-DISTRICT                 PIC X(05).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  RD-REGISTERED               PIC Z,ZZZ,ZZ9.
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  RD-VOTED                    PIC Z,ZZZ,ZZ9.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  RD-TURNOUT-PCT              PIC ZZ9.99.
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  RD-FIRST-TIME               PIC Z,ZZZ,ZZ9.
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  RD-PREREG-REGISTERED        PIC Z,ZZZ,ZZ9.
025000     05  FILLER                      PIC X(02) VALUE SPACES.
025100     05  RD-PREREG-VOTED             PIC Z,ZZZ,ZZ9.
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  RD-ABSENTEE                 PIC Z,ZZZ,ZZ9.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  RD-PROVISIONAL              PIC Z,ZZZ,ZZ9.
025600*
025700 PROCEDURE DIVISION.
025800*
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100     PERFORM 2000-COUNT-ONE-REGISTRATION THRU 2000-EXIT
026200         UNTIL WS-MASTER-EOF-YES.
026300     PERFORM 3000-COUNT-ONE-VOTER THRU 3000-EXIT
026400         UNTIL WS-HIST-EOF-YES.
026500     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     STOP RUN.
026800*
026900*********************************************************************
027000*    1000-INITIALIZE - SETTLE THE ELECTION AND ROLL CLOSE DATES,     *
027100*    LOAD THE PRECINCT TABLE, FIND THE PRIOR ELECTION ON THE         *
027200*    HISTORY FILE AND MAKE SURE THIS ONE IS THERE, OPEN THE          *
027300*    MASTER, AND HEAD THE REPORT AND THE EXTRACT.                    *
027400*********************************************************************
027500 1000-INITIALIZE.
027600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027700     PERFORM 1050-LOAD-PARMS THRU 1050-EXIT
027800     IF WS-ELECTION-DATE-8 = ZERO
027900         DISPLAY "TURNRPT ERROR - NO ELECTION DATE ON TURNPARM "
028000             "OR VAGEPARM"
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF
028400     OPEN INPUT PREC-FILE
028500     IF WS-PREC-STATUS NOT = "00"
028600         DISPLAY "TURNRPT ERROR - PRECINCT REFERENCE FILE "
028700             "OPEN FAILED, STATUS " WS-PREC-STATUS
028800             " - THE DISTRICT ROLL-UP NEEDS IT"
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     PERFORM 1100-LOAD-ONE-PRECREF THRU 1100-EXIT
029300         UNTIL WS-PREC-EOF-YES
029400         OR WS-PT-COUNT = 200
029500     IF WS-PT-COUNT = 200 AND NOT WS-PREC-EOF-YES
029600         DISPLAY "TURNRPT WARNING - PRECINCT REFERENCE FILE "
029700             "EXCEEDS 200 ENTRIES, REMAINDER IGNORED"
029800     END-IF
029900     CLOSE PREC-FILE
030000     MOVE WS-PT-COUNT TO WS-PREC-COUNT
030100     OPEN INPUT HISTORY-FILE
030200     IF WS-HISTORY-STATUS NOT = "00"
030300         DISPLAY "TURNRPT ERROR - NO VOTING HISTORY FILE, "
030400             "STATUS " WS-HISTORY-STATUS
030500             " - RUN HISTLOAD FIRST"
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF
030900     MOVE LOW-VALUES TO VH-HIST-KEY
031000     START HISTORY-FILE KEY NOT < VH-HIST-KEY
031100         INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
031200     END-START
031300     PERFORM 1200-CHECK-ONE-HISTORY THRU 1200-EXIT
031400         UNTIL WS-HIST-EOF-YES
031500     IF WS-ELECTION-HIST-COUNT = ZERO
031600         MOVE WS-ELECTION-DATE-8 TO WS-DATE-SPLIT
031700         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
031800         DISPLAY "TURNRPT ERROR - HISTORY FILE HOLDS NO VOTES "
031900             "FOR THE ELECTION OF " WS-DATE-DISPLAY
032000             " - RUN HISTLOAD FIRST"
032100         CLOSE HISTORY-FILE
032200         MOVE 8 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     MOVE "N" TO WS-HIST-EOF-SW
032600     MOVE LOW-VALUES TO VH-HIST-KEY
032700     START HISTORY-FILE KEY NOT < VH-HIST-KEY
032800         INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
032900     END-START
033000     OPEN INPUT MASTER-FILE
033100     IF WS-MASTER-STATUS NOT = "00"
033200         DISPLAY "TURNRPT ERROR - VOTER MASTER OPEN FAILED, "
033300             "STATUS " WS-MASTER-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     MOVE LOW-VALUES TO MR-VOTER-KEY
033800     START MASTER-FILE KEY NOT < MR-VOTER-KEY
033900         INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
034000     END-START
034100     OPEN OUTPUT RPT-FILE
034200     OPEN OUTPUT EXTRACT-FILE
034300     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
034400 1000-EXIT.
034500     EXIT.
034600*
034700*********************************************************************
034800*    1050-LOAD-PARMS - THE ELECTION DATE AND COUNTY CODE FROM        *
034900*    VAGEPARM, THE SAME CARD THE ELIGIBILITY RUN READS; A TURNPARM   *
035000*    CARD NAMES A DIFFERENT ELECTION AND THE DAY THE ROLL CLOSED.    *
035100*    A ROLL CLOSE DATE NOT GIVEN IS THE VAGEPARM CLOSE OF BOOKS      *
035110*    WHEN THE ELECTION IS THE VAGEPARM ONE, ELSE ELECTION DAY.       *
035200*********************************************************************
035300 1050-LOAD-PARMS.
035400     OPEN INPUT PARM-FILE
035500     IF WS-PARM-STATUS = "00"
035600         READ PARM-FILE
035700             AT END CONTINUE
035800             NOT AT END
035900                 IF RP-ELECTION-DATE NUMERIC
036000                     MOVE RP-ELECTION-DATE TO WS-ELECTION-DATE-8
036050                     MOVE RP-ELECTION-DATE
036060                         TO WS-PARM-ELECTION-DATE
036100                 END-IF
036110                 IF RP-CLOSE-OF-BOOKS-DATE NUMERIC
036120                     MOVE RP-CLOSE-OF-BOOKS-DATE
036130                         TO WS-PARM-BOOKS-CLOSED
036140                 END-IF
036200                 MOVE RP-COUNTY-CODE TO WS-COUNTY-CODE
036300         END-READ
036400         CLOSE PARM-FILE
036500     END-IF
036600     OPEN INPUT TURN-PARM-FILE
036700     IF WS-TURN-PARM-STATUS NOT = "00"
036800         GO TO 1050-CLOSE-DATE
036900     END-IF
037000     READ TURN-PARM-FILE
037100         AT END CONTINUE
037200         NOT AT END
037300             IF TP-ELECTION-DATE NUMERIC
037400                 AND TP-ELECTION-DATE-N > ZERO
037500                 MOVE TP-ELECTION-DATE-N TO WS-ELECTION-DATE-8
037600             END-IF
037700             IF TP-ROLL-CLOSE-DATE NUMERIC
037800                 AND TP-ROLL-CLOSE-DATE-N > ZERO
037900                 MOVE TP-ROLL-CLOSE-DATE-N TO WS-ROLL-CLOSE-DATE-8
038000             END-IF
038100     END-READ
038200     CLOSE TURN-PARM-FILE.
038300 1050-CLOSE-DATE.
038310     IF WS-ROLL-CLOSE-DATE-8 = ZERO
038320         AND WS-ELECTION-DATE-8 = WS-PARM-ELECTION-DATE
038330         MOVE WS-PARM-BOOKS-CLOSED TO WS-ROLL-CLOSE-DATE-8
038340     END-IF
038400     IF WS-ROLL-CLOSE-DATE-8 = ZERO
038500         OR WS-ROLL-CLOSE-DATE-8 > WS-ELECTION-DATE-8
038600         MOVE WS-ELECTION-DATE-8 TO WS-ROLL-CLOSE-DATE-8
038700     END-IF.
038800 1050-EXIT.
038900     EXIT.
039000*
039100 1100-LOAD-ONE-PRECREF.
039200     READ PREC-FILE
039300         AT END MOVE "Y" TO WS-PREC-EOF-SW
039400         NOT AT END
039500             ADD 1 TO WS-PT-COUNT
039600             MOVE PF-PRECINCT-CODE TO WS-PT-CODE (WS-PT-COUNT)
039700             MOVE PF-PRECINCT-NAME TO WS-PT-NAME (WS-PT-COUNT)
039800             MOVE PF-DISTRICT TO WS-PT-DISTRICT (WS-PT-COUNT)
039900             PERFORM 1150-CLEAR-ENTRY THRU 1150-EXIT
040000     END-READ.
040100 1100-EXIT.
040200     EXIT.
040300*
040400 1150-CLEAR-ENTRY.
040500     MOVE "N" TO WS-PT-PRINTED-SW (WS-PT-COUNT)
040600     MOVE ZERO TO WS-PT-REGISTERED (WS-PT-COUNT)
040700     MOVE ZERO TO WS-PT-PREREG-REG (WS-PT-COUNT)
040800     MOVE ZERO TO WS-PT-VOTED (WS-PT-COUNT)
040900     MOVE ZERO TO WS-PT-FIRST-TIME (WS-PT-COUNT)
041000     MOVE ZERO TO WS-PT-PREREG-VOTED (WS-PT-COUNT)
041100     MOVE ZERO TO WS-PT-ABSENTEE (WS-PT-COUNT)
041200     MOVE ZERO TO WS-PT-PROVISIONAL (WS-PT-COUNT).
041300 1150-EXIT.
041400     EXIT.
041500*
041600*********************************************************************
041700*    1200-CHECK-ONE-HISTORY - COUNT THIS ELECTION'S RECORDS AND      *
041800*    KEEP THE LATEST ELECTION DATE BEFORE IT - THE PRIOR ELECTION    *
041900*    A FIRST-TIME VOTER REGISTERED SINCE.                            *
042000*********************************************************************
042100 1200-CHECK-ONE-HISTORY.
042200     READ HISTORY-FILE NEXT
042300         AT END
042400             MOVE "Y" TO WS-HIST-EOF-SW
042500             GO TO 1200-EXIT
042600     END-READ
042700     IF VH-ELECTION-DATE = WS-ELECTION-DATE-8
042800         ADD 1 TO WS-ELECTION-HIST-COUNT
042900         GO TO 1200-EXIT
043000     END-IF
043100     IF VH-ELECTION-DATE < WS-ELECTION-DATE-8
043200         AND VH-ELECTION-DATE > WS-PRIOR-ELECTION-DATE
043300         MOVE VH-ELECTION-DATE TO WS-PRIOR-ELECTION-DATE
043400     END-IF.
043500 1200-EXIT.
043600     EXIT.
043700*
043800 1300-WRITE-HEADINGS.
043900     MOVE SPACES TO RPT-LINE
044000     MOVE WS-ELECTION-DATE-8 TO WS-DATE-SPLIT
044100     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
044200     STRING "ELECTION TURNOUT REPORT   ELECTION OF "
044300         DELIMITED BY SIZE
044400         WS-DATE-DISPLAY DELIMITED BY SIZE
044500         INTO RPT-LINE
044600     MOVE WS-ROLL-CLOSE-DATE-8 TO WS-DATE-SPLIT
044700     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
044800     STRING "ROLL CLOSED " DELIMITED BY SIZE
044900         WS-DATE-DISPLAY DELIMITED BY SIZE
045000         INTO RPT-LINE (52:)
045100     IF WS-PRIOR-ELECTION-DATE > ZERO
045200         MOVE WS-PRIOR-ELECTION-DATE TO WS-DATE-SPLIT
045300         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
045400         STRING "PRIOR ELECTION " DELIMITED BY SIZE
045500             WS-DATE-DISPLAY DELIMITED BY SIZE
045600             INTO RPT-LINE (79:)
045700     ELSE
045800         MOVE "NO PRIOR ELECTION ON FILE" TO RPT-LINE (79:)
045900     END-IF
046000     MOVE WS-RUN-DATE-8 TO WS-DATE-SPLIT
046100     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
046200     STRING "RUN " DELIMITED BY SIZE
046300         WS-DATE-DISPLAY DELIMITED BY SIZE
046400         INTO RPT-LINE (110:)
046500     WRITE RPT-LINE
046600     MOVE SPACES TO RPT-LINE
046700     WRITE RPT-LINE
046800     MOVE SPACES TO RPT-LINE
046900     MOVE "   ACTIVE" TO RPT-LINE (47:)
047000     MOVE "    FIRST" TO RPT-LINE (77:)
047100     MOVE "  PRE-REG" TO RPT-LINE (88:)
047200     MOVE "  PRE-REG" TO RPT-LINE (99:)
047300     WRITE RPT-LINE
047400     MOVE "PRCNT  PRECINCT NAME" TO RPT-LINE
047500     MOVE "DIST" TO RPT-LINE (40:)
047600     MOVE "  REGIST.     VOTERS  TURN %" TO RPT-LINE (47:)
047700     MOVE "     TIME    REGIST.     VOTERS" TO RPT-LINE (77:)
047800     MOVE " ABSENTEE    PROVIS." TO RPT-LINE (110:)
047900     WRITE RPT-LINE
048000     MOVE SPACES TO TURNOUT-EXT-HEADER
048100     MOVE "H" TO TH-RECORD-TYPE
048200     MOVE WS-COUNTY-CODE TO TH-COUNTY-CODE
048300     MOVE WS-ELECTION-DATE-8 TO TH-ELECTION-DATE
048400     MOVE WS-ROLL-CLOSE-DATE-8 TO TH-ROLL-CLOSE-DATE
048500     MOVE WS-PRIOR-ELECTION-DATE TO TH-PRIOR-ELECTION-DATE
048600     MOVE WS-RUN-DATE-8 TO TH-RUN-DATE
048700     WRITE TURNOUT-EXT-HEADER.
048800 1300-EXIT.
048900     EXIT.
049000*
049100*********************************************************************
049200*    2000-COUNT-ONE-REGISTRATION - ONE MASTER RECORD.  COUNTED IN    *
049300*    ITS PRECINCT WHEN IT WAS IN FORCE ON ELECTION DAY, AND AS A     *
049400*    PRE-REGISTRANT WHEN IT WAS POSTED BY ROLL CLOSE WITH THE        *
049500*    VOTER STILL UNDER 18 THEN.                                      *
049600*********************************************************************
049700 2000-COUNT-ONE-REGISTRATION.
049800     READ MASTER-FILE NEXT
049900         AT END
050000             MOVE "Y" TO WS-MASTER-EOF-SW
050100             GO TO 2000-EXIT
050200     END-READ
050300     ADD 1 TO WS-MASTER-READ-COUNT
050400     PERFORM 2100-SET-REGISTRATION-DATE THRU 2100-EXIT
050500     IF WS-REGISTRATION-DATE > WS-ELECTION-DATE-8
050600         ADD 1 TO WS-NOT-IN-FORCE-COUNT
050700         GO TO 2000-EXIT
050800     END-IF
050810     IF MR-EFFECTIVE-DATE NUMERIC
050820         AND MR-EFFECTIVE-DATE > WS-ELECTION-DATE-8
050830         ADD 1 TO WS-NOT-IN-FORCE-COUNT
050840         GO TO 2000-EXIT
050850     END-IF
050900     IF MR-STATUS-CANCELLED
051000         AND MR-CANCEL-DATE NOT > WS-ELECTION-DATE-8
051100         ADD 1 TO WS-NOT-IN-FORCE-COUNT
051200         GO TO 2000-EXIT
051300     END-IF
051400     IF NOT MR-STATUS-ACTIVE
051500         AND NOT MR-STATUS-PENDING
051600         AND NOT MR-STATUS-CANCELLED
051700         ADD 1 TO WS-NOT-IN-FORCE-COUNT
051800         GO TO 2000-EXIT
051900     END-IF
052000     MOVE WS-ELECTION-DATE-8 TO WS-AGE-AS-OF-8
052100     PERFORM 8300-COMPUTE-AGE THRU 8300-EXIT
052200     IF WS-AGE < 18
052300         ADD 1 TO WS-NOT-IN-FORCE-COUNT
052400         GO TO 2000-EXIT
052500     END-IF
052600     MOVE MR-PRECINCT-CODE TO WS-LOOK-CODE
052700     PERFORM 8200-FIND-PRECINCT THRU 8200-EXIT
052800     IF NOT WS-PT-FOUND
052900         GO TO 2000-EXIT
053000     END-IF
053100     ADD 1 TO WS-PT-REGISTERED (WS-PT-HIT)
053200     IF WS-REGISTRATION-DATE > WS-ROLL-CLOSE-DATE-8
053300         GO TO 2000-EXIT
053400     END-IF
053500     MOVE WS-ROLL-CLOSE-DATE-8 TO WS-AGE-AS-OF-8
053600     PERFORM 8300-COMPUTE-AGE THRU 8300-EXIT
053700     IF WS-AGE < 18
053800         ADD 1 TO WS-PT-PREREG-REG (WS-PT-HIT)
053900     END-IF.
054000 2000-EXIT.
054100     EXIT.
054200*
054300 2100-SET-REGISTRATION-DATE.
054400     IF MR-REGISTRATION-DATE NUMERIC
054500         MOVE MR-REGISTRATION-DATE TO WS-REGISTRATION-DATE
054600     ELSE
054700         MOVE ZERO TO WS-REGISTRATION-DATE
054800     END-IF.
054900 2100-EXIT.
055000     EXIT.
055100*
055200*********************************************************************
055300*    3000-COUNT-ONE-VOTER - ONE HISTORY RECORD FOR THIS ELECTION,    *
055400*    COUNTED WHERE THE VOTER VOTED, BROKEN OUT BY HOW, THEN LOOKED   *
055500*    UP ON THE MASTER BY VOTER ID FOR THE REGISTRATION DATE AND      *
055600*    DATE OF BIRTH.                                                  *
055700*********************************************************************
055800 3000-COUNT-ONE-VOTER.
055900     READ HISTORY-FILE NEXT
056000         AT END
056100             MOVE "Y" TO WS-HIST-EOF-SW
056200             GO TO 3000-EXIT
056300     END-READ
056400     ADD 1 TO WS-HIST-READ-COUNT
056500     IF VH-ELECTION-DATE NOT = WS-ELECTION-DATE-8
056600         GO TO 3000-EXIT
056700     END-IF
056800     MOVE VH-PRECINCT-CODE TO WS-LOOK-CODE
056900     PERFORM 8200-FIND-PRECINCT THRU 8200-EXIT
057000     IF NOT WS-PT-FOUND
057100         GO TO 3000-EXIT
057200     END-IF
057300     ADD 1 TO WS-PT-VOTED (WS-PT-HIT)
057400     IF VH-VOTED-ABSENTEE
057500         ADD 1 TO WS-PT-ABSENTEE (WS-PT-HIT)
057600     END-IF
057700     IF VH-VOTED-PROVISIONAL
057800         ADD 1 TO WS-PT-PROVISIONAL (WS-PT-HIT)
057900     END-IF
058000     MOVE VH-VOTER-ID TO MR-VOTER-ID
058100     READ MASTER-FILE KEY IS MR-VOTER-ID
058200         INVALID KEY
058300             ADD 1 TO WS-NO-MASTER-COUNT
058400             GO TO 3000-EXIT
058500     END-READ
058600     PERFORM 2100-SET-REGISTRATION-DATE THRU 2100-EXIT
058700     IF WS-PRIOR-ELECTION-DATE > ZERO
058800         AND WS-REGISTRATION-DATE > WS-PRIOR-ELECTION-DATE
058900         ADD 1 TO WS-PT-FIRST-TIME (WS-PT-HIT)
059000     END-IF
059100     IF WS-REGISTRATION-DATE > WS-ROLL-CLOSE-DATE-8
059200         GO TO 3000-EXIT
059300     END-IF
059400     MOVE WS-ROLL-CLOSE-DATE-8 TO WS-AGE-AS-OF-8
059500     PERFORM 8300-COMPUTE-AGE THRU 8300-EXIT
059600     IF WS-AGE < 18
059700         ADD 1 TO WS-PT-PREREG-VOTED (WS-PT-HIT)
059800     END-IF.
059900 3000-EXIT.
060000     EXIT.
060100*
060200*********************************************************************
060300*    4000-PRINT-REPORT - DISTRICT BY DISTRICT IN DISTRICT ORDER, BY  *
060400*    REPEATED SELECTION OF THE LOWEST DISTRICT NOT YET PRINTED -     *
060500*    EACH DISTRICT'S PRECINCTS IN PRECREF ORDER, THEN ITS TOTAL -    *
060600*    AND THE COUNTY TOTAL LAST.  EVERY LINE PRINTED ALSO GOES TO     *
060700*    THE EXTRACT.                                                    *
060800*********************************************************************
060900 4000-PRINT-REPORT.
061000     INITIALIZE WS-COUNTY-COUNTS
061100     MOVE "Y" TO WS-DISTRICT-FOUND-SW
061200     PERFORM 4100-PRINT-ONE-DISTRICT THRU 4100-EXIT
061300         UNTIL NOT WS-DISTRICT-FOUND
061400     MOVE WS-COUNTY-COUNTS TO WS-LINE-COUNTS
061500     MOVE SPACES TO RD-PRECINCT
061600     MOVE "COUNTY TOTAL" TO RD-NAME
061700     MOVE SPACES TO RD-DISTRICT
061800     MOVE "C" TO WS-LINE-RECORD-TYPE
061900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
062000 4000-EXIT.
062100     EXIT.
062200*
062300 4100-PRINT-ONE-DISTRICT.
062400     MOVE "N" TO WS-DISTRICT-FOUND-SW
062500     MOVE HIGH-VALUES TO WS-CUR-DISTRICT
062600     PERFORM 4200-FIND-LOWEST-DISTRICT THRU 4200-EXIT
062700         VARYING WS-PT-IDX FROM 1 BY 1
062800         UNTIL WS-PT-IDX > WS-PT-COUNT
062900     IF NOT WS-DISTRICT-FOUND
063000         GO TO 4100-EXIT
063100     END-IF
063200     INITIALIZE WS-DISTRICT-COUNTS
063300     PERFORM 4300-PRINT-ONE-PRECINCT THRU 4300-EXIT
063400         VARYING WS-PT-IDX FROM 1 BY 1
063500         UNTIL WS-PT-IDX > WS-PT-COUNT
063600     MOVE WS-DISTRICT-COUNTS TO WS-LINE-COUNTS
063700     MOVE SPACES TO RD-PRECINCT
063800     MOVE SPACES TO RD-NAME
063900     IF WS-CUR-DISTRICT = SPACES
064000         MOVE "NO DISTRICT - TOTAL" TO RD-NAME
064100     ELSE
064200         STRING "DISTRICT " DELIMITED BY SIZE
064300             WS-CUR-DISTRICT DELIMITED BY SPACE
064400             " TOTAL" DELIMITED BY SIZE
064500             INTO RD-NAME
064600     END-IF
064700     MOVE WS-CUR-DISTRICT TO RD-DISTRICT
064800     MOVE "D" TO WS-LINE-RECORD-TYPE
064900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT
065000     MOVE SPACES TO RPT-LINE
065100     WRITE RPT-LINE
065200     ADD WS-DC-REGISTERED TO WS-CC-REGISTERED
065300     ADD WS-DC-PREREG-REGISTERED TO WS-CC-PREREG-REGISTERED
065400     ADD WS-DC-VOTED TO WS-CC-VOTED
065500     ADD WS-DC-FIRST-TIME TO WS-CC-FIRST-TIME
065600     ADD WS-DC-PREREG-VOTED TO WS-CC-PREREG-VOTED
065700     ADD WS-DC-ABSENTEE TO WS-CC-ABSENTEE
065800     ADD WS-DC-PROVISIONAL TO WS-CC-PROVISIONAL.
065900 4100-EXIT.
066000     EXIT.
066100*
066200 4200-FIND-LOWEST-DISTRICT.
066300     IF WS-PT-PRINTED-SW (WS-PT-IDX) = "N"
066400         AND WS-PT-DISTRICT (WS-PT-IDX) < WS-CUR-DISTRICT
066500         MOVE WS-PT-DISTRICT (WS-PT-IDX) TO WS-CUR-DISTRICT
066600         MOVE "Y" TO WS-DISTRICT-FOUND-SW
066700     END-IF.
066800 4200-EXIT.
066900     EXIT.
067000*
067100 4300-PRINT-ONE-PRECINCT.
067200     IF WS-PT-PRINTED-SW (WS-PT-IDX) = "Y"
067300         OR WS-PT-DISTRICT (WS-PT-IDX) NOT = WS-CUR-DISTRICT
067400         GO TO 4300-EXIT
067500     END-IF
067600     MOVE "Y" TO WS-PT-PRINTED-SW (WS-PT-IDX)
067700     MOVE WS-PT-COUNTS (WS-PT-IDX) TO WS-LINE-COUNTS
067800     MOVE WS-PT-CODE (WS-PT-IDX) TO RD-PRECINCT
067900     MOVE WS-PT-NAME (WS-PT-IDX) TO RD-NAME
068000     MOVE WS-PT-DISTRICT (WS-PT-IDX) TO RD-DISTRICT
068100     MOVE "P" TO WS-LINE-RECORD-TYPE
068200     PERFORM 5000-WRITE-LINE THRU 5000-EXIT
068300     ADD WS-LC-REGISTERED TO WS-DC-REGISTERED
068400     ADD WS-LC-PREREG-REGISTERED TO WS-DC-PREREG-REGISTERED
068500     ADD WS-LC-VOTED TO WS-DC-VOTED
068600     ADD WS-LC-FIRST-TIME TO WS-DC-FIRST-TIME
068700     ADD WS-LC-PREREG-VOTED TO WS-DC-PREREG-VOTED
068800     ADD WS-LC-ABSENTEE TO WS-DC-ABSENTEE
068900     ADD WS-LC-PROVISIONAL TO WS-DC-PROVISIONAL.
069000 4300-EXIT.
069100     EXIT.
069200*
069300*********************************************************************
069400*    5000-WRITE-LINE - ONE REPORT LINE AND ONE EXTRACT RECORD FROM   *
069500*    THE LINE COUNTS.  THE CALLER HAS SET THE LABELS AND THE         *
069600*    EXTRACT RECORD TYPE (WS-LINE-RECORD-TYPE).  THE EXTRACT         *
069650*    RECORD IS CLEARED FIRST SO NO FIELD CARRIES OVER.               *
069700*********************************************************************
069800 5000-WRITE-LINE.
069850     MOVE SPACES TO TURNOUT-EXT-COUNTS
069900     IF WS-LC-REGISTERED > ZERO
070000         COMPUTE WS-TURNOUT-PCT ROUNDED =
070100             WS-LC-VOTED * 100 / WS-LC-REGISTERED
070200             ON SIZE ERROR MOVE 999.99 TO WS-TURNOUT-PCT
070300         END-COMPUTE
070400     ELSE
070500         MOVE ZERO TO WS-TURNOUT-PCT
070600     END-IF
070700     MOVE WS-LC-REGISTERED TO RD-REGISTERED
070800     MOVE WS-LC-VOTED TO RD-VOTED
070900     MOVE WS-TURNOUT-PCT TO RD-TURNOUT-PCT
071000     MOVE WS-LC-FIRST-TIME TO RD-FIRST-TIME
071100     MOVE WS-LC-PREREG-REGISTERED TO RD-PREREG-REGISTERED
071200     MOVE WS-LC-PREREG-VOTED TO RD-PREREG-VOTED
071300     MOVE WS-LC-ABSENTEE TO RD-ABSENTEE
071400     MOVE WS-LC-PROVISIONAL TO RD-PROVISIONAL
071500     MOVE SPACES TO RPT-LINE
071600     MOVE WS-RPT-DETAIL TO RPT-LINE
071700     WRITE RPT-LINE
071750     MOVE WS-LINE-RECORD-TYPE TO TX-RECORD-TYPE
071800     MOVE RD-PRECINCT TO TX-PRECINCT-CODE
071900     MOVE RD-DISTRICT TO TX-DISTRICT
072000     MOVE WS-LC-REGISTERED TO TX-REGISTERED
072100     MOVE WS-LC-VOTED TO TX-VOTED
072200     MOVE WS-TURNOUT-PCT TO TX-TURNOUT-PCT
072300     MOVE WS-LC-FIRST-TIME TO TX-FIRST-TIME
072400     MOVE WS-LC-PREREG-REGISTERED TO TX-PREREG-REGISTERED
072500     MOVE WS-LC-PREREG-VOTED TO TX-PREREG-VOTED
072600     MOVE WS-LC-ABSENTEE TO TX-VOTED-ABSENTEE
072700     MOVE WS-LC-PROVISIONAL TO TX-VOTED-PROVISIONAL
072800     WRITE TURNOUT-EXT-COUNTS.
072900 5000-EXIT.
073000     EXIT.
073100*
073200 8100-FORMAT-DATE.
073300     MOVE WS-DS-YYYY TO WS-DD-YYYY
073400     MOVE WS-DS-MM TO WS-DD-MM
073500     MOVE WS-DS-DD TO WS-DD-DD.
073600 8100-EXIT.
073700     EXIT.
073800*
073900*********************************************************************
074000*    8200-FIND-PRECINCT - THE TABLE ENTRY FOR WS-LOOK-CODE.  A CODE  *
074100*    PRECREF DOES NOT KNOW IS ADDED, WITH NO DISTRICT, SO ITS        *
074200*    VOTERS ARE STILL COUNTED AND SHOW UP ON THE REPORT.             *
074300*********************************************************************
074400 8200-FIND-PRECINCT.
074500     MOVE "N" TO WS-PT-FOUND-SW
074600     PERFORM 8210-MATCH-PRECINCT THRU 8210-EXIT
074700         VARYING WS-PT-IDX FROM 1 BY 1
074800         UNTIL WS-PT-IDX > WS-PT-COUNT
074900         OR WS-PT-FOUND
075000     IF WS-PT-FOUND
075100         GO TO 8200-EXIT
075200     END-IF
075300     IF WS-PT-COUNT = 250
075400         ADD 1 TO WS-UNPLACED-COUNT
075500         GO TO 8200-EXIT
075600     END-IF
075700     ADD 1 TO WS-PT-COUNT
075800     ADD 1 TO WS-NO-PRECREF-COUNT
075900     MOVE WS-LOOK-CODE TO WS-PT-CODE (WS-PT-COUNT)
076000     MOVE "*** NOT ON PRECREF ***" TO WS-PT-NAME (WS-PT-COUNT)
076100     MOVE SPACES TO WS-PT-DISTRICT (WS-PT-COUNT)
076200     PERFORM 1150-CLEAR-ENTRY THRU 1150-EXIT
076300     MOVE WS-PT-COUNT TO WS-PT-HIT
076400     MOVE "Y" TO WS-PT-FOUND-SW.
076500 8200-EXIT.
076600     EXIT.
076700*
076800 8210-MATCH-PRECINCT.
076900     IF WS-PT-CODE (WS-PT-IDX) = WS-LOOK-CODE
077000         MOVE WS-PT-IDX TO WS-PT-HIT
077100         MOVE "Y" TO WS-PT-FOUND-SW
077200     END-IF.
077300 8210-EXIT.
077400     EXIT.
077500*
077600*********************************************************************
077700*    8300-COMPUTE-AGE - THE VOTER'S AGE ON WS-AGE-AS-OF, THE SAME    *
077800*    YEAR-THEN-MONTH-AND-DAY ADJUSTMENT CHECKVOTERAGE USES.          *
077900*********************************************************************
078000 8300-COMPUTE-AGE.
078100     COMPUTE WS-AGE = WS-AS-OF-YYYY - MR-DOB-YYYY
078200     IF WS-AS-OF-MM < MR-DOB-MM
078300         OR (WS-AS-OF-MM = MR-DOB-MM
078400             AND WS-AS-OF-DD < MR-DOB-DD)
078500         SUBTRACT 1 FROM WS-AGE
078600     END-IF.
078700 8300-EXIT.
078800     EXIT.
078900*
079000*********************************************************************
079100*    9000-TERMINATE - THE RUN COUNTS UNDER THE COUNTY TOTAL, THEN    *
079200*    CLOSE OUT.  A VOTER THE MASTER CANNOT FIND OR A PRECINCT        *
079300*    PRECREF DOES NOT KNOW IS LEFT FOR THE BOARD OFFICE TO LOOK AT.  *
079400*********************************************************************
079500 9000-TERMINATE.
079600     MOVE SPACES TO RPT-LINE
079700     WRITE RPT-LINE
079800     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY
079900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
080000     MOVE "MASTER RECORDS READ . . . . . :" TO RPT-LINE (1:32)
080100     WRITE RPT-LINE
080200     MOVE WS-NOT-IN-FORCE-COUNT TO WS-COUNT-DISPLAY
080300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
080400     MOVE "  NOT IN FORCE ON ELECTION DAY:" TO RPT-LINE (1:32)
080500     WRITE RPT-LINE
080600     MOVE WS-ELECTION-HIST-COUNT TO WS-COUNT-DISPLAY
080700     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
080800     MOVE "HISTORY RECORDS, THIS ELECTION:" TO RPT-LINE (1:32)
080900     WRITE RPT-LINE
081000     MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISPLAY
081100     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
081200     MOVE "  VOTER ID NOT ON THE MASTER. :" TO RPT-LINE (1:32)
081300     WRITE RPT-LINE
081400     MOVE WS-NO-PRECREF-COUNT TO WS-COUNT-DISPLAY
081500     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
081600     MOVE "PRECINCTS NOT ON PRECREF. . . :" TO RPT-LINE (1:32)
081700     WRITE RPT-LINE
081800     IF WS-UNPLACED-COUNT > ZERO
081900         MOVE WS-UNPLACED-COUNT TO WS-COUNT-DISPLAY
082000         PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
082100         MOVE "NOT COUNTED - PRECINCT TABLE :" TO RPT-LINE (1:32)
082200         WRITE RPT-LINE
082300         DISPLAY "TURNRPT ERROR - MORE THAN 250 PRECINCT CODES, "
082400             "SOME RECORDS NOT COUNTED"
082500         MOVE 8 TO RETURN-CODE
082600     END-IF
082700     CLOSE HISTORY-FILE
082800     CLOSE MASTER-FILE
082900     CLOSE EXTRACT-FILE
083000     CLOSE RPT-FILE
083100     IF WS-NO-MASTER-COUNT > ZERO OR WS-NO-PRECREF-COUNT > ZERO
083200         IF RETURN-CODE = ZERO
083300             MOVE 4 TO RETURN-CODE
083400         END-IF
083500     END-IF.
083600 9000-EXIT.
083700     EXIT.
083800*
083900 9100-WRITE-COUNT-LINE.
084000     MOVE SPACES TO RPT-LINE
084100     MOVE WS-COUNT-DISPLAY TO RPT-LINE (34:8).
084200 9100-EXIT.
084300     EXIT.
