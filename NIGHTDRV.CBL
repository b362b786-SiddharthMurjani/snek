000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NIGHTDRV.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  NIGHTLY CYCLE DRIVER.  RUNS THE NIGHTLY CHAIN    *
001000*    OF PROGRAMS IN THE ORDER GIVEN ON THE STEP-CONTROL FILE        *
001100*    (STEPCTL), CALLING EACH IN TURN AND HOLDING ITS RETURN CODE    *
001200*    AGAINST THE LIMIT ON ITS CARD.  A STEP THAT RETURNS MORE       *
001300*    THAN ITS LIMIT, OR CANNOT BE LOADED, STOPS THE CHAIN THERE -   *
001400*    NOTHING AFTER IT RUNS ON A BAD INPUT.  THE STANDARD DECK IS    *
001500*    (COLS 1-27 OF EACH CARD AS KEYED - THE PROGRAM-ID MUST BE      *
001510*    SPELLED EXACTLY AS IN THE PROGRAM, CASE INCLUDED)              *
001520*      VOTEDIT VOTEDIT         04N                                  *
001530*      SUSPCOR SUSPCOR         04Y                                  *
001540*      CHKVAGE CheckVoterAge   04N                                  *
001550*      DUPCHK  DUPCHK          04N                                  *
001560*      VOTPOST VOTPOST         04N                                  *
001570*      VOTCANC VOTCANC         04N                                  *
001580*      VOTACTV VOTACTV         04N                                  *
001590*      VOTBKUP VOTBKUP         04N                                  *
001700*                                                                   *
001800*    EVERY STEP'S START AND END, WITH THE DATE, TIME AND RETURN     *
001900*    CODE, GOES ON THE RUN HISTORY (RUNHIST, CPRUNHST LAYOUT) AS    *
002000*    IT HAPPENS, SO THE HISTORY IS RIGHT EVEN WHEN A STEP ABENDS    *
002100*    AND TAKES THE DRIVER WITH IT.  A CYCLE IS FINISHED ONLY WHEN   *
002200*    EVERY STEP HAS COMPLETED OR BEEN BYPASSED.  WHILE THE LAST     *
002300*    CYCLE ON THE HISTORY IS UNFINISHED, THE NEXT RUN OF NIGHTDRV   *
002400*    IS A RERUN OF IT - THE STEPS ALREADY COMPLETED ARE NOT         *
002500*    REPEATED AND THE CHAIN RESUMES AT THE STEP THAT FAILED (A      *
002600*    STEP THAT ABENDED IS TAKEN AS FAILED).  CORRECT THE CAUSE      *
002700*    BEFORE THE RERUN.  THE FAILED STEP STARTS OVER FROM ITS OWN    *
002800*    BEGINNING (CHECKVOTERAGE PICKS UP FROM ITS CHECKPOINT); A      *
002900*    MASTER UPDATE THAT FAILED PART-WAY MAY NEED A VOTRCVR          *
003000*    RECOVERY FIRST.                                                *
003100*                                                                   *
003200*    A ONE-PAGE CYCLE SUMMARY (CYCLRPT) FOR THE MORNING SHIFT       *
003300*    SHOWS EACH STEP'S TIMES, RETURN CODE AND RESULT, AND WHERE A   *
003400*    RERUN WILL RESUME.                                             *
003500*                                                                   *
003600*    STEP-CONTROL CARD (STEPCTL, 80 BYTES, UP TO 20, RUN ORDER)     *
003700*      COLS  1-8   STEP NAME                                        *
003800*      COLS  9-24  PROGRAM-ID CALLED FOR THE STEP                   *
003900*      COLS 25-26  HIGHEST ACCEPTABLE RETURN CODE                   *
004000*      COL  27     Y = THE STEP MAY BE BYPASSED, N = IT MAY NOT     *
004100*                                                                   *
004200*    OPERATOR CARDS (NIGHTPRM, 80 BYTES, OPTIONAL)                  *
004300*      SKIP    XXXXXXXX  BYPASS STEP XXXXXXXX ON THIS RUN ONLY      *
004400*                        (COLS 9-16).  THE STEP MUST BE MARKED      *
004500*                        Y ON ITS STEP-CONTROL CARD.                *
004600*      NEWCYCLE          ABANDON AN UNFINISHED CYCLE AND START A    *
004700*                        NEW ONE AT THE FIRST STEP.                 *
004800*    A BAD STEP-CONTROL OR OPERATOR CARD STOPS THE DRIVER BEFORE    *
004900*    ANY STEP RUNS.                                                 *
005000*                                                                   *
005100*    RETURN CODES - THE HIGHEST STEP RETURN CODE IN THE CYCLE       *
005200*    WHEN IT COMPLETES (EVERY ONE WITHIN ITS LIMIT, EARLIER RUNS    *
005300*    INCLUDED), 16 WHEN THE CHAIN STOPPED OR THE DRIVER COULD NOT   *
005400*    START.                                                         *
005500*                                                                   *
005600*    MODIFICATION HISTORY                                           *
005700*    DATE       INIT  DESCRIPTION                                  *
005800*    ---------  ----  ----------------------------------------- *
005900*    2026-10-15 RLH   ORIGINAL.                                  *
006000*********************************************************************
006100*
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT STEP-FILE ASSIGN TO "STEPCTL"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-STEP-STATUS.
006800
006900     SELECT PARM-FILE ASSIGN TO "NIGHTPRM"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200
007300     SELECT HIST-FILE ASSIGN TO "RUNHIST"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-HIST-STATUS.
007600
007700     SELECT RPT-FILE ASSIGN TO "CYCLRPT"
007800         ORGANIZATION IS SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  STEP-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  STEP-CARD-RECORD.
008500     05  SC-STEP-NAME                PIC X(08).
008600     05  SC-PROGRAM-ID               PIC X(16).
008700     05  SC-MAX-RC-X                 PIC X(02).
008800     05  SC-MAX-RC REDEFINES SC-MAX-RC-X
008900                                     PIC 9(02).
009000     05  SC-SKIP-FLAG                PIC X(01).
009100     05  FILLER                      PIC X(53).
009200
009300 FD  PARM-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  PARM-CARD-RECORD.
009600     05  NP-ACTION                   PIC X(08).
009700     05  NP-STEP-NAME                PIC X(08).
009800     05  FILLER                      PIC X(64).
009900
010000 FD  HIST-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  HIST-FILE-RECORD                PIC X(100).
010300
010400 FD  RPT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  RPT-LINE                        PIC X(132).
010700*
010800 WORKING-STORAGE SECTION.
010900 77  WS-STEP-STATUS                  PIC X(02).
011000 77  WS-PARM-STATUS                  PIC X(02).
011100 77  WS-HIST-STATUS                  PIC X(02).
011200 77  WS-STEP-EOF-SW                  PIC X(01) VALUE "N".
011300     88  WS-STEP-EOF-YES             VALUE "Y".
011400 77  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
011500     88  WS-PARM-EOF-YES             VALUE "Y".
011600 77  WS-HIST-EOF-SW                  PIC X(01) VALUE "N".
011700     88  WS-HIST-EOF-YES             VALUE "Y".
011800 77  WS-CYCLE-ON-FILE-SW             PIC X(01) VALUE "N".
011900     88  WS-CYCLE-ON-FILE            VALUE "Y".
012000 77  WS-CYCLE-CLOSED-SW              PIC X(01) VALUE "N".
012100     88  WS-CYCLE-CLOSED             VALUE "Y".
012200 77  WS-NEW-CYCLE-SW                 PIC X(01) VALUE "N".
012300     88  WS-NEW-CYCLE-REQUESTED      VALUE "Y".
012400 77  WS-RESTART-SW                   PIC X(01) VALUE "N".
012500     88  WS-RESTART-RUN              VALUE "Y".
012600 77  WS-ABANDONED-SW                 PIC X(01) VALUE "N".
012700     88  WS-CYCLE-ABANDONED          VALUE "Y".
012800 77  WS-CHAIN-SW                     PIC X(01) VALUE "N".
012900     88  WS-CHAIN-STOPPED            VALUE "Y".
013000 77  WS-CALL-SW                      PIC X(01).
013100     88  WS-CALL-FAILED              VALUE "Y".
013200
013300 77  WS-STEP-COUNT                   PIC 9(04) COMP VALUE ZERO.
013400 77  WS-SUB                          PIC 9(04) COMP.
013500 77  WS-SUB2                         PIC 9(04) COMP.
013600 77  WS-FOUND-SUB                    PIC 9(04) COMP.
013700 77  WS-FAILED-SUB                   PIC 9(04) COMP VALUE ZERO.
013800 77  WS-CARD-COUNT                   PIC 9(04) COMP VALUE ZERO.
013900 77  WS-RUN-COUNT                    PIC 9(04) COMP VALUE ZERO.
014000 77  WS-EARLIER-COUNT                PIC 9(04) COMP VALUE ZERO.
014100 77  WS-BYPASS-COUNT                 PIC 9(04) COMP VALUE ZERO.
014200 77  WS-NOT-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
014300 77  WS-STEP-RC                      PIC 9(04) VALUE ZERO.
014400 77  WS-HIGH-RC                      PIC 9(04) VALUE ZERO.
014500 77  WS-LAST-RUN-NUMBER              PIC 9(02) VALUE ZERO.
014600 77  WS-RUN-NUMBER                   PIC 9(02) VALUE ZERO.
014700
014800 01  WS-FIND-NAME                    PIC X(08).
014900 01  WS-CALL-PROGRAM                 PIC X(16).
015000 01  WS-HIST-TYPE                    PIC X(01).
015100 01  WS-CYCLE-STATUS                 PIC X(01).
015200 01  WS-COUNT-DISPLAY                PIC ZZZ9.
015300 01  WS-RC-DISPLAY                   PIC ZZZ9.
015400 01  WS-MAX-DISPLAY                  PIC Z9.
015500*
015600*    A CYCLE IS KNOWN BY THE DATE AND TIME ITS FIRST RUN STARTED;
015700*    A RERUN CARRIES THE SAME ID WITH THE NEXT RUN NUMBER.
015800 01  WS-CYCLE-ID.
015900     05  WS-CYCLE-DATE               PIC 9(08).
016000     05  WS-CYCLE-TIME               PIC 9(08).
016100 01  WS-LAST-CYCLE-ID                PIC X(16) VALUE SPACES.
016200 01  WS-LAST-CYCLE-SPLIT REDEFINES WS-LAST-CYCLE-ID.
016300     05  WS-LAST-CYCLE-DATE          PIC 9(08).
016400     05  WS-LAST-CYCLE-TIME          PIC 9(08).
016500 01  WS-ABANDONED-ID                 PIC X(16).
016600 01  WS-ABANDONED-SPLIT REDEFINES WS-ABANDONED-ID.
016700     05  WS-ABANDONED-DATE           PIC 9(08).
016800     05  WS-ABANDONED-TIME           PIC 9(08).
016900 01  WS-RUN-DATE                     PIC 9(08).
017000 01  WS-RUN-TIME                     PIC 9(08).
017100 01  WS-NOW-DATE                     PIC 9(08).
017200 01  WS-NOW-TIME                     PIC 9(08).
017300*
017400*    THE STEP-CONTROL DECK HELD IN CORE, WITH WHAT HAS BECOME OF
017500*    EACH STEP IN THIS CYCLE.  ST-STATUS IS THE RH-STATUS VALUE,
017600*    SPACE FOR A STEP NOT YET RUN IN THE CYCLE.
017700 01  WS-STEP-TABLE.
017800     05  WS-STEP-ENTRY OCCURS 20 TIMES.
017900         10  WS-ST-NAME              PIC X(08).
018000         10  WS-ST-PROGRAM           PIC X(16).
018100         10  WS-ST-MAX-RC            PIC 9(02).
018200         10  WS-ST-SKIP-FLAG         PIC X(01).
018300             88  WS-ST-SKIPPABLE     VALUE "Y".
018400         10  WS-ST-BYPASS-SW         PIC X(01).
018500             88  WS-ST-BYPASS        VALUE "Y".
018600         10  WS-ST-EARLIER-SW        PIC X(01).
018700             88  WS-ST-DONE-EARLIER  VALUE "Y".
018800         10  WS-ST-STATUS            PIC X(01).
018900             88  WS-ST-COMPLETED     VALUE "C".
019000             88  WS-ST-FAILED        VALUE "F".
019100             88  WS-ST-NOT-LOADED    VALUE "N".
019200             88  WS-ST-BYPASSED      VALUE "B".
019300         10  WS-ST-RUN-NUMBER        PIC 9(02).
019400         10  WS-ST-START-DATE        PIC 9(08).
019500         10  WS-ST-START-TIME        PIC 9(08).
019600         10  WS-ST-END-DATE          PIC 9(08).
019700         10  WS-ST-END-TIME          PIC 9(08).
019800         10  WS-ST-RC                PIC 9(04).
019900*
020000     COPY CPRUNHST.
020100*
020200 01  WS-DATE-SPLIT.
020300     05  WS-DS-YYYY                  PIC 9(04).
020400     05  WS-DS-MM                    PIC 9(02).
020500     05  WS-DS-DD                    PIC 9(02).
020600 01  WS-TIME-SPLIT.
020700     05  WS-TS-HH                    PIC 9(02).
020800     05  WS-TS-MM                    PIC 9(02).
020900     05  WS-TS-SS                    PIC 9(02).
021000     05  WS-TS-HS                    PIC 9(02).
021100 01  WS-STAMP-DISPLAY.
021200     05  WS-DD-YYYY                  PIC 9(04).
021300     05  FILLER                      PIC X(01) VALUE "-".
021400     05  WS-DD-MM                    PIC 9(02).
021500     05  FILLER                      PIC X(01) VALUE "-".
021600     05  WS-DD-DD                    PIC 9(02).
021700     05  FILLER                      PIC X(01) VALUE SPACE.
021800     05  WS-TD-HH                    PIC 9(02).
021900     05  FILLER                      PIC X(01) VALUE ":".
022000     05  WS-TD-MM                    PIC 9(02).
022100     05  FILLER                      PIC X(01) VALUE ":".
022200     05  WS-TD-SS                    PIC 9(02).
022300*
022400 01  WS-STEP-DETAIL.
022500     05  SD-NAME                     PIC X(08).
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  SD-PROGRAM                  PIC X(16).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  SD-MAX-RC                   PIC Z9.
023000     05  FILLER                      PIC X(04) VALUE SPACES.
023100     05  SD-SKIP                     PIC X(01).
023200     05  FILLER                      PIC X(03) VALUE SPACES.
023300     05  SD-STARTED                  PIC X(19).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  SD-ENDED                    PIC X(19).
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  SD-RC                       PIC X(04).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  SD-RESULT                   PIC X(30).
024000*
024100 PROCEDURE DIVISION.
024200*
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 1100-LOAD-STEPS THRU 1100-EXIT.
024600     PERFORM 1200-LOAD-OPERATOR-CARDS THRU 1200-EXIT.
024700     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
024800     PERFORM 1400-START-CYCLE THRU 1400-EXIT.
024900     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
025000         VARYING WS-SUB FROM 1 BY 1
025100         UNTIL WS-SUB > WS-STEP-COUNT
025200            OR WS-CHAIN-STOPPED.
025300     PERFORM 3000-END-CYCLE THRU 3000-EXIT.
025400     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025600     STOP RUN.
025700*
025800*********************************************************************
025900*    1000-INITIALIZE - THE DRIVER'S OWN START TIME, WHICH BECOMES   *
026000*    THE CYCLE ID WHEN THIS RUN STARTS A NEW CYCLE.                 *
026100*********************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026400     ACCEPT WS-RUN-TIME FROM TIME
026500     MOVE SPACES TO WS-STEP-TABLE.
026600 1000-EXIT.
026700     EXIT.
026800*
026900*********************************************************************
027000*    1100-LOAD-STEPS - LOAD AND EDIT THE STEP-CONTROL DECK.  THE    *
027100*    DECK IS THE CHAIN; WITHOUT A GOOD ONE NOTHING RUNS.            *
027200*********************************************************************
027300 1100-LOAD-STEPS.
027400     OPEN INPUT STEP-FILE
027500     IF WS-STEP-STATUS NOT = "00"
027600         DISPLAY "NIGHTDRV ERROR - STEP-CONTROL FILE (STEPCTL) "
027700             "OPEN FAILED, STATUS " WS-STEP-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF
028100     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
028200         UNTIL WS-STEP-EOF-YES
028300     CLOSE STEP-FILE
028400     IF WS-STEP-COUNT = ZERO
028500         DISPLAY "NIGHTDRV ERROR - STEP-CONTROL FILE HOLDS NO "
028600             "STEPS"
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000 1100-EXIT.
029100     EXIT.
029200*
029300 1110-LOAD-ONE-STEP.
029400     READ STEP-FILE
029500         AT END
029600             MOVE "Y" TO WS-STEP-EOF-SW
029700             GO TO 1110-EXIT
029800     END-READ
029900     IF STEP-CARD-RECORD = SPACES
030000         GO TO 1110-EXIT
030100     END-IF
030200     IF WS-STEP-COUNT NOT < 20
030300         DISPLAY "NIGHTDRV ERROR - MORE THAN 20 STEP-CONTROL "
030400             "CARDS"
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF
030800     IF SC-STEP-NAME = SPACES
030900         OR SC-PROGRAM-ID = SPACES
031000         DISPLAY "NIGHTDRV ERROR - STEP-CONTROL CARD WITHOUT A "
031100             "STEP NAME OR PROGRAM: " STEP-CARD-RECORD
031200         MOVE 16 TO RETURN-CODE
031300         STOP RUN
031400     END-IF
031500     IF SC-MAX-RC-X NOT NUMERIC
031600         DISPLAY "NIGHTDRV ERROR - STEP " SC-STEP-NAME
031700             " RETURN CODE LIMIT NOT NUMERIC: " SC-MAX-RC-X
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF
032100     IF SC-SKIP-FLAG NOT = "Y"
032200         AND SC-SKIP-FLAG NOT = "N"
032300         DISPLAY "NIGHTDRV ERROR - STEP " SC-STEP-NAME
032400             " BYPASS FLAG MUST BE Y OR N: " SC-SKIP-FLAG
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     MOVE SC-STEP-NAME TO WS-FIND-NAME
032900     PERFORM 1500-FIND-STEP THRU 1500-EXIT
033000     IF WS-FOUND-SUB > ZERO
033100         DISPLAY "NIGHTDRV ERROR - STEP " SC-STEP-NAME
033200             " IS ON THE STEP-CONTROL FILE TWICE"
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF
033600     ADD 1 TO WS-STEP-COUNT
033700     MOVE SC-STEP-NAME TO WS-ST-NAME (WS-STEP-COUNT)
033800     MOVE SC-PROGRAM-ID TO WS-ST-PROGRAM (WS-STEP-COUNT)
033900     MOVE SC-MAX-RC TO WS-ST-MAX-RC (WS-STEP-COUNT)
034000     MOVE SC-SKIP-FLAG TO WS-ST-SKIP-FLAG (WS-STEP-COUNT)
034100     MOVE "N" TO WS-ST-BYPASS-SW (WS-STEP-COUNT)
034200     MOVE WS-STEP-COUNT TO WS-SUB2
034300     PERFORM 1520-CLEAR-STEP THRU 1520-EXIT.
034400 1110-EXIT.
034500     EXIT.
034600*
034700*********************************************************************
034800*    1200-LOAD-OPERATOR-CARDS - THE OPTIONAL NIGHTPRM CARDS.  NO    *
034900*    FILE MEANS A NORMAL RUN.  ONLY A STEP MARKED BYPASSABLE ON     *
035000*    THE STEP-CONTROL FILE MAY BE NAMED ON A SKIP CARD.             *
035100*********************************************************************
035200 1200-LOAD-OPERATOR-CARDS.
035300     OPEN INPUT PARM-FILE
035400     IF WS-PARM-STATUS = "35"
035500         GO TO 1200-EXIT
035600     END-IF
035700     IF WS-PARM-STATUS NOT = "00"
035800         DISPLAY "NIGHTDRV ERROR - OPERATOR CARD FILE (NIGHTPRM) "
035900             "OPEN FAILED, STATUS " WS-PARM-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF
036300     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
036400         UNTIL WS-PARM-EOF-YES
036500     CLOSE PARM-FILE.
036600 1200-EXIT.
036700     EXIT.
036800*
036900 1210-LOAD-ONE-CARD.
037000     READ PARM-FILE
037100         AT END
037200             MOVE "Y" TO WS-PARM-EOF-SW
037300             GO TO 1210-EXIT
037400     END-READ
037500     IF PARM-CARD-RECORD = SPACES
037600         GO TO 1210-EXIT
037700     END-IF
037800     EVALUATE NP-ACTION
037900         WHEN "SKIP"
038000             MOVE NP-STEP-NAME TO WS-FIND-NAME
038100             PERFORM 1500-FIND-STEP THRU 1500-EXIT
038200             IF WS-FOUND-SUB = ZERO
038300                 DISPLAY "NIGHTDRV ERROR - SKIP CARD NAMES STEP "
038400                     NP-STEP-NAME ", NOT ON THE STEP-CONTROL FILE"
038500                 MOVE 16 TO RETURN-CODE
038600                 STOP RUN
038700             END-IF
038800             IF NOT WS-ST-SKIPPABLE (WS-FOUND-SUB)
038900                 DISPLAY "NIGHTDRV ERROR - STEP " NP-STEP-NAME
039000                     " MAY NOT BE BYPASSED"
039100                 MOVE 16 TO RETURN-CODE
039200                 STOP RUN
039300             END-IF
039400             MOVE "Y" TO WS-ST-BYPASS-SW (WS-FOUND-SUB)
039500         WHEN "NEWCYCLE"
039600             MOVE "Y" TO WS-NEW-CYCLE-SW
039700         WHEN OTHER
039800             DISPLAY "NIGHTDRV ERROR - UNKNOWN OPERATOR CARD: "
039900                 PARM-CARD-RECORD
040000             MOVE 16 TO RETURN-CODE
040100             STOP RUN
040200     END-EVALUATE.
040300 1210-EXIT.
040400     EXIT.
040500*
040600*********************************************************************
040700*    1300-READ-HISTORY - ONE PASS OF THE RUN HISTORY FOR THE LAST   *
040800*    CYCLE ON IT, NOTING WHAT BECAME OF EACH STEP AND WHETHER THE   *
040900*    CYCLE WAS FINISHED.  NO HISTORY YET MEANS A FIRST CYCLE.       *
041000*********************************************************************
041100 1300-READ-HISTORY.
041200     OPEN INPUT HIST-FILE
041300     IF WS-HIST-STATUS = "35"
041400         GO TO 1300-EXIT
041500     END-IF
041600     IF WS-HIST-STATUS NOT = "00"
041700         DISPLAY "NIGHTDRV ERROR - RUN HISTORY (RUNHIST) OPEN "
041800             "FAILED, STATUS " WS-HIST-STATUS
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF
042200     PERFORM 1310-NOTE-ONE-RECORD THRU 1310-EXIT
042300         UNTIL WS-HIST-EOF-YES
042400     CLOSE HIST-FILE.
042500 1300-EXIT.
042600     EXIT.
042700*
042800 1310-NOTE-ONE-RECORD.
042900     READ HIST-FILE INTO RUN-HISTORY-RECORD
043000         AT END
043100             MOVE "Y" TO WS-HIST-EOF-SW
043200             GO TO 1310-EXIT
043300     END-READ
043400     IF RH-TYPE-CYCLE-START
043500         AND RH-CYCLE-ID NOT = WS-LAST-CYCLE-ID
043600         MOVE RH-CYCLE-ID TO WS-LAST-CYCLE-ID
043700         MOVE "Y" TO WS-CYCLE-ON-FILE-SW
043800         MOVE "N" TO WS-CYCLE-CLOSED-SW
043900         PERFORM 1520-CLEAR-STEP THRU 1520-EXIT
044000             VARYING WS-SUB2 FROM 1 BY 1
044100             UNTIL WS-SUB2 > WS-STEP-COUNT
044200     END-IF
044300     IF RH-CYCLE-ID NOT = WS-LAST-CYCLE-ID
044400         GO TO 1310-EXIT
044500     END-IF
044600     EVALUATE TRUE
044700         WHEN RH-TYPE-CYCLE-START
044800             MOVE RH-RUN-NUMBER TO WS-LAST-RUN-NUMBER
044900         WHEN RH-TYPE-STEP-START
045000         WHEN RH-TYPE-STEP-END
045100             PERFORM 1320-NOTE-STEP THRU 1320-EXIT
045200         WHEN RH-TYPE-CYCLE-END
045300             IF RH-STATUS-COMPLETED
045400                 OR RH-STATUS-ABANDONED
045500                 MOVE "Y" TO WS-CYCLE-CLOSED-SW
045600             END-IF
045700     END-EVALUATE.
045800 1310-EXIT.
045900     EXIT.
046000*
046100*    A STEP NO LONGER ON THE STEP-CONTROL FILE IS PASSED OVER.
046200 1320-NOTE-STEP.
046300     MOVE RH-STEP-NAME TO WS-FIND-NAME
046400     PERFORM 1500-FIND-STEP THRU 1500-EXIT
046500     IF WS-FOUND-SUB = ZERO
046600         GO TO 1320-EXIT
046700     END-IF
046800     MOVE RH-STATUS TO WS-ST-STATUS (WS-FOUND-SUB)
046900     MOVE RH-RUN-NUMBER TO WS-ST-RUN-NUMBER (WS-FOUND-SUB)
047000     MOVE RH-START-DATE TO WS-ST-START-DATE (WS-FOUND-SUB)
047100     MOVE RH-START-TIME TO WS-ST-START-TIME (WS-FOUND-SUB)
047200     MOVE RH-END-DATE TO WS-ST-END-DATE (WS-FOUND-SUB)
047300     MOVE RH-END-TIME TO WS-ST-END-TIME (WS-FOUND-SUB)
047400     MOVE RH-RETURN-CODE TO WS-ST-RC (WS-FOUND-SUB).
047500 1320-EXIT.
047600     EXIT.
047700*
047800*********************************************************************
047900*    1400-START-CYCLE - AN UNFINISHED LAST CYCLE IS RERUN UNLESS    *
048000*    THE OPERATOR ASKED FOR A NEW ONE, IN WHICH CASE IT IS CLOSED   *
048100*    ON THE HISTORY AS ABANDONED.  OTHERWISE A NEW CYCLE STARTS.    *
048200*********************************************************************
048300 1400-START-CYCLE.
048400     IF WS-CYCLE-ON-FILE
048500         AND NOT WS-CYCLE-CLOSED
048600         IF WS-NEW-CYCLE-REQUESTED
048700             PERFORM 1420-ABANDON-CYCLE THRU 1420-EXIT
048800             PERFORM 1430-NEW-CYCLE THRU 1430-EXIT
048900         ELSE
049000             MOVE "Y" TO WS-RESTART-SW
049100             MOVE WS-LAST-CYCLE-ID TO WS-CYCLE-ID
049200             COMPUTE WS-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1
049300             PERFORM 1410-MARK-DONE-EARLIER THRU 1410-EXIT
049400                 VARYING WS-SUB2 FROM 1 BY 1
049500                 UNTIL WS-SUB2 > WS-STEP-COUNT
049600         END-IF
049700     ELSE
049800         IF WS-NEW-CYCLE-REQUESTED
049900             DISPLAY "NIGHTDRV WARNING - NEWCYCLE CARD IGNORED, "
050000                 "NO UNFINISHED CYCLE ON THE RUN HISTORY"
050100         END-IF
050200         PERFORM 1430-NEW-CYCLE THRU 1430-EXIT
050300     END-IF
050400     MOVE SPACES TO RUN-HISTORY-RECORD
050500     MOVE "C" TO RH-RECORD-TYPE
050600     MOVE WS-CYCLE-ID TO RH-CYCLE-ID
050700     MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
050800     MOVE ZERO TO RH-STEP-NUMBER
050900     MOVE ZERO TO RH-MAX-RC
051000     MOVE WS-RUN-DATE TO RH-START-DATE
051100     MOVE WS-RUN-TIME TO RH-START-TIME
051200     MOVE ZERO TO RH-END-DATE
051300     MOVE ZERO TO RH-END-TIME
051400     MOVE ZERO TO RH-RETURN-CODE
051500     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
051600     IF WS-RESTART-RUN
051700         DISPLAY "NIGHTDRV - RERUN " WS-RUN-NUMBER
051800             " OF THE CYCLE STARTED " WS-CYCLE-DATE " "
051900             WS-CYCLE-TIME
052000     ELSE
052100         DISPLAY "NIGHTDRV - NEW CYCLE STARTED " WS-CYCLE-DATE " "
052200             WS-CYCLE-TIME
052300     END-IF.
052400 1400-EXIT.
052500     EXIT.
052600*
052700*    ON A RERUN A STEP THAT COMPLETED OR WAS BYPASSED STAYS DONE,
052800*    AND ITS RETURN CODE STILL COUNTS TOWARD THE CYCLE'S.  ANY
052900*    OTHER STEP RUNS AGAIN AND STARTS THIS RUN WITH A CLEAN SLATE.
053000 1410-MARK-DONE-EARLIER.
053100     IF WS-ST-COMPLETED (WS-SUB2)
053200         OR WS-ST-BYPASSED (WS-SUB2)
053300         MOVE "Y" TO WS-ST-EARLIER-SW (WS-SUB2)
053400         ADD 1 TO WS-EARLIER-COUNT
053500         IF WS-ST-RC (WS-SUB2) > WS-HIGH-RC
053600             MOVE WS-ST-RC (WS-SUB2) TO WS-HIGH-RC
053700         END-IF
053800     ELSE
053900         PERFORM 1520-CLEAR-STEP THRU 1520-EXIT
054000     END-IF.
054100 1410-EXIT.
054200     EXIT.
054300*
054400 1420-ABANDON-CYCLE.
054500     MOVE "Y" TO WS-ABANDONED-SW
054600     MOVE WS-LAST-CYCLE-ID TO WS-ABANDONED-ID
054700     MOVE SPACES TO RUN-HISTORY-RECORD
054800     MOVE "X" TO RH-RECORD-TYPE
054900     MOVE WS-LAST-CYCLE-ID TO RH-CYCLE-ID
055000     MOVE WS-LAST-RUN-NUMBER TO RH-RUN-NUMBER
055100     MOVE ZERO TO RH-STEP-NUMBER
055200     MOVE ZERO TO RH-MAX-RC
055300     MOVE WS-RUN-DATE TO RH-START-DATE
055400     MOVE WS-RUN-TIME TO RH-START-TIME
055500     MOVE WS-RUN-DATE TO RH-END-DATE
055600     MOVE WS-RUN-TIME TO RH-END-TIME
055700     MOVE ZERO TO RH-RETURN-CODE
055800     MOVE "A" TO RH-STATUS
055900     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
056000     DISPLAY "NIGHTDRV WARNING - UNFINISHED CYCLE STARTED "
056100         WS-ABANDONED-DATE " " WS-ABANDONED-TIME
056200         " ABANDONED ON REQUEST".
056300 1420-EXIT.
056400     EXIT.
056500*
056600 1430-NEW-CYCLE.
056700     MOVE "N" TO WS-RESTART-SW
056800     MOVE WS-RUN-DATE TO WS-CYCLE-DATE
056900     MOVE WS-RUN-TIME TO WS-CYCLE-TIME
057000     MOVE 1 TO WS-RUN-NUMBER
057100     PERFORM 1520-CLEAR-STEP THRU 1520-EXIT
057200         VARYING WS-SUB2 FROM 1 BY 1
057300         UNTIL WS-SUB2 > WS-STEP-COUNT.
057400 1430-EXIT.
057500     EXIT.
057600*
057700*********************************************************************
057800*    1500-FIND-STEP - LOOK UP WS-FIND-NAME ON THE STEP TABLE.       *
057900*    WS-FOUND-SUB IS ITS ENTRY, OR ZERO.                            *
058000*********************************************************************
058100 1500-FIND-STEP.
058200     MOVE ZERO TO WS-FOUND-SUB
058300     PERFORM 1510-MATCH-STEP THRU 1510-EXIT
058400         VARYING WS-SUB2 FROM 1 BY 1
058500         UNTIL WS-SUB2 > WS-STEP-COUNT
058600            OR WS-FOUND-SUB > ZERO.
058700 1500-EXIT.
058800     EXIT.
058900*
059000 1510-MATCH-STEP.
059100     IF WS-ST-NAME (WS-SUB2) = WS-FIND-NAME
059200         MOVE WS-SUB2 TO WS-FOUND-SUB
059300     END-IF.
059400 1510-EXIT.
059500     EXIT.
059600*
059700 1520-CLEAR-STEP.
059800     MOVE "N" TO WS-ST-EARLIER-SW (WS-SUB2)
059900     MOVE SPACE TO WS-ST-STATUS (WS-SUB2)
060000     MOVE ZERO TO WS-ST-RUN-NUMBER (WS-SUB2)
060100     MOVE ZERO TO WS-ST-START-DATE (WS-SUB2)
060200     MOVE ZERO TO WS-ST-START-TIME (WS-SUB2)
060300     MOVE ZERO TO WS-ST-END-DATE (WS-SUB2)
060400     MOVE ZERO TO WS-ST-END-TIME (WS-SUB2)
060500     MOVE ZERO TO WS-ST-RC (WS-SUB2).
060600 1520-EXIT.
060700     EXIT.
060800*
060900*********************************************************************
061000*    2000-RUN-ONE-STEP - RUN THE STEP AT WS-SUB.  THE START IS      *
061100*    ON THE HISTORY BEFORE THE PROGRAM IS CALLED, SO AN ABEND       *
061200*    STILL LEAVES A TRACE; THE RETURN CODE IS CLEARED FIRST SO      *
061300*    THE STEP REPORTS ONLY ITS OWN.  A STEP OVER ITS LIMIT, OR      *
061400*    ONE THAT CANNOT BE LOADED, STOPS THE CHAIN.                    *
061500*********************************************************************
061600 2000-RUN-ONE-STEP.
061700     IF WS-ST-DONE-EARLIER (WS-SUB)
061800         DISPLAY "NIGHTDRV - STEP " WS-ST-NAME (WS-SUB)
061900             " COMPLETED IN RUN " WS-ST-RUN-NUMBER (WS-SUB)
062000             " - NOT REPEATED"
062100         GO TO 2000-EXIT
062200     END-IF
062300     MOVE WS-RUN-NUMBER TO WS-ST-RUN-NUMBER (WS-SUB)
062400     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
062500     ACCEPT WS-NOW-TIME FROM TIME
062600     MOVE WS-NOW-DATE TO WS-ST-START-DATE (WS-SUB)
062700     MOVE WS-NOW-TIME TO WS-ST-START-TIME (WS-SUB)
062800     IF WS-ST-BYPASS (WS-SUB)
062900         MOVE WS-NOW-DATE TO WS-ST-END-DATE (WS-SUB)
063000         MOVE WS-NOW-TIME TO WS-ST-END-TIME (WS-SUB)
063100         MOVE ZERO TO WS-ST-RC (WS-SUB)
063200         MOVE "B" TO WS-ST-STATUS (WS-SUB)
063300         ADD 1 TO WS-BYPASS-COUNT
063400         MOVE "E" TO WS-HIST-TYPE
063500         PERFORM 2100-WRITE-STEP-HISTORY THRU 2100-EXIT
063600         DISPLAY "NIGHTDRV - STEP " WS-ST-NAME (WS-SUB)
063700             " BYPASSED ON REQUEST"
063800         GO TO 2000-EXIT
063900     END-IF
064000     MOVE "R" TO WS-ST-STATUS (WS-SUB)
064100     MOVE ZERO TO WS-ST-END-DATE (WS-SUB)
064200     MOVE ZERO TO WS-ST-END-TIME (WS-SUB)
064300     MOVE ZERO TO WS-ST-RC (WS-SUB)
064400     MOVE "S" TO WS-HIST-TYPE
064500     PERFORM 2100-WRITE-STEP-HISTORY THRU 2100-EXIT
064600     DISPLAY "NIGHTDRV - STEP " WS-ST-NAME (WS-SUB) " ("
064700         WS-ST-PROGRAM (WS-SUB) ") STARTED"
064800     MOVE WS-ST-PROGRAM (WS-SUB) TO WS-CALL-PROGRAM
064900     MOVE "N" TO WS-CALL-SW
065000     MOVE ZERO TO RETURN-CODE
065100     CALL WS-CALL-PROGRAM
065200         ON EXCEPTION
065300             MOVE "Y" TO WS-CALL-SW
065400     END-CALL
065500     MOVE RETURN-CODE TO WS-STEP-RC
065600     MOVE ZERO TO RETURN-CODE
065700     IF WS-CALL-FAILED
065800         MOVE 16 TO WS-STEP-RC
065900         MOVE "N" TO WS-ST-STATUS (WS-SUB)
066000     ELSE
066100         CANCEL WS-CALL-PROGRAM
066200         IF WS-STEP-RC > WS-ST-MAX-RC (WS-SUB)
066300             MOVE "F" TO WS-ST-STATUS (WS-SUB)
066400         ELSE
066500             MOVE "C" TO WS-ST-STATUS (WS-SUB)
066600         END-IF
066700     END-IF
066800     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
066900     ACCEPT WS-NOW-TIME FROM TIME
067000     MOVE WS-NOW-DATE TO WS-ST-END-DATE (WS-SUB)
067100     MOVE WS-NOW-TIME TO WS-ST-END-TIME (WS-SUB)
067200     MOVE WS-STEP-RC TO WS-ST-RC (WS-SUB)
067300     MOVE "E" TO WS-HIST-TYPE
067400     PERFORM 2100-WRITE-STEP-HISTORY THRU 2100-EXIT
067500     IF WS-ST-COMPLETED (WS-SUB)
067600         ADD 1 TO WS-RUN-COUNT
067700         IF WS-STEP-RC > WS-HIGH-RC
067800             MOVE WS-STEP-RC TO WS-HIGH-RC
067900         END-IF
068000         DISPLAY "NIGHTDRV - STEP " WS-ST-NAME (WS-SUB)
068100             " ENDED, RETURN CODE " WS-STEP-RC
068200         GO TO 2000-EXIT
068300     END-IF
068400     MOVE "Y" TO WS-CHAIN-SW
068500     MOVE WS-SUB TO WS-FAILED-SUB
068600     IF WS-ST-NOT-LOADED (WS-SUB)
068700         DISPLAY "NIGHTDRV ERROR - PROGRAM "
068800             WS-ST-PROGRAM (WS-SUB)
068900             " FOR STEP " WS-ST-NAME (WS-SUB)
069000             " COULD NOT BE LOADED - CHAIN STOPPED"
069100     ELSE
069200         DISPLAY "NIGHTDRV ERROR - STEP " WS-ST-NAME (WS-SUB)
069300             " RETURN CODE " WS-STEP-RC " IS OVER ITS LIMIT OF "
069400             WS-ST-MAX-RC (WS-SUB) " - CHAIN STOPPED"
069500     END-IF.
069600 2000-EXIT.
069700     EXIT.
069800*
069900 2100-WRITE-STEP-HISTORY.
070000     MOVE SPACES TO RUN-HISTORY-RECORD
070100     MOVE WS-HIST-TYPE TO RH-RECORD-TYPE
070200     MOVE WS-CYCLE-ID TO RH-CYCLE-ID
070300     MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
070400     MOVE WS-SUB TO RH-STEP-NUMBER
070500     MOVE WS-ST-NAME (WS-SUB) TO RH-STEP-NAME
070600     MOVE WS-ST-PROGRAM (WS-SUB) TO RH-PROGRAM-ID
070700     MOVE WS-ST-MAX-RC (WS-SUB) TO RH-MAX-RC
070800     MOVE WS-ST-START-DATE (WS-SUB) TO RH-START-DATE
070900     MOVE WS-ST-START-TIME (WS-SUB) TO RH-START-TIME
071000     MOVE WS-ST-END-DATE (WS-SUB) TO RH-END-DATE
071100     MOVE WS-ST-END-TIME (WS-SUB) TO RH-END-TIME
071200     MOVE WS-ST-RC (WS-SUB) TO RH-RETURN-CODE
071300     MOVE WS-ST-STATUS (WS-SUB) TO RH-STATUS
071400     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
071500 2100-EXIT.
071600     EXIT.
071700*
071800*********************************************************************
071900*    3000-END-CYCLE - CLOSE THIS RUN ON THE HISTORY.  ONLY A RUN    *
072000*    THAT GOT THROUGH EVERY STEP FINISHES THE CYCLE.                *
072100*********************************************************************
072200 3000-END-CYCLE.
072300     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
072400     ACCEPT WS-NOW-TIME FROM TIME
072500     IF WS-CHAIN-STOPPED
072600         MOVE "F" TO WS-CYCLE-STATUS
072700     ELSE
072800         MOVE "C" TO WS-CYCLE-STATUS
072900     END-IF
073000     MOVE SPACES TO RUN-HISTORY-RECORD
073100     MOVE "X" TO RH-RECORD-TYPE
073200     MOVE WS-CYCLE-ID TO RH-CYCLE-ID
073300     MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
073400     MOVE WS-FAILED-SUB TO RH-STEP-NUMBER
073500     IF WS-CHAIN-STOPPED
073600         MOVE WS-ST-NAME (WS-FAILED-SUB) TO RH-STEP-NAME
073700         MOVE WS-ST-PROGRAM (WS-FAILED-SUB) TO RH-PROGRAM-ID
073800     END-IF
073900     MOVE ZERO TO RH-MAX-RC
074000     MOVE WS-RUN-DATE TO RH-START-DATE
074100     MOVE WS-RUN-TIME TO RH-START-TIME
074200     MOVE WS-NOW-DATE TO RH-END-DATE
074300     MOVE WS-NOW-TIME TO RH-END-TIME
074400     MOVE WS-HIGH-RC TO RH-RETURN-CODE
074500     MOVE WS-CYCLE-STATUS TO RH-STATUS
074600     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
074700     COMPUTE WS-NOT-RUN-COUNT = WS-STEP-COUNT - WS-EARLIER-COUNT
074800         - WS-RUN-COUNT - WS-BYPASS-COUNT.
074900 3000-EXIT.
075000     EXIT.
075100*
075200*********************************************************************
075300*    4000-PRINT-SUMMARY - THE ONE-PAGE CYCLE SUMMARY.               *
075400*********************************************************************
075500 4000-PRINT-SUMMARY.
075600     OPEN OUTPUT RPT-FILE
075700     MOVE WS-RUN-DATE TO WS-DATE-SPLIT
075800     MOVE WS-RUN-TIME TO WS-TIME-SPLIT
075900     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT
076000     MOVE SPACES TO RPT-LINE
076100     STRING "NIGHTLY CYCLE SUMMARY   RUN " DELIMITED BY SIZE
076200         WS-STAMP-DISPLAY DELIMITED BY SIZE
076300         INTO RPT-LINE
076400     WRITE RPT-LINE
076500     MOVE SPACES TO RPT-LINE
076600     WRITE RPT-LINE
076700     MOVE WS-CYCLE-DATE TO WS-DATE-SPLIT
076800     MOVE WS-CYCLE-TIME TO WS-TIME-SPLIT
076900     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT
077000     MOVE SPACES TO RPT-LINE
077100     STRING "CYCLE STARTED . . . . . . . : " DELIMITED BY SIZE
077200         WS-STAMP-DISPLAY DELIMITED BY SIZE
077300         INTO RPT-LINE
077400     WRITE RPT-LINE
077500     MOVE SPACES TO RPT-LINE
077600     IF WS-RESTART-RUN
077700         STRING "THIS RUN. . . . . . . . . . : " DELIMITED BY SIZE
077800             WS-RUN-NUMBER DELIMITED BY SIZE
077900             " - RERUN, STEPS ALREADY COMPLETED NOT REPEATED"
078000                 DELIMITED BY SIZE
078100             INTO RPT-LINE
078200     ELSE
078300         STRING "THIS RUN. . . . . . . . . . : " DELIMITED BY SIZE
078400             WS-RUN-NUMBER DELIMITED BY SIZE
078500             " - NEW CYCLE" DELIMITED BY SIZE
078600             INTO RPT-LINE
078700     END-IF
078800     WRITE RPT-LINE
078900     IF WS-CYCLE-ABANDONED
079000         MOVE WS-ABANDONED-DATE TO WS-DATE-SPLIT
079100         MOVE WS-ABANDONED-TIME TO WS-TIME-SPLIT
079200         PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT
079300         MOVE SPACES TO RPT-LINE
079400         STRING "UNFINISHED CYCLE OF " DELIMITED BY SIZE
079500             WS-STAMP-DISPLAY DELIMITED BY SIZE
079600             " ABANDONED ON REQUEST (NEWCYCLE CARD)"
079700                 DELIMITED BY SIZE
079800             INTO RPT-LINE
079900         WRITE RPT-LINE
080000     END-IF
080100     MOVE SPACES TO RPT-LINE
080200     WRITE RPT-LINE
080300     MOVE SPACES TO RPT-LINE
080400     MOVE "STEP" TO RPT-LINE (1:)
080500     MOVE "PROGRAM" TO RPT-LINE (11:)
080600     MOVE "MAX" TO RPT-LINE (28:)
080700     MOVE "SKIP" TO RPT-LINE (34:)
080800     MOVE "STARTED" TO RPT-LINE (39:)
080900     MOVE "ENDED" TO RPT-LINE (60:)
081000     MOVE "RC" TO RPT-LINE (83:)
081100     MOVE "RESULT" TO RPT-LINE (87:)
081200     WRITE RPT-LINE
081300     MOVE ALL "-" TO RPT-LINE (1:116)
081400     WRITE RPT-LINE
081500     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
081600         VARYING WS-SUB FROM 1 BY 1
081700         UNTIL WS-SUB > WS-STEP-COUNT
081800     MOVE SPACES TO RPT-LINE
081900     WRITE RPT-LINE
082000     MOVE WS-RUN-COUNT TO WS-COUNT-DISPLAY
082100     MOVE SPACES TO RPT-LINE
082200     STRING "STEPS COMPLETED THIS RUN. . : " DELIMITED BY SIZE
082300         WS-COUNT-DISPLAY DELIMITED BY SIZE
082400         INTO RPT-LINE
082500     WRITE RPT-LINE
082600     MOVE WS-EARLIER-COUNT TO WS-COUNT-DISPLAY
082700     MOVE SPACES TO RPT-LINE
082800     STRING "STEPS COMPLETED EARLIER . . : " DELIMITED BY SIZE
082900         WS-COUNT-DISPLAY DELIMITED BY SIZE
083000         INTO RPT-LINE
083100     WRITE RPT-LINE
083200     MOVE WS-BYPASS-COUNT TO WS-COUNT-DISPLAY
083300     MOVE SPACES TO RPT-LINE
083400     STRING "STEPS BYPASSED. . . . . . . : " DELIMITED BY SIZE
083500         WS-COUNT-DISPLAY DELIMITED BY SIZE
083600         INTO RPT-LINE
083700     WRITE RPT-LINE
083800     MOVE WS-NOT-RUN-COUNT TO WS-COUNT-DISPLAY
083900     MOVE SPACES TO RPT-LINE
084000     STRING "STEPS NOT RUN OR FAILED . . : " DELIMITED BY SIZE
084100         WS-COUNT-DISPLAY DELIMITED BY SIZE
084200         INTO RPT-LINE
084300     WRITE RPT-LINE
084400     MOVE SPACES TO RPT-LINE
084500     WRITE RPT-LINE
084600     IF NOT WS-CHAIN-STOPPED
084700         MOVE WS-HIGH-RC TO WS-RC-DISPLAY
084800         MOVE SPACES TO RPT-LINE
084900         STRING "CYCLE RESULT. . . . . . . . : COMPLETE, HIGHEST "
085000                 DELIMITED BY SIZE
085100             "RETURN CODE " DELIMITED BY SIZE
085200             WS-RC-DISPLAY DELIMITED BY SIZE
085300             INTO RPT-LINE
085400         WRITE RPT-LINE
085500         GO TO 4000-CLOSE
085600     END-IF
085700     MOVE SPACES TO RPT-LINE
085800     STRING "CYCLE RESULT. . . . . . . . : STOPPED AT STEP "
085900             DELIMITED BY SIZE
086000         WS-ST-NAME (WS-FAILED-SUB) DELIMITED BY SPACE
086100         INTO RPT-LINE
086200     WRITE RPT-LINE
086300     MOVE SPACES TO RPT-LINE
086400     IF WS-ST-NOT-LOADED (WS-FAILED-SUB)
086500         STRING "    PROGRAM " DELIMITED BY SIZE
086600             WS-ST-PROGRAM (WS-FAILED-SUB) DELIMITED BY SPACE
086700             " COULD NOT BE LOADED" DELIMITED BY SIZE
086800             INTO RPT-LINE
086900     ELSE
087000         MOVE WS-ST-RC (WS-FAILED-SUB) TO WS-RC-DISPLAY
087100         MOVE WS-ST-MAX-RC (WS-FAILED-SUB) TO WS-MAX-DISPLAY
087200         STRING "    RETURN CODE " DELIMITED BY SIZE
087300             WS-RC-DISPLAY DELIMITED BY SIZE
087400             " IS OVER THE STEP LIMIT OF " DELIMITED BY SIZE
087500             WS-MAX-DISPLAY DELIMITED BY SIZE
087600             INTO RPT-LINE
087700     END-IF
087800     WRITE RPT-LINE
087900     MOVE SPACES TO RPT-LINE
088000     STRING "    CORRECT THE CAUSE AND RERUN NIGHTDRV - "
088100             DELIMITED BY SIZE
088200         "THE RERUN RESUMES AT STEP " DELIMITED BY SIZE
088300         WS-ST-NAME (WS-FAILED-SUB) DELIMITED BY SPACE
088400         INTO RPT-LINE
088500     WRITE RPT-LINE.
088600 4000-CLOSE.
088700     CLOSE RPT-FILE.
088800 4000-EXIT.
088900     EXIT.
089000*
089100 4100-PRINT-ONE-STEP.
089200     MOVE WS-ST-NAME (WS-SUB) TO SD-NAME
089300     MOVE WS-ST-PROGRAM (WS-SUB) TO SD-PROGRAM
089400     MOVE WS-ST-MAX-RC (WS-SUB) TO SD-MAX-RC
089500     MOVE WS-ST-SKIP-FLAG (WS-SUB) TO SD-SKIP
089600     MOVE SPACES TO SD-STARTED
089700     MOVE SPACES TO SD-ENDED
089800     MOVE SPACES TO SD-RC
089900     MOVE SPACES TO SD-RESULT
090000     IF WS-ST-STATUS (WS-SUB) = SPACE
090100         MOVE "NOT RUN" TO SD-RESULT
090200         GO TO 4100-WRITE
090300     END-IF
090400     MOVE WS-ST-START-DATE (WS-SUB) TO WS-DATE-SPLIT
090500     MOVE WS-ST-START-TIME (WS-SUB) TO WS-TIME-SPLIT
090600     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT
090700     MOVE WS-STAMP-DISPLAY TO SD-STARTED
090800     MOVE WS-ST-END-DATE (WS-SUB) TO WS-DATE-SPLIT
090900     MOVE WS-ST-END-TIME (WS-SUB) TO WS-TIME-SPLIT
091000     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT
091100     MOVE WS-STAMP-DISPLAY TO SD-ENDED
091200     MOVE WS-ST-RC (WS-SUB) TO WS-RC-DISPLAY
091300     MOVE WS-RC-DISPLAY TO SD-RC
091400     EVALUATE TRUE
091500         WHEN WS-ST-DONE-EARLIER (WS-SUB)
091600             IF WS-ST-BYPASSED (WS-SUB)
091700                 STRING "BYPASSED IN RUN " DELIMITED BY SIZE
091800                     WS-ST-RUN-NUMBER (WS-SUB) DELIMITED BY SIZE
091900                     INTO SD-RESULT
092000             ELSE
092100                 STRING "COMPLETED IN RUN " DELIMITED BY SIZE
092200                     WS-ST-RUN-NUMBER (WS-SUB) DELIMITED BY SIZE
092300                     INTO SD-RESULT
092400             END-IF
092500         WHEN WS-ST-COMPLETED (WS-SUB)
092600             MOVE "COMPLETED" TO SD-RESULT
092700         WHEN WS-ST-BYPASSED (WS-SUB)
092800             MOVE "BYPASSED ON REQUEST" TO SD-RESULT
092900         WHEN WS-ST-NOT-LOADED (WS-SUB)
093000             MOVE "FAILED - NOT LOADED" TO SD-RESULT
093100         WHEN OTHER
093200             MOVE "FAILED - OVER LIMIT" TO SD-RESULT
093300     END-EVALUATE.
093400 4100-WRITE.
093500     MOVE WS-STEP-DETAIL TO RPT-LINE
093600     WRITE RPT-LINE.
093700 4100-EXIT.
093800     EXIT.
093900*
094000*********************************************************************
094100*    8000-WRITE-HISTORY - APPEND ONE RECORD TO THE RUN HISTORY.     *
094200*    THE FILE IS CLOSED AFTER EVERY RECORD SO THAT WHAT HAS         *
094300*    HAPPENED SO FAR IS ON IT EVEN IF A STEP ABENDS.  IT IS         *
094400*    CREATED ON ITS FIRST USE.                                      *
094500*********************************************************************
094600 8000-WRITE-HISTORY.
094700     OPEN EXTEND HIST-FILE
094800     IF WS-HIST-STATUS = "35"
094900         OPEN OUTPUT HIST-FILE
095000     END-IF
095100     IF WS-HIST-STATUS NOT = "00"
095200         DISPLAY "NIGHTDRV ERROR - RUN HISTORY OPEN FAILED, "
095300             "STATUS " WS-HIST-STATUS
095400         MOVE 16 TO RETURN-CODE
095500         STOP RUN
095600     END-IF
095700     WRITE HIST-FILE-RECORD FROM RUN-HISTORY-RECORD
095800     IF WS-HIST-STATUS NOT = "00"
095900         DISPLAY "NIGHTDRV ERROR - RUN HISTORY WRITE FAILED, "
096000             "STATUS " WS-HIST-STATUS
096100         MOVE 16 TO RETURN-CODE
096200         STOP RUN
096300     END-IF
096400     CLOSE HIST-FILE.
096500 8000-EXIT.
096600     EXIT.
096700*
096800 8100-FORMAT-STAMP.
096900     MOVE WS-DS-YYYY TO WS-DD-YYYY
097000     MOVE WS-DS-MM TO WS-DD-MM
097100     MOVE WS-DS-DD TO WS-DD-DD
097200     MOVE WS-TS-HH TO WS-TD-HH
097300     MOVE WS-TS-MM TO WS-TD-MM
097400     MOVE WS-TS-SS TO WS-TD-SS.
097500 8100-EXIT.
097600     EXIT.
097700*
097800*********************************************************************
097900*    9000-TERMINATE - THE DRIVER'S OWN RETURN CODE AND CONSOLE      *
098000*    TOTALS.                                                        *
098100*********************************************************************
098200 9000-TERMINATE.
098300     IF WS-CHAIN-STOPPED
098400         MOVE 16 TO RETURN-CODE
098500     ELSE
098600         MOVE WS-HIGH-RC TO RETURN-CODE
098700     END-IF
098800     DISPLAY "NIGHTDRV - STEPS COMPLETED THIS RUN . : "
098900         WS-RUN-COUNT
099000     DISPLAY "NIGHTDRV - STEPS COMPLETED EARLIER. . : "
099100         WS-EARLIER-COUNT
099200     DISPLAY "NIGHTDRV - STEPS BYPASSED . . . . . . : "
099300         WS-BYPASS-COUNT
099400     IF WS-CHAIN-STOPPED
099500         DISPLAY "NIGHTDRV - CHAIN STOPPED AT STEP "
099600             WS-ST-NAME (WS-FAILED-SUB)
099700             " - A RERUN RESUMES THERE"
099800     ELSE
099900         DISPLAY "NIGHTDRV - CYCLE COMPLETE"
100000     END-IF.
100100 9000-EXIT.
100200     EXIT.
