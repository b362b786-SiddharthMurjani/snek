000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VOTRCVR.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  VOTER MASTER RECOVERY - RESTORES THE MASTER      *
001000*    FROM A VOTBKUP GENERATION (VOTMBKYYYYMMDD) AND ROLLS IT        *
001100*    FORWARD FROM THE MASTER CHANGE JOURNAL (VOTJRNL, CPJRNL        *
001200*    LAYOUT) TO THE POINT THE BOARD CHOOSES.  A BROKEN INDEX        *
001300*    MID-DAY IS RECOVERED BY REPLAYING TO THE END OF THE            *
001400*    JOURNAL; A BAD UPDATE RUN (A WRONG VOTCANC DECK, SAY) IS       *
001500*    BACKED OUT BY STOPPING THE REPLAY JUST BEFORE THAT RUN         *
001600*    STARTED.  THE WORK OF THE RUNS NOT REPLAYED IS THEN KEYED      *
001700*    AGAIN, CORRECTED, IN THE NORMAL WAY.                           *
001800*                                                                   *
001900*    THE JOURNAL IS READ ONCE FOR THE LAST BACKUP MARKER VOTBKUP    *
002000*    WROTE FOR THE GENERATION NAMED ON THE PARAMETER CARD, AND      *
002100*    EVERYTHING IS PROVEN BEFORE THE MASTER IS TOUCHED.  THE        *
002200*    MASTER IS THEN RELOADED FROM THE GENERATION (THE RECORD        *
002300*    COUNT MUST AGREE WITH THE MARKER) AND EVERY JOURNAL ENTRY      *
002400*    AFTER THE MARKER WHOSE RUN STARTED NO LATER THAN THE STOP      *
002500*    POINT IS APPLIED IN ORDER - AN ADD IS WRITTEN, A CHANGE IS     *
002600*    REWRITTEN, A RE-KEY IS WRITTEN UNDER THE NEW KEY AND THE OLD   *
002700*    KEY DELETED.  EACH RECORD IS CHECKED AGAINST THE JOURNAL'S     *
002800*    BEFORE-IMAGE FIRST; ONE THAT DISAGREES WAS CHANGED BY          *
002900*    SOMETHING THE JOURNAL NEVER SAW, AND IS LISTED FOR THE         *
003000*    CLERKS (THE AFTER-IMAGE IS STILL APPLIED).  EVERY RUN FOUND    *
003100*    ON THE JOURNAL IS LISTED ON THE RECOVERY REPORT (RCVRRPT)      *
003200*    AS REPLAYED OR NOT REPLAYED.                                   *
003300*                                                                   *
003400*    RUN VOTBKUP AS SOON AS A RECOVERY FINISHES.  THE NEW BACKUP    *
003500*    MARKER IS WHAT KEEPS THE RUNS NOT REPLAYED FROM BEING          *
003600*    PICKED UP BY ANY LATER RECOVERY.                               *
003700*                                                                   *
003800*    PARAMETER CARD (RCVRPARM, 80 BYTES)                            *
003900*      COLS  1-8   BACKUP GENERATION DATE YYYYMMDD                  *
004000*      COLS  9-16  STOP DATE YYYYMMDD (BLANK = REPLAY THE WHOLE     *
004100*                  JOURNAL)                                         *
004200*      COLS 17-24  STOP TIME HHMMSSHH (BLANK = END OF THE STOP      *
004300*                  DATE).  A RUN IS REPLAYED WHEN IT STARTED AT     *
004400*                  OR BEFORE THE STOP DATE AND TIME.                *
004500*                                                                   *
004600*    RETURN CODES - 0 RECOVERED, 4 RECOVERED WITH RECORDS THAT      *
004700*    DISAGREED WITH THE JOURNAL, 16 NOT RECOVERED (A FAILURE        *
004800*    AFTER THE RELOAD STARTS LEAVES THE MASTER INCOMPLETE - FIX     *
004900*    THE CAUSE AND RERUN).                                          *
005000*                                                                   *
005100*    MODIFICATION HISTORY                                           *
005200*    DATE       INIT  DESCRIPTION                                  *
005300*    ---------  ----  ----------------------------------------- *
005400*    2026-10-15 RLH   ORIGINAL.                                  *
005500*********************************************************************
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PARM-FILE ASSIGN TO "RCVRPARM"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS.
006300
006400     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-JOURNAL-STATUS.
006700
006800     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-BACKUP-STATUS.
007100
007200     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS MR-VOTER-KEY
007600         ALTERNATE RECORD KEY IS MR-VOTER-ID
007700             WITH DUPLICATES
007800         FILE STATUS IS WS-MASTER-STATUS.
007900
008000     SELECT RPT-FILE ASSIGN TO "RCVRRPT"
008100         ORGANIZATION IS SEQUENTIAL.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARM-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  PARM-CARD-RECORD.
008800     05  RP-BACKUP-DATE-X            PIC X(08).
008900     05  RP-BACKUP-DATE REDEFINES RP-BACKUP-DATE-X
009000                                     PIC 9(08).
009100     05  RP-STOP-DATE-X              PIC X(08).
009200     05  RP-STOP-DATE REDEFINES RP-STOP-DATE-X
009300                                     PIC 9(08).
009400     05  RP-STOP-TIME-X              PIC X(08).
009500     05  RP-STOP-TIME REDEFINES RP-STOP-TIME-X
009600                                     PIC 9(08).
009700     05  FILLER                      PIC X(56).
009800
009900 FD  JOURNAL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY CPJRNL.
010200
010300 FD  BACKUP-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  BACKUP-RECORD                   PIC X(140).
010600
010700 FD  MASTER-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CPMASTER.
011000
011100 FD  RPT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  RPT-LINE                        PIC X(132).
011400*
011500 WORKING-STORAGE SECTION.
011600 77  WS-PARM-STATUS                  PIC X(02).
011700 77  WS-JOURNAL-STATUS               PIC X(02).
011800 77  WS-BACKUP-STATUS                PIC X(02).
011900 77  WS-MASTER-STATUS                PIC X(02).
012000 77  WS-JOURNAL-EOF-SW               PIC X(01) VALUE "N".
012100     88  WS-JOURNAL-EOF-YES          VALUE "Y".
012200 77  WS-BACKUP-EOF-SW                PIC X(01) VALUE "N".
012300     88  WS-BACKUP-EOF-YES           VALUE "Y".
012400 77  WS-MARK-FOUND-SW                PIC X(01) VALUE "N".
012500     88  WS-MARK-FOUND               VALUE "Y".
012600 77  WS-REPLAY-RUN-SW                PIC X(01) VALUE "N".
012700     88  WS-REPLAY-RUN               VALUE "Y".
012800
012900 77  WS-JOURNAL-SEQ                  PIC 9(08) COMP VALUE ZERO.
013000 77  WS-MARK-SEQ                     PIC 9(08) COMP VALUE ZERO.
013100 77  WS-MARK-COUNT                   PIC 9(08) COMP VALUE ZERO.
013200 77  WS-RESTORED-COUNT               PIC 9(08) COMP VALUE ZERO.
013300 77  WS-ADD-COUNT                    PIC 9(08) COMP VALUE ZERO.
013400 77  WS-CHANGE-COUNT                 PIC 9(08) COMP VALUE ZERO.
013500 77  WS-REKEY-COUNT                  PIC 9(08) COMP VALUE ZERO.
013600 77  WS-SKIPPED-COUNT                PIC 9(08) COMP VALUE ZERO.
013700 77  WS-MISMATCH-COUNT               PIC 9(08) COMP VALUE ZERO.
013800 77  WS-RUNS-REPLAYED                PIC 9(06) COMP VALUE ZERO.
013900 77  WS-RUNS-SKIPPED                 PIC 9(06) COMP VALUE ZERO.
014000
014100 01  WS-RUN-DATE.
014200     05  WS-RUN-YYYY                 PIC 9(04).
014300     05  WS-RUN-MM                   PIC 9(02).
014400     05  WS-RUN-DD                   PIC 9(02).
014500 01  WS-BACKUP-NAME.
014600     05  WS-BN-PREFIX                PIC X(06) VALUE "VOTMBK".
014700     05  WS-BN-DATE                  PIC 9(08).
014800 01  WS-COUNT-DISPLAY                PIC ZZZZZZZ9.
014900 01  WS-MISMATCH-NOTE                PIC X(30).
015000*
015100*    A RUN IS KNOWN BY THE DATE AND TIME IT STARTED.  THE STOP
015200*    POINT AND THE MARKER'S OWN RUN ARE HELD THE SAME WAY SO THE
015300*    THREE COMPARE DIRECTLY.
015400 01  WS-STOP-STAMP.
015500     05  WS-STOP-DATE                PIC 9(08).
015600     05  WS-STOP-TIME                PIC 9(08).
015700 01  WS-MARK-STAMP.
015800     05  WS-MARK-DATE                PIC 9(08).
015900     05  WS-MARK-TIME                PIC 9(08).
016000 01  WS-ENTRY-STAMP.
016100     05  WS-ENTRY-DATE               PIC 9(08).
016200     05  WS-ENTRY-TIME               PIC 9(08).
016300 01  WS-THIS-RUN.
016400     05  WS-THIS-PROGRAM             PIC X(08).
016500     05  WS-THIS-STAMP               PIC X(16).
016600 01  WS-LAST-RUN                     PIC X(24) VALUE SPACES.
016700*
016800 01  WS-DATE-SPLIT.
016900     05  WS-DS-YYYY                  PIC 9(04).
017000     05  WS-DS-MM                    PIC 9(02).
017100     05  WS-DS-DD                    PIC 9(02).
017200 01  WS-TIME-SPLIT.
017300     05  WS-TS-HH                    PIC 9(02).
017400     05  WS-TS-MM                    PIC 9(02).
017500     05  WS-TS-SS                    PIC 9(02).
017600     05  WS-TS-HS                    PIC 9(02).
017700 01  WS-DATE-DISPLAY.
017800     05  WS-DD-YYYY                  PIC 9(04).
017900     05  FILLER                      PIC X(01) VALUE "-".
018000     05  WS-DD-MM                    PIC 9(02).
018100     05  FILLER                      PIC X(01) VALUE "-".
018200     05  WS-DD-DD                    PIC 9(02).
018300 01  WS-TIME-DISPLAY.
018400     05  WS-TD-HH                    PIC 9(02).
018500     05  FILLER                      PIC X(01) VALUE ":".
018600     05  WS-TD-MM                    PIC 9(02).
018700     05  FILLER                      PIC X(01) VALUE ":".
018800     05  WS-TD-SS                    PIC 9(02).
018900*
019000 01  WS-RUN-DETAIL.
019100     05  RLD-PROGRAM                 PIC X(08).
019200     05  FILLER                      PIC X(02) VALUE SPACES.
019300     05  RLD-RUN-DATE                PIC X(10).
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  RLD-RUN-TIME                PIC X(08).
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  RLD-DISPOSITION             PIC X(14).
019800*
019900 01  WS-MISMATCH-DETAIL.
020000     05  FILLER                      PIC X(04) VALUE SPACES.
020100     05  MMD-VOTER-ID                PIC X(10).
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  MMD-VOTER-NAME              PIC X(30).
020400     05  FILLER                      PIC X(02) VALUE SPACES.
020500     05  MMD-DOB                     PIC X(08).
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  MMD-REASON                  PIC X(20).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  MMD-NOTE                    PIC X(30).
021000*
021100 PROCEDURE DIVISION.
021200*
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 1200-FIND-MARKER THRU 1200-EXIT.
021600     PERFORM 2000-RESTORE THRU 2000-EXIT.
021700     PERFORM 3000-REPLAY THRU 3000-EXIT.
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021900     STOP RUN.
022000*
022100*********************************************************************
022200*    1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD.  A CARD     *
022300*    THAT CANNOT BE TRUSTED STOPS THE RUN BEFORE ANYTHING IS         *
022400*    OPENED FOR UPDATE.                                              *
022500*********************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022800     OPEN INPUT PARM-FILE
022900     IF WS-PARM-STATUS NOT = "00"
023000         DISPLAY "VOTRCVR ERROR - PARAMETER CARD FILE (RCVRPARM) "
023100             "OPEN FAILED, STATUS " WS-PARM-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF
023500     READ PARM-FILE
023600         AT END
023700             DISPLAY "VOTRCVR ERROR - PARAMETER CARD MISSING"
023800             MOVE 16 TO RETURN-CODE
023900             STOP RUN
024000     END-READ
024100     CLOSE PARM-FILE
024200     IF RP-BACKUP-DATE-X NOT NUMERIC
024300         DISPLAY "VOTRCVR ERROR - BACKUP DATE NOT NUMERIC: "
024400             RP-BACKUP-DATE-X
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     MOVE RP-BACKUP-DATE TO WS-BN-DATE
024900     IF RP-STOP-DATE-X = SPACES
025000         MOVE 99999999 TO WS-STOP-DATE
025100         MOVE 99999999 TO WS-STOP-TIME
025200     ELSE
025300         IF RP-STOP-DATE-X NOT NUMERIC
025400             DISPLAY "VOTRCVR ERROR - STOP DATE NOT NUMERIC: "
025500                 RP-STOP-DATE-X
025600             MOVE 16 TO RETURN-CODE
025700             STOP RUN
025800         END-IF
025900         MOVE RP-STOP-DATE TO WS-STOP-DATE
026000         IF RP-STOP-TIME-X = SPACES
026100             MOVE 99999999 TO WS-STOP-TIME
026200         ELSE
026300             IF RP-STOP-TIME-X NOT NUMERIC
026400                 DISPLAY "VOTRCVR ERROR - STOP TIME NOT NUMERIC: "
026500                     RP-STOP-TIME-X
026600                 MOVE 16 TO RETURN-CODE
026700                 STOP RUN
026800             END-IF
026900             MOVE RP-STOP-TIME TO WS-STOP-TIME
027000         END-IF
027100     END-IF
027200     OPEN OUTPUT RPT-FILE
027300     MOVE SPACES TO RPT-LINE
027400     STRING "VOTER MASTER RECOVERY   RUN DATE " DELIMITED BY SIZE
027500         WS-RUN-YYYY DELIMITED BY SIZE
027600         "-" DELIMITED BY SIZE
027700         WS-RUN-MM DELIMITED BY SIZE
027800         "-" DELIMITED BY SIZE
027900         WS-RUN-DD DELIMITED BY SIZE
028000         INTO RPT-LINE
028100     WRITE RPT-LINE
028200     MOVE SPACES TO RPT-LINE
028300     WRITE RPT-LINE
028400     MOVE SPACES TO RPT-LINE
028500     STRING "RESTORE FROM GENERATION . . . : " DELIMITED BY SIZE
028600         WS-BACKUP-NAME DELIMITED BY SIZE
028700         INTO RPT-LINE
028800     WRITE RPT-LINE
028900     MOVE SPACES TO RPT-LINE
029000     IF RP-STOP-DATE-X = SPACES
029100         MOVE "REPLAY JOURNAL TO . . . . . . : END OF JOURNAL"
029200             TO RPT-LINE
029300     ELSE
029400         MOVE WS-STOP-DATE TO WS-DATE-SPLIT
029500         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
029600         IF RP-STOP-TIME-X = SPACES
029700             STRING "REPLAY RUNS STARTED BY. . . . : "
029800                 DELIMITED BY SIZE
029900                 WS-DATE-DISPLAY DELIMITED BY SIZE
030000                 " END OF DAY" DELIMITED BY SIZE
030100                 INTO RPT-LINE
030200         ELSE
030300             MOVE WS-STOP-TIME TO WS-TIME-SPLIT
030400             PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
030500             STRING "REPLAY RUNS STARTED BY. . . . : "
030600                 DELIMITED BY SIZE
030700                 WS-DATE-DISPLAY DELIMITED BY SIZE
030800                 " " DELIMITED BY SIZE
030900                 WS-TIME-DISPLAY DELIMITED BY SIZE
031000                 INTO RPT-LINE
031100         END-IF
031200     END-IF
031300     WRITE RPT-LINE
031400     MOVE SPACES TO RPT-LINE
031500     WRITE RPT-LINE.
031600 1000-EXIT.
031700     EXIT.
031800*
031900*********************************************************************
032000*    1200-FIND-MARKER - ONE PASS OF THE JOURNAL FOR THE LAST         *
032100*    BACKUP MARKER NAMING THE GENERATION ON THE CARD (A BACKUP       *
032200*    RERUN THE SAME NIGHT REPLACES THE GENERATION, SO THE LATER      *
032300*    MARKER IS THE ONE THAT DESCRIBES IT).  NO MARKER, OR A STOP     *
032400*    POINT BEFORE THE BACKUP WAS TAKEN, AND THE MASTER IS LEFT       *
032500*    ALONE - THAT GENERATION CANNOT GIVE THE STATE ASKED FOR.        *
032600*********************************************************************
032700 1200-FIND-MARKER.
032800     OPEN INPUT JOURNAL-FILE
032900     IF WS-JOURNAL-STATUS NOT = "00"
033000         DISPLAY "VOTRCVR ERROR - CHANGE JOURNAL OPEN FAILED, "
033100             "STATUS " WS-JOURNAL-STATUS
033200         MOVE 16 TO RETURN-CODE
033300         STOP RUN
033400     END-IF
033500     PERFORM 1210-SCAN-ONE THRU 1210-EXIT
033600         UNTIL WS-JOURNAL-EOF-YES
033700     CLOSE JOURNAL-FILE
033800     IF NOT WS-MARK-FOUND
033900         DISPLAY "VOTRCVR ERROR - NO BACKUP MARKER FOR "
034000             WS-BACKUP-NAME " ON THE CHANGE JOURNAL - "
034100             "MASTER NOT TOUCHED"
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF
034500     IF WS-STOP-STAMP < WS-MARK-STAMP
034600         DISPLAY "VOTRCVR ERROR - STOP POINT IS BEFORE "
034700             WS-BACKUP-NAME " WAS TAKEN - RESTORE AN EARLIER "
034800             "GENERATION.  MASTER NOT TOUCHED"
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200 1200-EXIT.
035300     EXIT.
035400*
035500 1210-SCAN-ONE.
035600     READ JOURNAL-FILE
035700         AT END
035800             MOVE "Y" TO WS-JOURNAL-EOF-SW
035900             GO TO 1210-EXIT
036000     END-READ
036100     ADD 1 TO WS-JOURNAL-SEQ
036200     IF JR-TYPE-BACKUP
036300         AND JR-BACKUP-NAME = WS-BACKUP-NAME
036400         MOVE "Y" TO WS-MARK-FOUND-SW
036500         MOVE WS-JOURNAL-SEQ TO WS-MARK-SEQ
036600         MOVE JR-BACKUP-COUNT TO WS-MARK-COUNT
036700         MOVE JR-RUN-DATE TO WS-MARK-DATE
036800         MOVE JR-RUN-TIME TO WS-MARK-TIME
036900     END-IF.
037000 1210-EXIT.
037100     EXIT.
037200*
037300*********************************************************************
037400*    2000-RESTORE - RELOAD THE MASTER FROM THE GENERATION.  THE      *
037500*    GENERATION IS OPENED FIRST SO A MISSING ONE STOPS THE RUN       *
037600*    WITH THE MASTER STILL AS IT WAS.  THE RECORDS WERE COPIED IN    *
037700*    KEY ORDER AND ARE WRITTEN BACK THE SAME WAY.  THE COUNT MUST    *
037800*    AGREE WITH THE ONE VOTBKUP PROVED AND PUT ON THE MARKER.        *
037900*********************************************************************
038000 2000-RESTORE.
038100     OPEN INPUT BACKUP-FILE
038200     IF WS-BACKUP-STATUS NOT = "00"
038300         DISPLAY "VOTRCVR ERROR - BACKUP GENERATION "
038400             WS-BACKUP-NAME " OPEN FAILED, STATUS "
038500             WS-BACKUP-STATUS " - MASTER NOT TOUCHED"
038600         MOVE 16 TO RETURN-CODE
038700         STOP RUN
038800     END-IF
038900     OPEN OUTPUT MASTER-FILE
039000     IF WS-MASTER-STATUS NOT = "00"
039100         DISPLAY "VOTRCVR ERROR - VOTER MASTER OPEN FOR RELOAD "
039200             "FAILED, STATUS " WS-MASTER-STATUS
039300         MOVE 16 TO RETURN-CODE
039400         STOP RUN
039500     END-IF
039600     PERFORM 2100-RESTORE-ONE THRU 2100-EXIT
039700         UNTIL WS-BACKUP-EOF-YES
039800     CLOSE BACKUP-FILE
039900     CLOSE MASTER-FILE
040000     IF WS-RESTORED-COUNT NOT = WS-MARK-COUNT
040100         DISPLAY "VOTRCVR ERROR - " WS-BACKUP-NAME " HOLDS "
040200             WS-RESTORED-COUNT " RECORDS BUT VOTBKUP PROVED "
040300             WS-MARK-COUNT " - MASTER IS INCOMPLETE"
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     OPEN I-O MASTER-FILE
040800     IF WS-MASTER-STATUS NOT = "00"
040900         DISPLAY "VOTRCVR ERROR - VOTER MASTER REOPEN FAILED, "
041000             "STATUS " WS-MASTER-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041300     END-IF
041400     MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY
041500     MOVE SPACES TO RPT-LINE
041600     STRING "RECORDS RESTORED. . . . . . . : " DELIMITED BY SIZE
041700         WS-COUNT-DISPLAY DELIMITED BY SIZE
041800         INTO RPT-LINE
041900     WRITE RPT-LINE
042000     MOVE SPACES TO RPT-LINE
042100     WRITE RPT-LINE
042200     MOVE "PROGRAM   RUN DATE    RUN TIME  DISPOSITION"
042300         TO RPT-LINE
042400     WRITE RPT-LINE.
042500 2000-EXIT.
042600     EXIT.
042700*
042800 2100-RESTORE-ONE.
042900     READ BACKUP-FILE
043000         AT END
043100             MOVE "Y" TO WS-BACKUP-EOF-SW
043200             GO TO 2100-EXIT
043300     END-READ
043400     MOVE BACKUP-RECORD TO MASTER-RECORD
043500     WRITE MASTER-RECORD
043600     IF WS-MASTER-STATUS NOT = "00"
043700         DISPLAY "VOTRCVR ERROR - MASTER RELOAD WRITE FAILED, "
043800             "STATUS " WS-MASTER-STATUS " FOR VOTER ID "
043900             MR-VOTER-ID " - MASTER IS INCOMPLETE"
044000         MOVE 16 TO RETURN-CODE
044100         STOP RUN
044200     END-IF
044300     ADD 1 TO WS-RESTORED-COUNT.
044400 2100-EXIT.
044500     EXIT.
044600*
044700*********************************************************************
044800*    3000-REPLAY - SECOND PASS OF THE JOURNAL.  ENTRIES UP TO AND    *
044900*    INCLUDING THE MARKER ARE ALREADY IN THE GENERATION; AFTER IT,   *
045000*    EACH ENTRY OF A RUN THAT STARTED BY THE STOP POINT IS APPLIED   *
045100*    AND EACH OF A LATER RUN IS COUNTED AND LEFT OUT.                *
045200*********************************************************************
045300 3000-REPLAY.
045400     MOVE "N" TO WS-JOURNAL-EOF-SW
045500     MOVE ZERO TO WS-JOURNAL-SEQ
045600     OPEN INPUT JOURNAL-FILE
045700     IF WS-JOURNAL-STATUS NOT = "00"
045800         DISPLAY "VOTRCVR ERROR - CHANGE JOURNAL REOPEN FAILED, "
045900             "STATUS " WS-JOURNAL-STATUS " - MASTER HOLDS THE "
046000             "RESTORED GENERATION ONLY"
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400     PERFORM 3100-REPLAY-ONE THRU 3100-EXIT
046500         UNTIL WS-JOURNAL-EOF-YES
046600     CLOSE JOURNAL-FILE.
046700 3000-EXIT.
046800     EXIT.
046900*
047000 3100-REPLAY-ONE.
047100     READ JOURNAL-FILE
047200         AT END
047300             MOVE "Y" TO WS-JOURNAL-EOF-SW
047400             GO TO 3100-EXIT
047500     END-READ
047600     ADD 1 TO WS-JOURNAL-SEQ
047700     IF WS-JOURNAL-SEQ NOT > WS-MARK-SEQ
047800         GO TO 3100-EXIT
047900     END-IF
048000     IF JR-TYPE-BACKUP
048100         GO TO 3100-EXIT
048200     END-IF
048300     MOVE JR-RUN-DATE TO WS-ENTRY-DATE
048400     MOVE JR-RUN-TIME TO WS-ENTRY-TIME
048500     MOVE JR-PROGRAM TO WS-THIS-PROGRAM
048600     MOVE WS-ENTRY-STAMP TO WS-THIS-STAMP
048700     IF WS-THIS-RUN NOT = WS-LAST-RUN
048800         PERFORM 3200-NEW-RUN THRU 3200-EXIT
048900     END-IF
049000     IF NOT WS-REPLAY-RUN
049100         ADD 1 TO WS-SKIPPED-COUNT
049200         GO TO 3100-EXIT
049300     END-IF
049400     EVALUATE TRUE
049500         WHEN JR-TYPE-ADD
049600             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
049700         WHEN JR-TYPE-CHANGE
049800             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
049900         WHEN JR-TYPE-REKEY
050000             PERFORM 3500-APPLY-REKEY THRU 3500-EXIT
050100         WHEN OTHER
050200             MOVE JR-AFTER-IMAGE TO MASTER-RECORD
050300             MOVE "UNKNOWN ENTRY TYPE - NOT APPLIED"
050400                 TO WS-MISMATCH-NOTE
050500             PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
050600     END-EVALUATE.
050700 3100-EXIT.
050800     EXIT.
050900*
051000*********************************************************************
051100*    3200-NEW-RUN - THE FIRST ENTRY OF A RUN.  DECIDE WHETHER THE    *
051200*    RUN IS REPLAYED AND LIST IT EITHER WAY.                         *
051300*********************************************************************
051400 3200-NEW-RUN.
051500     MOVE WS-THIS-RUN TO WS-LAST-RUN
051600     MOVE JR-PROGRAM TO RLD-PROGRAM
051700     MOVE JR-RUN-DATE TO WS-DATE-SPLIT
051800     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
051900     MOVE WS-DATE-DISPLAY TO RLD-RUN-DATE
052000     MOVE JR-RUN-TIME TO WS-TIME-SPLIT
052100     PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
052200     MOVE WS-TIME-DISPLAY TO RLD-RUN-TIME
052300     IF WS-ENTRY-STAMP > WS-STOP-STAMP
052400         MOVE "N" TO WS-REPLAY-RUN-SW
052500         ADD 1 TO WS-RUNS-SKIPPED
052600         MOVE "NOT REPLAYED" TO RLD-DISPOSITION
052700     ELSE
052800         MOVE "Y" TO WS-REPLAY-RUN-SW
052900         ADD 1 TO WS-RUNS-REPLAYED
053000         MOVE "REPLAYED" TO RLD-DISPOSITION
053100     END-IF
053200     MOVE SPACES TO RPT-LINE
053300     MOVE WS-RUN-DETAIL TO RPT-LINE
053400     WRITE RPT-LINE.
053500 3200-EXIT.
053600     EXIT.
053700*
053800*********************************************************************
053900*    3300-APPLY-ADD - A RECORD POSTED AFTER THE BACKUP.  ITS KEY     *
054000*    SHOULD NOT BE ON THE RESTORED MASTER; IF IT IS, THE JOURNAL'S   *
054100*    IMAGE STILL WINS AND THE RECORD IS LISTED.                      *
054200*********************************************************************
054300 3300-APPLY-ADD.
054400     MOVE JR-AFTER-IMAGE TO MASTER-RECORD
054500     WRITE MASTER-RECORD
054600         INVALID KEY
054700             MOVE "ADD FOUND KEY ALREADY ON FILE"
054710                 TO WS-MISMATCH-NOTE
054800             PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
054900             MOVE JR-AFTER-IMAGE TO MASTER-RECORD
055000             PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
055100     END-WRITE
055200     ADD 1 TO WS-ADD-COUNT.
055300 3300-EXIT.
055400     EXIT.
055500*
055600*********************************************************************
055700*    3400-APPLY-CHANGE - A RECORD REWRITTEN UNDER THE SAME KEY.      *
055800*    THE MASTER MUST HOLD THE BEFORE-IMAGE; A MISSING RECORD IS      *
055900*    WRITTEN FROM THE AFTER-IMAGE AND ONE THAT DIFFERS IS            *
056000*    REWRITTEN, BOTH LISTED.                                         *
056100*********************************************************************
056200 3400-APPLY-CHANGE.
056300     MOVE JR-BEFORE-IMAGE TO MASTER-RECORD
056400     READ MASTER-FILE
056500         INVALID KEY
056600             MOVE "CHANGE FOUND NO RECORD ON FILE"
056610                 TO WS-MISMATCH-NOTE
056700             PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
056800             MOVE JR-AFTER-IMAGE TO MASTER-RECORD
056900             PERFORM 3800-WRITE-MASTER THRU 3800-EXIT
057000             ADD 1 TO WS-CHANGE-COUNT
057100             GO TO 3400-EXIT
057200     END-READ
057300     IF MASTER-RECORD NOT = JR-BEFORE-IMAGE
057400         MOVE "DIFFERS FROM BEFORE-IMAGE" TO WS-MISMATCH-NOTE
057500         PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
057600     END-IF
057700     MOVE JR-AFTER-IMAGE TO MASTER-RECORD
057800     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
057900     ADD 1 TO WS-CHANGE-COUNT.
058000 3400-EXIT.
058100     EXIT.
058200*
058300*********************************************************************
058400*    3500-APPLY-REKEY - A NAME CHANGE OR DATE OF BIRTH CORRECTION.   *
058500*    THE RECORD IS WRITTEN UNDER ITS NEW KEY, THEN THE OLD KEY IS    *
058600*    READ, CHECKED AGAINST THE BEFORE-IMAGE AND DELETED, THE SAME    *
058700*    ORDER VOTCHG USES.                                              *
058800*********************************************************************
058900 3500-APPLY-REKEY.
059000     MOVE JR-AFTER-IMAGE TO MASTER-RECORD
059100     WRITE MASTER-RECORD
059200         INVALID KEY
059300             MOVE "NEW KEY ALREADY ON FILE" TO WS-MISMATCH-NOTE
059400             PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
059500             MOVE JR-AFTER-IMAGE TO MASTER-RECORD
059600             PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
059700     END-WRITE
059800     MOVE JR-BEFORE-IMAGE TO MASTER-RECORD
059900     READ MASTER-FILE
060000         INVALID KEY
060100             MOVE "OLD KEY NOT ON FILE" TO WS-MISMATCH-NOTE
060200             PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
060300             ADD 1 TO WS-REKEY-COUNT
060400             GO TO 3500-EXIT
060500     END-READ
060600     IF MASTER-RECORD NOT = JR-BEFORE-IMAGE
060700         MOVE "DIFFERS FROM BEFORE-IMAGE" TO WS-MISMATCH-NOTE
060800         PERFORM 3600-WRITE-MISMATCH THRU 3600-EXIT
060900     END-IF
061000     DELETE MASTER-FILE
061100     IF WS-MASTER-STATUS NOT = "00"
061200         DISPLAY "VOTRCVR ERROR - MASTER DELETE OF OLD KEY "
061300             "FAILED FOR VOTER ID " JR-VOTER-ID ", STATUS "
061400             WS-MASTER-STATUS " - MASTER IS INCOMPLETE"
061500         MOVE 16 TO RETURN-CODE
061600         STOP RUN
061700     END-IF
061800     ADD 1 TO WS-REKEY-COUNT.
061900 3500-EXIT.
062000     EXIT.
062100*
062200*********************************************************************
062300*    3600-WRITE-MISMATCH - ONE LINE UNDER THE RUN FOR A RECORD       *
062400*    THAT DID NOT LOOK AS THE JOURNAL SAID IT WOULD.  THE CALLER     *
062500*    HAS FILLED THE NOTE AND LEFT THE RECORD IN THE MASTER AREA.     *
062600*********************************************************************
062700 3600-WRITE-MISMATCH.
062800     ADD 1 TO WS-MISMATCH-COUNT
062900     MOVE JR-VOTER-ID TO MMD-VOTER-ID
063000     MOVE MR-VOTER-NAME TO MMD-VOTER-NAME
063100     MOVE MR-DOB TO MMD-DOB
063200     MOVE JR-REASON TO MMD-REASON
063300     MOVE WS-MISMATCH-NOTE TO MMD-NOTE
063400     MOVE SPACES TO RPT-LINE
063500     MOVE WS-MISMATCH-DETAIL TO RPT-LINE
063600     WRITE RPT-LINE.
063700 3600-EXIT.
063800     EXIT.
063900*
064000 3700-REWRITE-MASTER.
064100     REWRITE MASTER-RECORD
064200     IF WS-MASTER-STATUS NOT = "00"
064300         DISPLAY "VOTRCVR ERROR - MASTER REWRITE FAILED FOR "
064400             "VOTER ID " JR-VOTER-ID ", STATUS " WS-MASTER-STATUS
064500             " - MASTER IS INCOMPLETE"
064600         MOVE 16 TO RETURN-CODE
064700         STOP RUN
064800     END-IF.
064900 3700-EXIT.
065000     EXIT.
065100*
065200 3800-WRITE-MASTER.
065300     WRITE MASTER-RECORD
065400     IF WS-MASTER-STATUS NOT = "00"
065500         DISPLAY "VOTRCVR ERROR - MASTER WRITE FAILED FOR "
065600             "VOTER ID " JR-VOTER-ID ", STATUS " WS-MASTER-STATUS
065700             " - MASTER IS INCOMPLETE"
065800         MOVE 16 TO RETURN-CODE
065900         STOP RUN
066000     END-IF.
066100 3800-EXIT.
066200     EXIT.
066300*
066400 8100-FORMAT-DATE.
066500     MOVE WS-DS-YYYY TO WS-DD-YYYY
066600     MOVE WS-DS-MM TO WS-DD-MM
066700     MOVE WS-DS-DD TO WS-DD-DD.
066800 8100-EXIT.
066900     EXIT.
067000*
067100 8200-FORMAT-TIME.
067200     MOVE WS-TS-HH TO WS-TD-HH
067300     MOVE WS-TS-MM TO WS-TD-MM
067400     MOVE WS-TS-SS TO WS-TD-SS.
067500 8200-EXIT.
067600     EXIT.
067700*
067800*********************************************************************
067900*    9000-TERMINATE - TOTALS, THE REMINDER TO TAKE A FRESH BACKUP,   *
068000*    AND CLOSE OUT.  RECORDS THAT DISAGREED WITH THE JOURNAL LEAVE   *
068100*    RETURN CODE 4 FOR THE CLERKS.                                   *
068200*********************************************************************
068300 9000-TERMINATE.
068400     MOVE SPACES TO RPT-LINE
068500     WRITE RPT-LINE
068600     MOVE WS-RUNS-REPLAYED TO WS-COUNT-DISPLAY
068700     MOVE SPACES TO RPT-LINE
068800     STRING "RUNS REPLAYED . . . . . . . . : " DELIMITED BY SIZE
068900         WS-COUNT-DISPLAY DELIMITED BY SIZE
069000         INTO RPT-LINE
069100     WRITE RPT-LINE
069200     MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY
069300     MOVE SPACES TO RPT-LINE
069400     STRING "  RECORDS ADDED . . . . . . . : " DELIMITED BY SIZE
069500         WS-COUNT-DISPLAY DELIMITED BY SIZE
069600         INTO RPT-LINE
069700     WRITE RPT-LINE
069800     MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
069900     MOVE SPACES TO RPT-LINE
070000     STRING "  RECORDS CHANGED . . . . . . : " DELIMITED BY SIZE
070100         WS-COUNT-DISPLAY DELIMITED BY SIZE
070200         INTO RPT-LINE
070300     WRITE RPT-LINE
070400     MOVE WS-REKEY-COUNT TO WS-COUNT-DISPLAY
070500     MOVE SPACES TO RPT-LINE
070600     STRING "  RECORDS RE-KEYED. . . . . . : " DELIMITED BY SIZE
070700         WS-COUNT-DISPLAY DELIMITED BY SIZE
070800         INTO RPT-LINE
070900     WRITE RPT-LINE
071000     MOVE WS-RUNS-SKIPPED TO WS-COUNT-DISPLAY
071100     MOVE SPACES TO RPT-LINE
071200     STRING "RUNS NOT REPLAYED . . . . . . : " DELIMITED BY SIZE
071300         WS-COUNT-DISPLAY DELIMITED BY SIZE
071400         INTO RPT-LINE
071500     WRITE RPT-LINE
071600     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
071700     MOVE SPACES TO RPT-LINE
071800     STRING "  ENTRIES LEFT OUT. . . . . . : " DELIMITED BY SIZE
071900         WS-COUNT-DISPLAY DELIMITED BY SIZE
072000         INTO RPT-LINE
072100     WRITE RPT-LINE
072200     MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
072300     MOVE SPACES TO RPT-LINE
072400     STRING "RECORDS DISAGREEING WITH JRNL : " DELIMITED BY SIZE
072500         WS-COUNT-DISPLAY DELIMITED BY SIZE
072600         INTO RPT-LINE
072700     WRITE RPT-LINE
072800     MOVE SPACES TO RPT-LINE
072900     WRITE RPT-LINE
073000     MOVE "RUN VOTBKUP NOW - A FRESH BACKUP MARKER KEEPS THE"
073100         TO RPT-LINE
073200     MOVE "RUNS NOT REPLAYED OUT OF ANY LATER RECOVERY"
073300         TO RPT-LINE (52:)
073400     WRITE RPT-LINE
073500     IF WS-MISMATCH-COUNT > ZERO
073600         MOVE 4 TO RETURN-CODE
073700     END-IF
073800     CLOSE MASTER-FILE
073900     CLOSE RPT-FILE
074000     DISPLAY "VOTRCVR - RECORDS RESTORED. . : " WS-RESTORED-COUNT
074100     DISPLAY "VOTRCVR - RUNS REPLAYED . . . : " WS-RUNS-REPLAYED
074200     DISPLAY "VOTRCVR - RUNS NOT REPLAYED . : " WS-RUNS-SKIPPED.
074300 9000-EXIT.
074400     EXIT.
