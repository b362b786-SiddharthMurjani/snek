000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PROVADJ.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  PROVISIONAL BALLOT ADJUDICATION.  EVERY VOTER    *
001000*    NOT FOUND IN THE POLL BOOK VOTES A PROVISIONAL BALLOT, AND     *
001100*    THE BOARD HAS ABOUT A WEEK TO DECIDE WHICH ONES COUNT.  THIS   *
001200*    PROGRAM READS THE PROVISIONAL ENVELOPE CARDS (PROVENV) AND     *
001300*    TRACES EACH VOTER THROUGH EVERYTHING THE SYSTEM KNOWS -        *
001400*      - THE VOTER MASTER (VOTMAST), CANCELLED RECORDS AND          *
001500*        THEIR CANCELLATION REASON INCLUDED, AND THE PRIOR-KEY      *
001600*        FILE (VOTPKEY) FOR A VOTER WHO SIGNED UNDER AN OLD NAME    *
001700*      - THE AUDIT LOG (AUDITLOG) AND EVERY ARCHIVE GENERATION      *
001800*        ON THE AUDITCAT CATALOG, FOR A DETERMINATION MADE BY       *
001900*        THE REGISTRATION DEADLINE BUT NEVER POSTED                 *
002000*      - THE SUSPENSE FILE (VOTSUSP), FOR A CARD HELD ON A          *
002100*        CLERICAL DEFECT                                            *
002200*      - THE STATE REWORK DECK (STRWORK), FOR A REGISTRATION THE    *
002300*        SECRETARY OF STATE REJECTED                                *
002400*      - THE VOTING HISTORY FILE (VOTHIST), FOR A VOTE ALREADY      *
002500*        CAST AT THE POLLS OR BY ABSENTEE BALLOT                    *
002600*    EACH ENVELOPE IS PRINTED ON THE ADJUDICATION REPORT (PROVRPT)  *
002700*    WITH A RECOMMENDATION - COUNT, PARTIAL COUNT (REGISTERED, BUT  *
002800*    VOTED OUT OF PRECINCT - ONLY THE CONTESTS COMMON TO BOTH       *
002900*    PRECINCTS COUNT) OR REJECT - AND THE EVIDENCE FROM EACH        *
003000*    SOURCE PRINTED BENEATH IT.                                     *
003100*                                                                   *
003200*    THE RECOMMENDATION IS ONLY THAT.  ONCE THE BOARD HAS RULED,    *
003300*    ITS DETERMINATION IS KEYED ON THE CARD AND THE DECK IS RUN     *
003400*    AGAIN; A BALLOT THE BOARD COUNTS (FULLY OR IN PART) IS THEN    *
003500*    POSTED TO VOTHIST WITH VH-VOTE-METHOD "V", UNDER THE VOTER'S   *
003600*    MASTER PRECINCT, AS HISTLOAD POSTS A ROSTER SIGNATURE.  A      *
003700*    RERUN FINDS ITS OWN POSTINGS ALREADY ON FILE AND DOES NOT      *
003800*    DOUBLE THEM.  A COUNTED VOTER WHO IS NOT YET ON THE MASTER     *
003900*    HAS NO VOTER ID TO POST UNDER - THE REGISTRATION IS POSTED     *
004000*    FIRST AND THE CARD RUN AGAIN.                                  *
004100*                                                                   *
004200*    ENVELOPE CARD (PROVENV, 80 BYTES)                              *
004300*      COLS  1-30  VOTER NAME                                       *
004400*      COLS 31-38  DATE OF BIRTH YYYYMMDD                           *
004500*      COLS 39-43  PRECINCT WHERE THE BALLOT WAS CAST               *
004600*      COLS 44-51  ELECTION DATE YYYYMMDD (BLANK OR ZERO =          *
004700*                  TAKE THE VAGEPARM ELECTION DATE)                 *
004800*      COLS 52-61  ENVELOPE NUMBER                                  *
004900*      COL  62     BOARD DETERMINATION - BLANK = NOT YET RULED      *
005000*                  (RECOMMEND ONLY), C = COUNT, P = PARTIAL         *
005100*                  COUNT, R = REJECT                                *
005200*                                                                   *
005300*    A DETERMINATION IN THE AUDIT LOG COUNTS ONLY WHEN IT WAS MADE  *
005350*    BY ELECTION DAY AND DID NOT MARK THE APPLICATION AS RECEIVED   *
005400*    AFTER THE CLOSE OF BOOKS, AND A SUSPENDED CARD ONLY WHEN IT    *
005450*    WAS SUSPENDED BY ELECTION DAY WITH A RECEIVED DATE THAT PASSED *
005500*    THE EDITS AND IS NOT AFTER THE CLOSE OF BOOKS (THE VAGEPARM    *
005550*    DATE, FOR THE VAGEPARM ELECTION - ANY OTHER ELECTION, OR NO    *
005600*    DATE, FALLS BACK TO ELECTION DAY).  A VOTER ON THE MASTER      *
005650*    WHOSE REGISTRATION IS EFFECTIVE ONLY AFTER THE ELECTION IS     *
005700*    REJECTED.  A CATALOGED ARCHIVE GENERATION THAT CANNOT BE       *
005750*    OPENED IS CALLED OUT ON THE REPORT AND ENDS THE RUN WITH       *
005800*    RETURN CODE 8 - THE EVIDENCE IS INCOMPLETE.  A CARD IN ERROR,  *
005850*    OR A COUNTED BALLOT THAT COULD NOT BE POSTED, LEAVES RETURN    *
005900*    CODE 4.                                                        *
006000*                                                                   *
006100*    MODIFICATION HISTORY                                           *
006200*    DATE       INIT  DESCRIPTION                                  *
006300*    ---------  ----  ----------------------------------------- *
006400*    2026-10-15 RLH   ORIGINAL.                                  *
006410*    2026-10-15 RLH   THE REGISTRATION DEADLINE IS NOW THE CLOSE *
006420*                     OF BOOKS - A LATE-FLAGGED DETERMINATION,   *
006430*                     A SUSPENDED CARD RECEIVED AFTER THE CLOSE  *
006440*                     OF BOOKS, OR A MASTER RECORD EFFECTIVE     *
006450*                     AFTER THE ELECTION DOES NOT COUNT.  THE    *
006460*                     SUSPENSE EVIDENCE SHOWS THE RECEIVED DATE  *
006470*                     AND THE SEVENTH REASON CODE.               *
006480*    2026-10-15 RLH   A SUSPENDED CARD WHOSE RECEIVED DATE       *
006490*                     FAILED THE EDITS DOES NOT COUNT.           *
006492*    2026-10-15 RLH   A PRE-REGISTERED VOTER'S AGE IS WORKED     *
006494*                     BEFORE THE EFFECTIVE-DATE TEST, SO THE     *
006496*                     EVIDENCE NEVER SHOWS A STALE AGE.          *
006500*********************************************************************
006600*
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT ENVELOPE-FILE ASSIGN TO "PROVENV"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-ENVELOPE-STATUS.
007300
007400     SELECT PARM-FILE ASSIGN TO "VAGEPARM"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-PARM-STATUS.
007700
007800     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS MR-VOTER-KEY
008200         ALTERNATE RECORD KEY IS MR-VOTER-ID
008300             WITH DUPLICATES
008400         FILE STATUS IS WS-MASTER-STATUS.
008500
008600     SELECT PKEY-FILE ASSIGN TO "VOTPKEY"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS PK-OLD-KEY
009000         ALTERNATE RECORD KEY IS PK-VOTER-ID
009100             WITH DUPLICATES
009200         FILE STATUS IS WS-PKEY-STATUS.
009300
009400     SELECT HISTORY-FILE ASSIGN TO "VOTHIST"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS RANDOM
009700         RECORD KEY IS VH-HIST-KEY
009800         FILE STATUS IS WS-HISTORY-STATUS.
009900
010000     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-AUDIT-STATUS.
010300
010400     SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-ARCH-STATUS.
010700
010800     SELECT CATALOG-FILE ASSIGN TO "AUDITCAT"
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS WS-CATALOG-STATUS.
011100
011200     SELECT SUSPENSE-FILE ASSIGN TO "VOTSUSP"
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-SUSP-STATUS.
011500
011600     SELECT REWORK-FILE ASSIGN TO "STRWORK"
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-REWORK-STATUS.
011900
012000     SELECT RPT-FILE ASSIGN TO "PROVRPT"
012100         ORGANIZATION IS SEQUENTIAL.
012200*
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  ENVELOPE-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  ENVELOPE-CARD.
012800     05  PE-VOTER-NAME               PIC X(30).
012900     05  PE-DOB-X                    PIC X(08).
013000     05  PE-DOB REDEFINES PE-DOB-X   PIC 9(08).
013100     05  PE-PRECINCT-CODE            PIC X(05).
013200     05  PE-ELECTION-DATE            PIC X(08).
013300     05  PE-ENVELOPE-NO              PIC X(10).
013400     05  PE-BOARD-DECISION           PIC X(01).
013500     05  FILLER                      PIC X(18).
013600
013700 FD  PARM-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY CPRUNPRM.
014000
014100 FD  MASTER-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY CPMASTER.
014400
014500 FD  PKEY-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY CPPRKEY.
014800
014900 FD  HISTORY-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY CPHIST.
015200
015300 FD  AUDIT-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  AUDIT-IN-RECORD                 PIC X(100).
015600
015700 FD  ARCH-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  ARCH-IN-RECORD                  PIC X(100).
016000
016100 FD  CATALOG-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY CPAUDCAT.
016400
016500 FD  SUSPENSE-FILE
016600     LABEL RECORDS ARE STANDARD.
016700     COPY CPSUSP.
016800
016900*    THE REWORK CARD AS STATACK WRITES IT.
017000 FD  REWORK-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  REWORK-CARD-RECORD.
017300     05  RW-APPLICANT-NAME           PIC X(30).
017400     05  RW-DOB                      PIC 9(08).
017500     05  RW-PRECINCT-CODE            PIC X(05).
017600     05  RW-ERROR-CODE               PIC X(03).
017700     05  FILLER                      PIC X(34).
017800
017900 FD  RPT-FILE
018000     LABEL RECORDS ARE STANDARD.
018100 01  RPT-LINE                        PIC X(110).
018200*
018300 WORKING-STORAGE SECTION.
018400 77  WS-EOF-SW                       PIC X(01) VALUE "N".
018500     88  WS-EOF-YES                  VALUE "Y".
018600 77  WS-ARCH-EOF-SW                  PIC X(01).
018700     88  WS-ARCH-EOF-YES             VALUE "Y".
018800 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE "N".
018900     88  WS-CATALOG-EOF-YES          VALUE "Y".
019000 77  WS-SCAN-EOF-SW                  PIC X(01).
019100     88  WS-SCAN-EOF-YES             VALUE "Y".
019200 77  WS-ENVELOPE-STATUS              PIC X(02).
019300 77  WS-PARM-STATUS                  PIC X(02).
019400 77  WS-MASTER-STATUS                PIC X(02).
019500 77  WS-PKEY-STATUS                  PIC X(02).
019600 77  WS-HISTORY-STATUS               PIC X(02).
019700 77  WS-AUDIT-STATUS                 PIC X(02).
019800 77  WS-ARCH-STATUS                  PIC X(02).
019900 77  WS-CATALOG-STATUS               PIC X(02).
020000 77  WS-SUSP-STATUS                  PIC X(02).
020100 77  WS-REWORK-STATUS                PIC X(02).
020200 77  WS-PKEY-OPEN-SW                 PIC X(01) VALUE "N".
020300     88  WS-PKEY-OPEN                VALUE "Y".
020400 77  WS-ARCH-ERR-SW                  PIC X(01) VALUE "N".
020500     88  WS-ARCH-ERR                 VALUE "Y".
020600 77  WS-ON-MASTER-SW                 PIC X(01).
020700     88  WS-ON-MASTER                VALUE "Y".
020800 77  WS-VIA-PKEY-SW                  PIC X(01).
020900     88  WS-VIA-PKEY                 VALUE "Y".
021000 77  WS-HIST-SW                      PIC X(01).
021100     88  WS-HIST-NONE                VALUE "N".
021200     88  WS-HIST-OWN                 VALUE "O".
021300     88  WS-HIST-OTHER               VALUE "X".
021400 77  WS-DECISION                     PIC X(01).
021500     88  WS-DECIDE-COUNT             VALUE "C".
021600     88  WS-DECIDE-PARTIAL           VALUE "P".
021700     88  WS-DECIDE-REJECT            VALUE "R".
021800
021900 77  WS-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
022000 77  WS-COUNT-COUNT                  PIC 9(06) COMP VALUE ZERO.
022100 77  WS-PARTIAL-COUNT                PIC 9(06) COMP VALUE ZERO.
022200 77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
022300 77  WS-RULED-COUNT                  PIC 9(06) COMP VALUE ZERO.
022400 77  WS-POSTED-COUNT                 PIC 9(06) COMP VALUE ZERO.
022500 77  WS-ALREADY-COUNT                PIC 9(06) COMP VALUE ZERO.
022600 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
022700 77  WS-AUDIT-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
022800 77  WS-GEN-OPENED-COUNT             PIC 9(04) COMP VALUE ZERO.
022900 77  WS-ENV-COUNT                    PIC 9(04) COMP VALUE ZERO.
023000 77  WS-EN-IDX                       PIC 9(04) COMP.
023100 77  WS-ELECTION-AGE                 PIC S9(03) COMP.
023200
023300 01  WS-RUN-DATE.
023400     05  WS-RUN-YYYY                 PIC 9(04).
023500     05  WS-RUN-MM                   PIC 9(02).
023600     05  WS-RUN-DD                   PIC 9(02).
023700 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
023800 01  WS-PARM-ELECTION-DATE           PIC 9(08) VALUE ZERO.
023850 01  WS-PARM-BOOKS-CLOSED            PIC 9(08) VALUE ZERO.
024000 01  WS-ARCHIVE-NAME                 PIC X(12).
024100 01  WS-SOURCE-NAME                  PIC X(12).
024200 01  WS-ELECTION-DATE.
024300     05  WS-ELEC-YYYY                PIC 9(04).
024400     05  WS-ELEC-MM                  PIC 9(02).
024500     05  WS-ELEC-DD                  PIC 9(02).
024600 01  WS-ELECTION-DATE-8 REDEFINES WS-ELECTION-DATE PIC 9(08).
024700 01  WS-AGE-DOB.
024800     05  WS-AGE-DOB-YYYY             PIC 9(04).
024900     05  WS-AGE-DOB-MM               PIC 9(02).
025000     05  WS-AGE-DOB-DD               PIC 9(02).
025100 01  WS-AGE-DOB-8 REDEFINES WS-AGE-DOB PIC 9(08).
025200 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
025300 01  WS-AGE-DISPLAY                  PIC ZZ9.
025400 01  WS-DATE-SPLIT.
025500     05  WS-DS-YYYY                  PIC 9(04).
025600     05  WS-DS-MM                    PIC 9(02).
025700     05  WS-DS-DD                    PIC 9(02).
025800 01  WS-DATE-DISPLAY.
025900     05  WS-DD-YYYY                  PIC 9(04).
026000     05  FILLER                      PIC X(01) VALUE "-".
026100     05  WS-DD-MM                    PIC 9(02).
026200     05  FILLER                      PIC X(01) VALUE "-".
026300     05  WS-DD-DD                    PIC 9(02).
026400 01  WS-TIME-SPLIT.
026500     05  WS-TS-HH                    PIC 9(02).
026600     05  WS-TS-MN                    PIC 9(02).
026700     05  WS-TS-SS                    PIC 9(02).
026800     05  WS-TS-CC                    PIC 9(02).
026900 01  WS-TIME-DISPLAY.
027000     05  WS-TD-HH                    PIC 9(02).
027100     05  FILLER                      PIC X(01) VALUE ":".
027200     05  WS-TD-MN                    PIC 9(02).
027300 01  WS-CANCEL-TEXT                  PIC X(09).
027400 01  WS-METHOD-TEXT                  PIC X(12).
027500 01  WS-REASON-TEXT                  PIC X(60).
027600 01  WS-HIST-LOAD-DATE               PIC 9(08).
027700*
027800*    WORK COPIES OF THE AUDIT RECORD AND THE APPLICANT CARD SO
027900*    THE MATCH READS THE SAME FIELDS WHETHER THE AUDIT RECORD
028000*    CAME FROM THE CURRENT LOG OR AN ARCHIVE GENERATION, AND SO
028100*    A SUSPENDED CARD IMAGE CAN BE READ BY FIELD NAME.
028200     COPY CPAUDIT.
028300     COPY CPVOTREC.
028400*
028500*    THE ENVELOPES HELD IN CORE SO EACH OF THE EVIDENCE FILES IS
028600*    READ ONCE, WHATEVER THE SIZE OF THE DECK, WITH WHAT EACH
028700*    SOURCE SAYS ABOUT THE VOTER GATHERED AGAINST THE ENVELOPE.
028800 01  WS-ENVELOPE-TABLE.
028900     05  WS-ENV-ENTRY OCCURS 1 TO 500 TIMES
029000         DEPENDING ON WS-ENV-COUNT.
029100         10  WS-EN-NAME              PIC X(30).
029200         10  WS-EN-DOB               PIC 9(08).
029300         10  WS-EN-PRECINCT          PIC X(05).
029400         10  WS-EN-ELECTION          PIC 9(08).
029500         10  WS-EN-DEADLINE          PIC 9(08).
029550         10  WS-EN-BOOKS-CLOSED      PIC 9(08).
029600         10  WS-EN-ENVELOPE-NO       PIC X(10).
029700         10  WS-EN-BOARD             PIC X(01).
029800         10  WS-EN-ERROR             PIC X(30).
029900         10  WS-EN-AU-FOUND-SW       PIC X(01).
030000         10  WS-EN-AU-DATE           PIC 9(08).
030100         10  WS-EN-AU-TIME           PIC 9(08).
030200         10  WS-EN-AU-RESULT         PIC X(40).
030300         10  WS-EN-AU-PRECINCT       PIC X(05).
030400         10  WS-EN-AU-SOURCE         PIC X(12).
030500         10  WS-EN-LA-FOUND-SW       PIC X(01).
030600         10  WS-EN-LA-DATE           PIC 9(08).
030700         10  WS-EN-LA-RESULT         PIC X(40).
030800         10  WS-EN-SU-FOUND-SW       PIC X(01).
030900         10  WS-EN-SU-DATE           PIC 9(08).
031000         10  WS-EN-SU-REASONS        PIC X(14).
031050         10  WS-EN-SU-RECEIVED       PIC 9(08).
031100         10  WS-EN-SU-PRECINCT       PIC X(05).
031200         10  WS-EN-ST-FOUND-SW       PIC X(01).
031300         10  WS-EN-ST-ERROR          PIC X(03).
031400         10  WS-EN-ST-PRECINCT       PIC X(05).
031500*
031600 01  WS-RPT-DETAIL.
031700     05  RD-ENVELOPE-NO              PIC X(10).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  RD-VOTER-NAME               PIC X(30).
032000     05  FILLER                      PIC X(02) VALUE SPACES.
032100     05  RD-DOB                      PIC X(10).
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  RD-PRECINCT                 PIC X(05).
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  RD-RECOMMEND                PIC X(13).
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  RD-BOARD                    PIC X(13).
032800*
032900 01  WS-EVIDENCE-LINE.
033000     05  FILLER                      PIC X(04) VALUE SPACES.
033100     05  RE-CAPTION                  PIC X(14).
033200     05  RE-TEXT                     PIC X(90).
033300*
033400 PROCEDURE DIVISION.
033500*
033600 0000-MAINLINE.
033700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033800     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT.
033900     PERFORM 3000-SCAN-SUSPENSE THRU 3000-EXIT.
034000     PERFORM 4000-SCAN-REWORK THRU 4000-EXIT.
034100     PERFORM 5000-ADJUDICATE-ONE THRU 5000-EXIT
034200         VARYING WS-EN-IDX FROM 1 BY 1
034300         UNTIL WS-EN-IDX > WS-ENV-COUNT.
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034500     STOP RUN.
034600*
034700*********************************************************************
034800*    1000-INITIALIZE - PICK UP THE ELECTION DATE FROM VAGEPARM      *
034900*    (A CARD-LEVEL DATE OVERRIDES IT), LOAD THE ENVELOPE DECK,      *
035000*    OPEN THE MASTER, THE PRIOR-KEY FILE (NONE YET IS NOT AN        *
035100*    ERROR) AND THE HISTORY FILE, AND HEAD THE REPORT.              *
035200*********************************************************************
035300 1000-INITIALIZE.
035400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035500     OPEN INPUT PARM-FILE
035600     IF WS-PARM-STATUS = "00"
035700         READ PARM-FILE
035800             AT END CONTINUE
035900             NOT AT END
036000                 IF RP-ELECTION-DATE NUMERIC
036100                     MOVE RP-ELECTION-DATE
036200                         TO WS-PARM-ELECTION-DATE
036300                 END-IF
036310                 IF RP-CLOSE-OF-BOOKS-DATE NUMERIC
036320                     MOVE RP-CLOSE-OF-BOOKS-DATE
036330                         TO WS-PARM-BOOKS-CLOSED
036340                 END-IF
036400         END-READ
036500         CLOSE PARM-FILE
036600     END-IF
036610     IF WS-PARM-BOOKS-CLOSED > WS-PARM-ELECTION-DATE
036620         DISPLAY "PROVADJ WARNING - CLOSE OF BOOKS DATE "
036630             WS-PARM-BOOKS-CLOSED " ON VAGEPARM IS AFTER THE "
036640             "ELECTION, ELECTION DAY USED AS THE DEADLINE"
036650         MOVE ZERO TO WS-PARM-BOOKS-CLOSED
036660     END-IF
036700     OPEN INPUT ENVELOPE-FILE
036800     IF WS-ENVELOPE-STATUS NOT = "00"
036900         DISPLAY "PROVADJ ERROR - ENVELOPE CARD FILE OPEN "
037000             "FAILED, STATUS " WS-ENVELOPE-STATUS
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF
037500     PERFORM 1100-LOAD-ONE-ENVELOPE THRU 1100-EXIT
037600         UNTIL WS-EOF-YES
037700     CLOSE ENVELOPE-FILE
037800     OPEN INPUT MASTER-FILE
037900     IF WS-MASTER-STATUS NOT = "00"
038000         DISPLAY "PROVADJ ERROR - VOTER MASTER OPEN FAILED, "
038100             "STATUS " WS-MASTER-STATUS
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF
038500     OPEN INPUT PKEY-FILE
038600     EVALUATE WS-PKEY-STATUS
038700         WHEN "00"
038800             MOVE "Y" TO WS-PKEY-OPEN-SW
038900         WHEN "35"
039000             MOVE "N" TO WS-PKEY-OPEN-SW
039100         WHEN OTHER
039200             DISPLAY "PROVADJ ERROR - PRIOR-KEY FILE OPEN "
039300                 "FAILED, STATUS " WS-PKEY-STATUS
039500             MOVE 16 TO RETURN-CODE
039600             STOP RUN
039700     END-EVALUATE
039800     OPEN I-O HISTORY-FILE
039900     IF WS-HISTORY-STATUS = "35"
040000         OPEN OUTPUT HISTORY-FILE
040100         CLOSE HISTORY-FILE
040200         OPEN I-O HISTORY-FILE
040300     END-IF
040400     IF WS-HISTORY-STATUS NOT = "00"
040500         DISPLAY "PROVADJ ERROR - HISTORY FILE OPEN FAILED, "
040600             "STATUS " WS-HISTORY-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF
041000     OPEN OUTPUT RPT-FILE
041100     MOVE SPACES TO RPT-LINE
041200     STRING "PROVISIONAL BALLOT ADJUDICATION   RUN DATE "
041300         DELIMITED BY SIZE
041400         WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD DELIMITED BY SIZE
041500         INTO RPT-LINE
041600     WRITE RPT-LINE
041700     MOVE SPACES TO RPT-LINE
041800     WRITE RPT-LINE
041900     MOVE "ENVELOPE    VOTER NAME                      DOB"
042000         TO RPT-LINE
042100     MOVE "PRCNT  RECOMMENDED    BOARD" TO RPT-LINE (57:)
042200     WRITE RPT-LINE
042300     MOVE SPACES TO RPT-LINE
042400     WRITE RPT-LINE.
042500 1000-EXIT.
042600     EXIT.
042700*
042800 1100-LOAD-ONE-ENVELOPE.
042900     READ ENVELOPE-FILE
043000         AT END MOVE "Y" TO WS-EOF-SW
043100         NOT AT END
043200             ADD 1 TO WS-READ-COUNT
043300             PERFORM 1150-TABLE-ONE-ENVELOPE THRU 1150-EXIT
043400     END-READ.
043500 1100-EXIT.
043600     EXIT.
043700*
043800*********************************************************************
043900*    1150-TABLE-ONE-ENVELOPE - EDIT THE CARD AND ADD IT TO THE      *
044000*    TABLE.  A CARD THAT FAILS AN EDIT STILL GOES IN, CARRYING ITS  *
044100*    ERROR, SO IT IS LISTED IN ITS PLACE ON THE REPORT.  THE        *
044200*    REGISTRATION DEADLINE (WS-EN-BOOKS-CLOSED) IS THE VAGEPARM     *
044210*    CLOSE OF BOOKS WHEN THE ENVELOPE IS FOR THE VAGEPARM           *
044220*    ELECTION AND A CLOSE OF BOOKS IS GIVEN, OTHERWISE THE          *
044230*    ENVELOPE'S OWN ELECTION DAY.                                   *
044300*********************************************************************
044400 1150-TABLE-ONE-ENVELOPE.
044500     IF WS-ENV-COUNT = 500
044600         DISPLAY "PROVADJ ERROR - PROVENV EXCEEDS 500 ENVELOPES, "
044700             "REMAINDER NOT ADJUDICATED - SPLIT THE DECK"
044800         MOVE 8 TO RETURN-CODE
044900         GO TO 1150-EXIT
045000     END-IF
045100     ADD 1 TO WS-ENV-COUNT
045200     MOVE PE-VOTER-NAME TO WS-EN-NAME (WS-ENV-COUNT)
045300     MOVE PE-PRECINCT-CODE TO WS-EN-PRECINCT (WS-ENV-COUNT)
045400     MOVE PE-ENVELOPE-NO TO WS-EN-ENVELOPE-NO (WS-ENV-COUNT)
045500     MOVE PE-BOARD-DECISION TO WS-EN-BOARD (WS-ENV-COUNT)
045600     MOVE SPACES TO WS-EN-ERROR (WS-ENV-COUNT)
045700     MOVE "N" TO WS-EN-AU-FOUND-SW (WS-ENV-COUNT)
045800     MOVE "N" TO WS-EN-LA-FOUND-SW (WS-ENV-COUNT)
045900     MOVE "N" TO WS-EN-SU-FOUND-SW (WS-ENV-COUNT)
046000     MOVE "N" TO WS-EN-ST-FOUND-SW (WS-ENV-COUNT)
046100     IF PE-DOB-X NUMERIC
046200         MOVE PE-DOB TO WS-EN-DOB (WS-ENV-COUNT)
046300     ELSE
046400         MOVE ZERO TO WS-EN-DOB (WS-ENV-COUNT)
046500         MOVE "DATE OF BIRTH NOT NUMERIC"
046600             TO WS-EN-ERROR (WS-ENV-COUNT)
046700     END-IF
046800     IF PE-ELECTION-DATE NUMERIC
046900         AND PE-ELECTION-DATE NOT = "00000000"
047000         MOVE PE-ELECTION-DATE TO WS-EN-ELECTION (WS-ENV-COUNT)
047100     ELSE
047200         MOVE WS-PARM-ELECTION-DATE
047300             TO WS-EN-ELECTION (WS-ENV-COUNT)
047400     END-IF
047500     IF WS-EN-ELECTION (WS-ENV-COUNT) = ZERO
047600         MOVE "NO ELECTION DATE" TO WS-EN-ERROR (WS-ENV-COUNT)
047700     END-IF
047800     IF PE-VOTER-NAME = SPACES
047900         MOVE "NO VOTER NAME" TO WS-EN-ERROR (WS-ENV-COUNT)
048000     END-IF
048100     IF PE-BOARD-DECISION NOT = SPACE
048200         AND PE-BOARD-DECISION NOT = "C"
048300         AND PE-BOARD-DECISION NOT = "P"
048400         AND PE-BOARD-DECISION NOT = "R"
048500         MOVE "INVALID BOARD DETERMINATION" TO
048600             WS-EN-ERROR (WS-ENV-COUNT)
048700     END-IF
048800     MOVE WS-EN-ELECTION (WS-ENV-COUNT)
048900         TO WS-EN-DEADLINE (WS-ENV-COUNT)
049210     MOVE WS-EN-ELECTION (WS-ENV-COUNT)
049220         TO WS-EN-BOOKS-CLOSED (WS-ENV-COUNT)
049230     IF WS-EN-ELECTION (WS-ENV-COUNT) = WS-PARM-ELECTION-DATE
049240         AND WS-PARM-BOOKS-CLOSED > ZERO
049250         MOVE WS-PARM-BOOKS-CLOSED
049260             TO WS-EN-BOOKS-CLOSED (WS-ENV-COUNT)
049270     END-IF.
049300 1150-EXIT.
049400     EXIT.
049500*
049600*********************************************************************
049700*    2000-SCAN-AUDIT - ONE PASS OVER THE AUDIT TRAIL, OLDEST FIRST -*
049800*    THE CATALOGED ARCHIVE GENERATIONS, THEN THE CURRENT LOG - SO   *
049900*    THE LAST DETERMINATION BY EACH ENVELOPE'S DEADLINE IS THE ONE  *
050000*    KEPT.  A GENERATION CUT ENTIRELY AFTER THE LATEST DEADLINE     *
050100*    CAN ONLY SHOW LATE APPLICATIONS AND IS STILL READ FOR THEM.    *
050200*    NO CATALOG MEANS NO GENERATIONS HAVE BEEN CUT YET.             *
050300*********************************************************************
050400 2000-SCAN-AUDIT.
050500     IF WS-ENV-COUNT = ZERO
050600         GO TO 2000-EXIT
050700     END-IF
050800     OPEN INPUT CATALOG-FILE
050900     IF WS-CATALOG-STATUS = "00"
051000         PERFORM 2100-CHECK-ONE-CATALOG THRU 2100-EXIT
051100             UNTIL WS-CATALOG-EOF-YES
051200         CLOSE CATALOG-FILE
051300     END-IF
051400     OPEN INPUT AUDIT-FILE
051500     IF WS-AUDIT-STATUS NOT = "00"
051600         DISPLAY "PROVADJ ERROR - AUDIT LOG OPEN FAILED, "
051700             "STATUS " WS-AUDIT-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         STOP RUN
052000     END-IF
052100     MOVE "AUDITLOG" TO WS-SOURCE-NAME
052200     MOVE "N" TO WS-SCAN-EOF-SW
052300     PERFORM 2300-SCAN-ONE-CURRENT THRU 2300-EXIT
052400         UNTIL WS-SCAN-EOF-YES
052500     CLOSE AUDIT-FILE.
052600 2000-EXIT.
052700     EXIT.
052800*
052900 2100-CHECK-ONE-CATALOG.
053000     READ CATALOG-FILE
053100         AT END MOVE "Y" TO WS-CATALOG-EOF-SW
053200         NOT AT END
053300             PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT
053400     END-READ.
053500 2100-EXIT.
053600     EXIT.
053700*
053800*********************************************************************
053900*    2200-SCAN-ARCHIVE - A GENERATION THE CATALOG PROMISES BUT THE  *
054000*    RUN CANNOT OPEN IS A MISSING PIECE OF THE EVIDENCE - IT IS     *
054100*    CALLED OUT ON THE REPORT AND FAILS THE RUN, AS IN AUDINQ.      *
054200*********************************************************************
054300 2200-SCAN-ARCHIVE.
054400     MOVE AC-FILE-NAME TO WS-ARCHIVE-NAME
054500     MOVE AC-FILE-NAME TO WS-SOURCE-NAME
054600     OPEN INPUT ARCH-FILE
054700     IF WS-ARCH-STATUS NOT = "00"
054800         MOVE SPACES TO RPT-LINE
054900         STRING "*** ARCHIVE GENERATION " DELIMITED BY SIZE
055000             WS-ARCHIVE-NAME DELIMITED BY SIZE
055100             " NOT AVAILABLE, STATUS " DELIMITED BY SIZE
055200             WS-ARCH-STATUS DELIMITED BY SIZE
055300             " - AUDIT EVIDENCE IS INCOMPLETE ***"
055400                 DELIMITED BY SIZE
055500             INTO RPT-LINE
055600         WRITE RPT-LINE
055700         MOVE "Y" TO WS-ARCH-ERR-SW
055800         GO TO 2200-EXIT
055900     END-IF
056000     ADD 1 TO WS-GEN-OPENED-COUNT
056100     MOVE "N" TO WS-ARCH-EOF-SW
056200     PERFORM 2210-SCAN-ONE-ARCH THRU 2210-EXIT
056300         UNTIL WS-ARCH-EOF-YES
056400     CLOSE ARCH-FILE.
056500 2200-EXIT.
056600     EXIT.
056700*
056800 2210-SCAN-ONE-ARCH.
056900     READ ARCH-FILE INTO AUDIT-RECORD
057000         AT END MOVE "Y" TO WS-ARCH-EOF-SW
057100         NOT AT END
057200             ADD 1 TO WS-AUDIT-READ-COUNT
057300             PERFORM 2400-MATCH-AUDIT THRU 2400-EXIT
057400                 VARYING WS-EN-IDX FROM 1 BY 1
057500                 UNTIL WS-EN-IDX > WS-ENV-COUNT
057600     END-READ.
057700 2210-EXIT.
057800     EXIT.
057900*
058000 2300-SCAN-ONE-CURRENT.
058100     READ AUDIT-FILE INTO AUDIT-RECORD
058200         AT END MOVE "Y" TO WS-SCAN-EOF-SW
058300         NOT AT END
058400             ADD 1 TO WS-AUDIT-READ-COUNT
058500             PERFORM 2400-MATCH-AUDIT THRU 2400-EXIT
058600                 VARYING WS-EN-IDX FROM 1 BY 1
058700                 UNTIL WS-EN-IDX > WS-ENV-COUNT
058800     END-READ.
058900 2300-EXIT.
059000     EXIT.
059100*
059200*********************************************************************
059300*    2400-MATCH-AUDIT - ONE AUDIT RECORD AGAINST ONE ENVELOPE, BY   *
059400*    NAME AND DATE OF BIRTH.  A DETERMINATION BY THE DEADLINE       *
059500*    REPLACES ANY EARLIER ONE; THE FIRST ONE AFTER IT IS KEPT       *
059600*    SEPARATELY TO SHOW THE VOTER APPLIED TOO LATE, AS IS ONE       *
059650*    MARKED RECEIVED AFTER THE CLOSE OF BOOKS.                      *
059700*********************************************************************
059800 2400-MATCH-AUDIT.
059900     IF AU-APPLICANT-NAME NOT = WS-EN-NAME (WS-EN-IDX)
060000         OR AU-DOB NOT = WS-EN-DOB (WS-EN-IDX)
060100         GO TO 2400-EXIT
060200     END-IF
060300     IF AU-RUN-DATE > WS-EN-DEADLINE (WS-EN-IDX)
060350         OR (AU-EFFECTIVE-AFTER-ELECTION
060360             AND AU-RUN-DATE > WS-EN-BOOKS-CLOSED (WS-EN-IDX))
060400         IF WS-EN-LA-FOUND-SW (WS-EN-IDX) = "N"
060500             MOVE "Y" TO WS-EN-LA-FOUND-SW (WS-EN-IDX)
060600             MOVE AU-RUN-DATE TO WS-EN-LA-DATE (WS-EN-IDX)
060700             MOVE AU-RESULT TO WS-EN-LA-RESULT (WS-EN-IDX)
060800         END-IF
060900         GO TO 2400-EXIT
061000     END-IF
061100     IF WS-EN-AU-FOUND-SW (WS-EN-IDX) = "Y"
061200         IF AU-RUN-DATE < WS-EN-AU-DATE (WS-EN-IDX)
061300             OR (AU-RUN-DATE = WS-EN-AU-DATE (WS-EN-IDX)
061400                 AND AU-RUN-TIME < WS-EN-AU-TIME (WS-EN-IDX))
061500             GO TO 2400-EXIT
061600         END-IF
061700     END-IF
061800     MOVE "Y" TO WS-EN-AU-FOUND-SW (WS-EN-IDX)
061900     MOVE AU-RUN-DATE TO WS-EN-AU-DATE (WS-EN-IDX)
062000     MOVE AU-RUN-TIME TO WS-EN-AU-TIME (WS-EN-IDX)
062100     MOVE AU-RESULT TO WS-EN-AU-RESULT (WS-EN-IDX)
062200     MOVE AU-PRECINCT-CODE TO WS-EN-AU-PRECINCT (WS-EN-IDX)
062300     MOVE WS-SOURCE-NAME TO WS-EN-AU-SOURCE (WS-EN-IDX).
062400 2400-EXIT.
062500     EXIT.
062600*
062700*********************************************************************
062800*    3000-SCAN-SUSPENSE - ONE PASS OVER THE SUSPENSE FILE.  NO      *
062900*    SUSPENSE FILE MEANS NOTHING IS IN SUSPENSE.                    *
063000*********************************************************************
063100 3000-SCAN-SUSPENSE.
063200     IF WS-ENV-COUNT = ZERO
063300         GO TO 3000-EXIT
063400     END-IF
063500     OPEN INPUT SUSPENSE-FILE
063600     IF WS-SUSP-STATUS = "35"
063700         GO TO 3000-EXIT
063800     END-IF
063900     IF WS-SUSP-STATUS NOT = "00"
064000         DISPLAY "PROVADJ ERROR - SUSPENSE FILE OPEN FAILED, "
064100             "STATUS " WS-SUSP-STATUS
064200         MOVE 16 TO RETURN-CODE
064300         STOP RUN
064400     END-IF
064500     MOVE "N" TO WS-SCAN-EOF-SW
064600     PERFORM 3100-SCAN-ONE-SUSPENSE THRU 3100-EXIT
064700         UNTIL WS-SCAN-EOF-YES
064800     CLOSE SUSPENSE-FILE.
064900 3000-EXIT.
065000     EXIT.
065100*
065200 3100-SCAN-ONE-SUSPENSE.
065300     READ SUSPENSE-FILE
065400         AT END MOVE "Y" TO WS-SCAN-EOF-SW
065500         NOT AT END
065600             MOVE SU-RECORD-IMAGE TO VOTER-RECORD
065700             PERFORM 3200-MATCH-SUSPENSE THRU 3200-EXIT
065800                 VARYING WS-EN-IDX FROM 1 BY 1
065900                 UNTIL WS-EN-IDX > WS-ENV-COUNT
066000     END-READ.
066100 3100-EXIT.
066200     EXIT.
066300*
066400 3200-MATCH-SUSPENSE.
066500     IF VR-APPLICANT-NAME NOT = WS-EN-NAME (WS-EN-IDX)
066600         OR VR-DOB NOT = WS-EN-DOB (WS-EN-IDX)
066700         GO TO 3200-EXIT
066800     END-IF
066900     MOVE "Y" TO WS-EN-SU-FOUND-SW (WS-EN-IDX)
067000     MOVE SU-SUSPENSE-DATE TO WS-EN-SU-DATE (WS-EN-IDX)
067100     MOVE SU-REASON-CODES TO WS-EN-SU-REASONS (WS-EN-IDX)
067200     MOVE VR-PRECINCT-CODE TO WS-EN-SU-PRECINCT (WS-EN-IDX)
067210     IF VR-RECEIVED-DATE NUMERIC
067220         MOVE VR-RECEIVED-DATE-8 TO WS-EN-SU-RECEIVED (WS-EN-IDX)
067230     ELSE
067240         MOVE ZERO TO WS-EN-SU-RECEIVED (WS-EN-IDX)
067250     END-IF.
067300 3200-EXIT.
067400     EXIT.
067500*
067600*********************************************************************
067700*    4000-SCAN-REWORK - ONE PASS OVER THE STATE REWORK DECK.  NO    *
067800*    DECK MEANS THE STATE HAS REJECTED NOTHING OUTSTANDING.         *
067900*********************************************************************
068000 4000-SCAN-REWORK.
068100     IF WS-ENV-COUNT = ZERO
068200         GO TO 4000-EXIT
068300     END-IF
068400     OPEN INPUT REWORK-FILE
068500     IF WS-REWORK-STATUS = "35"
068600         GO TO 4000-EXIT
068700     END-IF
068800     IF WS-REWORK-STATUS NOT = "00"
068900         DISPLAY "PROVADJ ERROR - STATE REWORK DECK OPEN FAILED, "
069000             "STATUS " WS-REWORK-STATUS
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF
069400     MOVE "N" TO WS-SCAN-EOF-SW
069500     PERFORM 4100-SCAN-ONE-REWORK THRU 4100-EXIT
069600         UNTIL WS-SCAN-EOF-YES
069700     CLOSE REWORK-FILE.
069800 4000-EXIT.
069900     EXIT.
070000*
070100 4100-SCAN-ONE-REWORK.
070200     READ REWORK-FILE
070300         AT END MOVE "Y" TO WS-SCAN-EOF-SW
070400         NOT AT END
070500             PERFORM 4200-MATCH-REWORK THRU 4200-EXIT
070600                 VARYING WS-EN-IDX FROM 1 BY 1
070700                 UNTIL WS-EN-IDX > WS-ENV-COUNT
070800     END-READ.
070900 4100-EXIT.
071000     EXIT.
071100*
071200 4200-MATCH-REWORK.
071300     IF RW-APPLICANT-NAME NOT = WS-EN-NAME (WS-EN-IDX)
071400         OR RW-DOB NOT = WS-EN-DOB (WS-EN-IDX)
071500         GO TO 4200-EXIT
071600     END-IF
071700     MOVE "Y" TO WS-EN-ST-FOUND-SW (WS-EN-IDX)
071800     MOVE RW-ERROR-CODE TO WS-EN-ST-ERROR (WS-EN-IDX)
071900     MOVE RW-PRECINCT-CODE TO WS-EN-ST-PRECINCT (WS-EN-IDX).
072000 4200-EXIT.
072100     EXIT.
072200*
072300*********************************************************************
072400*    5000-ADJUDICATE-ONE - FIND THE VOTER ON THE MASTER (UNDER THE  *
072500*    NAME SIGNED, OR THROUGH THE PRIOR-KEY FILE UNDER A NAME THE    *
072600*    VOTER HAS SINCE BEEN RE-KEYED AWAY FROM), CHECK FOR A VOTE     *
072700*    ALREADY RECORDED, REACH A RECOMMENDATION, PRINT IT WITH ITS    *
072800*    EVIDENCE, AND POST THE BALLOT IF THE BOARD HAS COUNTED IT.     *
072900*********************************************************************
073000 5000-ADJUDICATE-ONE.
073100     MOVE WS-EN-ENVELOPE-NO (WS-EN-IDX) TO RD-ENVELOPE-NO
073200     MOVE WS-EN-NAME (WS-EN-IDX) TO RD-VOTER-NAME
073300     MOVE WS-EN-DOB (WS-EN-IDX) TO WS-DATE-SPLIT
073400     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
073500     MOVE WS-DATE-DISPLAY TO RD-DOB
073600     MOVE WS-EN-PRECINCT (WS-EN-IDX) TO RD-PRECINCT
073700     MOVE SPACES TO RD-BOARD
073800     IF WS-EN-ERROR (WS-EN-IDX) NOT = SPACES
073900         ADD 1 TO WS-ERROR-COUNT
074000         MOVE "CARD IN ERROR" TO RD-RECOMMEND
074100         PERFORM 5500-WRITE-DETAIL THRU 5500-EXIT
074200         MOVE "ERROR . . . : " TO RE-CAPTION
074300         MOVE WS-EN-ERROR (WS-EN-IDX) TO RE-TEXT
074400         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
074500         PERFORM 5595-WRITE-BLANK THRU 5595-EXIT
074600         GO TO 5000-EXIT
074700     END-IF
074800     MOVE WS-EN-ELECTION (WS-EN-IDX) TO WS-ELECTION-DATE-8
074900     PERFORM 5100-FIND-VOTER THRU 5100-EXIT
075000     PERFORM 5200-CHECK-HISTORY THRU 5200-EXIT
075100     IF WS-ON-MASTER
075200         PERFORM 5300-DECIDE-ON-MASTER THRU 5300-EXIT
075300     ELSE
075400         PERFORM 5400-DECIDE-OFF-MASTER THRU 5400-EXIT
075500     END-IF
075600     EVALUATE TRUE
075700         WHEN WS-DECIDE-COUNT
075800             ADD 1 TO WS-COUNT-COUNT
075900             MOVE "COUNT" TO RD-RECOMMEND
076000         WHEN WS-DECIDE-PARTIAL
076100             ADD 1 TO WS-PARTIAL-COUNT
076200             MOVE "PARTIAL COUNT" TO RD-RECOMMEND
076300         WHEN OTHER
076400             ADD 1 TO WS-REJECT-COUNT
076500             MOVE "REJECT" TO RD-RECOMMEND
076600     END-EVALUATE
076700     EVALUATE WS-EN-BOARD (WS-EN-IDX)
076800         WHEN "C"
076900             MOVE "COUNT" TO RD-BOARD
077000         WHEN "P"
077100             MOVE "PARTIAL COUNT" TO RD-BOARD
077200         WHEN "R"
077300             MOVE "REJECT" TO RD-BOARD
077400         WHEN OTHER
077500             MOVE "NOT RULED" TO RD-BOARD
077600     END-EVALUATE
077700     PERFORM 5500-WRITE-DETAIL THRU 5500-EXIT
077800     PERFORM 5510-PRINT-EVIDENCE THRU 5510-EXIT
077900     IF WS-EN-BOARD (WS-EN-IDX) NOT = SPACE
078000         ADD 1 TO WS-RULED-COUNT
078100     END-IF
078200     IF WS-EN-BOARD (WS-EN-IDX) = "C"
078300         OR WS-EN-BOARD (WS-EN-IDX) = "P"
078400         PERFORM 5600-POST-HISTORY THRU 5600-EXIT
078500     END-IF
078600     PERFORM 5595-WRITE-BLANK THRU 5595-EXIT.
078700 5000-EXIT.
078800     EXIT.
078900*
079000 5100-FIND-VOTER.
079100     MOVE "N" TO WS-ON-MASTER-SW
079200     MOVE "N" TO WS-VIA-PKEY-SW
079300     MOVE WS-EN-NAME (WS-EN-IDX) TO MR-VOTER-NAME
079400     MOVE WS-EN-DOB (WS-EN-IDX) TO MR-DOB
079500     READ MASTER-FILE
079600         INVALID KEY CONTINUE
079700         NOT INVALID KEY MOVE "Y" TO WS-ON-MASTER-SW
079800     END-READ
079900     IF WS-ON-MASTER OR NOT WS-PKEY-OPEN
080000         GO TO 5100-EXIT
080100     END-IF
080200     MOVE WS-EN-NAME (WS-EN-IDX) TO PK-OLD-NAME
080300     MOVE WS-EN-DOB (WS-EN-IDX) TO PK-OLD-DOB
080400     READ PKEY-FILE
080500         INVALID KEY GO TO 5100-EXIT
080600     END-READ
080700     MOVE PK-VOTER-ID TO MR-VOTER-ID
080800     READ MASTER-FILE KEY IS MR-VOTER-ID
080900         INVALID KEY GO TO 5100-EXIT
081000     END-READ
081100     MOVE "Y" TO WS-ON-MASTER-SW
081200     MOVE "Y" TO WS-VIA-PKEY-SW.
081300 5100-EXIT.
081400     EXIT.
081500*
081600*********************************************************************
081700*    5200-CHECK-HISTORY - A VOTE ALREADY ON VOTHIST FOR THIS        *
081800*    ELECTION WAS CAST AT THE POLLS OR BY ABSENTEE BALLOT, UNLESS   *
081900*    IT IS THIS PROGRAM'S OWN POSTING FROM AN EARLIER RUN.          *
082000*********************************************************************
082100 5200-CHECK-HISTORY.
082200     MOVE "N" TO WS-HIST-SW
082300     IF NOT WS-ON-MASTER
082400         GO TO 5200-EXIT
082500     END-IF
082600     MOVE MR-VOTER-ID TO VH-VOTER-ID
082700     MOVE WS-ELECTION-DATE-8 TO VH-ELECTION-DATE
082800     READ HISTORY-FILE
082900         INVALID KEY GO TO 5200-EXIT
083000     END-READ
083100     MOVE VH-LOAD-DATE TO WS-HIST-LOAD-DATE
083200     EVALUATE TRUE
083300         WHEN VH-VOTED-PROVISIONAL
083400             MOVE "O" TO WS-HIST-SW
083500             MOVE "PROVISIONAL" TO WS-METHOD-TEXT
083600         WHEN VH-VOTED-ABSENTEE
083700             MOVE "X" TO WS-HIST-SW
083800             MOVE "ABSENTEE" TO WS-METHOD-TEXT
083900         WHEN OTHER
084000             MOVE "X" TO WS-HIST-SW
084100             MOVE "AT THE POLLS" TO WS-METHOD-TEXT
084200     END-EVALUATE.
084300 5200-EXIT.
084400     EXIT.
084500*
084600*********************************************************************
084700*    5300-DECIDE-ON-MASTER - THE VOTER IS ON FILE.  A CANCELLATION  *
084800*    DATED AFTER ELECTION DAY DID NOT TAKE THE VOTE AWAY, AND A     *
084900*    PRE-REGISTRANT WHO WAS 18 BY ELECTION DAY WAS ENTITLED TO      *
085000*    VOTE EVEN IF VOTACTV HAD NOT YET RUN.  A REGISTERED VOTER WHO  *
085100*    VOTED IN THE WRONG PRECINCT IS A PARTIAL COUNT.  A             *
085110*    REGISTRATION EFFECTIVE ONLY AFTER THE ELECTION (RECEIVED       *
085120*    AFTER THE CLOSE OF BOOKS) DOES NOT COUNT.                      *
085200*********************************************************************
085300 5300-DECIDE-ON-MASTER.
085400     MOVE "R" TO WS-DECISION
085500     IF MR-STATUS-CANCELLED
085600         AND MR-CANCEL-DATE NOT > WS-ELECTION-DATE-8
085700         MOVE "REGISTRATION CANCELLED BEFORE ELECTION DAY"
085800             TO WS-REASON-TEXT
085900         GO TO 5300-EXIT
086000     END-IF
086002     IF MR-STATUS-PENDING
086004         MOVE MR-DOB TO WS-AGE-DOB-8
086006         PERFORM 5700-COMPUTE-AGE THRU 5700-EXIT
086008     END-IF
086010     IF MR-EFFECTIVE-DATE NUMERIC
086020         AND MR-EFFECTIVE-DATE > WS-ELECTION-DATE-8
086030         MOVE "REGISTERED AFTER THE CLOSE OF BOOKS"
086035             TO WS-REASON-TEXT
086040         GO TO 5300-EXIT
086050     END-IF
086100     IF MR-STATUS-PENDING
086400         IF WS-ELECTION-AGE < 18
086500             MOVE "PRE-REGISTERED, UNDER 18 ON ELECTION DAY"
086600                 TO WS-REASON-TEXT
086700             GO TO 5300-EXIT
086800         END-IF
086900     END-IF
087000     IF NOT MR-STATUS-ACTIVE
087100         AND NOT MR-STATUS-PENDING
087200         AND NOT MR-STATUS-CANCELLED
087300         MOVE "REGISTRATION NOT ACTIVE" TO WS-REASON-TEXT
087400         GO TO 5300-EXIT
087500     END-IF
087600     IF WS-HIST-OTHER
087700         MOVE "A VOTE IS ALREADY RECORDED FOR THIS ELECTION"
087800             TO WS-REASON-TEXT
087900         GO TO 5300-EXIT
088000     END-IF
088100     IF WS-EN-ST-FOUND-SW (WS-EN-IDX) = "Y"
088200         MOVE "THE STATE REJECTED THE REGISTRATION"
088300             TO WS-REASON-TEXT
088400         GO TO 5300-EXIT
088500     END-IF
088600     IF MR-PRECINCT-CODE = WS-EN-PRECINCT (WS-EN-IDX)
088700         MOVE "C" TO WS-DECISION
088800         MOVE "REGISTERED IN THE PRECINCT WHERE VOTED"
088900             TO WS-REASON-TEXT
089000     ELSE
089100         MOVE "P" TO WS-DECISION
089200         MOVE SPACES TO WS-REASON-TEXT
089300         STRING "REGISTERED, BUT IN PRECINCT " DELIMITED BY SIZE
089400             MR-PRECINCT-CODE DELIMITED BY SIZE
089500             " - COMMON CONTESTS ONLY" DELIMITED BY SIZE
089600             INTO WS-REASON-TEXT
089700     END-IF.
089800 5300-EXIT.
089900     EXIT.
090000*
090100*********************************************************************
090200*    5400-DECIDE-OFF-MASTER - NOT ON FILE.  THE VOTER COUNTS ONLY   *
090300*    IF THE SYSTEM SHOWS A TIMELY APPLICATION THAT WAS APPROVED     *
090400*    BUT NEVER POSTED, OR THAT IS HELD IN SUSPENSE ON A CLERICAL    *
090500*    DEFECT ALONE - A CARD MISSING THE RESIDENCY, CITIZENSHIP OR    *
090600*    FELONY ATTESTATION IS NOT A CLERICAL DEFECT.  AN APPROVED      *
090700*    DETERMINATION WINS OVER A LATER SUSPENSE OF A REPEAT CARD.     *
090800*********************************************************************
090900 5400-DECIDE-OFF-MASTER.
091000     MOVE "R" TO WS-DECISION
091100     MOVE WS-EN-DOB (WS-EN-IDX) TO WS-AGE-DOB-8
091200     PERFORM 5700-COMPUTE-AGE THRU 5700-EXIT
091300     IF WS-ELECTION-AGE < 18
091400         MOVE "UNDER 18 ON ELECTION DAY" TO WS-REASON-TEXT
091500         GO TO 5400-EXIT
091600     END-IF
091700     IF WS-EN-ST-FOUND-SW (WS-EN-IDX) = "Y"
091800         MOVE "THE STATE REJECTED THE REGISTRATION"
091900             TO WS-REASON-TEXT
092000         GO TO 5400-EXIT
092100     END-IF
092200     IF WS-EN-AU-FOUND-SW (WS-EN-IDX) = "Y"
092300         IF WS-EN-AU-RESULT (WS-EN-IDX) = "Eligible to Vote"
092400             OR WS-EN-AU-RESULT (WS-EN-IDX) (1:14)
092500                 = "Pre-Registered"
092600             OR WS-EN-AU-RESULT (WS-EN-IDX) = "Already Registered"
092700             OR WS-EN-AU-RESULT (WS-EN-IDX) = "Precinct Transfer"
092800             OR WS-EN-AU-RESULT (WS-EN-IDX) = "Address Change"
092900             IF WS-EN-AU-PRECINCT (WS-EN-IDX)
093000                 = WS-EN-PRECINCT (WS-EN-IDX)
093100                 MOVE "C" TO WS-DECISION
093200             ELSE
093300                 MOVE "P" TO WS-DECISION
093400             END-IF
093500             MOVE "APPROVED BY THE DEADLINE BUT NOT ON THE MASTER"
093600                 TO WS-REASON-TEXT
093700             GO TO 5400-EXIT
093800         END-IF
093900     END-IF
093910     IF WS-EN-SU-FOUND-SW (WS-EN-IDX) = "Y"
093920         AND WS-EN-SU-DATE (WS-EN-IDX)
093930             NOT > WS-EN-DEADLINE (WS-EN-IDX)
093940         AND (WS-EN-SU-RECEIVED (WS-EN-IDX) = ZERO
093950             OR WS-EN-SU-REASONS (WS-EN-IDX) (13:2) NOT = SPACES)
093960         MOVE "SUSPENSE RECEIVED DATE NOT PROVEN"
093965             TO WS-REASON-TEXT
093970         GO TO 5400-EXIT
093980     END-IF
094000     IF WS-EN-SU-FOUND-SW (WS-EN-IDX) = "Y"
094100         AND WS-EN-SU-DATE (WS-EN-IDX)
094200             NOT > WS-EN-DEADLINE (WS-EN-IDX)
094250         AND WS-EN-SU-RECEIVED (WS-EN-IDX)
094260             NOT > WS-EN-BOOKS-CLOSED (WS-EN-IDX)
094270         AND WS-EN-SU-RECEIVED (WS-EN-IDX) > ZERO
094280         AND WS-EN-SU-REASONS (WS-EN-IDX) (13:2) = SPACES
094300         IF WS-EN-SU-REASONS (WS-EN-IDX) (5:6) NOT = SPACES
094400             MOVE "HELD IN SUSPENSE - ELIGIBILITY NOT ATTESTED"
094500                 TO WS-REASON-TEXT
094600             GO TO 5400-EXIT
094700         END-IF
094800         IF WS-EN-SU-PRECINCT (WS-EN-IDX)
094900             = WS-EN-PRECINCT (WS-EN-IDX)
095000             MOVE "C" TO WS-DECISION
095100         ELSE
095200             MOVE "P" TO WS-DECISION
095300         END-IF
095400         MOVE "APPLIED BY THE DEADLINE - CARD HELD IN SUSPENSE"
095500             TO WS-REASON-TEXT
095600         GO TO 5400-EXIT
095700     END-IF
095800     IF WS-EN-AU-FOUND-SW (WS-EN-IDX) = "Y"
095900         MOVE "APPLICATION NOT APPROVED BY THE DEADLINE"
096000             TO WS-REASON-TEXT
096100         GO TO 5400-EXIT
096200     END-IF
096300     IF WS-EN-LA-FOUND-SW (WS-EN-IDX) = "Y"
096400         OR WS-EN-SU-FOUND-SW (WS-EN-IDX) = "Y"
096500         MOVE "APPLIED AFTER THE REGISTRATION DEADLINE"
096600             TO WS-REASON-TEXT
096700         GO TO 5400-EXIT
096800     END-IF
096900     MOVE "NO RECORD OF ANY REGISTRATION OR APPLICATION"
097000         TO WS-REASON-TEXT.
097100 5400-EXIT.
097200     EXIT.
097300*
097400 5500-WRITE-DETAIL.
097500     MOVE SPACES TO RPT-LINE
097600     MOVE WS-RPT-DETAIL TO RPT-LINE
097700     WRITE RPT-LINE.
097800 5500-EXIT.
097900     EXIT.
098000*
098100*********************************************************************
098200*    5510-PRINT-EVIDENCE - ONE LINE PER SOURCE, WHETHER OR NOT THE  *
098300*    SOURCE KNOWS THE VOTER, SO THE BOARD SEES EVERY PLACE THAT     *
098400*    WAS SEARCHED, THEN THE REASON FOR THE RECOMMENDATION.          *
098500*********************************************************************
098600 5510-PRINT-EVIDENCE.
098700     PERFORM 5520-MASTER-EVIDENCE THRU 5520-EXIT
098800     PERFORM 5530-AUDIT-EVIDENCE THRU 5530-EXIT
098900     PERFORM 5540-SUSPENSE-EVIDENCE THRU 5540-EXIT
099000     PERFORM 5550-STATE-EVIDENCE THRU 5550-EXIT
099100     PERFORM 5560-HISTORY-EVIDENCE THRU 5560-EXIT
099200     MOVE "REASON. . . : " TO RE-CAPTION
099300     MOVE WS-REASON-TEXT TO RE-TEXT
099400     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT.
099500 5510-EXIT.
099600     EXIT.
099700*
099800 5520-MASTER-EVIDENCE.
099900     MOVE "MASTER. . . : " TO RE-CAPTION
100000     MOVE SPACES TO RE-TEXT
100100     IF NOT WS-ON-MASTER
100200         MOVE "NOT ON FILE UNDER THIS NAME AND DATE OF BIRTH"
100300             TO RE-TEXT
100400         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
100500         GO TO 5520-EXIT
100600     END-IF
100700     EVALUATE TRUE
100800         WHEN MR-STATUS-CANCELLED
100900             EVALUATE TRUE
101000                 WHEN MR-CANCEL-DECEASED
101100                     MOVE "DECEASED" TO WS-CANCEL-TEXT
101200                 WHEN MR-CANCEL-MOVED
101300                     MOVE "MOVED" TO WS-CANCEL-TEXT
101400                 WHEN MR-CANCEL-FELONY
101500                     MOVE "FELONY" TO WS-CANCEL-TEXT
101600                 WHEN MR-CANCEL-REQUEST
101700                     MOVE "REQUEST" TO WS-CANCEL-TEXT
101800                 WHEN OTHER
101900                     MOVE "REASON ?" TO WS-CANCEL-TEXT
102000             END-EVALUATE
102100             MOVE MR-CANCEL-DATE TO WS-DATE-SPLIT
102200             PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
102300             STRING "VOTER " DELIMITED BY SIZE
102400                 MR-VOTER-ID DELIMITED BY SIZE
102500                 " PRECINCT " DELIMITED BY SIZE
102600                 MR-PRECINCT-CODE DELIMITED BY SIZE
102700                 " CANCELLED " DELIMITED BY SIZE
102800                 WS-DATE-DISPLAY DELIMITED BY SIZE
102900                 " - " DELIMITED BY SIZE
103000                 WS-CANCEL-TEXT DELIMITED BY SPACE
103100                 INTO RE-TEXT
103200         WHEN MR-STATUS-PENDING
103300             MOVE WS-ELECTION-AGE TO WS-AGE-DISPLAY
103400             STRING "VOTER " DELIMITED BY SIZE
103500                 MR-VOTER-ID DELIMITED BY SIZE
103600                 " PRECINCT " DELIMITED BY SIZE
103700                 MR-PRECINCT-CODE DELIMITED BY SIZE
103800                 " PRE-REGISTERED - AGE " DELIMITED BY SIZE
103900                 WS-AGE-DISPLAY DELIMITED BY SIZE
104000                 " ON ELECTION DAY" DELIMITED BY SIZE
104100                 INTO RE-TEXT
104200         WHEN MR-STATUS-ACTIVE
104300             STRING "VOTER " DELIMITED BY SIZE
104400                 MR-VOTER-ID DELIMITED BY SIZE
104500                 " PRECINCT " DELIMITED BY SIZE
104600                 MR-PRECINCT-CODE DELIMITED BY SIZE
104700                 " ACTIVE" DELIMITED BY SIZE
104800                 INTO RE-TEXT
104810             IF MR-EFFECTIVE-DATE NUMERIC
104820                 AND MR-EFFECTIVE-DATE > WS-ELECTION-DATE-8
104830                 MOVE MR-EFFECTIVE-DATE TO WS-DATE-SPLIT
104840                 PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
104850                 STRING "VOTER " DELIMITED BY SIZE
104860                     MR-VOTER-ID DELIMITED BY SIZE
104870                     " PRECINCT " DELIMITED BY SIZE
104880                     MR-PRECINCT-CODE DELIMITED BY SIZE
104890                     " ACTIVE - EFFECTIVE " DELIMITED BY SIZE
104891                     WS-DATE-DISPLAY DELIMITED BY SIZE
104892                     INTO RE-TEXT
104893             END-IF
104900         WHEN OTHER
105000             STRING "VOTER " DELIMITED BY SIZE
105100                 MR-VOTER-ID DELIMITED BY SIZE
105200                 " PRECINCT " DELIMITED BY SIZE
105300                 MR-PRECINCT-CODE DELIMITED BY SIZE
105400                 " STATUS " DELIMITED BY SIZE
105500                 MR-STATUS DELIMITED BY SIZE
105600                 INTO RE-TEXT
105700     END-EVALUATE
105800     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
105900     IF WS-VIA-PKEY
106000         MOVE "PRIOR KEY . : " TO RE-CAPTION
106100         MOVE SPACES TO RE-TEXT
106200         MOVE PK-CHANGE-DATE TO WS-DATE-SPLIT
106300         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
106400         STRING "RE-KEYED " DELIMITED BY SIZE
106500             WS-DATE-DISPLAY DELIMITED BY SIZE
106600             " - NOW ON FILE AS " DELIMITED BY SIZE
106700             MR-VOTER-NAME DELIMITED BY SIZE
106800             INTO RE-TEXT
106900         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
107000     END-IF.
107100 5520-EXIT.
107200     EXIT.
107300*
107400 5530-AUDIT-EVIDENCE.
107500     MOVE "AUDIT LOG . : " TO RE-CAPTION
107600     MOVE SPACES TO RE-TEXT
107700     IF WS-EN-AU-FOUND-SW (WS-EN-IDX) = "Y"
107800         MOVE WS-EN-AU-DATE (WS-EN-IDX) TO WS-DATE-SPLIT
107900         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
108000         MOVE WS-EN-AU-TIME (WS-EN-IDX) TO WS-TIME-SPLIT
108100         MOVE WS-TS-HH TO WS-TD-HH
108200         MOVE WS-TS-MN TO WS-TD-MN
108300         STRING WS-DATE-DISPLAY DELIMITED BY SIZE
108400             " " DELIMITED BY SIZE
108500             WS-TIME-DISPLAY DELIMITED BY SIZE
108600             " " DELIMITED BY SIZE
108700             WS-EN-AU-RESULT (WS-EN-IDX) DELIMITED BY SIZE
108800             " PRECINCT " DELIMITED BY SIZE
108900             WS-EN-AU-PRECINCT (WS-EN-IDX) DELIMITED BY SIZE
109000             " (" DELIMITED BY SIZE
109100             WS-EN-AU-SOURCE (WS-EN-IDX) DELIMITED BY SPACE
109200             ")" DELIMITED BY SIZE
109300             INTO RE-TEXT
109400     ELSE
109500         MOVE "NO DETERMINATION BY THE DEADLINE" TO RE-TEXT
109600     END-IF
109700     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
109800     IF WS-EN-LA-FOUND-SW (WS-EN-IDX) = "Y"
109900         MOVE SPACES TO RE-CAPTION
110000         MOVE SPACES TO RE-TEXT
110100         MOVE WS-EN-LA-DATE (WS-EN-IDX) TO WS-DATE-SPLIT
110200         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
110300         STRING "AFTER THE DEADLINE - " DELIMITED BY SIZE
110400             WS-DATE-DISPLAY DELIMITED BY SIZE
110500             " " DELIMITED BY SIZE
110600             WS-EN-LA-RESULT (WS-EN-IDX) DELIMITED BY SIZE
110700             INTO RE-TEXT
110800         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
110900     END-IF.
111000 5530-EXIT.
111100     EXIT.
111200*
111300 5540-SUSPENSE-EVIDENCE.
111400     MOVE "SUSPENSE. . : " TO RE-CAPTION
111500     MOVE SPACES TO RE-TEXT
111600     IF WS-EN-SU-FOUND-SW (WS-EN-IDX) = "Y"
111700         MOVE WS-EN-SU-DATE (WS-EN-IDX) TO WS-DATE-SPLIT
111800         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
111900         STRING "CARD SUSPENDED " DELIMITED BY SIZE
112000             WS-DATE-DISPLAY DELIMITED BY SIZE
112100             " PRECINCT " DELIMITED BY SIZE
112200             WS-EN-SU-PRECINCT (WS-EN-IDX) DELIMITED BY SIZE
112300             " REASONS " DELIMITED BY SIZE
112400             WS-EN-SU-REASONS (WS-EN-IDX) (1:2) DELIMITED BY SIZE
112500             " " DELIMITED BY SIZE
112600             WS-EN-SU-REASONS (WS-EN-IDX) (3:2) DELIMITED BY SIZE
112700             " " DELIMITED BY SIZE
112800             WS-EN-SU-REASONS (WS-EN-IDX) (5:2) DELIMITED BY SIZE
112900             " " DELIMITED BY SIZE
113000             WS-EN-SU-REASONS (WS-EN-IDX) (7:2) DELIMITED BY SIZE
113100             " " DELIMITED BY SIZE
113200             WS-EN-SU-REASONS (WS-EN-IDX) (9:2) DELIMITED BY SIZE
113300             " " DELIMITED BY SIZE
113400             WS-EN-SU-REASONS (WS-EN-IDX) (11:2) DELIMITED BY SIZE
113410             " " DELIMITED BY SIZE
113420             WS-EN-SU-REASONS (WS-EN-IDX) (13:2) DELIMITED BY SIZE
113500             INTO RE-TEXT
113600     ELSE
113700         MOVE "NOT IN SUSPENSE" TO RE-TEXT
113800     END-IF
113900     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
113910     IF WS-EN-SU-FOUND-SW (WS-EN-IDX) = "Y"
113913         MOVE SPACES TO RE-CAPTION
113916         MOVE SPACES TO RE-TEXT
113919         IF WS-EN-SU-RECEIVED (WS-EN-IDX) = ZERO
113922             OR WS-EN-SU-REASONS (WS-EN-IDX) (13:2) NOT = SPACES
113925             MOVE "SUSPENSE RECEIVED DATE NOT PROVEN" TO RE-TEXT
113928         ELSE
113931             MOVE WS-EN-SU-RECEIVED (WS-EN-IDX) TO WS-DATE-SPLIT
113934             PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
113937             IF WS-EN-SU-RECEIVED (WS-EN-IDX)
113940                 > WS-EN-BOOKS-CLOSED (WS-EN-IDX)
113943                 STRING "RECEIVED " DELIMITED BY SIZE
113946                     WS-DATE-DISPLAY DELIMITED BY SIZE
113949                     " - AFTER THE CLOSE OF BOOKS"
113950                         DELIMITED BY SIZE
113952                     INTO RE-TEXT
113955             ELSE
113958                 STRING "RECEIVED " DELIMITED BY SIZE
113961                     WS-DATE-DISPLAY DELIMITED BY SIZE
113964                     INTO RE-TEXT
113967             END-IF
113970         END-IF
113973         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
113976     END-IF.
114000 5540-EXIT.
114100     EXIT.
114200*
114300 5550-STATE-EVIDENCE.
114400     MOVE "STATE . . . : " TO RE-CAPTION
114500     MOVE SPACES TO RE-TEXT
114600     IF WS-EN-ST-FOUND-SW (WS-EN-IDX) = "Y"
114700         STRING "REJECTED BY THE STATE, ERROR " DELIMITED BY SIZE
114800             WS-EN-ST-ERROR (WS-EN-IDX) DELIMITED BY SIZE
114900             " PRECINCT " DELIMITED BY SIZE
115000             WS-EN-ST-PRECINCT (WS-EN-IDX) DELIMITED BY SIZE
115100             " - ON THE REWORK DECK" DELIMITED BY SIZE
115200             INTO RE-TEXT
115300     ELSE
115400         MOVE "NOT ON THE REWORK DECK" TO RE-TEXT
115500     END-IF
115600     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT.
115700 5550-EXIT.
115800     EXIT.
115900*
116000 5560-HISTORY-EVIDENCE.
116100     MOVE "HISTORY . . : " TO RE-CAPTION
116200     MOVE SPACES TO RE-TEXT
116300     EVALUATE TRUE
116400         WHEN NOT WS-ON-MASTER
116500             MOVE "NO VOTER ID TO LOOK UP" TO RE-TEXT
116600         WHEN WS-HIST-NONE
116700             MOVE "NO VOTE RECORDED FOR THIS ELECTION" TO RE-TEXT
116800         WHEN OTHER
116900             MOVE WS-HIST-LOAD-DATE TO WS-DATE-SPLIT
117000             PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
117100             STRING "VOTE RECORDED " DELIMITED BY SIZE
117200                 WS-METHOD-TEXT DELIMITED BY "  "
117300                 ", POSTED " DELIMITED BY SIZE
117400                 WS-DATE-DISPLAY DELIMITED BY SIZE
117500                 INTO RE-TEXT
117600     END-EVALUATE
117700     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT.
117800 5560-EXIT.
117900     EXIT.
118000*
118100 5590-WRITE-EVIDENCE.
118600     MOVE SPACES TO RPT-LINE
118700     MOVE WS-EVIDENCE-LINE TO RPT-LINE
118800     WRITE RPT-LINE.
118900 5590-EXIT.
119000     EXIT.
119100*
119200 5595-WRITE-BLANK.
119300     MOVE SPACES TO RPT-LINE
119400     WRITE RPT-LINE.
119500 5595-EXIT.
119600     EXIT.
119700*
119800*********************************************************************
119900*    5600-POST-HISTORY - THE BOARD HAS COUNTED THE BALLOT.  IT GOES *
120000*    ON VOTHIST UNDER THE VOTER'S MASTER PRECINCT WITH METHOD "V".  *
120100*    THIS PROGRAM'S OWN EARLIER POSTING IS A RERUN; ANY OTHER VOTE  *
120200*    ON FILE, OR NO VOTER ID, IS LEFT FOR THE BOARD OFFICE.         *
120300*********************************************************************
120400 5600-POST-HISTORY.
120500     MOVE "POSTING . . : " TO RE-CAPTION
120600     MOVE SPACES TO RE-TEXT
120700     IF NOT WS-ON-MASTER
120800         ADD 1 TO WS-ERROR-COUNT
120900         MOVE "NOT POSTED - NOT ON THE MASTER, POST AND RERUN"
121000             TO RE-TEXT
121100         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
121200         GO TO 5600-EXIT
121300     END-IF
121400     IF WS-HIST-OWN
121500         ADD 1 TO WS-ALREADY-COUNT
121600         MOVE "ALREADY POSTED ON AN EARLIER RUN" TO RE-TEXT
121700         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
121800         GO TO 5600-EXIT
121900     END-IF
122000     IF WS-HIST-OTHER
122100         ADD 1 TO WS-ERROR-COUNT
122200         MOVE "NOT POSTED - A VOTE IS ALREADY RECORDED"
122300             TO RE-TEXT
122400         PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
122500         GO TO 5600-EXIT
122600     END-IF
122700     MOVE SPACES TO HISTORY-RECORD
122800     MOVE MR-VOTER-ID TO VH-VOTER-ID
122900     MOVE WS-ELECTION-DATE-8 TO VH-ELECTION-DATE
123000     MOVE MR-PRECINCT-CODE TO VH-PRECINCT-CODE
123100     MOVE WS-RUN-DATE-8 TO VH-LOAD-DATE
123200     MOVE "V" TO VH-VOTE-METHOD
123300     WRITE HISTORY-RECORD
123400         INVALID KEY
123500             ADD 1 TO WS-ALREADY-COUNT
123600             MOVE "ALREADY POSTED ON THIS RUN" TO RE-TEXT
123700             PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT
123800             GO TO 5600-EXIT
123900     END-WRITE
124000     ADD 1 TO WS-POSTED-COUNT
124100     MOVE "VOTE RECORDED ON VOTHIST" TO RE-TEXT
124200     PERFORM 5590-WRITE-EVIDENCE THRU 5590-EXIT.
124300 5600-EXIT.
124400     EXIT.
124500*
124600*********************************************************************
124700*    5700-COMPUTE-AGE - AGE ON ELECTION DAY, THE SAME YEAR-THEN-    *
124800*    MONTH-AND-DAY ADJUSTMENT CHECKVOTERAGE AND VOTACTV USE.        *
124900*********************************************************************
125000 5700-COMPUTE-AGE.
125100     COMPUTE WS-ELECTION-AGE = WS-ELEC-YYYY - WS-AGE-DOB-YYYY
125200     IF WS-ELEC-MM < WS-AGE-DOB-MM
125300         OR (WS-ELEC-MM = WS-AGE-DOB-MM
125400             AND WS-ELEC-DD < WS-AGE-DOB-DD)
125500         SUBTRACT 1 FROM WS-ELECTION-AGE
125600     END-IF.
125700 5700-EXIT.
125800     EXIT.
125900*
126000 8100-FORMAT-DATE.
126100     MOVE WS-DS-YYYY TO WS-DD-YYYY
126200     MOVE WS-DS-MM TO WS-DD-MM
126300     MOVE WS-DS-DD TO WS-DD-DD.
126400 8100-EXIT.
126500     EXIT.
126600*
126700*********************************************************************
126800*    9000-TERMINATE - TRAILER COUNTS FOR THE BOARD'S CANVASS        *
126900*    RECORD, THEN CLOSE OUT AND SET THE RETURN CODE.                *
127000*********************************************************************
127100 9000-TERMINATE.
127200     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
127300     MOVE SPACES TO RPT-LINE
127400     STRING "ENVELOPES READ. . . . . . . . : " DELIMITED BY SIZE
127500         WS-COUNT-DISPLAY DELIMITED BY SIZE
127600         INTO RPT-LINE
127700     WRITE RPT-LINE
127800     MOVE WS-COUNT-COUNT TO WS-COUNT-DISPLAY
127900     MOVE SPACES TO RPT-LINE
128000     STRING "RECOMMENDED COUNT . . . . . . : " DELIMITED BY SIZE
128100         WS-COUNT-DISPLAY DELIMITED BY SIZE
128200         INTO RPT-LINE
128300     WRITE RPT-LINE
128400     MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY
128500     MOVE SPACES TO RPT-LINE
128600     STRING "RECOMMENDED PARTIAL COUNT . . : " DELIMITED BY SIZE
128700         WS-COUNT-DISPLAY DELIMITED BY SIZE
128800         INTO RPT-LINE
128900     WRITE RPT-LINE
129000     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
129100     MOVE SPACES TO RPT-LINE
129200     STRING "RECOMMENDED REJECT. . . . . . : " DELIMITED BY SIZE
129300         WS-COUNT-DISPLAY DELIMITED BY SIZE
129400         INTO RPT-LINE
129500     WRITE RPT-LINE
129600     MOVE WS-RULED-COUNT TO WS-COUNT-DISPLAY
129700     MOVE SPACES TO RPT-LINE
129800     STRING "RULED ON BY THE BOARD . . . . : " DELIMITED BY SIZE
129900         WS-COUNT-DISPLAY DELIMITED BY SIZE
130000         INTO RPT-LINE
130100     WRITE RPT-LINE
130200     MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY
130300     MOVE SPACES TO RPT-LINE
130400     STRING "VOTES POSTED TO VOTHIST . . . : " DELIMITED BY SIZE
130500         WS-COUNT-DISPLAY DELIMITED BY SIZE
130600         INTO RPT-LINE
130700     WRITE RPT-LINE
130800     MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
130900     MOVE SPACES TO RPT-LINE
131000     STRING "ALREADY POSTED (RERUN). . . . : " DELIMITED BY SIZE
131100         WS-COUNT-DISPLAY DELIMITED BY SIZE
131200         INTO RPT-LINE
131300     WRITE RPT-LINE
131400     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
131500     MOVE SPACES TO RPT-LINE
131600     STRING "IN ERROR OR NOT POSTED. . . . : " DELIMITED BY SIZE
131700         WS-COUNT-DISPLAY DELIMITED BY SIZE
131800         INTO RPT-LINE
131900     WRITE RPT-LINE
132000     MOVE WS-GEN-OPENED-COUNT TO WS-COUNT-DISPLAY
132100     MOVE SPACES TO RPT-LINE
132200     STRING "ARCHIVE GENERATIONS READ. . . : " DELIMITED BY SIZE
132300         WS-COUNT-DISPLAY DELIMITED BY SIZE
132400         INTO RPT-LINE
132500     WRITE RPT-LINE
132600     IF WS-ERROR-COUNT > ZERO AND RETURN-CODE < 4
132700         MOVE 4 TO RETURN-CODE
132800     END-IF
132900     IF WS-ARCH-ERR
133000         DISPLAY "PROVADJ ERROR - A CATALOGED ARCHIVE "
133100             "GENERATION COULD NOT BE OPENED, THE AUDIT "
133200             "EVIDENCE IS INCOMPLETE"
133300         MOVE 8 TO RETURN-CODE
133400     END-IF
133500     CLOSE MASTER-FILE
133600     IF WS-PKEY-OPEN
133700         CLOSE PKEY-FILE
133800     END-IF
133900     CLOSE HISTORY-FILE
134000     CLOSE RPT-FILE.
134100 9000-EXIT.
134200     EXIT.
