000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ABSAPPL.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  ABSENTEE BALLOT APPLICATION AND ISSUE.  READS    *
001000*    THE DAY'S ABSENTEE APPLICATION CARDS (ABSAPPIN), VERIFIES      *
001100*    EACH APPLICANT AGAINST THE VOTER MASTER BY VOTER ID, AND       *
001200*    ISSUES A BALLOT FOR EVERY APPLICATION APPROVED BY WRITING      *
001300*    THE VOTER'S RECORD TO THE INDEXED ABSENTEE BALLOT FILE         *
001400*    (ABSBALLT, CPABSEN LAYOUT) FOR THE ELECTION ON THE VAGEPARM    *
001500*    CONTROL CARD.  AN ACTIVE VOTER QUALIFIES; A PRE-REGISTERED     *
001600*    (PENDING) VOTER QUALIFIES ONLY WHEN 18 BY ELECTION DAY; A      *
001700*    CANCELLED VOTER, OR ANY OTHER STATUS, DOES NOT.  A VOTER       *
001800*    ALREADY ISSUED A BALLOT FOR THE ELECTION IS NOT ISSUED A       *
001900*    SECOND ONE - A LOST OR DAMAGED BALLOT IS SPOILED AND           *
002000*    REPLACED THROUGH ABSTRAN.  EVERY CARD AND ITS OUTCOME IS       *
002100*    LISTED ON THE APPLICATION REGISTER (ABSAREG), WHICH IS THE     *
002200*    MAILING ROOM'S LIST OF BALLOTS TO SEND.                        *
002300*                                                                   *
002400*    APPLICATION CARD (ABSAPPIN, 80 BYTES)                          *
002500*      COLS  1-10  VOTER ID                                         *
002600*      COLS 11-40  VOTER NAME AS ON THE MASTER (BLANK = NOT         *
002700*                  CHECKED) - A MISKEYED ID MUST NOT SEND A         *
002800*                  STRANGER'S BALLOT                                *
002900*      COLS 41-48  DATE THE APPLICATION WAS RECEIVED YYYYMMDD       *
003000*                  (BLANK = RUN DATE)                               *
003100*      COLS 49-80  MAILING ADDRESS (BLANK = RESIDENCE ADDRESS)      *
003200*                                                                   *
003300*    MODIFICATION HISTORY                                           *
003400*    DATE       INIT  DESCRIPTION                                  *
003500*    ---------  ----  ----------------------------------------- *
003600*    2026-10-15 RLH   ORIGINAL.                                  *
003610*    2026-10-15 RLH   DENY A VOTER REGISTERED AFTER CLOSE OF     *
003620*                     BOOKS - NOT IN FORCE FOR THE ELECTION.    *
003700*********************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT APPL-FILE ASSIGN TO "ABSAPPIN"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-APPL-STATUS.
004500
004600     SELECT PARM-FILE ASSIGN TO "VAGEPARM"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900
005000     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS MR-VOTER-KEY
005400         ALTERNATE RECORD KEY IS MR-VOTER-ID
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-MASTER-STATUS.
005700
005800     SELECT BALLOT-FILE ASSIGN TO "ABSBALLT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS AB-BALLOT-KEY
006200         FILE STATUS IS WS-BALLOT-STATUS.
006300
006400     SELECT REGISTER-FILE ASSIGN TO "ABSAREG"
006500         ORGANIZATION IS SEQUENTIAL.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  APPL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  APPL-CARD-RECORD.
007200     05  AP-VOTER-ID                 PIC X(10).
007300     05  AP-VOTER-NAME               PIC X(30).
007400     05  AP-RECEIVED-DATE-X          PIC X(08).
007500     05  AP-RECEIVED-DATE REDEFINES AP-RECEIVED-DATE-X
007600                                     PIC 9(08).
007700     05  AP-MAIL-ADDRESS             PIC X(32).
007800
007900 FD  PARM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CPRUNPRM.
008200
008300 FD  MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CPMASTER.
008600
008700 FD  BALLOT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CPABSEN.
009000
009100 FD  REGISTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  REGISTER-LINE                   PIC X(100).
009400*
009500 WORKING-STORAGE SECTION.
009600 77  WS-EOF-SW                       PIC X(01) VALUE "N".
009700     88  WS-EOF-YES                  VALUE "Y".
009800 77  WS-APPL-STATUS                  PIC X(02).
009900 77  WS-PARM-STATUS                  PIC X(02).
010000 77  WS-MASTER-STATUS                PIC X(02).
010100 77  WS-BALLOT-STATUS                PIC X(02).
010200
010300 77  WS-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
010400 77  WS-ISSUED-COUNT                 PIC 9(06) COMP VALUE ZERO.
010500 77  WS-ALREADY-COUNT                PIC 9(06) COMP VALUE ZERO.
010600 77  WS-DENIED-COUNT                 PIC 9(06) COMP VALUE ZERO.
010700 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
010800
010900 01  WS-RUN-DATE-8                   PIC 9(08).
011000 01  WS-ELECTION-DATE.
011100     05  WS-ELEC-YYYY                PIC 9(04).
011200     05  WS-ELEC-MM                  PIC 9(02).
011300     05  WS-ELEC-DD                  PIC 9(02).
011400 01  WS-ELECTION-DATE-8 REDEFINES WS-ELECTION-DATE PIC 9(08).
011500 01  WS-RECEIVED-DATE                PIC 9(08).
011600 01  WS-ELECTION-AGE                 PIC S9(03) COMP.
011700 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
011800 01  WS-DATE-SPLIT.
011900     05  WS-DS-YYYY                  PIC 9(04).
012000     05  WS-DS-MM                    PIC 9(02).
012100     05  WS-DS-DD                    PIC 9(02).
012200 01  WS-DATE-DISPLAY.
012300     05  WS-DD-YYYY                  PIC 9(04).
012400     05  FILLER                      PIC X(01) VALUE "-".
012500     05  WS-DD-MM                    PIC 9(02).
012600     05  FILLER                      PIC X(01) VALUE "-".
012700     05  WS-DD-DD                    PIC 9(02).
012800*
012900 01  WS-REGISTER-DETAIL.
013000     05  RD-VOTER-ID                 PIC X(10).
013100     05  FILLER                      PIC X(02) VALUE SPACES.
013200     05  RD-VOTER-NAME               PIC X(30).
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  RD-PRECINCT                 PIC X(05).
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  RD-RECEIVED                 PIC X(10).
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  RD-DISPOSITION              PIC X(28).
013900*
014000 PROCEDURE DIVISION.
014100*
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
014500         UNTIL WS-EOF-YES.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800*
014900*********************************************************************
015000*    1000-INITIALIZE - THE ELECTION DATE FROM VAGEPARM IS            *
015100*    REQUIRED - IT KEYS EVERY BALLOT AND DRIVES THE AGE TEST FOR A   *
015200*    PRE-REGISTERED VOTER.  OPEN THE CARDS, THE MASTER FOR THE ID    *
015300*    CHECK, AND THE BALLOT FILE (CREATED ON ITS FIRST USE), AND      *
015400*    START THE REGISTER.                                             *
015500*********************************************************************
015600 1000-INITIALIZE.
015700     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
015800     MOVE ZERO TO WS-ELECTION-DATE-8
015900     OPEN INPUT PARM-FILE
016000     IF WS-PARM-STATUS = "00"
016100         READ PARM-FILE
016200             AT END CONTINUE
016300             NOT AT END
016400                 IF RP-ELECTION-DATE NUMERIC
016500                     MOVE RP-ELECTION-DATE TO WS-ELECTION-DATE
016600                 END-IF
016700         END-READ
016800         CLOSE PARM-FILE
016900     END-IF
017000     IF WS-ELECTION-DATE-8 = ZERO
017100         DISPLAY "ABSAPPL ERROR - NO ELECTION DATE ON THE "
017200             "VAGEPARM CONTROL CARD - NO BALLOTS CAN BE ISSUED"
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     OPEN INPUT APPL-FILE
017700     IF WS-APPL-STATUS NOT = "00"
017800         DISPLAY "ABSAPPL ERROR - APPLICATION CARD FILE OPEN "
017900             "FAILED, STATUS " WS-APPL-STATUS
018000         MOVE 16 TO RETURN-CODE
018100         STOP RUN
018200     END-IF
018300     OPEN INPUT MASTER-FILE
018400     IF WS-MASTER-STATUS NOT = "00"
018500         DISPLAY "ABSAPPL ERROR - VOTER MASTER OPEN FAILED, "
018600             "STATUS " WS-MASTER-STATUS
018700         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018900     END-IF
019000     OPEN I-O BALLOT-FILE
019100     IF WS-BALLOT-STATUS = "35"
019200         OPEN OUTPUT BALLOT-FILE
019300         CLOSE BALLOT-FILE
019400         OPEN I-O BALLOT-FILE
019500     END-IF
019600     IF WS-BALLOT-STATUS NOT = "00"
019700         DISPLAY "ABSAPPL ERROR - ABSENTEE BALLOT FILE OPEN "
019800             "FAILED, STATUS " WS-BALLOT-STATUS
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF
020200     OPEN OUTPUT REGISTER-FILE
020300     MOVE WS-ELECTION-DATE-8 TO WS-DATE-SPLIT
020400     PERFORM 2400-FORMAT-DATE THRU 2400-EXIT
020500     MOVE SPACES TO REGISTER-LINE
020600     STRING "ABSENTEE APPLICATION REGISTER   ELECTION OF "
020700         DELIMITED BY SIZE
020800         WS-DATE-DISPLAY DELIMITED BY SIZE
020900         INTO REGISTER-LINE
021000     WRITE REGISTER-LINE
021100     MOVE SPACES TO REGISTER-LINE
021200     WRITE REGISTER-LINE
021300     MOVE "VOTER ID    VOTER NAME                      PRCNT"
021400         TO REGISTER-LINE
021500     MOVE "RECEIVED    DISPOSITION" TO REGISTER-LINE (52:)
021600     WRITE REGISTER-LINE
021700     PERFORM 2100-READ-CARD THRU 2100-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000*
022100*********************************************************************
022200*    2000-APPLY-ONE - WORK ONE APPLICATION.  THE VOTER MUST BE ON    *
022300*    THE MASTER UNDER THE ID ON THE CARD (AND THE NAME, WHEN ONE     *
022400*    IS KEYED, MUST AGREE), THE APPLICATION MUST HAVE COME IN BY     *
022500*    ELECTION DAY, AND THE VOTER MUST QUALIFY BY STATUS AND AGE.     *
022600*    AN APPROVED APPLICATION IS ISSUED ITS BALLOT ON THE SPOT.       *
022700*********************************************************************
022800 2000-APPLY-ONE.
022900     MOVE AP-VOTER-ID TO RD-VOTER-ID
023000     MOVE AP-VOTER-NAME TO RD-VOTER-NAME
023100     MOVE SPACES TO RD-PRECINCT
023200     IF AP-RECEIVED-DATE-X = SPACES
023300         MOVE WS-RUN-DATE-8 TO WS-RECEIVED-DATE
023400     ELSE
023500         IF AP-RECEIVED-DATE-X NOT NUMERIC
023600             MOVE AP-RECEIVED-DATE-X TO RD-RECEIVED
023700             ADD 1 TO WS-ERROR-COUNT
023800             MOVE "BAD RECEIVED DATE" TO RD-DISPOSITION
023900             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
024000             PERFORM 2100-READ-CARD THRU 2100-EXIT
024100             GO TO 2000-EXIT
024200         END-IF
024300         MOVE AP-RECEIVED-DATE TO WS-RECEIVED-DATE
024400     END-IF
024500     MOVE WS-RECEIVED-DATE TO WS-DATE-SPLIT
024600     PERFORM 2400-FORMAT-DATE THRU 2400-EXIT
024700     MOVE WS-DATE-DISPLAY TO RD-RECEIVED
024800     IF AP-VOTER-ID = SPACES
024900         ADD 1 TO WS-ERROR-COUNT
025000         MOVE "NO VOTER ID" TO RD-DISPOSITION
025100         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
025200         PERFORM 2100-READ-CARD THRU 2100-EXIT
025300         GO TO 2000-EXIT
025400     END-IF
025500     MOVE AP-VOTER-ID TO MR-VOTER-ID
025600     READ MASTER-FILE KEY IS MR-VOTER-ID
025700         INVALID KEY
025800             ADD 1 TO WS-ERROR-COUNT
025900             MOVE "VOTER NOT ON MASTER" TO RD-DISPOSITION
026000             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026100             PERFORM 2100-READ-CARD THRU 2100-EXIT
026200             GO TO 2000-EXIT
026300     END-READ
026400     IF AP-VOTER-NAME NOT = SPACES
026500         AND MR-VOTER-NAME NOT = AP-VOTER-NAME
026600         ADD 1 TO WS-ERROR-COUNT
026700         MOVE "NAME DOES NOT MATCH ID" TO RD-DISPOSITION
026800         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026900         PERFORM 2100-READ-CARD THRU 2100-EXIT
027000         GO TO 2000-EXIT
027100     END-IF
027200     MOVE MR-VOTER-NAME TO RD-VOTER-NAME
027300     MOVE MR-PRECINCT-CODE TO RD-PRECINCT
027400     IF WS-RECEIVED-DATE > WS-ELECTION-DATE-8
027500         ADD 1 TO WS-DENIED-COUNT
027600         MOVE "DENIED - RECEIVED TOO LATE" TO RD-DISPOSITION
027700         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
027800         PERFORM 2100-READ-CARD THRU 2100-EXIT
027900         GO TO 2000-EXIT
028000     END-IF
028100     EVALUATE TRUE
028200         WHEN MR-STATUS-ACTIVE
028300             CONTINUE
028400         WHEN MR-STATUS-CANCELLED
028500             ADD 1 TO WS-DENIED-COUNT
028600             MOVE "DENIED - CANCELLED" TO RD-DISPOSITION
028700             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
028800             PERFORM 2100-READ-CARD THRU 2100-EXIT
028900             GO TO 2000-EXIT
029000         WHEN MR-STATUS-PENDING
029100             PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
029200             IF WS-ELECTION-AGE < 18
029300                 ADD 1 TO WS-DENIED-COUNT
029400                 MOVE "DENIED - UNDER 18 ELECTION DAY"
029500                     TO RD-DISPOSITION
029600                 PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
029700                 PERFORM 2100-READ-CARD THRU 2100-EXIT
029800                 GO TO 2000-EXIT
029900             END-IF
030000         WHEN OTHER
030100             ADD 1 TO WS-DENIED-COUNT
030200             MOVE "DENIED - NOT ACTIVE" TO RD-DISPOSITION
030300             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
030400             PERFORM 2100-READ-CARD THRU 2100-EXIT
030500             GO TO 2000-EXIT
030600     END-EVALUATE
030610     IF MR-EFFECTIVE-DATE NUMERIC
030620         AND MR-EFFECTIVE-DATE > WS-ELECTION-DATE-8
030630         ADD 1 TO WS-DENIED-COUNT
030640         MOVE "DENIED - REGISTERED LATE" TO RD-DISPOSITION
030650         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
030660         PERFORM 2100-READ-CARD THRU 2100-EXIT
030670         GO TO 2000-EXIT
030680     END-IF
030700     MOVE SPACES TO ABSENTEE-BALLOT-RECORD
030800     MOVE MR-VOTER-ID TO AB-VOTER-ID
030900     MOVE WS-ELECTION-DATE-8 TO AB-ELECTION-DATE
031000     MOVE MR-VOTER-NAME TO AB-VOTER-NAME
031100     MOVE MR-PRECINCT-CODE TO AB-PRECINCT-CODE
031200     MOVE "I" TO AB-STATUS
031300     MOVE WS-RECEIVED-DATE TO AB-APPLICATION-DATE
031400     MOVE WS-RUN-DATE-8 TO AB-ISSUE-DATE
031500     MOVE 1 TO AB-ISSUE-COUNT
031600     MOVE ZERO TO AB-RETURN-DATE
031700     MOVE ZERO TO AB-REJECT-DATE
031800     MOVE ZERO TO AB-SPOIL-DATE
031900     MOVE AP-MAIL-ADDRESS TO AB-MAIL-ADDRESS
032000     WRITE ABSENTEE-BALLOT-RECORD
032100         INVALID KEY
032200             ADD 1 TO WS-ALREADY-COUNT
032300             MOVE "ALREADY ISSUED - NOT SENT" TO RD-DISPOSITION
032400             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
032500             PERFORM 2100-READ-CARD THRU 2100-EXIT
032600             GO TO 2000-EXIT
032700     END-WRITE
032800     ADD 1 TO WS-ISSUED-COUNT
032900     IF MR-STATUS-PENDING
033000         MOVE "ISSUED - 18 BY ELECTION DAY" TO RD-DISPOSITION
033100     ELSE
033200         MOVE "ISSUED" TO RD-DISPOSITION
033300     END-IF
033400     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
033500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800*
033900 2100-READ-CARD.
034000     READ APPL-FILE
034100         AT END MOVE "Y" TO WS-EOF-SW
034200         NOT AT END ADD 1 TO WS-READ-COUNT
034300     END-READ.
034400 2100-EXIT.
034500     EXIT.
034600*
034700*********************************************************************
034800*    2200-COMPUTE-AGE - AGE ON ELECTION DAY FROM THE DATE OF BIRTH   *
034900*    ON THE MASTER, THE SAME YEAR-THEN-MONTH-AND-DAY ADJUSTMENT      *
035000*    CHECKVOTERAGE AND VOTACTV USE.                                  *
035100*********************************************************************
035200 2200-COMPUTE-AGE.
035300     COMPUTE WS-ELECTION-AGE = WS-ELEC-YYYY - MR-DOB-YYYY
035400     IF WS-ELEC-MM < MR-DOB-MM
035500         OR (WS-ELEC-MM = MR-DOB-MM AND WS-ELEC-DD < MR-DOB-DD)
035600         SUBTRACT 1 FROM WS-ELECTION-AGE
035700     END-IF.
035800 2200-EXIT.
035900     EXIT.
036000*
036100 2300-WRITE-REGISTER.
036200     MOVE SPACES TO REGISTER-LINE
036300     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
036400     WRITE REGISTER-LINE.
036500 2300-EXIT.
036600     EXIT.
036700*
036800 2400-FORMAT-DATE.
036900     MOVE WS-DS-YYYY TO WS-DD-YYYY
037000     MOVE WS-DS-MM TO WS-DD-MM
037100     MOVE WS-DS-DD TO WS-DD-DD.
037200 2400-EXIT.
037300     EXIT.
037400*
037500*********************************************************************
037600*    9000-TERMINATE - TRAILER COUNTS SO THE MAILING ROOM CAN         *
037700*    BALANCE THE BALLOTS SENT, THEN CLOSE OUT.  ANY CARD THAT        *
037800*    COULD NOT BE WORKED LEAVES RETURN CODE 4 FOR THE CLERKS; A      *
037900*    DENIAL IS A DECISION, NOT AN ERROR.                             *
038000*********************************************************************
038100 9000-TERMINATE.
038200     MOVE SPACES TO REGISTER-LINE
038300     WRITE REGISTER-LINE
038400     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
038500     MOVE SPACES TO REGISTER-LINE
038600     STRING "APPLICATIONS READ . . . . . . : " DELIMITED BY SIZE
038700         WS-COUNT-DISPLAY DELIMITED BY SIZE
038800         INTO REGISTER-LINE
038900     WRITE REGISTER-LINE
039000     MOVE WS-ISSUED-COUNT TO WS-COUNT-DISPLAY
039100     MOVE SPACES TO REGISTER-LINE
039200     STRING "BALLOTS ISSUED. . . . . . . . : " DELIMITED BY SIZE
039300         WS-COUNT-DISPLAY DELIMITED BY SIZE
039400         INTO REGISTER-LINE
039500     WRITE REGISTER-LINE
039600     MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
039700     MOVE SPACES TO REGISTER-LINE
039800     STRING "ALREADY ISSUED - NOT SENT . . : " DELIMITED BY SIZE
039900         WS-COUNT-DISPLAY DELIMITED BY SIZE
040000         INTO REGISTER-LINE
040100     WRITE REGISTER-LINE
040200     MOVE WS-DENIED-COUNT TO WS-COUNT-DISPLAY
040300     MOVE SPACES TO REGISTER-LINE
040400     STRING "APPLICATIONS DENIED . . . . . : " DELIMITED BY SIZE
040500         WS-COUNT-DISPLAY DELIMITED BY SIZE
040600         INTO REGISTER-LINE
040700     WRITE REGISTER-LINE
040800     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
040900     MOVE SPACES TO REGISTER-LINE
041000     STRING "CARDS IN ERROR. . . . . . . . : " DELIMITED BY SIZE
041100         WS-COUNT-DISPLAY DELIMITED BY SIZE
041200         INTO REGISTER-LINE
041300     WRITE REGISTER-LINE
041400     IF WS-ERROR-COUNT > ZERO
041500         MOVE 4 TO RETURN-CODE
041600     END-IF
041700     CLOSE APPL-FILE
041800     CLOSE MASTER-FILE
041900     CLOSE BALLOT-FILE
042000     CLOSE REGISTER-FILE.
042100 9000-EXIT.
042200     EXIT.
