000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ABSTRAN.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  ABSENTEE BALLOT TRANSACTIONS.  POSTS WHAT HAS    *
001000*    HAPPENED TO EACH BALLOT ABSAPPL ISSUED - RETURNED AND          *
001100*    ACCEPTED, RETURNED AND REJECTED, OR SPOILED AND RE-ISSUED -    *
001200*    TO THE ABSENTEE BALLOT FILE (ABSBALLT, CPABSEN LAYOUT).  AN    *
001300*    ACCEPTED BALLOT IS A VOTE CAST, SO IT IS POSTED TO THE         *
001400*    VOTING HISTORY FILE (VOTHIST) EXACTLY AS HISTLOAD POSTS A      *
001500*    ROSTER SIGNATURE, WITH VH-VOTE-METHOD "A"; THE ABSENTEE        *
001600*    VOTER THEN COUNTS AS PARTICIPATING ON INACTRPT.  EVERY         *
001700*    ACTION NEEDS A BALLOT THAT IS STILL OUT (STATUS I).  EVERY     *
001800*    CARD AND ITS OUTCOME IS LISTED ON THE TRANSACTION REGISTER     *
001900*    (ABSTREG).                                                     *
002000*                                                                   *
002100*    TRANSACTION CARD (ABSTRAN, 80 BYTES)                           *
002200*      COLS  1-10  VOTER ID                                         *
002300*      COLS 11-18  ELECTION DATE YYYYMMDD (BLANK OR ZERO =          *
002400*                  TAKE THE VAGEPARM ELECTION DATE)                 *
002500*      COL  19     ACTION  R = RETURNED AND ACCEPTED                *
002600*                          X = RETURNED AND REJECTED                *
002700*                          S = SPOILED - REPLACEMENT ISSUED         *
002800*      COLS 20-27  DATE OF THE EVENT YYYYMMDD (BLANK = RUN DATE)    *
002900*      COL  28     REJECT REASON, ACTION X ONLY                     *
003000*                    S = SIGNATURE MISSING OR DOES NOT MATCH        *
003100*                    W = WITNESS MISSING                            *
003200*                    L = RECEIVED AFTER ELECTION DAY                *
003300*                    M = ENVELOPE MISSING OR OPENED                 *
003400*                    O = OTHER                                      *
003500*                                                                   *
003600*    A BALLOT RECEIVED AFTER ELECTION DAY CANNOT BE ACCEPTED -      *
003700*    AN R CARD DATED LATER IS REFUSED AND MUST BE RE-KEYED AS AN    *
003800*    X WITH REASON L.                                               *
003900*                                                                   *
004000*    MODIFICATION HISTORY                                           *
004100*    DATE       INIT  DESCRIPTION                                  *
004200*    ---------  ----  ----------------------------------------- *
004300*    2026-10-15 RLH   ORIGINAL.                                  *
004310*    2026-10-15 RLH   REFUSE AN R CARD FOR A VOTER REGISTERED    *
004320*                     AFTER CLOSE OF BOOKS FOR THE ELECTION.    *
004400*********************************************************************
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TRAN-FILE ASSIGN TO "ABSTRAN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TRAN-STATUS.
005200
005300     SELECT PARM-FILE ASSIGN TO "VAGEPARM"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600
005700     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS MR-VOTER-KEY
006100         ALTERNATE RECORD KEY IS MR-VOTER-ID
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-MASTER-STATUS.
006400
006500     SELECT BALLOT-FILE ASSIGN TO "ABSBALLT"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS AB-BALLOT-KEY
006900         FILE STATUS IS WS-BALLOT-STATUS.
007000
007100     SELECT HISTORY-FILE ASSIGN TO "VOTHIST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS VH-HIST-KEY
007500         FILE STATUS IS WS-HISTORY-STATUS.
007600
007700     SELECT REGISTER-FILE ASSIGN TO "ABSTREG"
007800         ORGANIZATION IS SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  TRAN-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ABSENTEE-TRAN-CARD.
008500     05  AT-VOTER-ID                 PIC X(10).
008600     05  AT-ELECTION-DATE            PIC X(08).
008700     05  AT-ACTION                   PIC X(01).
008800         88  AT-ACTION-RETURNED      VALUE "R".
008900         88  AT-ACTION-REJECTED      VALUE "X".
009000         88  AT-ACTION-SPOILED       VALUE "S".
009100     05  AT-EVENT-DATE-X             PIC X(08).
009200     05  AT-EVENT-DATE REDEFINES AT-EVENT-DATE-X
009300                                     PIC 9(08).
009400     05  AT-REJECT-REASON            PIC X(01).
009500     05  FILLER                      PIC X(52).
009600
009700 FD  PARM-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CPRUNPRM.
010000
010100 FD  MASTER-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CPMASTER.
010400
010500 FD  BALLOT-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY CPABSEN.
010800
010900 FD  HISTORY-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CPHIST.
011200
011300 FD  REGISTER-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  REGISTER-LINE                   PIC X(100).
011600*
011700 WORKING-STORAGE SECTION.
011800 77  WS-EOF-SW                       PIC X(01) VALUE "N".
011900     88  WS-EOF-YES                  VALUE "Y".
012000 77  WS-TRAN-STATUS                  PIC X(02).
012100 77  WS-PARM-STATUS                  PIC X(02).
012200 77  WS-MASTER-STATUS                PIC X(02).
012300 77  WS-BALLOT-STATUS                PIC X(02).
012400 77  WS-HISTORY-STATUS               PIC X(02).
012500
012600 77  WS-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
012700 77  WS-RETURNED-COUNT               PIC 9(06) COMP VALUE ZERO.
012800 77  WS-REJECTED-COUNT               PIC 9(06) COMP VALUE ZERO.
012900 77  WS-SPOILED-COUNT                PIC 9(06) COMP VALUE ZERO.
013000 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
013100
013200 01  WS-RUN-DATE-8                   PIC 9(08).
013300 01  WS-PARM-ELECTION-DATE           PIC 9(08) VALUE ZERO.
013400 01  WS-CARD-ELECTION-DATE           PIC 9(08).
013500 01  WS-EVENT-DATE                   PIC 9(08).
013600 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
013700*
013800 01  WS-REGISTER-DETAIL.
013900     05  RD-VOTER-ID                 PIC X(10).
014000     05  FILLER                      PIC X(02) VALUE SPACES.
014100     05  RD-VOTER-NAME               PIC X(30).
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  RD-ELECTION-DATE            PIC X(08).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  RD-ACTION                   PIC X(01).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  RD-EVENT-DATE               PIC X(08).
014800     05  FILLER                      PIC X(02) VALUE SPACES.
014900     05  RD-DISPOSITION              PIC X(30).
015000*
015100 PROCEDURE DIVISION.
015200*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-POST-ONE THRU 2000-EXIT
015600         UNTIL WS-EOF-YES.
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015800     STOP RUN.
015900*
016000*********************************************************************
016100*    1000-INITIALIZE - PICK UP THE ELECTION DATE FROM VAGEPARM       *
016200*    (A CARD-LEVEL DATE OVERRIDES IT), OPEN THE CARDS, THE MASTER    *
016300*    FOR THE VOTER'S CURRENT PRECINCT, THE BALLOT FILE, AND THE      *
016400*    HISTORY FILE - CREATING IT ON THE COUNTY'S FIRST POSTING.       *
016500*********************************************************************
016600 1000-INITIALIZE.
016700     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
016800     OPEN INPUT PARM-FILE
016900     IF WS-PARM-STATUS = "00"
017000         READ PARM-FILE
017100             AT END CONTINUE
017200             NOT AT END
017300                 IF RP-ELECTION-DATE NUMERIC
017400                     MOVE RP-ELECTION-DATE
017500                         TO WS-PARM-ELECTION-DATE
017600                 END-IF
017700         END-READ
017800         CLOSE PARM-FILE
017900     END-IF
018000     OPEN INPUT TRAN-FILE
018100     IF WS-TRAN-STATUS NOT = "00"
018200         DISPLAY "ABSTRAN ERROR - TRANSACTION CARD FILE OPEN "
018300             "FAILED, STATUS " WS-TRAN-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700     OPEN INPUT MASTER-FILE
018800     IF WS-MASTER-STATUS NOT = "00"
018900         DISPLAY "ABSTRAN ERROR - VOTER MASTER OPEN FAILED, "
019000             "STATUS " WS-MASTER-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF
019400     OPEN I-O BALLOT-FILE
019500     IF WS-BALLOT-STATUS NOT = "00"
019600         DISPLAY "ABSTRAN ERROR - ABSENTEE BALLOT FILE OPEN "
019700             "FAILED, STATUS " WS-BALLOT-STATUS
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF
020100     OPEN I-O HISTORY-FILE
020200     IF WS-HISTORY-STATUS = "35"
020300         OPEN OUTPUT HISTORY-FILE
020400         CLOSE HISTORY-FILE
020500         OPEN I-O HISTORY-FILE
020600     END-IF
020700     IF WS-HISTORY-STATUS NOT = "00"
020800         DISPLAY "ABSTRAN ERROR - HISTORY FILE OPEN FAILED, "
020900             "STATUS " WS-HISTORY-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF
021300     OPEN OUTPUT REGISTER-FILE
021400     MOVE "ABSENTEE BALLOT TRANSACTION REGISTER" TO REGISTER-LINE
021500     WRITE REGISTER-LINE
021600     MOVE SPACES TO REGISTER-LINE
021700     WRITE REGISTER-LINE
021800     MOVE "VOTER ID    VOTER NAME                      ELECTION"
021900         TO REGISTER-LINE
022000     MOVE "A  EVENT     DISPOSITION" TO REGISTER-LINE (55:)
022100     WRITE REGISTER-LINE
022200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500*
022600*********************************************************************
022700*    2000-POST-ONE - WORK ONE TRANSACTION CARD.  THE CARD MUST       *
022800*    NAME AN ACTION AND A BALLOT STILL OUT FOR THE ELECTION; A       *
022900*    BALLOT ALREADY RETURNED OR REJECTED IS NOT TOUCHED AGAIN,       *
023000*    SO A RERUN OF THE SAME CARDS CHANGES NOTHING.                   *
023100*********************************************************************
023200 2000-POST-ONE.
023300     MOVE AT-VOTER-ID TO RD-VOTER-ID
023400     MOVE SPACES TO RD-VOTER-NAME
023500     MOVE AT-ELECTION-DATE TO RD-ELECTION-DATE
023600     MOVE AT-ACTION TO RD-ACTION
023700     PERFORM 2200-EDIT-DATES THRU 2200-EXIT
023800     MOVE AT-EVENT-DATE-X TO RD-EVENT-DATE
023900     IF WS-CARD-ELECTION-DATE = ZERO
024000         ADD 1 TO WS-ERROR-COUNT
024100         MOVE "NO ELECTION DATE" TO RD-DISPOSITION
024200         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
024300         PERFORM 2100-READ-CARD THRU 2100-EXIT
024400         GO TO 2000-EXIT
024500     END-IF
024600     MOVE WS-CARD-ELECTION-DATE TO RD-ELECTION-DATE
024700     IF WS-EVENT-DATE = ZERO
024800         ADD 1 TO WS-ERROR-COUNT
024900         MOVE "BAD EVENT DATE" TO RD-DISPOSITION
025000         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
025100         PERFORM 2100-READ-CARD THRU 2100-EXIT
025200         GO TO 2000-EXIT
025300     END-IF
025400     MOVE WS-EVENT-DATE TO RD-EVENT-DATE
025500     IF NOT AT-ACTION-RETURNED
025600         AND NOT AT-ACTION-REJECTED
025700         AND NOT AT-ACTION-SPOILED
025800         ADD 1 TO WS-ERROR-COUNT
025900         MOVE "INVALID ACTION CODE" TO RD-DISPOSITION
026000         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026100         PERFORM 2100-READ-CARD THRU 2100-EXIT
026200         GO TO 2000-EXIT
026300     END-IF
026400     MOVE AT-VOTER-ID TO AB-VOTER-ID
026500     MOVE WS-CARD-ELECTION-DATE TO AB-ELECTION-DATE
026600     READ BALLOT-FILE
026700         INVALID KEY
026800             ADD 1 TO WS-ERROR-COUNT
026900             MOVE "NO BALLOT ISSUED" TO RD-DISPOSITION
027000             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
027100             PERFORM 2100-READ-CARD THRU 2100-EXIT
027200             GO TO 2000-EXIT
027300     END-READ
027400     MOVE AB-VOTER-NAME TO RD-VOTER-NAME
027500     IF NOT AB-STATUS-ISSUED
027600         ADD 1 TO WS-ERROR-COUNT
027700         IF AB-STATUS-RETURNED
027800             MOVE "BALLOT ALREADY RETURNED" TO RD-DISPOSITION
027900         ELSE
028000             MOVE "BALLOT ALREADY REJECTED" TO RD-DISPOSITION
028100         END-IF
028200         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
028300         PERFORM 2100-READ-CARD THRU 2100-EXIT
028400         GO TO 2000-EXIT
028500     END-IF
028600     EVALUATE TRUE
028700         WHEN AT-ACTION-RETURNED
028800             PERFORM 2400-RETURN-BALLOT THRU 2400-EXIT
028900         WHEN AT-ACTION-REJECTED
029000             PERFORM 2500-REJECT-BALLOT THRU 2500-EXIT
029100         WHEN AT-ACTION-SPOILED
029200             PERFORM 2600-SPOIL-BALLOT THRU 2600-EXIT
029300     END-EVALUATE
029400     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
029500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800*
029900 2100-READ-CARD.
030000     READ TRAN-FILE
030100         AT END MOVE "Y" TO WS-EOF-SW
030200         NOT AT END ADD 1 TO WS-READ-COUNT
030300     END-READ.
030400 2100-EXIT.
030500     EXIT.
030600*
030700*********************************************************************
030800*    2200-EDIT-DATES - THE CARD'S OWN ELECTION DATE WINS WHEN IT     *
030900*    IS A USABLE NUMBER; OTHERWISE THE VAGEPARM DATE STANDS IN.      *
031000*    A BLANK EVENT DATE IS TODAY; ANY OTHER NON-NUMERIC EVENT        *
031100*    DATE COMES BACK ZERO AND THE CARD IS REFUSED.                   *
031200*********************************************************************
031300 2200-EDIT-DATES.
031400     IF AT-ELECTION-DATE NUMERIC
031500         AND AT-ELECTION-DATE NOT = "00000000"
031600         MOVE AT-ELECTION-DATE TO WS-CARD-ELECTION-DATE
031700     ELSE
031800         MOVE WS-PARM-ELECTION-DATE TO WS-CARD-ELECTION-DATE
031900     END-IF
032000     IF AT-EVENT-DATE-X = SPACES
032100         MOVE WS-RUN-DATE-8 TO WS-EVENT-DATE
032200     ELSE
032300         IF AT-EVENT-DATE-X NUMERIC
032400             MOVE AT-EVENT-DATE TO WS-EVENT-DATE
032500         ELSE
032600             MOVE ZERO TO WS-EVENT-DATE
032700         END-IF
032800     END-IF.
032900 2200-EXIT.
033000     EXIT.
033100*
033200 2300-WRITE-REGISTER.
033300     MOVE SPACES TO REGISTER-LINE
033400     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
033500     WRITE REGISTER-LINE.
033600 2300-EXIT.
033700     EXIT.
033800*
033900*********************************************************************
034000*    2400-RETURN-BALLOT - AN ACCEPTED BALLOT IS A VOTE.  IT GOES     *
034100*    ON THE HISTORY FILE UNDER THE VOTER'S CURRENT PRECINCT, AS      *
034200*    HISTLOAD WOULD POST A ROSTER SIGNATURE, BEFORE THE BALLOT IS    *
034300*    MARKED RETURNED.  A HISTORY RECORD ALREADY ON FILE MEANS THE    *
034400*    VOTER ALSO SIGNED A ROSTER - THE BALLOT IS LEFT OUT FOR THE     *
034500*    CLERKS TO REJECT.  A VOTER WHOSE REGISTRATION TAKES EFFECT      *
034510*    AFTER THE BALLOT'S ELECTION (REGISTERED AFTER CLOSE OF          *
034520*    BOOKS) IS NOT A VOTER IN IT - THE BALLOT IS REFUSED.            *
034600*********************************************************************
034700 2400-RETURN-BALLOT.
034800     IF WS-EVENT-DATE > WS-CARD-ELECTION-DATE
034900         ADD 1 TO WS-ERROR-COUNT
035000         MOVE "LATE - REKEY AS X REASON L" TO RD-DISPOSITION
035100         GO TO 2400-EXIT
035200     END-IF
035300     MOVE AT-VOTER-ID TO MR-VOTER-ID
035400     READ MASTER-FILE KEY IS MR-VOTER-ID
035500         INVALID KEY
035600             ADD 1 TO WS-ERROR-COUNT
035700             MOVE "VOTER NOT ON MASTER" TO RD-DISPOSITION
035800             GO TO 2400-EXIT
035900     END-READ
035910     IF MR-EFFECTIVE-DATE NUMERIC
035920         AND MR-EFFECTIVE-DATE > WS-CARD-ELECTION-DATE
035930         ADD 1 TO WS-ERROR-COUNT
035940         MOVE "NOT COUNTED - REGISTERED LATE" TO RD-DISPOSITION
035950         GO TO 2400-EXIT
035960     END-IF
036000     MOVE SPACES TO HISTORY-RECORD
036100     MOVE AB-VOTER-ID TO VH-VOTER-ID
036200     MOVE AB-ELECTION-DATE TO VH-ELECTION-DATE
036300     MOVE MR-PRECINCT-CODE TO VH-PRECINCT-CODE
036400     MOVE WS-RUN-DATE-8 TO VH-LOAD-DATE
036500     MOVE "A" TO VH-VOTE-METHOD
036600     WRITE HISTORY-RECORD
036700         INVALID KEY
036800             ADD 1 TO WS-ERROR-COUNT
036900             MOVE "VOTE ALREADY RECORDED" TO RD-DISPOSITION
037000             GO TO 2400-EXIT
037100     END-WRITE
037200     MOVE "R" TO AB-STATUS
037300     MOVE WS-EVENT-DATE TO AB-RETURN-DATE
037400     PERFORM 2700-REWRITE-BALLOT THRU 2700-EXIT
037500     ADD 1 TO WS-RETURNED-COUNT
037600     MOVE "RETURNED - VOTE RECORDED" TO RD-DISPOSITION.
037700 2400-EXIT.
037800     EXIT.
037900*
038000*********************************************************************
038100*    2500-REJECT-BALLOT - THE ENVELOPE CAME BACK BUT CANNOT BE       *
038200*    COUNTED.  NOTHING GOES TO HISTORY; THE REASON IS KEPT ON THE    *
038300*    BALLOT RECORD FOR THE VOTER-NOTICE LETTER.                      *
038400*********************************************************************
038500 2500-REJECT-BALLOT.
038600     MOVE AT-REJECT-REASON TO AB-REJECT-REASON
038700     IF NOT AB-REJECT-REASON-VALID
038800         ADD 1 TO WS-ERROR-COUNT
038900         MOVE "INVALID REJECT REASON" TO RD-DISPOSITION
039000         GO TO 2500-EXIT
039100     END-IF
039200     MOVE "X" TO AB-STATUS
039300     MOVE WS-EVENT-DATE TO AB-RETURN-DATE
039400     MOVE WS-EVENT-DATE TO AB-REJECT-DATE
039500     PERFORM 2700-REWRITE-BALLOT THRU 2700-EXIT
039600     ADD 1 TO WS-REJECTED-COUNT
039700     MOVE "REJECTED - REASON " TO RD-DISPOSITION
039800     MOVE AB-REJECT-REASON TO RD-DISPOSITION (19:1).
039900 2500-EXIT.
040000     EXIT.
040100*
040200*********************************************************************
040300*    2600-SPOIL-BALLOT - THE VOTER SPOILED OR LOST THE BALLOT AND    *
040400*    A REPLACEMENT GOES OUT TODAY.  THE RECORD STAYS ISSUED, WITH    *
040500*    THE SPOIL DATE, A NEW ISSUE DATE AND ONE MORE ON THE COUNT.     *
040600*********************************************************************
040700 2600-SPOIL-BALLOT.
040800     MOVE WS-EVENT-DATE TO AB-SPOIL-DATE
040900     MOVE WS-RUN-DATE-8 TO AB-ISSUE-DATE
041000     ADD 1 TO AB-ISSUE-COUNT
041100     PERFORM 2700-REWRITE-BALLOT THRU 2700-EXIT
041200     ADD 1 TO WS-SPOILED-COUNT
041300     MOVE "SPOILED - REPLACEMENT ISSUED" TO RD-DISPOSITION.
041400 2600-EXIT.
041500     EXIT.
041600*
041700 2700-REWRITE-BALLOT.
041800     REWRITE ABSENTEE-BALLOT-RECORD
041900         INVALID KEY
042000             DISPLAY "ABSTRAN ERROR - BALLOT REWRITE FAILED FOR "
042100                 AB-VOTER-ID ", STATUS " WS-BALLOT-STATUS
042200             MOVE 16 TO RETURN-CODE
042300             STOP RUN
042400     END-REWRITE.
042500 2700-EXIT.
042600     EXIT.
042700*
042800*********************************************************************
042900*    9000-TERMINATE - TRAILER COUNTS, CLOSE OUT, RETURN CODE 4       *
043000*    WHEN ANY CARD COULD NOT BE POSTED.                              *
043100*********************************************************************
043200 9000-TERMINATE.
043300     MOVE SPACES TO REGISTER-LINE
043400     WRITE REGISTER-LINE
043500     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
043600     MOVE SPACES TO REGISTER-LINE
043700     STRING "CARDS READ. . . . . . . . . . : " DELIMITED BY SIZE
043800         WS-COUNT-DISPLAY DELIMITED BY SIZE
043900         INTO REGISTER-LINE
044000     WRITE REGISTER-LINE
044100     MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY
044200     MOVE SPACES TO REGISTER-LINE
044300     STRING "RETURNED - VOTE RECORDED. . . : " DELIMITED BY SIZE
044400         WS-COUNT-DISPLAY DELIMITED BY SIZE
044500         INTO REGISTER-LINE
044600     WRITE REGISTER-LINE
044700     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
044800     MOVE SPACES TO REGISTER-LINE
044900     STRING "RETURNED - REJECTED . . . . . : " DELIMITED BY SIZE
045000         WS-COUNT-DISPLAY DELIMITED BY SIZE
045100         INTO REGISTER-LINE
045200     WRITE REGISTER-LINE
045300     MOVE WS-SPOILED-COUNT TO WS-COUNT-DISPLAY
045400     MOVE SPACES TO REGISTER-LINE
045500     STRING "SPOILED AND RE-ISSUED . . . . : " DELIMITED BY SIZE
045600         WS-COUNT-DISPLAY DELIMITED BY SIZE
045700         INTO REGISTER-LINE
045800     WRITE REGISTER-LINE
045900     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
046000     MOVE SPACES TO REGISTER-LINE
046100     STRING "CARDS IN ERROR. . . . . . . . : " DELIMITED BY SIZE
046200         WS-COUNT-DISPLAY DELIMITED BY SIZE
046300         INTO REGISTER-LINE
046400     WRITE REGISTER-LINE
046500     IF WS-ERROR-COUNT > ZERO
046600         MOVE 4 TO RETURN-CODE
046700     END-IF
046800     CLOSE TRAN-FILE
046900     CLOSE MASTER-FILE
047000     CLOSE BALLOT-FILE
047100     CLOSE HISTORY-FILE
047200     CLOSE REGISTER-FILE.
047300 9000-EXIT.
047400     EXIT.
