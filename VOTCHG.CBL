000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VOTCHG.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  VOTER NAME CHANGE AND DATE OF BIRTH CORRECTION.  *
001000*    THE MASTER KEY IS NAME PLUS DATE OF BIRTH, SO A VOTER WHO      *
001100*    MARRIES, OR WHOSE BIRTH DATE WAS KEYED WRONG, COULD ONLY BE    *
001200*    CANCELLED AND REGISTERED AGAIN UNDER A NEW VOTER ID - CUT      *
001300*    OFF FROM THEIR VOTING HISTORY AND CERTIFICATES.  THIS RUN      *
001400*    READS CHANGE CARDS (CHGIN) BY VOTER ID AND RE-KEYS EACH        *
001500*    MASTER RECORD UNDER ITS NEW NAME AND/OR DATE OF BIRTH,         *
001600*    KEEPING THE VOTER ID, STATUS, PRECINCT AND ADDRESS.  THE NEW   *
001700*    RECORD IS WRITTEN BEFORE THE OLD ONE IS DELETED, SO THE VOTER  *
001800*    IS NEVER OFF THE MASTER.  A CHANGE THAT WOULD LAND ON ANOTHER  *
001900*    VOTER'S KEY IS REFUSED.  EVERY OLD KEY IS KEPT ON THE PRIOR-   *
002000*    KEY HISTORY FILE (VOTPKEY, CPPRKEY LAYOUT) FOR THE             *
002100*    CHECKVOTERAGE AND DUPCHK DUPLICATE CHECKS, EVERY CHANGE IS     *
002200*    APPENDED TO AUDITLOG UNDER BOTH THE OLD AND THE NEW NAME, AND  *
002300*    EVERY CARD AND ITS OUTCOME IS LISTED ON THE CHANGE REGISTER    *
002400*    (CHGREG) FOR THE BOARD.                                        *
002500*                                                                   *
002600*    CHANGE CARD (CHGIN, 80 BYTES)                                  *
002700*      COLS  1-10  VOTER ID                                         *
002800*      COLS 11-40  VOTER NAME AS NOW ON THE MASTER - MUST AGREE     *
002900*                  WITH THE RECORD THE ID FINDS, SO A MISKEYED ID   *
003000*                  CANNOT RE-KEY A STRANGER                         *
003100*      COLS 41-70  NEW NAME (BLANK = NAME UNCHANGED)                *
003200*      COLS 71-78  NEW DATE OF BIRTH YYYYMMDD (BLANK = UNCHANGED)   *
003300*      COL  79     REASON - N NAME CHANGE (MARRIAGE, COURT ORDER),  *
003400*                  C CORRECTION OF A KEYING ERROR                   *
003500*                                                                   *
003600*    MODIFICATION HISTORY                                           *
003700*    DATE       INIT  DESCRIPTION                                  *
003800*    ---------  ----  ----------------------------------------- *
003900*    2026-10-15 RLH   ORIGINAL.                                  *
003910*    2026-10-15 RLH   EVERY RE-KEY IS APPENDED TO THE MASTER     *
003920*                     CHANGE JOURNAL (VOTJRNL, CPJRNL) WITH THE  *
003930*                     RECORD UNDER ITS OLD AND ITS NEW KEY.      *
003940*    2026-10-15 RLH   A PRIOR-KEY WRITE THAT FAILS ENDS THE RUN  *
003950*                     BEFORE THE RE-KEY IS JOURNALED.  A MASTER  *
003960*                     WRITE WITH STATUS 02 (DUPLICATE VOTER ID,  *
003970*                     THE OLD RECORD STILL ON FILE) IS GOOD.     *
004000*********************************************************************
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CHG-FILE ASSIGN TO "CHGIN"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CHG-STATUS.
004800
004900     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MR-VOTER-KEY
005300         ALTERNATE RECORD KEY IS MR-VOTER-ID
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-MASTER-STATUS.
005600
005700     SELECT PRIOR-KEY-FILE ASSIGN TO "VOTPKEY"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PK-OLD-KEY
006100         ALTERNATE RECORD KEY IS PK-VOTER-ID
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-PKEY-STATUS.
006400
006500     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-AUDIT-STATUS.
006800
006900     SELECT REGISTER-FILE ASSIGN TO "CHGREG"
007000         ORGANIZATION IS SEQUENTIAL.
007010
007020     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
007030         ORGANIZATION IS SEQUENTIAL
007040         FILE STATUS IS WS-JOURNAL-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CHG-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CHG-CARD-RECORD.
007700     05  CH-VOTER-ID                 PIC X(10).
007800     05  CH-OLD-NAME                 PIC X(30).
007900     05  CH-NEW-NAME                 PIC X(30).
008000     05  CH-NEW-DOB-X                PIC X(08).
008100     05  CH-NEW-DOB REDEFINES CH-NEW-DOB-X.
008200         10  CH-NEW-DOB-YYYY         PIC 9(04).
008300         10  CH-NEW-DOB-MM           PIC 9(02).
008400         10  CH-NEW-DOB-DD           PIC 9(02).
008500     05  CH-REASON                   PIC X(01).
008600         88  CH-REASON-VALID         VALUES "N" "C".
008700     05  FILLER                      PIC X(01).
008800
008900 FD  MASTER-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY CPMASTER.
009200
009300 FD  PRIOR-KEY-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CPPRKEY.
009600
009700 FD  AUDIT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CPAUDIT.
010000
010100 FD  REGISTER-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  REGISTER-LINE                   PIC X(132).
010310
010320 FD  JOURNAL-FILE
010330     LABEL RECORDS ARE STANDARD.
010340     COPY CPJRNL.
010400*
010500 WORKING-STORAGE SECTION.
010600 77  WS-EOF-SW                       PIC X(01) VALUE "N".
010700     88  WS-EOF-YES                  VALUE "Y".
010800 77  WS-CHG-STATUS                   PIC X(02).
010900 77  WS-MASTER-STATUS                PIC X(02).
011000 77  WS-PKEY-STATUS                  PIC X(02).
011100 77  WS-AUDIT-STATUS                 PIC X(02).
011110 77  WS-JOURNAL-STATUS               PIC X(02).
011200 77  WS-FOUND-SW                     PIC X(01).
011300     88  WS-FOUND-YES                VALUE "Y".
011400 77  WS-CARD-OK-SW                   PIC X(01).
011500     88  WS-CARD-OK                  VALUE "Y".
011600
011700 77  WS-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
011800 77  WS-CHANGED-COUNT                PIC 9(06) COMP VALUE ZERO.
011900 77  WS-COLLISION-COUNT              PIC 9(06) COMP VALUE ZERO.
012000 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
012100
012200 01  WS-RUN-DATE.
012300     05  WS-RUN-YYYY                 PIC 9(04).
012400     05  WS-RUN-MM                   PIC 9(02).
012500     05  WS-RUN-DD                   PIC 9(02).
012600 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
012700 01  WS-RUN-TIME                     PIC 9(08).
012710 01  WS-START-TIME                   PIC 9(08).
012800 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
012900 01  WS-REASON-TEXT                  PIC X(12).
013000 01  WS-COLLIDE-ID                   PIC X(10).
013100*
013200*    THE KEY THE VOTER IS LEAVING, THE KEY THEY ARE TAKING, AND
013300*    THE WHOLE RECORD AS IT STOOD - THE COLLISION READ USES THE
013400*    RECORD AREA, SO THE ORIGINAL IS HELD HERE.
013500 01  WS-OLD-KEY.
013600     05  WS-OLD-NAME                 PIC X(30).
013700     05  WS-OLD-DOB                  PIC 9(08).
013800 01  WS-NEW-KEY.
013900     05  WS-NEW-NAME                 PIC X(30).
014000     05  WS-NEW-DOB                  PIC 9(08).
014100 01  WS-OLD-IMAGE                    PIC X(140).
014200*
014300 01  WS-DAYS-TABLE-VALUES            PIC X(24)
014400     VALUE "312831303130313130313031".
014500 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-VALUES.
014600     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
014700                                     PIC 9(02).
014800 77  WS-MAX-DAY                      PIC 9(02).
014900 77  WS-LEAP-REMAINDER               PIC 9(04) COMP.
015000 77  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
015100 77  WS-LEAP-SW                      PIC X(01).
015200     88  WS-LEAP-YEAR                VALUE "Y".
015300*
015400 01  WS-REGISTER-DETAIL.
015500     05  RD-VOTER-ID                 PIC X(10).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  RD-OLD-NAME                 PIC X(30).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  RD-OLD-DOB                  PIC X(08).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  RD-NEW-NAME                 PIC X(30).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  RD-NEW-DOB                  PIC X(08).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  RD-REASON                   PIC X(12).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  RD-DISPOSITION              PIC X(15).
016800*
016900 PROCEDURE DIVISION.
017000*
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-CHANGE-ONE THRU 2000-EXIT
017400         UNTIL WS-EOF-YES.
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017600     STOP RUN.
017700*
017800*********************************************************************
017900*    1000-INITIALIZE - OPEN THE CARD FILE AND THE MASTER (BOTH       *
018000*    MUST EXIST), OPEN THE PRIOR-KEY HISTORY (CREATED ON FIRST       *
018100*    USE), EXTEND THE AUDIT LOG AND THE CHANGE JOURNAL, START THE    *
018200*    REGISTER, PRIME THE READ.                                       *
018300*********************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018510     ACCEPT WS-START-TIME FROM TIME
018600     OPEN INPUT CHG-FILE
018700     IF WS-CHG-STATUS NOT = "00"
018800         DISPLAY "VOTCHG ERROR - CHANGE CARD FILE OPEN FAILED, "
018900             "STATUS " WS-CHG-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF
019300     OPEN I-O MASTER-FILE
019400     IF WS-MASTER-STATUS NOT = "00"
019500         DISPLAY "VOTCHG ERROR - VOTER MASTER OPEN FAILED, "
019600             "STATUS " WS-MASTER-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     OPEN I-O PRIOR-KEY-FILE
020100     IF WS-PKEY-STATUS = "35"
020200         OPEN OUTPUT PRIOR-KEY-FILE
020300         CLOSE PRIOR-KEY-FILE
020400         OPEN I-O PRIOR-KEY-FILE
020500     END-IF
020600     IF WS-PKEY-STATUS NOT = "00"
020700         DISPLAY "VOTCHG ERROR - PRIOR-KEY HISTORY OPEN FAILED, "
020800             "STATUS " WS-PKEY-STATUS
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF
021200     OPEN EXTEND AUDIT-FILE
021300     IF WS-AUDIT-STATUS = "35"
021400         OPEN OUTPUT AUDIT-FILE
021500     END-IF
021510     OPEN EXTEND JOURNAL-FILE
021520     IF WS-JOURNAL-STATUS = "35"
021530         OPEN OUTPUT JOURNAL-FILE
021540     END-IF
021550     IF WS-JOURNAL-STATUS NOT = "00"
021560         DISPLAY "VOTCHG ERROR - CHANGE JOURNAL OPEN FAILED, "
021570             "STATUS " WS-JOURNAL-STATUS
021580         MOVE 16 TO RETURN-CODE
021590         STOP RUN
021595     END-IF
021600     OPEN OUTPUT REGISTER-FILE
021700     MOVE SPACES TO REGISTER-LINE
021800     STRING "VOTER NAME / DATE OF BIRTH CHANGE REGISTER   "
021900         DELIMITED BY SIZE
021950         "RUN DATE " DELIMITED BY SIZE
022000         WS-RUN-YYYY DELIMITED BY SIZE
022100         "-" DELIMITED BY SIZE
022200         WS-RUN-MM DELIMITED BY SIZE
022300         "-" DELIMITED BY SIZE
022400         WS-RUN-DD DELIMITED BY SIZE
022500         INTO REGISTER-LINE
022600     WRITE REGISTER-LINE
022700     MOVE SPACES TO REGISTER-LINE
022800     WRITE REGISTER-LINE
022900     MOVE "VOTER ID    OLD NAME                        OLD DOB"
023000         TO REGISTER-LINE
023100     MOVE "NEW NAME                        NEW DOB   REASON"
023200         TO REGISTER-LINE (55:)
023300     MOVE "DISPOSITION" TO REGISTER-LINE (111:)
023400     WRITE REGISTER-LINE
023500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800*
023900*********************************************************************
024000*    2000-CHANGE-ONE - WORK ONE CHANGE CARD.  THE MASTER RECORD IS   *
024100*    FOUND BY VOTER ID AND MUST CARRY THE NAME ON THE CARD.  THE     *
024200*    NEW KEY IS READ FIRST - IF ANOTHER VOTER ALREADY HOLDS IT THE   *
024300*    CHANGE IS REFUSED AND THAT VOTER'S ID IS PRINTED.  OTHERWISE    *
024400*    THE RECORD IS WRITTEN UNDER THE NEW KEY, THE OLD KEY DELETED,   *
024500*    AND THE OLD KEY KEPT ON THE PRIOR-KEY HISTORY.  EVERY CARD      *
024600*    GETS A REGISTER LINE WHETHER IT LANDED OR NOT.                  *
024700*********************************************************************
024800 2000-CHANGE-ONE.
024900     MOVE CH-VOTER-ID TO RD-VOTER-ID
025000     MOVE CH-OLD-NAME TO RD-OLD-NAME
025100     MOVE SPACES TO RD-OLD-DOB
025200     MOVE CH-NEW-NAME TO RD-NEW-NAME
025300     MOVE CH-NEW-DOB-X TO RD-NEW-DOB
025400     PERFORM 2400-EXPAND-REASON THRU 2400-EXIT
025500     MOVE WS-REASON-TEXT TO RD-REASON
025600     PERFORM 2050-EDIT-CARD THRU 2050-EXIT
025700     IF NOT WS-CARD-OK
025800         ADD 1 TO WS-ERROR-COUNT
025900         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026000         PERFORM 2100-READ-CARD THRU 2100-EXIT
026100         GO TO 2000-EXIT
026200     END-IF
026300     PERFORM 2200-FIND-MASTER THRU 2200-EXIT
026400     IF NOT WS-FOUND-YES
026500         ADD 1 TO WS-ERROR-COUNT
026600         MOVE "NOT ON MASTER" TO RD-DISPOSITION
026700         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026800         PERFORM 2100-READ-CARD THRU 2100-EXIT
026900         GO TO 2000-EXIT
027000     END-IF
027100     MOVE MR-DOB TO RD-OLD-DOB
027200     IF MR-VOTER-NAME NOT = CH-OLD-NAME
027300         ADD 1 TO WS-ERROR-COUNT
027400         MOVE "NAME MISMATCH" TO RD-DISPOSITION
027500         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
027600         PERFORM 2100-READ-CARD THRU 2100-EXIT
027700         GO TO 2000-EXIT
027800     END-IF
027900     IF MR-STATUS-CANCELLED
028000         ADD 1 TO WS-ERROR-COUNT
028100         MOVE "VOTER CANCELLED" TO RD-DISPOSITION
028200         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
028300         PERFORM 2100-READ-CARD THRU 2100-EXIT
028400         GO TO 2000-EXIT
028500     END-IF
028600     MOVE MASTER-RECORD TO WS-OLD-IMAGE
028700     MOVE MR-VOTER-NAME TO WS-OLD-NAME
028800     MOVE MR-DOB TO WS-OLD-DOB
028900     MOVE WS-OLD-KEY TO WS-NEW-KEY
029000     IF CH-NEW-NAME NOT = SPACES
029100         MOVE CH-NEW-NAME TO WS-NEW-NAME
029200     END-IF
029300     IF CH-NEW-DOB-X NOT = SPACES
029400         MOVE CH-NEW-DOB TO WS-NEW-DOB
029500     END-IF
029600     MOVE WS-NEW-NAME TO RD-NEW-NAME
029700     MOVE WS-NEW-DOB TO RD-NEW-DOB
029800     IF WS-NEW-KEY = WS-OLD-KEY
029900         ADD 1 TO WS-ERROR-COUNT
030000         MOVE "NO CHANGE" TO RD-DISPOSITION
030100         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
030200         PERFORM 2100-READ-CARD THRU 2100-EXIT
030300         GO TO 2000-EXIT
030400     END-IF
030500*
030600*    THE NEW KEY MUST BE FREE.  A HIT IS ANOTHER VOTER - THE
030700*    CLERKS SORT OUT WHICH OF THE TWO IS RIGHT BEFORE ANYTHING
030800*    MOVES.
030900     MOVE WS-NEW-KEY TO MR-VOTER-KEY
031000     READ MASTER-FILE
031100         INVALID KEY CONTINUE
031200         NOT INVALID KEY
031300             MOVE MR-VOTER-ID TO WS-COLLIDE-ID
031400             ADD 1 TO WS-COLLISION-COUNT
031500             ADD 1 TO WS-ERROR-COUNT
031600             MOVE "KEY IN USE" TO RD-DISPOSITION
031700             PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
031800             MOVE SPACES TO REGISTER-LINE
031900             STRING "            NEW NAME AND DOB ALREADY HELD "
032000                 DELIMITED BY SIZE
032100                 "BY VOTER ID " DELIMITED BY SIZE
032200                 WS-COLLIDE-ID DELIMITED BY SIZE
032300                 INTO REGISTER-LINE
032400             WRITE REGISTER-LINE
032500             PERFORM 2100-READ-CARD THRU 2100-EXIT
032600             GO TO 2000-EXIT
032700     END-READ
032800     MOVE WS-OLD-IMAGE TO MASTER-RECORD
032900     MOVE WS-NEW-KEY TO MR-VOTER-KEY
033000     WRITE MASTER-RECORD
033100     IF WS-MASTER-STATUS NOT = "00"
033110         AND WS-MASTER-STATUS NOT = "02"
033200         DISPLAY "VOTCHG ERROR - MASTER WRITE FAILED FOR VOTER "
033300             "ID " CH-VOTER-ID ", STATUS " WS-MASTER-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     MOVE WS-OLD-KEY TO MR-VOTER-KEY
033800     DELETE MASTER-FILE
033900     IF WS-MASTER-STATUS NOT = "00"
034000         DISPLAY "VOTCHG ERROR - MASTER DELETE OF OLD KEY FAILED "
034100             "FOR VOTER ID " CH-VOTER-ID ", STATUS "
034200             WS-MASTER-STATUS " - VOTER IS ON FILE UNDER BOTH "
034300             "KEYS, DELETE THE OLD ONE BEFORE THE NEXT RUN"
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF
034700     MOVE WS-OLD-IMAGE TO MASTER-RECORD
034800     MOVE WS-NEW-KEY TO MR-VOTER-KEY
034850     PERFORM 2500-WRITE-PRIOR-KEY THRU 2500-EXIT
034900     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
035000     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
035100     ADD 1 TO WS-CHANGED-COUNT
035200     MOVE "RE-KEYED" TO RD-DISPOSITION
035300     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
035400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
035500 2000-EXIT.
035600     EXIT.
035700*
035800*********************************************************************
035900*    2050-EDIT-CARD - A CARD MUST NAME THE VOTER BY ID AND BY        *
036000*    CURRENT NAME, GIVE A REASON, AND CHANGE SOMETHING.  A NEW       *
036100*    DATE OF BIRTH MUST BE A REAL CALENDAR DATE NOT AFTER TODAY.     *
036200*********************************************************************
036300 2050-EDIT-CARD.
036400     MOVE "N" TO WS-CARD-OK-SW
036500     IF CH-VOTER-ID = SPACES
036600         MOVE "NO VOTER ID" TO RD-DISPOSITION
036700         GO TO 2050-EXIT
036800     END-IF
036900     IF CH-OLD-NAME = SPACES
037000         MOVE "NO CURRENT NAME" TO RD-DISPOSITION
037100         GO TO 2050-EXIT
037200     END-IF
037300     IF NOT CH-REASON-VALID
037400         MOVE "BAD REASON CODE" TO RD-DISPOSITION
037500         GO TO 2050-EXIT
037600     END-IF
037700     IF CH-NEW-NAME = SPACES AND CH-NEW-DOB-X = SPACES
037800         MOVE "NOTHING CHANGED" TO RD-DISPOSITION
037900         GO TO 2050-EXIT
038000     END-IF
038100     IF CH-NEW-DOB-X NOT = SPACES
038200         IF CH-NEW-DOB-X NOT NUMERIC
038300             OR CH-NEW-DOB-MM < 01 OR CH-NEW-DOB-MM > 12
038400             MOVE "BAD NEW DOB" TO RD-DISPOSITION
038500             GO TO 2050-EXIT
038600         END-IF
038700         MOVE WS-DAYS-IN-MONTH (CH-NEW-DOB-MM) TO WS-MAX-DAY
038800         IF CH-NEW-DOB-MM = 02
038900             PERFORM 2060-CHECK-LEAP-YEAR THRU 2060-EXIT
039000             IF WS-LEAP-YEAR
039100                 MOVE 29 TO WS-MAX-DAY
039200             END-IF
039300         END-IF
039400         IF CH-NEW-DOB-DD < 01 OR CH-NEW-DOB-DD > WS-MAX-DAY
039500             OR CH-NEW-DOB > WS-RUN-DATE-8
039600             MOVE "BAD NEW DOB" TO RD-DISPOSITION
039700             GO TO 2050-EXIT
039800         END-IF
039900     END-IF
040000     MOVE "Y" TO WS-CARD-OK-SW.
040100 2050-EXIT.
040200     EXIT.
040300*
040400 2060-CHECK-LEAP-YEAR.
040500     MOVE "N" TO WS-LEAP-SW
040600     DIVIDE CH-NEW-DOB-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
040700         REMAINDER WS-LEAP-REMAINDER
040800     IF WS-LEAP-REMAINDER = ZERO
040900         MOVE "Y" TO WS-LEAP-SW
041000         DIVIDE CH-NEW-DOB-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
041100             REMAINDER WS-LEAP-REMAINDER
041200         IF WS-LEAP-REMAINDER = ZERO
041300             DIVIDE CH-NEW-DOB-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
041400                 REMAINDER WS-LEAP-REMAINDER
041500             IF WS-LEAP-REMAINDER NOT = ZERO
041600                 MOVE "N" TO WS-LEAP-SW
041700             END-IF
041800         END-IF
041900     END-IF.
042000 2060-EXIT.
042100     EXIT.
042200*
042300 2100-READ-CARD.
042400     READ CHG-FILE
042500         AT END MOVE "Y" TO WS-EOF-SW
042600         NOT AT END ADD 1 TO WS-READ-COUNT
042700     END-READ.
042800 2100-EXIT.
042900     EXIT.
043000*
043100 2200-FIND-MASTER.
043200     MOVE "N" TO WS-FOUND-SW
043300     MOVE CH-VOTER-ID TO MR-VOTER-ID
043400     READ MASTER-FILE KEY IS MR-VOTER-ID
043500         INVALID KEY CONTINUE
043600         NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
043700     END-READ.
043800 2200-EXIT.
043900     EXIT.
044000*
044100 2300-WRITE-REGISTER.
044200     MOVE SPACES TO REGISTER-LINE
044300     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
044400     WRITE REGISTER-LINE.
044500 2300-EXIT.
044600     EXIT.
044700*
044800 2400-EXPAND-REASON.
044900     EVALUATE CH-REASON
045000         WHEN "N" MOVE "NAME CHANGE" TO WS-REASON-TEXT
045100         WHEN "C" MOVE "CORRECTION" TO WS-REASON-TEXT
045200         WHEN OTHER MOVE CH-REASON TO WS-REASON-TEXT
045300     END-EVALUATE.
045400 2400-EXIT.
045500     EXIT.
045600*
045700*********************************************************************
045800*    2500-WRITE-PRIOR-KEY - KEEP THE KEY THE VOTER LEFT.  AN OLD     *
045900*    KEY ALREADY ON FILE (THE SAME NAME AND DATE OF BIRTH GIVEN      *
046000*    UP BEFORE) IS REWRITTEN TO POINT AT THIS VOTER.  THE MASTER     *
046010*    IS ALREADY RE-KEYED, SO AN OLD KEY THAT CANNOT BE KEPT ENDS     *
046020*    THE RUN BEFORE THE RE-KEY IS JOURNALED.  STATUS 02 IS A GOOD    *
046030*    WRITE - ANOTHER OLD KEY ALREADY POINTS AT THE SAME VOTER ID.    *
046100*********************************************************************
046200 2500-WRITE-PRIOR-KEY.
046300     MOVE SPACES TO PRIOR-KEY-RECORD
046400     MOVE WS-OLD-NAME TO PK-OLD-NAME
046500     MOVE WS-OLD-DOB TO PK-OLD-DOB
046600     MOVE MR-VOTER-ID TO PK-VOTER-ID
046700     MOVE WS-NEW-NAME TO PK-NEW-NAME
046800     MOVE WS-NEW-DOB TO PK-NEW-DOB
046900     MOVE WS-RUN-DATE-8 TO PK-CHANGE-DATE
047000     MOVE CH-REASON TO PK-CHANGE-REASON
047100     WRITE PRIOR-KEY-RECORD
047200         INVALID KEY
047300             REWRITE PRIOR-KEY-RECORD
047400     END-WRITE
047410     IF WS-PKEY-STATUS NOT = "00"
047415         AND WS-PKEY-STATUS NOT = "02"
047420         DISPLAY "VOTCHG ERROR - PRIOR-KEY WRITE FAILED FOR "
047430             "VOTER ID " MR-VOTER-ID ", OLD KEY " WS-OLD-NAME " "
047440             WS-OLD-DOB ", STATUS " WS-PKEY-STATUS " - VOTER IS "
047450             "RE-KEYED, ADD THE OLD KEY TO VOTPKEY BEFORE THE "
047460             "NEXT RUN"
047470         MOVE 16 TO RETURN-CODE
047480         STOP RUN
047490     END-IF.
047500 2500-EXIT.
047600     EXIT.
047700*
047800*********************************************************************
047900*    2600-WRITE-AUDIT - TWO AUDIT RECORDS PER CHANGE, ONE UNDER      *
048000*    THE OLD NAME AND ONE UNDER THE NEW, SO AN AUDINQ SELECTION ON   *
048100*    EITHER NAME FINDS THE CHANGE AND THE VOTER ID THAT LINKS THEM.  *
048200*********************************************************************
048300 2600-WRITE-AUDIT.
048400     ACCEPT WS-RUN-TIME FROM TIME
048500     MOVE SPACES TO AUDIT-RECORD
048600     MOVE WS-RUN-DATE-8 TO AU-RUN-DATE
048700     MOVE WS-RUN-TIME TO AU-RUN-TIME
048800     MOVE WS-OLD-NAME TO AU-APPLICANT-NAME
048900     MOVE WS-OLD-DOB TO AU-DOB
049000     MOVE MR-PRECINCT-CODE TO AU-PRECINCT-CODE
049100     STRING "Prior Name - Voter ID " DELIMITED BY SIZE
049200         MR-VOTER-ID DELIMITED BY SIZE
049300         INTO AU-RESULT
049400     WRITE AUDIT-RECORD
049500     MOVE SPACES TO AUDIT-RECORD
049600     MOVE WS-RUN-DATE-8 TO AU-RUN-DATE
049700     MOVE WS-RUN-TIME TO AU-RUN-TIME
049800     MOVE WS-NEW-NAME TO AU-APPLICANT-NAME
049900     MOVE WS-NEW-DOB TO AU-DOB
050000     MOVE MR-PRECINCT-CODE TO AU-PRECINCT-CODE
050100     IF CH-REASON = "N"
050200         STRING "Name Change - Voter ID " DELIMITED BY SIZE
050300             MR-VOTER-ID DELIMITED BY SIZE
050400             INTO AU-RESULT
050500     ELSE
050600         STRING "Corrected - Voter ID " DELIMITED BY SIZE
050700             MR-VOTER-ID DELIMITED BY SIZE
050800             INTO AU-RESULT
050900     END-IF
051000     WRITE AUDIT-RECORD.
051100 2600-EXIT.
051200     EXIT.
051300*
051310*********************************************************************
051320*    2700-WRITE-JOURNAL - APPEND THE RE-KEY TO THE CHANGE JOURNAL.   *
051330*    THE BEFORE-IMAGE IS THE RECORD UNDER ITS OLD KEY, THE AFTER-    *
051340*    IMAGE THE SAME RECORD UNDER ITS NEW ONE, SO VOTRCVR KNOWS       *
051350*    BOTH WHAT TO WRITE AND WHAT TO DELETE.  A JOURNAL THAT          *
051360*    CANNOT BE WRITTEN ENDS THE RUN.                                 *
051370*********************************************************************
051380 2700-WRITE-JOURNAL.
051390     MOVE SPACES TO JOURNAL-RECORD
051400     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
051410     MOVE WS-START-TIME TO JR-RUN-TIME
051420     ACCEPT JR-ENTRY-TIME FROM TIME
051430     MOVE "VOTCHG" TO JR-PROGRAM
051440     MOVE "K" TO JR-ENTRY-TYPE
051450     MOVE WS-REASON-TEXT TO JR-REASON
051460     MOVE MR-VOTER-ID TO JR-VOTER-ID
051470     MOVE WS-OLD-IMAGE TO JR-BEFORE-IMAGE
051480     MOVE MASTER-RECORD TO JR-AFTER-IMAGE
051490     WRITE JOURNAL-RECORD
051500     IF WS-JOURNAL-STATUS NOT = "00"
051510         DISPLAY "VOTCHG ERROR - CHANGE JOURNAL WRITE FAILED, "
051520             "STATUS " WS-JOURNAL-STATUS " - VOTER "
051530             MR-VOTER-ID " RE-KEYED BUT NOT JOURNALED"
051540         MOVE 16 TO RETURN-CODE
051550         STOP RUN
051560     END-IF.
051570 2700-EXIT.
051580     EXIT.
051590*
051592*********************************************************************
051594*    9000-TERMINATE - TRAILER COUNTS ON THE REGISTER SO THE BOARD    *
051600*    CAN BALANCE THE RUN, THEN CLOSE OUT.  ANY ERRORED OR REFUSED    *
051700*    CARD LEAVES RETURN CODE 4 FOR CLERICAL FOLLOW-UP.               *
051800*********************************************************************
051900 9000-TERMINATE.
052000     MOVE SPACES TO REGISTER-LINE
052100     WRITE REGISTER-LINE
052200     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
052300     MOVE SPACES TO REGISTER-LINE
052400     STRING "CARDS READ. . . . . . . . . . : " DELIMITED BY SIZE
052500         WS-COUNT-DISPLAY DELIMITED BY SIZE
052600         INTO REGISTER-LINE
052700     WRITE REGISTER-LINE
052800     MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY
052900     MOVE SPACES TO REGISTER-LINE
053000     STRING "RECORDS RE-KEYED. . . . . . . : " DELIMITED BY SIZE
053100         WS-COUNT-DISPLAY DELIMITED BY SIZE
053200         INTO REGISTER-LINE
053300     WRITE REGISTER-LINE
053400     MOVE WS-COLLISION-COUNT TO WS-COUNT-DISPLAY
053500     MOVE SPACES TO REGISTER-LINE
053600     STRING "REFUSED - KEY IN USE. . . . . : " DELIMITED BY SIZE
053700         WS-COUNT-DISPLAY DELIMITED BY SIZE
053800         INTO REGISTER-LINE
053900     WRITE REGISTER-LINE
054000     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
054100     MOVE SPACES TO REGISTER-LINE
054200     STRING "CARDS IN ERROR. . . . . . . . : " DELIMITED BY SIZE
054300         WS-COUNT-DISPLAY DELIMITED BY SIZE
054400         INTO REGISTER-LINE
054500     WRITE REGISTER-LINE
054600     IF WS-ERROR-COUNT > ZERO
054700         MOVE 4 TO RETURN-CODE
054800     END-IF
054900     CLOSE CHG-FILE
055000     CLOSE MASTER-FILE
055100     CLOSE PRIOR-KEY-FILE
055200     CLOSE AUDIT-FILE
055250     CLOSE JOURNAL-FILE
055300     CLOSE REGISTER-FILE.
055400 9000-EXIT.
055500     EXIT.
