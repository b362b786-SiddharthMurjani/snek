002900*    DATE       INIT  DESCRIPTION                                  *
003000*    ---------  ----  ----------------------------------------- *
003100*    2026-09-02 RLH   ORIGINAL.                                  *
003110*    2026-10-15 RLH   EVERY CANCELLATION IS APPENDED TO THE      *
003120*                     MASTER CHANGE JOURNAL (VOTJRNL, CPJRNL)    *
003130*                     WITH THE RECORD BEFORE AND AFTER, SO       *
003140*                     VOTRCVR CAN ROLL IT FORWARD OR BACK OUT    *
003150*                     A BAD DECK.                                *
003151*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
003152*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
003153*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
003154*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
003200*********************************************************************
003300*
003400 ENVIRONMENT DIVISION.
004800
004900     SELECT REGISTER-FILE ASSIGN TO "CANCREG"
005000         ORGANIZATION IS SEQUENTIAL.
005010
005020     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
005030         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS WS-JOURNAL-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
006800 FD  REGISTER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  REGISTER-LINE                   PIC X(90).
007010
007020 FD  JOURNAL-FILE
007030     LABEL RECORDS ARE STANDARD.
007040     COPY CPJRNL.
007100*
007200 WORKING-STORAGE SECTION.
007300 77  WS-EOF-SW                       PIC X(01) VALUE "N".
007400     88  WS-EOF-YES                  VALUE "Y".
007500 77  WS-CANC-STATUS                  PIC X(02).
007600 77  WS-MASTER-STATUS                PIC X(02).
007610 77  WS-JOURNAL-STATUS               PIC X(02).
007700 77  WS-FOUND-SW                     PIC X(01).
007800     88  WS-FOUND-YES                VALUE "Y".
007900
008800 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
008900 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
009000 01  WS-REASON-TEXT                  PIC X(12).
009010 01  WS-RUN-TIME                     PIC 9(08).
009020 01  WS-BEFORE-IMAGE                 PIC X(140).
009100*
009200 01  WS-REGISTER-DETAIL.
009300     05  RD-VOTER-ID                 PIC X(10).
010900     PERFORM 2000-CANCEL-ONE THRU 2000-EXIT
011000         UNTIL WS-EOF-YES.
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011200     GOBACK.
011300*
011400*********************************************************************
011500*    1000-INITIALIZE - OPEN THE CARD FILE AND THE MASTER (BOTH       *
011600*    MUST EXIST - A CANCELLATION RUN AGAINST NO MASTER IS AN         *
011700*    OPERATIONS ERROR), OPEN THE CHANGE JOURNAL FOR APPEND,          *
011710*    START THE REGISTER, PRIME THE READ.                             *
011800*********************************************************************
011900 1000-INITIALIZE.
012000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012010     ACCEPT WS-RUN-TIME FROM TIME
012100     OPEN INPUT CANC-FILE
012200     IF WS-CANC-STATUS NOT = "00"
012300         DISPLAY "VOTCANC ERROR - CANCELLATION CARD FILE OPEN "
012400             "FAILED, STATUS " WS-CANC-STATUS
012500         MOVE 16 TO RETURN-CODE
012600         GOBACK
012700     END-IF
012800     OPEN I-O MASTER-FILE
012900     IF WS-MASTER-STATUS NOT = "00"
013000         DISPLAY "VOTCANC ERROR - VOTER MASTER OPEN FAILED, "
013100             "STATUS " WS-MASTER-STATUS
013200         MOVE 16 TO RETURN-CODE
013300         GOBACK
013400     END-IF
013410     OPEN EXTEND JOURNAL-FILE
013420     IF WS-JOURNAL-STATUS = "35"
013430         OPEN OUTPUT JOURNAL-FILE
013440     END-IF
013450     IF WS-JOURNAL-STATUS NOT = "00"
013460         DISPLAY "VOTCANC ERROR - CHANGE JOURNAL OPEN FAILED, "
013470             "STATUS " WS-JOURNAL-STATUS
013480         MOVE 16 TO RETURN-CODE
013490         GOBACK
013495     END-IF
013500     OPEN OUTPUT REGISTER-FILE
013600     MOVE SPACES TO REGISTER-LINE
013700     STRING "VOTER CANCELLATION REGISTER   RUN DATE "
019400         PERFORM 2100-READ-CARD THRU 2100-EXIT
019500         GO TO 2000-EXIT
019600     END-IF
019690     MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
019700     MOVE "C" TO MR-STATUS
019800     MOVE CN-REASON TO MR-CANCEL-REASON
019900     MOVE WS-RUN-DATE-8 TO MR-CANCEL-DATE
020200         DISPLAY "VOTCANC ERROR - MASTER REWRITE FAILED, "
020300             "STATUS " WS-MASTER-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         GOBACK
020600     END-IF
020610     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
020700     ADD 1 TO WS-CANCELLED-COUNT
020800     MOVE "CANCELLED" TO RD-DISPOSITION
020900     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
026500     END-EVALUATE.
026600 2400-EXIT.
026700     EXIT.
026705*
026710*********************************************************************
026715*    2500-WRITE-JOURNAL - APPEND THE CANCELLATION JUST REWRITTEN     *
026720*    TO THE CHANGE JOURNAL, THE RECORD AS IT STOOD BEFORE AND AS     *
026725*    IT STANDS NOW.  A JOURNAL THAT CANNOT BE WRITTEN ENDS THE       *
026730*    RUN - A CHANGE VOTRCVR CANNOT SEE IS A CHANGE A RECOVERY        *
026735*    WOULD SILENTLY LOSE.                                            *
026740*********************************************************************
026745 2500-WRITE-JOURNAL.
026750     MOVE SPACES TO JOURNAL-RECORD
026755     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
026760     MOVE WS-RUN-TIME TO JR-RUN-TIME
026765     ACCEPT JR-ENTRY-TIME FROM TIME
026770     MOVE "VOTCANC" TO JR-PROGRAM
026775     MOVE "C" TO JR-ENTRY-TYPE
026780     STRING "CANCEL " DELIMITED BY SIZE
026785         WS-REASON-TEXT DELIMITED BY SIZE
026790         INTO JR-REASON
026795     MOVE MR-VOTER-ID TO JR-VOTER-ID
026800     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
026805     MOVE MASTER-RECORD TO JR-AFTER-IMAGE
026810     WRITE JOURNAL-RECORD
026815     IF WS-JOURNAL-STATUS NOT = "00"
026820         DISPLAY "VOTCANC ERROR - CHANGE JOURNAL WRITE FAILED, "
026825             "STATUS " WS-JOURNAL-STATUS " - VOTER "
026830             MR-VOTER-ID " CANCELLED BUT NOT JOURNALED"
026835         MOVE 16 TO RETURN-CODE
026840         GOBACK
026845     END-IF.
026850 2500-EXIT.
026855     EXIT.
026860*
026865*********************************************************************
027000*    9000-TERMINATE - TRAILER COUNTS ON THE REGISTER SO THE BOARD    *
027100*    CAN BALANCE THE RUN, THEN CLOSE OUT.  ANY ERRORED CARD          *
027200*    LEAVES RETURN CODE 4 FOR CLERICAL FOLLOW-UP.                    *
029700     END-IF
029800     CLOSE CANC-FILE
029900     CLOSE MASTER-FILE
029950     CLOSE JOURNAL-FILE
030000     CLOSE REGISTER-FILE.
030100 9000-EXIT.
030200     EXIT.
