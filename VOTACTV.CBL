002000*    DATE       INIT  DESCRIPTION                                  *
002100*    ---------  ----  ----------------------------------------- *
002200*    2026-09-02 RLH   ORIGINAL.                                  *
002210*    2026-10-15 RLH   EVERY ACTIVATION IS APPENDED TO THE        *
002220*                     MASTER CHANGE JOURNAL (VOTJRNL, CPJRNL)    *
002230*                     WITH THE RECORD BEFORE AND AFTER.          *
002231*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
002232*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
002233*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
002234*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
002300*********************************************************************
002400*
002500 ENVIRONMENT DIVISION.
003500
003600     SELECT REGISTER-FILE ASSIGN TO "ACTVREG"
003700         ORGANIZATION IS SEQUENTIAL.
003710
003720     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
003730         ORGANIZATION IS SEQUENTIAL
003740         FILE STATUS IS WS-JOURNAL-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004500 FD  REGISTER-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  REGISTER-LINE                   PIC X(90).
004710
004720 FD  JOURNAL-FILE
004730     LABEL RECORDS ARE STANDARD.
004740     COPY CPJRNL.
004800*
004900 WORKING-STORAGE SECTION.
005000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005100     88  WS-EOF-YES                  VALUE "Y".
005200 77  WS-MASTER-STATUS                PIC X(02).
005210 77  WS-JOURNAL-STATUS               PIC X(02).
005300
005400 77  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
005500 77  WS-PENDING-COUNT                PIC 9(06) COMP VALUE ZERO.
006000     05  WS-RUN-YYYY                 PIC 9(04).
006100     05  WS-RUN-MM                   PIC 9(02).
006200     05  WS-RUN-DD                   PIC 9(02).
006210 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
006220 01  WS-RUN-TIME                     PIC 9(08).
006230 01  WS-BEFORE-IMAGE                 PIC X(140).
006300 01  WS-VOTER-AGE                    PIC S9(03) COMP.
006400 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
006500 01  WS-DOB-DISPLAY.
008700     PERFORM 2000-CHECK-ONE THRU 2000-EXIT
008800         UNTIL WS-EOF-YES.
008900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009000     GOBACK.
009100*
009200*********************************************************************
009300*    1000-INITIALIZE - OPEN THE MASTER FOR UPDATE IN KEY ORDER       *
009400*    AND START THE ACTIVATION REGISTER.  NO MASTER IS AN             *
009500*    OPERATIONS ERROR, NOT AN EMPTY COUNTY.  THE CHANGE JOURNAL      *
009510*    IS OPENED FOR APPEND, AND CREATED ON ITS FIRST USE.             *
009600*********************************************************************
009700 1000-INITIALIZE.
009800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009810     ACCEPT WS-RUN-TIME FROM TIME
009900     OPEN I-O MASTER-FILE
010000     IF WS-MASTER-STATUS NOT = "00"
010100         DISPLAY "VOTACTV ERROR - VOTER MASTER OPEN FAILED, "
010200             "STATUS " WS-MASTER-STATUS
010300         MOVE 16 TO RETURN-CODE
010400         GOBACK
010500     END-IF
010510     OPEN EXTEND JOURNAL-FILE
010520     IF WS-JOURNAL-STATUS = "35"
010530         OPEN OUTPUT JOURNAL-FILE
010540     END-IF
010550     IF WS-JOURNAL-STATUS NOT = "00"
010560         DISPLAY "VOTACTV ERROR - CHANGE JOURNAL OPEN FAILED, "
010570             "STATUS " WS-JOURNAL-STATUS
010580         MOVE 16 TO RETURN-CODE
010590         GOBACK
010595     END-IF
010600     OPEN OUTPUT REGISTER-FILE
010700     MOVE SPACES TO REGISTER-LINE
010800     STRING "PRE-REGISTRATION ACTIVATION REGISTER   RUN DATE "
014300     ADD 1 TO WS-PENDING-COUNT
014400     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
014500     IF WS-VOTER-AGE >= 18
014510         MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
014600         MOVE "A" TO MR-STATUS
014700         REWRITE MASTER-RECORD
014800         IF WS-MASTER-STATUS NOT = "00"
014900             DISPLAY "VOTACTV ERROR - MASTER REWRITE FAILED, "
015000                 "STATUS " WS-MASTER-STATUS
015100             MOVE 16 TO RETURN-CODE
015200             GOBACK
015300         END-IF
015310         PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT
015400         ADD 1 TO WS-ACTIVATED-COUNT
015500         MOVE "ACTIVATED" TO RD-DISPOSITION
015600         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
018800     WRITE REGISTER-LINE.
018900 2300-EXIT.
019000     EXIT.
019010*
019020*********************************************************************
019030*    2400-WRITE-JOURNAL - APPEND THE ACTIVATION JUST REWRITTEN TO    *
019040*    THE CHANGE JOURNAL, BEFORE AND AFTER.  A JOURNAL THAT CANNOT    *
019050*    BE WRITTEN ENDS THE RUN, AS A FAILED MASTER REWRITE DOES.       *
019060*********************************************************************
019070 2400-WRITE-JOURNAL.
019080     MOVE SPACES TO JOURNAL-RECORD
019090     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
019100     MOVE WS-RUN-TIME TO JR-RUN-TIME
019110     ACCEPT JR-ENTRY-TIME FROM TIME
019120     MOVE "VOTACTV" TO JR-PROGRAM
019130     MOVE "C" TO JR-ENTRY-TYPE
019140     MOVE "CAME OF AGE" TO JR-REASON
019150     MOVE MR-VOTER-ID TO JR-VOTER-ID
019160     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
019170     MOVE MASTER-RECORD TO JR-AFTER-IMAGE
019180     WRITE JOURNAL-RECORD
019190     IF WS-JOURNAL-STATUS NOT = "00"
019200         DISPLAY "VOTACTV ERROR - CHANGE JOURNAL WRITE FAILED, "
019210             "STATUS " WS-JOURNAL-STATUS " - VOTER "
019220             MR-VOTER-ID " ACTIVATED BUT NOT JOURNALED"
019230         MOVE 16 TO RETURN-CODE
019240         GOBACK
019250     END-IF.
019260 2400-EXIT.
019270     EXIT.
019280*
019290*********************************************************************
019300*    9000-TERMINATE - TRAILER COUNTS ON THE REGISTER, THEN CLOSE.    *
019400*********************************************************************
019500 9000-TERMINATE.
021400         INTO REGISTER-LINE
021500     WRITE REGISTER-LINE
021600     CLOSE MASTER-FILE
021650     CLOSE JOURNAL-FILE
021700     CLOSE REGISTER-FILE
021800     DISPLAY "VOTACTV - MASTER RECORDS READ : " WS-READ-COUNT
021900     DISPLAY "VOTACTV - ACTIVATED . . . . . : "
