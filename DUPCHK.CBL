002500*    DATE       INIT  DESCRIPTION                                  *
002600*    ---------  ----  ----------------------------------------- *
002700*    2026-09-02 RLH   ORIGINAL.                                  *
002710*    2026-10-15 RLH   NEWREG RECORD IS NOW 110 BYTES WITH THE    *
002720*                     RESIDENCE ADDRESS.                         *
002730*    2026-10-15 RLH   AFTER THE MASTER PASS, ONE PASS DOWN THE   *
002740*                     VOTCHG PRIOR-KEY HISTORY (VOTPKEY) - AN    *
002750*                     APPLICANT UNDER A NAME OR DATE OF BIRTH A  *
002760*                     VOTER HAS BEEN RE-KEYED AWAY FROM IS HELD  *
002770*                     AND LISTED AS "PRIOR NAME" WITH THE        *
002780*                     CURRENT MASTER RECORD.  MASTER ACCESS IS   *
002790*                     NOW DYNAMIC FOR THE VOTER ID LOOK-UP.      *
002791*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
002792*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
002793*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
002794*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
002800*********************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003600
003700     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MR-VOTER-KEY
004100         ALTERNATE RECORD KEY IS MR-VOTER-ID
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-MASTER-STATUS.
004400
004410     SELECT PKEY-FILE ASSIGN TO "VOTPKEY"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS SEQUENTIAL
004440         RECORD KEY IS PK-OLD-KEY
004450         ALTERNATE RECORD KEY IS PK-VOTER-ID
004460             WITH DUPLICATES
004470         FILE STATUS IS WS-PKEY-STATUS.
004480
004500     SELECT CLEARED-FILE ASSIGN TO "NEWREGC"
004600         ORGANIZATION IS SEQUENTIAL.
004700
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CPMASTER.
006300
006310 FD  PKEY-FILE
006320     LABEL RECORDS ARE STANDARD.
006330     COPY CPPRKEY.
006340
006400 FD  CLEARED-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  CLEARED-RECORD                  PIC X(110).
006700
006800 FD  HELD-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  HELD-RECORD                     PIC X(110).
007100
007200 FD  RPT-FILE
007300     LABEL RECORDS ARE STANDARD.
008200 77  WS-MASTER-STATUS                PIC X(02).
008210 77  WS-MASTER-OPEN-SW               PIC X(01) VALUE "N".
008220     88  WS-MASTER-OPEN              VALUE "Y".
008230 77  WS-PKEY-EOF-SW                  PIC X(01) VALUE "N".
008240     88  WS-PKEY-EOF-YES             VALUE "Y".
008250 77  WS-PKEY-STATUS                  PIC X(02).
008260 77  WS-PKEY-OPEN-SW                 PIC X(01) VALUE "N".
008270     88  WS-PKEY-OPEN                VALUE "Y".
008280 77  WS-PKEY-FOUND-SW                PIC X(01).
008290     88  WS-PKEY-FOUND               VALUE "Y".
008300
008400 77  WS-NR-COUNT                     PIC 9(04) COMP VALUE ZERO.
008500 77  WS-NR-IDX                       PIC 9(04) COMP.
008800 77  WS-CLEARED-COUNT                PIC 9(06) COMP VALUE ZERO.
008900 77  WS-HIT-COUNT                    PIC 9(06) COMP VALUE ZERO.
008910 77  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
008920 77  WS-PKEY-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
008930 77  WS-PRIOR-HIT-COUNT              PIC 9(06) COMP VALUE ZERO.
009000
009100 01  WS-MASTER-STD-NAME              PIC X(30).
009110 01  WS-PKEY-STD-NAME                PIC X(30).
009200 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
009300*
009400*    THE DAY'S NEW REGISTRANTS HELD IN CORE, EACH WITH ITS
009700 01  WS-NEWREG-TABLE.
009800     05  WS-NR-ENTRY OCCURS 1 TO 500 TIMES
009900         DEPENDING ON WS-NR-COUNT.
010000         10  WS-NR-RECORD            PIC X(110).
010100         10  WS-NR-NAME              PIC X(30).
010200         10  WS-NR-STD-NAME          PIC X(30).
010300         10  WS-NR-DOB               PIC 9(08).
011300     05  RPD-MASTER-ID               PIC X(10).
011400     05  FILLER                      PIC X(02) VALUE SPACES.
011500     05  RPD-MASTER-PRECINCT        PIC X(05).
011510     05  FILLER                      PIC X(02) VALUE SPACES.
011520     05  RPD-NOTE                    PIC X(12) VALUE SPACES.
011600*
011700 PROCEDURE DIVISION.
011800*
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-SCAN-ONE-MASTER THRU 2000-EXIT
012200         UNTIL WS-MASTER-EOF-YES.
012210     PERFORM 3000-SCAN-ONE-PRIOR-KEY THRU 3000-EXIT
012220         UNTIL WS-PKEY-EOF-YES.
012300     PERFORM 4000-SPLIT-NEWREG THRU 4000-EXIT.
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012500     GOBACK.
012600*
012700*********************************************************************
012800*    1000-INITIALIZE - LOAD THE DAY'S NEW REGISTRANTS AND THEIR      *
013600         DISPLAY "DUPCHK ERROR - NEW REGISTRANT FILE OPEN "
013700             "FAILED, STATUS " WS-NEWREG-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         GOBACK
014000     END-IF
014100     PERFORM 1100-LOAD-ONE-NEWREG THRU 1100-EXIT
014200         UNTIL WS-NEWREG-EOF-YES
016160             DISPLAY "DUPCHK ERROR - VOTER MASTER OPEN FAILED, "
016170                 "STATUS " WS-MASTER-STATUS
016180             MOVE 16 TO RETURN-CODE
016190             GOBACK
016191     END-EVALUATE
016192*
016193*    NO PRIOR-KEY HISTORY YET MEANS NOBODY HAS BEEN RE-KEYED.
016194     OPEN INPUT PKEY-FILE
016195     EVALUATE WS-PKEY-STATUS
016196         WHEN "00"
016197             MOVE "Y" TO WS-PKEY-OPEN-SW
016198         WHEN "35"
016199             MOVE "Y" TO WS-PKEY-EOF-SW
016200         WHEN OTHER
016210             DISPLAY "DUPCHK ERROR - PRIOR-KEY HISTORY OPEN "
016220                 "FAILED, STATUS " WS-PKEY-STATUS
016230             MOVE 16 TO RETURN-CODE
016240             GOBACK
016250     END-EVALUATE
016400     OPEN OUTPUT RPT-FILE
016500     MOVE "POSSIBLE DUPLICATE REVIEW REPORT" TO RPT-LINE
016600     WRITE RPT-LINE
017000         TO RPT-LINE
017100     MOVE "MASTER RECORD NAME              VOTER ID    PRCNT"
017200         TO RPT-LINE (43:)
017210     MOVE "NOTE" TO RPT-LINE (94:)
017300     WRITE RPT-LINE.
017400 1000-EXIT.
017500     EXIT.
023100     END-IF.
023200 2100-EXIT.
023300     EXIT.
023310*
023320*********************************************************************
023330*    3000-SCAN-ONE-PRIOR-KEY - READ ONE PRIOR-KEY HISTORY RECORD     *
023340*    AND COMPARE THE NAME AND DATE OF BIRTH THE VOTER WAS RE-KEYED   *
023350*    AWAY FROM AGAINST EVERY APPLICANT.  HERE AN EXACT MATCH IS      *
023360*    HELD TOO - THE OLD KEY IS NO LONGER ON THE MASTER, SO THE       *
023370*    POSTING RUN'S KEY CHECK WOULD GIVE THE APPLICANT A SECOND       *
023380*    VOTER ID.  THE VOTER ID LEADS TO THE CURRENT MASTER RECORD;     *
023390*    A VOTER SINCE CANCELLED (OR GONE) MATCHES NOBODY.               *
023391*********************************************************************
023392 3000-SCAN-ONE-PRIOR-KEY.
023393     READ PKEY-FILE NEXT
023394         AT END
023395             MOVE "Y" TO WS-PKEY-EOF-SW
023396             GO TO 3000-EXIT
023397     END-READ
023398     ADD 1 TO WS-PKEY-READ-COUNT
023399     MOVE "N" TO WS-PKEY-FOUND-SW
023400     IF NOT WS-MASTER-OPEN
023401         GO TO 3000-EXIT
023402     END-IF
023403     MOVE PK-VOTER-ID TO MR-VOTER-ID
023404     READ MASTER-FILE KEY IS MR-VOTER-ID
023405         INVALID KEY GO TO 3000-EXIT
023406     END-READ
023407     IF MR-STATUS-CANCELLED
023408         GO TO 3000-EXIT
023409     END-IF
023410     CALL "NAMESTD" USING PK-OLD-NAME, WS-PKEY-STD-NAME
023411     PERFORM 3100-COMPARE-ONE-PRIOR THRU 3100-EXIT
023412         VARYING WS-NR-IDX FROM 1 BY 1
023413         UNTIL WS-NR-IDX > WS-NR-COUNT.
023414 3000-EXIT.
023415     EXIT.
023416*
023417 3100-COMPARE-ONE-PRIOR.
023418     IF WS-NR-DOB (WS-NR-IDX) = PK-OLD-DOB
023419         AND WS-NR-STD-NAME (WS-NR-IDX) = WS-PKEY-STD-NAME
023420         ADD 1 TO WS-PRIOR-HIT-COUNT
023421         MOVE "Y" TO WS-NR-HELD-SW (WS-NR-IDX)
023422         MOVE WS-NR-NAME (WS-NR-IDX) TO RPD-APPLICANT-NAME
023423         MOVE WS-NR-DOB (WS-NR-IDX) TO RPD-DOB
023424         MOVE MR-VOTER-NAME TO RPD-MASTER-NAME
023425         MOVE MR-VOTER-ID TO RPD-MASTER-ID
023426         MOVE MR-PRECINCT-CODE TO RPD-MASTER-PRECINCT
023427         MOVE "PRIOR NAME" TO RPD-NOTE
023428         MOVE SPACES TO RPT-LINE
023429         MOVE WS-RPT-DETAIL TO RPT-LINE
023430         WRITE RPT-LINE
023431         MOVE SPACES TO RPD-NOTE
023432     END-IF.
023433 3100-EXIT.
023434     EXIT.
023435*
023500*********************************************************************
023600*    4000-SPLIT-NEWREG - EVERY APPLICANT GOES EXACTLY ONE WAY -      *
023700*    HELD FOR REVIEW OR CLEARED THROUGH TO THE POSTING FILE.         *
027400     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
027500     MOVE "NEAR-MATCH LINES LISTED . . . :" TO RPT-LINE (1:32)
027600     WRITE RPT-LINE
027610     MOVE WS-PKEY-READ-COUNT TO WS-COUNT-DISPLAY
027620     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
027630     MOVE "PRIOR-KEY RECORDS SCANNED . . :" TO RPT-LINE (1:32)
027640     WRITE RPT-LINE
027650     MOVE WS-PRIOR-HIT-COUNT TO WS-COUNT-DISPLAY
027660     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
027670     MOVE "PRIOR-NAME LINES LISTED . . . :" TO RPT-LINE (1:32)
027680     WRITE RPT-LINE
027700     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
027800     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
027900     MOVE "HELD FOR CLERICAL REVIEW. . . :" TO RPT-LINE (1:32)
028500     IF WS-MASTER-OPEN
028600         CLOSE MASTER-FILE
028700     END-IF
028710     IF WS-PKEY-OPEN
028720         CLOSE PKEY-FILE
028730     END-IF
028800     CLOSE CLEARED-FILE
028900     CLOSE HELD-FILE
029000     CLOSE RPT-FILE
