002500*    DATE       INIT  DESCRIPTION                                  *
002600*    ---------  ----  ----------------------------------------- *
002700*    2026-09-02 RLH   ORIGINAL.                                  *
002710*    2026-10-15 RLH   BACKUP RECORD IS NOW 140 BYTES WITH THE    *
002720*                     RESIDENCE ADDRESS ON THE MASTER.           *
002730*    2026-10-15 RLH   A PRECRAL REALIGNMENT RUN TODAY IS TAKEN   *
002740*                     FROM ITS TOTALS FILE (REALTOT) - EACH      *
002750*                     PRECINCT'S NET REALIGNMENT IS ADDED TO     *
002760*                     LAST NIGHT'S COUNT BEFORE THE MOVEMENT IS  *
002770*                     MEASURED, AND THE RECORDS REALIGNED OUT    *
002780*                     MUST EQUAL THE RECORDS REALIGNED IN.       *
002790*    2026-10-15 RLH   ONCE THE GENERATION IS PROVEN A BACKUP     *
002791*                     MARKER IS APPENDED TO THE MASTER CHANGE    *
002792*                     JOURNAL (VOTJRNL, CPJRNL), SO VOTRCVR      *
002793*                     KNOWS WHICH JOURNAL ENTRIES THE            *
002794*                     GENERATION ALREADY HOLDS.                  *
002795*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
002796*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
002797*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
002798*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
002800*********************************************************************
002900*
003000 ENVIRONMENT DIVISION.
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TOTALS-STATUS.
005200
005210     SELECT REALTOT-FILE ASSIGN TO "REALTOT"
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-REALTOT-STATUS.
005240
005300     SELECT RPT-FILE ASSIGN TO "VOTBKRPT"
005400         ORGANIZATION IS SEQUENTIAL.
005410
005420     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
005430         ORGANIZATION IS SEQUENTIAL
005440         FILE STATUS IS WS-JOURNAL-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
006100
006200 FD  BACKUP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  BACKUP-RECORD                   PIC X(140).
006500
006600 FD  COUNTS-FILE
006700     LABEL RECORDS ARE STANDARD.
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CPPOSTT.
007600
007610 FD  REALTOT-FILE
007620     LABEL RECORDS ARE STANDARD.
007630     COPY CPREALT.
007640
007700 FD  RPT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  RPT-LINE                        PIC X(80).
007910
007920 FD  JOURNAL-FILE
007930     LABEL RECORDS ARE STANDARD.
007940     COPY CPJRNL.
008000*
008100 WORKING-STORAGE SECTION.
008200 77  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
008900 77  WS-BACKUP-STATUS                PIC X(02).
009000 77  WS-COUNTS-STATUS                PIC X(02).
009100 77  WS-TOTALS-STATUS                PIC X(02).
009110 77  WS-REALTOT-STATUS               PIC X(02).
009115 77  WS-JOURNAL-STATUS               PIC X(02).
009120 77  WS-REALTOT-EOF-SW               PIC X(01) VALUE "N".
009130     88  WS-REALTOT-EOF-YES          VALUE "Y".
009140 77  WS-REALIGNED-SW                 PIC X(01) VALUE "N".
009150     88  WS-REALIGNED-TODAY          VALUE "Y".
009200 77  WS-PRIOR-SW                     PIC X(01) VALUE "N".
009300     88  WS-PRIOR-COUNTS             VALUE "Y".
009400 77  WS-TOTALS-SW                    PIC X(01) VALUE "N".
010500 77  WS-PREC-COUNT                   PIC 9(04) COMP VALUE ZERO.
010600 77  WS-PC-IDX                       PIC 9(04) COMP.
010700 77  WS-SEARCH-IDX                   PIC 9(04) COMP.
010710 77  WS-REALIGNED-OUT                PIC 9(08) COMP VALUE ZERO.
010720 77  WS-REALIGNED-IN                 PIC 9(08) COMP VALUE ZERO.
010800 01  WS-MOVEMENT                     PIC S9(08) COMP.
010900 01  WS-EXPECTED-TOTAL               PIC 9(08) COMP.
011000
011100 01  WS-RUN-DATE-8                   PIC 9(08).
011110 01  WS-RUN-TIME                     PIC 9(08).
011200 01  WS-BACKUP-NAME.
011300     05  WS-BN-PREFIX                PIC X(06) VALUE "VOTMBK".
011400     05  WS-BN-DATE                  PIC 9(08).
012200         10  WS-PC-CODE              PIC X(05).
012300         10  WS-PC-TONIGHT           PIC 9(08) COMP.
012400         10  WS-PC-LASTNIGHT         PIC 9(08) COMP.
012410         10  WS-PC-REALIGNED         PIC S9(08) COMP.
012500*
012600 01  WS-RPT-DETAIL.
012700     05  RPD-PRECINCT                PIC X(05).
013100     05  RPD-TONIGHT                 PIC ZZZZZZZ9.
013200     05  FILLER                      PIC X(04) VALUE SPACES.
013300     05  RPD-MOVEMENT                PIC ZZZZZZZ9-.
013310     05  FILLER                      PIC X(04) VALUE SPACES.
013320     05  RPD-REALIGNED               PIC ZZZZZZZ9-.
013400*
013500 PROCEDURE DIVISION.
013600*
013900     PERFORM 2000-COPY-ONE THRU 2000-EXIT
014000         UNTIL WS-MASTER-EOF-YES.
014100     PERFORM 3000-VERIFY-BACKUP THRU 3000-EXIT.
014110     PERFORM 3500-MARK-JOURNAL THRU 3500-EXIT.
014200     PERFORM 4000-RECONCILE THRU 4000-EXIT.
014300     PERFORM 5000-SAVE-COUNTS THRU 5000-EXIT.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014500     GOBACK.
014600*
014700*********************************************************************
014800*    1000-INITIALIZE - LOAD LAST NIGHT'S PRECINCT COUNTS AND THE     *
015300*********************************************************************
015400 1000-INITIALIZE.
015500     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
015510     ACCEPT WS-RUN-TIME FROM TIME
015600     MOVE WS-RUN-DATE-8 TO WS-BN-DATE
015700     OPEN INPUT COUNTS-FILE
015800     IF WS-COUNTS-STATUS = "00"
017100         END-READ
017200         CLOSE TOTALS-FILE
017300     END-IF
017310     PERFORM 1200-LOAD-REALTOT THRU 1200-EXIT
017400     OPEN INPUT MASTER-FILE
017500     IF WS-MASTER-STATUS NOT = "00"
017600         DISPLAY "VOTBKUP ERROR - VOTER MASTER OPEN FAILED, "
017700             "STATUS " WS-MASTER-STATUS
017800         MOVE 16 TO RETURN-CODE
017900         GOBACK
018000     END-IF
018100     OPEN OUTPUT BACKUP-FILE
018200     IF WS-BACKUP-STATUS NOT = "00"
018300         DISPLAY "VOTBKUP ERROR - BACKUP GENERATION OPEN "
018400             "FAILED, STATUS " WS-BACKUP-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         GOBACK
018700     END-IF
018800     OPEN OUTPUT RPT-FILE
018900     MOVE SPACES TO RPT-LINE
019400     WRITE RPT-LINE
019500     MOVE SPACES TO RPT-LINE
019600     WRITE RPT-LINE
019700     MOVE "PRCNT  LAST NIGHT     TONIGHT    MOVEMENT    REALIGNED"
019800         TO RPT-LINE
019900     WRITE RPT-LINE.
020000 1000-EXIT.
021100                 MOVE ZERO TO WS-PC-TONIGHT (WS-PREC-COUNT)
021200                 MOVE BC-RECORD-COUNT
021300                     TO WS-PC-LASTNIGHT (WS-PREC-COUNT)
021310                 MOVE ZERO TO WS-PC-REALIGNED (WS-PREC-COUNT)
021400                 ADD BC-RECORD-COUNT TO WS-PRIOR-TOTAL
021500             END-IF
021600     END-READ.
021700 1100-EXIT.
021702     EXIT.
021704*
021706*********************************************************************
021708*    1200-LOAD-REALTOT - A PRECRAL REALIGNMENT STAMPED WITH TODAY'S  *
021710*    DATE MOVED RECORDS BETWEEN PRECINCTS WITHOUT POSTING ANY.       *
021712*    EACH PRECINCT'S NET REALIGNMENT IS HELD AGAINST ITS ENTRY SO    *
021714*    THE MOVEMENT COLUMN SHOWS ONLY THE DAY'S OWN POSTING WORK.  A   *
021716*    PRIOR DAY'S REALTOT IS IGNORED, AS A STALE POSTTOT IS.          *
021718*********************************************************************
021720 1200-LOAD-REALTOT.
021722     OPEN INPUT REALTOT-FILE
021724     IF WS-REALTOT-STATUS NOT = "00"
021726         GO TO 1200-EXIT
021728     END-IF
021730     PERFORM 1210-LOAD-ONE-REALTOT THRU 1210-EXIT
021732         UNTIL WS-REALTOT-EOF-YES
021734     CLOSE REALTOT-FILE.
021736 1200-EXIT.
021738     EXIT.
021740*
021742 1210-LOAD-ONE-REALTOT.
021744     READ REALTOT-FILE
021746         AT END
021748             MOVE "Y" TO WS-REALTOT-EOF-SW
021750             GO TO 1210-EXIT
021752     END-READ
021754     IF RT-RUN-DATE NOT = WS-RUN-DATE-8
021756         GO TO 1210-EXIT
021758     END-IF
021760     MOVE "Y" TO WS-REALIGNED-SW
021762     ADD RT-MOVED-OUT TO WS-REALIGNED-OUT
021764     ADD RT-MOVED-IN TO WS-REALIGNED-IN
021766     MOVE "N" TO WS-FOUND-SW
021768     PERFORM 1220-MATCH-REALTOT THRU 1220-EXIT
021770         VARYING WS-SEARCH-IDX FROM 1 BY 1
021772         UNTIL WS-SEARCH-IDX > WS-PREC-COUNT
021774            OR WS-FOUND-YES
021776     IF WS-FOUND-YES
021778         SUBTRACT 1 FROM WS-SEARCH-IDX
021780     ELSE
021782         IF WS-PREC-COUNT = 200
021784             DISPLAY "VOTBKUP WARNING - PRECINCT TABLE FULL, "
021786                 "REALIGNMENT FOR " RT-PRECINCT-CODE " NOT KEPT"
021788             GO TO 1210-EXIT
021790         END-IF
021792         ADD 1 TO WS-PREC-COUNT
021794         MOVE WS-PREC-COUNT TO WS-SEARCH-IDX
021796         MOVE RT-PRECINCT-CODE TO WS-PC-CODE (WS-SEARCH-IDX)
021798         MOVE ZERO TO WS-PC-TONIGHT (WS-SEARCH-IDX)
021800         MOVE ZERO TO WS-PC-LASTNIGHT (WS-SEARCH-IDX)
021802         MOVE ZERO TO WS-PC-REALIGNED (WS-SEARCH-IDX)
021804     END-IF
021806     ADD RT-MOVED-IN TO WS-PC-REALIGNED (WS-SEARCH-IDX)
021808     SUBTRACT RT-MOVED-OUT FROM WS-PC-REALIGNED (WS-SEARCH-IDX).
021810 1210-EXIT.
021812     EXIT.
021814*
021816 1220-MATCH-REALTOT.
021818     IF WS-PC-CODE (WS-SEARCH-IDX) = RT-PRECINCT-CODE
021820         MOVE "Y" TO WS-FOUND-SW
021822     END-IF.
021824 1220-EXIT.
021826     EXIT.
021900*
022000*********************************************************************
022100*    2000-COPY-ONE - READ ONE MASTER RECORD THROUGH THE INDEX,       *
025400         MOVE MR-PRECINCT-CODE TO WS-PC-CODE (WS-SEARCH-IDX)
025500         MOVE ZERO TO WS-PC-TONIGHT (WS-SEARCH-IDX)
025600         MOVE ZERO TO WS-PC-LASTNIGHT (WS-SEARCH-IDX)
025610         MOVE ZERO TO WS-PC-REALIGNED (WS-SEARCH-IDX)
025700     END-IF
025800     ADD 1 TO WS-PC-TONIGHT (WS-SEARCH-IDX).
025900 2100-EXIT.
028400             " RECORDS BUT " WS-COPY-COUNT " WERE COPIED - "
028500             "DO NOT TRUST THIS BACKUP"
028600         MOVE 16 TO RETURN-CODE
028700         GOBACK
028800     END-IF
028900     MOVE SPACES TO RPT-LINE
029000     WRITE RPT-LINE
031300 3100-EXIT.
031400     EXIT.
031500*
031502*********************************************************************
031504*    3500-MARK-JOURNAL - APPEND A BACKUP MARKER TO THE CHANGE        *
031506*    JOURNAL NAMING THE GENERATION JUST PROVEN AND ITS RECORD        *
031508*    COUNT.  EVERY JOURNAL ENTRY AFTER THE MARKER IS WORK THE        *
031510*    GENERATION DOES NOT HOLD - IT IS WHERE VOTRCVR STARTS ITS       *
031512*    ROLL FORWARD.  A BACKUP WITH NO MARKER CANNOT BE ROLLED         *
031514*    FORWARD, SO A JOURNAL THAT CANNOT BE WRITTEN FAILS THE RUN.     *
031516*********************************************************************
031518 3500-MARK-JOURNAL.
031520     OPEN EXTEND JOURNAL-FILE
031522     IF WS-JOURNAL-STATUS = "35"
031524         OPEN OUTPUT JOURNAL-FILE
031526     END-IF
031528     IF WS-JOURNAL-STATUS NOT = "00"
031530         DISPLAY "VOTBKUP ERROR - CHANGE JOURNAL OPEN FAILED, "
031532             "STATUS " WS-JOURNAL-STATUS ", BACKUP NOT MARKED"
031534         MOVE 16 TO RETURN-CODE
031536         GOBACK
031538     END-IF
031540     MOVE SPACES TO JOURNAL-RECORD
031542     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
031544     MOVE WS-RUN-TIME TO JR-RUN-TIME
031546     ACCEPT JR-ENTRY-TIME FROM TIME
031548     MOVE "VOTBKUP" TO JR-PROGRAM
031550     MOVE "B" TO JR-ENTRY-TYPE
031552     MOVE "BACKUP TAKEN" TO JR-REASON
031554     MOVE WS-BACKUP-NAME TO JR-BACKUP-NAME
031556     MOVE WS-COPY-COUNT TO JR-BACKUP-COUNT
031558     WRITE JOURNAL-RECORD
031560     IF WS-JOURNAL-STATUS NOT = "00"
031562         DISPLAY "VOTBKUP ERROR - CHANGE JOURNAL WRITE FAILED, "
031564             "STATUS " WS-JOURNAL-STATUS ", BACKUP NOT MARKED"
031566         MOVE 16 TO RETURN-CODE
031568         GOBACK
031570     END-IF
031572     CLOSE JOURNAL-FILE.
031574 3500-EXIT.
031576     EXIT.
031578*
031580*********************************************************************
031700*    4000-RECONCILE - ONE LINE PER PRECINCT OF LAST NIGHT,           *
031800*    TONIGHT AND THE MOVEMENT, THEN THE TOTAL MOVEMENT AGAINST       *
031900*    THE DAY'S POSTED COUNT.  A FIRST NIGHT HAS NO PRIOR COUNTS      *
032000*    AND SIMPLY TAKES THE BASELINE.  A REALIGNMENT ONLY MOVES        *
032010*    RECORDS, SO ITS MOVED-OUT TOTAL MUST EQUAL ITS MOVED-IN TOTAL.  *
032100*********************************************************************
032200 4000-RECONCILE.
032300     PERFORM 4100-REPORT-ONE-PRECINCT THRU 4100-EXIT
033800         MOVE "Y" TO WS-RECON-ERR-SW
033900         GO TO 4000-EXIT
034000     END-IF
034010     IF WS-REALIGNED-TODAY
034020         IF WS-REALIGNED-OUT = WS-REALIGNED-IN
034030             MOVE "REALIGNED OUT = REALIGNED IN. . . . IN BALANCE"
034040                 TO RPT-LINE
034050         ELSE
034060             MOVE "REALIGNED OUT = REALIGNED IN. . OUT OF BALANCE"
034070                 TO RPT-LINE
034080             MOVE "Y" TO WS-RECON-ERR-SW
034090         END-IF
034091         WRITE RPT-LINE
034092     END-IF
034100     COMPUTE WS-EXPECTED-TOTAL =
034200         WS-PRIOR-TOTAL + WS-POSTED-TODAY
034300     IF WS-COPY-COUNT = WS-EXPECTED-TOTAL
035800     MOVE WS-PC-TONIGHT (WS-PC-IDX) TO RPD-TONIGHT
035900     COMPUTE WS-MOVEMENT = WS-PC-TONIGHT (WS-PC-IDX)
036000         - WS-PC-LASTNIGHT (WS-PC-IDX)
036010         - WS-PC-REALIGNED (WS-PC-IDX)
036100     MOVE WS-MOVEMENT TO RPD-MOVEMENT
036110     MOVE WS-PC-REALIGNED (WS-PC-IDX) TO RPD-REALIGNED
036200     MOVE SPACES TO RPT-LINE
036300     MOVE WS-RPT-DETAIL TO RPT-LINE
036400     WRITE RPT-LINE.
