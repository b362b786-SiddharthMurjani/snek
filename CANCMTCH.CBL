000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CANCMTCH.
000300 AUTHOR.         R L HOLLIS.
000400 INSTALLATION.   COUNTY ELECTIONS BOARD - DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800*********************************************************************
000900*    DESCRIPTION.  DEATH AND FELONY MATCHING.  READS THE STATE      *
001000*    VITAL-RECORDS DEATH FILE (DEATHIN) AND THE COURT FELONY-       *
001100*    CONVICTION FILE (CONVIN), EACH IN THE LAYOUT THE AGENCY        *
001200*    SENDS, AND MATCHES EVERY PERSON ON THEM AGAINST THE VOTER      *
001300*    MASTER IN ONE PASS DOWN THE INDEX - ON THE NAME AS NAMESTD     *
001400*    STANDARDIZES IT (SO "SMITH, JOHN JR" AND "SMITH JOHN" AGREE)   *
001500*    PLUS THE DATE OF BIRTH, THE SAME RULE DUPCHK USES.             *
001600*      - ONE EXACT MATCH ON A VOTER NOT ALREADY CANCELLED IS        *
001700*        WRITTEN TO THE PROPOSED CANCELLATION DECK (CANCPROP) IN    *
001800*        THE CANCIN CARD LAYOUT, WITH THE VOTER ID AND REASON D     *
001900*        (DEATH FILE) OR F (CONVICTION FILE)                        *
002000*      - A NEAR MATCH - THE SAME STANDARDIZED NAME WITH A DATE OF   *
002100*        BIRTH ONE DIGIT OFF, OR WITH MONTH AND DAY TRANSPOSED -    *
002200*        AND A PERSON WHO MATCHES MORE THAN ONE VOTER EXACTLY GO    *
002300*        TO THE REVIEW REPORT (MTCHRPT), NOT THE DECK               *
002400*      - A PERSON NOT ON THE ROLLS, OR ONLY ON A RECORD ALREADY     *
002500*        CANCELLED, IS COUNTED AND DROPPED                          *
002600*    THE CLERKS WORK THE REVIEW LINES, KEY A CARD FOR EACH ONE      *
002700*    THEY CONFIRM, AND FEED THE DECK TO VOTCANC AS CANCIN.  A       *
002800*    VOTER NAMED ON BOTH FILES, OR TWICE ON ONE, IS PROPOSED ONCE.  *
002900*    ONLY AN OFFENSE CLASS OF F ON THE CONVICTION FILE IS A         *
003000*    FELONY; ANY OTHER CLASS IS COUNTED AND SKIPPED.  EITHER FILE   *
003100*    MAY BE ABSENT FOR THE MONTH, BUT NOT BOTH.                     *
003200*                                                                   *
003300*    STATE DEATH RECORD (DEATHIN, 120 BYTES)                        *
003400*      COLS   1-12  DEATH CERTIFICATE NUMBER                        *
003500*      COLS  13-37  SURNAME                                         *
003600*      COLS  38-57  GIVEN NAME                                      *
003700*      COLS  58-77  MIDDLE NAME                                     *
003800*      COLS  78-81  SUFFIX                                          *
003900*      COLS  82-89  DATE OF BIRTH MMDDYYYY                          *
004000*      COLS  90-97  DATE OF DEATH MMDDYYYY                          *
004100*      COLS  98-100 COUNTY OF RESIDENCE CODE                        *
004200*    THE STATE SPLITS THE NAME WHERE THE MASTER CARRIES ONE FIELD,  *
004300*    SO THE NAME IS MATCHED THREE WAYS - SURNAME AND GIVEN NAME     *
004400*    WITH THE FULL MIDDLE NAME, WITH ITS INITIAL, AND WITHOUT IT,   *
004500*    EACH WITH THE SUFFIX, AS THE COUNTY MAY HAVE KEYED IT.         *
004600*                                                                   *
004700*    COURT CONVICTION RECORD (CONVIN, 100 BYTES)                    *
004800*      COLS   1-12  DOCKET NUMBER                                   *
004900*      COLS  13-42  DEFENDANT NAME, SURNAME FIRST                   *
005000*      COLS  43-50  DATE OF BIRTH YYYYMMDD                          *
005100*      COLS  51-58  DISPOSITION DATE YYYYMMDD                       *
005200*      COL   59     OFFENSE CLASS - F FELONY, M MISDEMEANOR         *
005300*      COLS  60-65  COURT CODE                                      *
005400*                                                                   *
005500*    RETURN CODE 4 WHEN THERE ARE REVIEW LINES FOR THE CLERKS,      *
005600*    8 WHEN THE AGENCY FILES OVERFLOW THE MATCH TABLE (THE          *
005700*    UNCHECKED PERSONS ARE LISTED), 16 ON A FILE ERROR.             *
005800*                                                                   *
005900*    MODIFICATION HISTORY                                           *
006000*    DATE       INIT  DESCRIPTION                                  *
006100*    ---------  ----  ----------------------------------------- *
006200*    2026-10-15 RLH   ORIGINAL.                                  *
006300*********************************************************************
006400*
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT DEATH-FILE ASSIGN TO "DEATHIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-DEATH-STATUS.
007100
007200     SELECT CONV-FILE ASSIGN TO "CONVIN"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-CONV-STATUS.
007500
007600     SELECT MASTER-FILE ASSIGN TO "VOTMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS MR-VOTER-KEY
008000         ALTERNATE RECORD KEY IS MR-VOTER-ID
008100             WITH DUPLICATES
008200         FILE STATUS IS WS-MASTER-STATUS.
008300
008400     SELECT PROPOSED-FILE ASSIGN TO "CANCPROP"
008500         ORGANIZATION IS SEQUENTIAL.
008600
008700     SELECT RPT-FILE ASSIGN TO "MTCHRPT"
008800         ORGANIZATION IS SEQUENTIAL.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  DEATH-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  DEATH-RECORD.
009500     05  DT-CERTIFICATE-NO           PIC X(12).
009600     05  DT-SURNAME                  PIC X(25).
009700     05  DT-GIVEN-NAME               PIC X(20).
009800     05  DT-MIDDLE-NAME              PIC X(20).
009900     05  DT-SUFFIX                   PIC X(04).
010000     05  DT-DOB-X                    PIC X(08).
010100     05  DT-DOB REDEFINES DT-DOB-X.
010200         10  DT-DOB-MM               PIC 9(02).
010300         10  DT-DOB-DD               PIC 9(02).
010400         10  DT-DOB-YYYY             PIC 9(04).
010500     05  DT-DEATH-DATE               PIC X(08).
010600     05  DT-COUNTY-CODE              PIC X(03).
010700     05  FILLER                      PIC X(20).
010800
010900 FD  CONV-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  CONVICTION-RECORD.
011200     05  CV-DOCKET-NO                PIC X(12).
011300     05  CV-DEFENDANT-NAME           PIC X(30).
011400     05  CV-DOB-X                    PIC X(08).
011500     05  CV-DOB REDEFINES CV-DOB-X   PIC 9(08).
011600     05  CV-DISPOSITION-DATE         PIC X(08).
011700     05  CV-OFFENSE-CLASS            PIC X(01).
011800         88  CV-FELONY               VALUE "F".
011900     05  CV-COURT-CODE               PIC X(06).
012000     05  FILLER                      PIC X(35).
012100
012200 FD  MASTER-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CPMASTER.
012500
012600*    THE CANCIN CARD AS VOTCANC READS IT.
012700 FD  PROPOSED-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  PROPOSED-CARD-RECORD.
013000     05  CN-VOTER-ID                 PIC X(10).
013100     05  CN-VOTER-NAME               PIC X(30).
013200     05  CN-DOB                      PIC 9(08).
013300     05  CN-REASON                   PIC X(01).
013400     05  FILLER                      PIC X(31).
013500
013600 FD  RPT-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  RPT-LINE                        PIC X(132).
013900*
014000 WORKING-STORAGE SECTION.
014100 77  WS-DEATH-EOF-SW                 PIC X(01) VALUE "N".
014200     88  WS-DEATH-EOF-YES            VALUE "Y".
014300 77  WS-CONV-EOF-SW                  PIC X(01) VALUE "N".
014400     88  WS-CONV-EOF-YES             VALUE "Y".
014500 77  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
014600     88  WS-MASTER-EOF-YES           VALUE "Y".
014700 77  WS-DEATH-STATUS                 PIC X(02).
014800 77  WS-CONV-STATUS                  PIC X(02).
014900 77  WS-MASTER-STATUS                PIC X(02).
015000 77  WS-DEATH-OPEN-SW                PIC X(01) VALUE "N".
015100     88  WS-DEATH-OPEN               VALUE "Y".
015200 77  WS-CONV-OPEN-SW                 PIC X(01) VALUE "N".
015300     88  WS-CONV-OPEN                VALUE "Y".
015400 77  WS-DUP-SW                       PIC X(01).
015500     88  WS-DUP-FOUND                VALUE "Y".
015600
015700 77  WS-DEATH-READ-COUNT             PIC 9(06) COMP VALUE ZERO.
015800 77  WS-CONV-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
015900 77  WS-NOT-FELONY-COUNT             PIC 9(06) COMP VALUE ZERO.
016000 77  WS-ERROR-COUNT                  PIC 9(06) COMP VALUE ZERO.
016100 77  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
016200 77  WS-MASTER-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
016300 77  WS-PROPOSED-D-COUNT             PIC 9(06) COMP VALUE ZERO.
016400 77  WS-PROPOSED-F-COUNT             PIC 9(06) COMP VALUE ZERO.
016500 77  WS-DUPLICATE-COUNT              PIC 9(06) COMP VALUE ZERO.
016600 77  WS-MULTIPLE-COUNT               PIC 9(06) COMP VALUE ZERO.
016700 77  WS-NEAR-LINE-COUNT              PIC 9(06) COMP VALUE ZERO.
016800 77  WS-NEAR-ONLY-COUNT              PIC 9(06) COMP VALUE ZERO.
016900 77  WS-CANCELLED-COUNT              PIC 9(06) COMP VALUE ZERO.
017000 77  WS-NOT-ON-ROLLS-COUNT           PIC 9(06) COMP VALUE ZERO.
017100 77  WS-AG-COUNT                     PIC 9(04) COMP VALUE ZERO.
017200 77  WS-AG-IDX                       PIC 9(04) COMP.
017300 77  WS-AG-PRIOR                     PIC 9(04) COMP.
017400 77  WS-DIGIT-SUB                    PIC 9(02) COMP.
017500 77  WS-DIGIT-DIFF                   PIC 9(02) COMP.
017600
017700 01  WS-RUN-DATE.
017800     05  WS-RUN-YYYY                 PIC 9(04).
017900     05  WS-RUN-MM                   PIC 9(02).
018000     05  WS-RUN-DD                   PIC 9(02).
018100 01  WS-COUNT-DISPLAY                PIC ZZZZZ9.
018200 01  WS-MASTER-STD-NAME              PIC X(30).
018300 01  WS-BUILT-NAME                   PIC X(30).
018400 01  WS-STD-NAME                     PIC X(30).
018500 01  WS-AGENCY-DOB.
018600     05  WS-AGENCY-DOB-YYYY          PIC 9(04).
018700     05  WS-AGENCY-DOB-MM            PIC 9(02).
018800     05  WS-AGENCY-DOB-DD            PIC 9(02).
018900 01  WS-AGENCY-DOB-8 REDEFINES WS-AGENCY-DOB PIC 9(08).
019000 01  WS-COMPARE-DOB                  PIC X(08).
019100 01  WS-DATE-SPLIT.
019200     05  WS-DS-YYYY                  PIC 9(04).
019300     05  WS-DS-MM                    PIC 9(02).
019400     05  WS-DS-DD                    PIC 9(02).
019500 01  WS-DATE-DISPLAY.
019600     05  WS-DD-YYYY                  PIC 9(04).
019700     05  FILLER                      PIC X(01) VALUE "-".
019800     05  WS-DD-MM                    PIC 9(02).
019900     05  FILLER                      PIC X(01) VALUE "-".
020000     05  WS-DD-DD                    PIC 9(02).
020100*
020200*    THE PERSONS ON BOTH AGENCY FILES HELD IN CORE, EACH WITH
020300*    THE STANDARDIZED FORMS OF ITS NAME, SO THE WHOLE MONTH IS
020400*    MATCHED IN ONE PASS DOWN THE MASTER INDEX.  THE FIRST EXACT
020500*    MATCH IS KEPT WITH THE ENTRY FOR THE PROPOSED CARD.
020600 01  WS-AGENCY-TABLE.
020700     05  WS-AG-ENTRY OCCURS 1 TO 1000 TIMES
020800         DEPENDING ON WS-AG-COUNT.
020900         10  WS-AG-REASON            PIC X(01).
021000         10  WS-AG-REFERENCE         PIC X(12).
021100         10  WS-AG-NAME              PIC X(30).
021200         10  WS-AG-STD-FULL          PIC X(30).
021300         10  WS-AG-STD-INITIAL       PIC X(30).
021400         10  WS-AG-STD-SHORT         PIC X(30).
021500         10  WS-AG-DOB               PIC 9(08).
021600         10  WS-AG-EXACT-COUNT       PIC 9(02) COMP.
021700         10  WS-AG-NEAR-COUNT        PIC 9(02) COMP.
021800         10  WS-AG-CANCELLED-SW      PIC X(01).
021900         10  WS-AG-VOTER-ID          PIC X(10).
022000         10  WS-AG-MASTER-NAME       PIC X(30).
022100         10  WS-AG-MASTER-DOB        PIC 9(08).
022200         10  WS-AG-PRECINCT          PIC X(05).
022300*
022400 01  WS-RPT-DETAIL.
022500     05  RD-REASON                   PIC X(01).
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  RD-REFERENCE                PIC X(12).
022800     05  FILLER                      PIC X(01) VALUE SPACES.
022900     05  RD-AGENCY-NAME              PIC X(30).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  RD-AGENCY-DOB               PIC X(10).
023200     05  FILLER                      PIC X(01) VALUE SPACES.
023300     05  RD-VOTER-ID                 PIC X(10).
023400     05  FILLER                      PIC X(01) VALUE SPACES.
023500     05  RD-MASTER-NAME              PIC X(30).
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  RD-MASTER-DOB               PIC X(10).
023800     05  FILLER                      PIC X(01) VALUE SPACES.
023900     05  RD-PRECINCT                 PIC X(05).
024000     05  FILLER                      PIC X(01) VALUE SPACES.
024100     05  RD-NOTE                     PIC X(15).
024200*
024300 PROCEDURE DIVISION.
024400*
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-SCAN-ONE-MASTER THRU 2000-EXIT
024800         UNTIL WS-MASTER-EOF-YES.
024900     PERFORM 3000-PROPOSE-ALL THRU 3000-EXIT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     STOP RUN.
025200*
025300*********************************************************************
025400*    1000-INITIALIZE - HEAD THE REPORT, LOAD BOTH AGENCY FILES       *
025500*    INTO THE TABLE (A RECORD IN ERROR OR OVER THE TABLE IS LISTED   *
025600*    FOR THE CLERKS AS IT IS READ), AND OPEN THE MASTER FOR THE      *
025700*    INDEX PASS.  A MATCHING RUN AGAINST NO MASTER IS AN             *
025800*    OPERATIONS ERROR.                                               *
025900*********************************************************************
026000 1000-INITIALIZE.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026200     OPEN INPUT DEATH-FILE
026300     EVALUATE WS-DEATH-STATUS
026400         WHEN "00"
026500             MOVE "Y" TO WS-DEATH-OPEN-SW
026600         WHEN "35"
026700             MOVE "Y" TO WS-DEATH-EOF-SW
026800         WHEN OTHER
026900             DISPLAY "CANCMTCH ERROR - DEATH FILE OPEN FAILED, "
027000                 "STATUS " WS-DEATH-STATUS
027100             MOVE 16 TO RETURN-CODE
027200             STOP RUN
027300     END-EVALUATE
027400     OPEN INPUT CONV-FILE
027500     EVALUATE WS-CONV-STATUS
027600         WHEN "00"
027700             MOVE "Y" TO WS-CONV-OPEN-SW
027800         WHEN "35"
027900             MOVE "Y" TO WS-CONV-EOF-SW
028000         WHEN OTHER
028100             DISPLAY "CANCMTCH ERROR - CONVICTION FILE OPEN "
028200                 "FAILED, STATUS " WS-CONV-STATUS
028300             MOVE 16 TO RETURN-CODE
028400             STOP RUN
028500     END-EVALUATE
028600     IF NOT WS-DEATH-OPEN AND NOT WS-CONV-OPEN
028700         DISPLAY "CANCMTCH ERROR - NEITHER DEATHIN NOR CONVIN "
028800             "IS PRESENT, NOTHING TO MATCH"
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     OPEN INPUT MASTER-FILE
029300     IF WS-MASTER-STATUS NOT = "00"
029400         DISPLAY "CANCMTCH ERROR - VOTER MASTER OPEN FAILED, "
029500             "STATUS " WS-MASTER-STATUS
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF
029900     OPEN OUTPUT PROPOSED-FILE
030000     OPEN OUTPUT RPT-FILE
030100     MOVE SPACES TO RPT-LINE
030200     STRING "DEATH AND FELONY MATCH REPORT   RUN DATE "
030300         DELIMITED BY SIZE
030400         WS-RUN-YYYY DELIMITED BY SIZE
030500         "-" DELIMITED BY SIZE
030600         WS-RUN-MM DELIMITED BY SIZE
030700         "-" DELIMITED BY SIZE
030800         WS-RUN-DD DELIMITED BY SIZE
030900         INTO RPT-LINE
031000     WRITE RPT-LINE
031100     MOVE SPACES TO RPT-LINE
031200     WRITE RPT-LINE
031300     MOVE "R  AGENCY REF   AGENCY NAME" TO RPT-LINE
031400     MOVE "DOB         VOTER ID   MASTER RECORD NAME"
031500         TO RPT-LINE (48:)
031600     MOVE "DOB         PRCNT NOTE" TO RPT-LINE (101:)
031700     WRITE RPT-LINE
031800     MOVE SPACES TO RPT-LINE
031900     WRITE RPT-LINE
032000     MOVE "*** FOR CLERICAL REVIEW - NOT ON THE PROPOSED DECK ***"
032100         TO RPT-LINE
032200     WRITE RPT-LINE
032300     PERFORM 1100-LOAD-ONE-DEATH THRU 1100-EXIT
032400         UNTIL WS-DEATH-EOF-YES
032500     PERFORM 1200-LOAD-ONE-CONVICTION THRU 1200-EXIT
032600         UNTIL WS-CONV-EOF-YES
032700     IF WS-DEATH-OPEN
032800         CLOSE DEATH-FILE
032900     END-IF
033000     IF WS-CONV-OPEN
033100         CLOSE CONV-FILE
033200     END-IF.
033300 1000-EXIT.
033400     EXIT.
033500*
033600*********************************************************************
033700*    1100-LOAD-ONE-DEATH - REBUILD THE STATE'S SPLIT NAME SURNAME    *
033800*    FIRST, AS THE MASTER CARRIES IT, IN ITS THREE FORMS, AND TURN   *
033900*    THE STATE'S MMDDYYYY DATE OF BIRTH AROUND TO YYYYMMDD.          *
034000*********************************************************************
034100 1100-LOAD-ONE-DEATH.
034200     READ DEATH-FILE
034300         AT END
034400             MOVE "Y" TO WS-DEATH-EOF-SW
034500             GO TO 1100-EXIT
034600     END-READ
034700     ADD 1 TO WS-DEATH-READ-COUNT
034800     MOVE SPACES TO WS-BUILT-NAME
034900     STRING DT-SURNAME DELIMITED BY "  "
035000         " " DELIMITED BY SIZE
035100         DT-GIVEN-NAME DELIMITED BY "  "
035200         INTO WS-BUILT-NAME
035300     MOVE "D" TO RD-REASON
035400     MOVE DT-CERTIFICATE-NO TO RD-REFERENCE
035500     IF DT-SURNAME = SPACES OR DT-GIVEN-NAME = SPACES
035600         OR DT-DOB-X NOT NUMERIC
035700         MOVE WS-BUILT-NAME TO RD-AGENCY-NAME
035800         MOVE DT-DOB-X TO RD-AGENCY-DOB
035900         MOVE "RECORD IN ERROR" TO RD-NOTE
036000         PERFORM 1500-LIST-UNLOADED THRU 1500-EXIT
036100         ADD 1 TO WS-ERROR-COUNT
036200         GO TO 1100-EXIT
036300     END-IF
036400     MOVE DT-DOB-YYYY TO WS-AGENCY-DOB-YYYY
036500     MOVE DT-DOB-MM TO WS-AGENCY-DOB-MM
036600     MOVE DT-DOB-DD TO WS-AGENCY-DOB-DD
036700     IF WS-AG-COUNT = 1000
036800         MOVE WS-BUILT-NAME TO RD-AGENCY-NAME
036900         MOVE WS-AGENCY-DOB-8 TO WS-DATE-SPLIT
037000         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
037100         MOVE WS-DATE-DISPLAY TO RD-AGENCY-DOB
037200         MOVE "NOT CHECKED" TO RD-NOTE
037300         PERFORM 1500-LIST-UNLOADED THRU 1500-EXIT
037400         ADD 1 TO WS-OVERFLOW-COUNT
037500         GO TO 1100-EXIT
037600     END-IF
037700     ADD 1 TO WS-AG-COUNT
037800     PERFORM 1300-CLEAR-ENTRY THRU 1300-EXIT
037900     MOVE "D" TO WS-AG-REASON (WS-AG-COUNT)
038000     MOVE DT-CERTIFICATE-NO TO WS-AG-REFERENCE (WS-AG-COUNT)
038100     MOVE WS-AGENCY-DOB-8 TO WS-AG-DOB (WS-AG-COUNT)
038200*
038300*    WITHOUT THE MIDDLE NAME.
038400     MOVE SPACES TO WS-BUILT-NAME
038500     STRING DT-SURNAME DELIMITED BY "  "
038600         " " DELIMITED BY SIZE
038700         DT-GIVEN-NAME DELIMITED BY "  "
038800         " " DELIMITED BY SIZE
038900         DT-SUFFIX DELIMITED BY "  "
039000         INTO WS-BUILT-NAME
039100     CALL "NAMESTD" USING WS-BUILT-NAME,
039200         WS-AG-STD-SHORT (WS-AG-COUNT)
039300*
039400*    WITH THE MIDDLE INITIAL.
039500     MOVE SPACES TO WS-BUILT-NAME
039600     STRING DT-SURNAME DELIMITED BY "  "
039700         " " DELIMITED BY SIZE
039800         DT-GIVEN-NAME DELIMITED BY "  "
039900         " " DELIMITED BY SIZE
040000         DT-MIDDLE-NAME (1:1) DELIMITED BY SIZE
040100         " " DELIMITED BY SIZE
040200         DT-SUFFIX DELIMITED BY "  "
040300         INTO WS-BUILT-NAME
040400     CALL "NAMESTD" USING WS-BUILT-NAME,
040500         WS-AG-STD-INITIAL (WS-AG-COUNT)
040600*
040700*    WITH THE FULL MIDDLE NAME - THE FORM PRINTED ON THE REPORT.
040800     MOVE SPACES TO WS-BUILT-NAME
040900     STRING DT-SURNAME DELIMITED BY "  "
041000         " " DELIMITED BY SIZE
041100         DT-GIVEN-NAME DELIMITED BY "  "
041200         " " DELIMITED BY SIZE
041300         DT-MIDDLE-NAME DELIMITED BY "  "
041400         " " DELIMITED BY SIZE
041500         DT-SUFFIX DELIMITED BY "  "
041600         INTO WS-BUILT-NAME
041700     CALL "NAMESTD" USING WS-BUILT-NAME,
041800         WS-AG-STD-FULL (WS-AG-COUNT)
041900     MOVE WS-BUILT-NAME TO WS-AG-NAME (WS-AG-COUNT).
042000 1100-EXIT.
042100     EXIT.
042200*
042300*********************************************************************
042400*    1200-LOAD-ONE-CONVICTION - THE COURT SENDS ONE NAME FIELD,      *
042500*    SURNAME FIRST, SO THERE IS ONLY THE ONE FORM TO MATCH.  A       *
042600*    CONVICTION BELOW A FELONY DOES NOT COST THE VOTE.               *
042700*********************************************************************
042800 1200-LOAD-ONE-CONVICTION.
042900     READ CONV-FILE
043000         AT END
043100             MOVE "Y" TO WS-CONV-EOF-SW
043200             GO TO 1200-EXIT
043300     END-READ
043400     ADD 1 TO WS-CONV-READ-COUNT
043500     IF NOT CV-FELONY
043600         ADD 1 TO WS-NOT-FELONY-COUNT
043700         GO TO 1200-EXIT
043800     END-IF
043900     MOVE "F" TO RD-REASON
044000     MOVE CV-DOCKET-NO TO RD-REFERENCE
044100     MOVE CV-DEFENDANT-NAME TO RD-AGENCY-NAME
044200     IF CV-DEFENDANT-NAME = SPACES
044300         OR CV-DOB-X NOT NUMERIC
044400         MOVE CV-DOB-X TO RD-AGENCY-DOB
044500         MOVE "RECORD IN ERROR" TO RD-NOTE
044600         PERFORM 1500-LIST-UNLOADED THRU 1500-EXIT
044700         ADD 1 TO WS-ERROR-COUNT
044800         GO TO 1200-EXIT
044900     END-IF
045000     IF WS-AG-COUNT = 1000
045100         MOVE CV-DOB TO WS-DATE-SPLIT
045200         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
045300         MOVE WS-DATE-DISPLAY TO RD-AGENCY-DOB
045400         MOVE "NOT CHECKED" TO RD-NOTE
045500         PERFORM 1500-LIST-UNLOADED THRU 1500-EXIT
045600         ADD 1 TO WS-OVERFLOW-COUNT
045700         GO TO 1200-EXIT
045800     END-IF
045900     ADD 1 TO WS-AG-COUNT
046000     PERFORM 1300-CLEAR-ENTRY THRU 1300-EXIT
046100     MOVE "F" TO WS-AG-REASON (WS-AG-COUNT)
046200     MOVE CV-DOCKET-NO TO WS-AG-REFERENCE (WS-AG-COUNT)
046300     MOVE CV-DEFENDANT-NAME TO WS-AG-NAME (WS-AG-COUNT)
046400     MOVE CV-DOB TO WS-AG-DOB (WS-AG-COUNT)
046500     CALL "NAMESTD" USING CV-DEFENDANT-NAME, WS-STD-NAME
046600     MOVE WS-STD-NAME TO WS-AG-STD-FULL (WS-AG-COUNT)
046700     MOVE WS-STD-NAME TO WS-AG-STD-INITIAL (WS-AG-COUNT)
046800     MOVE WS-STD-NAME TO WS-AG-STD-SHORT (WS-AG-COUNT).
046900 1200-EXIT.
047000     EXIT.
047100*
047200 1300-CLEAR-ENTRY.
047300     MOVE ZERO TO WS-AG-EXACT-COUNT (WS-AG-COUNT)
047400     MOVE ZERO TO WS-AG-NEAR-COUNT (WS-AG-COUNT)
047500     MOVE "N" TO WS-AG-CANCELLED-SW (WS-AG-COUNT)
047600     MOVE SPACES TO WS-AG-VOTER-ID (WS-AG-COUNT)
047700     MOVE SPACES TO WS-AG-MASTER-NAME (WS-AG-COUNT)
047800     MOVE ZERO TO WS-AG-MASTER-DOB (WS-AG-COUNT)
047900     MOVE SPACES TO WS-AG-PRECINCT (WS-AG-COUNT).
048000 1300-EXIT.
048100     EXIT.
048200*
048300*********************************************************************
048400*    1500-LIST-UNLOADED - A PERSON WHO COULD NOT BE MATCHED AT ALL   *
048500*    GOES ON THE REVIEW LIST FOR THE CLERKS TO LOOK UP BY HAND.      *
048600*********************************************************************
048700 1500-LIST-UNLOADED.
048800     MOVE SPACES TO RD-VOTER-ID
048900     MOVE SPACES TO RD-MASTER-NAME
049000     MOVE SPACES TO RD-MASTER-DOB
049100     MOVE SPACES TO RD-PRECINCT
049200     MOVE SPACES TO RPT-LINE
049300     MOVE WS-RPT-DETAIL TO RPT-LINE
049400     WRITE RPT-LINE.
049500 1500-EXIT.
049600     EXIT.
049700*
049800*********************************************************************
049900*    2000-SCAN-ONE-MASTER - READ ONE MASTER RECORD AND COMPARE ITS   *
050000*    STANDARDIZED NAME AND DATE OF BIRTH AGAINST EVERY PERSON IN     *
050100*    THE TABLE.  CANCELLED RECORDS ARE READ TOO, SO A PERSON WHOSE   *
050200*    ONLY MATCH IS ALREADY CANCELLED CAN BE COUNTED AS SUCH.         *
050300*********************************************************************
050400 2000-SCAN-ONE-MASTER.
050500     READ MASTER-FILE NEXT
050600         AT END
050700             MOVE "Y" TO WS-MASTER-EOF-SW
050800             GO TO 2000-EXIT
050900     END-READ
051000     ADD 1 TO WS-MASTER-READ-COUNT
051100     CALL "NAMESTD" USING MR-VOTER-NAME, WS-MASTER-STD-NAME
051200     PERFORM 2100-COMPARE-ONE THRU 2100-EXIT
051300         VARYING WS-AG-IDX FROM 1 BY 1
051400         UNTIL WS-AG-IDX > WS-AG-COUNT.
051500 2000-EXIT.
051600     EXIT.
051700*
051800*********************************************************************
051900*    2100-COMPARE-ONE - THE NAMES MUST AGREE IN ONE OF THE ENTRY'S   *
052000*    FORMS.  THE SAME DATE OF BIRTH IS AN EXACT MATCH; A SECOND      *
052100*    EXACT MATCH SENDS THE PERSON TO REVIEW, LISTING THE FIRST       *
052200*    VOTER KEPT AS WELL AS THIS ONE.  A NEAR DATE OF BIRTH ON A      *
052300*    VOTER NOT CANCELLED IS LISTED FOR REVIEW AS IT IS FOUND.        *
052400*********************************************************************
052500 2100-COMPARE-ONE.
052600     IF WS-MASTER-STD-NAME NOT = WS-AG-STD-FULL (WS-AG-IDX)
052700         AND WS-MASTER-STD-NAME
052800             NOT = WS-AG-STD-INITIAL (WS-AG-IDX)
052900         AND WS-MASTER-STD-NAME
053000             NOT = WS-AG-STD-SHORT (WS-AG-IDX)
053100         GO TO 2100-EXIT
053200     END-IF
053300     IF MR-DOB = WS-AG-DOB (WS-AG-IDX)
053400         IF MR-STATUS-CANCELLED
053500             MOVE "Y" TO WS-AG-CANCELLED-SW (WS-AG-IDX)
053600             GO TO 2100-EXIT
053700         END-IF
053800         ADD 1 TO WS-AG-EXACT-COUNT (WS-AG-IDX)
053900         IF WS-AG-EXACT-COUNT (WS-AG-IDX) = 1
054000             MOVE MR-VOTER-ID TO WS-AG-VOTER-ID (WS-AG-IDX)
054100             MOVE MR-VOTER-NAME TO WS-AG-MASTER-NAME (WS-AG-IDX)
054200             MOVE MR-DOB TO WS-AG-MASTER-DOB (WS-AG-IDX)
054300             MOVE MR-PRECINCT-CODE TO WS-AG-PRECINCT (WS-AG-IDX)
054400             GO TO 2100-EXIT
054500         END-IF
054600         IF WS-AG-EXACT-COUNT (WS-AG-IDX) = 2
054700             ADD 1 TO WS-MULTIPLE-COUNT
054800             PERFORM 2300-LIST-KEPT-MATCH THRU 2300-EXIT
054900         END-IF
055000         MOVE "MULTIPLE EXACT" TO RD-NOTE
055100         PERFORM 2400-LIST-MASTER-MATCH THRU 2400-EXIT
055200         GO TO 2100-EXIT
055300     END-IF
055400     IF MR-STATUS-CANCELLED
055500         GO TO 2100-EXIT
055600     END-IF
055700     IF MR-DOB-YYYY = WS-AG-DOB (WS-AG-IDX) (1:4)
055800         AND MR-DOB-MM = WS-AG-DOB (WS-AG-IDX) (7:2)
055900         AND MR-DOB-DD = WS-AG-DOB (WS-AG-IDX) (5:2)
056000         ADD 1 TO WS-AG-NEAR-COUNT (WS-AG-IDX)
056100         MOVE "MO/DAY SWAPPED" TO RD-NOTE
056200         PERFORM 2400-LIST-MASTER-MATCH THRU 2400-EXIT
056300         GO TO 2100-EXIT
056400     END-IF
056500     MOVE WS-AG-DOB (WS-AG-IDX) TO WS-COMPARE-DOB
056600     MOVE ZERO TO WS-DIGIT-DIFF
056700     PERFORM 2200-COMPARE-ONE-DIGIT THRU 2200-EXIT
056800         VARYING WS-DIGIT-SUB FROM 1 BY 1
056900         UNTIL WS-DIGIT-SUB > 8
057000     IF WS-DIGIT-DIFF = 1
057100         ADD 1 TO WS-AG-NEAR-COUNT (WS-AG-IDX)
057200         MOVE "DOB ONE DIGIT" TO RD-NOTE
057300         PERFORM 2400-LIST-MASTER-MATCH THRU 2400-EXIT
057400     END-IF.
057500 2100-EXIT.
057600     EXIT.
057700*
057800 2200-COMPARE-ONE-DIGIT.
057900     IF MR-DOB (WS-DIGIT-SUB:1)
058000         NOT = WS-COMPARE-DOB (WS-DIGIT-SUB:1)
058100         ADD 1 TO WS-DIGIT-DIFF
058200     END-IF.
058300 2200-EXIT.
058400     EXIT.
058500*
058600 2300-LIST-KEPT-MATCH.
058700     ADD 1 TO WS-NEAR-LINE-COUNT
058800     MOVE WS-AG-REASON (WS-AG-IDX) TO RD-REASON
058900     MOVE WS-AG-REFERENCE (WS-AG-IDX) TO RD-REFERENCE
059000     MOVE WS-AG-NAME (WS-AG-IDX) TO RD-AGENCY-NAME
059100     MOVE WS-AG-DOB (WS-AG-IDX) TO WS-DATE-SPLIT
059200     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
059300     MOVE WS-DATE-DISPLAY TO RD-AGENCY-DOB
059400     MOVE WS-AG-VOTER-ID (WS-AG-IDX) TO RD-VOTER-ID
059500     MOVE WS-AG-MASTER-NAME (WS-AG-IDX) TO RD-MASTER-NAME
059600     MOVE WS-AG-MASTER-DOB (WS-AG-IDX) TO WS-DATE-SPLIT
059700     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
059800     MOVE WS-DATE-DISPLAY TO RD-MASTER-DOB
059900     MOVE WS-AG-PRECINCT (WS-AG-IDX) TO RD-PRECINCT
060000     MOVE "MULTIPLE EXACT" TO RD-NOTE
060100     MOVE SPACES TO RPT-LINE
060200     MOVE WS-RPT-DETAIL TO RPT-LINE
060300     WRITE RPT-LINE.
060400 2300-EXIT.
060500     EXIT.
060600*
060700 2400-LIST-MASTER-MATCH.
060800     ADD 1 TO WS-NEAR-LINE-COUNT
060900     MOVE WS-AG-REASON (WS-AG-IDX) TO RD-REASON
061000     MOVE WS-AG-REFERENCE (WS-AG-IDX) TO RD-REFERENCE
061100     MOVE WS-AG-NAME (WS-AG-IDX) TO RD-AGENCY-NAME
061200     MOVE WS-AG-DOB (WS-AG-IDX) TO WS-DATE-SPLIT
061300     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
061400     MOVE WS-DATE-DISPLAY TO RD-AGENCY-DOB
061500     MOVE MR-VOTER-ID TO RD-VOTER-ID
061600     MOVE MR-VOTER-NAME TO RD-MASTER-NAME
061700     MOVE MR-DOB TO WS-DATE-SPLIT
061800     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
061900     MOVE WS-DATE-DISPLAY TO RD-MASTER-DOB
062000     MOVE MR-PRECINCT-CODE TO RD-PRECINCT
062100     MOVE SPACES TO RPT-LINE
062200     MOVE WS-RPT-DETAIL TO RPT-LINE
062300     WRITE RPT-LINE.
062400 2400-EXIT.
062500     EXIT.
062600*
062700*********************************************************************
062800*    3000-PROPOSE-ALL - AFTER THE MASTER PASS EVERY PERSON IN THE    *
062900*    TABLE GOES EXACTLY ONE WAY - ONTO THE PROPOSED DECK, TO REVIEW  *
063000*    (ALREADY LISTED), OR COUNTED AND DROPPED.                       *
063100*********************************************************************
063200 3000-PROPOSE-ALL.
063300     MOVE SPACES TO RPT-LINE
063400     WRITE RPT-LINE
063500     MOVE "*** PROPOSED CANCELLATIONS - WRITTEN TO CANCPROP ***"
063600         TO RPT-LINE
063700     WRITE RPT-LINE
063800     PERFORM 3100-PROPOSE-ONE THRU 3100-EXIT
063900         VARYING WS-AG-IDX FROM 1 BY 1
064000         UNTIL WS-AG-IDX > WS-AG-COUNT.
064100 3000-EXIT.
064200     EXIT.
064300*
064400 3100-PROPOSE-ONE.
064500     EVALUATE TRUE
064600         WHEN WS-AG-EXACT-COUNT (WS-AG-IDX) > 1
064700             GO TO 3100-EXIT
064800         WHEN WS-AG-EXACT-COUNT (WS-AG-IDX) = 1
064900             CONTINUE
065000         WHEN WS-AG-NEAR-COUNT (WS-AG-IDX) > ZERO
065100             ADD 1 TO WS-NEAR-ONLY-COUNT
065200             GO TO 3100-EXIT
065300         WHEN WS-AG-CANCELLED-SW (WS-AG-IDX) = "Y"
065400             ADD 1 TO WS-CANCELLED-COUNT
065500             GO TO 3100-EXIT
065600         WHEN OTHER
065700             ADD 1 TO WS-NOT-ON-ROLLS-COUNT
065800             GO TO 3100-EXIT
065900     END-EVALUATE
066000*
066100*    THE SAME VOTER ALREADY PROPOSED FROM AN EARLIER NOTICE - ON
066200*    THE OTHER FILE OR REPEATED ON THIS ONE - GETS NO SECOND CARD.
066300     MOVE "N" TO WS-DUP-SW
066400     PERFORM 3200-CHECK-ONE-EARLIER THRU 3200-EXIT
066500         VARYING WS-AG-PRIOR FROM 1 BY 1
066600         UNTIL WS-AG-PRIOR NOT < WS-AG-IDX
066700         OR WS-DUP-FOUND
066800     IF WS-DUP-FOUND
066900         ADD 1 TO WS-DUPLICATE-COUNT
067000         GO TO 3100-EXIT
067100     END-IF
067200     MOVE SPACES TO PROPOSED-CARD-RECORD
067300     MOVE WS-AG-VOTER-ID (WS-AG-IDX) TO CN-VOTER-ID
067400     MOVE WS-AG-MASTER-NAME (WS-AG-IDX) TO CN-VOTER-NAME
067500     MOVE WS-AG-MASTER-DOB (WS-AG-IDX) TO CN-DOB
067600     MOVE WS-AG-REASON (WS-AG-IDX) TO CN-REASON
067700     WRITE PROPOSED-CARD-RECORD
067800     IF WS-AG-REASON (WS-AG-IDX) = "D"
067900         ADD 1 TO WS-PROPOSED-D-COUNT
068000         MOVE "DECEASED" TO RD-NOTE
068100     ELSE
068200         ADD 1 TO WS-PROPOSED-F-COUNT
068300         MOVE "FELONY" TO RD-NOTE
068400     END-IF
068500     MOVE WS-AG-REASON (WS-AG-IDX) TO RD-REASON
068600     MOVE WS-AG-REFERENCE (WS-AG-IDX) TO RD-REFERENCE
068700     MOVE WS-AG-NAME (WS-AG-IDX) TO RD-AGENCY-NAME
068800     MOVE WS-AG-DOB (WS-AG-IDX) TO WS-DATE-SPLIT
068900     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
069000     MOVE WS-DATE-DISPLAY TO RD-AGENCY-DOB
069100     MOVE WS-AG-VOTER-ID (WS-AG-IDX) TO RD-VOTER-ID
069200     MOVE WS-AG-MASTER-NAME (WS-AG-IDX) TO RD-MASTER-NAME
069300     MOVE WS-AG-MASTER-DOB (WS-AG-IDX) TO WS-DATE-SPLIT
069400     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
069500     MOVE WS-DATE-DISPLAY TO RD-MASTER-DOB
069600     MOVE WS-AG-PRECINCT (WS-AG-IDX) TO RD-PRECINCT
069700     MOVE SPACES TO RPT-LINE
069800     MOVE WS-RPT-DETAIL TO RPT-LINE
069900     WRITE RPT-LINE.
070000 3100-EXIT.
070100     EXIT.
070200*
070300 3200-CHECK-ONE-EARLIER.
070400     IF WS-AG-EXACT-COUNT (WS-AG-PRIOR) = 1
070500         AND WS-AG-VOTER-ID (WS-AG-PRIOR)
070600             = WS-AG-VOTER-ID (WS-AG-IDX)
070700         MOVE "Y" TO WS-DUP-SW
070800     END-IF.
070900 3200-EXIT.
071000     EXIT.
071100*
071200 8100-FORMAT-DATE.
071300     MOVE WS-DS-YYYY TO WS-DD-YYYY
071400     MOVE WS-DS-MM TO WS-DD-MM
071500     MOVE WS-DS-DD TO WS-DD-DD.
071600 8100-EXIT.
071700     EXIT.
071800*
071900*********************************************************************
072000*    9000-TERMINATE - COUNTS ON THE REPORT - EVERY FELONY AND        *
072100*    DEATH RECORD READ IS PROPOSED, A DUPLICATE NOTICE, UNDER        *
072200*    REVIEW, ALREADY CANCELLED, NOT ON THE ROLLS, IN ERROR OR NOT    *
072300*    CHECKED - AND THE RETURN CODE.                                  *
072400*********************************************************************
072500 9000-TERMINATE.
072600     MOVE SPACES TO RPT-LINE
072700     WRITE RPT-LINE
072800     MOVE WS-DEATH-READ-COUNT TO WS-COUNT-DISPLAY
072900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
073000     MOVE "DEATH RECORDS READ. . . . . . :" TO RPT-LINE (1:32)
073100     WRITE RPT-LINE
073200     MOVE WS-CONV-READ-COUNT TO WS-COUNT-DISPLAY
073300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
073400     MOVE "CONVICTION RECORDS READ . . . :" TO RPT-LINE (1:32)
073500     WRITE RPT-LINE
073600     MOVE WS-NOT-FELONY-COUNT TO WS-COUNT-DISPLAY
073700     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
073800     MOVE "  NOT A FELONY - SKIPPED. . . :" TO RPT-LINE (1:32)
073900     WRITE RPT-LINE
074000     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY
074100     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
074200     MOVE "MASTER RECORDS SCANNED. . . . :" TO RPT-LINE (1:32)
074300     WRITE RPT-LINE
074400     MOVE WS-PROPOSED-D-COUNT TO WS-COUNT-DISPLAY
074500     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
074600     MOVE "PROPOSED - DECEASED . . . . . :" TO RPT-LINE (1:32)
074700     WRITE RPT-LINE
074800     MOVE WS-PROPOSED-F-COUNT TO WS-COUNT-DISPLAY
074900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
075000     MOVE "PROPOSED - FELONY . . . . . . :" TO RPT-LINE (1:32)
075100     WRITE RPT-LINE
075200     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
075300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
075400     MOVE "DUPLICATE NOTICES DROPPED . . :" TO RPT-LINE (1:32)
075500     WRITE RPT-LINE
075600     MOVE WS-MULTIPLE-COUNT TO WS-COUNT-DISPLAY
075700     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
075800     MOVE "REVIEW - MULTIPLE EXACT . . . :" TO RPT-LINE (1:32)
075900     WRITE RPT-LINE
076000     MOVE WS-NEAR-ONLY-COUNT TO WS-COUNT-DISPLAY
076100     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
076200     MOVE "REVIEW - NEAR MATCH ONLY. . . :" TO RPT-LINE (1:32)
076300     WRITE RPT-LINE
076400     MOVE WS-NEAR-LINE-COUNT TO WS-COUNT-DISPLAY
076500     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
076600     MOVE "REVIEW LINES LISTED . . . . . :" TO RPT-LINE (1:32)
076700     WRITE RPT-LINE
076800     MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISPLAY
076900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
077000     MOVE "ALREADY CANCELLED - DROPPED . :" TO RPT-LINE (1:32)
077100     WRITE RPT-LINE
077200     MOVE WS-NOT-ON-ROLLS-COUNT TO WS-COUNT-DISPLAY
077300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
077400     MOVE "NOT ON THE ROLLS - DROPPED. . :" TO RPT-LINE (1:32)
077500     WRITE RPT-LINE
077600     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
077700     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
077800     MOVE "RECORDS IN ERROR - LISTED . . :" TO RPT-LINE (1:32)
077900     WRITE RPT-LINE
078000     MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
078100     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
078200     MOVE "NOT CHECKED (OVERFLOW) - LISTED" TO RPT-LINE (1:32)
078300     WRITE RPT-LINE
078400     CLOSE MASTER-FILE
078500     CLOSE PROPOSED-FILE
078600     CLOSE RPT-FILE
078700     IF WS-OVERFLOW-COUNT > ZERO
078800         DISPLAY "CANCMTCH ERROR - AGENCY FILES EXCEED 1000 "
078900             "PERSONS, REMAINDER LISTED UNCHECKED - SPLIT THE RUN"
079000         MOVE 8 TO RETURN-CODE
079100     END-IF
079200     IF WS-NEAR-LINE-COUNT > ZERO OR WS-ERROR-COUNT > ZERO
079300         IF RETURN-CODE = ZERO
079400             MOVE 4 TO RETURN-CODE
079500         END-IF
079600     END-IF.
079700 9000-EXIT.
079800     EXIT.
079900*
080000 9100-WRITE-COUNT-LINE.
080100     MOVE SPACES TO RPT-LINE
080200     MOVE WS-COUNT-DISPLAY TO RPT-LINE (34:6).
080300 9100-EXIT.
080400     EXIT.
