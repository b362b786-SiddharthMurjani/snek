001800*    CARDS, AND FEED THEM BACK THROUGH - INSTEAD OF A BAD CARD      *
001900*    SURFACING AS ONE BURIED VERIFY LINE IN THE MIDDLE OF THE       *
002000*    ELIGIBILITY REPORT.                                            *
002010*                                                                   *
002020*    THE RESIDENCE ADDRESS IS LOOKED UP ON THE STREET RANGE FILE    *
002030*    (STREETRG, CPSTRRG LAYOUT).  A CARD KEYED WITHOUT A PRECINCT   *
002040*    IS ASSIGNED THE PRECINCT OF ITS RANGE; A CARD KEYED WITH ONE   *
002050*    MUST AGREE WITH ITS RANGE.  AN ADDRESS IN NO RANGE, OR A       *
002060*    KEYED PRECINCT THE RANGE DISAGREES WITH, SUSPENDS THE CARD.    *
002070*                                                                   *
002080*    THE APPLICATION-RECEIVED DATE (COLS 97-104, YYYYMMDD) MUST BE  *
002090*    A REAL CALENDAR DATE NO LATER THAN TODAY.  CHECKVOTERAGE       *
002095*    HOLDS IT AGAINST THE CLOSE OF BOOKS FOR THE NEXT ELECTION.     *
002100*                                                                   *
002200*    MODIFICATION HISTORY                                           *
002300*    DATE       INIT  DESCRIPTION                                  *
002520*                     RECORD SO THE SUSPCOR AGING REPORT CAN    *
002530*                     SHOW HOW LONG EACH REJECT HAS SAT         *
002540*                     UNWORKED.                                 *
002550*    2026-10-15 RLH   ADDED THE RESIDENCE ADDRESS EDIT AND       *
002560*                     PRECINCT ASSIGNMENT FROM THE STREET RANGE  *
002570*                     FILE (2500-EDIT-ADDRESS), REASON CODES     *
002580*                     60-62.  VOTERIN IS NOW THE 120-BYTE CARD.  *
002590*    2026-10-15 RLH   ADDED THE APPLICATION-RECEIVED DATE EDIT   *
002591*                     (2600-EDIT-RECEIVED-DATE), REASON CODES    *
002592*                     70-72.  2350-CHECK-LEAP-YEAR NOW TESTS     *
002593*                     WS-LEAP-YYYY SO BOTH DATES CAN USE IT.     *
002594*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
002595*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
002596*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
002597*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
002600*********************************************************************
002700*
002800 ENVIRONMENT DIVISION.
003700
003800     SELECT SUSPENSE-FILE ASSIGN TO "VOTSUSP"
003900         ORGANIZATION IS SEQUENTIAL.
003910
003920     SELECT STREET-FILE ASSIGN TO "STREETRG"
003930         ORGANIZATION IS SEQUENTIAL
003940         FILE STATUS IS WS-STREET-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004600
004700 FD  CLEAN-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  CLEAN-RECORD                    PIC X(120).
005000
005100 FD  SUSPENSE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CPSUSP.
005310
005320 FD  STREET-FILE
005330     LABEL RECORDS ARE STANDARD.
005340     COPY CPSTRRG.
005400*
005500 WORKING-STORAGE SECTION.
005600 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005800 77  WS-RAW-STATUS                   PIC X(02).
005900 77  WS-RECORD-GOOD-SW               PIC X(01).
006000     88  WS-RECORD-GOOD              VALUE "Y".
006010 77  WS-STREET-STATUS                PIC X(02).
006020 77  WS-STREET-EOF-SW                PIC X(01) VALUE "N".
006030     88  WS-STREET-EOF-YES           VALUE "Y".
006040 77  WS-RANGE-MODE-SW                PIC X(01) VALUE "N".
006050     88  WS-RANGE-MODE               VALUE "Y".
006060 77  WS-RANGE-FOUND-SW               PIC X(01).
006070     88  WS-RANGE-FOUND              VALUE "Y".
006080 77  WS-ASSIGN-SW                    PIC X(01).
006090     88  WS-ASSIGN-PRECINCT          VALUE "Y".
006100
006200 77  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
006300 77  WS-CLEAN-COUNT                  PIC 9(08) COMP VALUE ZERO.
006400 77  WS-SUSPENSE-COUNT               PIC 9(08) COMP VALUE ZERO.
006410 77  WS-ASSIGNED-COUNT               PIC 9(08) COMP VALUE ZERO.
006420 77  WS-SEG-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
006430 77  WS-SEG-COUNT                    PIC 9(04) COMP VALUE ZERO.
006440 77  WS-SG-IDX                       PIC 9(04) COMP.
006450 77  WS-HOUSE-QUOTIENT               PIC 9(05) COMP.
006460 77  WS-HOUSE-REMAINDER              PIC 9(01) COMP.
006470 77  WS-RANGE-PRECINCT               PIC X(05).
006500
006600 01  WS-DAYS-TABLE-VALUES            PIC X(24)
006700     VALUE "312831303130313130313031".
006900     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
007000                                     PIC 9(02).
007100 77  WS-MAX-DAY                      PIC 9(02).
007150 77  WS-LEAP-YYYY                    PIC 9(04).
007200 77  WS-LEAP-REMAINDER               PIC 9(04) COMP.
007300 77  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
007400 77  WS-LEAP-SW                      PIC X(01).
007500     88  WS-LEAP-YEAR                VALUE "Y".
007510*
007520 01  WS-RUN-DATE-8                   PIC 9(08).
007530*
007540*    THE STREET RANGE FILE HELD IN CORE FOR THE ADDRESS LOOKUP.
007550 01  WS-STREET-TABLE.
007560     05  WS-STREET-ENTRY OCCURS 1 TO 3000 TIMES
007570         DEPENDING ON WS-SEG-COUNT.
007580         10  WS-SG-STREET            PIC X(20).
007590         10  WS-SG-LOW               PIC 9(05).
007591         10  WS-SG-HIGH              PIC 9(05).
007592         10  WS-SG-SIDE              PIC X(01).
007593             88  WS-SG-ODD-ONLY      VALUE "O".
007594             88  WS-SG-EVEN-ONLY     VALUE "E".
007595         10  WS-SG-PRECINCT          PIC X(05).
007600*
007700 PROCEDURE DIVISION.
007800*
008100     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
008200         UNTIL WS-EOF-YES.
008300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008400     GOBACK.
008500*
008600*********************************************************************
008700*    1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.  A        *
009400         DISPLAY "VOTEDIT ERROR - RAW CARD FILE OPEN FAILED, "
009500             "STATUS " WS-RAW-STATUS
009600         MOVE 16 TO RETURN-CODE
009700         GOBACK
009800     END-IF
009900     OPEN OUTPUT CLEAN-FILE
010000     OPEN OUTPUT SUSPENSE-FILE
010010     PERFORM 1300-LOAD-STREET-RANGES THRU 1300-EXIT
010100     PERFORM 2100-READ-RAW THRU 2100-EXIT.
010200 1000-EXIT.
010202     EXIT.
010204*
010206*********************************************************************
010208*    1300-LOAD-STREET-RANGES - LOAD THE STREET RANGE FILE FOR THE   *
010210*    ADDRESS EDIT.  NO FILE MEANS NO PRECINCT CAN BE ASSIGNED -     *
010212*    EVERY CARD MUST THEN CARRY A KEYED PRECINCT, AND THE           *
010214*    OPERATOR IS TOLD SO.  A RANGE WITH NON-NUMERIC HOUSE           *
010216*    NUMBERS IS A BAD REFERENCE RECORD AND IS LEFT OUT, NOT         *
010218*    MATCHED AGAINST.                                               *
010220*********************************************************************
010222 1300-LOAD-STREET-RANGES.
010224     OPEN INPUT STREET-FILE
010226     IF WS-STREET-STATUS NOT = "00"
010228         DISPLAY "VOTEDIT WARNING - STREET RANGE FILE NOT "
010230             "AVAILABLE, STATUS " WS-STREET-STATUS
010232             ", PRECINCT ASSIGNMENT IS OFF"
010234         GO TO 1300-EXIT
010236     END-IF
010238     PERFORM 1310-LOAD-ONE-RANGE THRU 1310-EXIT
010240         UNTIL WS-STREET-EOF-YES
010242         OR WS-SEG-COUNT = 3000
010244     IF WS-SEG-COUNT = 3000 AND NOT WS-STREET-EOF-YES
010246         DISPLAY "VOTEDIT WARNING - STREET RANGE FILE EXCEEDS "
010248             "3000 ENTRIES, REMAINDER IGNORED"
010250     END-IF
010252     CLOSE STREET-FILE
010254     IF WS-SEG-REJECT-COUNT > ZERO
010256         DISPLAY "VOTEDIT WARNING - " WS-SEG-REJECT-COUNT
010258             " STREET RANGE RECORDS WITH BAD HOUSE NUMBERS "
010260             "IGNORED"
010262     END-IF
010264     IF WS-SEG-COUNT > ZERO
010266         MOVE "Y" TO WS-RANGE-MODE-SW
010268     END-IF.
010270 1300-EXIT.
010272     EXIT.
010274*
010276 1310-LOAD-ONE-RANGE.
010278     READ STREET-FILE
010280         AT END MOVE "Y" TO WS-STREET-EOF-SW
010282         NOT AT END
010284             IF SG-HOUSE-LOW NUMERIC AND SG-HOUSE-HIGH NUMERIC
010286                 ADD 1 TO WS-SEG-COUNT
010288                 MOVE SG-STREET-NAME
010290                     TO WS-SG-STREET (WS-SEG-COUNT)
010292                 MOVE SG-HOUSE-LOW TO WS-SG-LOW (WS-SEG-COUNT)
010294                 MOVE SG-HOUSE-HIGH TO WS-SG-HIGH (WS-SEG-COUNT)
010296                 MOVE SG-SIDE TO WS-SG-SIDE (WS-SEG-COUNT)
010298                 MOVE SG-PRECINCT-CODE
010300                     TO WS-SG-PRECINCT (WS-SEG-COUNT)
010302             ELSE
010304                 ADD 1 TO WS-SEG-REJECT-COUNT
010306             END-IF
010308     END-READ.
010310 1310-EXIT.
010312     EXIT.
010400*
010500*********************************************************************
010600*    2000-EDIT-RECORD - FIELD-CHECK ONE CARD.  EVERY EDIT RUNS      *
011400     PERFORM 2200-EDIT-NAME THRU 2200-EXIT
011500     PERFORM 2300-EDIT-DOB THRU 2300-EXIT
011600     PERFORM 2400-EDIT-FLAGS THRU 2400-EXIT
011610     PERFORM 2500-EDIT-ADDRESS THRU 2500-EXIT
011620     PERFORM 2600-EDIT-RECEIVED-DATE THRU 2600-EXIT
011700     IF WS-RECORD-GOOD
011710         IF WS-ASSIGN-PRECINCT
011720             MOVE WS-RANGE-PRECINCT TO VR-PRECINCT-CODE
011730             ADD 1 TO WS-ASSIGNED-COUNT
011740         END-IF
011800         WRITE CLEAN-RECORD FROM VOTER-RECORD
011900         ADD 1 TO WS-CLEAN-COUNT
012000     ELSE
016500     END-IF
016600     MOVE WS-DAYS-IN-MONTH (VR-DOB-MM) TO WS-MAX-DAY
016700     IF VR-DOB-MM = 02
016750         MOVE VR-DOB-YYYY TO WS-LEAP-YYYY
016800         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
016900         IF WS-LEAP-YEAR
017000             MOVE 29 TO WS-MAX-DAY
017900*
018000 2350-CHECK-LEAP-YEAR.
018100     MOVE "N" TO WS-LEAP-SW
018200     DIVIDE WS-LEAP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
018300         REMAINDER WS-LEAP-REMAINDER
018400     IF WS-LEAP-REMAINDER = ZERO
018500         MOVE "Y" TO WS-LEAP-SW
018600         DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
018700             REMAINDER WS-LEAP-REMAINDER
018800         IF WS-LEAP-REMAINDER = ZERO
018900             DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
019000                 REMAINDER WS-LEAP-REMAINDER
019100             IF WS-LEAP-REMAINDER NOT = ZERO
019200                 MOVE "N" TO WS-LEAP-SW
021600     END-IF.
021700 2400-EXIT.
021800     EXIT.
021802*
021804*********************************************************************
021806*    2500-EDIT-ADDRESS - THE RESIDENCE ADDRESS MUST HAVE A HOUSE    *
021808*    NUMBER AND A STREET, AND MUST FALL IN A STREET RANGE.  A       *
021810*    BLANK KEYED PRECINCT TAKES THE RANGE'S PRECINCT (SET ON THE    *
021812*    CLEAN RECORD ONLY - THE SUSPENSE IMAGE STAYS AS KEYED); A      *
021814*    KEYED PRECINCT MUST AGREE WITH IT.  WITH NO RANGE FILE THE     *
021816*    ADDRESS IS CHECKED FOR COMPLETENESS ONLY AND THE PRECINCT      *
021818*    MUST BE KEYED.                                                 *
021820*********************************************************************
021822 2500-EDIT-ADDRESS.
021824     MOVE "N" TO WS-ASSIGN-SW
021826     IF VR-HOUSE-NUMBER NOT NUMERIC
021828         OR VR-HOUSE-NUMBER = ZERO
021830         OR VR-STREET-NAME = SPACES
021832         MOVE "60" TO SU-ADDRESS-REASON
021834         MOVE "N" TO WS-RECORD-GOOD-SW
021836         GO TO 2500-EXIT
021838     END-IF
021840     IF NOT WS-RANGE-MODE
021842         IF VR-PRECINCT-CODE = SPACES
021844             MOVE "61" TO SU-ADDRESS-REASON
021846             MOVE "N" TO WS-RECORD-GOOD-SW
021848         END-IF
021850         GO TO 2500-EXIT
021852     END-IF
021854     PERFORM 2550-FIND-RANGE THRU 2550-EXIT
021856     IF NOT WS-RANGE-FOUND
021858         MOVE "61" TO SU-ADDRESS-REASON
021860         MOVE "N" TO WS-RECORD-GOOD-SW
021862         GO TO 2500-EXIT
021864     END-IF
021866     IF VR-PRECINCT-CODE = SPACES
021868         MOVE "Y" TO WS-ASSIGN-SW
021870     ELSE
021872         IF VR-PRECINCT-CODE NOT = WS-RANGE-PRECINCT
021874             MOVE "62" TO SU-ADDRESS-REASON
021876             MOVE "N" TO WS-RECORD-GOOD-SW
021878         END-IF
021880     END-IF.
021882 2500-EXIT.
021884     EXIT.
021886*
021888 2550-FIND-RANGE.
021890     MOVE "N" TO WS-RANGE-FOUND-SW
021892     MOVE SPACES TO WS-RANGE-PRECINCT
021894     DIVIDE VR-HOUSE-NUMBER BY 2 GIVING WS-HOUSE-QUOTIENT
021896         REMAINDER WS-HOUSE-REMAINDER
021898     PERFORM 2560-MATCH-RANGE THRU 2560-EXIT
021900         VARYING WS-SG-IDX FROM 1 BY 1
021902         UNTIL WS-SG-IDX > WS-SEG-COUNT
021904            OR WS-RANGE-FOUND.
021906 2550-EXIT.
021908     EXIT.
021910*
021912 2560-MATCH-RANGE.
021914     IF WS-SG-STREET (WS-SG-IDX) NOT = VR-STREET-NAME
021916         OR VR-HOUSE-NUMBER < WS-SG-LOW (WS-SG-IDX)
021918         OR VR-HOUSE-NUMBER > WS-SG-HIGH (WS-SG-IDX)
021920         GO TO 2560-EXIT
021922     END-IF
021924     IF WS-SG-ODD-ONLY (WS-SG-IDX) AND WS-HOUSE-REMAINDER = ZERO
021926         GO TO 2560-EXIT
021928     END-IF
021930     IF WS-SG-EVEN-ONLY (WS-SG-IDX) AND WS-HOUSE-REMAINDER > ZERO
021932         GO TO 2560-EXIT
021934     END-IF
021936     MOVE "Y" TO WS-RANGE-FOUND-SW
021938     MOVE WS-SG-PRECINCT (WS-SG-IDX) TO WS-RANGE-PRECINCT.
021940 2560-EXIT.
021942     EXIT.
021944*
021946*********************************************************************
021948*    2600-EDIT-RECEIVED-DATE - THE DATE THE APPLICATION REACHED     *
021950*    THE OFFICE MUST BE A REAL CALENDAR DATE AND CANNOT BE LATER    *
021952*    THAN TODAY.  IT DECIDES WHETHER THE APPLICANT MADE THE CLOSE   *
021954*    OF BOOKS, SO A BLANK OR GUESSED DATE IS NOT ACCEPTED.          *
021956*********************************************************************
021958 2600-EDIT-RECEIVED-DATE.
021960     IF VR-RECEIVED-DATE NOT NUMERIC
021962         MOVE "70" TO SU-RECEIVED-REASON
021964         MOVE "N" TO WS-RECORD-GOOD-SW
021966         GO TO 2600-EXIT
021968     END-IF
021970     IF VR-RECEIVED-MM < 01 OR VR-RECEIVED-MM > 12
021972         MOVE "71" TO SU-RECEIVED-REASON
021974         MOVE "N" TO WS-RECORD-GOOD-SW
021976         GO TO 2600-EXIT
021978     END-IF
021980     MOVE WS-DAYS-IN-MONTH (VR-RECEIVED-MM) TO WS-MAX-DAY
021982     IF VR-RECEIVED-MM = 02
021984         MOVE VR-RECEIVED-YYYY TO WS-LEAP-YYYY
021986         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
021988         IF WS-LEAP-YEAR
021990             MOVE 29 TO WS-MAX-DAY
021992         END-IF
021994     END-IF
021996     IF VR-RECEIVED-DD < 01 OR VR-RECEIVED-DD > WS-MAX-DAY
021998         MOVE "71" TO SU-RECEIVED-REASON
022000         MOVE "N" TO WS-RECORD-GOOD-SW
022002         GO TO 2600-EXIT
022004     END-IF
022006     IF VR-RECEIVED-DATE-8 > WS-RUN-DATE-8
022008         MOVE "72" TO SU-RECEIVED-REASON
022010         MOVE "N" TO WS-RECORD-GOOD-SW
022012     END-IF.
022014 2600-EXIT.
022016     EXIT.
022018*
022020*********************************************************************
022100*    9000-TERMINATE - CLOSE THE FILES AND ACCOUNT FOR EVERY CARD.   *
022200*    RETURN CODE 4 TELLS THE SCHEDULER THERE IS SUSPENSE WORK       *
022300*    FOR THE CLERKS EVEN THOUGH THE ELIGIBILITY RUN CAN PROCEED.    *
022900     DISPLAY "VOTEDIT - CARDS READ. . . . : " WS-READ-COUNT
023000     DISPLAY "VOTEDIT - CLEAN TO VOTERIN. : " WS-CLEAN-COUNT
023100     DISPLAY "VOTEDIT - TO SUSPENSE . . . : " WS-SUSPENSE-COUNT
023110     DISPLAY "VOTEDIT - PRECINCT ASSIGNED : " WS-ASSIGNED-COUNT
023200     IF WS-SUSPENSE-COUNT > ZERO
023300         MOVE 4 TO RETURN-CODE
023400     END-IF.
