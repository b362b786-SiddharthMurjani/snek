001200*    THIS PROGRAM LOADS THE SUSPENSE FILE, APPLIES THE CLERKS'      *
001300*    CORRECTION CARDS (SUSPFIX) TO THE ORIGINAL RECORD IMAGES,      *
001400*    RE-RUNS THE SAME FIELD EDITS VOTEDIT RUNS (2200-EDIT-NAME,     *
001500*    2300-EDIT-DOB, 2400-EDIT-FLAGS, 2500-EDIT-ADDRESS AGAINST THE  *
001510*    STREET RANGE FILE STREETRG, 2600-EDIT-RECEIVED-DATE), AND      *
001520*    SPLITS THE FILE AGAIN -                                        *
001600*    A RECORD THAT NOW PASSES EVERY EDIT IS RELEASED TO VOTERIN     *
001700*    FOR THE NEXT ELIGIBILITY RUN, AND A RECORD STILL FAILING IS    *
001800*    CARRIED FORWARD TO SUSPOUT WITH FRESH REASON CODES AND ITS     *
002700*                  REJECT).  THE FIRST UNRELEASED SUSPENSE          *
002800*                  RECORD WITH THAT NAME TAKES THE CORRECTION.      *
002900*      COLS 31-32  FIELD CODE - NM NAME, PC PRECINCT, DB DATE OF    *
003000*                  BIRTH, RS RESIDENCY, CT CITIZENSHIP, FL FELONY,  *
003010*                  HN HOUSE NUMBER, SN STREET NAME, UN UNIT,        *
003020*                  CY CITY, ZP ZIP CODE, RD APPLICATION-RECEIVED    *
003025*                  DATE                                             *
003100*      COLS 33-62  NEW VALUE, LEFT JUSTIFIED (DATE OF BIRTH AND     *
003200*                  RECEIVED DATE AS YYYYMMDD IN COLS 33-40, FLAGS   *
003205*                  IN COL 33, HOUSE NUMBER AS FIVE DIGITS, ZERO     *
003210*                  FILLED, IN 33-37).                               *
003220*                  A PRECINCT CORRECTED TO SPACES LETS THE STREET   *
003230*                  RANGE ASSIGN IT.                                 *
003300*                                                                   *
003400*    MODIFICATION HISTORY                                           *
003500*    DATE       INIT  DESCRIPTION                                  *
003600*    ---------  ----  ----------------------------------------- *
003700*    2026-09-02 RLH   ORIGINAL.                                  *
003710*    2026-10-15 RLH   RESIDENCE ADDRESS - ADDED THE VOTEDIT      *
003720*                     ADDRESS EDIT AND STREET RANGE LOOKUP, THE  *
003730*                     HN/SN/UN/CY/ZP CORRECTIONS, AND THE        *
003740*                     LONGER CARD AND SUSPENSE RECORD.           *
003750*    2026-10-15 RLH   ADDED THE VOTEDIT RECEIVED DATE EDIT AND   *
003760*                     THE RD CORRECTION.  THE SUSPENSE RECORD    *
003770*                     IS NOW 142 BYTES AND THE AGING REPORT      *
003780*                     CARRIES THE SEVENTH REASON CODE.           *
003781*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
003782*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
003783*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
003784*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
003800*********************************************************************
003900*
004000 ENVIRONMENT DIVISION.
005700
005800     SELECT RPT-FILE ASSIGN TO "SUSPAGE"
005900         ORGANIZATION IS SEQUENTIAL.
005910
005920     SELECT STREET-FILE ASSIGN TO "STREETRG"
005930         ORGANIZATION IS SEQUENTIAL
005940         FILE STATUS IS WS-STREET-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SUSPENSE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  SUSP-IN-RECORD                  PIC X(142).
006600
006700 FD  FIX-FILE
006800     LABEL RECORDS ARE STANDARD.
007400
007500 FD  CLEAN-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  CLEAN-RECORD                    PIC X(120).
007800
007900 FD  SUSP-OUT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  SUSP-OUT-RECORD                 PIC X(142).
008200
008300 FD  RPT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-LINE                        PIC X(92).
008510
008520 FD  STREET-FILE
008530     LABEL RECORDS ARE STANDARD.
008540     COPY CPSTRRG.
008600*
008700 WORKING-STORAGE SECTION.
008800 77  WS-SUSP-EOF-SW                  PIC X(01) VALUE "N".
009800     88  WS-MATCHED                  VALUE "Y".
009810 77  WS-FIX-OPEN-SW                  PIC X(01) VALUE "N".
009820     88  WS-FIX-OPEN                 VALUE "Y".
009830 77  WS-STREET-STATUS                PIC X(02).
009840 77  WS-STREET-EOF-SW                PIC X(01) VALUE "N".
009850     88  WS-STREET-EOF-YES           VALUE "Y".
009860 77  WS-RANGE-MODE-SW                PIC X(01) VALUE "N".
009870     88  WS-RANGE-MODE               VALUE "Y".
009880 77  WS-RANGE-FOUND-SW               PIC X(01).
009890     88  WS-RANGE-FOUND              VALUE "Y".
009891 77  WS-ASSIGN-SW                    PIC X(01).
009892     88  WS-ASSIGN-PRECINCT          VALUE "Y".
009900
010000 77  WS-SUSP-COUNT                   PIC 9(04) COMP VALUE ZERO.
010100 77  WS-FIX-COUNT                    PIC 9(08) COMP VALUE ZERO.
010500 77  WS-RELEASED-COUNT               PIC 9(08) COMP VALUE ZERO.
010600 77  WS-CARRIED-COUNT                PIC 9(08) COMP VALUE ZERO.
010610 77  WS-OVERFLOW-COUNT               PIC 9(08) COMP VALUE ZERO.
010620 77  WS-SEG-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
010630 77  WS-SEG-COUNT                    PIC 9(04) COMP VALUE ZERO.
010640 77  WS-SG-IDX                       PIC 9(04) COMP.
010650 77  WS-HOUSE-QUOTIENT               PIC 9(05) COMP.
010660 77  WS-HOUSE-REMAINDER              PIC 9(01) COMP.
010670 77  WS-RANGE-PRECINCT               PIC X(05).
010700
010800 77  WS-SU-IDX                       PIC 9(04) COMP.
010900 77  WS-FIND-IDX                     PIC 9(04) COMP.
012700 01  WS-SUSPENSE-TABLE.
012800     05  WS-SUSP-ENTRY OCCURS 1 TO 500 TIMES
012900         DEPENDING ON WS-SUSP-COUNT.
013000         10  WS-SU-IMAGE             PIC X(120).
013100         10  WS-SU-REASONS           PIC X(14).
013200         10  WS-SU-DATE              PIC 9(08).
013300         10  WS-SU-RELEASED-SW       PIC X(01).
013400*
013700*    FIELDS BY NAME AFTER THE SUSPENSE FILE IS CLOSED.
013710     COPY CPSUSP.
013720     COPY CPVOTREC.
013730*
013740*    THE STREET RANGE FILE HELD IN CORE FOR THE ADDRESS LOOKUP,
013750*    LOADED EXACTLY AS VOTEDIT LOADS IT.
013760 01  WS-STREET-TABLE.
013770     05  WS-STREET-ENTRY OCCURS 1 TO 3000 TIMES
013780         DEPENDING ON WS-SEG-COUNT.
013790         10  WS-SG-STREET            PIC X(20).
013791         10  WS-SG-LOW               PIC 9(05).
013792         10  WS-SG-HIGH              PIC 9(05).
013793         10  WS-SG-SIDE              PIC X(01).
013794             88  WS-SG-ODD-ONLY      VALUE "O".
013795             88  WS-SG-EVEN-ONLY     VALUE "E".
013796         10  WS-SG-PRECINCT          PIC X(05).
013800*
013900 01  WS-DAYS-TABLE-VALUES            PIC X(24)
014000     VALUE "312831303130313130313031".
014200     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
014300                                     PIC 9(02).
014400 77  WS-MAX-DAY                      PIC 9(02).
014450 77  WS-LEAP-YYYY                    PIC 9(04).
014500 77  WS-LEAP-REMAINDER               PIC 9(04) COMP.
014600 77  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
014700 77  WS-LEAP-SW                      PIC X(01).
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  RPD-DOB                     PIC X(08).
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  RPD-REASONS                 PIC X(14).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  RPD-SUSP-DATE               PIC X(08).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
016800         UNTIL WS-FIX-EOF-YES.
016900     PERFORM 4000-REEDIT-ALL THRU 4000-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017100     GOBACK.
017200*
017300*********************************************************************
017400*    1000-INITIALIZE - LOAD THE SUSPENSE FILE INTO THE TABLE,        *
018400         DISPLAY "SUSPCOR ERROR - SUSPENSE FILE OPEN FAILED, "
018500             "STATUS " WS-SUSP-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         GOBACK
018800     END-IF
018900     PERFORM 1100-LOAD-ONE-SUSPENSE THRU 1100-EXIT
019000         UNTIL WS-SUSP-EOF-YES
020800     IF WS-CLEAN-STATUS = "35"
020900         OPEN OUTPUT CLEAN-FILE
021000     END-IF
021100     PERFORM 1300-LOAD-STREET-RANGES THRU 1300-EXIT
021200     OPEN OUTPUT RPT-FILE
021300     PERFORM 1200-WRITE-HEADING THRU 1200-EXIT.
021400 1000-EXIT.
025300     MOVE "APPLICANT NAME                  DOB       REASONS"
025400         TO RPT-LINE
025500     MOVE "SUSPENDED   DAYS  DISPOSITION"
025600         TO RPT-LINE (59:)
025700     WRITE RPT-LINE.
025800 1200-EXIT.
025802     EXIT.
025804*
025806*********************************************************************
025808*    1300-LOAD-STREET-RANGES - LOAD THE STREET RANGE FILE FOR THE   *
025810*    ADDRESS EDIT, AS VOTEDIT DOES.  NO FILE MEANS NO PRECINCT CAN  *
025812*    BE ASSIGNED AND A RECORD IS RELEASED ONLY WITH ITS PRECINCT    *
025814*    KEYED.                                                         *
025816*********************************************************************
025818 1300-LOAD-STREET-RANGES.
025820     OPEN INPUT STREET-FILE
025822     IF WS-STREET-STATUS NOT = "00"
025824         DISPLAY "SUSPCOR WARNING - STREET RANGE FILE NOT "
025826             "AVAILABLE, STATUS " WS-STREET-STATUS
025828             ", PRECINCT ASSIGNMENT IS OFF"
025830         GO TO 1300-EXIT
025832     END-IF
025834     PERFORM 1310-LOAD-ONE-RANGE THRU 1310-EXIT
025836         UNTIL WS-STREET-EOF-YES
025838         OR WS-SEG-COUNT = 3000
025840     IF WS-SEG-COUNT = 3000 AND NOT WS-STREET-EOF-YES
025842         DISPLAY "SUSPCOR WARNING - STREET RANGE FILE EXCEEDS "
025844             "3000 ENTRIES, REMAINDER IGNORED"
025846     END-IF
025848     CLOSE STREET-FILE
025850     IF WS-SEG-REJECT-COUNT > ZERO
025852         DISPLAY "SUSPCOR WARNING - " WS-SEG-REJECT-COUNT
025854             " STREET RANGE RECORDS WITH BAD HOUSE NUMBERS "
025856             "IGNORED"
025858     END-IF
025860     IF WS-SEG-COUNT > ZERO
025862         MOVE "Y" TO WS-RANGE-MODE-SW
025864     END-IF.
025866 1300-EXIT.
025868     EXIT.
025870*
025872 1310-LOAD-ONE-RANGE.
025874     READ STREET-FILE
025876         AT END MOVE "Y" TO WS-STREET-EOF-SW
025878         NOT AT END
025880             IF SG-HOUSE-LOW NUMERIC AND SG-HOUSE-HIGH NUMERIC
025882                 ADD 1 TO WS-SEG-COUNT
025884                 MOVE SG-STREET-NAME
025886                     TO WS-SG-STREET (WS-SEG-COUNT)
025888                 MOVE SG-HOUSE-LOW TO WS-SG-LOW (WS-SEG-COUNT)
025890                 MOVE SG-HOUSE-HIGH TO WS-SG-HIGH (WS-SEG-COUNT)
025892                 MOVE SG-SIDE TO WS-SG-SIDE (WS-SEG-COUNT)
025894                 MOVE SG-PRECINCT-CODE
025896                     TO WS-SG-PRECINCT (WS-SEG-COUNT)
025898             ELSE
025900                 ADD 1 TO WS-SEG-REJECT-COUNT
025902             END-IF
025904     END-READ.
025906 1310-EXIT.
025908     EXIT.
026000*
026100 2100-READ-FIX.
026200     READ FIX-FILE
030400             MOVE FX-NEW-VALUE (1:1) TO VR-CITIZENSHIP-FLAG
030500         WHEN "FL"
030600             MOVE FX-NEW-VALUE (1:1) TO VR-FELONY-FLAG
030610         WHEN "HN"
030620             MOVE FX-NEW-VALUE (1:5) TO VR-HOUSE-NUMBER
030630         WHEN "SN"
030640             MOVE FX-NEW-VALUE (1:20) TO VR-STREET-NAME
030650         WHEN "UN"
030660             MOVE FX-NEW-VALUE (1:5) TO VR-UNIT
030670         WHEN "CY"
030680             MOVE FX-NEW-VALUE (1:15) TO VR-CITY
030690         WHEN "ZP"
030695             MOVE FX-NEW-VALUE (1:5) TO VR-ZIP-CODE
030697         WHEN "RD"
030698             MOVE FX-NEW-VALUE (1:8) TO VR-RECEIVED-DATE
030700         WHEN OTHER
030800             ADD 1 TO WS-BADFIELD-COUNT
030900             MOVE SPACES TO RPT-LINE
035100     PERFORM 2200-EDIT-NAME THRU 2200-EXIT
035200     PERFORM 2300-EDIT-DOB THRU 2300-EXIT
035300     PERFORM 2400-EDIT-FLAGS THRU 2400-EXIT
035310     PERFORM 2500-EDIT-ADDRESS THRU 2500-EXIT
035320     PERFORM 2600-EDIT-RECEIVED-DATE THRU 2600-EXIT
035400     PERFORM 4200-COMPUTE-DAYS-OLD THRU 4200-EXIT
035500     MOVE VR-APPLICANT-NAME TO RPD-NAME
035600     MOVE VR-DOB TO RPD-DOB
035800     MOVE WS-DAYS-OLD TO RPD-DAYS-OLD
035900     IF WS-RECORD-GOOD
036000         MOVE "Y" TO WS-SU-RELEASED-SW (WS-SU-IDX)
036010         IF WS-ASSIGN-PRECINCT
036020             MOVE WS-RANGE-PRECINCT TO VR-PRECINCT-CODE
036030         END-IF
036100         WRITE CLEAN-RECORD FROM VOTER-RECORD
036200         ADD 1 TO WS-RELEASED-COUNT
036300         MOVE SPACES TO RPD-REASONS
039500     EXIT.
039600*
039700*********************************************************************
039800*    2200-EDIT-NAME THROUGH 2600-EDIT-RECEIVED-DATE - THE SAME       *
039900*    FIELD EDITS VOTEDIT RUNS, UNDER THE SAME PARAGRAPH NUMBERS, SO  *
040000*    A RULE CHANGE THERE IS MADE HERE THE SAME DAY.  A RELEASED      *
040100*    RECORD HAS PASSED EXACTLY THE EDITS A CLEAN CARD PASSES.        *
040200*********************************************************************
040300 2200-EDIT-NAME.
042200     END-IF
042300     MOVE WS-DAYS-IN-MONTH (VR-DOB-MM) TO WS-MAX-DAY
042400     IF VR-DOB-MM = 02
042450         MOVE VR-DOB-YYYY TO WS-LEAP-YYYY
042500         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
042600         IF WS-LEAP-YEAR
042700             MOVE 29 TO WS-MAX-DAY
043600*
043700 2350-CHECK-LEAP-YEAR.
043800     MOVE "N" TO WS-LEAP-SW
043900     DIVIDE WS-LEAP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
044000         REMAINDER WS-LEAP-REMAINDER
044100     IF WS-LEAP-REMAINDER = ZERO
044200         MOVE "Y" TO WS-LEAP-SW
044300         DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
044400             REMAINDER WS-LEAP-REMAINDER
044500         IF WS-LEAP-REMAINDER = ZERO
044600             DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
044700                 REMAINDER WS-LEAP-REMAINDER
044800             IF WS-LEAP-REMAINDER NOT = ZERO
044900                 MOVE "N" TO WS-LEAP-SW
046700         MOVE "N" TO WS-RECORD-GOOD-SW
046800     END-IF.
046900 2400-EXIT.
046902     EXIT.
046904*
046906 2500-EDIT-ADDRESS.
046908     MOVE "N" TO WS-ASSIGN-SW
046910     IF VR-HOUSE-NUMBER NOT NUMERIC
046912         OR VR-HOUSE-NUMBER = ZERO
046914         OR VR-STREET-NAME = SPACES
046916         MOVE "60" TO SU-ADDRESS-REASON
046918         MOVE "N" TO WS-RECORD-GOOD-SW
046920         GO TO 2500-EXIT
046922     END-IF
046924     IF NOT WS-RANGE-MODE
046926         IF VR-PRECINCT-CODE = SPACES
046928             MOVE "61" TO SU-ADDRESS-REASON
046930             MOVE "N" TO WS-RECORD-GOOD-SW
046932         END-IF
046934         GO TO 2500-EXIT
046936     END-IF
046938     PERFORM 2550-FIND-RANGE THRU 2550-EXIT
046940     IF NOT WS-RANGE-FOUND
046942         MOVE "61" TO SU-ADDRESS-REASON
046944         MOVE "N" TO WS-RECORD-GOOD-SW
046946         GO TO 2500-EXIT
046948     END-IF
046950     IF VR-PRECINCT-CODE = SPACES
046952         MOVE "Y" TO WS-ASSIGN-SW
046954     ELSE
046956         IF VR-PRECINCT-CODE NOT = WS-RANGE-PRECINCT
046958             MOVE "62" TO SU-ADDRESS-REASON
046960             MOVE "N" TO WS-RECORD-GOOD-SW
046962         END-IF
046964     END-IF.
046966 2500-EXIT.
046968     EXIT.
046970*
046972 2550-FIND-RANGE.
046974     MOVE "N" TO WS-RANGE-FOUND-SW
046976     MOVE SPACES TO WS-RANGE-PRECINCT
046978     DIVIDE VR-HOUSE-NUMBER BY 2 GIVING WS-HOUSE-QUOTIENT
046980         REMAINDER WS-HOUSE-REMAINDER
046982     PERFORM 2560-MATCH-RANGE THRU 2560-EXIT
046984         VARYING WS-SG-IDX FROM 1 BY 1
046986         UNTIL WS-SG-IDX > WS-SEG-COUNT
046988            OR WS-RANGE-FOUND.
046990 2550-EXIT.
046992     EXIT.
046994*
046996 2560-MATCH-RANGE.
046998     IF WS-SG-STREET (WS-SG-IDX) NOT = VR-STREET-NAME
047000         OR VR-HOUSE-NUMBER < WS-SG-LOW (WS-SG-IDX)
047002         OR VR-HOUSE-NUMBER > WS-SG-HIGH (WS-SG-IDX)
047004         GO TO 2560-EXIT
047006     END-IF
047008     IF WS-SG-ODD-ONLY (WS-SG-IDX) AND WS-HOUSE-REMAINDER = ZERO
047010         GO TO 2560-EXIT
047012     END-IF
047014     IF WS-SG-EVEN-ONLY (WS-SG-IDX) AND WS-HOUSE-REMAINDER > ZERO
047016         GO TO 2560-EXIT
047018     END-IF
047020     MOVE "Y" TO WS-RANGE-FOUND-SW
047022     MOVE WS-SG-PRECINCT (WS-SG-IDX) TO WS-RANGE-PRECINCT.
047024 2560-EXIT.
047026     EXIT.
047028*
047030 2600-EDIT-RECEIVED-DATE.
047032     IF VR-RECEIVED-DATE NOT NUMERIC
047034         MOVE "70" TO SU-RECEIVED-REASON
047036         MOVE "N" TO WS-RECORD-GOOD-SW
047038         GO TO 2600-EXIT
047040     END-IF
047042     IF VR-RECEIVED-MM < 01 OR VR-RECEIVED-MM > 12
047044         MOVE "71" TO SU-RECEIVED-REASON
047046         MOVE "N" TO WS-RECORD-GOOD-SW
047048         GO TO 2600-EXIT
047050     END-IF
047052     MOVE WS-DAYS-IN-MONTH (VR-RECEIVED-MM) TO WS-MAX-DAY
047054     IF VR-RECEIVED-MM = 02
047056         MOVE VR-RECEIVED-YYYY TO WS-LEAP-YYYY
047058         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
047060         IF WS-LEAP-YEAR
047062             MOVE 29 TO WS-MAX-DAY
047064         END-IF
047066     END-IF
047068     IF VR-RECEIVED-DD < 01 OR VR-RECEIVED-DD > WS-MAX-DAY
047070         MOVE "71" TO SU-RECEIVED-REASON
047072         MOVE "N" TO WS-RECORD-GOOD-SW
047074         GO TO 2600-EXIT
047076     END-IF
047078     IF VR-RECEIVED-DATE-8 > WS-RUN-DATE-8
047080         MOVE "72" TO SU-RECEIVED-REASON
047082         MOVE "N" TO WS-RECORD-GOOD-SW
047084     END-IF.
047086 2600-EXIT.
047088     EXIT.
047100*
047200*********************************************************************
047300*    9000-TERMINATE - ACCOUNT FOR EVERY SUSPENSE RECORD AND          *
