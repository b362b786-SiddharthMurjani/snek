013494*                     REGISTERED) SO VOTPOST CAN POST A      *
013495*                     PRE-REGISTRANT IN PENDING STATUS AND   *
013496*                     VOTACTV CAN ACTIVATE AT AGE 18.        *
013498*    2026-10-15 RLH   RESIDENCE ADDRESS - A MASTER MATCH IS  *
013500*                     NOW A MOVER WHEN EITHER THE PRECINCT   *
013502*                     OR THE ADDRESS DIFFERS.  A NEW ADDRESS *
013504*                     IN THE SAME PRECINCT IS "ADDRESS       *
013506*                     CHANGE", COUNTED IN THE TRANSFER       *
013508*                     COLUMN.  THE TRANSFER RECORD, NEWREG   *
013510*                     RECORD AND CERTIFICATE CARRY THE       *
013512*                     ADDRESS.                               *
013514*    2026-10-15 RLH   THE DUPLICATE CHECK NOW ALSO LOOKS THE *
013516*                     APPLICANT UP ON THE VOTCHG PRIOR-KEY   *
013518*                     HISTORY (VOTPKEY) - A VOTER RE-KEYED   *
013520*                     AFTER A NAME CHANGE OR DATE OF BIRTH   *
013522*                     CORRECTION WHO APPLIES UNDER THE OLD   *
013524*                     NAME IS "ALREADY REGISTERED", AND THE  *
013526*                     CERTIFICATE SHOWS THE CURRENT NAME.    *
013528*    2026-10-15 RLH   A PRECREF ENTRY NOT IN FORCE ON THE RUN    *
013530*                     DATE - OPENING AHEAD, OR RETIRED BY        *
013532*                     PRECMNT - NO LONGER VALIDATES AN           *
013534*                     APPLICANT PRECINCT CODE.  ITS NAME STILL   *
013536*                     PRINTS ON THE SUMMARY.                     *
013538*    2026-10-15 RLH   CLOSE OF BOOKS - WITH AN ELECTION DATE     *
013540*                     AND A CLOSE-OF-BOOKS DATE ON VAGEPARM, AN  *
013542*                     ELIGIBLE OR PRE-REGISTERED APPLICATION     *
013544*                     RECEIVED AFTER THE DEADLINE IS STILL       *
013546*                     REGISTERED, BUT EFFECTIVE THE DAY AFTER    *
013548*                     THE ELECTION.  THE CERTIFICATE SAYS SO,    *
013550*                     AND THE NEWREG, STATESUB AND AUDIT         *
013552*                     RECORDS CARRY THE EFFECTIVE DATE OR FLAG.  *
013554*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO   *
013556*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE    *
013558*                     STEP HANDS CONTROL AND ITS RETURN CODE     *
013560*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE.   *
013562*********************************************************************
013600*
013700 ENVIRONMENT DIVISION.
013800 INPUT-OUTPUT SECTION.
019900         ORGANIZATION IS SEQUENTIAL
020000         FILE STATUS IS WS-XFER-STATUS.
020100 
020110     SELECT PKEY-FILE ASSIGN TO "VOTPKEY"
020120         ORGANIZATION IS INDEXED
020130         ACCESS MODE IS RANDOM
020140         RECORD KEY IS PK-OLD-KEY
020150         ALTERNATE RECORD KEY IS PK-VOTER-ID
020160             WITH DUPLICATES
020170         FILE STATUS IS WS-PKEY-STATUS.
020180 
020200     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
020300         ORGANIZATION IS SEQUENTIAL.
020400*
028200     LABEL RECORDS ARE STANDARD.
028300     COPY CPTRANS.
028400*
028410 FD  PKEY-FILE
028420     LABEL RECORDS ARE STANDARD.
028430     COPY CPPRKEY.
028440*
028500 FD  RUNCTL-FILE
028600     LABEL RECORDS ARE STANDARD.
028700 01  RUNCTL-LINE                     PIC X(80).
031800     05  FILLER                      PIC X(01) VALUE "-".
031900     05  WS-ELEC-DISP-DD             PIC 9(02).
032000 01  WS-PREREG-MESSAGE               PIC X(40) VALUE SPACES.
032002 01  WS-CLOSE-OF-BOOKS-DATE.
032004     05  WS-COB-YYYY                 PIC 9(04).
032006     05  WS-COB-MM                   PIC 9(02).
032008     05  WS-COB-DD                   PIC 9(02).
032010 01  WS-CLOSE-OF-BOOKS-DATE-8 REDEFINES WS-CLOSE-OF-BOOKS-DATE
032012                                     PIC 9(08).
032014 01  WS-BOOKS-CLOSED-SW              PIC X(01) VALUE "N".
032016     88  WS-BOOKS-CLOSED-MODE        VALUE "Y".
032018 01  WS-LATE-SW                      PIC X(01) VALUE "N".
032020     88  WS-LATE-APPLICANT           VALUE "Y".
032022 01  WS-EFFECTIVE-DATE.
032024     05  WS-EFF-YYYY                 PIC 9(04).
032026     05  WS-EFF-MM                   PIC 9(02).
032028     05  WS-EFF-DD                   PIC 9(02).
032030 01  WS-EFFECTIVE-DATE-8 REDEFINES WS-EFFECTIVE-DATE PIC 9(08).
032032 01  WS-EFF-MAX-DAY                  PIC 9(02).
032034 01  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
032036 01  WS-LEAP-REMAINDER               PIC 9(04) COMP.
032038 01  WS-DAYS-TABLE-VALUES            PIC X(24)
032040     VALUE "312831303130313130313031".
032042 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-VALUES.
032044     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
032046                                     PIC 9(02).
032100 01  WS-AGE-DISPLAY                  PIC ZZ9.
032200*
032300 01  WS-RUN-TIME                     PIC 9(08).
037200     88  WS-TRANSFER-FOUND           VALUE "Y".
037300 01  WS-XFER-OLD-PRECINCT            PIC X(05).
037400 01  WS-XFER-VOTER-ID                PIC X(10).
037410 01  WS-ADDRESS-LINE                 PIC X(40).
037420 01  WS-PKEY-STATUS                  PIC X(02).
037430 01  WS-PKEY-OPEN-SW                 PIC X(01) VALUE "N".
037440     88  WS-PKEY-OPEN                VALUE "Y".
037450 01  WS-PRIOR-NAME-SW                PIC X(01).
037460     88  WS-PRIOR-NAME-FOUND         VALUE "Y".
037470 01  WS-PRIOR-CURRENT-NAME           PIC X(30).
037480 01  WS-PRIOR-VOTER-ID               PIC X(10).
037500*
037600 01  WS-PRECINCT-COUNT               PIC 9(04) COMP VALUE ZERO.
037700 01  WS-SEARCH-IDX                   PIC 9(04) COMP.
039500 01  WS-PREC-COUNT                   PIC 9(04) COMP VALUE ZERO.
039600 01  WS-PR-IDX                       PIC 9(04) COMP.
039700 01  WS-PR-HOLD-NAME                 PIC X(30).
039710 01  WS-PR-HOLD-FORCE-SW             PIC X(01).
039720     88  WS-PR-HOLD-IN-FORCE         VALUE "Y".
039800 01  WS-SUMM-PREC-CODE               PIC X(05).
039900 01  WS-PRECREF-TABLE.
040000     05  WS-PRECREF-ENTRY OCCURS 1 TO 200 TIMES
040100         DEPENDING ON WS-PREC-COUNT.
040200         10  WS-PR-CODE              PIC X(05).
040300         10  WS-PR-NAME              PIC X(30).
040310         10  WS-PR-IN-FORCE-SW       PIC X(01).
040320             88  WS-PR-IN-FORCE      VALUE "Y".
040400 01  WS-PRECINCT-TABLE.
040500     05  WS-PRECINCT-ENTRY OCCURS 1 TO 50 TIMES
040600         DEPENDING ON WS-PRECINCT-COUNT
041900     PERFORM 2000-PROCESS-VOTER THRU 2000-EXIT
042000         UNTIL WS-EOF-YES.
042100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042200     GOBACK.
042300*
042400*********************************************************************
042500*    1000-INITIALIZE - OPEN THE VOTER FILE, LOAD ANY CHECKPOINT     *
043200         DISPLAY "CHECKVOTERAGE ERROR - VOTER FILE OPEN "
043300             "FAILED, STATUS " WS-VOTER-STATUS
043400         MOVE 16 TO RETURN-CODE
043500         GOBACK
043600     END-IF
043700     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT
043800     PERFORM 1150-OPEN-OUTPUT-FILES THRU 1150-EXIT
045300*    1050-LOAD-PARMS - READ THE ELECTION DATE FROM THE VAGEPARM     *
045400*    CONTROL CARD.  NO CARD FILE, A BLANK OR UNREADABLE DATE, OR    *
045500*    AN ELECTION DATE ALREADY PAST MEANS THE RUN TESTS AGES         *
045600*    AGAINST THE RUN DATE ONLY, EXACTLY AS BEFORE.  IN ELECTION     *
045610*    MODE A CLOSE-OF-BOOKS DATE ON OR BEFORE THE ELECTION TURNS     *
045620*    ON THE DEADLINE CHECK; NONE, OR ONE THAT MAKES NO SENSE,       *
045630*    LEAVES EVERY APPLICANT EFFECTIVE AS POSTED.                    *
045700*********************************************************************
045800 1050-LOAD-PARMS.
045900     MOVE "N" TO WS-ELECTION-MODE-SW
046200         GO TO 1050-EXIT
046300     END-IF
046400     MOVE ZERO TO WS-ELECTION-DATE-8
046450     MOVE ZERO TO WS-CLOSE-OF-BOOKS-DATE-8
046500     READ PARM-FILE
046600         AT END CONTINUE
046700         NOT AT END
046800             IF RP-ELECTION-DATE NUMERIC
046900                 MOVE RP-ELECTION-DATE TO WS-ELECTION-DATE
047000             END-IF
047010             IF RP-CLOSE-OF-BOOKS-DATE NUMERIC
047020                 MOVE RP-CLOSE-OF-BOOKS-DATE
047030                     TO WS-CLOSE-OF-BOOKS-DATE
047040             END-IF
047100             MOVE RP-COUNTY-CODE TO WS-COUNTY-CODE
047200     END-READ
047300     CLOSE PARM-FILE
048900     MOVE SPACES TO WS-PREREG-MESSAGE
049000     STRING "Pre-Registered - Eligible " DELIMITED BY SIZE
049100         WS-ELEC-DISPLAY DELIMITED BY SIZE
049200         INTO WS-PREREG-MESSAGE
049210     IF WS-CLOSE-OF-BOOKS-DATE-8 = ZERO
049220         GO TO 1050-EXIT
049230     END-IF
049240     IF WS-COB-MM < 01 OR WS-COB-MM > 12
049250         OR WS-COB-DD < 01 OR WS-COB-DD > 31
049260         OR WS-CLOSE-OF-BOOKS-DATE-8 > WS-ELECTION-DATE-8
049270         DISPLAY "CHECKVOTERAGE WARNING - CLOSE OF BOOKS DATE "
049280             WS-CLOSE-OF-BOOKS-DATE-8 " ON VAGEPARM IS NOT A "
049290             "VALID DATE ON OR BEFORE THE ELECTION, DEADLINE "
049291             "IS NOT ENFORCED"
049292         GO TO 1050-EXIT
049293     END-IF
049294     MOVE "Y" TO WS-BOOKS-CLOSED-SW
049295     PERFORM 1060-SET-EFFECTIVE-DATE THRU 1060-EXIT.
049300 1050-EXIT.
049302     EXIT.
049304*
049306*********************************************************************
049308*    1060-SET-EFFECTIVE-DATE - A LATE APPLICANT IS EFFECTIVE THE    *
049310*    DAY AFTER THE ELECTION.  STEP THE ELECTION DATE ON BY ONE      *
049312*    DAY, ROLLING THE MONTH AND YEAR AND ALLOWING FOR FEBRUARY OF   *
049314*    A LEAP YEAR.                                                   *
049316*********************************************************************
049318 1060-SET-EFFECTIVE-DATE.
049320     MOVE WS-ELECTION-DATE-8 TO WS-EFFECTIVE-DATE-8
049322     MOVE WS-DAYS-IN-MONTH (WS-EFF-MM) TO WS-EFF-MAX-DAY
049324     IF WS-EFF-MM = 02
049326         DIVIDE WS-EFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
049328             REMAINDER WS-LEAP-REMAINDER
049330         IF WS-LEAP-REMAINDER = ZERO
049332             MOVE 29 TO WS-EFF-MAX-DAY
049334             DIVIDE WS-EFF-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
049336                 REMAINDER WS-LEAP-REMAINDER
049338             IF WS-LEAP-REMAINDER = ZERO
049340                 DIVIDE WS-EFF-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
049342                     REMAINDER WS-LEAP-REMAINDER
049344                 IF WS-LEAP-REMAINDER NOT = ZERO
049346                     MOVE 28 TO WS-EFF-MAX-DAY
049348                 END-IF
049350             END-IF
049352         END-IF
049354     END-IF
049356     IF WS-EFF-DD < WS-EFF-MAX-DAY
049358         ADD 1 TO WS-EFF-DD
049360         GO TO 1060-EXIT
049362     END-IF
049364     MOVE 01 TO WS-EFF-DD
049366     IF WS-EFF-MM < 12
049368         ADD 1 TO WS-EFF-MM
049370         GO TO 1060-EXIT
049372     END-IF
049374     MOVE 01 TO WS-EFF-MM
049376     ADD 1 TO WS-EFF-YYYY.
049378 1060-EXIT.
049380     EXIT.
049500*
049600*********************************************************************
049700*    1250-LOAD-PRECREF - LOAD THE COUNTY PRECINCT REFERENCE FILE    *
052900             ADD 1 TO WS-PREC-COUNT
053000             MOVE PF-PRECINCT-CODE TO WS-PR-CODE (WS-PREC-COUNT)
053100             MOVE PF-PRECINCT-NAME TO WS-PR-NAME (WS-PREC-COUNT)
053110             PERFORM 1270-SET-IN-FORCE THRU 1270-EXIT
053200     END-READ.
053300 1260-EXIT.
053310     EXIT.
053320*
053330*    AN ENTRY IS IN FORCE WHEN ITS STATUS HAS TAKEN EFFECT AND IS
053340*    ACTIVE, OR WHEN IT IS RETIRED AS OF A DATE STILL TO COME.
053350*    NO EFFECTIVE DATE MEANS THE STATUS HAS ALWAYS HELD.
053360 1270-SET-IN-FORCE.
053370     MOVE "Y" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
053380     IF PF-EFFECTIVE-DATE NOT NUMERIC
053390         OR PF-EFFECTIVE-DATE-N NOT > WS-RUN-DATE-8
053400         IF PF-STATUS-RETIRED
053410             MOVE "N" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
053420         END-IF
053430     ELSE
053440         IF NOT PF-STATUS-RETIRED
053450             MOVE "N" TO WS-PR-IN-FORCE-SW (WS-PREC-COUNT)
053460         END-IF
053470     END-IF.
053480 1270-EXIT.
053490     EXIT.
053500*
053600*********************************************************************
053700*    1300-OPEN-STATE-FILE - START THE SECRETARY OF STATE            *
060400         DISPLAY "CHECKVOTERAGE ERROR - CERTIFICATE REGISTER "
060500             "OPEN FAILED, STATUS " WS-CERTREG-STATUS
060600         MOVE 16 TO RETURN-CODE
060700         GOBACK
060800     END-IF
060900*
061000*    A REGISTER FULL OF ISSUED SERIALS WITH NO READABLE NUMBER
061600             "EXISTS BUT CERTCTL IS MISSING OR UNREADABLE - "
061700             "RESTORE THE NUMBER CONTROL FILE AND RERUN"
061800         MOVE 16 TO RETURN-CODE
061900         GOBACK
062000     END-IF.
062100 1350-EXIT.
062200     EXIT.
073400             DISPLAY "CHECKVOTERAGE ERROR - VOTER MASTER OPEN "
073500                 "FAILED, STATUS " WS-MASTER-STATUS
073600             MOVE 16 TO RETURN-CODE
073700             GOBACK
073800     END-EVALUATE
073810*
073820*    THE PRIOR-KEY HISTORY IS WRITTEN BY VOTCHG.  NONE YET MEANS
073830*    NOBODY HAS BEEN RE-KEYED, NOT AN ERROR.
073840     OPEN INPUT PKEY-FILE
073850     EVALUATE WS-PKEY-STATUS
073860         WHEN "00"
073870             MOVE "Y" TO WS-PKEY-OPEN-SW
073880         WHEN "35"
073890             MOVE "N" TO WS-PKEY-OPEN-SW
073891         WHEN OTHER
073892             DISPLAY "CHECKVOTERAGE ERROR - PRIOR-KEY HISTORY "
073893                 "OPEN FAILED, STATUS " WS-PKEY-STATUS
073894             MOVE 16 TO RETURN-CODE
073895             GOBACK
073896     END-EVALUATE.
073900 1200-EXIT.
074000     EXIT.
074100*
075800     IF WS-TRANSFER-FOUND
075900         AND (AGE-MESSAGE = "Eligible to Vote"
076000             OR AGE-MESSAGE = WS-PREREG-MESSAGE)
076010         IF WS-XFER-OLD-PRECINCT = VR-PRECINCT-CODE
076020             MOVE "Address Change" TO AGE-MESSAGE
076030         ELSE
076100             MOVE "Precinct Transfer" TO AGE-MESSAGE
076110         END-IF
076200         PERFORM 2260-WRITE-TRANSFER THRU 2260-EXIT
076300     END-IF
076350     PERFORM 2060-CHECK-CLOSE-OF-BOOKS THRU 2060-EXIT
076400     PERFORM 2700-UPDATE-SUMMARY THRU 2700-EXIT
076500     MOVE VR-APPLICANT-NAME TO ER-APPLICANT-NAME
076600     MOVE VR-PRECINCT-CODE TO ER-PRECINCT-CODE
082200     END-IF.
082300 2050-EXIT.
082400     EXIT.
082410*
082420*********************************************************************
082430*    2060-CHECK-CLOSE-OF-BOOKS - AN APPLICANT BEING REGISTERED      *
082440*    (ELIGIBLE OR PRE-REGISTERED) WHOSE APPLICATION WAS RECEIVED    *
082450*    AFTER THE CLOSE OF BOOKS IS STILL REGISTERED, BUT MAY NOT      *
082460*    VOTE A REGULAR BALLOT IN THIS ELECTION.  THE DETERMINATION     *
082470*    MESSAGE IS LEFT AS IT IS - EVERYTHING DOWNSTREAM KEYS ON IT -  *
082480*    AND THE LATE SWITCH CARRIES THE DIFFERENCE.                    *
082490*********************************************************************
082500 2060-CHECK-CLOSE-OF-BOOKS.
082510     MOVE "N" TO WS-LATE-SW
082520     IF NOT WS-BOOKS-CLOSED-MODE
082530         GO TO 2060-EXIT
082540     END-IF
082550     IF AGE-MESSAGE NOT = "Eligible to Vote"
082560         AND AGE-MESSAGE NOT = WS-PREREG-MESSAGE
082570         GO TO 2060-EXIT
082580     END-IF
082590     IF VR-RECEIVED-DATE NOT NUMERIC
082600         GO TO 2060-EXIT
082610     END-IF
082620     IF VR-RECEIVED-DATE-8 > WS-CLOSE-OF-BOOKS-DATE-8
082630         MOVE "Y" TO WS-LATE-SW
082640     END-IF.
082650 2060-EXIT.
082660     EXIT.
082670*
082680*********************************************************************
082700*    2200-WRITE-CERTIFICATE - PRINT ONE ELIGIBILITY CERTIFICATE     *
082800*    FOR THE APPLICANT, SUITABLE FOR HANDING OVER AND FILING IN     *
082900*    THE PRECINCT FOLDER.                                           *
086200         AGE-MESSAGE DELIMITED BY SIZE
086300         INTO CERT-LINE
086400     WRITE CERT-LINE
086410     IF WS-LATE-APPLICANT
086420         MOVE SPACES TO CERT-LINE
086430         STRING "RECEIVED. . . . . : " DELIMITED BY SIZE
086440             VR-RECEIVED-YYYY DELIMITED BY SIZE
086450             "-" DELIMITED BY SIZE
086460             VR-RECEIVED-MM DELIMITED BY SIZE
086470             "-" DELIMITED BY SIZE
086480             VR-RECEIVED-DD DELIMITED BY SIZE
086490             " - AFTER CLOSE OF BOOKS" DELIMITED BY SIZE
086491             INTO CERT-LINE
086492         WRITE CERT-LINE
086493         MOVE SPACES TO CERT-LINE
086494         STRING "EFFECTIVE . . . . : " DELIMITED BY SIZE
086495             "AFTER THE ELECTION OF " DELIMITED BY SIZE
086496             WS-ELEC-DISPLAY DELIMITED BY SIZE
086497             INTO CERT-LINE
086498         WRITE CERT-LINE
086499     END-IF
086500     IF AGE-MESSAGE = "Precinct Transfer"
086600         MOVE SPACES TO CERT-LINE
086700         STRING "TRANSFER FROM . . : " DELIMITED BY SIZE
087400             INTO CERT-LINE
087500         WRITE CERT-LINE
087600     END-IF
087601     IF AGE-MESSAGE = "Already Registered"
087602         AND WS-PRIOR-NAME-FOUND
087603         MOVE SPACES TO CERT-LINE
087604         STRING "NOW REGISTERED AS : " DELIMITED BY SIZE
087605             WS-PRIOR-CURRENT-NAME DELIMITED BY SIZE
087606             INTO CERT-LINE
087607         WRITE CERT-LINE
087608         MOVE SPACES TO CERT-LINE
087609         STRING "VOTER ID. . . . . : " DELIMITED BY SIZE
087611             WS-PRIOR-VOTER-ID DELIMITED BY SIZE
087612             INTO CERT-LINE
087613         WRITE CERT-LINE
087614     END-IF
087615     IF AGE-MESSAGE = "Precinct Transfer"
087620         OR AGE-MESSAGE = "Address Change"
087630         PERFORM 2210-FORMAT-ADDRESS THRU 2210-EXIT
087640         MOVE SPACES TO CERT-LINE
087650         STRING "NEW ADDRESS . . . : " DELIMITED BY SIZE
087660             WS-ADDRESS-LINE DELIMITED BY SIZE
087670             INTO CERT-LINE
087680         WRITE CERT-LINE
087690     END-IF
087700     MOVE SPACES TO CERT-LINE
087800     WRITE CERT-LINE
087900     ADD 1 TO WS-CERT-COUNT
088100     ADD 1 TO WS-NEXT-CERT-NO.
088200 2200-EXIT.
088300     EXIT.
088310*
088320 2210-FORMAT-ADDRESS.
088330     MOVE SPACES TO WS-ADDRESS-LINE
088340     STRING VR-HOUSE-NUMBER DELIMITED BY SIZE
088350         " " DELIMITED BY SIZE
088360         VR-STREET-NAME DELIMITED BY "  "
088370         " " DELIMITED BY SIZE
088380         VR-UNIT DELIMITED BY SIZE
088390         INTO WS-ADDRESS-LINE.
088391 2210-EXIT.
088392     EXIT.
088400*
088500*********************************************************************
088600*    2250-WRITE-NEWREG - WRITE ONE NEW-REGISTRANT RECORD FOR AN     *
089440     ELSE
089450         MOVE "E" TO NR-DETERMINATION
089460     END-IF
089470     MOVE VR-RESIDENCE-ADDRESS TO NR-RESIDENCE-ADDRESS
089480     IF WS-LATE-APPLICANT
089485         MOVE WS-EFFECTIVE-DATE-8 TO NR-EFFECTIVE-DATE
089490     ELSE
089495         MOVE ZERO TO NR-EFFECTIVE-DATE
089498     END-IF
089500     WRITE NEWREG-RECORD.
089600 2250-EXIT.
089700     EXIT.
091400         SET SB-DETERM-PREREG TO TRUE
091500     END-IF
091600     MOVE WS-RUN-DATE-8 TO SB-DETERM-DATE
091610     IF WS-LATE-APPLICANT
091620         MOVE WS-EFFECTIVE-DATE-8 TO SB-EFFECTIVE-DATE
091630     ELSE
091640         MOVE WS-RUN-DATE-8 TO SB-EFFECTIVE-DATE
091650     END-IF
091700     WRITE STATE-SUB-DETAIL
091800     ADD 1 TO WS-STATE-DETAIL-COUNT.
091900 2270-EXIT.
094400*
094500*********************************************************************
094600*    2260-WRITE-TRANSFER - WRITE ONE PRECINCT TRANSFER RECORD       *
094700*    FOR A MOVER, CARRYING THE VOTER ID, BOTH PRECINCTS AND THE     *
094800*    NEW ADDRESS, SO THE VOTPOST MAINTENANCE STEP CAN MOVE THE      *
094900*    MASTER RECORD WITHOUT THE APPLICANT FILING BOARD-OFFICE        *
094910*    PAPERWORK.  A MOVE WITHIN THE PRECINCT CARRIES THE SAME        *
094920*    PRECINCT AS OLD AND NEW.                                       *
095000*********************************************************************
095100 2260-WRITE-TRANSFER.
095200     MOVE SPACES TO TRANSFER-RECORD
095600     MOVE WS-XFER-OLD-PRECINCT TO TR-OLD-PRECINCT
095700     MOVE VR-PRECINCT-CODE TO TR-NEW-PRECINCT
095800     MOVE WS-RUN-DATE-8 TO TR-TRANSFER-DATE
095810     MOVE VR-RESIDENCE-ADDRESS TO TR-NEW-ADDRESS
095900     WRITE TRANSFER-RECORD.
096000 2260-EXIT.
096100     EXIT.
097300     MOVE VR-DOB TO AU-DOB
097400     MOVE VR-PRECINCT-CODE TO AU-PRECINCT-CODE
097500     MOVE AGE-MESSAGE TO AU-RESULT
097510     IF WS-LATE-APPLICANT
097520         SET AU-EFFECTIVE-AFTER-ELECTION TO TRUE
097530     END-IF
097600     WRITE AUDIT-RECORD
097700     ADD 1 TO WS-AUDIT-COUNT.
097800 2300-EXIT.
104500*    DIRECTLY FOR A RECORD WHOSE NAME AND DATE OF BIRTH MATCH       *
104600*    THIS APPLICANT.  NO HIT ON THE KEY MEANS NO DUPLICATE, AND     *
104610*    A RECORD CANCELLED BY VOTCANC IS NOT REGISTERED - THE          *
104620*    APPLICANT IS FREE TO REGISTER AGAIN.  A LIVE RECORD AT THE     *
104630*    SAME PRECINCT AND ADDRESS IS A DUPLICATE; A DIFFERENT          *
104640*    PRECINCT OR ADDRESS IS A MOVER.  A MASTER RECORD POSTED        *
104650*    BEFORE THE ADDRESS WAS CARRIED HAS A BLANK ONE, SO ITS FIRST   *
104660*    RE-APPLICATION GOES THROUGH AS AN ADDRESS CHANGE AND PUTS      *
104670*    THE ADDRESS ON THE MASTER.  NO HIT ON THE KEY IS THEN TRIED    *
104680*    AGAINST THE PRIOR-KEY HISTORY - A VOTER RE-KEYED BY VOTCHG     *
104690*    WHO APPLIES UNDER THE OLD NAME OR DATE OF BIRTH IS A           *
104691*    DUPLICATE OF THEIR CURRENT RECORD.                             *
104700*********************************************************************
104800 2600-CHECK-DUPLICATE.
104900     MOVE "N" TO WS-DUPLICATE-SW
105000     MOVE "N" TO WS-TRANSFER-SW
105010     MOVE "N" TO WS-PRIOR-NAME-SW
105100     IF WS-MASTER-OPEN
105200         MOVE VR-APPLICANT-NAME TO MR-VOTER-NAME
105300         MOVE VR-DOB TO MR-DOB
105400         READ MASTER-FILE
105500             INVALID KEY
105510                 PERFORM 2610-CHECK-PRIOR-KEY THRU 2610-EXIT
105600             NOT INVALID KEY
105610                 IF NOT MR-STATUS-CANCELLED
105700                     IF MR-PRECINCT-CODE = VR-PRECINCT-CODE
105710                         AND MR-RESIDENCE-ADDRESS
105720                             = VR-RESIDENCE-ADDRESS
105800                         MOVE "Y" TO WS-DUPLICATE-SW
105900                     ELSE
106000                         MOVE "Y" TO WS-TRANSFER-SW
106500         END-READ
106600     END-IF.
106700 2600-EXIT.
106705     EXIT.
106710*
106715 2610-CHECK-PRIOR-KEY.
106720     IF NOT WS-PKEY-OPEN
106725         GO TO 2610-EXIT
106730     END-IF
106735     MOVE VR-APPLICANT-NAME TO PK-OLD-NAME
106740     MOVE VR-DOB TO PK-OLD-DOB
106745     READ PKEY-FILE
106750         INVALID KEY GO TO 2610-EXIT
106755     END-READ
106760     MOVE PK-VOTER-ID TO MR-VOTER-ID
106765     READ MASTER-FILE KEY IS MR-VOTER-ID
106770         INVALID KEY GO TO 2610-EXIT
106775     END-READ
106780     IF NOT MR-STATUS-CANCELLED
106785         MOVE "Y" TO WS-DUPLICATE-SW
106790         MOVE "Y" TO WS-PRIOR-NAME-SW
106795         MOVE MR-VOTER-NAME TO WS-PRIOR-CURRENT-NAME
106800         MOVE MR-VOTER-ID TO WS-PRIOR-VOTER-ID
106805     END-IF.
106810 2610-EXIT.
106815     EXIT.
106900*
107000*********************************************************************
107100*    2675-CHECK-PRECINCT - VALIDATE THE APPLICANT PRECINCT CODE     *
108000         GO TO 2675-EXIT
108100     END-IF
108200     PERFORM 2680-FIND-PRECREF THRU 2680-EXIT
108210     IF WS-PRECREF-FOUND
108220         IF NOT WS-PR-HOLD-IN-FORCE
108230             MOVE "N" TO WS-PRECREF-FOUND-SW
108240         END-IF
108250     END-IF
108300     IF NOT WS-PRECREF-FOUND
108400         MOVE "N" TO WS-PRECINCT-VALID-SW
108500         IF AGE-MESSAGE = "Eligible to Vote"
110400     IF WS-PR-CODE (WS-PR-IDX) = VR-PRECINCT-CODE
110500         MOVE "Y" TO WS-PRECREF-FOUND-SW
110600         MOVE WS-PR-NAME (WS-PR-IDX) TO WS-PR-HOLD-NAME
110610         MOVE WS-PR-IN-FORCE-SW (WS-PR-IDX)
110620             TO WS-PR-HOLD-FORCE-SW
110700     END-IF.
110800 2690-EXIT.
110900     EXIT.
118400         WHEN AGE-MESSAGE = "Already Registered"
118500             ADD 1 TO WS-PS-DUPLICATE-CNT (WS-SEARCH-IDX)
118600         WHEN AGE-MESSAGE = "Precinct Transfer"
118610             OR AGE-MESSAGE = "Address Change"
118700             ADD 1 TO WS-PS-TRANSFER-CNT (WS-SEARCH-IDX)
118800         WHEN OTHER
118900             ADD 1 TO WS-PS-INELIGIBLE-CNT (WS-SEARCH-IDX)
125600     CLOSE CERT-REG-FILE
125700     IF WS-MASTER-OPEN
125800         CLOSE MASTER-FILE
125810     END-IF
125820     IF WS-PKEY-OPEN
125830         CLOSE PKEY-FILE
125900     END-IF.
126000 9000-EXIT.
126100     EXIT.
