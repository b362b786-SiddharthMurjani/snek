001700*    DOES NOT APPEAR, AND NEITHER DOES A RECORD IN ANY STATUS        *
001800*    OTHER THAN ACTIVE - A ROSTER IS A LIST OF PEOPLE ENTITLED       *
001900*    TO SIGN, NOT A COPY OF THE FILE.                                *
001910*                                                                   *
001920*    AN ACTIVE VOTER WHOSE REGISTRATION IS EFFECTIVE ONLY AFTER     *
001930*    THE ELECTION (AN APPLICATION RECEIVED AFTER THE CLOSE OF       *
001940*    BOOKS) IS NOT ENTITLED TO SIGN THE ROSTER.  THOSE VOTERS       *
001950*    PRINT INSTEAD ON A SEPARATE LATE REGISTRATION LIST PER         *
001960*    PRECINCT (LATELIST FILE) SO THE POLL WORKERS CAN OFFER THEM    *
001970*    A PROVISIONAL BALLOT RATHER THAN TURN THEM AWAY.               *
002000*                                                                   *
002100*    MODIFICATION HISTORY                                           *
002200*    DATE       INIT  DESCRIPTION                                  *
002440*                     THE HEADING SAYS "PRINTED" WITH THE RUN  *
002450*                     DATE INSTEAD OF PASSING THE PRINT DATE   *
002460*                     OFF AS AN ELECTION DATE.                 *
002470*    2026-10-15 RLH   VOTERS WITH AN ABSENTEE BALLOT FOR THE    *
002480*                     ELECTION (ABSBALLT) ARE FLAGGED IN THE    *
002490*                     SIGNATURE COLUMN - RETURNED MEANS THE     *
002491*                     VOTE IS IN, ANY OTHER STATUS MEANS A      *
002492*                     PROVISIONAL BALLOT AT THE POLLS - AND     *
002493*                     EACH PRECINCT TRAILER COUNTS THEM.        *
002494*    2026-10-15 RLH   A VOTER EFFECTIVE ONLY AFTER THE ELECTION  *
002495*                     (REGISTERED AFTER THE CLOSE OF BOOKS) IS   *
002496*                     LEFT OFF THE ROSTER AND PRINTED ON THE     *
002497*                     NEW PER-PRECINCT LATE REGISTRATION LIST    *
002498*                     (LATELIST) FOR A PROVISIONAL BALLOT.       *
002500*********************************************************************
002600*
002700 ENVIRONMENT DIVISION.
004020     SELECT PARM-FILE ASSIGN TO "VAGEPARM"
004030         ORGANIZATION IS SEQUENTIAL
004040         FILE STATUS IS WS-PARM-STATUS.
004050
004060     SELECT BALLOT-FILE ASSIGN TO "ABSBALLT"
004070         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS RANDOM
004090         RECORD KEY IS AB-BALLOT-KEY
004095         FILE STATUS IS WS-BALLOT-STATUS.
004100
004200     SELECT SORT-FILE ASSIGN TO "POLLSORT".
004300
004400     SELECT BOOK-FILE ASSIGN TO "POLLBOOK"
004500         ORGANIZATION IS SEQUENTIAL.
004510
004520     SELECT LATE-FILE ASSIGN TO "LATELIST"
004530         ORGANIZATION IS SEQUENTIAL.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
005520 FD  PARM-FILE
005530     LABEL RECORDS ARE STANDARD.
005540     COPY CPRUNPRM.
005550
005560 FD  BALLOT-FILE
005570     LABEL RECORDS ARE STANDARD.
005580     COPY CPABSEN.
005600
005700 SD  SORT-FILE.
005800 01  SORT-RECORD.
006000     05  SR-VOTER-NAME               PIC X(30).
006100     05  SR-DOB                      PIC 9(08).
006200     05  SR-VOTER-ID                 PIC X(10).
006210     05  SR-ABSENTEE-FLAG            PIC X(01).
006220         88  SR-ABSENTEE-NONE        VALUE " ".
006230         88  SR-ABSENTEE-RETURNED    VALUE "R".
006240     05  SR-LATE-FLAG                PIC X(01).
006250         88  SR-LATE-REGISTRANT      VALUE "L".
006260     05  SR-EFFECTIVE-DATE           PIC 9(08).
006300
006400 FD  BOOK-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  BOOK-LINE                       PIC X(100).
006610
006620 FD  LATE-FILE
006630     LABEL RECORDS ARE STANDARD.
006640 01  LATE-LINE                       PIC X(100).
006700*
006800 WORKING-STORAGE SECTION.
006900 77  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
007500 77  WS-MASTER-STATUS                PIC X(02).
007600 77  WS-PREC-STATUS                  PIC X(02).
007610 77  WS-PARM-STATUS                  PIC X(02).
007620 77  WS-BALLOT-STATUS                PIC X(02).
007630 77  WS-BALLOT-OPEN-SW               PIC X(01) VALUE "N".
007640     88  WS-BALLOT-OPEN              VALUE "Y".
007700 77  WS-PRECREF-FOUND-SW             PIC X(01).
007800     88  WS-PRECREF-FOUND            VALUE "Y".
007900
008100 77  WS-LISTED-COUNT                 PIC 9(08) COMP VALUE ZERO.
008200 77  WS-SKIPPED-COUNT                PIC 9(08) COMP VALUE ZERO.
008300 77  WS-PRECINCT-VOTERS              PIC 9(06) COMP VALUE ZERO.
008310 77  WS-PRECINCT-ABSENTEE            PIC 9(06) COMP VALUE ZERO.
008320 77  WS-ABSENTEE-COUNT               PIC 9(08) COMP VALUE ZERO.
008330 77  WS-LATE-COUNT                   PIC 9(08) COMP VALUE ZERO.
008340 77  WS-PRECINCT-LATE                PIC 9(06) COMP VALUE ZERO.
008350 77  WS-LATE-PAGE-NO                 PIC 9(04) COMP VALUE ZERO.
008360 77  WS-LATE-LINE-NO                 PIC 9(02) COMP VALUE ZERO.
008400 77  WS-PAGE-NO                      PIC 9(04) COMP VALUE ZERO.
008500 77  WS-LINE-NO                      PIC 9(02) COMP VALUE ZERO.
008600 77  WS-LINES-PER-PAGE               PIC 9(02) COMP VALUE 40.
009300     05  WS-RUN-MM                   PIC 9(02).
009400     05  WS-RUN-DD                   PIC 9(02).
009500 01  WS-HOLD-PRECINCT                PIC X(05) VALUE HIGH-VALUES.
009505 01  WS-LATE-HOLD-PRECINCT           PIC X(05) VALUE HIGH-VALUES.
009510 01  WS-ELECTION-DATE-8              PIC 9(08) VALUE ZERO.
009520 01  WS-HEAD-LABEL                   PIC X(12).
009530 01  WS-HEAD-DATE-SPLIT.
010800     05  WS-DOB-SPLIT-YYYY           PIC 9(04).
010900     05  WS-DOB-SPLIT-MM             PIC 9(02).
011000     05  WS-DOB-SPLIT-DD             PIC 9(02).
011010 01  WS-EFF-DISPLAY.
011020     05  WS-EFF-DISP-YYYY            PIC 9(04).
011030     05  FILLER                      PIC X(01) VALUE "-".
011040     05  WS-EFF-DISP-MM              PIC 9(02).
011050     05  FILLER                      PIC X(01) VALUE "-".
011060     05  WS-EFF-DISP-DD              PIC 9(02).
011070 01  WS-EFF-SPLIT.
011080     05  WS-EFF-SPLIT-YYYY           PIC 9(04).
011090     05  WS-EFF-SPLIT-MM             PIC 9(02).
011095     05  WS-EFF-SPLIT-DD             PIC 9(02).
011100*
011200 01  WS-PRECREF-TABLE.
011300     05  WS-PRECREF-ENTRY OCCURS 1 TO 200 TIMES
012500     05  BD-DOB                      PIC X(10).
012600     05  FILLER                      PIC X(02) VALUE SPACES.
012700     05  BD-SIGNATURE                PIC X(34).
012710*
012720 01  WS-LATE-DETAIL.
012730     05  LD-VOTER-ID                 PIC X(10).
012740     05  FILLER                      PIC X(02) VALUE SPACES.
012750     05  LD-VOTER-NAME               PIC X(30).
012760     05  FILLER                      PIC X(02) VALUE SPACES.
012770     05  LD-DOB                      PIC X(10).
012780     05  FILLER                      PIC X(02) VALUE SPACES.
012790     05  LD-EFFECTIVE                PIC X(10).
012795     05  FILLER                      PIC X(02) VALUE SPACES.
012797     05  LD-PROVISIONAL              PIC X(32).
012800*
012900 PROCEDURE DIVISION.
013000*
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     SORT SORT-FILE
013400         ON ASCENDING KEY SR-PRECINCT-CODE
013450                          SR-LATE-FLAG
013500                          SR-VOTER-NAME
013600                          SR-DOB
013700         INPUT PROCEDURE IS 2000-SELECT-VOTERS THRU 2000-EXIT
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF
017150     PERFORM 1070-OPEN-BALLOTS THRU 1070-EXIT
017200     OPEN OUTPUT BOOK-FILE
017250     OPEN OUTPUT LATE-FILE.
017300 1000-EXIT.
017400     EXIT.
017410*
017511 1060-EXIT.
017512     EXIT.
017513*
017514*********************************************************************
017515*    1070-OPEN-BALLOTS - THE ABSENTEE BALLOT FILE IS KEYED BY        *
017516*    ELECTION, SO WITHOUT AN ELECTION DATE THERE IS NOTHING TO       *
017517*    LOOK UP.  A COUNTY THAT HAS NOT YET ISSUED A BALLOT HAS NO      *
017518*    FILE; EITHER WAY THE ROSTER PRINTS UNFLAGGED.                   *
017519*********************************************************************
017520 1070-OPEN-BALLOTS.
017521     IF WS-ELECTION-DATE-8 = ZERO
017522         GO TO 1070-EXIT
017523     END-IF
017524     OPEN INPUT BALLOT-FILE
017525     IF WS-BALLOT-STATUS = "35"
017526         GO TO 1070-EXIT
017527     END-IF
017528     IF WS-BALLOT-STATUS NOT = "00"
017529         DISPLAY "POLLBOOK ERROR - ABSENTEE BALLOT FILE OPEN "
017530             "FAILED, STATUS " WS-BALLOT-STATUS
017531         MOVE 16 TO RETURN-CODE
017532         STOP RUN
017533     END-IF
017534     MOVE "Y" TO WS-BALLOT-OPEN-SW.
017535 1070-EXIT.
017536     EXIT.
017537*
017600 1100-LOAD-ONE-PRECREF.
017700     READ PREC-FILE
017800         AT END MOVE "Y" TO WS-PREC-EOF-SW
019000*********************************************************************
019100*    2000-SELECT-VOTERS - ONE PASS DOWN THE MASTER INDEX.  EVERY     *
019200*    ACTIVE VOTER IS RELEASED TO THE SORT; ANY OTHER STATUS IS       *
019300*    COUNTED AND LEFT OFF THE ROSTER.  AN ACTIVE VOTER EFFECTIVE     *
019310*    ONLY AFTER THE ELECTION IS RELEASED FLAGGED LATE, SORTING       *
019320*    BEHIND THE ROSTER VOTERS OF THE PRECINCT.  A RECORD WITH NO     *
019330*    EFFECTIVE DATE PREDATES THE DEADLINE CHECK AND IS ON TIME.      *
019400*********************************************************************
019500 2000-SELECT-VOTERS.
019600     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
020800                 MOVE MR-VOTER-NAME TO SR-VOTER-NAME
020900                 MOVE MR-DOB TO SR-DOB
021000                 MOVE MR-VOTER-ID TO SR-VOTER-ID
021010                 MOVE SPACE TO SR-LATE-FLAG
021020                 MOVE ZERO TO SR-EFFECTIVE-DATE
021030                 IF WS-ELECTION-DATE-8 > ZERO
021035                     AND MR-EFFECTIVE-DATE NUMERIC
021040                     AND MR-EFFECTIVE-DATE > WS-ELECTION-DATE-8
021045                     MOVE "L" TO SR-LATE-FLAG
021046                     MOVE MR-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE
021047                     MOVE SPACE TO SR-ABSENTEE-FLAG
021048                     RELEASE SORT-RECORD
021049                     ADD 1 TO WS-LATE-COUNT
021050                 ELSE
021051                     PERFORM 2150-CHECK-ABSENTEE THRU 2150-EXIT
021100                     RELEASE SORT-RECORD
021200                     ADD 1 TO WS-LISTED-COUNT
021250                 END-IF
021300             ELSE
021400                 ADD 1 TO WS-SKIPPED-COUNT
021500             END-IF
021600     END-READ.
021700 2100-EXIT.
021710     EXIT.
021720*
021730*********************************************************************
021740*    2150-CHECK-ABSENTEE - CARRY THE STATUS OF ANY ABSENTEE          *
021750*    BALLOT THE VOTER HAS FOR THIS ELECTION THROUGH THE SORT.        *
021760*********************************************************************
021770 2150-CHECK-ABSENTEE.
021780     MOVE SPACE TO SR-ABSENTEE-FLAG
021790     IF NOT WS-BALLOT-OPEN
021800         GO TO 2150-EXIT
021810     END-IF
021820     MOVE MR-VOTER-ID TO AB-VOTER-ID
021830     MOVE WS-ELECTION-DATE-8 TO AB-ELECTION-DATE
021840     READ BALLOT-FILE
021850         INVALID KEY GO TO 2150-EXIT
021860     END-READ
021870     MOVE AB-STATUS TO SR-ABSENTEE-FLAG
021880     IF SR-ABSENTEE-NONE
021890         MOVE "I" TO SR-ABSENTEE-FLAG
021900     END-IF.
021910 2150-EXIT.
021920     EXIT.
021930*
022000*********************************************************************
022100*    3000-PRINT-BOOK - TAKE THE SORTED VOTERS BACK IN PRECINCT       *
022200*    AND NAME ORDER AND PRINT THE ROSTERS, BREAKING TO A NEW         *
024700         END-IF
024800         PERFORM 3300-START-PRECINCT THRU 3300-EXIT
024900     END-IF
025000     IF SR-LATE-REGISTRANT
025010         PERFORM 3600-LIST-LATE-VOTER THRU 3600-EXIT
025020         PERFORM 3100-RETURN-ONE THRU 3100-EXIT
025030         GO TO 3200-EXIT
025040     END-IF
025050     IF WS-LINE-NO >= WS-LINES-PER-PAGE
025100         PERFORM 3400-PAGE-HEADING THRU 3400-EXIT
025200     END-IF
025300     MOVE SR-VOTER-ID TO BD-VOTER-ID
025700     MOVE WS-DOB-SPLIT-MM TO WS-DOB-DISP-MM
025800     MOVE WS-DOB-SPLIT-DD TO WS-DOB-DISP-DD
025900     MOVE WS-DOB-DISPLAY TO BD-DOB
026000     EVALUATE TRUE
026010         WHEN SR-ABSENTEE-NONE
026020             MOVE "X................................."
026030                 TO BD-SIGNATURE
026040         WHEN SR-ABSENTEE-RETURNED
026050             MOVE "*ABSENTEE RETURNED - HAS VOTED*"
026060                 TO BD-SIGNATURE
026070             ADD 1 TO WS-PRECINCT-ABSENTEE
026080             ADD 1 TO WS-ABSENTEE-COUNT
026090         WHEN OTHER
026091             MOVE "*ABSENTEE ISSUED - PROVISIONAL*"
026092                 TO BD-SIGNATURE
026093             ADD 1 TO WS-PRECINCT-ABSENTEE
026094             ADD 1 TO WS-ABSENTEE-COUNT
026095     END-EVALUATE
026100     MOVE SPACES TO BOOK-LINE
026200     MOVE WS-BOOK-DETAIL TO BOOK-LINE
026300     WRITE BOOK-LINE
028900     END-IF
029000     MOVE ZERO TO WS-PAGE-NO
029100     MOVE ZERO TO WS-PRECINCT-VOTERS
029150     MOVE ZERO TO WS-PRECINCT-ABSENTEE
029200     PERFORM 3400-PAGE-HEADING THRU 3400-EXIT.
029300 3300-EXIT.
029400     EXIT.
035500         WS-COUNT-DISPLAY DELIMITED BY SIZE
035600         INTO BOOK-LINE
035700     WRITE BOOK-LINE
035710     IF WS-PRECINCT-ABSENTEE > ZERO
035720         MOVE WS-PRECINCT-ABSENTEE TO WS-COUNT-DISPLAY
035730         MOVE SPACES TO BOOK-LINE
035740         STRING "                        " DELIMITED BY SIZE
035750             "ABSENTEE BALLOTS FLAGGED: " DELIMITED BY SIZE
035760             WS-COUNT-DISPLAY DELIMITED BY SIZE
035770             INTO BOOK-LINE
035780         WRITE BOOK-LINE
035790     END-IF
035800     MOVE SPACES TO BOOK-LINE
035900     WRITE BOOK-LINE
035950     IF WS-LATE-HOLD-PRECINCT = WS-HOLD-PRECINCT
035960         PERFORM 3800-END-LATE-PRECINCT THRU 3800-EXIT
035970     END-IF.
036000 3500-EXIT.
036100     EXIT.
036102*
036104*********************************************************************
036106*    3600-LIST-LATE-VOTER - ONE LINE ON THE PRECINCT'S LATE          *
036108*    REGISTRATION LIST.  THE LATE VOTERS OF A PRECINCT FOLLOW ITS    *
036110*    ROSTER VOTERS OUT OF THE SORT, SO THE FIRST ONE STARTS THE      *
036112*    PRECINCT'S LIST UNDER THE HEADING ALREADY LOOKED UP FOR THE     *
036114*    ROSTER.                                                         *
036116*********************************************************************
036118 3600-LIST-LATE-VOTER.
036120     IF WS-LATE-HOLD-PRECINCT NOT = WS-HOLD-PRECINCT
036122         PERFORM 3700-START-LATE-PRECINCT THRU 3700-EXIT
036124     END-IF
036126     IF WS-LATE-LINE-NO >= WS-LINES-PER-PAGE
036128         PERFORM 3750-LATE-PAGE-HEADING THRU 3750-EXIT
036130     END-IF
036132     MOVE SR-VOTER-ID TO LD-VOTER-ID
036134     MOVE SR-VOTER-NAME TO LD-VOTER-NAME
036136     MOVE SR-DOB TO WS-DOB-SPLIT
036138     MOVE WS-DOB-SPLIT-YYYY TO WS-DOB-DISP-YYYY
036140     MOVE WS-DOB-SPLIT-MM TO WS-DOB-DISP-MM
036142     MOVE WS-DOB-SPLIT-DD TO WS-DOB-DISP-DD
036144     MOVE WS-DOB-DISPLAY TO LD-DOB
036146     MOVE SR-EFFECTIVE-DATE TO WS-EFF-SPLIT
036148     MOVE WS-EFF-SPLIT-YYYY TO WS-EFF-DISP-YYYY
036150     MOVE WS-EFF-SPLIT-MM TO WS-EFF-DISP-MM
036152     MOVE WS-EFF-SPLIT-DD TO WS-EFF-DISP-DD
036154     MOVE WS-EFF-DISPLAY TO LD-EFFECTIVE
036156     MOVE "PROVISIONAL BALLOT ONLY" TO LD-PROVISIONAL
036158     MOVE SPACES TO LATE-LINE
036160     MOVE WS-LATE-DETAIL TO LATE-LINE
036162     WRITE LATE-LINE
036164     ADD 1 TO WS-LATE-LINE-NO
036166     ADD 1 TO WS-PRECINCT-LATE.
036168 3600-EXIT.
036170     EXIT.
036172*
036174 3700-START-LATE-PRECINCT.
036176     MOVE WS-HOLD-PRECINCT TO WS-LATE-HOLD-PRECINCT
036178     MOVE ZERO TO WS-LATE-PAGE-NO
036180     MOVE ZERO TO WS-PRECINCT-LATE
036182     PERFORM 3750-LATE-PAGE-HEADING THRU 3750-EXIT.
036184 3700-EXIT.
036186     EXIT.
036188*
036190 3750-LATE-PAGE-HEADING.
036192     ADD 1 TO WS-LATE-PAGE-NO
036194     MOVE WS-LATE-PAGE-NO TO WS-PAGE-DISPLAY
036196     MOVE SPACES TO LATE-LINE
036198     STRING "LATE REGISTRATION LIST        "
036200         DELIMITED BY SIZE
036202         WS-HEAD-LABEL DELIMITED BY SIZE
036204         WS-HEAD-DATE-DISP DELIMITED BY SIZE
036206         "          PAGE " DELIMITED BY SIZE
036208         WS-PAGE-DISPLAY DELIMITED BY SIZE
036210         INTO LATE-LINE
036212     WRITE LATE-LINE
036214     MOVE SPACES TO LATE-LINE
036216     STRING "PRECINCT " DELIMITED BY SIZE
036218         WS-HOLD-PRECINCT DELIMITED BY SIZE
036220         "  " DELIMITED BY SIZE
036222         WS-HOLD-PREC-NAME DELIMITED BY SIZE
036224         INTO LATE-LINE
036226     WRITE LATE-LINE
036228     MOVE SPACES TO LATE-LINE
036230     STRING "POLLING PLACE " DELIMITED BY SIZE
036232         WS-HOLD-POLL-PLACE DELIMITED BY SIZE
036234         "  DISTRICT " DELIMITED BY SIZE
036236         WS-HOLD-DISTRICT DELIMITED BY SIZE
036238         INTO LATE-LINE
036240     WRITE LATE-LINE
036242     MOVE SPACES TO LATE-LINE
036244     WRITE LATE-LINE
036246     MOVE "REGISTERED AFTER THE CLOSE OF BOOKS - NOT ON THE "
036248         TO LATE-LINE
036250     MOVE "SIGNATURE ROSTER" TO LATE-LINE (50:)
036252     WRITE LATE-LINE
036254     MOVE "OFFER THESE VOTERS A PROVISIONAL BALLOT ONLY"
036256         TO LATE-LINE
036258     WRITE LATE-LINE
036260     MOVE SPACES TO LATE-LINE
036262     WRITE LATE-LINE
036264     MOVE "VOTER ID    VOTER NAME                      DOB"
036266         TO LATE-LINE
036268     MOVE "EFFECTIVE" TO LATE-LINE (57:)
036270     WRITE LATE-LINE
036272     MOVE SPACES TO LATE-LINE
036274     WRITE LATE-LINE
036276     MOVE ZERO TO WS-LATE-LINE-NO.
036278 3750-EXIT.
036280     EXIT.
036282*
036284 3800-END-LATE-PRECINCT.
036286     MOVE WS-PRECINCT-LATE TO WS-COUNT-DISPLAY
036288     MOVE SPACES TO LATE-LINE
036290     WRITE LATE-LINE
036292     MOVE SPACES TO LATE-LINE
036294     STRING "END OF PRECINCT " DELIMITED BY SIZE
036296         WS-HOLD-PRECINCT DELIMITED BY SIZE
036298         " - LATE REGISTRANTS LISTED: " DELIMITED BY SIZE
036300         WS-COUNT-DISPLAY DELIMITED BY SIZE
036302         INTO LATE-LINE
036304     WRITE LATE-LINE
036306     MOVE SPACES TO LATE-LINE
036308     WRITE LATE-LINE.
036310 3800-EXIT.
036312     EXIT.
036314*
036316*********************************************************************
036400*    9000-TERMINATE - CLOSE OUT AND ACCOUNT FOR EVERY MASTER         *
036500*    RECORD - READ EQUALS LISTED PLUS LATE PLUS LEFT OFF.            *
036600*********************************************************************
036700 9000-TERMINATE.
036800     CLOSE MASTER-FILE
036900     CLOSE BOOK-FILE
036905     CLOSE LATE-FILE
036910     IF WS-BALLOT-OPEN
036920         CLOSE BALLOT-FILE
036930     END-IF
037000     DISPLAY "POLLBOOK - MASTER RECORDS READ. : " WS-READ-COUNT
037100     DISPLAY "POLLBOOK - VOTERS LISTED. . . . : " WS-LISTED-COUNT
037110     DISPLAY "POLLBOOK - LATE REGISTRANTS . . : " WS-LATE-COUNT
037200     DISPLAY "POLLBOOK - NOT ACTIVE, LEFT OFF : "
037210         WS-SKIPPED-COUNT
037220     DISPLAY "POLLBOOK - ABSENTEE FLAGGED . . : "
037230         WS-ABSENTEE-COUNT.
037300 9000-EXIT.
037400     EXIT.
