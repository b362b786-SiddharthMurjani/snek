003917*                     RERUN REWRITES INSTEAD OF MAILING     *
003918*                     A SECOND CARD.  SKIPPED RECORDS GET   *
003919*                     NO CARD.                              *
003920*    2026-10-15 RLH   THE RESIDENCE ADDRESS IS NOW POSTED TO  *
003922*                     THE MASTER FROM THE NEW-REGISTRANT      *
003924*                     RECORD AND FROM THE TRANSFER RECORD,    *
003926*                     AND CARRIED ONTO THE MAILER EXTRACT.    *
003928*                     A MOVE WITHIN THE PRECINCT IS LISTED    *
003930*                     AS "ADDRESS CHANGED".                   *
003932*    2026-10-15 RLH   EVERY MASTER RECORD POSTED, REACTIVATED  *
003934*                     OR TRANSFERRED IS APPENDED TO THE MASTER *
003936*                     CHANGE JOURNAL (VOTJRNL, CPJRNL) WITH    *
003938*                     THE RECORD BEFORE AND AFTER, SO VOTRCVR  *
003940*                     CAN ROLL THE DAY FORWARD FROM BACKUP.    *
003942*    2026-10-15 RLH   A RECORD POSTED OR REACTIVATED CARRIES   *
003944*                     THE RUN DATE AS ITS REGISTRATION DATE    *
003946*                     (MR-REGISTRATION-DATE) FOR TURNRPT.      *
003948*    2026-10-15 RLH   A RECORD POSTED OR REACTIVATED ALSO      *
003950*                     CARRIES ITS EFFECTIVE DATE - THE DAY     *
003952*                     AFTER THE ELECTION FOR AN APPLICATION    *
003954*                     RECEIVED AFTER THE CLOSE OF BOOKS, ELSE  *
003956*                     THE RUN DATE.                            *
003958*    2026-10-15 RLH   ENDS WITH GOBACK INSTEAD OF STOP RUN, SO *
003960*                     UNDER THE NIGHTLY DRIVER (NIGHTDRV) THE  *
003962*                     STEP HANDS CONTROL AND ITS RETURN CODE   *
003964*                     BACK.  RUN ON ITS OWN IT ENDS AS BEFORE. *
003966*    2026-10-15 RLH   A REACTIVATION OR TRANSFER WHOSE MASTER  *
003968*                     REWRITE FAILS ENDS THE RUN BEFORE IT IS  *
003970*                     JOURNALED.                               *
003972*********************************************************************
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
006192         ACCESS MODE IS RANDOM
006193         RECORD KEY IS ML-VOTER-ID
006194         FILE STATUS IS WS-MAIL-STATUS.
006195
006196     SELECT JOURNAL-FILE ASSIGN TO "VOTJRNL"
006197         ORGANIZATION IS SEQUENTIAL
006198         FILE STATUS IS WS-JOURNAL-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
007991 FD  MAIL-FILE
007992     LABEL RECORDS ARE STANDARD.
007993     COPY CPMAIL.
007994
007995 FD  JOURNAL-FILE
007996     LABEL RECORDS ARE STANDARD.
007997     COPY CPJRNL.
008000*
008100 WORKING-STORAGE SECTION.
008200 77  WS-NEWREG-EOF-SW                PIC X(01) VALUE "N".
009320 77  WS-MAILER-COUNT                 PIC 9(06) COMP VALUE ZERO.
009330 77  WS-PREC-STATUS                  PIC X(02).
009340 77  WS-MAIL-STATUS                  PIC X(02).
009345 77  WS-JOURNAL-STATUS               PIC X(02).
009350 77  WS-PREC-EOF-SW                  PIC X(01) VALUE "N".
009360     88  WS-PREC-EOF-YES             VALUE "Y".
009370 77  WS-PRECREF-MODE-SW              PIC X(01) VALUE "N".
010400     05  WS-RUN-MM                   PIC 9(02).
010500     05  WS-RUN-DD                   PIC 9(02).
010510 01  WS-RUN-DATE-8 REDEFINES WS-RUN-DATE PIC 9(08).
010520 01  WS-RUN-TIME                     PIC 9(08).
010530*
010540*    THE CHANGE JOURNAL ENTRY BEING BUILT - THE CALLER OF
010550*    2500-WRITE-JOURNAL FILLS THE TYPE, REASON AND BEFORE-IMAGE.
010560 01  WS-JOURNAL-TYPE                 PIC X(01).
010570 01  WS-JOURNAL-REASON               PIC X(20).
010580 01  WS-BEFORE-IMAGE                 PIC X(140).
010600*
010700 01  WS-DOB-DISPLAY.
010800     05  WS-DOB-DISP-YYYY            PIC 9(04).
013600         UNTIL WS-NEWREG-EOF-YES.
013700     PERFORM 3000-APPLY-TRANSFERS THRU 3000-EXIT.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     GOBACK.
014000*
014100*********************************************************************
014200*    1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER IF       *
014300*    THIS IS A BRAND NEW COUNTY LOAD, SCAN THE MASTER ONCE FOR      *
014400*    THE HIGHEST VOTER ID ALREADY ASSIGNED SO NEW IDS CONTINUE      *
014500*    FROM THERE, AND START THE POSTING REGISTER.  THE CHANGE        *
014510*    JOURNAL IS OPENED FOR APPEND, AND CREATED ON ITS FIRST USE.    *
014600*********************************************************************
014700 1000-INITIALIZE.
014800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014810     ACCEPT WS-RUN-TIME FROM TIME
014900     OPEN INPUT NEWREG-FILE
015000     IF WS-NEWREG-STATUS NOT = "00"
015100         DISPLAY "VOTPOST ERROR - CLEARED NEW REGISTRANT FILE "
015200             "(NEWREGC) OPEN FAILED, STATUS " WS-NEWREG-STATUS
015210             " - RUN THE DUPCHK REVIEW PASS FIRST"
015300         MOVE 16 TO RETURN-CODE
015400         GOBACK
015500     END-IF
015600     OPEN I-O MASTER-FILE
015700     IF WS-MASTER-STATUS = "35"
016300         DISPLAY "VOTPOST ERROR - VOTER MASTER OPEN FAILED, "
016400             "STATUS " WS-MASTER-STATUS
016500         MOVE 16 TO RETURN-CODE
016600         GOBACK
016700     END-IF
016710     OPEN EXTEND JOURNAL-FILE
016720     IF WS-JOURNAL-STATUS = "35"
016730         OPEN OUTPUT JOURNAL-FILE
016740     END-IF
016750     IF WS-JOURNAL-STATUS NOT = "00"
016760         DISPLAY "VOTPOST ERROR - CHANGE JOURNAL OPEN FAILED, "
016770             "STATUS " WS-JOURNAL-STATUS
016780         MOVE 16 TO RETURN-CODE
016790         GOBACK
016795     END-IF
016800     PERFORM 1100-FIND-HIGH-ID THRU 1100-EXIT
016900     OPEN OUTPUT REGISTER-FILE
017000     MOVE SPACES TO REGISTER-LINE
019040         DISPLAY "VOTPOST ERROR - MAILER EXTRACT OPEN FAILED, "
019041             "STATUS " WS-MAIL-STATUS
019042         MOVE 16 TO RETURN-CODE
019043         GOBACK
019044     END-IF.
019045 1300-EXIT.
019046     EXIT.
024100     MOVE NR-APPLICANT-NAME TO MR-VOTER-NAME
024200     MOVE NR-DOB TO MR-DOB
024300     MOVE NR-PRECINCT-CODE TO MR-PRECINCT-CODE
024310     MOVE NR-RESIDENCE-ADDRESS TO MR-RESIDENCE-ADDRESS
024400     MOVE WS-NEXT-VOTER-ID TO WS-ID-WORK-N
024500     MOVE WS-ID-WORK TO MR-VOTER-ID
024510     IF NR-DETERM-PREREG
024540         MOVE "A" TO MR-STATUS
024550     END-IF
024560     MOVE ZERO TO MR-CANCEL-DATE
024570     MOVE WS-RUN-DATE-8 TO MR-REGISTRATION-DATE
024571     IF NR-EFFECTIVE-DATE NUMERIC AND NR-EFFECTIVE-DATE > ZERO
024572         MOVE NR-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE
024573     ELSE
024574         MOVE WS-RUN-DATE-8 TO MR-EFFECTIVE-DATE
024575     END-IF
024600     WRITE MASTER-RECORD
024700         INVALID KEY
024800             SUBTRACT 1 FROM WS-NEXT-VOTER-ID
025300             PERFORM 2100-READ-NEWREG THRU 2100-EXIT
025400             GO TO 2000-EXIT
025500     END-WRITE
025510     MOVE "A" TO WS-JOURNAL-TYPE
025520     IF NR-DETERM-PREREG
025530         MOVE "PRE-REGISTRATION" TO WS-JOURNAL-REASON
025540     ELSE
025550         MOVE "NEW REGISTRATION" TO WS-JOURNAL-REASON
025560     END-IF
025570     MOVE SPACES TO WS-BEFORE-IMAGE
025580     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
025600     ADD 1 TO WS-POSTED-COUNT
025700     MOVE MR-VOTER-ID TO RD-VOTER-ID
025800     IF NR-DETERM-PREREG
026900     EXIT.
027000*
027010*********************************************************************
027011*    2200-REACTIVATE - A RETURNING VOTER.  THE CANCELLED MASTER     *
027012*    RECORD JUST READ IS PUT BACK IN FORCE UNDER ITS OLD VOTER      *
027013*    ID, AT THE PRECINCT AND ADDRESS ON TODAY'S CARD, WITH THE      *
027014*    CANCELLATION REASON AND DATE CLEARED.                          *
027015*********************************************************************
027016 2200-REACTIVATE.
027017     MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
027018     MOVE NR-PRECINCT-CODE TO MR-PRECINCT-CODE
027019     MOVE NR-RESIDENCE-ADDRESS TO MR-RESIDENCE-ADDRESS
027020     IF NR-DETERM-PREREG
027021         MOVE "P" TO MR-STATUS
027022     ELSE
027023         MOVE "A" TO MR-STATUS
027024     END-IF
027025     MOVE SPACE TO MR-CANCEL-REASON
027026     MOVE ZERO TO MR-CANCEL-DATE
027027     MOVE WS-RUN-DATE-8 TO MR-REGISTRATION-DATE
027028     IF NR-EFFECTIVE-DATE NUMERIC AND NR-EFFECTIVE-DATE > ZERO
027029         MOVE NR-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE
027030     ELSE
027031         MOVE WS-RUN-DATE-8 TO MR-EFFECTIVE-DATE
027032     END-IF
027033     REWRITE MASTER-RECORD
027034     IF WS-MASTER-STATUS NOT = "00"
027035         DISPLAY "VOTPOST ERROR - MASTER REWRITE FAILED, VOTER "
027036             MR-VOTER-ID ", STATUS " WS-MASTER-STATUS
027037         MOVE 16 TO RETURN-CODE
027038         GOBACK
027039     END-IF
027040     MOVE "C" TO WS-JOURNAL-TYPE
027041     MOVE "REACTIVATED" TO WS-JOURNAL-REASON
027042     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
027043     ADD 1 TO WS-REACTIVATED-COUNT
027044     MOVE MR-VOTER-ID TO RD-VOTER-ID
027045     MOVE "REACTIVATED" TO RD-DISPOSITION
027046     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
027047     PERFORM 2400-WRITE-MAILER THRU 2400-EXIT.
027048 2200-EXIT.
027049     EXIT.
027050*
027081*********************************************************************
027082*    2400-WRITE-MAILER - ONE MAILER EXTRACT RECORD FOR THE           *
027083*    MASTER RECORD JUST POSTED, REACTIVATED OR TRANSFERRED,          *
027084*    WITH THE PRECINCT NAME, POLLING PLACE AND DISTRICT LOOKED       *
027085*    UP FROM THE REFERENCE TABLE.  A VOTER ID ALREADY ON THE         *
027086*    EXTRACT IS REWRITTEN - A RERUN MAILS ONE CARD, NOT TWO.         *
027087*********************************************************************
027088 2400-WRITE-MAILER.
027089     PERFORM 2450-FIND-PRECREF THRU 2450-EXIT
027090     MOVE SPACES TO MAILER-RECORD
027091     MOVE MR-VOTER-ID TO ML-VOTER-ID
027092     MOVE MR-VOTER-NAME TO ML-VOTER-NAME
027093     MOVE MR-PRECINCT-CODE TO ML-PRECINCT-CODE
027094     MOVE WS-ML-HOLD-NAME TO ML-PRECINCT-NAME
027095     MOVE WS-ML-HOLD-PLACE TO ML-POLLING-PLACE
027096     MOVE WS-ML-HOLD-DISTRICT TO ML-DISTRICT
027098     MOVE WS-RUN-DATE-8 TO ML-ISSUE-DATE
027100     MOVE MR-RESIDENCE-ADDRESS TO ML-RESIDENCE-ADDRESS
027105     WRITE MAILER-RECORD
027106         INVALID KEY
027107             REWRITE MAILER-RECORD
027137 2460-EXIT.
027138     EXIT.
027139*
027140*********************************************************************
027142*    2500-WRITE-JOURNAL - APPEND THE MASTER RECORD JUST WRITTEN OR   *
027144*    REWRITTEN TO THE CHANGE JOURNAL, WITH THE BEFORE-IMAGE THE      *
027146*    CALLER SAVED (SPACES FOR A NEW RECORD).  A JOURNAL THAT         *
027148*    CANNOT BE WRITTEN ENDS THE RUN - A CHANGE VOTRCVR CANNOT SEE    *
027150*    IS A CHANGE A RECOVERY WOULD SILENTLY LOSE.                     *
027152*********************************************************************
027154 2500-WRITE-JOURNAL.
027156     MOVE SPACES TO JOURNAL-RECORD
027158     MOVE WS-RUN-DATE-8 TO JR-RUN-DATE
027160     MOVE WS-RUN-TIME TO JR-RUN-TIME
027162     ACCEPT JR-ENTRY-TIME FROM TIME
027164     MOVE "VOTPOST" TO JR-PROGRAM
027166     MOVE WS-JOURNAL-TYPE TO JR-ENTRY-TYPE
027168     MOVE WS-JOURNAL-REASON TO JR-REASON
027170     MOVE MR-VOTER-ID TO JR-VOTER-ID
027172     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
027174     MOVE MASTER-RECORD TO JR-AFTER-IMAGE
027176     WRITE JOURNAL-RECORD
027178     IF WS-JOURNAL-STATUS NOT = "00"
027180         DISPLAY "VOTPOST ERROR - CHANGE JOURNAL WRITE FAILED, "
027182             "STATUS " WS-JOURNAL-STATUS " - VOTER "
027184             MR-VOTER-ID " POSTED BUT NOT JOURNALED"
027186         MOVE 16 TO RETURN-CODE
027188         GOBACK
027190     END-IF.
027192 2500-EXIT.
027194     EXIT.
027196*
027198*********************************************************************
027200*    2300-WRITE-REGISTER - ONE REGISTER LINE PER NEW REGISTRANT,    *
027300*    POSTED OR NOT.  THE CALLER HAS ALREADY FILLED THE VOTER ID     *
027400*    AND DISPOSITION.                                               *
029000*    3000-APPLY-TRANSFERS - APPLY THE PRECINCT TRANSFER FILE        *
029100*    WRITTEN BY CHECKVOTERAGE.  EACH MOVER'S MASTER RECORD IS       *
029200*    READ BY NAME AND DATE OF BIRTH, CHECKED AGAINST THE VOTER      *
029300*    ID ON THE TRANSFER RECORD, AND REWRITTEN AT ITS NEW            *
029400*    PRECINCT AND ADDRESS.  A TRANSFER WHOSE OLD AND NEW PRECINCT   *
029410*    ARE THE SAME IS A MOVE WITHIN THE PRECINCT.  NO TRANSFER       *
029420*    FILE MEANS NOTHING MOVED TODAY.                                *
029500*********************************************************************
029600 3000-APPLY-TRANSFERS.
029700     OPEN INPUT XFER-FILE
033200         PERFORM 3100-READ-TRANSFER THRU 3100-EXIT
033300         GO TO 3200-EXIT
033400     END-IF
033490     MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
033500     MOVE TR-NEW-PRECINCT TO MR-PRECINCT-CODE
033510     MOVE TR-NEW-ADDRESS TO MR-RESIDENCE-ADDRESS
033600     REWRITE MASTER-RECORD
033605     IF WS-MASTER-STATUS NOT = "00"
033610         DISPLAY "VOTPOST ERROR - MASTER REWRITE FAILED, VOTER "
033615             MR-VOTER-ID ", STATUS " WS-MASTER-STATUS
033620         MOVE 16 TO RETURN-CODE
033625         GOBACK
033630     END-IF
033635     MOVE "C" TO WS-JOURNAL-TYPE
033640     IF TR-OLD-PRECINCT = TR-NEW-PRECINCT
033645         MOVE "ADDRESS CHANGE" TO WS-JOURNAL-REASON
033650     ELSE
033655         MOVE "PRECINCT TRANSFER" TO WS-JOURNAL-REASON
033660     END-IF
033665     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
033700     ADD 1 TO WS-XFER-APPLIED-COUNT
033800     MOVE MR-VOTER-ID TO RD-VOTER-ID
033900     MOVE SPACES TO RD-DISPOSITION
033910     IF TR-OLD-PRECINCT = TR-NEW-PRECINCT
033920         MOVE "ADDRESS CHANGED" TO RD-DISPOSITION
033930     ELSE
034000         STRING "MOVED FROM " DELIMITED BY SIZE
034100             TR-OLD-PRECINCT DELIMITED BY SIZE
034200             INTO RD-DISPOSITION
034210     END-IF
034300     PERFORM 3300-WRITE-XFER-LINE THRU 3300-EXIT
034310     PERFORM 2400-WRITE-MAILER THRU 2400-EXIT
034400     PERFORM 3100-READ-TRANSFER THRU 3100-EXIT.
040000     CLOSE NEWREG-FILE
040100     CLOSE MASTER-FILE
040150     CLOSE MAIL-FILE
040160     CLOSE JOURNAL-FILE
040200     CLOSE REGISTER-FILE.
040300 9000-EXIT.
040400     EXIT.
