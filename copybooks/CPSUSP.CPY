001600*                  30  RESIDENCY FLAG NOT Y OR N                 *
001700*                  40  CITIZENSHIP FLAG NOT Y OR N               *
001800*                  50  FELONY FLAG NOT Y OR N                    *
001810*                  60  RESIDENCE ADDRESS INCOMPLETE - HOUSE      *
001820*                      NUMBER NOT NUMERIC OR STREET BLANK        *
001830*                  61  ADDRESS IN NO STREET RANGE (OR NO RANGE   *
001840*                      FILE AND NO PRECINCT KEYED)               *
001850*                  62  KEYED PRECINCT DISAGREES WITH THE STREET  *
001860*                      RANGE FOR THE ADDRESS                     *
001870*                  70  APPLICATION-RECEIVED DATE NOT NUMERIC     *
001880*                  71  RECEIVED DATE NOT A CALENDAR DATE         *
001890*                  72  RECEIVED DATE AFTER THE RUN DATE          *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002330*                     UNCHANGED BY SUSPCOR, SO THE AGING         *
002340*                     REPORT CAN SHOW HOW LONG EACH REJECT       *
002350*                     HAS SAT UNWORKED.                          *
002360*    2026-10-15 RLH   WIDENED THE IMAGE FOR THE 120-BYTE CARD    *
002370*                     AND ADDED THE ADDRESS REASON CODE.  THE    *
002380*                     RECORD IS NOW 140 BYTES.                   *
002390*    2026-10-15 RLH   ADDED THE RECEIVED DATE REASON CODE.  THE  *
002391*                     RECORD IS NOW 142 BYTES.                   *
002400******************************************************************
002500 01  SUSPENSE-RECORD.
002600     05  SU-RECORD-IMAGE             PIC X(120).
002700     05  SU-REASON-CODES.
002800         10  SU-NAME-REASON          PIC X(02).
002900         10  SU-DOB-REASON           PIC X(02).
003000         10  SU-RESIDENCY-REASON     PIC X(02).
003100         10  SU-CITIZENSHIP-REASON   PIC X(02).
003200         10  SU-FELONY-REASON        PIC X(02).
003210         10  SU-ADDRESS-REASON       PIC X(02).
003220         10  SU-RECEIVED-REASON      PIC X(02).
003300     05  SU-SUSPENSE-DATE            PIC 9(08).
