000990*                     COMPUTES IT FROM THE DATE OF BIRTH.        *
000991*    2026-08-09 RLH   ADDED RESIDENCY, CITIZENSHIP AND FELONY    *
000992*                     FLAGS - ELIGIBILITY IS MORE THAN JUST AGE. *
000995*    2026-10-15 RLH   ADDED THE RESIDENCE ADDRESS.  VOTEDIT      *
001000*                     ASSIGNS OR VERIFIES THE PRECINCT FROM THE  *
001005*                     STREET RANGE FILE, AND THE ADDRESS RIDES   *
001010*                     THROUGH TO THE VOTER MASTER.  THE CARD     *
001015*                     IS NOW 120 BYTES.                          *
001020*    2026-10-15 RLH   CARVED THE APPLICATION-RECEIVED DATE OUT   *
001025*                     OF THE FILLER, EDITED BY VOTEDIT.  AN      *
001030*                     APPLICATION RECEIVED AFTER THE CLOSE OF    *
001035*                     BOOKS IS REGISTERED EFFECTIVE AFTER THE    *
001040*                     ELECTION.                                  *
001045******************************************************************
001100 01  VOTER-RECORD.
001200     05  VR-APPLICANT-NAME           PIC X(30).
001300     05  VR-PRECINCT-CODE            PIC X(05).
001495     05  VR-FELONY-FLAG              PIC X(01).
001496         88  VR-FELON-YES            VALUE "Y".
001497         88  VR-FELON-NO             VALUE "N".
001498     05  VR-RESIDENCE-ADDRESS.
001499         10  VR-HOUSE-NUMBER         PIC 9(05).
001500         10  VR-STREET-NAME          PIC X(20).
001510         10  VR-UNIT                 PIC X(05).
001520         10  VR-CITY                 PIC X(15).
001530         10  VR-ZIP-CODE             PIC X(05).
001540     05  VR-RECEIVED-DATE.
001541         10  VR-RECEIVED-YYYY        PIC 9(04).
001542         10  VR-RECEIVED-MM          PIC 9(02).
001543         10  VR-RECEIVED-DD          PIC 9(02).
001544     05  VR-RECEIVED-DATE-8 REDEFINES VR-RECEIVED-DATE
001545                                     PIC 9(08).
001550     05  FILLER                      PIC X(16).
