001200*    DATE       INIT  DESCRIPTION                                *
001300*    ---------  ----  ----------------------------------------- *
001400*    2026-08-21 RLH   ORIGINAL.                                  *
001410*    2026-10-15 RLH   CARVED THE PRECINCT STATUS AND EFFECTIVE   *
001420*                     DATE OUT OF THE FILLER FOR THE PRECMNT     *
001430*                     MAINTENANCE RUN.  THE DATE IS WHEN THE     *
001440*                     STATUS TAKES EFFECT - AN ACTIVE ENTRY      *
001450*                     DATED AHEAD IS NOT OPEN YET, A RETIRED     *
001460*                     ENTRY DATED AHEAD IS STILL IN FORCE UNTIL  *
001470*                     THAT DAY.  AN ENTRY KEYED BEFORE THE       *
001480*                     FIELDS EXISTED CARRIES SPACES, WHICH READ  *
001490*                     AS ACTIVE SINCE ALWAYS - NO CONVERSION.    *
001500******************************************************************
001600 01  PRECINCT-REF-RECORD.
001700     05  PF-PRECINCT-CODE            PIC X(05).
001800     05  PF-PRECINCT-NAME            PIC X(30).
001900     05  PF-POLLING-PLACE            PIC X(30).
002000     05  PF-DISTRICT                 PIC X(05).
002100     05  PF-STATUS                   PIC X(01).
002110         88  PF-STATUS-ACTIVE        VALUES "A" " ".
002120         88  PF-STATUS-RETIRED       VALUE "R".
002130     05  PF-EFFECTIVE-DATE           PIC X(08).
002140     05  PF-EFFECTIVE-DATE-N REDEFINES PF-EFFECTIVE-DATE
002150                                     PIC 9(08).
002160     05  FILLER                      PIC X(01).
