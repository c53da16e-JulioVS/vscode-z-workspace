      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EMUSTER' VSAM FILE.
      *        (EVACUATION MUSTER LIST)
      *      - BUILT ON DEMAND BY THE EMUSP WARDEN SCREEN: ONE RECORD
      *        PER PERSON ON SITE, KEYED BY LOCATION SO THE LIST
      *        READS FLOOR BY FLOOR.  A PERSON IS ON SITE WHEN THEIR
      *        LAST EBADGE SWIPE TODAY IS A BADGE-IN, OR WHEN THEY
      *        ARE SIGNED ON (EACTIDX) FROM AN IN-BUILDING TERMINAL
      *        (ETRMLOC).
      *      - THE LOCATION IS THE TERMINAL'S ETRMLOC LOCATION WHEN
      *        SIGNED ON IN THE BUILDING, OTHERWISE THE FIRST EIGHT
      *        CHARACTERS OF THE DEPARTMENT'S DEPT-LOC.
      *      - MU-PERSON-ID IS THE USER ID, OR THE EMPLOYEE NUMBER
      *        FOR AN EMPLOYEE WITH NO ACCOUNT.
      *      - THE '*DRILL' CONTROL RECORD (AC-MUSTER-CONTROL-ID IN
      *        THE LOCATION, BLANK PERSON) CARRIES WHEN THE CURRENT
      *        MUSTER WAS BUILT AND BY WHOM - A NEW BUILD CLEARS THE
      *        FILE, SO EMUSRPT ALWAYS REPORTS THE LATEST DRILL.
      ******************************************************************
       01 MUSTER-RECORD.
          05 MU-MUSTER-KEY.
             10 MU-LOCATION-CODE     PIC X(8).
             10 MU-PERSON-ID         PIC X(8).
          05 MU-MUSTER-DETAIL.
             10 MU-EMPLOYEE-NUMBER   PIC X(6).
             10 MU-USER-ID           PIC X(8).
             10 MU-EMPLOYEE-NAME     PIC X(25).
             10 MU-SOURCE-IND        PIC X(1).
                88 MU-FROM-BADGE               VALUE 'B'.
                88 MU-FROM-TERMINAL            VALUE 'T'.
                88 MU-FROM-BOTH                VALUE 'A'.
             10 MU-BADGE-IN-TIMESTAMP PIC X(14).
             10 MU-TERMINAL-ID       PIC X(4).
             10 MU-ACCOUNTED-IND     PIC X(1).
                88 MU-IS-ACCOUNTED             VALUE 'Y'.
             10 MU-ACCOUNTED-BY      PIC X(8).
             10 MU-ACCOUNTED-TIMESTAMP PIC X(14).
          05 MU-DRILL-CONTROL REDEFINES MU-MUSTER-DETAIL.
             10 MC-DRILL-TIMESTAMP   PIC X(14).
             10 MC-STARTED-BY        PIC X(8).
             10 MC-PERSON-COUNT      PIC 9(5).
             10 FILLER               PIC X(54).
