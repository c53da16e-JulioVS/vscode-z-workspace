      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - REQUEST / RESPONSE LAYOUT FOR THE CARTAGW GATE HANDHELD
      *        TAG LOOKUP WEB SERVICE.  THE JSON PIPELINE MAPS THE
      *        GUARD DEVICE'S JSON BODY ONTO TW-REQUEST AND HANDS IT
      *        OVER IN THE DFHWS-DATA CONTAINER, AND MAPS TW-RESPONSE
      *        BACK TO JSON ON THE WAY OUT - THE SAME STRUCTURE BOTH
      *        WAYS, SO THE JSON SCHEMAS ARE GENERATED FROM THIS
      *        COPYBOOK.
      *      - TW-RESULT-CODE: 'F' TAG FOUND (ON CARFILE OR CARVIS),
      *        'N' NOT ON FILE, 'R' DEVICE REFUSED (NOTHING ELSE IS
      *        RETURNED), 'E' REQUEST INCOMPLETE OR FILE ERROR.
      *      - DATES ARE YYYYMMDD.  Y/N INDICATORS THROUGHOUT.
      ******************************************************************
       01 TAG-WEB-SERVICE-AREA.
          05 TW-REQUEST.
             10 TW-DEVICE-ID            PIC X(16).
             10 TW-TAG-NUMBER           PIC X(8).
             10 TW-STATE-CODE           PIC X(2).
          05 TW-RESPONSE.
             10 TW-RESULT-CODE          PIC X(1).
                88 TW-TAG-FOUND                   VALUE 'F'.
                88 TW-TAG-NOT-FOUND               VALUE 'N'.
                88 TW-DEVICE-REFUSED              VALUE 'R'.
                88 TW-REQUEST-ERROR               VALUE 'E'.
             10 TW-MESSAGE              PIC X(40).
      *         EMPLOYEE PERMIT (CARFILE) - BLANK WHEN THE TAG IS
      *         NOT AN EMPLOYEE VEHICLE
             10 TW-PERMIT-FOUND-IND     PIC X(1).
             10 TW-PERMIT-STATUS        PIC X(8).
                88 TW-PERMIT-IS-CURRENT           VALUE 'CURRENT'.
                88 TW-PERMIT-IS-RENEWING          VALUE 'RENEWING'.
                88 TW-PERMIT-IS-EXPIRED           VALUE 'EXPIRED'.
             10 TW-PERMIT-EXPIRATION-DATE PIC X(8).
             10 TW-LOT-NUMBER           PIC X(2).
             10 TW-PERMIT-CLASS         PIC X(1).
             10 TW-EMPLOYEE-NUMBER      PIC X(6).
             10 TW-EMPLOYEE-NAME        PIC X(30).
      *         ENFORCEMENT (CARVIOL) - CITATION OR GATE-BLOCK
      *         SIGHTINGS NOT DISMISSED ON APPEAL, AND WHETHER THE
      *         TAG'S LATEST SIGHTING STANDS AT GATE-BLOCK
             10 TW-OPEN-CITATIONS       PIC 9(3).
             10 TW-GATE-BLOCK-IND       PIC X(1).
      *         VISITOR PERMIT (CARVIS)
             10 TW-VISITOR-FOUND-IND    PIC X(1).
             10 TW-VISITOR-VALID-IND    PIC X(1).
             10 TW-VISITOR-NAME         PIC X(25).
             10 TW-VISITOR-VALID-FROM   PIC X(8).
             10 TW-VISITOR-VALID-TO     PIC X(8).
             10 TW-HOST-EMPLOYEE-NUMBER PIC X(6).
