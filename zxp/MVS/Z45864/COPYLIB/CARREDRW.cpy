      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'REDRWPRP' PROPOSED ASSIGNMENT
      *        FILE FROM THE ANNUAL PARKING SPACE RE-DRAW.
      *      - CARREDRW WRITES ONE RECORD PER ELIGIBLE PERMIT (IN
      *        DRAW ORDER) WITH THE LOT AND SPACE IT HOLDS TODAY AND
      *        THE LOT AND SPACE IT IS PROPOSED TO HOLD.  FACILITIES
      *        REVIEWS THE FILE AND CARREDAP THEN APPLIES IT TO
      *        CARFILE AND THE CARLOT ASSIGNED COUNTS, NOTIFIES EACH
      *        EMPLOYEE AND WAITLISTS THE UNPLACED.
      ******************************************************************
       01 REDRAW-PROPOSAL-RECORD.
          05 RD-CARFILE-KEY.
             10 RD-EMPLOYEE-NUMBER    PIC X(6).
             10 RD-VEHICLE-SEQUENCE   PIC 9(2).
          05 RD-DRAW-RANK             PIC 9(5).
          05 RD-PRIORITY              PIC X(1).
             88 RD-HANDICAP-PRIORITY           VALUE '1'.
             88 RD-SENIORITY-PRIORITY          VALUE '2'.
          05 RD-HIRE-DATE             PIC X(8).
          05 RD-LOTTERY-NUMBER        PIC 9(9).
          05 RD-OLD-LOT-NUMBER        PIC X(2).
          05 RD-OLD-SPACE-NUMBER      PIC X(4).
          05 RD-NEW-LOT-NUMBER        PIC X(2).
          05 RD-NEW-SPACE-NUMBER      PIC X(4).
      *      WHICH PREFERENCE WAS GRANTED (1-3), ZERO WHEN UNPLACED
          05 RD-CHOICE-GRANTED        PIC 9(1).
      *      LOT THE UNPLACED EMPLOYEE IS WAITLISTED FOR - THEIR
      *      FIRST PREFERENCE
          05 RD-WAITLIST-LOT          PIC X(2).
          05 RD-OUTCOME               PIC X(1).
             88 RD-IS-AWARDED                  VALUE 'A'.
             88 RD-IS-UNPLACED                 VALUE 'W'.
      *      RUN DATE OF THE DRAW - WITH RD-DRAW-RANK IT KEYS THE
      *      WAITLIST ENTRY AND NOTICE CARREDAP FILES FOR THE PERMIT
          05 RD-DRAW-DATE             PIC X(8).
          05 FILLER                   PIC X(12).
