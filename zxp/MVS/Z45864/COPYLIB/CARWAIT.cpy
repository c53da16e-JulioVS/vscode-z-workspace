      *        AND THE CARWAITB NIGHTLY BATCH ASSIGNS FREED SPACES
      *        IN QUEUE ORDER AND TELLS THE EMPLOYEE BY TARGETED
      *        EUSRMSG - LOT 2'S PAPER WAITLIST RETIRES.
      *      - THE ANNUAL RE-DRAW (CARREDAP) FILES EVERY HOLDER IT
      *        COULD NOT PLACE, STAMPED WITH THE DRAW DATE AND RANK
      *        SO THE QUEUE KEEPS SENIORITY ORDER.
      ******************************************************************
       01 WAIT-LIST-RECORD.
          05 WL-WAIT-KEY.
