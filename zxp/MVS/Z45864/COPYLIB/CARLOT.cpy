      *        CARRECM KEEPS THE ASSIGNED COUNT IN STEP AND BLOCKS
      *        ASSIGNMENTS INTO A FULL LOT, SO LOT 2 STOPS
      *        OVERSELLING EVERY WINTER.
      *      - THE ANNUAL RE-DRAW (CARREDAP) RECOUNTS THE ASSIGNED
      *        COUNT FROM CARFILE AFTER MOVING THE PERMITS.
      ******************************************************************
       01 PARKING-LOT-RECORD.
          05 LT-LOT-NUMBER           PIC X(2).
