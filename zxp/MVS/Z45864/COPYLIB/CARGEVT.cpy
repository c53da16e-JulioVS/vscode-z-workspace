      *        CARGATIN RECONCILES THE EVENTS AGAINST CURRENT
      *        PERMITS, AND CAROCCUP CHARTS LOT OCCUPANCY FROM THE
      *        IN/OUT PAIRS.
      *      - CARHOTB BROWSES EACH HOTLIST TAG'S LAST 30 DAYS FOR
      *        WHEN AND WHERE THE PLATE WAS LAST SEEN.
      ******************************************************************
       01 GATE-EVENT-RECORD.
          05 GE-EVENT-KEY.
