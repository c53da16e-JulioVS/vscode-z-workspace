      *      - ONE RECORD PER CHECKOUT, COMPLETED AT CHECK-IN WITH
      *        THE RETURN TIME AND ODOMETER.  THE CARFLTRP
      *        UTILIZATION REPORT ROLLS THESE UP PER VEHICLE.
      *      - DAMAGE AND ACCIDENT INCIDENTS (CARINCD) ARE FILED
      *        AGAINST TP-TRIP-KEY, SO EACH ONE NAMES ITS TRIP AND
      *        DRIVER.
      *      - CARFUELB MATCHES EACH FUEL-CARD PURCHASE (CARFUEL) TO
      *        THE TRIP THAT HAD THE CAR OUT AT THE TIME AND CHECKS ITS
      *        ODOMETER AGAINST TP-ODOMETER-OUT / TP-ODOMETER-IN.
      *      - CARFLCHG PRICES EACH COMPLETED TRIP BY ITS MILES AND
      *        CHARGES IT BACK TO THE DRIVER'S DEPARTMENT MONTHLY.
      ******************************************************************
       01 FLEET-TRIP-RECORD.
          05 TP-TRIP-KEY.
