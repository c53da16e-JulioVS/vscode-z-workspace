      *        VEHICLE SEQUENCE NUMBER (SEQNOI) SO ONE EMPLOYEE CAN
      *        HAVE SEVERAL VEHICLES ON FILE.  ACTIONI 'L' BROWSES
      *        ALL OF AN EMPLOYEE'S VEHICLES, SCROLLED WITH PF7/PF8
      *      - DELETING A PERMIT WHOSE FEE WAS BILLED FOR THE CURRENT
      *        PERMIT-YEAR CREDITS THE UNUSED DAYS (PC) TO THE
      *        EMPLOYEE'S CARLEDG PARKING ACCOUNT
      *
      ******************************************************************
       DATA DIVISION.
       COPY CARDOCS.
       COPY EFWDJRNL.
       COPY EMPMAS.
       COPY CARFEES.
       COPY CARLEDG.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LOCATION-OK-IND   PIC X(1) VALUE 'Y'.
          88 WS-LOCATION-OK             VALUE 'Y'.
      ******************************************************************
      *    PRORATED-CREDIT WORK AREAS - THE UNUSED SHARE OF THE ANNUAL
      *    FEE ON A CANCELLED PERMIT, PRICED FROM CARFEES.
      ******************************************************************
       01 WS-FEES-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LEDG-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-TODAY-NUMERIC     PIC 9(8).
       01 WS-EXPIRY-NUMERIC    PIC 9(8).
       01 WS-UNUSED-DAYS       PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-AMOUNT     PIC 9(5)V99 VALUE ZERO.
      ******************************************************************
      *    STATE CARRIED ACROSS THE SCROLLABLE VEHICLE LIST.
      *    WS-LIST-EMPNO BEING SPACES MEANS "NOT CURRENTLY LISTING",
      *    AND DRIVES THE MAIN-LOGIC ROUTING ON THE NEXT INTERACTION.
                   MOVE 'D'        TO WS-JRNL-ACTION
                   MOVE CAR-RECORD TO WS-JRNL-IMAGE
                   PERFORM 2695-WRITE-FORWARD-JOURNAL
                   PERFORM 2510-POST-PRORATED-CREDIT
                   MOVE WS-OLD-LOT-NUMBER TO LT-LOT-NUMBER
                   MOVE -1 TO WS-LOT-ADJUST
                   PERFORM 2285-ADJUST-LOT-COUNT
              END-EVALUATE
           END-IF.

       2510-POST-PRORATED-CREDIT.
      *    A CURRENT PERMIT WHOSE FEE CARRENEW BILLED FOR THIS
      *    PERMIT-YEAR IS CREDITED THE DAYS LEFT TO ITS EXPIRY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUMERIC.
           MOVE ZERO TO WS-EXPIRY-NUMERIC.
           IF CF-PERMIT-EXPIRATION-DATE IS NUMERIC
              MOVE CF-PERMIT-EXPIRATION-DATE TO WS-EXPIRY-NUMERIC
           END-IF.
           IF WS-EXPIRY-NUMERIC IS GREATER THAN WS-TODAY-NUMERIC
              AND (CF-PERMIT-CURRENT OR CF-RENEWAL-NOTICE-SENT)
              AND CF-FEE-BILLED-PERIOD IS EQUAL TO
                  CF-PERMIT-EXPIRATION-DATE(1:6)
              PERFORM 2515-PRICE-PRORATED-CREDIT
           END-IF.

       2515-PRICE-PRORATED-CREDIT.
      *    LOT + CLASS FIRST, THEN THE '**' DEFAULT LOT ROW - THE SAME
      *    PRICE CARRENEW BILLED.  NO PRICE ANYWHERE, NO CREDIT
           MOVE CF-LOT-NUMBER TO FE-LOT-NUMBER.
           IF CF-PERMIT-CLASS IS EQUAL TO SPACES
              MOVE 'S' TO FE-PERMIT-CLASS
           ELSE
              MOVE CF-PERMIT-CLASS TO FE-PERMIT-CLASS
           END-IF.
           EXEC CICS READ
                FILE(AC-CARFEES-FILENAME)
                INTO (FEE-SCHEDULE-RECORD)
                RIDFLD(FE-FEE-KEY)
                RESP(WS-FEES-RESPONSE)
                END-EXEC.
           IF WS-FEES-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '**' TO FE-LOT-NUMBER
              EXEC CICS READ
                   FILE(AC-CARFEES-FILENAME)
                   INTO (FEE-SCHEDULE-RECORD)
                   RIDFLD(FE-FEE-KEY)
                   RESP(WS-FEES-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-FEES-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              COMPUTE WS-UNUSED-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUMERIC)
                    - FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
              COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                      FE-ANNUAL-FEE * WS-UNUSED-DAYS / 365
              IF WS-CREDIT-AMOUNT IS GREATER THAN FE-ANNUAL-FEE
                 MOVE FE-ANNUAL-FEE TO WS-CREDIT-AMOUNT
              END-IF
              IF WS-CREDIT-AMOUNT IS GREATER THAN ZERO
                 PERFORM 2520-WRITE-PRORATED-CREDIT
              END-IF
           END-IF.

       2520-WRITE-PRORATED-CREDIT.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE CF-EMPLOYEE-NUMBER TO LG-EMPLOYEE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14)
                TO LG-POSTING-TIMESTAMP.
           MOVE EIBTASKN           TO LG-POSTING-SEQUENCE.
           SET LG-PRORATED-CREDIT  TO TRUE.
           SET LG-IS-CREDIT        TO TRUE.
           MOVE WS-CREDIT-AMOUNT   TO LG-AMOUNT.
           MOVE CF-TAG-NUMBER      TO LG-TAG-NUMBER.
           MOVE CF-FEE-BILLED-PERIOD TO LG-PERIOD.
           MOVE 'CARRECM'          TO LG-POSTED-BY.
           STRING 'CANCELLED LOT ' DELIMITED BY SIZE
                  CF-LOT-NUMBER    DELIMITED BY SIZE
                  ' DAYS '         DELIMITED BY SIZE
                  WS-UNUSED-DAYS   DELIMITED BY SIZE
                  INTO LG-REFERENCE
           END-STRING.
           EXEC CICS WRITE
                FILE(AC-CARLEDG-FILENAME)
                FROM (PARKING-LEDGER-RECORD)
                RIDFLD(LG-LEDGER-KEY)
                RESP(WS-LEDG-RESPONSE)
                END-EXEC.
           IF WS-LEDG-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'CARLEDG'             TO WS-JRNL-FILE-NAME
              MOVE 'A'                   TO WS-JRNL-ACTION
              MOVE PARKING-LEDGER-RECORD TO WS-JRNL-IMAGE
              PERFORM 2695-WRITE-FORWARD-JOURNAL
           END-IF.

       2600-INQUIRE-CAR-RECORD.
      *    LOOK UP AN EXISTING CARFILE RECORD BY EMPNOI/SEQNOI AND
      *    REDISPLAY TAGNOO/STATEO
