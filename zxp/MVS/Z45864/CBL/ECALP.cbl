      *        PERIOD-END MARKERS.  ONLY THE EXCEPTIONS NEED ROWS;
      *        EVERYTHING ELSE FALLS BACK TO WEEKDAY ARITHMETIC IN
      *        EDATRTE'S BUSINESS-DAY SERVICES.
      *      - 'F' MARKS EVERY DATE FROM CALDT THROUGH THRUDT AS A
      *        CHANGE-FREEZE DAY (ADDING ROWS WITH THE WEEKDAY DAY
      *        TYPE WHERE NONE EXIST), 'U' LIFTS IT.  EACH RANGE
      *        ACTION IS WRITTEN TO EMNTAUD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY ECALMAP.
       COPY ECALENDR.
       COPY EMNTAUD.
       COPY EERRCOM.
       COPY DFHAID.
      ******************************************************************
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
      ******************************************************************
      *   CHANGE-FREEZE RANGE WORK AREAS - 'F' AND 'U' SET OR CLEAR
      *   CA-FREEZE-IND ON EVERY DATE FROM CALDT THROUGH THRUDT.
      ******************************************************************
       01 WS-RANGE-FROM-DATE   PIC 9(8).
       01 WS-RANGE-THRU-DATE   PIC 9(8).
       01 WS-RANGE-FROM-INT    PIC 9(7) USAGE IS COMPUTATIONAL.
       01 WS-RANGE-THRU-INT    PIC 9(7) USAGE IS COMPUTATIONAL.
       01 WS-RANGE-DAY-INT     PIC 9(7) USAGE IS COMPUTATIONAL.
       01 WS-RANGE-MAX-DAYS    PIC 9(3) VALUE 366.
       01 WS-RANGE-DATE        PIC 9(8).
       01 WS-DAY-OF-WEEK       PIC 9(1).
       01 WS-NEW-FREEZE-IND    PIC X(1).
          88 WS-SETTING-FREEZE          VALUE 'Y'.
       01 WS-RANGE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RANGE-COUNT-DISPLAY PIC ZZ9.
       01 WS-RANGE-ERROR-IND   PIC X(1) VALUE 'N'.
          88 WS-RANGE-ERROR             VALUE 'Y'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-ADMIN-ID
           END-IF.
           MOVE "A/D/I a date (type B/H, pdend Y), F/U=freeze/unfreeze."
                TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 2400-DELETE-CALENDAR-DATE
           WHEN 'I'
                PERFORM 2500-INQUIRE-CALENDAR-DATE
           WHEN 'F'
                MOVE 'Y' TO WS-NEW-FREEZE-IND
                PERFORM 2600-SET-FREEZE-RANGE
           WHEN 'U'
                MOVE 'N' TO WS-NEW-FREEZE-IND
                PERFORM 2600-SET-FREEZE-RANGE
           WHEN OTHER
                MOVE "Action must be A, D, I, F or U!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
              MOVE DAYTYPI TO CA-DAY-TYPE
              MOVE PERENDI TO CA-PERIOD-END-IND
              MOVE CALDSCI TO CA-DESCRIPTION
              IF FREEZEI IS EQUAL TO 'Y'
                 MOVE 'Y' TO CA-FREEZE-IND
              ELSE
                 MOVE 'N' TO CA-FREEZE-IND
              END-IF
              EXEC CICS WRITE
                   FILE(AC-CALNDR-FILENAME)
                   FROM (CALENDAR-RECORD)
              MOVE DAYTYPI TO CA-DAY-TYPE
              MOVE PERENDI TO CA-PERIOD-END-IND
              MOVE CALDSCI TO CA-DESCRIPTION
      *       A BLANK FREEZE FLAG LEAVES THE DATE'S FREEZE AS IT WAS
              IF FREEZEI IS EQUAL TO 'Y' OR 'N'
                 MOVE FREEZEI TO CA-FREEZE-IND
              END-IF
              EXEC CICS REWRITE
                   FILE(AC-CALNDR-FILENAME)
                   FROM (CALENDAR-RECORD)
              MOVE CA-DAY-TYPE       TO DAYTYPI
              MOVE CA-PERIOD-END-IND TO PERENDI
              MOVE CA-DESCRIPTION    TO CALDSCI
              MOVE CA-FREEZE-IND     TO FREEZEI
              MOVE "Calendar date found!" TO MESSO
           ELSE
              MOVE SPACES TO DAYTYPI
              MOVE SPACES TO PERENDI
              MOVE SPACES TO CALDSCI
              MOVE SPACES TO FREEZEI
              MOVE "No exception - weekday arithmetic applies."
                   TO MESSO
           END-IF.

       2600-SET-FREEZE-RANGE.
      *    SET (OR LIFT) A CHANGE FREEZE OVER CALDT THROUGH THRUDT - A
      *    BLANK THRUDT IS A ONE-DAY RANGE
           MOVE 'N' TO WS-RANGE-ERROR-IND.
           IF THRUDTI IS EQUAL TO SPACES
              OR THRUDTI IS EQUAL TO LOW-VALUES
              MOVE CALDTI TO THRUDTI
           END-IF.
           IF CALDTI IS NOT NUMERIC
              OR THRUDTI IS NOT NUMERIC
              MOVE "Dates must be YYYYMMDD!" TO MESSO
              SET WS-RANGE-ERROR TO TRUE
           ELSE
              MOVE CALDTI  TO WS-RANGE-FROM-DATE
              MOVE THRUDTI TO WS-RANGE-THRU-DATE
              COMPUTE WS-RANGE-FROM-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RANGE-FROM-DATE)
              COMPUTE WS-RANGE-THRU-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RANGE-THRU-DATE)
              EVALUATE TRUE
              WHEN WS-RANGE-FROM-INT IS EQUAL TO ZERO
                OR WS-RANGE-THRU-INT IS EQUAL TO ZERO
                   MOVE "Dates must be YYYYMMDD!" TO MESSO
                   SET WS-RANGE-ERROR TO TRUE
              WHEN WS-RANGE-THRU-INT IS LESS THAN WS-RANGE-FROM-INT
                   MOVE "Through date is before the from date!"
                        TO MESSO
                   SET WS-RANGE-ERROR TO TRUE
              WHEN WS-RANGE-THRU-INT - WS-RANGE-FROM-INT
                   IS NOT LESS THAN WS-RANGE-MAX-DAYS
                   MOVE "A freeze range may span at most 366 days!"
                        TO MESSO
                   SET WS-RANGE-ERROR TO TRUE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           IF NOT WS-RANGE-ERROR
              MOVE ZERO TO WS-RANGE-COUNT
              PERFORM 2650-FREEZE-ONE-DATE
                 VARYING WS-RANGE-DAY-INT FROM WS-RANGE-FROM-INT BY 1
                 UNTIL WS-RANGE-DAY-INT IS GREATER THAN
                       WS-RANGE-THRU-INT
              MOVE WS-RANGE-COUNT TO WS-RANGE-COUNT-DISPLAY
              MOVE CALDTI TO MA-TARGET-ID
              MOVE SPACES TO MA-BEFORE-IMAGE
              MOVE SPACES TO MA-AFTER-IMAGE
              STRING CALDTI DELIMITED BY SIZE
                     ' THRU ' DELIMITED BY SIZE
                     THRUDTI DELIMITED BY SIZE
                     ' DATES ' DELIMITED BY SIZE
                     WS-RANGE-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO MA-AFTER-IMAGE
              END-STRING
              IF WS-SETTING-FREEZE
                 MOVE 'CALFRZ'   TO MA-ACTION-CODE
                 STRING "Change freeze set on " DELIMITED BY SIZE
                        WS-RANGE-COUNT-DISPLAY DELIMITED BY SIZE
                        " date(s)!" DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              ELSE
                 MOVE 'CALUNFRZ' TO MA-ACTION-CODE
                 STRING "Change freeze lifted on " DELIMITED BY SIZE
                        WS-RANGE-COUNT-DISPLAY DELIMITED BY SIZE
                        " date(s)!" DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              END-IF
              PERFORM 9200-WRITE-MAINT-AUDIT
           END-IF.

       2650-FREEZE-ONE-DATE.
      *    A FREEZE ON A DATE WITH NO ROW ADDS ONE CARRYING THE DAY
      *    TYPE WEEKDAY ARITHMETIC WOULD HAVE GIVEN IT (SAME RULE AS
      *    EDATRTE), SO THE BUSINESS-DAY SERVICES SEE NO DIFFERENCE.
      *    LIFTING A FREEZE LEAVES THE ROW IN PLACE
           COMPUTE WS-RANGE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-RANGE-DAY-INT).
           MOVE WS-RANGE-DATE TO CA-CALENDAR-DATE.
           EXEC CICS READ
                FILE(AC-CALNDR-FILENAME)
                INTO (CALENDAR-RECORD)
                RIDFLD(CA-CALENDAR-DATE)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WS-NEW-FREEZE-IND TO CA-FREEZE-IND
                EXEC CICS REWRITE
                     FILE(AC-CALNDR-FILENAME)
                     FROM (CALENDAR-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                ADD 1 TO WS-RANGE-COUNT
           WHEN DFHRESP(NOTFND)
                IF WS-SETTING-FREEZE
                   INITIALIZE CALENDAR-RECORD
                   MOVE WS-RANGE-DATE TO CA-CALENDAR-DATE
                   COMPUTE WS-DAY-OF-WEEK =
                      FUNCTION MOD(WS-RANGE-DAY-INT - 1, 7) + 1
                   IF WS-DAY-OF-WEEK IS LESS THAN 6
                      MOVE 'B' TO CA-DAY-TYPE
                   ELSE
                      MOVE 'H' TO CA-DAY-TYPE
                   END-IF
                   MOVE 'N' TO CA-PERIOD-END-IND
                   IF CALDSCI IS EQUAL TO SPACES
                      OR CALDSCI IS EQUAL TO LOW-VALUES
                      MOVE 'CHANGE FREEZE' TO CA-DESCRIPTION
                   ELSE
                      MOVE CALDSCI TO CA-DESCRIPTION
                   END-IF
                   MOVE 'Y' TO CA-FREEZE-IND
                   EXEC CICS WRITE
                        FILE(AC-CALNDR-FILENAME)
                        FROM (CALENDAR-RECORD)
                        RIDFLD(CA-CALENDAR-DATE)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   ADD 1 TO WS-RANGE-COUNT
                END-IF
           WHEN OTHER
                MOVE '2650-FREEZE-ONE-DATE' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       2900-RETURN-TO-SIGNON.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT RECORD OF THE FREEZE RANGE JUST SET OR LIFTED -
      *    CALLERS SET THE TARGET, ACTION CODE AND IMAGES BEFORE
      *    PERFORMING THIS
           MOVE WS-CURRENT-DATE        TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN               TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID            TO MA-ACTING-USER-ID.
           MOVE AC-CALNDR-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE SPACES                 TO MA-CHANGE-TICKET.
           MOVE 'N'                    TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.
