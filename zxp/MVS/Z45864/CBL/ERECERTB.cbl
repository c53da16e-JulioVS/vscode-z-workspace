      *      - SWEEP SUSPENDS EVERY ACCOUNT WHOSE ENTRY IS STILL
      *        PENDING PAST THE DEADLINE, MARKS THE ENTRY
      *        AUTO-SUSPENDED, AND QUEUES A TARGETED EUSRMSG TO THE
      *        RESPONSIBLE MANAGER.  EVERY SUSPEND IS WRITTEN TO
      *        EMNTAUD ('RECSUSP') WITH ITS BEFORE AND AFTER IMAGES.
      *      - BOTH MODES ARE SAFE TO RERUN: BUILD REWRITES OVER AN
      *        ENTRY ALREADY ON FILE ONLY WHEN IT IS FROM AN EARLIER
      *        CAMPAIGN PERIOD, AND SWEEP SKIPS ENTRIES ALREADY
                  RECORD KEY IS MS-MESSAGE-KEY
                  FILE STATUS IS WS-USRMSG-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO RECTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY EUSRMSG.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).
           88 WS-RECERT-EOF                   VALUE '10'.
           88 WS-RECERT-DUPLICATE             VALUE '22'.
       01  WS-USRMSG-STATUS         PIC X(2).
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-MODE              PIC X(5).
           88 WS-BUILD-MODE                   VALUE 'BUILD'.
       SWEEP-DEADLINE.
           OPEN I-O EREGUSR-FILE.
           OPEN I-O USRMSG-FILE.
           OPEN I-O MNTAUD-FILE.
           MOVE LOW-VALUES TO RC-RECERT-KEY.
           START RECERT-FILE KEY IS GREATER THAN OR EQUAL TO
                 RC-RECERT-KEY
              UNTIL WS-RECERT-EOF.
           CLOSE EREGUSR-FILE.
           CLOSE USRMSG-FILE.
           CLOSE MNTAUD-FILE.

       READ-NEXT-ENTRY.
           READ RECERT-FILE NEXT RECORD
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EREGUSR-OK
              INITIALIZE MAINT-AUDIT-RECORD
              MOVE REG-USER-RECORD TO MA-BEFORE-IMAGE
              SET RU-IS-INACTIVE TO TRUE
              REWRITE REG-USER-RECORD
              PERFORM WRITE-ACCOUNT-AUDIT
           END-IF.
           SET RC-IS-AUTO-SUSPENDED  TO TRUE.
           MOVE 'ERECERTB'           TO RC-DECIDED-BY.
                TO DL-NOTE.
           PERFORM PRINT-SWEEP-LINE.

       WRITE-ACCOUNT-AUDIT.
           MOVE RU-USER-ID      TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO            TO MA-TASK-NUMBER.
           MOVE 'ERECERTB'      TO MA-ACTING-USER-ID.
           MOVE 'ERECERTB'      TO MA-PROGRAM-NAME.
           MOVE 'RECSUSP'       TO MA-ACTION-CODE.
           MOVE REG-USER-RECORD TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       QUEUE-MANAGER-MESSAGE.
      *    THE RESPONSIBLE MANAGER LEARNS AT NEXT SIGN-ON THAT AN
      *    UNWORKED ENTRY COST A SUBORDINATE THEIR ACCESS
