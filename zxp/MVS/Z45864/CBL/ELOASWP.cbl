      *        ON YET ARE REPORTED - THE PEOPLE WHO HAVEN'T COME
      *        BACK.
      *      - EVERY ACCOUNT ACTION IS WRITTEN TO EMNTAUD.
      *      - EVERY CHANGE THE SWEEP MAKES TO AN EMPLOYEE'S LEAVE
      *        STATUS IS WRITTEN TO THE EASGHST ASSIGNMENT HISTORY.
      *      - THE EMPLOYEE'S ACTIVE EBADGMS BADGES ARE SUSPENDED
      *        ('ON LEAVE') WITH THE ACCOUNT AT LEAVE START, AND THE
      *        ONES SUSPENDED FOR THE LEAVE ARE REACTIVATED AT THE
      *        RETURN DATE - EACH CHANGE WRITTEN TO EMNTAUD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-BADGE-NUMBER
                  ALTERNATE RECORD KEY IS BM-EMPLOYEE-NUMBER
                            WITH DUPLICATES
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT REPORT-FILE ASSIGN TO LOARPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY EREGUSR.

       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).
       01  WS-EREGUSR-STATUS        PIC X(2).
           88 WS-EREGUSR-OK                   VALUE '00'.
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-BADGMS-STATUS         PIC X(2).
           88 WS-BADGMS-OK                    VALUE '00' '02'.
       01  WS-BADGE-SCAN-DONE-IND   PIC X(1) VALUE 'N'.
           88 WS-BADGE-SCAN-DONE              VALUE 'Y'.
      *    THE STATUS A BADGE MUST BE IN TO BE SWITCHED, THE STATUS
      *    IT IS SWITCHED TO, AND THE REASON IT GOES ON WITH
       01  WS-BADGE-FROM-STATUS     PIC X(1).
       01  WS-BADGE-TO-STATUS       PIC X(1).
       01  WS-BADGE-TO-REASON       PIC X(30).
       01  WS-BADGE-LEAVE-REASON    PIC X(30) VALUE 'ON LEAVE'.
       01  WS-BADGE-ACTION-CODE     PIC X(8).
       01  WS-ASGHST-STATUS         PIC X(2).
       01  WS-ASG-TRANSACTION       PIC X(8).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-EMP-UPDATED-IND       PIC X(1) VALUE 'N'.
       01  WS-SUSPENDED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REACTIVATED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-BADGE-SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01  WS-BADGE-RESTORED-COUNT  PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           OPEN I-O EMP-FILE.
           OPEN I-O EREGUSR-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN I-O BADGMS-FILE.
           OPEN I-O ASGHST-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           END-EVALUATE.
           IF WS-EMP-UPDATED
              REWRITE EMPLOYEE-RECORD
              PERFORM WRITE-ASSIGNMENT-HISTORY
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

                 PERFORM PRINT-ACTION-LINE
              END-IF
           END-IF.
           MOVE 'A'                   TO WS-BADGE-FROM-STATUS.
           MOVE 'S'                   TO WS-BADGE-TO-STATUS.
           MOVE WS-BADGE-LEAVE-REASON TO WS-BADGE-TO-REASON.
           MOVE 'LOABDGSU'            TO WS-BADGE-ACTION-CODE.
           PERFORM SWITCH-EMPLOYEE-BADGES.

       REACTIVATE-ONE-EMPLOYEE.
      *    THE RETURN DATE HAS ARRIVED - REACTIVATE WITH A FORCED
                 PERFORM PRINT-ACTION-LINE
              END-IF
           END-IF.
           MOVE 'S'                   TO WS-BADGE-FROM-STATUS.
           MOVE 'A'                   TO WS-BADGE-TO-STATUS.
           MOVE 'LEAVE ENDED'         TO WS-BADGE-TO-REASON.
           MOVE 'LOABDGBK'            TO WS-BADGE-ACTION-CODE.
           PERFORM SWITCH-EMPLOYEE-BADGES.
           SET EM-RETURN-PENDING TO TRUE.
           SET WS-EMP-UPDATED TO TRUE.
           MOVE 'LOARETN' TO WS-ASG-TRANSACTION.

       CHECK-RETURN-PENDING.
      *    A FIRST SIGN-ON AT OR AFTER THE RETURN DATE CLOSES THE
              MOVE SPACES TO EM-LEAVE-START-DATE
              MOVE SPACES TO EM-LEAVE-RETURN-DATE
              SET WS-EMP-UPDATED TO TRUE
              MOVE 'LOACLEAR' TO WS-ASG-TRANSACTION
           ELSE
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'PAST RETURN DATE - NOT SIGNED ON YET'
              PERFORM PRINT-ACTION-LINE
           END-IF.

       SWITCH-EMPLOYEE-BADGES.
      *    WALKS THE EMPLOYEE'S BADGES ON THE EMPLOYEE-NUMBER
      *    ALTERNATE KEY.  ON THE WAY BACK ONLY A BADGE SUSPENDED
      *    FOR THE LEAVE IS REACTIVATED - ONE SUSPENDED BY PHYSICAL
      *    SECURITY FOR ANY OTHER REASON STAYS AS IT IS
           MOVE 'N' TO WS-BADGE-SCAN-DONE-IND.
           MOVE EM-EMPLOYEE-NUMBER TO BM-EMPLOYEE-NUMBER.
           START BADGMS-FILE KEY IS EQUAL TO BM-EMPLOYEE-NUMBER
                 INVALID KEY SET WS-BADGE-SCAN-DONE TO TRUE
           END-START.
           PERFORM SWITCH-ONE-BADGE
              UNTIL WS-BADGE-SCAN-DONE.

       SWITCH-ONE-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BADGE-SCAN-DONE
              IF BM-EMPLOYEE-NUMBER IS NOT EQUAL TO EM-EMPLOYEE-NUMBER
                 SET WS-BADGE-SCAN-DONE TO TRUE
              ELSE
                 IF BM-BADGE-STATUS IS EQUAL TO WS-BADGE-FROM-STATUS
                    AND (WS-BADGE-TO-STATUS IS NOT EQUAL TO 'A'
                         OR BM-STATUS-REASON IS EQUAL TO
                            WS-BADGE-LEAVE-REASON)
                    PERFORM REWRITE-ONE-BADGE
                 END-IF
              END-IF
           END-IF.

       REWRITE-ONE-BADGE.
           MOVE BADGE-MASTER-RECORD  TO MA-BEFORE-IMAGE.
           MOVE WS-BADGE-TO-STATUS   TO BM-BADGE-STATUS.
           MOVE WS-CURRENT-DATE(1:8) TO BM-STATUS-DATE.
           MOVE WS-BADGE-TO-REASON   TO BM-STATUS-REASON.
           MOVE 'ELOASWP'            TO BM-CHANGED-BY.
           MOVE WS-CURRENT-DATE      TO BM-CHANGED-TIMESTAMP.
           REWRITE BADGE-MASTER-RECORD.
           IF WS-BADGMS-OK
              MOVE BM-BADGE-NUMBER      TO MA-TARGET-ID
              MOVE WS-CURRENT-DATE      TO MA-AUDIT-TIMESTAMP
              MOVE ZERO                 TO MA-TASK-NUMBER
              MOVE 'ELOASWP'            TO MA-ACTING-USER-ID
              MOVE 'ELOASWP'            TO MA-PROGRAM-NAME
              MOVE SPACES               TO MA-CHANGE-TICKET
              MOVE 'N'                  TO MA-FREEZE-OVERRIDE-IND
              MOVE WS-BADGE-ACTION-CODE TO MA-ACTION-CODE
              MOVE BADGE-MASTER-RECORD  TO MA-AFTER-IMAGE
              WRITE MAINT-AUDIT-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
              IF BM-IS-ACTIVE
                 ADD 1 TO WS-BADGE-RESTORED-COUNT
                 MOVE 'BADGE REACTIVATED - LEAVE ENDED' TO DL-ACTION
              ELSE
                 ADD 1 TO WS-BADGE-SUSPENDED-COUNT
                 MOVE 'BADGE SUSPENDED FOR LEAVE' TO DL-ACTION
              END-IF
              PERFORM PRINT-ACTION-LINE
           END-IF.

       WRITE-SWEEP-AUDIT.
           MOVE EM-USER-ID      TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO            TO MA-TASK-NUMBER.
           MOVE 'ELOASWP'       TO MA-ACTING-USER-ID.
           MOVE 'ELOASWP'       TO MA-PROGRAM-NAME.
           MOVE SPACES          TO MA-CHANGE-TICKET.
           MOVE 'N'             TO MA-FREEZE-OVERRIDE-IND.
           MOVE REG-USER-RECORD TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       WRITE-ASSIGNMENT-HISTORY.
      *    THE LEAVE STATUS THE SWEEP JUST SET, IN FORCE FROM TODAY
           INITIALIZE ASSIGNMENT-HISTORY-RECORD.
           MOVE EM-EMPLOYEE-NUMBER  TO AH-EMPLOYEE-NUMBER.
           MOVE WS-CURRENT-DATE(1:8) TO AH-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE     TO AH-RECORDED-TIMESTAMP.
           MOVE EM-EMPLOYEE-NAME    TO AH-EMPLOYEE-NAME.
           MOVE EM-DEPT-NBR         TO AH-DEPT-NBR.
           MOVE EM-USER-ID          TO AH-USER-ID.
           MOVE EM-LEAVE-STATUS     TO AH-LEAVE-STATUS.
           MOVE EM-POSITION-NUMBER  TO AH-POSITION-NUMBER.
           MOVE 'ELOASWP'           TO AH-SOURCE.
           MOVE WS-ASG-TRANSACTION  TO AH-SOURCE-TRANSACTION.
           MOVE 'ELOASWP'           TO AH-ACTING-USER.
           WRITE ASSIGNMENT-HISTORY-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       PRINT-ACTION-LINE.
           MOVE EM-EMPLOYEE-NUMBER   TO DL-EMPLOYEE-NUMBER.
           MOVE EM-USER-ID           TO DL-USER-ID.
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  BADGES SUSPENDED: ' DELIMITED BY SIZE
                  WS-BADGE-SUSPENDED-COUNT DELIMITED BY SIZE
                  '  BADGES REACTIVATED: ' DELIMITED BY SIZE
                  WS-BADGE-RESTORED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE EMP-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE BADGMS-FILE.
           CLOSE ASGHST-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LEAVE SWEEP - SUSPENDED: ' WS-SUSPENDED-COUNT
                   ' REACTIVATED: ' WS-REACTIVATED-COUNT
