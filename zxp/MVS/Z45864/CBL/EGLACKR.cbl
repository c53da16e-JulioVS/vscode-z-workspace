       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGLACKR.
      ******************************************************************
      *   GL ACKNOWLEDGMENT RECONCILIATION.-
      *      - REGISTERS ON GLBATCH EVERY GLEXTRCT JOURNAL BATCH ON THE
      *        OUTGOING EXTRACTS (GLSENT - DEPTPAY, DEPTYEC, ECHGBACK,
      *        CARFLCHG AND THE EHRFEED RETRO BATCH) BY ITS HEADER RUN
      *        DATE AND PERIOD AND ITS TRAILER RECORD COUNT AND HASH
      *        TOTAL.  A BATCH ALREADY REGISTERED IS LEFT AS IT IS, SO
      *        THE EXTRACTS CAN BE READ AGAIN EVERY DAY.
      *      - LOADS THE GENERAL LEDGER'S GLACK ACKNOWLEDGMENT FILE:
      *        EACH BATCH ACKNOWLEDGMENT IS MATCHED TO ITS REGISTERED
      *        BATCH ON THE SAME FOUR FIELDS AND RECORDS THE GL'S
      *        VERDICT; EACH REJECTED LINE IS FILED ON GLREJLN UNDER
      *        THE BATCH THAT SENT IT.
      *      - THE DAILY REPORT LISTS ACKNOWLEDGMENTS MATCHING NO SENT
      *        BATCH, BATCHES STILL NOT ACKNOWLEDGED MORE THAN THE
      *        GRACE (SYSIN CARD 1, 2 DIGITS - BLANK TAKES 2) BUSINESS
      *        DAYS AFTER THEIR RUN DATE, AND BATCHES THE GL REJECTED
      *        IN WHOLE OR IN PART WITH THEIR REFUSED LINES - FOR AS
      *        MANY DAYS AFTER THE ACKNOWLEDGMENT AS SYSIN CARD 2
      *        (3 DIGITS - BLANK TAKES 30).
      *      - RC=4 WHEN THE REPORT LISTS ANYTHING.
      *      - EACH SENDER WRITES ONE BATCH PER COMPANY; THE HEADER'S
      *        COMPANY CODE IS REGISTERED WITH THE BATCH AND PRINTED
      *        ON THE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SENT-FILE ASSIGN TO GLSENT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SENT-STATUS.

           SELECT OPTIONAL ACK-FILE ASSIGN TO GLACK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT BATCH-FILE ASSIGN TO GLBATCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GB-BATCH-KEY
                  FILE STATUS IS WS-BATCH-STATUS.

           SELECT REJLN-FILE ASSIGN TO GLREJLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GR-REJECT-KEY
                  FILE STATUS IS WS-REJLN-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLACKRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENT-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  ACK-FILE
           RECORDING MODE IS F.
       COPY GLACK.

       FD  BATCH-FILE
           RECORDING MODE IS F.
       COPY GLBATCH.

       FD  REJLN-FILE
           RECORDING MODE IS F.
       COPY GLREJLN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       COPY EDATP.
       01  WS-SENT-STATUS           PIC X(2).
           88 WS-SENT-EOF                     VALUE '10'.
       01  WS-ACK-STATUS            PIC X(2).
           88 WS-ACK-EOF                      VALUE '10'.
       01  WS-BATCH-STATUS          PIC X(2).
           88 WS-BATCH-OK                     VALUE '00'.
       01  WS-REJLN-STATUS          PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-LINE-SCAN-DONE-IND    PIC X(1) VALUE 'N'.
           88 WS-LINE-SCAN-DONE               VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-GRACE-IN              PIC X(2).
       01  WS-GRACE-IN-NUM REDEFINES WS-GRACE-IN
                                    PIC 9(2).
       01  WS-GRACE-DAYS            PIC 9(2) VALUE 2.
       01  WS-LOOKBACK-IN           PIC X(3).
       01  WS-LOOKBACK-IN-NUM REDEFINES WS-LOOKBACK-IN
                                    PIC 9(3).
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 30.
       01  WS-DAYS-OUT              PIC S9(8) VALUE 0.
      ******************************************************************
      *   THE HEADER OF THE OUTGOING BATCH BEING READ, HELD UNTIL ITS
      *   TRAILER ARRIVES.
      ******************************************************************
       01  WS-IN-BATCH-IND          PIC X(1) VALUE 'N'.
           88 WS-IN-BATCH                     VALUE 'Y'.
       01  WS-SENT-RUN-DATE         PIC X(8).
       01  WS-SENT-PERIOD           PIC X(6).
       01  WS-SENT-RUN-MODE         PIC X(7).
       01  WS-SENT-COMPANY-CODE     PIC X(4).
      ******************************************************************
      *   MATCHING AN ACKNOWLEDGMENT TO THE REGISTER - THE FIRST
      *   BATCH WITH THE SAME RUN DATE, PERIOD, COUNT AND HASH, OR
      *   THE FIRST ONE OF THOSE STILL AWAITING AN ANSWER.
      ******************************************************************
       01  WS-MATCH-FOUND-IND       PIC X(1) VALUE 'N'.
           88 WS-MATCH-FOUND                  VALUE 'Y'.
       01  WS-SENT-MATCH-IND        PIC X(1) VALUE 'N'.
           88 WS-SENT-MATCH                   VALUE 'Y'.
       01  WS-MATCH-KEY             PIC X(44).
       01  WS-SENT-MATCH-KEY        PIC X(44).
      ******************************************************************
      *   COUNTS.
      ******************************************************************
       01  WS-SENT-READ             PIC 9(7) VALUE 0.
       01  WS-BATCHES-REGISTERED    PIC 9(7) VALUE 0.
       01  WS-BATCHES-KNOWN         PIC 9(7) VALUE 0.
       01  WS-ACKS-READ             PIC 9(7) VALUE 0.
       01  WS-ACKS-APPLIED          PIC 9(7) VALUE 0.
       01  WS-LINES-FILED           PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT         PIC 9(7) VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(47) VALUE
              '  GL JOURNAL BATCH ACKNOWLEDGMENT EXCEPTIONS - '.
           05 HL-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(18) VALUE '   GRACE (DAYS): '.
           05 HL-GRACE-DAYS         PIC Z9.
       01  WS-SECTION-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SH-TITLE              PIC X(60).
       01  WS-BATCH-HEADING.
           05 FILLER                PIC X(45) VALUE
              '    SOURCE   COMP RUN DATE PERIOD MODE       '.
           05 FILLER                PIC X(40) VALUE
              ' LINES           HASH TOTAL  STATUS     '.
           05 FILLER                PIC X(29) VALUE
              ' GL BATCH     REJ LINES  DAYS'.
       01  WS-BATCH-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 BL-SOURCE             PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-COMPANY-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-PERIOD             PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-RUN-MODE           PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-RECORD-COUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-HASH-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-STATUS             PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-GL-BATCH-REF       PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-LINES-REJECTED     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-DAYS-OUT           PIC ZZZZ9.
       01  WS-REJECT-DETAIL.
           05 FILLER                PIC X(8)  VALUE SPACES.
           05 FILLER                PIC X(5)  VALUE 'LINE '.
           05 RD-LINE-NUMBER        PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-ACCOUNT-CODE       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 RD-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 RD-DEBIT-CREDIT       PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 RD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-REJECT-CODE        PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 RD-REJECT-REASON      PIC X(28).
       01  WS-UNMATCHED-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 UL-RECORD-TYPE        PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 UL-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 UL-PERIOD             PIC X(6).
           05 FILLER                PIC X(9)  VALUE SPACES.
           05 UL-RECORD-COUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 UL-HASH-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 UL-NOTE               PIC X(40).
       01  WS-NONE-LINE             PIC X(20) VALUE '    NONE'.
       01  WS-CONTROL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-LABEL              PIC X(32).
           05 CL-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EGLACKR' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM READ-CONTROL-CARDS.
           OPEN I-O BATCH-FILE.
           OPEN I-O REJLN-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CURRENT-DATE TO HL-RUN-DATE.
           MOVE WS-GRACE-DAYS   TO HL-GRACE-DAYS.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REGISTER-SENT-BATCHES.
           PERFORM LOAD-ACKNOWLEDGMENTS.
           PERFORM LIST-OVERDUE-BATCHES.
           PERFORM LIST-REJECTED-BATCHES.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE BATCH-FILE.
           CLOSE REJLN-FILE.
           CLOSE REPORT-FILE.
           IF WS-UNMATCHED-COUNT + WS-OVERDUE-COUNT
              + WS-REJECTED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           COMPUTE BAT-RECORDS-READ = WS-SENT-READ + WS-ACKS-READ.
           COMPUTE BAT-RECORDS-WRITTEN =
              WS-BATCHES-REGISTERED + WS-LINES-FILED.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-CONTROL-CARDS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GRACE-IN FROM SYSIN.
           IF WS-GRACE-IN IS NUMERIC
              MOVE WS-GRACE-IN-NUM TO WS-GRACE-DAYS
           END-IF.
           ACCEPT WS-LOOKBACK-IN FROM SYSIN.
           IF WS-LOOKBACK-IN IS NUMERIC
              MOVE WS-LOOKBACK-IN-NUM TO WS-LOOKBACK-DAYS
           END-IF.

       REGISTER-SENT-BATCHES.
      *    EVERY HEADER/TRAILER PAIR ON THE OUTGOING EXTRACTS IS ONE
      *    BATCH - THE SENDER IS KNOWN BY THE RUN MODE IT STAMPED
           OPEN INPUT SENT-FILE.
           PERFORM READ-NEXT-SENT.
           PERFORM REGISTER-ONE-RECORD
              UNTIL WS-SENT-EOF.
           CLOSE SENT-FILE.

       READ-NEXT-SENT.
           READ SENT-FILE
                AT END SET WS-SENT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-SENT-READ
           END-READ.

       REGISTER-ONE-RECORD.
           EVALUATE TRUE
           WHEN GL-IS-HEADER
                MOVE GL-RUN-DATE TO WS-SENT-RUN-DATE
                MOVE GL-PERIOD   TO WS-SENT-PERIOD
                MOVE GL-RUN-MODE TO WS-SENT-RUN-MODE
                MOVE GL-COMPANY-CODE TO WS-SENT-COMPANY-CODE
                SET WS-IN-BATCH TO TRUE
           WHEN GL-IS-TRAILER
                AND WS-IN-BATCH
                PERFORM REGISTER-ONE-BATCH
                MOVE 'N' TO WS-IN-BATCH-IND
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           PERFORM READ-NEXT-SENT.

       REGISTER-ONE-BATCH.
           INITIALIZE GL-BATCH-RECORD.
           MOVE WS-SENT-RUN-DATE TO GB-RUN-DATE.
           MOVE WS-SENT-PERIOD   TO GB-PERIOD.
           MOVE GL-RECORD-COUNT  TO GB-RECORD-COUNT.
           MOVE GL-HASH-TOTAL    TO GB-HASH-TOTAL.
           EVALUATE WS-SENT-RUN-MODE
           WHEN 'YECLOSE'
                MOVE 'DEPTYEC'  TO GB-SOURCE
           WHEN 'CHGBACK'
                MOVE 'ECHGBACK' TO GB-SOURCE
           WHEN 'FLTCHG'
                MOVE 'CARFLCHG' TO GB-SOURCE
           WHEN 'RETRO'
                MOVE 'EHRFEED'  TO GB-SOURCE
           WHEN OTHER
                MOVE 'DEPTPAY'  TO GB-SOURCE
           END-EVALUATE.
           MOVE WS-SENT-RUN-MODE TO GB-RUN-MODE.
           MOVE WS-SENT-COMPANY-CODE TO GB-COMPANY-CODE.
           SET GB-IS-SENT TO TRUE.
           MOVE WS-CURRENT-DATE  TO GB-REGISTERED-DATE.
           WRITE GL-BATCH-RECORD
                 INVALID KEY ADD 1 TO WS-BATCHES-KNOWN
                 NOT INVALID KEY ADD 1 TO WS-BATCHES-REGISTERED
           END-WRITE.

       LOAD-ACKNOWLEDGMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GL ACKNOWLEDGMENTS MATCHING NO SENT BATCH' TO SH-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ACK-FILE.
           PERFORM READ-NEXT-ACK.
           PERFORM APPLY-ONE-ACK
              UNTIL WS-ACK-EOF.
           CLOSE ACK-FILE.
           IF WS-UNMATCHED-COUNT IS EQUAL TO ZERO
              MOVE WS-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       READ-NEXT-ACK.
           READ ACK-FILE
                AT END SET WS-ACK-EOF TO TRUE
                NOT AT END ADD 1 TO WS-ACKS-READ
           END-READ.

       APPLY-ONE-ACK.
           PERFORM FIND-ACKED-BATCH.
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
                MOVE 'NO SENT BATCH MATCHES DATE/PERIOD/TOTALS'
                     TO UL-NOTE
                PERFORM LIST-UNMATCHED-ACK
           WHEN GK-IS-BATCH-ACK
                PERFORM RECORD-BATCH-VERDICT
           WHEN GK-IS-LINE-REJECT
                PERFORM FILE-REJECTED-LINE
           WHEN OTHER
                MOVE 'UNKNOWN ACKNOWLEDGMENT RECORD TYPE' TO UL-NOTE
                PERFORM LIST-UNMATCHED-ACK
           END-EVALUATE.
           PERFORM READ-NEXT-ACK.

       FIND-ACKED-BATCH.
      *    LEAVES THE MATCHING REGISTER RECORD READ - A BATCH STILL
      *    AWAITING ITS ANSWER WINS OVER ONE ALREADY ANSWERED WHEN
      *    TWO SENDERS HAPPEN TO SHARE THE SAME FOUR FIELDS
           MOVE 'N' TO WS-MATCH-FOUND-IND.
           MOVE 'N' TO WS-SENT-MATCH-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES  TO GB-BATCH-KEY.
           MOVE GK-BATCH-ID TO GB-BATCH-ID.
           START BATCH-FILE KEY IS GREATER THAN OR EQUAL TO
                 GB-BATCH-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-ONE-CANDIDATE
              UNTIL WS-SCAN-DONE.
           IF WS-SENT-MATCH
              MOVE WS-SENT-MATCH-KEY TO WS-MATCH-KEY
           END-IF.
           IF WS-MATCH-FOUND
              MOVE WS-MATCH-KEY TO GB-BATCH-KEY
              READ BATCH-FILE
                   INVALID KEY MOVE 'N' TO WS-MATCH-FOUND-IND
              END-READ
           END-IF.

       CHECK-ONE-CANDIDATE.
           READ BATCH-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF GB-BATCH-ID IS NOT EQUAL TO GK-BATCH-ID
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF NOT WS-MATCH-FOUND
                    SET WS-MATCH-FOUND TO TRUE
                    MOVE GB-BATCH-KEY TO WS-MATCH-KEY
                 END-IF
                 IF GB-IS-SENT
                    AND NOT WS-SENT-MATCH
                    SET WS-SENT-MATCH TO TRUE
                    MOVE GB-BATCH-KEY TO WS-SENT-MATCH-KEY
                 END-IF
              END-IF
           END-IF.

       RECORD-BATCH-VERDICT.
           IF GK-BATCH-ACCEPTED
              OR GK-BATCH-REJECTED
              OR GK-BATCH-PARTIAL
              MOVE GK-ACK-STATUS     TO GB-STATUS
              MOVE WS-CURRENT-DATE   TO GB-ACK-DATE
              MOVE GK-GL-BATCH-REF   TO GB-GL-BATCH-REF
              MOVE GK-POSTED-DATE    TO GB-GL-POSTED-DATE
              MOVE GK-LINES-REJECTED TO GB-LINES-REJECTED
              REWRITE GL-BATCH-RECORD
              ADD 1 TO WS-ACKS-APPLIED
           ELSE
              MOVE 'UNKNOWN ACKNOWLEDGMENT STATUS' TO UL-NOTE
              PERFORM LIST-UNMATCHED-ACK
           END-IF.

       FILE-REJECTED-LINE.
      *    A REFUSED LINE ON A BATCH THE GL CALLED ACCEPTED (OR HAS
      *    NOT ANSWERED FOR YET) MAKES THE BATCH A PARTIAL POSTING
           INITIALIZE GL-REJECT-LINE-RECORD.
           MOVE GB-BATCH-KEY      TO GR-BATCH-KEY.
           MOVE GK-LINE-NUMBER    TO GR-LINE-NUMBER.
           MOVE GK-ACCOUNT-CODE   TO GR-ACCOUNT-CODE.
           MOVE GK-DEPT-NBR       TO GR-DEPT-NBR.
           MOVE GK-DEBIT-CREDIT   TO GR-DEBIT-CREDIT.
           MOVE GK-AMOUNT         TO GR-AMOUNT.
           MOVE GK-REJECT-CODE    TO GR-REJECT-CODE.
           MOVE GK-REJECT-REASON  TO GR-REJECT-REASON.
           MOVE WS-CURRENT-DATE   TO GR-LOADED-DATE.
           WRITE GL-REJECT-LINE-RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-LINES-FILED
           END-WRITE.
           IF GB-IS-SENT OR GB-IS-ACCEPTED
              SET GB-IS-PARTIAL TO TRUE
              MOVE WS-CURRENT-DATE TO GB-ACK-DATE
              REWRITE GL-BATCH-RECORD
           END-IF.

       LIST-UNMATCHED-ACK.
           IF GK-IS-BATCH-ACK
              MOVE 'BATCH ACK'   TO UL-RECORD-TYPE
           ELSE
              MOVE 'LINE REJECT' TO UL-RECORD-TYPE
           END-IF.
           MOVE GK-RUN-DATE     TO UL-RUN-DATE.
           MOVE GK-PERIOD       TO UL-PERIOD.
           MOVE GK-RECORD-COUNT TO UL-RECORD-COUNT.
           MOVE GK-HASH-TOTAL   TO UL-HASH-TOTAL.
           MOVE WS-UNMATCHED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT.

       LIST-OVERDUE-BATCHES.
      *    A BATCH THE GL HAS SAID NOTHING ABOUT FOR LONGER THAN THE
      *    GRACE, COUNTED IN BUSINESS DAYS ON THE ECALENDR CALENDAR
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BATCHES NOT ACKNOWLEDGED WITHIN THE GRACE PERIOD'
                TO SH-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCH-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO GB-BATCH-KEY.
           START BATCH-FILE KEY IS GREATER THAN OR EQUAL TO
                 GB-BATCH-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-ONE-OVERDUE
              UNTIL WS-SCAN-DONE.
           IF WS-SECTION-COUNT IS EQUAL TO ZERO
              MOVE WS-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-OVERDUE.
           READ BATCH-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              AND GB-IS-SENT
              INITIALIZE DAT-PARAMETERS
              SET DAT-BUSINESS-DAYS-BETWEEN TO TRUE
              MOVE GB-RUN-DATE     TO DAT-OLD-TIMESTAMP(1:8)
              MOVE '000000'        TO DAT-OLD-TIMESTAMP(9:6)
              MOVE WS-CURRENT-DATE TO DAT-NEW-TIMESTAMP(1:8)
              MOVE '000000'        TO DAT-NEW-TIMESTAMP(9:6)
              CALL 'EDATRTE' USING DAT-PARAMETERS
              IF DAT-OK
                 MOVE DAT-ELAPSED-RESULT TO WS-DAYS-OUT
              ELSE
                 MOVE 99999 TO WS-DAYS-OUT
              END-IF
              IF WS-DAYS-OUT IS GREATER THAN WS-GRACE-DAYS
                 MOVE 'NOT ACKED'  TO BL-STATUS
                 PERFORM PRINT-BATCH-LINE
                 ADD 1 TO WS-OVERDUE-COUNT
                 ADD 1 TO WS-SECTION-COUNT
              END-IF
           END-IF.

       LIST-REJECTED-BATCHES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BATCHES REJECTED BY THE GL IN WHOLE OR IN PART'
                TO SH-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCH-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO GB-BATCH-KEY.
           START BATCH-FILE KEY IS GREATER THAN OR EQUAL TO
                 GB-BATCH-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-ONE-REJECTED
              UNTIL WS-SCAN-DONE.
           IF WS-SECTION-COUNT IS EQUAL TO ZERO
              MOVE WS-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-REJECTED.
      *    A REJECTION STAYS ON THE REPORT FOR THE LOOKBACK DAYS
      *    AFTER THE GL ANSWERED, THEN DROPS OFF
           READ BATCH-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              AND (GB-IS-REJECTED OR GB-IS-PARTIAL)
              INITIALIZE DAT-PARAMETERS
              SET DAT-ELAPSED-DAYS TO TRUE
              MOVE GB-ACK-DATE     TO DAT-OLD-TIMESTAMP(1:8)
              MOVE '000000'        TO DAT-OLD-TIMESTAMP(9:6)
              MOVE WS-CURRENT-DATE TO DAT-NEW-TIMESTAMP(1:8)
              MOVE '000000'        TO DAT-NEW-TIMESTAMP(9:6)
              CALL 'EDATRTE' USING DAT-PARAMETERS
              IF DAT-OK
                 MOVE DAT-ELAPSED-RESULT TO WS-DAYS-OUT
              ELSE
                 MOVE ZERO TO WS-DAYS-OUT
              END-IF
              IF WS-DAYS-OUT IS NOT GREATER THAN WS-LOOKBACK-DAYS
                 IF GB-IS-REJECTED
                    MOVE 'REJECTED' TO BL-STATUS
                 ELSE
                    MOVE 'PARTIAL'  TO BL-STATUS
                 END-IF
                 PERFORM PRINT-BATCH-LINE
                 PERFORM PRINT-REJECTED-LINES
                 ADD 1 TO WS-REJECTED-COUNT
                 ADD 1 TO WS-SECTION-COUNT
              END-IF
           END-IF.

       PRINT-BATCH-LINE.
           MOVE GB-SOURCE         TO BL-SOURCE.
           MOVE GB-COMPANY-CODE   TO BL-COMPANY-CODE.
           MOVE GB-RUN-DATE       TO BL-RUN-DATE.
           MOVE GB-PERIOD         TO BL-PERIOD.
           MOVE GB-RUN-MODE       TO BL-RUN-MODE.
           MOVE GB-RECORD-COUNT   TO BL-RECORD-COUNT.
           MOVE GB-HASH-TOTAL     TO BL-HASH-TOTAL.
           MOVE GB-GL-BATCH-REF   TO BL-GL-BATCH-REF.
           MOVE GB-LINES-REJECTED TO BL-LINES-REJECTED.
           MOVE WS-DAYS-OUT       TO BL-DAYS-OUT.
           MOVE WS-BATCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-REJECTED-LINES.
           MOVE 'N' TO WS-LINE-SCAN-DONE-IND.
           MOVE GB-BATCH-KEY TO GR-BATCH-KEY.
           MOVE ZERO         TO GR-LINE-NUMBER.
           START REJLN-FILE KEY IS GREATER THAN OR EQUAL TO
                 GR-REJECT-KEY
                 INVALID KEY SET WS-LINE-SCAN-DONE TO TRUE
           END-START.
           PERFORM PRINT-ONE-REJECTED-LINE
              UNTIL WS-LINE-SCAN-DONE.

       PRINT-ONE-REJECTED-LINE.
           READ REJLN-FILE NEXT RECORD
                AT END SET WS-LINE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-LINE-SCAN-DONE
              IF GR-BATCH-KEY IS NOT EQUAL TO GB-BATCH-KEY
                 SET WS-LINE-SCAN-DONE TO TRUE
              ELSE
                 MOVE GR-LINE-NUMBER   TO RD-LINE-NUMBER
                 MOVE GR-ACCOUNT-CODE  TO RD-ACCOUNT-CODE
                 MOVE GR-DEPT-NBR      TO RD-DEPT-NBR
                 MOVE GR-DEBIT-CREDIT  TO RD-DEBIT-CREDIT
                 MOVE GR-AMOUNT        TO RD-AMOUNT
                 MOVE GR-REJECT-CODE   TO RD-REJECT-CODE
                 MOVE GR-REJECT-REASON TO RD-REJECT-REASON
                 MOVE WS-REJECT-DETAIL TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXTRACT RECORDS READ:' TO CL-LABEL.
           MOVE WS-SENT-READ TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BATCHES NEWLY REGISTERED:' TO CL-LABEL.
           MOVE WS-BATCHES-REGISTERED TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BATCHES ALREADY REGISTERED:' TO CL-LABEL.
           MOVE WS-BATCHES-KNOWN TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACKNOWLEDGMENT RECORDS READ:' TO CL-LABEL.
           MOVE WS-ACKS-READ TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BATCH VERDICTS RECORDED:' TO CL-LABEL.
           MOVE WS-ACKS-APPLIED TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED LINES FILED:' TO CL-LABEL.
           MOVE WS-LINES-FILED TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY 'GL BATCHES REGISTERED:    ' WS-BATCHES-REGISTERED.
           DISPLAY 'GL BATCHES OVERDUE:       ' WS-OVERDUE-COUNT.
           DISPLAY 'GL BATCHES REJECTED:      ' WS-REJECTED-COUNT.
