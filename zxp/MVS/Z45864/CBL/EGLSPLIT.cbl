       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGLSPLIT.
      ******************************************************************
      *   GL JOURNAL BATCH SPLIT BY COMPANY.-
      *      - RUNS AS THE STEP AFTER EVERY JOURNAL-PRODUCING JOB
      *        (DEPTPAY OR DEPTPMRG, DEPTYEC, ECHGBACK, CARFLCHG AND
      *        THE EHRFEED RETRO BATCH).  READS THE JOB'S MIXED
      *        GLEXTRCT OUTPUT (GLIN) AND WRITES IT TO GLEXTRCT AS ONE
      *        BALANCED BATCH PER LEGAL ENTITY, SO EACH COMPANY'S
      *        LEDGER GETS ONLY ITS OWN LINES.
      *      - A DETAIL LINE BELONGS TO THE COMPANY IT NAMES ITSELF
      *        (DEPTPAY'S INTERCOMPANY LINES), ELSE TO THE DEPTMAS
      *        COMPANY OF ITS DEPARTMENT, ELSE TO THE ECOMPANY ROW
      *        FLAGGED AS THE DEFAULT COMPANY.
      *      - EVERY GLIN BATCH BECOMES ONE BATCH PER COMPANY WITH
      *        LINES IN IT, IN ECOMPANY CODE ORDER: THE SENDER'S
      *        HEADER (RUN DATE, PERIOD, MODE) STAMPED WITH THE
      *        COMPANY, THAT COMPANY'S DETAIL IN GLIN ORDER STAMPED
      *        THE SAME WAY, AND A TRAILER RECOUNTED FROM THAT DETAIL.
      *      - BEFORE WRITING ANYTHING IT PROVES GLIN: EVERY DETAIL
      *        INSIDE A HEADER/TRAILER BATCH, EVERY TRAILER MATCHING
      *        ITS DETAIL, EVERY LINE'S COMPANY ON ECOMPANY, AND EACH
      *        COMPANY'S DEBITS EQUAL TO ITS CREDITS IN EVERY BATCH.
      *      - GLSPRPT LISTS EACH COMPANY BATCH WRITTEN WITH ITS
      *        CONTROL TOTALS.
      *      - RC=12 WHEN THE PROOF FAILS (REASONS ON SYSOUT, NOTHING
      *        WRITTEN - GLIN IS LEFT FOR THE RERUN).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLIN-FILE ASSIGN TO GLIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLIN-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT COMPANY-FILE ASSIGN TO ECOMPANY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CO-COMPANY-CODE
                  FILE STATUS IS WS-COMPANY-STATUS.

           SELECT GL-FILE ASSIGN TO GLEXTRCT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLSPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLIN-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  COMPANY-FILE
           RECORDING MODE IS F.
       COPY ECOMPNY.

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-OUT-RECORD            PIC X(51).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-GLIN-STATUS           PIC X(2).
           88 WS-GLIN-EOF                     VALUE '10'.
       01  WS-DEPT-STATUS           PIC X(2).
       01  WS-COMPANY-STATUS        PIC X(2).
           88 WS-COMPANY-EOF                  VALUE '10'.
       01  WS-GL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-PROOF-IND             PIC X(1) VALUE 'Y'.
           88 WS-PROOF-PASSED                 VALUE 'Y'.
           88 WS-PROOF-FAILED                 VALUE 'N'.
       01  WS-PROOF-MESSAGE         PIC X(72).
       01  WS-DISPLAY-COUNT         PIC Z(6)9.
       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01  WS-GLIN-RECORDS          PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN       PIC 9(7) VALUE 0.
       01  WS-BATCHES-WRITTEN       PIC 9(5) VALUE 0.
      ******************************************************************
      *   THE COMPANIES ON ECOMPANY, IN CODE ORDER.
      ******************************************************************
       01  WS-COMPTAB-LIMIT         PIC 9(3) VALUE 20.
       01  WS-COMPTAB-COUNT         PIC 9(3) VALUE 0.
       01  WS-COMPTAB-SUB           PIC 9(3) VALUE 0.
       01  WS-COMPANY-TABLE.
           05 WS-COMPTAB-ENTRY OCCURS 20 TIMES.
              10 WS-CT-COMPANY-CODE PIC X(4).
       01  WS-DEFAULT-COMPANY-CODE  PIC X(4) VALUE SPACES.
      ******************************************************************
      *   ONE ENTRY PER BATCH ON GLIN - ITS HEADER, ITS TRAILER, AND
      *   WHAT ITS DETAIL HOLDS FOR EACH COMPANY.
      ******************************************************************
       01  WS-BATCHTAB-LIMIT        PIC 9(3) VALUE 50.
       01  WS-BATCHTAB-COUNT        PIC 9(3) VALUE 0.
       01  WS-BATCHTAB-SUB          PIC 9(3) VALUE 0.
       01  WS-BATCH-TABLE.
           05 WS-BATCHTAB-ENTRY OCCURS 50 TIMES.
              10 WS-BT-RUN-DATE     PIC X(8).
              10 WS-BT-PERIOD       PIC X(6).
              10 WS-BT-RUN-MODE     PIC X(7).
              10 WS-BT-DETAIL-COUNT PIC 9(7).
              10 WS-BT-DETAIL-HASH  PIC 9(13)V99.
              10 WS-BT-COMPANY-TOTALS OCCURS 20 TIMES.
                 15 WS-BT-CO-COUNT  PIC 9(7).
                 15 WS-BT-CO-HASH   PIC 9(13)V99.
                 15 WS-BT-CO-DEBITS PIC 9(13)V99.
                 15 WS-BT-CO-CREDITS PIC 9(13)V99.
       01  WS-IN-BATCH-IND          PIC X(1) VALUE 'N'.
           88 WS-IN-BATCH                     VALUE 'Y'.
      *    THE COMPANY ONE DETAIL LINE BELONGS TO
       01  WS-LINE-COMPANY-CODE     PIC X(4).
       01  WS-LINE-COMPANY-SUB      PIC 9(3) VALUE 0.
      *    THE COMPANY BATCH BEING WRITTEN
       01  WS-WRITE-BATCH-SUB       PIC 9(3) VALUE 0.
       01  WS-WRITE-COMPANY-SUB     PIC 9(3) VALUE 0.
       01  WS-WRITE-COUNT           PIC 9(7) VALUE 0.
       01  WS-WRITE-HASH            PIC 9(13)V99 VALUE 0.
      ******************************************************************
      *   CONTROL REPORT.
      ******************************************************************
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(40) VALUE
              '  GL JOURNAL BATCHES SPLIT BY COMPANY - '.
           05 HL-RUN-DATE           PIC X(8).
       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
              '  COMP RUN DATE PERIOD MODE        LINES'.
           05 FILLER                PIC X(44) VALUE
              '             DEBITS              CREDITS'.
       01  WS-BATCH-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
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
           05 BL-DEBIT-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 BL-CREDIT-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NONE-LINE             PIC X(40) VALUE
           '  NO GL BATCHES ON GLIN'.
       01  WS-CONTROL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-LABEL              PIC X(32).
           05 CL-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EGLSPLIT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DEPT-FILE.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM PROVE-MIXED-BATCHES.
           IF WS-PROOF-PASSED
              PERFORM CHECK-COMPANY-BALANCES
                 VARYING WS-BATCHTAB-SUB FROM 1 BY 1
                 UNTIL WS-BATCHTAB-SUB IS GREATER THAN
                       WS-BATCHTAB-COUNT
           END-IF.
           IF WS-PROOF-PASSED
              PERFORM WRITE-COMPANY-BATCHES
              DISPLAY 'EGLSPLIT - ' WS-BATCHTAB-COUNT
                      ' GL BATCHES SPLIT INTO ' WS-BATCHES-WRITTEN
                      ' COMPANY BATCHES'
           ELSE
              DISPLAY 'EGLSPLIT - PROOF FAILED, NOTHING WRITTEN'
              MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE DEPT-FILE.
           SET BAT-END TO TRUE.
           MOVE WS-GLIN-RECORDS TO BAT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       REPORT-PROOF-FAILURE.
           DISPLAY 'EGLSPLIT - ' WS-PROOF-MESSAGE.
           SET WS-PROOF-FAILED TO TRUE.

      ******************************************************************
      *   THE COMPANY MASTER - READ IN KEY ORDER, SO THE TABLE (AND
      *   THE BATCHES WRITTEN FROM IT) FOLLOW COMPANY CODE ORDER.
      ******************************************************************
       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-FILE.
           PERFORM READ-NEXT-COMPANY.
           PERFORM LOAD-ONE-COMPANY
              UNTIL WS-COMPANY-EOF.
           CLOSE COMPANY-FILE.
           IF WS-DEFAULT-COMPANY-CODE IS EQUAL TO SPACES
              MOVE 'NO DEFAULT COMPANY ON ECOMPANY'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

       READ-NEXT-COMPANY.
           READ COMPANY-FILE
                AT END SET WS-COMPANY-EOF TO TRUE
           END-READ.

       LOAD-ONE-COMPANY.
           IF WS-COMPTAB-COUNT IS LESS THAN WS-COMPTAB-LIMIT
              ADD 1 TO WS-COMPTAB-COUNT
              MOVE CO-COMPANY-CODE TO WS-CT-COMPANY-CODE
                                      (WS-COMPTAB-COUNT)
              IF CO-IS-DEFAULT-COMPANY
                 MOVE CO-COMPANY-CODE TO WS-DEFAULT-COMPANY-CODE
              END-IF
           ELSE
              MOVE 'MORE COMPANIES ON ECOMPANY THAN THE TABLE HOLDS'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           PERFORM READ-NEXT-COMPANY.

      ******************************************************************
      *   THE PROOF - ONE PASS OF GLIN TOTALLING EVERY BATCH BY
      *   COMPANY AND CHECKING EACH TRAILER AGAINST ITS DETAIL.
      ******************************************************************
       PROVE-MIXED-BATCHES.
           INITIALIZE WS-BATCH-TABLE.
           OPEN INPUT GLIN-FILE.
           PERFORM READ-NEXT-GLIN.
           PERFORM PROVE-ONE-GL-RECORD
              UNTIL WS-GLIN-EOF.
           CLOSE GLIN-FILE.
           MOVE WS-RECORDS-READ TO WS-GLIN-RECORDS.
           IF WS-IN-BATCH
              MOVE 'THE LAST GL BATCH ON GLIN HAS NO TRAILER'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

       READ-NEXT-GLIN.
           READ GLIN-FILE
                AT END SET WS-GLIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       PROVE-ONE-GL-RECORD.
           EVALUATE TRUE
           WHEN GL-IS-HEADER
                PERFORM PROVE-GL-HEADER
           WHEN GL-IS-DETAIL
                PERFORM PROVE-GL-DETAIL
           WHEN GL-IS-TRAILER
                PERFORM PROVE-GL-TRAILER
           WHEN OTHER
                MOVE 'GL RECORD OF UNKNOWN TYPE ON GLIN'
                     TO WS-PROOF-MESSAGE
                PERFORM REPORT-PROOF-FAILURE
           END-EVALUATE.
           PERFORM READ-NEXT-GLIN.

       PROVE-GL-HEADER.
           IF WS-IN-BATCH
              MOVE WS-BATCHTAB-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL BATCH' WS-DISPLAY-COUNT
                     ' ON GLIN HAS NO TRAILER' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           IF WS-BATCHTAB-COUNT IS LESS THAN WS-BATCHTAB-LIMIT
              ADD 1 TO WS-BATCHTAB-COUNT
              MOVE WS-BATCHTAB-COUNT TO WS-BATCHTAB-SUB
              MOVE GL-RUN-DATE TO WS-BT-RUN-DATE(WS-BATCHTAB-SUB)
              MOVE GL-PERIOD   TO WS-BT-PERIOD(WS-BATCHTAB-SUB)
              MOVE GL-RUN-MODE TO WS-BT-RUN-MODE(WS-BATCHTAB-SUB)
              SET WS-IN-BATCH TO TRUE
           ELSE
              MOVE 'MORE GL BATCHES ON GLIN THAN THE TABLE HOLDS'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
              MOVE 'N' TO WS-IN-BATCH-IND
           END-IF.

       PROVE-GL-DETAIL.
           IF NOT WS-IN-BATCH
              MOVE 'GL DETAIL OUTSIDE A HEADER/TRAILER BATCH'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           ELSE
              PERFORM RESOLVE-LINE-COMPANY
              IF WS-LINE-COMPANY-SUB IS EQUAL TO ZERO
                 MOVE SPACES TO WS-PROOF-MESSAGE
                 STRING 'DEPARTMENT ' GL-DEPT-NBR
                        ' BELONGS TO COMPANY ' WS-LINE-COMPANY-CODE
                        ', NOT ON ECOMPANY' DELIMITED BY SIZE
                        INTO WS-PROOF-MESSAGE
                 END-STRING
                 PERFORM REPORT-PROOF-FAILURE
              ELSE
                 ADD 1 TO WS-BT-DETAIL-COUNT(WS-BATCHTAB-SUB)
                 ADD GL-AMOUNT TO WS-BT-DETAIL-HASH(WS-BATCHTAB-SUB)
                 ADD 1 TO WS-BT-CO-COUNT
                          (WS-BATCHTAB-SUB, WS-LINE-COMPANY-SUB)
                 ADD GL-AMOUNT TO WS-BT-CO-HASH
                          (WS-BATCHTAB-SUB, WS-LINE-COMPANY-SUB)
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-BT-CO-DEBITS
                          (WS-BATCHTAB-SUB, WS-LINE-COMPANY-SUB)
                 ELSE
                    ADD GL-AMOUNT TO WS-BT-CO-CREDITS
                          (WS-BATCHTAB-SUB, WS-LINE-COMPANY-SUB)
                 END-IF
              END-IF
           END-IF.

       PROVE-GL-TRAILER.
           IF NOT WS-IN-BATCH
              MOVE 'GL TRAILER WITHOUT A HEADER ON GLIN'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           ELSE
              IF GL-RECORD-COUNT IS NOT EQUAL TO
                 WS-BT-DETAIL-COUNT(WS-BATCHTAB-SUB)
                 OR GL-HASH-TOTAL IS NOT EQUAL TO
                 WS-BT-DETAIL-HASH(WS-BATCHTAB-SUB)
                 MOVE WS-BATCHTAB-SUB TO WS-DISPLAY-COUNT
                 MOVE SPACES TO WS-PROOF-MESSAGE
                 STRING 'GL BATCH' WS-DISPLAY-COUNT
                        ' TRAILER DOES NOT MATCH ITS DETAIL'
                        DELIMITED BY SIZE
                        INTO WS-PROOF-MESSAGE
                 END-STRING
                 PERFORM REPORT-PROOF-FAILURE
              END-IF
              MOVE 'N' TO WS-IN-BATCH-IND
           END-IF.

       RESOLVE-LINE-COMPANY.
      *    THE LINE'S OWN COMPANY, ELSE ITS DEPARTMENT'S, ELSE THE
      *    DEFAULT - THEN ITS PLACE IN THE COMPANY TABLE (ZERO WHEN
      *    THE CODE IS NOT ON ECOMPANY)
           MOVE GL-DETAIL-COMPANY-CODE TO WS-LINE-COMPANY-CODE.
           IF WS-LINE-COMPANY-CODE IS EQUAL TO SPACES
              MOVE GL-DEPT-NBR TO DEPT-NBR
              READ DEPT-FILE
                   INVALID KEY MOVE SPACES TO WS-LINE-COMPANY-CODE
                   NOT INVALID KEY
                       MOVE DEPT-COMPANY-CODE TO WS-LINE-COMPANY-CODE
              END-READ
           END-IF.
           IF WS-LINE-COMPANY-CODE IS EQUAL TO SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-LINE-COMPANY-CODE
           END-IF.
           MOVE ZERO TO WS-LINE-COMPANY-SUB.
           PERFORM FIND-ONE-COMPANY
              VARYING WS-COMPTAB-SUB FROM 1 BY 1
              UNTIL WS-COMPTAB-SUB IS GREATER THAN WS-COMPTAB-COUNT
                 OR WS-LINE-COMPANY-SUB IS GREATER THAN ZERO.

       FIND-ONE-COMPANY.
           IF WS-CT-COMPANY-CODE(WS-COMPTAB-SUB) IS EQUAL TO
              WS-LINE-COMPANY-CODE
              MOVE WS-COMPTAB-SUB TO WS-LINE-COMPANY-SUB
           END-IF.

       CHECK-COMPANY-BALANCES.
           PERFORM CHECK-ONE-COMPANY-BALANCE
              VARYING WS-COMPTAB-SUB FROM 1 BY 1
              UNTIL WS-COMPTAB-SUB IS GREATER THAN WS-COMPTAB-COUNT.

       CHECK-ONE-COMPANY-BALANCE.
           IF WS-BT-CO-DEBITS(WS-BATCHTAB-SUB, WS-COMPTAB-SUB)
              IS NOT EQUAL TO
              WS-BT-CO-CREDITS(WS-BATCHTAB-SUB, WS-COMPTAB-SUB)
              MOVE WS-BATCHTAB-SUB TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL BATCH' WS-DISPLAY-COUNT ' COMPANY '
                     WS-CT-COMPANY-CODE(WS-COMPTAB-SUB)
                     ' DEBITS DO NOT EQUAL CREDITS'
                     DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

      ******************************************************************
      *   THE COMPANY BATCHES - ONE PASS OF GLIN FOR EACH COMPANY OF
      *   EACH BATCH THAT HAS LINES FOR IT.
      ******************************************************************
       WRITE-COMPANY-BATCHES.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CURRENT-DATE TO HL-RUN-DATE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-BATCH-COMPANIES
              VARYING WS-WRITE-BATCH-SUB FROM 1 BY 1
              UNTIL WS-WRITE-BATCH-SUB IS GREATER THAN
                    WS-BATCHTAB-COUNT.
           IF WS-BATCHES-WRITTEN IS EQUAL TO ZERO
              MOVE WS-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE GL-FILE.
           CLOSE REPORT-FILE.

       WRITE-BATCH-COMPANIES.
           PERFORM WRITE-ONE-COMPANY-BATCH
              VARYING WS-WRITE-COMPANY-SUB FROM 1 BY 1
              UNTIL WS-WRITE-COMPANY-SUB IS GREATER THAN
                    WS-COMPTAB-COUNT.

       WRITE-ONE-COMPANY-BATCH.
           IF WS-BT-CO-COUNT(WS-WRITE-BATCH-SUB, WS-WRITE-COMPANY-SUB)
              IS GREATER THAN ZERO
              INITIALIZE GL-EXTRACT-RECORD
              MOVE 'H' TO GL-RECORD-TYPE
              MOVE WS-BT-RUN-DATE(WS-WRITE-BATCH-SUB) TO GL-RUN-DATE
              MOVE WS-BT-PERIOD(WS-WRITE-BATCH-SUB)   TO GL-PERIOD
              MOVE WS-BT-RUN-MODE(WS-WRITE-BATCH-SUB) TO GL-RUN-MODE
              MOVE WS-CT-COMPANY-CODE(WS-WRITE-COMPANY-SUB)
                   TO GL-COMPANY-CODE
              WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM COPY-COMPANY-DETAIL
              INITIALIZE GL-EXTRACT-RECORD
              MOVE 'T'            TO GL-RECORD-TYPE
              MOVE WS-WRITE-COUNT TO GL-RECORD-COUNT
              MOVE WS-WRITE-HASH  TO GL-HASH-TOTAL
              MOVE WS-CT-COMPANY-CODE(WS-WRITE-COMPANY-SUB)
                   TO GL-TRAILER-COMPANY-CODE
              WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-BATCHES-WRITTEN
              PERFORM PRINT-BATCH-LINE
           END-IF.

       COPY-COMPANY-DETAIL.
      *    WS-BATCHTAB-SUB FOLLOWS THE HEADERS AS GLIN IS READ AGAIN,
      *    SO ONLY THE DETAIL OF THE BATCH BEING WRITTEN IS TAKEN
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-WRITE-HASH.
           MOVE ZERO TO WS-BATCHTAB-SUB.
           MOVE SPACES TO WS-GLIN-STATUS.
           OPEN INPUT GLIN-FILE.
           PERFORM READ-NEXT-GLIN.
           PERFORM COPY-ONE-GL-DETAIL
              UNTIL WS-GLIN-EOF
                 OR WS-BATCHTAB-SUB IS GREATER THAN
                    WS-WRITE-BATCH-SUB.
           CLOSE GLIN-FILE.

       COPY-ONE-GL-DETAIL.
           IF GL-IS-HEADER
              ADD 1 TO WS-BATCHTAB-SUB
           END-IF.
           IF GL-IS-DETAIL
              AND WS-BATCHTAB-SUB IS EQUAL TO WS-WRITE-BATCH-SUB
              PERFORM RESOLVE-LINE-COMPANY
              IF WS-LINE-COMPANY-SUB IS EQUAL TO WS-WRITE-COMPANY-SUB
                 MOVE WS-LINE-COMPANY-CODE TO GL-DETAIL-COMPANY-CODE
                 WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD
                 ADD 1 TO WS-RECORDS-WRITTEN
                 ADD 1 TO WS-WRITE-COUNT
                 ADD GL-AMOUNT TO WS-WRITE-HASH
              END-IF
           END-IF.
           IF WS-BATCHTAB-SUB IS NOT GREATER THAN WS-WRITE-BATCH-SUB
              PERFORM READ-NEXT-GLIN
           END-IF.

       PRINT-BATCH-LINE.
           MOVE WS-CT-COMPANY-CODE(WS-WRITE-COMPANY-SUB)
                TO BL-COMPANY-CODE.
           MOVE WS-BT-RUN-DATE(WS-WRITE-BATCH-SUB) TO BL-RUN-DATE.
           MOVE WS-BT-PERIOD(WS-WRITE-BATCH-SUB)   TO BL-PERIOD.
           MOVE WS-BT-RUN-MODE(WS-WRITE-BATCH-SUB) TO BL-RUN-MODE.
           MOVE WS-WRITE-COUNT TO BL-RECORD-COUNT.
           MOVE WS-BT-CO-DEBITS
                (WS-WRITE-BATCH-SUB, WS-WRITE-COMPANY-SUB)
                TO BL-DEBIT-TOTAL.
           MOVE WS-BT-CO-CREDITS
                (WS-WRITE-BATCH-SUB, WS-WRITE-COMPANY-SUB)
                TO BL-CREDIT-TOTAL.
           MOVE WS-BATCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GLIN RECORDS READ:' TO CL-LABEL.
           MOVE WS-GLIN-RECORDS TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GLIN BATCHES:' TO CL-LABEL.
           MOVE WS-BATCHTAB-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'COMPANY BATCHES WRITTEN:' TO CL-LABEL.
           MOVE WS-BATCHES-WRITTEN TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
