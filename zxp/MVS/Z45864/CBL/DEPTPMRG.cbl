       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTPMRG.
      ******************************************************************
      *   DEPTPAY PARTITION MERGE.-
      *      - RUNS ONCE EVERY DEPTPAY PARTITION OF THE PERIOD HAS
      *        FINISHED.  READS THE PARTITIONS' DEPTPCTL CONTROL
      *        RECORDS, GL BATCHES, REPORTS AND BUDGET REPORTS (EACH
      *        A CONCATENATION IN PARTITION ORDER) AND WRITES THE ONE
      *        GLEXTRCT BATCH, DEPTRPT REPORT AND BUDGRPT REPORT A
      *        WHOLE-FILE DEPTPAY RUN WOULD HAVE WRITTEN.
      *      - BEFORE WRITING ANYTHING IT PROVES THE PARTITIONS ADD UP
      *        TO THE WHOLE: EVERY PARTITION 01 TO THE SYSIN COUNT
      *        FINISHED (HAS A CONTROL RECORD), ALL RAN THE SAME
      *        PERIOD AND MODE, THE RANGES ASCEND WITHOUT OVERLAP,
      *        EACH GL SECTION'S TRAILER MATCHES ITS OWN DETAIL AND ITS
      *        PARTITION'S CONTROL TOTALS, THE CONTROL TOTALS SUM TO
      *        THE DETAIL OF THE MERGED BATCH, DEBITS EQUAL CREDITS,
      *        AND EVERY DEPTMAS DEPARTMENT FELL IN EXACTLY ONE RANGE
      *        AND WAS PROCESSED BY IT.
      *      - THE MERGED BATCH GETS ONE HEADER (PARTITION 01'S RUN
      *        DATE, PERIOD AND MODE), ALL THE DETAIL, AND ONE TRAILER
      *        RECOUNTED FROM THAT DETAIL.  THE REPORTS KEEP ONE
      *        HEADING, EACH PARTITION'S SECTION AND SUBTOTALS, AND
      *        END WITH THE COMPANY TOTALS AND THE PARTITION CONTROL
      *        TOTALS.
      *      - SYSIN CARD 1 = NUMBER OF PARTITIONS, 9(2).
      *      - RC=12 WHEN THE PROOF FAILS (REASONS ON SYSOUT, NOTHING
      *        WRITTEN - RERUN THE FAILED PARTITION AND THEN THIS
      *        STEP).  OTHERWISE ENDS WITH THE WORST PARTITION RC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCTL-FILE ASSIGN TO DEPTPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCTL-STATUS.

           SELECT GLIN-FILE ASSIGN TO GLIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLIN-STATUS.

           SELECT RPTIN-FILE ASSIGN TO RPTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPTIN-STATUS.

           SELECT BUDGIN-FILE ASSIGN TO BUDGIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUDGIN-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT GL-FILE ASSIGN TO GLEXTRCT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DEPTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUDGRPT-FILE ASSIGN TO BUDGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUDGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCTL-FILE
           RECORDING MODE IS F.
       COPY DEPTPCTL.

       FD  GLIN-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  RPTIN-FILE
           RECORDING MODE IS F.
       01  RPTIN-LINE               PIC X(132).

       FD  BUDGIN-FILE
           RECORDING MODE IS F.
       01  BUDGIN-LINE              PIC X(132).

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-OUT-RECORD            PIC X(51).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       FD  BUDGRPT-FILE
           RECORDING MODE IS F.
       01  BUDGRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-PCTL-STATUS           PIC X(2).
           88 WS-PCTL-EOF                     VALUE '10'.
       01  WS-GLIN-STATUS           PIC X(2).
           88 WS-GLIN-EOF                     VALUE '10'.
       01  WS-RPTIN-STATUS          PIC X(2).
           88 WS-RPTIN-EOF                    VALUE '10'.
       01  WS-BUDGIN-STATUS         PIC X(2).
           88 WS-BUDGIN-EOF                   VALUE '10'.
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-EOF                     VALUE '10'.
       01  WS-GL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BUDGRPT-STATUS        PIC X(2).
       01  WS-EXPECTED-CARD.
           05 WS-EXPECTED-COUNT-X   PIC X(2).
           05 WS-EXPECTED-COUNT REDEFINES WS-EXPECTED-COUNT-X
                                    PIC 9(2).
           05 FILLER                PIC X(78).
       01  WS-PROOF-IND             PIC X(1) VALUE 'Y'.
           88 WS-PROOF-PASSED                 VALUE 'Y'.
           88 WS-PROOF-FAILED                 VALUE 'N'.
       01  WS-PROOF-MESSAGE         PIC X(72).
       01  WS-DISPLAY-COUNT         PIC Z(6)9.
       01  WS-DISPLAY-AMOUNT        PIC Z(12)9.99.
       01  WS-WORST-RETURN-CODE     PIC 9(4) VALUE 0.
       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN       PIC 9(7) VALUE 0.
      ******************************************************************
      *   ONE ENTRY PER PARTITION, FROM ITS DEPTPCTL RECORD, PLUS WHAT
      *   THE PROOF FINDS FOR IT ON GLIN AND DEPTMAS.
      ******************************************************************
       01  WS-PARTTAB-LIMIT         PIC 9(3) VALUE 99.
       01  WS-PARTTAB-COUNT         PIC 9(3) VALUE 0.
       01  WS-PARTTAB-SUB           PIC 9(3) VALUE 0.
       01  WS-PARTITION-TABLE.
           05 WS-PARTTAB-ENTRY OCCURS 99 TIMES.
              10 WS-PT-PARTITION-NBR PIC 9(2).
              10 WS-PT-LOW-DEPT     PIC X(4).
              10 WS-PT-HIGH-DEPT    PIC X(4).
              10 WS-PT-DEPTS        PIC 9(5).
              10 WS-PT-EMPS         PIC 9(7).
              10 WS-PT-SALARIES     PIC 9(9)V99.
              10 WS-PT-GL-COUNT     PIC 9(7).
              10 WS-PT-GL-HASH      PIC 9(13)V99.
              10 WS-PT-RETURN-CODE  PIC 9(4).
              10 WS-PT-MASTER-DEPTS PIC 9(5).
       01  WS-FIRST-RUN-DATE        PIC X(8).
       01  WS-FIRST-PERIOD          PIC X(6).
       01  WS-FIRST-RUN-MODE        PIC X(7).
      *    THE PARTITION CONTROL TOTALS, SUMMED
       01  WS-SUM-DEPTS             PIC 9(5)  VALUE 0.
       01  WS-SUM-SUSPENSE          PIC 9(3)  VALUE 0.
       01  WS-SUM-RECYCLED          PIC 9(3)  VALUE 0.
       01  WS-SUM-EMPS              PIC 9(7)  VALUE 0.
       01  WS-SUM-SALARIES          PIC 9(9)V99 VALUE 0.
       01  WS-SUM-OVERTIME          PIC 9(9)V99 VALUE 0.
       01  WS-SUM-GL-COUNT          PIC 9(7)  VALUE 0.
       01  WS-SUM-GL-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-SUM-ACT-SALARIES      PIC 9(11)V99 VALUE 0.
       01  WS-SUM-BUDG-SALARIES     PIC 9(11)V99 VALUE 0.
       01  WS-SUM-ACT-OVERTIME      PIC 9(11)V99 VALUE 0.
       01  WS-SUM-ACT-LOADED        PIC 9(11)V99 VALUE 0.
       01  WS-SUM-BUDG-LOADED       PIC 9(11)V99 VALUE 0.
       01  WS-SUM-OVER-BUDGET       PIC 9(3)  VALUE 0.
       01  WS-COMPANY-AVG-SALARY    PIC 9(7)V99 VALUE 0.
      *    THE GL DETAIL AS FOUND ON GLIN, SECTION BY SECTION
       01  WS-SECTION-COUNT         PIC 9(3)  VALUE 0.
       01  WS-IN-SECTION-IND        PIC X(1)  VALUE 'N'.
           88 WS-IN-SECTION                   VALUE 'Y'.
       01  WS-SECTION-GL-COUNT      PIC 9(7)  VALUE 0.
       01  WS-SECTION-GL-HASH       PIC 9(13)V99 VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(7)  VALUE 0.
       01  WS-DETAIL-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.
      *    DEPTMAS COVERAGE
       01  WS-MASTER-DEPTS          PIC 9(5)  VALUE 0.
       01  WS-UNCOVERED-DEPTS       PIC 9(5)  VALUE 0.
       01  WS-RANGE-FOUND-IND       PIC X(1)  VALUE 'N'.
           88 WS-RANGE-FOUND                  VALUE 'Y'.
      *    THE FIRST LINE OF EACH REPORT IS ITS HEADING - EVERY
      *    PARTITION REPEATS IT, THE MERGED REPORT KEEPS ONE
       01  WS-RPT-HEADING           PIC X(132) VALUE SPACES.
       01  WS-BUDG-HEADING          PIC X(132) VALUE SPACES.
       01  WS-FIRST-LINE-IND        PIC X(1)  VALUE 'Y'.
           88 WS-FIRST-LINE                   VALUE 'Y'.
      ******************************************************************
      *   COMPANY TOTAL LINES - THE SAME LAYOUT AS DEPTPAY'S OWN.
      ******************************************************************
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-LABEL              PIC X(28) VALUE
              'COMPANY TOTAL HEADCOUNT:'.
           05 TL-TOTAL-EMPS         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TL-AVG-LABEL          PIC X(22) VALUE
              'BLENDED AVG SALARY:'.
           05 TL-AVG-SALARY         PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
              'TOTAL OVERTIME:'.
           05 TL-TOTAL-OVERTIME     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUSPENSE-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(28) VALUE
              'DEPARTMENTS IN SUSPENSE:'.
           05 SL-SUSPENSE-COUNT     PIC ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'RECYCLED THIS RUN:'.
           05 SL-RECYCLED-COUNT     PIC ZZ9.
       01  WS-BUDGET-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-EMPS           PIC ZZZZ9.
           05 FILLER                PIC X(1)  VALUE '/'.
           05 BL-BUD-EMPS           PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-SALARIES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE '/'.
           05 BL-BUD-SALARIES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-OVERTIME       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-LOADED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE '/'.
           05 BL-BUD-LOADED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-FLAG               PIC X(20).
      ******************************************************************
      *   PARTITION CONTROL TOTALS SECTION AT THE FOOT OF DEPTRPT.
      ******************************************************************
       01  WS-CONTROL-HEADING-1     PIC X(132) VALUE
           '  PARTITION CONTROL TOTALS'.
       01  WS-CONTROL-HEADING-2.
           05 FILLER                PIC X(50) VALUE
              '  PT  RANGE      DEPTS       EMPS        SALARIES'.
           05 FILLER                PIC X(82) VALUE
              '    GL RECS           GL HASH TOTAL    RC'.
       01  WS-CONTROL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-PARTITION-NBR      PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-LOW-DEPT           PIC X(4).
           05 CL-RANGE-DASH         PIC X(1)  VALUE '-'.
           05 CL-HIGH-DEPT          PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-DEPTS              PIC ZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-EMPS               PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-SALARIES           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-GL-COUNT           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-GL-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-RETURN-CODE        PIC ZZZ9.
       01  WS-BALANCE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
              'GL BATCH DEBITS:'.
           05 BA-DEBIT-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'CREDITS:'.
           05 BA-CREDIT-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'PARTITIONS PROVEN'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTPMRG' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE SPACES TO WS-EXPECTED-CARD.
           ACCEPT WS-EXPECTED-CARD FROM SYSIN.
           IF WS-EXPECTED-COUNT-X IS NOT NUMERIC
              OR WS-EXPECTED-COUNT IS EQUAL TO ZERO
              MOVE 'NO PARTITION COUNT ON THE SYSIN CARD'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           ELSE
              PERFORM LOAD-PARTITION-CONTROLS
              PERFORM CHECK-GL-SECTIONS
              PERFORM CHECK-CONTROL-SUMS
              PERFORM CHECK-DEPARTMENT-COVERAGE
           END-IF.
           IF WS-PROOF-PASSED
              PERFORM MERGE-GL-BATCH
              PERFORM MERGE-DEPARTMENT-REPORT
              PERFORM MERGE-BUDGET-REPORT
              MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
              DISPLAY 'DEPTPMRG - ' WS-PARTTAB-COUNT
                      ' PARTITIONS PROVEN AND MERGED'
           ELSE
              DISPLAY 'DEPTPMRG - PROOF FAILED, NOTHING MERGED'
              MOVE 12 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       REPORT-PROOF-FAILURE.
           DISPLAY 'DEPTPMRG - ' WS-PROOF-MESSAGE.
           SET WS-PROOF-FAILED TO TRUE.

      ******************************************************************
      *   THE PARTITION CONTROL RECORDS - ONE PER FINISHED PARTITION,
      *   IN PARTITION ORDER.
      ******************************************************************
       LOAD-PARTITION-CONTROLS.
           OPEN INPUT PCTL-FILE.
           PERFORM READ-NEXT-CONTROL.
           PERFORM LOAD-ONE-CONTROL
              UNTIL WS-PCTL-EOF.
           CLOSE PCTL-FILE.
           IF WS-PARTTAB-COUNT IS NOT EQUAL TO WS-EXPECTED-COUNT
              MOVE WS-PARTTAB-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'EXPECTED ' WS-EXPECTED-COUNT-X
                     ' PARTITIONS, CONTROL RECORDS FOUND:'
                     WS-DISPLAY-COUNT DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

       READ-NEXT-CONTROL.
           READ PCTL-FILE
                AT END SET WS-PCTL-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       LOAD-ONE-CONTROL.
      *    A MISSING PARTITION SHOWS AS A GAP IN THE NUMBERING; A
      *    RANGE THAT DOES NOT START PAST THE LAST ONE WOULD POST
      *    SOME DEPARTMENTS TWICE
           IF WS-PARTTAB-COUNT IS LESS THAN WS-PARTTAB-LIMIT
              ADD 1 TO WS-PARTTAB-COUNT
              MOVE WS-PARTTAB-COUNT TO WS-PARTTAB-SUB
              IF PC-PARTITION-NBR IS NOT EQUAL TO WS-PARTTAB-SUB
                 MOVE SPACES TO WS-PROOF-MESSAGE
                 STRING 'CONTROL RECORD FOR PARTITION '
                        PC-PARTITION-NBR
                        ' OUT OF SEQUENCE OR A PARTITION IS MISSING'
                        DELIMITED BY SIZE
                        INTO WS-PROOF-MESSAGE
                 END-STRING
                 PERFORM REPORT-PROOF-FAILURE
              END-IF
              IF WS-PARTTAB-SUB IS EQUAL TO 1
                 MOVE PC-RUN-DATE TO WS-FIRST-RUN-DATE
                 MOVE PC-PERIOD   TO WS-FIRST-PERIOD
                 MOVE PC-RUN-MODE TO WS-FIRST-RUN-MODE
              ELSE
                 IF PC-PERIOD IS NOT EQUAL TO WS-FIRST-PERIOD
                    OR PC-RUN-MODE IS NOT EQUAL TO WS-FIRST-RUN-MODE
                    MOVE SPACES TO WS-PROOF-MESSAGE
                    STRING 'PARTITION ' PC-PARTITION-NBR
                           ' RAN ' PC-PERIOD ' ' PC-RUN-MODE
                           ', PARTITION 01 RAN ' WS-FIRST-PERIOD
                           ' ' WS-FIRST-RUN-MODE
                           DELIMITED BY SIZE
                           INTO WS-PROOF-MESSAGE
                    END-STRING
                    PERFORM REPORT-PROOF-FAILURE
                 END-IF
                 IF PC-LOW-DEPT-NBR IS NOT GREATER THAN
                    WS-PT-HIGH-DEPT(WS-PARTTAB-SUB - 1)
                    MOVE SPACES TO WS-PROOF-MESSAGE
                    STRING 'PARTITION ' PC-PARTITION-NBR
                           ' RANGE ' PC-LOW-DEPT-NBR '-'
                           PC-HIGH-DEPT-NBR
                           ' OVERLAPS OR PRECEDES THE ONE BEFORE IT'
                           DELIMITED BY SIZE
                           INTO WS-PROOF-MESSAGE
                    END-STRING
                    PERFORM REPORT-PROOF-FAILURE
                 END-IF
              END-IF
              MOVE PC-PARTITION-NBR   TO WS-PT-PARTITION-NBR
                                         (WS-PARTTAB-SUB)
              MOVE PC-LOW-DEPT-NBR    TO WS-PT-LOW-DEPT(WS-PARTTAB-SUB)
              MOVE PC-HIGH-DEPT-NBR   TO WS-PT-HIGH-DEPT
                                         (WS-PARTTAB-SUB)
              MOVE PC-DEPTS-PROCESSED TO WS-PT-DEPTS(WS-PARTTAB-SUB)
              MOVE PC-TOTAL-EMPS      TO WS-PT-EMPS(WS-PARTTAB-SUB)
              MOVE PC-TOTAL-SALARIES  TO WS-PT-SALARIES(WS-PARTTAB-SUB)
              MOVE PC-GL-RECORD-COUNT TO WS-PT-GL-COUNT(WS-PARTTAB-SUB)
              MOVE PC-GL-HASH-TOTAL   TO WS-PT-GL-HASH(WS-PARTTAB-SUB)
              MOVE PC-RETURN-CODE     TO WS-PT-RETURN-CODE
                                         (WS-PARTTAB-SUB)
              MOVE ZERO               TO WS-PT-MASTER-DEPTS
                                         (WS-PARTTAB-SUB)
              ADD PC-DEPTS-PROCESSED     TO WS-SUM-DEPTS
              ADD PC-SUSPENSE-COUNT      TO WS-SUM-SUSPENSE
              ADD PC-RECYCLED-COUNT      TO WS-SUM-RECYCLED
              ADD PC-TOTAL-EMPS          TO WS-SUM-EMPS
              ADD PC-TOTAL-SALARIES      TO WS-SUM-SALARIES
              ADD PC-TOTAL-OVERTIME      TO WS-SUM-OVERTIME
              ADD PC-GL-RECORD-COUNT     TO WS-SUM-GL-COUNT
              ADD PC-GL-HASH-TOTAL       TO WS-SUM-GL-HASH
              ADD PC-ACT-TOTAL-SALARIES  TO WS-SUM-ACT-SALARIES
              ADD PC-BUDG-TOTAL-SALARIES TO WS-SUM-BUDG-SALARIES
              ADD PC-ACT-TOTAL-OVERTIME  TO WS-SUM-ACT-OVERTIME
              ADD PC-ACT-TOTAL-LOADED    TO WS-SUM-ACT-LOADED
              ADD PC-BUDG-TOTAL-LOADED   TO WS-SUM-BUDG-LOADED
              ADD PC-OVER-BUDGET-COUNT   TO WS-SUM-OVER-BUDGET
              IF PC-RETURN-CODE IS GREATER THAN WS-WORST-RETURN-CODE
                 MOVE PC-RETURN-CODE TO WS-WORST-RETURN-CODE
              END-IF
           ELSE
              MOVE 'MORE CONTROL RECORDS THAN THE PARTITION TABLE HOLDS'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           PERFORM READ-NEXT-CONTROL.

      ******************************************************************
      *   THE PARTITION GL BATCHES - EACH A HEADER, DETAIL AND A
      *   TRAILER, CONCATENATED IN PARTITION ORDER.
      ******************************************************************
       CHECK-GL-SECTIONS.
           OPEN INPUT GLIN-FILE.
           PERFORM READ-NEXT-GLIN.
           PERFORM CHECK-ONE-GL-RECORD
              UNTIL WS-GLIN-EOF.
           CLOSE GLIN-FILE.
           IF WS-IN-SECTION
              MOVE 'THE LAST GL SECTION HAS NO TRAILER'
                   TO WS-PROOF-MESSAGE
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           IF WS-SECTION-COUNT IS NOT EQUAL TO WS-PARTTAB-COUNT
              MOVE WS-SECTION-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL SECTIONS FOUND:' WS-DISPLAY-COUNT
                     ', NOT ONE PER PARTITION' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           IF WS-DEBIT-TOTAL IS NOT EQUAL TO WS-CREDIT-TOTAL
              MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL DEBITS ' WS-DISPLAY-AMOUNT
                     ' DO NOT EQUAL CREDITS' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

       READ-NEXT-GLIN.
           READ GLIN-FILE
                AT END SET WS-GLIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       CHECK-ONE-GL-RECORD.
           EVALUATE TRUE
           WHEN GL-IS-HEADER
                PERFORM CHECK-GL-HEADER
           WHEN GL-IS-DETAIL
                IF NOT WS-IN-SECTION
                   MOVE 'GL DETAIL OUTSIDE A HEADER/TRAILER SECTION'
                        TO WS-PROOF-MESSAGE
                   PERFORM REPORT-PROOF-FAILURE
                END-IF
                ADD 1 TO WS-SECTION-GL-COUNT
                ADD GL-AMOUNT TO WS-SECTION-GL-HASH
                ADD 1 TO WS-DETAIL-COUNT
                ADD GL-AMOUNT TO WS-DETAIL-HASH
                IF GL-IS-DEBIT
                   ADD GL-AMOUNT TO WS-DEBIT-TOTAL
                ELSE
                   ADD GL-AMOUNT TO WS-CREDIT-TOTAL
                END-IF
           WHEN GL-IS-TRAILER
                PERFORM CHECK-GL-TRAILER
           WHEN OTHER
                MOVE 'GL RECORD OF UNKNOWN TYPE ON GLIN'
                     TO WS-PROOF-MESSAGE
                PERFORM REPORT-PROOF-FAILURE
           END-EVALUATE.
           PERFORM READ-NEXT-GLIN.

       CHECK-GL-HEADER.
           IF WS-IN-SECTION
              MOVE WS-SECTION-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL SECTION' WS-DISPLAY-COUNT
                     ' HAS NO TRAILER' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE 'Y'  TO WS-IN-SECTION-IND.
           MOVE ZERO TO WS-SECTION-GL-COUNT.
           MOVE ZERO TO WS-SECTION-GL-HASH.
           IF GL-PERIOD IS NOT EQUAL TO WS-FIRST-PERIOD
              OR GL-RUN-MODE IS NOT EQUAL TO WS-FIRST-RUN-MODE
              MOVE WS-SECTION-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL SECTION' WS-DISPLAY-COUNT
                     ' HEADER IS FOR ' GL-PERIOD ' ' GL-RUN-MODE
                     DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

       CHECK-GL-TRAILER.
      *    THE TRAILER MUST AGREE WITH THE DETAIL ABOVE IT AND WITH
      *    WHAT ITS PARTITION SAYS IT WROTE
           MOVE WS-SECTION-COUNT TO WS-DISPLAY-COUNT.
           IF NOT WS-IN-SECTION
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL TRAILER AFTER SECTION' WS-DISPLAY-COUNT
                     ' HAS NO HEADER' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           IF GL-RECORD-COUNT IS NOT EQUAL TO WS-SECTION-GL-COUNT
              OR GL-HASH-TOTAL IS NOT EQUAL TO WS-SECTION-GL-HASH
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'GL SECTION' WS-DISPLAY-COUNT
                     ' TRAILER DOES NOT MATCH ITS DETAIL'
                     DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           IF WS-SECTION-COUNT IS GREATER THAN ZERO
              AND WS-SECTION-COUNT IS NOT GREATER THAN
                  WS-PARTTAB-COUNT
              MOVE WS-SECTION-COUNT TO WS-PARTTAB-SUB
              IF GL-RECORD-COUNT IS NOT EQUAL TO
                 WS-PT-GL-COUNT(WS-PARTTAB-SUB)
                 OR GL-HASH-TOTAL IS NOT EQUAL TO
                    WS-PT-GL-HASH(WS-PARTTAB-SUB)
                 MOVE SPACES TO WS-PROOF-MESSAGE
                 STRING 'GL SECTION' WS-DISPLAY-COUNT
                        ' TRAILER DOES NOT MATCH PARTITION CONTROL'
                        DELIMITED BY SIZE
                        INTO WS-PROOF-MESSAGE
                 END-STRING
                 PERFORM REPORT-PROOF-FAILURE
              END-IF
           END-IF.
           MOVE 'N' TO WS-IN-SECTION-IND.

       CHECK-CONTROL-SUMS.
      *    THE PARTITIONS' OWN TOTALS, ADDED UP, MUST BE THE WHOLE
      *    BATCH THE MERGE IS ABOUT TO WRITE
           IF WS-SUM-GL-COUNT IS NOT EQUAL TO WS-DETAIL-COUNT
              OR WS-SUM-GL-HASH IS NOT EQUAL TO WS-DETAIL-HASH
              MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'PARTITION GL CONTROLS DO NOT SUM TO THE'
                     WS-DISPLAY-COUNT ' DETAIL RECORDS ON GLIN'
                     DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

      ******************************************************************
      *   EVERY DEPARTMENT ON THE MASTER MUST FALL IN ONE PARTITION'S
      *   RANGE, AND EACH PARTITION MUST HAVE PROCESSED ALL OF ITS OWN.
      ******************************************************************
       CHECK-DEPARTMENT-COVERAGE.
           OPEN INPUT DEPT-FILE.
           PERFORM READ-NEXT-DEPARTMENT.
           PERFORM PLACE-ONE-DEPARTMENT
              UNTIL WS-DEPT-EOF.
           CLOSE DEPT-FILE.
           IF WS-UNCOVERED-DEPTS IS GREATER THAN ZERO
              MOVE WS-UNCOVERED-DEPTS TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'DEPTMAS DEPARTMENTS IN NO PARTITION RANGE:'
                     WS-DISPLAY-COUNT DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.
           PERFORM CHECK-ONE-PARTITION-COVERAGE
              VARYING WS-PARTTAB-SUB FROM 1 BY 1
              UNTIL WS-PARTTAB-SUB IS GREATER THAN WS-PARTTAB-COUNT.

       READ-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-EOF TO TRUE
           END-READ.

       PLACE-ONE-DEPARTMENT.
           ADD 1 TO WS-MASTER-DEPTS.
           MOVE 'N' TO WS-RANGE-FOUND-IND.
           PERFORM MATCH-ONE-RANGE
              VARYING WS-PARTTAB-SUB FROM 1 BY 1
              UNTIL WS-PARTTAB-SUB IS GREATER THAN WS-PARTTAB-COUNT
                 OR WS-RANGE-FOUND.
           IF NOT WS-RANGE-FOUND
              ADD 1 TO WS-UNCOVERED-DEPTS
              DISPLAY 'DEPTPMRG - DEPARTMENT ' DEPT-NBR
                      ' IS IN NO PARTITION RANGE'
           END-IF.
           PERFORM READ-NEXT-DEPARTMENT.

       MATCH-ONE-RANGE.
           IF DEPT-NBR IS NOT LESS THAN WS-PT-LOW-DEPT(WS-PARTTAB-SUB)
              AND DEPT-NBR IS NOT GREATER THAN
                  WS-PT-HIGH-DEPT(WS-PARTTAB-SUB)
              ADD 1 TO WS-PT-MASTER-DEPTS(WS-PARTTAB-SUB)
              SET WS-RANGE-FOUND TO TRUE
           END-IF.

       CHECK-ONE-PARTITION-COVERAGE.
           IF WS-PT-MASTER-DEPTS(WS-PARTTAB-SUB) IS NOT EQUAL TO
              WS-PT-DEPTS(WS-PARTTAB-SUB)
              MOVE WS-PT-MASTER-DEPTS(WS-PARTTAB-SUB)
                   TO WS-DISPLAY-COUNT
              MOVE SPACES TO WS-PROOF-MESSAGE
              STRING 'PARTITION ' WS-PT-PARTITION-NBR(WS-PARTTAB-SUB)
                     ' PROCESSED ' WS-PT-DEPTS(WS-PARTTAB-SUB)
                     ' DEPTS, DEPTMAS HAS' WS-DISPLAY-COUNT
                     ' IN ITS RANGE' DELIMITED BY SIZE
                     INTO WS-PROOF-MESSAGE
              END-STRING
              PERFORM REPORT-PROOF-FAILURE
           END-IF.

      ******************************************************************
      *   THE MERGED GL BATCH - ONE HEADER, THE PARTITIONS' DETAIL IN
      *   PARTITION ORDER, ONE TRAILER RECOUNTED AS IT IS WRITTEN.
      ******************************************************************
       MERGE-GL-BATCH.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-DETAIL-HASH.
           MOVE SPACES TO WS-GLIN-STATUS.
           OPEN INPUT GLIN-FILE.
           OPEN OUTPUT GL-FILE.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'H'               TO GL-RECORD-TYPE.
           MOVE WS-FIRST-RUN-DATE TO GL-RUN-DATE.
           MOVE WS-FIRST-PERIOD   TO GL-PERIOD.
           MOVE WS-FIRST-RUN-MODE TO GL-RUN-MODE.
           WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           PERFORM READ-NEXT-GLIN.
           PERFORM COPY-ONE-GL-DETAIL
              UNTIL WS-GLIN-EOF.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'T'             TO GL-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-DETAIL-HASH  TO GL-HASH-TOTAL.
           WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           CLOSE GLIN-FILE.
           CLOSE GL-FILE.

       COPY-ONE-GL-DETAIL.
           IF GL-IS-DETAIL
              WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-DETAIL-COUNT
              ADD GL-AMOUNT TO WS-DETAIL-HASH
           END-IF.
           PERFORM READ-NEXT-GLIN.

      ******************************************************************
      *   THE MERGED DEPARTMENT REPORT - ONE HEADING, THE PARTITION
      *   SECTIONS, THE COMPANY TOTALS AND THE CONTROL TOTALS.
      ******************************************************************
       MERGE-DEPARTMENT-REPORT.
           OPEN INPUT RPTIN-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'Y' TO WS-FIRST-LINE-IND.
           PERFORM READ-NEXT-RPTIN.
           PERFORM COPY-ONE-RPTIN-LINE
              UNTIL WS-RPTIN-EOF.
           CLOSE RPTIN-FILE.
           IF WS-SUM-EMPS IS GREATER THAN ZERO
              COMPUTE WS-COMPANY-AVG-SALARY =
                 (WS-SUM-SALARIES / WS-SUM-EMPS)
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-EMPS           TO TL-TOTAL-EMPS.
           MOVE WS-COMPANY-AVG-SALARY TO TL-AVG-SALARY.
           MOVE WS-SUM-OVERTIME       TO TL-TOTAL-OVERTIME.
           MOVE WS-TOTAL-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-SUSPENSE TO SL-SUSPENSE-COUNT.
           MOVE WS-SUM-RECYCLED TO SL-RECYCLED-COUNT.
           MOVE WS-SUSPENSE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONTROL-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONTROL-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-CONTROL-LINE
              VARYING WS-PARTTAB-SUB FROM 1 BY 1
              UNTIL WS-PARTTAB-SUB IS GREATER THAN WS-PARTTAB-COUNT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'ALL'            TO CL-LOW-DEPT.
           MOVE WS-SUM-DEPTS     TO CL-DEPTS.
           MOVE WS-SUM-EMPS      TO CL-EMPS.
           MOVE WS-SUM-SALARIES  TO CL-SALARIES.
           MOVE WS-SUM-GL-COUNT  TO CL-GL-COUNT.
           MOVE WS-SUM-GL-HASH   TO CL-GL-HASH.
           MOVE WS-WORST-RETURN-CODE TO CL-RETURN-CODE.
           MOVE WS-CONTROL-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEBIT-TOTAL   TO BA-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL  TO BA-CREDIT-TOTAL.
           MOVE WS-BALANCE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       READ-NEXT-RPTIN.
           READ RPTIN-FILE
                AT END SET WS-RPTIN-EOF TO TRUE
           END-READ.

       COPY-ONE-RPTIN-LINE.
           IF WS-FIRST-LINE
              MOVE RPTIN-LINE TO WS-RPT-HEADING
              MOVE 'N' TO WS-FIRST-LINE-IND
              MOVE RPTIN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              IF RPTIN-LINE IS NOT EQUAL TO WS-RPT-HEADING
                 MOVE RPTIN-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.
           PERFORM READ-NEXT-RPTIN.

       PRINT-ONE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE WS-PT-PARTITION-NBR(WS-PARTTAB-SUB)
                                   TO CL-PARTITION-NBR.
           MOVE WS-PT-LOW-DEPT(WS-PARTTAB-SUB)  TO CL-LOW-DEPT.
           MOVE '-'                             TO CL-RANGE-DASH.
           MOVE WS-PT-HIGH-DEPT(WS-PARTTAB-SUB) TO CL-HIGH-DEPT.
           MOVE WS-PT-DEPTS(WS-PARTTAB-SUB)     TO CL-DEPTS.
           MOVE WS-PT-EMPS(WS-PARTTAB-SUB)      TO CL-EMPS.
           MOVE WS-PT-SALARIES(WS-PARTTAB-SUB)  TO CL-SALARIES.
           MOVE WS-PT-GL-COUNT(WS-PARTTAB-SUB)  TO CL-GL-COUNT.
           MOVE WS-PT-GL-HASH(WS-PARTTAB-SUB)   TO CL-GL-HASH.
           MOVE WS-PT-RETURN-CODE(WS-PARTTAB-SUB)
                                                TO CL-RETURN-CODE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *   THE MERGED BUDGET-VARIANCE REPORT - ONE HEADING, THE
      *   PARTITION SECTIONS WITH THEIR 'PTNN' SUBTOTALS, AND THE
      *   COMPANY 'TOTL' LINE FROM THE CONTROL TOTALS.
      ******************************************************************
       MERGE-BUDGET-REPORT.
           OPEN INPUT BUDGIN-FILE.
           OPEN OUTPUT BUDGRPT-FILE.
           MOVE 'Y' TO WS-FIRST-LINE-IND.
           PERFORM READ-NEXT-BUDGIN.
           PERFORM COPY-ONE-BUDGIN-LINE
              UNTIL WS-BUDGIN-EOF.
           CLOSE BUDGIN-FILE.
           MOVE SPACES TO BUDGRPT-LINE.
           WRITE BUDGRPT-LINE.
           MOVE SPACES TO WS-BUDGET-DETAIL-LINE.
           MOVE 'TOTL'                 TO BL-DEPT-NBR.
           MOVE WS-SUM-ACT-SALARIES    TO BL-ACT-SALARIES.
           MOVE WS-SUM-BUDG-SALARIES   TO BL-BUD-SALARIES.
           MOVE WS-SUM-OVER-BUDGET     TO BL-ACT-EMPS.
           MOVE WS-SUM-ACT-OVERTIME    TO BL-ACT-OVERTIME.
           MOVE WS-SUM-ACT-LOADED      TO BL-ACT-LOADED.
           MOVE WS-SUM-BUDG-LOADED     TO BL-BUD-LOADED.
           MOVE '<- DEPTS OVER BUDGET' TO BL-FLAG.
           MOVE WS-BUDGET-DETAIL-LINE  TO BUDGRPT-LINE.
           WRITE BUDGRPT-LINE.
           CLOSE BUDGRPT-FILE.

       READ-NEXT-BUDGIN.
           READ BUDGIN-FILE
                AT END SET WS-BUDGIN-EOF TO TRUE
           END-READ.

       COPY-ONE-BUDGIN-LINE.
           IF WS-FIRST-LINE
              MOVE BUDGIN-LINE TO WS-BUDG-HEADING
              MOVE 'N' TO WS-FIRST-LINE-IND
              MOVE BUDGIN-LINE TO BUDGRPT-LINE
              WRITE BUDGRPT-LINE
           ELSE
              IF BUDGIN-LINE IS NOT EQUAL TO WS-BUDG-HEADING
                 MOVE BUDGIN-LINE TO BUDGRPT-LINE
                 WRITE BUDGRPT-LINE
              END-IF
           END-IF.
           PERFORM READ-NEXT-BUDGIN.
