       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCLOSB.
      ******************************************************************
      *   NIGHTLY LOT-CLOSURE RELOCATION.-
      *      - FOR THE RUN DATE (SYSIN CARD YYYYMMDD, TODAY WHEN BLANK
      *        OR INVALID) PICKS UP EVERY CARCLOS CLOSURE OR EVENT
      *        RESERVATION IN FORCE AND LISTS EACH NON-EXPIRED
      *        CARFILE PERMIT HOLDER OF THE CLOSED LOT WITH THE
      *        OVERFLOW LOT THEY ARE SENT TO.
      *      - THE FIRST NIGHT A HOLDER IS MOVED FOR A CLOSURE A
      *        CARRELO RECORD IS FILED AND A TARGETED EUSRMSG TELLS
      *        THEM WHERE TO PARK AND FOR WHICH DAYS - LATER NIGHTS
      *        OF THE SAME CLOSURE LIST THEM WITHOUT MESSAGING AGAIN.
      *      - A CLOSURE WHOSE MOVED PERMITS OUTNUMBER THE OVERFLOW
      *        LOT'S FREE SPACES IS FLAGGED ON THE REPORT, RC=4.
      *        MORE CLOSURES IN FORCE THAN THE TABLE HOLDS IS RC=8.
      *      - SAFE TO RERUN FOR THE SAME DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARCLOS-FILE ASSIGN TO CARCLOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CLOSURE-KEY
                  FILE STATUS IS WS-CARCLOS-STATUS.

           SELECT CARLOT-FILE ASSIGN TO CARLOT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LT-LOT-NUMBER
                  FILE STATUS IS WS-CARLOT-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT CARRELO-FILE ASSIGN TO CARRELO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RELOCATION-KEY
                  FILE STATUS IS WS-CARRELO-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT USRMSG-FILE ASSIGN TO EUSRMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-MESSAGE-KEY
                  FILE STATUS IS WS-USRMSG-STATUS.

           SELECT REPORT-FILE ASSIGN TO CLOSRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARCLOS-FILE
           RECORDING MODE IS F.
       COPY CARCLOS.

       FD  CARLOT-FILE
           RECORDING MODE IS F.
       COPY CARLOT.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  CARRELO-FILE
           RECORDING MODE IS F.
       COPY CARRELO.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  USRMSG-FILE
           RECORDING MODE IS F.
       COPY EUSRMSG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARCLOS-STATUS        PIC X(2).
           88 WS-CARCLOS-EOF                  VALUE '10'.
       01  WS-CARLOT-STATUS         PIC X(2).
           88 WS-CARLOT-OK                    VALUE '00'.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-EOF                  VALUE '10'.
       01  WS-CARRELO-STATUS        PIC X(2).
           88 WS-CARRELO-OK                   VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-USRMSG-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-RUN-DATE-CARD         PIC X(8).
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(4).
           05 WS-RUN-MONTH          PIC 9(2).
           05 WS-RUN-DAY            PIC 9(2).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
      ******************************************************************
      *   CLOSURES IN FORCE ON THE RUN DATE - LOADED ONCE FROM
      *   CARCLOS SO THE CARFILE PASS IS A SINGLE SEQUENTIAL READ.
      ******************************************************************
       01  WS-CLOSTAB-LIMIT         PIC 9(4) VALUE 100.
       01  WS-CLOSTAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-CLOSTAB-SUB           PIC 9(4) VALUE 0.
       01  WS-CLOSTAB-HIT           PIC 9(4) VALUE 0.
       01  WS-CLOSURE-TABLE.
           05 WS-CLOSTAB-ENTRY OCCURS 100 TIMES.
              10 WS-CT-LOT          PIC X(2).
              10 WS-CT-FROM-DATE    PIC X(8).
              10 WS-CT-TO-DATE      PIC X(8).
              10 WS-CT-TYPE         PIC X(1).
              10 WS-CT-OVERFLOW-LOT PIC X(2).
              10 WS-CT-FREE-SPACES  PIC S9(5).
              10 WS-CT-MOVED-COUNT  PIC 9(5).
       01  WS-CLOSTAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-CLOSURE-TABLE-OVERFLOW       VALUE 'Y'.
       01  WS-SHORT-IND             PIC X(1) VALUE 'N'.
           88 WS-OVERFLOW-SHORT               VALUE 'Y'.
       01  WS-CLOSURES-COUNT        PIC 9(5) VALUE 0.
       01  WS-RELOCATED-COUNT       PIC 9(5) VALUE 0.
       01  WS-MESSAGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OVERFLOW-LOT       PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-ACTION             PIC X(30).
       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-FROM-DATE          PIC X(8).
           05 SL-DASH               PIC X(1).
           05 SL-TO-DATE            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-TYPE               PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 SL-OVERFLOW-LOT       PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-MOVED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-FREE-SPACES        PIC -Z,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-FLAG               PIC X(20).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  LT  EMP-NO  TAG       OVFL  RELOCATION ACTION'.
       01  WS-SUMMARY-HEADING       PIC X(132) VALUE
           '  LT  CLOSED-DAYS        T  OVFL   MOVED    FREE'.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** CLOSURE TABLE FULL - LATER CLOSURES NOT PROCESSED **'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARCLOSB' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-CLOSURE.
           PERFORM LOAD-ONE-CLOSURE
              UNTIL WS-CARCLOS-EOF.
           IF WS-CLOSTAB-COUNT IS GREATER THAN ZERO
              PERFORM READ-NEXT-PERMIT
              PERFORM CHECK-ONE-PERMIT
                 UNTIL WS-CARFILE-EOF
           END-IF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-RELOCATED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
      *    A BLANK OR MISTYPED RUN-DATE CARD FALLS BACK TO TODAY -
      *    THE CARD IS THERE TO RERUN A MISSED NIGHT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-RUN-DATE-CARD FROM SYSIN.
           MOVE WS-RUN-DATE-CARD TO WS-RUN-DATE.
           IF WS-RUN-DATE IS NOT NUMERIC
              OR WS-RUN-MONTH IS LESS THAN 01
              OR WS-RUN-MONTH IS GREATER THAN 12
              OR WS-RUN-DAY IS LESS THAN 01
              OR WS-RUN-DAY IS GREATER THAN 31
              MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
              DISPLAY 'RUN-DATE CARD MISSING OR INVALID - '
                 'DEFAULTED TO ' WS-RUN-DATE
           END-IF.
           OPEN INPUT CARCLOS-FILE.
           OPEN INPUT CARLOT-FILE.
           OPEN INPUT CARFILE-FILE.
           OPEN I-O CARRELO-FILE.
           OPEN INPUT EMP-FILE.
           OPEN I-O USRMSG-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-CLOSURE.
           READ CARCLOS-FILE NEXT RECORD
                AT END SET WS-CARCLOS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-CLOSURE.
           IF CC-FROM-DATE IS NOT GREATER THAN WS-RUN-DATE
              AND CC-TO-DATE IS NOT LESS THAN WS-RUN-DATE
              IF WS-CLOSTAB-COUNT IS LESS THAN WS-CLOSTAB-LIMIT
                 ADD 1 TO WS-CLOSTAB-COUNT
                 ADD 1 TO WS-CLOSURES-COUNT
                 PERFORM STORE-ONE-CLOSURE
              ELSE
                 SET WS-CLOSURE-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-CLOSURE.

       STORE-ONE-CLOSURE.
      *    THE OVERFLOW LOT'S FREE SPACES ARE TAKEN AS OF TONIGHT -
      *    RESERVED SPACES STAY OUT OF REACH AS THEY DO FOR CARWAITB
           MOVE CC-LOT-NUMBER   TO WS-CT-LOT(WS-CLOSTAB-COUNT).
           MOVE CC-FROM-DATE    TO WS-CT-FROM-DATE(WS-CLOSTAB-COUNT).
           MOVE CC-TO-DATE      TO WS-CT-TO-DATE(WS-CLOSTAB-COUNT).
           MOVE CC-CLOSURE-TYPE TO WS-CT-TYPE(WS-CLOSTAB-COUNT).
           MOVE CC-OVERFLOW-LOT TO WS-CT-OVERFLOW-LOT(WS-CLOSTAB-COUNT).
           MOVE ZERO            TO WS-CT-MOVED-COUNT(WS-CLOSTAB-COUNT).
           MOVE ZERO            TO WS-CT-FREE-SPACES(WS-CLOSTAB-COUNT).
           MOVE CC-OVERFLOW-LOT TO LT-LOT-NUMBER.
           READ CARLOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-CARLOT-OK
              COMPUTE WS-CT-FREE-SPACES(WS-CLOSTAB-COUNT) =
                 LT-CAPACITY - LT-RESERVED-SPACES - LT-ASSIGNED-COUNT
           END-IF.

       READ-NEXT-PERMIT.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-CARFILE-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-PERMIT.
           IF NOT CF-PERMIT-EXPIRED
              AND CF-LOT-NUMBER IS NOT EQUAL TO SPACES
              MOVE ZERO TO WS-CLOSTAB-HIT
              PERFORM FIND-LOT-CLOSURE
                 VARYING WS-CLOSTAB-SUB FROM 1 BY 1
                 UNTIL WS-CLOSTAB-SUB IS GREATER THAN WS-CLOSTAB-COUNT
                 OR WS-CLOSTAB-HIT IS GREATER THAN ZERO
              IF WS-CLOSTAB-HIT IS GREATER THAN ZERO
                 PERFORM RELOCATE-ONE-PERMIT
              END-IF
           END-IF.
           PERFORM READ-NEXT-PERMIT.

       FIND-LOT-CLOSURE.
           IF WS-CT-LOT(WS-CLOSTAB-SUB) IS EQUAL TO CF-LOT-NUMBER
              MOVE WS-CLOSTAB-SUB TO WS-CLOSTAB-HIT
           END-IF.

       RELOCATE-ONE-PERMIT.
           ADD 1 TO WS-RELOCATED-COUNT.
           ADD 1 TO WS-CT-MOVED-COUNT(WS-CLOSTAB-HIT).
           MOVE WS-CT-LOT(WS-CLOSTAB-HIT)       TO RL-LOT-NUMBER.
           MOVE WS-CT-FROM-DATE(WS-CLOSTAB-HIT) TO RL-FROM-DATE.
           MOVE CF-EMPLOYEE-NUMBER              TO RL-EMPLOYEE-NUMBER.
           MOVE CF-VEHICLE-SEQUENCE             TO RL-VEHICLE-SEQUENCE.
           READ CARRELO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-CARRELO-OK
              MOVE 'RELOCATED - ALREADY TOLD' TO DL-ACTION
           ELSE
              PERFORM FILE-NEW-RELOCATION
           END-IF.
           MOVE CF-LOT-NUMBER      TO DL-LOT-NUMBER.
           MOVE CF-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER.
           MOVE CF-TAG-NUMBER      TO DL-TAG-NUMBER.
           MOVE WS-CT-OVERFLOW-LOT(WS-CLOSTAB-HIT) TO DL-OVERFLOW-LOT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FILE-NEW-RELOCATION.
           MOVE WS-CT-TO-DATE(WS-CLOSTAB-HIT)      TO RL-TO-DATE.
           MOVE CF-TAG-NUMBER                      TO RL-TAG-NUMBER.
           MOVE WS-CT-OVERFLOW-LOT(WS-CLOSTAB-HIT) TO RL-OVERFLOW-LOT.
           MOVE WS-CURRENT-DATE               TO RL-RELOCATED-TIMESTAMP.
           MOVE 'N' TO RL-MESSAGED-IND.
           PERFORM QUEUE-RELOCATION-MESSAGE.
           WRITE RELOCATION-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           IF RL-HOLDER-MESSAGED
              MOVE 'RELOCATED - HOLDER MESSAGED' TO DL-ACTION
           ELSE
              MOVE 'RELOCATED - NO USER ID TO TELL' TO DL-ACTION
           END-IF.

       QUEUE-RELOCATION-MESSAGE.
      *    THE HOLDER HEARS AT NEXT SIGN-ON INSTEAD OF FROM A MEMO -
      *    THE MESSAGE EXPIRES AT THE END OF THE LAST CLOSED DAY.  A
      *    SECOND VEHICLE OF THE SAME EMPLOYEE HITS THE SAME KEY AND
      *    IS QUIETLY SKIPPED, SO THEY ARE TOLD ONCE
           MOVE CF-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMP-OK
              AND EM-USER-ID IS NOT EQUAL TO SPACES
              INITIALIZE USER-MESSAGE-RECORD
              MOVE EM-USER-ID      TO MS-USER-ID
              MOVE WS-CURRENT-DATE TO MS-MESSAGE-TIMESTAMP
              MOVE WS-CURRENT-DATE TO MS-EFFECTIVE-TIMESTAMP
              STRING RL-TO-DATE DELIMITED BY SIZE
                     '235959'   DELIMITED BY SIZE
                     INTO MS-EXPIRY-TIMESTAMP
              END-STRING
              MOVE 'N'             TO MS-DELIVERED-IND
              STRING 'Parking: lot ' DELIMITED BY SIZE
                     RL-LOT-NUMBER DELIMITED BY SIZE
                     ' closed ' DELIMITED BY SIZE
                     RL-FROM-DATE DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     RL-TO-DATE DELIMITED BY SIZE
                     ', park in lot ' DELIMITED BY SIZE
                     RL-OVERFLOW-LOT DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO MS-MESSAGE-TEXT
              END-STRING
              WRITE USER-MESSAGE-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
              SET RL-HOLDER-MESSAGED TO TRUE
              ADD 1 TO WS-MESSAGED-COUNT
           END-IF.

       PRINT-ONE-SUMMARY.
           MOVE SPACES TO SL-FLAG.
           MOVE WS-CT-LOT(WS-CLOSTAB-SUB)          TO SL-LOT-NUMBER.
           MOVE WS-CT-FROM-DATE(WS-CLOSTAB-SUB)    TO SL-FROM-DATE.
           MOVE '-'                                TO SL-DASH.
           MOVE WS-CT-TO-DATE(WS-CLOSTAB-SUB)      TO SL-TO-DATE.
           MOVE WS-CT-TYPE(WS-CLOSTAB-SUB)         TO SL-TYPE.
           MOVE WS-CT-OVERFLOW-LOT(WS-CLOSTAB-SUB) TO SL-OVERFLOW-LOT.
           MOVE WS-CT-MOVED-COUNT(WS-CLOSTAB-SUB)  TO SL-MOVED-COUNT.
           MOVE WS-CT-FREE-SPACES(WS-CLOSTAB-SUB)  TO SL-FREE-SPACES.
           IF WS-CT-MOVED-COUNT(WS-CLOSTAB-SUB) IS GREATER THAN
              WS-CT-FREE-SPACES(WS-CLOSTAB-SUB)
              MOVE '** OVERFLOW SHORT **' TO SL-FLAG
              SET WS-OVERFLOW-SHORT TO TRUE
           END-IF.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUMMARY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-SUMMARY
              VARYING WS-CLOSTAB-SUB FROM 1 BY 1
              UNTIL WS-CLOSTAB-SUB IS GREATER THAN WS-CLOSTAB-COUNT.
           IF WS-CLOSURE-TABLE-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  CLOSURES IN FORCE: ' DELIMITED BY SIZE
                  WS-CLOSURES-COUNT DELIMITED BY SIZE
                  '  PERMITS RELOCATED: ' DELIMITED BY SIZE
                  WS-RELOCATED-COUNT DELIMITED BY SIZE
                  '  HOLDERS MESSAGED: ' DELIMITED BY SIZE
                  WS-MESSAGED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CARCLOS-FILE.
           CLOSE CARLOT-FILE.
           CLOSE CARFILE-FILE.
           CLOSE CARRELO-FILE.
           CLOSE EMP-FILE.
           CLOSE USRMSG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LOT CLOSURES IN FORCE ' WS-RUN-DATE ': '
                   WS-CLOSURES-COUNT.
           DISPLAY 'PERMITS RELOCATED: ' WS-RELOCATED-COUNT.
           DISPLAY 'HOLDERS MESSAGED: ' WS-MESSAGED-COUNT.
           IF WS-OVERFLOW-SHORT
              DISPLAY 'OVERFLOW LOT SHORT OF SPACES - SEE REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CLOSURE-TABLE-OVERFLOW
              DISPLAY 'CLOSURE TABLE OVERFLOW - RAISE WS-CLOSTAB-LIMIT'
              MOVE 8 TO RETURN-CODE
           END-IF.
