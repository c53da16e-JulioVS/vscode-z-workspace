      *        DEBIT FROM GLACCMAP AGAINST THE IT RECOVERY CREDIT
      *        ACCOUNT) WITH THE USUAL HEADER/TRAILER CONTROLS.
      *      - SYSIN CARD 1 = BILLING MONTH, YYYYMM.
      *      - THE EXPENSE ACCOUNT IS THE GLACCMAP ROW IN FORCE ON
      *        THE LAST DAY OF THE BILLING MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CHGBKGL
       01  WS-BILLING-MONTH         PIC X(6).
       01  WS-RATE-DEFAULT-KEY      PIC X(8) VALUE '*DEFAULT'.
       01  WS-GL-DEFAULT-KEY        PIC X(4) VALUE '****'.
      *    GLACCMAP IS EFFECTIVE-DATED - A PERIOD POSTS TO THE
      *    MAPPING IN FORCE ON THE LAST DAY OF THAT PERIOD
       01  WS-GLMAP-PERIOD          PIC X(6).
       01  WS-GLMAP-DEPT            PIC X(4).
       01  WS-GLMAP-MONTH-WORK.
           05 WS-GM-YEAR            PIC 9(4).
           05 WS-GM-MONTH           PIC 9(2).
           05 WS-GM-DAY             PIC 9(2).
       01  WS-GLMAP-NEXT-FIRST REDEFINES WS-GLMAP-MONTH-WORK
                                    PIC 9(8).
       01  WS-GLMAP-AS-OF-NUMERIC   PIC 9(8).
       01  WS-GLMAP-AS-OF-DATE REDEFINES WS-GLMAP-AS-OF-NUMERIC
                                    PIC X(8).
       01  WS-GLMAP-FOUND-IND       PIC X(1)  VALUE 'N'.
           88 WS-GLMAP-FOUND                   VALUE 'Y'.
       01  WS-IT-RECOVERY-ACCOUNT   PIC X(8) VALUE 'ITRECOVR'.
       01  WS-EXPENSE-ACCOUNT       PIC X(8).
       01  WS-RATE-VALUE            PIC 9(3)V99 VALUE 0.
           END-IF.

       LOOKUP-EXPENSE-ACCOUNT.
           MOVE WS-BILLING-MONTH TO WS-GLMAP-PERIOD.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
              MOVE GA-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
           ELSE
              MOVE 'SALEXP  ' TO WS-EXPENSE-ACCOUNT
           END-IF.

       SET-GLMAP-AS-OF-DATE.
      *    THE LAST DAY OF WS-GLMAP-PERIOD IS THE DAY BEFORE THE
      *    FIRST OF THE FOLLOWING MONTH.  A PERIOD THAT IS NOT A
      *    PROPER YYYYMM TAKES THE OPEN-ENDED CURRENT MAPPING
           IF WS-GLMAP-PERIOD IS NUMERIC
              AND WS-GLMAP-PERIOD(5:2) IS GREATER THAN '00'
              AND WS-GLMAP-PERIOD(5:2) IS LESS THAN '13'
              MOVE WS-GLMAP-PERIOD(1:4) TO WS-GM-YEAR
              MOVE WS-GLMAP-PERIOD(5:2) TO WS-GM-MONTH
              MOVE 1 TO WS-GM-DAY
              IF WS-GM-MONTH IS EQUAL TO 12
                 ADD 1 TO WS-GM-YEAR
                 MOVE 1 TO WS-GM-MONTH
              ELSE
                 ADD 1 TO WS-GM-MONTH
              END-IF
              COMPUTE WS-GLMAP-AS-OF-NUMERIC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-GLMAP-NEXT-FIRST) - 1)
           ELSE
              MOVE 99991231 TO WS-GLMAP-AS-OF-NUMERIC
           END-IF.

       FIND-GLMAP-ROW.
      *    ROWS ARE KEYED ON THE DATE THEY STOP APPLYING, SO THE FIRST
      *    ROW AT OR AFTER DEPARTMENT + AS-OF DATE IS THE ONE IN FORCE
      *    - PROVIDED IT IS STILL THE SAME DEPARTMENT AND HAD ALREADY
      *    STARTED BY THEN
           MOVE 'N' TO WS-GLMAP-FOUND-IND.
           MOVE WS-GLMAP-DEPT       TO GA-DEPT-NBR.
           MOVE WS-GLMAP-AS-OF-DATE TO GA-EFFECTIVE-TO.
           START GLACCMAP-FILE KEY IS GREATER THAN OR EQUAL TO
                 GA-MAP-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF WS-GLACC-OK
              READ GLACCMAP-FILE NEXT RECORD
                   AT END CONTINUE
              END-READ
           END-IF.
           IF WS-GLACC-OK
              AND GA-DEPT-NBR IS EQUAL TO WS-GLMAP-DEPT
              AND GA-EFFECTIVE-FROM IS NOT GREATER THAN
                  WS-GLMAP-AS-OF-DATE
              SET WS-GLMAP-FOUND TO TRUE
           END-IF.
