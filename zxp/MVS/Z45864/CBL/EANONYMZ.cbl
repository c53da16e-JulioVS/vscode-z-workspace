           RECORDING MODE IS F.
       01  DEPT-OUT-RECORD.
           05 TD-DEPT-NBR           PIC X(4).
           05 TD-RECORD-BODY        PIC X(87).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS             PIC X(2).
