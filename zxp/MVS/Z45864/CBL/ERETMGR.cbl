      *        WERE ALREADY DELETED.
      *      - THE RUN REPORT SHOWS EXAMINED, KEPT, ARCHIVED,
      *        SUMMARIZED AND PURGED COUNTS PER FILE.
      *      - EMNTAUD ARCHIVE RECORDS GREW TO 465 BYTES WITH THE
      *        MA-CHANGE-TICKET FIELD - GENERATIONS CUT BEFORE THEN
      *        STAY AT 453.
      *      - AND TO 466 WITH MA-FREEZE-OVERRIDE-IND; GENERATIONS CUT
      *        BETWEEN THE TWO CHANGES ARE 465.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  MNTARCH-FILE
           RECORDING MODE IS F.
       01  MNTARCH-RECORD           PIC X(466).

       FD  ALTARCH-FILE
           RECORDING MODE IS F.
