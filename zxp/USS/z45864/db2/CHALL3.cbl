      *   CONNECTING TO WHATEVER SUBSYSTEM IT DEFAULTS TO INTERNALLY,
      *   SO THE SAME LOAD MODULE CAN BE POINTED AT A TEST OR
      *   PRODUCTION SUBSYSTEM WITHOUT A RECOMPILE.
      *   A VOUCHER IS ONLY DECRYPTED AGAINST A ONE-TIME REQUEST
      *   RAISED ONLINE ON EVRQP BY THE RUNNING USER FOR THE SITE AND
      *   APPROVED THERE BY A DIFFERENT ADMINISTRATOR, WITH TODAY
      *   INSIDE ITS VALID-FROM/VALID-TO DATES.  THE REQUEST IS MARKED
      *   USED BEFORE THE VOUCHER IS DISPLAYED, SO IT CANNOT BE
      *   REPLAYED - IF IT CANNOT BE MARKED, NOTHING IS DISPLAYED, THE
      *   RUN ENDS RC=16 AND CHALAUD RECORDS IT AS REQFAIL.
      *   A RUN WITH NO SUCH REQUEST IS REFUSED (RC=8) AND WRITTEN TO
      *   CHALAUD AS A VIOLATION, AND EVERY CHALAUD RECORD NOW CARRIES
      *   ITS OUTCOME AND THE REQUEST IT WAS MADE UNDER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO CHALAUD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VCHREQ-FILE ASSIGN TO EVCHREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VQ-REQUEST-KEY
                  FILE STATUS IS WS-VCHREQ-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           10 AL-USER-ID         PIC X(8).
           10 AL-TIMESTAMP       PIC X(14).
           10 AL-SITE-ACCESSED   PIC X(25).
      *       DECRYPT, EXPIRED, VIOLATN OR REQFAIL - BLANK FROM CHALMNT
           10 AL-ACCESS-RESULT   PIC X(8).
           10 AL-REQUEST-TIMESTAMP PIC X(14).
       FD  VCHREQ-FILE.
           COPY EVCHREQ.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SITE-PARM          PIC X(25).
       01  WS-DAYS-TO-EXPIRY     PIC S9(5) COMP-3.
       01  WS-EXPIRY-WINDOW-DAYS PIC S9(3) COMP-3 VALUE 30.
       01  WS-VCHREQ-STATUS      PIC X(2).
       01  WS-TODAY              PIC X(8).
       01  WS-ACCESS-RESULT      PIC X(8).
       01  WS-REQUEST-TIMESTAMP  PIC X(14) VALUE SPACES.
       01  WS-REQUEST-FOUND-IND  PIC X(1) VALUE 'N'.
           88 WS-REQUEST-FOUND             VALUE 'Y'.
       01  WS-REQUEST-SCAN-IND   PIC X(1) VALUE 'N'.
           88 WS-REQUEST-SCAN-DONE         VALUE 'Y'.
       01  WS-REQUEST-MARK-IND   PIC X(1) VALUE 'N'.
           88 WS-REQUEST-MARK-FAILED       VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
      *    SYSIN CARD
           ACCEPT WS-SITE-PARM FROM SYSIN.

      *    NO APPROVED, UNUSED REQUEST FOR THIS USER AND SITE COVERING
      *    TODAY MEANS NO DECRYPTION - THE ATTEMPT ITSELF IS AUDITED
           PERFORM FIND-APPROVED-REQUEST.
           IF NOT WS-REQUEST-FOUND
              DISPLAY 'NO APPROVED EVRQP REQUEST FOR USER '
                 WS-RUN-USER-ID ' AND SITE: ' WS-SITE-PARM
              DISPLAY 'RAISE ONE ONLINE AND HAVE AN ADMINISTRATOR '
                 'APPROVE IT BEFORE USE'
              CLOSE VCHREQ-FILE
              MOVE 'VIOLATN' TO WS-ACCESS-RESULT
              PERFORM WRITE-AUDIT-RECORD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL
              SET ENCRYPTION PASSWORD = "TelumZ"
           END-EXEC.

           IF SQLCODE IS EQUAL TO 100
              DISPLAY 'SITE NOT FOUND ON ZECRETS: ' WS-SITE-PARM
              CLOSE VCHREQ-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    AN EXPIRED VOUCHER IS NOT SERVED - THE RUN IS STILL
      *    AUDITED, SO THE ATTEMPT AGAINST A STALE VOUCHER IS ON
      *    THE PERMANENT RECORD TOO.  NOTHING WAS DECRYPTED, SO THE
      *    REQUEST IS LEFT APPROVED FOR A RUN AFTER THE ROTATION
           IF WS-DAYS-TO-EXPIRY IS LESS THAN ZERO
              DISPLAY 'VOUCHER EXPIRED FOR SITE: ' WS-SITE-PARM
              DISPLAY 'ROTATE IT VIA THE FOUR-EYES CHALMNT UPDATE '
                 'BEFORE USE'
              CLOSE VCHREQ-FILE
              MOVE 'EXPIRED' TO WS-ACCESS-RESULT
              PERFORM WRITE-AUDIT-RECORD
              MOVE 8 TO RETURN-CODE
              STOP RUN
                 ' DAYS LEFT)'
           END-IF.

      *    THE REQUEST IS CONSUMED BEFORE THE VOUCHER IS SHOWN - IF
      *    IT CANNOT BE MARKED USED IT COULD BE REPLAYED, SO NOTHING
      *    IS DISPLAYED AND THE FAILED ATTEMPT IS AUDITED INSTEAD
           PERFORM MARK-REQUEST-USED.
           IF WS-REQUEST-MARK-FAILED
              MOVE 'REQFAIL' TO WS-ACCESS-RESULT
              PERFORM WRITE-AUDIT-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY RESULT.
           MOVE 'DECRYPT' TO WS-ACCESS-RESULT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

           OPEN EXTEND AUDIT-FILE.
           MOVE WS-RUN-USER-ID TO AL-USER-ID.
           MOVE WS-RUN-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-SITE-PARM TO AL-SITE-ACCESSED.
           MOVE WS-ACCESS-RESULT TO AL-ACCESS-RESULT.
           MOVE WS-REQUEST-TIMESTAMP TO AL-REQUEST-TIMESTAMP.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-FILE.

       FIND-APPROVED-REQUEST.
      *    THE RUNNING USER'S REQUESTS ARE CONTIGUOUS ON EVCHREQ (KEY
      *    IS REQUESTER, THEN TIMESTAMP) - THE FIRST APPROVED ONE FOR
      *    THIS SITE WITH TODAY INSIDE ITS DATES IS THE ONE USED.  THE
      *    FILE STAYS OPEN SO MARK-REQUEST-USED CAN REWRITE IT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O VCHREQ-FILE.
           IF WS-VCHREQ-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'EVCHREQ OPEN FAILED - FILE STATUS: '
                 WS-VCHREQ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-USER-ID TO VQ-REQUESTER-ID.
           MOVE LOW-VALUES TO VQ-REQUESTED-TIMESTAMP.
           START VCHREQ-FILE KEY IS NOT LESS THAN VQ-REQUEST-KEY
              INVALID KEY
                 SET WS-REQUEST-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-NEXT-REQUEST
              UNTIL WS-REQUEST-SCAN-DONE OR WS-REQUEST-FOUND.

       CHECK-NEXT-REQUEST.
           READ VCHREQ-FILE NEXT RECORD
              AT END
                 SET WS-REQUEST-SCAN-DONE TO TRUE
              NOT AT END
                 IF VQ-REQUESTER-ID IS NOT EQUAL TO WS-RUN-USER-ID
                    SET WS-REQUEST-SCAN-DONE TO TRUE
                 ELSE
                    IF VQ-IS-APPROVED
                       AND VQ-SITE IS EQUAL TO WS-SITE-PARM
                       AND VQ-VALID-FROM-DATE IS NOT GREATER THAN
                           WS-TODAY
                       AND VQ-VALID-TO-DATE IS NOT LESS THAN WS-TODAY
                       SET WS-REQUEST-FOUND TO TRUE
                       MOVE VQ-REQUESTED-TIMESTAMP
                         TO WS-REQUEST-TIMESTAMP
                    END-IF
                 END-IF
           END-READ.

       MARK-REQUEST-USED.
      *    ONE REQUEST, ONE DECRYPTION - THE REQUEST JUST HONOURED CAN
      *    NEVER BE PRESENTED AGAIN
           SET VQ-IS-USED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VQ-USED-TIMESTAMP.
           REWRITE VOUCHER-REQUEST-RECORD
              INVALID KEY
                 SET WS-REQUEST-MARK-FAILED TO TRUE
           END-REWRITE.
           IF WS-VCHREQ-STATUS IS NOT EQUAL TO '00'
              SET WS-REQUEST-MARK-FAILED TO TRUE
           END-IF.
           IF WS-REQUEST-MARK-FAILED
              DISPLAY 'EVCHREQ REWRITE FAILED - FILE STATUS: '
                 WS-VCHREQ-STATUS
           END-IF.
           CLOSE VCHREQ-FILE.
