       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUCRTE.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'AUTHORITY-CACHE REFRESH' PROGRAM
      *      - LINKED TO (COMM-AREA = COPY EAUCCOM) BY ESONP AT
      *        SIGN-ON AND BY EVERY ONLINE SCREEN THAT CHANGES EAUTH,
      *        EDELEG OR ETRNCTL, SO A REVOCATION TAKES EFFECT ON THE
      *        USER'S VERY NEXT MENU SELECTION.
      *      - CQ-REFRESH-USER DELETES THAT USER'S CACHE QUEUE.
      *        CQ-REFRESH-ALL REWRITES THE GLOBAL GENERATION STAMP,
      *        WHICH EVERY CACHE IS CHECKED AGAINST BEFORE USE.
      *      - A QUEUE THAT IS NOT THERE IS NOT AN ERROR - THE CACHE
      *        MAY SIMPLY NOT HAVE BEEN BUILT YET.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EAUCCOM.
       COPY EERRCOM.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CACHE-QUEUE-NAME.
          05 WS-CQ-PREFIX      PIC X(8).
          05 WS-CQ-USER-ID     PIC X(8).
       01 WS-GENERATION        PIC X(14).
       01 WS-GENERATION-LENGTH PIC S9(4) USAGE IS COMPUTATIONAL
                                VALUE 14.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE LINK.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO AUTHCACHE-REFRESH-AREA.
           EVALUATE TRUE
           WHEN CQ-REFRESH-USER
                PERFORM 1000-DROP-USER-CACHE
           WHEN CQ-REFRESH-ALL
                PERFORM 2000-NEW-GENERATION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-DROP-USER-CACHE.
           MOVE AC-AUTHCACHE-QUEUE-PREFIX TO WS-CQ-PREFIX.
           MOVE CQ-USER-ID                TO WS-CQ-USER-ID.
           EXEC CICS DELETEQ TS
                QUEUE(WS-CACHE-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              AND WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(QIDERR)
              MOVE '1000-DROP-USER-CACHE' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2000-NEW-GENERATION.
      *    THE STAMP IS THE TIME OF THE CHANGE - A CACHE BUILT UNDER
      *    ANY OTHER STAMP IS REBUILT ON ITS NEXT USE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GENERATION.
           EXEC CICS WRITEQ TS
                QUEUE(AC-AUTHCACHE-GEN-QUEUE)
                FROM (WS-GENERATION)
                LENGTH(WS-GENERATION-LENGTH)
                ITEM(1)
                REWRITE
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(QIDERR)
              OR WS-CICS-RESPONSE IS EQUAL TO DFHRESP(ITEMERR)
              EXEC CICS WRITEQ TS
                   QUEUE(AC-AUTHCACHE-GEN-QUEUE)
                   FROM (WS-GENERATION)
                   LENGTH(WS-GENERATION-LENGTH)
                   MAIN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2000-NEW-GENERATION' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-AUTHCACHE-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE          TO ER-RESP-CODE.
           MOVE EIBRESP2                  TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
