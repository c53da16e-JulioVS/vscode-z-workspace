      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE ITSM INCIDENT EXTRACT (ITSMOUT
      *        GENERATIONS WRITTEN BY EINCEXT).
      *      - ACTION 'N' ASKS THE ITSM SYSTEM TO OPEN A TICKET FOR A
      *        NEW INCIDENT.  ACTION 'U' REPORTS MORE OCCURRENCES OF
      *        AN INCIDENT ALREADY SENT - IX-TICKET-NUMBER IS FILLED
      *        IN ONCE EINCTKL HAS LOADED IT, BLANK BEFORE THAT, AND
      *        THE ITSM SIDE MATCHES ON IX-INCIDENT-ID EITHER WAY.
      ******************************************************************
       01 INCIDENT-EXTRACT-RECORD.
          05 IX-ACTION-CODE          PIC X(1).
             88 IX-NEW-INCIDENT                VALUE 'N'.
             88 IX-UPDATE-INCIDENT             VALUE 'U'.
          05 IX-INCIDENT-ID          PIC X(18).
          05 IX-TICKET-NUMBER        PIC X(15).
          05 IX-SOURCE-TYPE          PIC X(1).
          05 IX-PROGRAM-NAME         PIC X(8).
          05 IX-PARAGRAPH-NAME       PIC X(30).
          05 IX-RESP-CODE            PIC 9(8).
          05 IX-FIRST-TIMESTAMP      PIC X(14).
          05 IX-LAST-TIMESTAMP       PIC X(14).
          05 IX-OCCURRENCE-COUNT     PIC 9(5).
          05 IX-PRIORITY             PIC X(1).
          05 IX-SHORT-DESCRIPTION    PIC X(80).
          05 FILLER                  PIC X(5).
