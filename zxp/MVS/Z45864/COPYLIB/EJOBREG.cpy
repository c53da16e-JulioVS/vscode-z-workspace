      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EJOBREG' VSAM FILE.
      *        (REGISTERED RERUNNABLE BATCH JOBS)
      *      - ONE RECORD PER JOB OPERATIONS MAY SUBMIT FROM THE EJOBP
      *        SCREEN, LOADED WITH ITS JCL BY EJOBLOAD.  EACH OF UP TO
      *        FOUR PARAMETERS IS ONE SYSIN CARD, VALIDATED BY TYPE -
      *        D = YYYYMMDD, M = YYYYMM, N = NUMERIC OF EXACTLY THE
      *        LENGTH GIVEN, X = TEXT UP TO THE LENGTH GIVEN.
      *      - JB-BATLOG-NAME IS THE PROGRAM WHOSE BATCHLOG RECORDS
      *        REPORT THE RUN; JB-LAST-REQUEST-TS POINTS AT THE LATEST
      *        EJOBREQ REQUEST FOR THE JOB.
      ******************************************************************
       01 JOB-REGISTRY-RECORD.
          05 JB-JOB-NAME             PIC X(8).
          05 JB-BATLOG-NAME          PIC X(8).
          05 JB-DESCRIPTION          PIC X(40).
          05 JB-PARM-COUNT           PIC 9(1).
          05 JB-PARM-DEFINITION OCCURS 4 TIMES.
             10 JB-PARM-LABEL        PIC X(20).
             10 JB-PARM-TYPE         PIC X(1).
                88 JB-PARM-IS-DATE             VALUE 'D'.
                88 JB-PARM-IS-MONTH            VALUE 'M'.
                88 JB-PARM-IS-NUMERIC          VALUE 'N'.
                88 JB-PARM-IS-TEXT             VALUE 'X'.
             10 JB-PARM-LENGTH       PIC 9(2).
             10 JB-PARM-BLANK-IND    PIC X(1).
                88 JB-PARM-MAY-BE-BLANK        VALUE 'Y'.
          05 JB-LAST-REQUEST-TS      PIC X(14).
          05 JB-LOADED-TIMESTAMP     PIC X(14).
          05 FILLER                  PIC X(11).
