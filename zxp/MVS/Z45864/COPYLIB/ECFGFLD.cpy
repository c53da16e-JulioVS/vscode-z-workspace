      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - THE CONTROL FILES UNDER CONFIGURATION BASELINE, IN
      *        SNAPSHOT ORDER (ECFGSNAP WRITES THEM IN THIS ORDER AND
      *        ECFGDRFT MATCHES ON IT), WITH EACH FILE'S KEY LENGTH
      *        AND THE PART OF THE KEY ITS MAINTENANCE SCREEN USES AS
      *        THE EMNTAUD TARGET ID.
      *      - ONE FIELD ENTRY PER NON-KEY FIELD OF EACH RECORD
      *        LAYOUT (START POSITION AND LENGTH IN THE RECORD), SO
      *        DRIFT IS REPORTED FIELD BY FIELD.  A FIELD MARKED 'N'
      *        IS RUN-TIME BOOKKEEPING THAT CHANGES EVERY DAY AND IS
      *        NOT TREATED AS DRIFT.
      *      - A NEW FIELD ON ONE OF THESE LAYOUTS MUST BE ADDED HERE
      *        TOO, OR ITS CHANGES GO UNREPORTED.
      ******************************************************************
       01 WS-CFG-FILE-VALUES.
          05 FILLER                  PIC X(13) VALUE 'ESONRUL 08018'.
          05 FILLER                  PIC X(13) VALUE 'EPWDRUL 08018'.
          05 FILLER                  PIC X(13) VALUE 'ESONSCH 04014'.
          05 FILLER                  PIC X(13) VALUE 'EAUTH   16098'.
          05 FILLER                  PIC X(13) VALUE 'ESODRUL 16018'.
          05 FILLER                  PIC X(13) VALUE 'ETRMAUT 04014'.
          05 FILLER                  PIC X(13) VALUE 'ERESPTHR04014'.
          05 FILLER                  PIC X(13) VALUE 'ESCHED  04014'.
          05 FILLER                  PIC X(13) VALUE 'ETRNCTL 08018'.
          05 FILLER                  PIC X(13) VALUE 'ERETPOLC08018'.
          05 FILLER                  PIC X(13) VALUE 'EPRTDST 08018'.
       01 WS-CFG-FILE-TABLE REDEFINES WS-CFG-FILE-VALUES.
          05 WS-CFG-FILE-ENTRY OCCURS 11 TIMES.
             10 WS-CF-FILE-ID        PIC X(8).
             10 WS-CF-KEY-LENGTH     PIC 9(2).
             10 WS-CF-TARGET-START   PIC 9(2).
             10 WS-CF-TARGET-LENGTH  PIC 9(1).
       01 WS-CFG-FILE-COUNT          PIC 9(2) VALUE 11.
       01 WS-CFG-FIELD-VALUES.
          05 FILLER                  PIC X(35) VALUE
             '01SR-MAXIMUM-ATTEMPTS       009002Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-LOCKOUT-INTERVAL       011004Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-INACTIVITY-INTERVAL    015004Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-OTP-REQUIRED-IND       019001Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-OTP-VALID-MINUTES      020002Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-OTP-MAX-RESENDS        022001Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-OTP-MAX-WRONG          023001Y'.
          05 FILLER                  PIC X(35) VALUE
             '01SR-UID-QUARANTINE-DAYS    024004Y'.
          05 FILLER                  PIC X(35) VALUE
             '02PR-MINIMUM-LENGTH         009002Y'.
          05 FILLER                  PIC X(35) VALUE
             '02PR-REQUIRE-MIX-IND        011001Y'.
          05 FILLER                  PIC X(35) VALUE
             '02PR-MAXIMUM-REPEATS        012002Y'.
          05 FILLER                  PIC X(35) VALUE
             '03SS-WINDOW-START-TIME      005004Y'.
          05 FILLER                  PIC X(35) VALUE
             '03SS-WINDOW-END-TIME        009004Y'.
          05 FILLER                  PIC X(35) VALUE
             '04AT-ALLOWED-IND            017001Y'.
          05 FILLER                  PIC X(35) VALUE
             '04AT-GRANT-SOURCE           018008Y'.
          05 FILLER                  PIC X(35) VALUE
             '05SD-ACTIVE-IND             017001Y'.
          05 FILLER                  PIC X(35) VALUE
             '05SD-RULE-DESCRIPTION       018040Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-ADM-ALLOWED-IND        005001Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-MGR-ALLOWED-IND        006001Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-STD-ALLOWED-IND        007001Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-ACTIVE-IND             008001Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-GROUP-NAME             009008Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-REENABLE-TIMESTAMP     017014Y'.
          05 FILLER                  PIC X(35) VALUE
             '06TA-OTP-REQUIRED-IND       031001Y'.
          05 FILLER                  PIC X(35) VALUE
             '07RT-WARNING-SECONDS        005005Y'.
          05 FILLER                  PIC X(35) VALUE
             '07RT-CRITICAL-SECONDS       010005Y'.
          05 FILLER                  PIC X(35) VALUE
             '08SC-SCHEDULED-TIME         005004Y'.
          05 FILLER                  PIC X(35) VALUE
             '08SC-ENABLED-IND            009001Y'.
          05 FILLER                  PIC X(35) VALUE
             '08SC-LAST-RUN-TIMESTAMP     010014N'.
          05 FILLER                  PIC X(35) VALUE
             '08SC-LAST-COMPLETE-TIMESTAMP024014N'.
          05 FILLER                  PIC X(35) VALUE
             '08SC-REPEAT-MINUTES         038004Y'.
          05 FILLER                  PIC X(35) VALUE
             '09TC-DISABLED-IND           009001Y'.
          05 FILLER                  PIC X(35) VALUE
             '09TC-REASON-TEXT            010040Y'.
          05 FILLER                  PIC X(35) VALUE
             '09TC-SET-BY                 050008Y'.
          05 FILLER                  PIC X(35) VALUE
             '09TC-SET-TIMESTAMP          058014Y'.
          05 FILLER                  PIC X(35) VALUE
             '10RT-KEEP-DAYS              009005Y'.
          05 FILLER                  PIC X(35) VALUE
             '10RT-DISPOSITION            014001Y'.
          05 FILLER                  PIC X(35) VALUE
             '11PD-DESCRIPTION            009020Y'.
          05 FILLER                  PIC X(35) VALUE
             '11PD-DEPARTMENT             029004Y'.
          05 FILLER                  PIC X(35) VALUE
             '11PD-ACTIVE-IND             033001Y'.
          05 FILLER                  PIC X(35) VALUE
             '11PD-BANNER-IND             034001Y'.
          05 FILLER                  PIC X(35) VALUE
             '11PD-DD-NUMBER              035001Y'.
       01 WS-CFG-FIELD-TABLE REDEFINES WS-CFG-FIELD-VALUES.
          05 WS-CFG-FIELD-ENTRY OCCURS 42 TIMES.
             10 WS-CD-FILE-SEQ       PIC 9(2).
             10 WS-CD-FIELD-NAME     PIC X(26).
             10 WS-CD-START          PIC 9(3).
             10 WS-CD-LENGTH         PIC 9(3).
             10 WS-CD-COMPARE-IND    PIC X(1).
                88 WS-CD-COMPARED              VALUE 'Y'.
       01 WS-CFG-FIELD-COUNT         PIC 9(2) VALUE 42.
