      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'BADGPROV' DOOR-ACCESS
      *        PROVISIONING FILE.  (WRITTEN NIGHTLY BY EBADGPRV, ONE
      *        DETAIL PER EBADGMS BADGE IN BADGE-NUMBER ORDER, THEN A
      *        TRAILER WITH THE COUNTS)
      *      - A FULL REFRESH - THE DOOR-ACCESS SYSTEM GRANTS EVERY
      *        'G' BADGE AND REVOKES EVERY 'R' ONE, AND REJECTS THE
      *        FILE IF THE TRAILER COUNTS DO NOT AGREE.
      ******************************************************************
       01 BADGE-PROVISION-RECORD.
          05 BP-RECORD-TYPE          PIC X(1).
             88 BP-IS-DETAIL                   VALUE 'D'.
             88 BP-IS-TRAILER                  VALUE 'T'.
          05 BP-DETAIL.
             10 BP-BADGE-NUMBER      PIC X(8).
             10 BP-EMPLOYEE-NUMBER   PIC X(6).
             10 BP-ACCESS-IND        PIC X(1).
                88 BP-IS-GRANT                 VALUE 'G'.
                88 BP-IS-REVOKE                VALUE 'R'.
             10 BP-BADGE-STATUS      PIC X(1).
             10 BP-STATUS-DATE       PIC X(8).
             10 BP-EMPLOYEE-NAME     PIC X(25).
             10 FILLER               PIC X(30).
          05 BP-TRAILER REDEFINES BP-DETAIL.
             10 BP-RUN-DATE          PIC X(8).
             10 BP-DETAIL-COUNT      PIC 9(7).
             10 BP-GRANT-COUNT       PIC 9(7).
             10 BP-REVOKE-COUNT      PIC 9(7).
             10 FILLER               PIC X(50).
