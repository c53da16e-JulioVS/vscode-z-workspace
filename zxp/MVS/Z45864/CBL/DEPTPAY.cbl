      *        HOLDS A CHECKPOINT ON STARTUP, RESTARTS THE DEPARTMENT
      *        LOOP FROM THE LAST CHECKPOINTED DEPARTMENT INSTEAD OF
      *        REPROCESSING THE MASTER FILE FROM THE TOP
      *
      *      - PRICES THE PERIOD'S OVERTIME FROM THE TIME-KEEPING
      *        SYSTEM'S TIMESHT FEED AT EACH EMPLOYEE'S HOURLY
      *        EQUIVALENT (EM-SALARY / WS-ANNUAL-HOURS) TIMES THE
      *        PREMIUM FACTOR, SPREADS IT THROUGH THE SAME DEPTALOC
      *        SPLITS AS SALARY, PRINTS IT AS ITS OWN COLUMN ON THE
      *        DEPARTMENT AND BUDGET-VARIANCE REPORTS (SALARY PLUS
      *        OVERTIME IS WHAT IS HELD TO BUDGET) AND POSTS IT AS A
      *        SEPARATE GL PAIR ON THE FINAL RUN.  TIMESHEET LINES
      *        FOR EMPLOYEES NOT ON EMPMAS ARE LISTED ON THE REPORT
      *
      *      - LOADS EACH DEPARTMENT'S SALARY PLUS OVERTIME WITH THE
      *        EMPLOYER TAX, PENSION AND HEALTH RATES IN EFFECT ON
      *        DEPTBRDN, POSTS EACH AS A BALANCED GL PAIR TO ITS OWN
      *        BURDEN EXPENSE ACCOUNT ON THE FINAL RUN, AND PUTS THE
      *        FULLY LOADED ACTUAL AGAINST THE BUDGET LOADED AT THE
      *        SAME RATES ON THE VARIANCE REPORT
      *
      *      - AN EMPLOYEE TRANSFERRED INSIDE THE PERIOD (A DEPARTMENT
      *        CHANGE ON EASGHST EFFECTIVE AFTER THE FIRST) HAS THE
      *        PERIOD'S SALARY AND OVERTIME SPLIT BETWEEN THE OLD AND
      *        NEW DEPARTMENTS BY DAYS HELD - CALENDAR DAYS, OR
      *        ECALENDR BUSINESS DAYS WHEN SYSIN CARD 2 SAYS
      *        'BUSINESS' - SO BOTH DEPARTMENTS' FIGURES, THE GL
      *        JOURNAL AND DEPTHIST CARRY THE SPLIT.  THE DEPTMAS
      *        CONTROL CHECK BACKS THE PRORATION OUT BEFORE COMPARING
      *
      *      - REFUSES TO POST ANYTHING INTO A FISCAL YEAR THE DEPTYEC
      *        YEAR-END CLOSE HAS STARTED OR FINISHED (A DEPTYRCL
      *        RECORD FOR THE RUN YEAR) - RC=12, NOTHING OPENED
      *
      *      - DEPTHIST NOW ALSO KEEPS EACH PERIOD'S HEADCOUNT AND ITS
      *        SALARY PLUS OVERTIME COST, FOR THE DEPTFCST FORECAST
      *
      *      - GLACCMAP IS EFFECTIVE-DATED - THE ACCOUNTS ARE THE ROW IN
      *        FORCE ON THE LAST DAY OF THE PERIOD (OF THE ACCRUAL'S
      *        OWN PERIOD WHEN REVERSING AN ACCRUAL)
      *
      *      - CAN RUN AS ONE OF SEVERAL PARALLEL PARTITIONS: SYSIN
      *        CARD 3 GIVES A PARTITION NUMBER AND A DEPT-NBR RANGE,
      *        AND THE RUN THEN PROCESSES (AND REVERSES THE ACCRUALS
      *        OF) ONLY THAT RANGE, INTO ITS OWN REPORT, GL BATCH AND
      *        CHECKPOINT, AND WRITES ITS CONTROL TOTALS TO DEPTPCTL
      *        FOR THE DEPTPMRG MERGE.  THE EMPLOYEE PASS STILL COVERS
      *        THE WHOLE COMPANY (SPLITS AND TRANSFERS CROSS RANGES);
      *        ITS COMPANY-WIDE EXCEPTIONS PRINT ON PARTITION 01 ONLY.
      *        A BLANK CARD 3 IS THE ORDINARY WHOLE-FILE RUN
      *
      *      - LEGAL ENTITIES: EACH DEPARTMENT BELONGS TO ITS DEPTMAS
      *        COMPANY (BLANK IS THE ECOMPANY DEFAULT).  A SALARY SPLIT
      *        FUNDED BY ANOTHER COMPANY'S DEPARTMENT ALSO POSTS, ON
      *        THE FINAL RUN, AS INTERCOMPANY ENTRIES (COST TYPE 'I'):
      *        THE FUNDED COMPANY DEBITS ITS CLEARING AGAINST ITS
      *        INTERCOMPANY PAYABLE, THE HOME COMPANY DEBITS ITS
      *        INTERCOMPANY RECEIVABLE AGAINST ITS CLEARING.  EGLSPLIT
      *        THEN BREAKS THE BATCH INTO ONE BATCH PER COMPANY
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO ECALENDR
                  RECORD KEY IS DB-BUDG-KEY
                  FILE STATUS IS WS-BUDG-STATUS.

           SELECT BRDN-FILE ASSIGN TO DEPTBRDN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BURDEN-KEY
                  FILE STATUS IS WS-BRDN-STATUS.

           SELECT BUDGRPT-FILE ASSIGN TO BUDGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUDGRPT-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL TIME-FILE ASSIGN TO TIMESHT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TIME-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT OPTIONAL YRCL-FILE ASSIGN TO DEPTYRCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS YC-FISCAL-YEAR
                  FILE STATUS IS WS-YRCL-STATUS.

           SELECT PCTL-FILE ASSIGN TO DEPTPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCTL-STATUS.

           SELECT COMPANY-FILE ASSIGN TO ECOMPANY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CO-COMPANY-CODE
                  FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY DEPTBUDG.

       FD  BRDN-FILE
           RECORDING MODE IS F.
       COPY DEPTBRDN.

       FD  BUDGRPT-FILE
           RECORDING MODE IS F.
       01  BUDGRPT-LINE             PIC X(132).
           RECORDING MODE IS F.
       COPY DEPTCKPT.

       FD  TIME-FILE
           RECORDING MODE IS F.
       COPY DEPTTIME.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  YRCL-FILE
           RECORDING MODE IS F.
       COPY DEPTYRCL.

       FD  PCTL-FILE
           RECORDING MODE IS F.
       COPY DEPTPCTL.

       FD  COMPANY-FILE
           RECORDING MODE IS F.
       COPY ECOMPNY.

       WORKING-STORAGE SECTION.
       COPY EDATP.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-EOF                      VALUE '10'.
       01  WS-DEPT-STATUS           PIC X(2).
       01  WS-EXPENSE-ACCOUNT       PIC X(8).
       01  WS-CLEARING-ACCOUNT      PIC X(8).
       01  WS-GL-DEFAULT-KEY        PIC X(4)  VALUE '****'.
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
       01  WS-RUN-DATE              PIC X(8).
       01  WS-ACCR-STATUS           PIC X(2).
           88 WS-ACCR-OK                       VALUE '00'.
       01  WS-OVER-BUDGET-COUNT     PIC 9(3)  VALUE 0.
       01  WS-BUDG-TOTAL-SALARIES   PIC 9(11)V99 VALUE 0.
       01  WS-ACT-TOTAL-SALARIES    PIC 9(11)V99 VALUE 0.
       01  WS-ACT-TOTAL-OVERTIME    PIC 9(11)V99 VALUE 0.
       01  WS-ACT-TOTAL-LOADED      PIC 9(11)V99 VALUE 0.
       01  WS-BUDG-TOTAL-LOADED     PIC 9(11)V99 VALUE 0.
       01  WS-LOADED-ACTUAL         PIC 9(9)V99 VALUE 0.
       01  WS-LOADED-BUDGET         PIC 9(9)V99 VALUE 0.
       01  WS-BUDGET-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(1)  VALUE '/'.
           05 BL-BUD-SALARIES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-OVERTIME       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-ACT-LOADED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE '/'.
           05 BL-BUD-LOADED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 BL-FLAG               PIC X(20).
       01  WS-BUDGET-HEADING-LINE.
           05 FILLER                PIC X(56) VALUE
              '  DEPT  EMPS-ACT/BUD    SALARIES ACTUAL/BUDGET'.
           05 FILLER                PIC X(13) VALUE 'OVERTIME'.
           05 FILLER                PIC X(63) VALUE
              ' FULLY-LOADED ACTUAL/BUDGET'.
       01  WS-CKPT-STATUS           PIC X(2).
           88 WS-CKPT-OK                       VALUE '00'.
           88 WS-CKPT-EOF                      VALUE '10'.
              10 WS-ET-DEPT-NBR     PIC X(4).
              10 WS-ET-NBR-EMPS     PIC 9(3).
              10 WS-ET-SALARIES     PIC 9(7)V99.
              10 WS-ET-OVERTIME     PIC 9(7)V99.
              10 WS-ET-TRANSFER-ADJ PIC S9(7)V99.
      ******************************************************************
      *   COST-CENTER SALARY SPLITS, LOADED FROM DEPTALOC BEFORE THE
      *   EMPLOYEE PASS.  A SPLIT EMPLOYEE'S DOLLARS GO TO EACH
           88 WS-EMP-HAS-SPLIT                 VALUE 'Y'.
       01  WS-BAD-SPLIT-COUNT       PIC 9(3) VALUE 0.
       01  WS-SAVED-DEPT-NBR        PIC X(4).
      ******************************************************************
      *   LEGAL ENTITIES - EACH DEPARTMENT'S DEPTMAS COMPANY (BLANK IS
      *   THE ECOMPANY DEFAULT COMPANY), LOADED BEFORE THE EMPLOYEE
      *   PASS.  A SPLIT THAT FUNDS A DEPARTMENT OF ANOTHER COMPANY
      *   IS ACCUMULATED BY HOME AND FUNDED DEPARTMENT, AND THE FINAL
      *   RUN POSTS IT AS INTERCOMPANY ENTRIES SO EACH COMPANY'S
      *   CLEARING ACCOUNT HOLDS ONLY WHAT IT WILL ACTUALLY PAY.
      ******************************************************************
       01  WS-COMPANY-STATUS        PIC X(2).
           88 WS-COMPANY-OK                    VALUE '00'.
           88 WS-COMPANY-EOF                   VALUE '10'.
       01  WS-DEFAULT-COMPANY-CODE  PIC X(4) VALUE SPACES.
       01  WS-COTAB-LIMIT           PIC 9(2) VALUE 20.
       01  WS-COTAB-COUNT           PIC 9(2) VALUE 0.
       01  WS-COTAB-SUB             PIC 9(2) VALUE 0.
       01  WS-COTAB-FOUND-IND       PIC X(1) VALUE 'N'.
           88 WS-COTAB-FOUND                   VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05 WS-COTAB-ENTRY OCCURS 20 TIMES.
              10 WS-CT-COMPANY-CODE PIC X(4).
              10 WS-CT-RECEIVABLE   PIC X(8).
              10 WS-CT-PAYABLE      PIC X(8).
       01  WS-DEPTCO-LIMIT          PIC 9(3) VALUE 500.
       01  WS-DEPTCO-COUNT          PIC 9(3) VALUE 0.
       01  WS-DEPTCO-SUB            PIC 9(3) VALUE 0.
       01  WS-DEPTCO-FOUND-IND      PIC X(1) VALUE 'N'.
           88 WS-DEPTCO-FOUND                  VALUE 'Y'.
       01  WS-DEPARTMENT-COMPANIES.
           05 WS-DEPTCO-ENTRY OCCURS 500 TIMES.
              10 WS-DC-DEPT-NBR     PIC X(4).
              10 WS-DC-COMPANY-CODE PIC X(4).
       01  WS-LOOKUP-DEPT-NBR       PIC X(4).
       01  WS-LOOKUP-COMPANY-CODE   PIC X(4).
       01  WS-HOME-COMPANY-CODE     PIC X(4).
       01  WS-FUNDED-COMPANY-CODE   PIC X(4).
       01  WS-ICTAB-LIMIT           PIC 9(3) VALUE 200.
       01  WS-ICTAB-COUNT           PIC 9(3) VALUE 0.
       01  WS-ICTAB-SUB             PIC 9(3) VALUE 0.
       01  WS-ICTAB-FOUND-IND       PIC X(1) VALUE 'N'.
           88 WS-ICTAB-FOUND                   VALUE 'Y'.
       01  WS-ICTAB-OVERFLOW-IND    PIC X(1) VALUE 'N'.
           88 WS-ICTAB-OVERFLOW                VALUE 'Y'.
       01  WS-INTERCOMPANY-TABLE.
           05 WS-ICTAB-ENTRY OCCURS 200 TIMES.
              10 WS-IC-HOME-DEPT    PIC X(4).
              10 WS-IC-HOME-COMPANY PIC X(4).
              10 WS-IC-FUNDED-DEPT  PIC X(4).
              10 WS-IC-FUNDED-COMPANY PIC X(4).
              10 WS-IC-AMOUNT       PIC 9(9)V99.
       01  WS-IC-CHARGE             PIC 9(9)V99 VALUE 0.
       01  WS-IC-LINE-ACCOUNT       PIC X(8).
       01  WS-IC-LINE-DEPT          PIC X(4).
       01  WS-IC-LINE-COMPANY       PIC X(4).
       01  WS-IC-LINE-DEBIT-CREDIT  PIC X(1).
       01  WS-IC-ENTRY-COUNT        PIC 9(5) VALUE 0.
       01  WS-COMPUTED-EMPS         PIC 9(3) VALUE 0.
       01  WS-COMPUTED-SALARIES     PIC 9(7)V99 VALUE 0.
       01  WS-MASTER-MISMATCH-IND   PIC X(1) VALUE 'N'.
           88 WS-MASTER-MISMATCH               VALUE 'Y'.
      ******************************************************************
      *   MID-PERIOD TRANSFER PRORATION - AN EMPLOYEE WHOSE EASGHST
      *   HISTORY SHOWS A DEPARTMENT CHANGE EFFECTIVE INSIDE THE
      *   PERIOD HAS THE SALARY AND OVERTIME SPLIT BY DAYS BETWEEN THE
      *   DEPARTMENTS HELD (ONE SEGMENT PER DEPARTMENT STINT).  THE
      *   HEAD STAYS WITH THE HOME DEPARTMENT.  WS-ET-TRANSFER-ADJ
      *   HOLDS WHAT PRORATION MOVED INTO (+) OR OUT OF (-) EACH
      *   DEPARTMENT'S SALARIES, SO THE DEPTMAS CONTROL STILL HOLDS.
      ******************************************************************
       01  WS-ASGHST-STATUS         PIC X(2).
           88 WS-ASGHST-OK                     VALUE '00'.
       01  WS-YRCL-STATUS           PIC X(2).
           88 WS-YRCL-OK                       VALUE '00'.
       01  WS-ASGHST-DONE-IND       PIC X(1) VALUE 'N'.
           88 WS-ASGHST-DONE                   VALUE 'Y'.
       01  WS-PRORATION-BASIS       PIC X(8).
           88 WS-BUSINESS-DAY-BASIS            VALUE 'BUSINESS'.
       01  WS-PERIOD-MONTH-WORK.
           05 WS-PM-YEAR            PIC 9(4).
           05 WS-PM-MONTH           PIC 9(2).
       01  WS-PERIOD-FIRST-DATE     PIC X(8).
       01  WS-PERIOD-OPEN-DATE      PIC X(8).
       01  WS-PERIOD-CLOSE-DATE     PIC X(8).
       01  WS-PERIOD-DAYS           PIC 9(3) VALUE 0.
       01  WS-SHIFT-DATE            PIC X(8).
       01  WS-DAYS-FROM-DATE        PIC X(8).
       01  WS-DAYS-TO-DATE          PIC X(8).
       01  WS-DAYS-COUNTED          PIC 9(3) VALUE 0.
       01  WS-SEG-DEPT-NBR          PIC X(4).
       01  WS-SEG-OPEN-DATE         PIC X(8).
       01  WS-SEGTAB-LIMIT          PIC 9(2) VALUE 10.
       01  WS-SEGTAB-COUNT          PIC 9(2) VALUE 0.
       01  WS-SEGTAB-SUB            PIC 9(2) VALUE 0.
       01  WS-SEGMENT-TABLE.
           05 WS-SEGTAB-ENTRY OCCURS 10 TIMES.
              10 WS-SG-DEPT-NBR     PIC X(4).
              10 WS-SG-DAYS         PIC 9(3).
       01  WS-SEG-SHARE             PIC 9(7)V99 VALUE 0.
       01  WS-SEG-OT-SHARE          PIC 9(7)V99 VALUE 0.
       01  WS-SEG-SALARY-LEFT       PIC 9(7)V99 VALUE 0.
       01  WS-SEG-OT-LEFT           PIC 9(7)V99 VALUE 0.
       01  WS-PRORATED-COUNT        PIC 9(5) VALUE 0.
       01  WS-COMPUTED-TRANSFER-ADJ PIC S9(7)V99 VALUE 0.
       01  WS-CONTROL-SALARIES      PIC S9(9)V99 VALUE 0.
      ******************************************************************
      *   OVERTIME PRICING - THE PERIOD'S TIMESHEET LINES, LOADED FROM
      *   TIMESHT BEFORE THE EMPLOYEE PASS.  AN EMPLOYEE'S OVERTIME IS
      *   PRICED AT EM-SALARY / WS-ANNUAL-HOURS TIMES THE PREMIUM
      *   FACTOR AND GOES THROUGH THE SAME SPLITS AS THE SALARY.
      ******************************************************************
       01  WS-TIME-STATUS           PIC X(2).
           88 WS-TIME-OK                       VALUE '00'.
           88 WS-TIME-EOF                      VALUE '10'.
       01  WS-ANNUAL-HOURS          PIC 9(4) VALUE 2080.
       01  WS-TIMETAB-LIMIT         PIC 9(4) VALUE 2000.
       01  WS-TIMETAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-TIMETAB-SUB           PIC 9(4) VALUE 0.
       01  WS-TIMETAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-TIMETAB-OVERFLOW              VALUE 'Y'.
       01  WS-TIMESHEET-TABLE.
           05 WS-TIMETAB-ENTRY OCCURS 2000 TIMES.
              10 WS-TT-EMPLOYEE     PIC X(6).
              10 WS-TT-OT-HOURS     PIC 9(3)V99.
              10 WS-TT-FACTOR       PIC 9V99.
              10 WS-TT-MATCHED-IND  PIC X(1).
                 88 WS-TT-MATCHED              VALUE 'Y'.
       01  WS-PREMIUM-FACTOR        PIC 9V99 VALUE 0.
       01  WS-TIME-REJECT-REASON    PIC X(20).
       01  WS-TIME-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-TIME-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
       01  WS-HOURLY-RATE           PIC 9(5)V9(4) VALUE 0.
       01  WS-EMP-OVERTIME-COST     PIC 9(7)V99 VALUE 0.
       01  WS-ALOC-OT-SHARE         PIC 9(7)V99 VALUE 0.
       01  WS-COMPUTED-OVERTIME     PIC 9(7)V99 VALUE 0.
       01  WS-GRAND-TOTAL-OVERTIME  PIC 9(9)V99 VALUE 0.
       01  WS-OVERTIME-ACCOUNT      PIC X(8).
      ******************************************************************
      *   EMPLOYER BURDEN - THE DEPTBRDN RATES IN EFFECT ON THE RUN
      *   DATE FOR THE DEPARTMENT (OR THE '****' DEFAULT), APPLIED TO
      *   ITS SALARY PLUS OVERTIME.
      ******************************************************************
       01  WS-BRDN-STATUS           PIC X(2).
           88 WS-BRDN-OK                       VALUE '00'.
       01  WS-BRDN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-BRDN-DONE                     VALUE 'Y'.
       01  WS-BRDN-FOUND-IND        PIC X(1) VALUE 'N'.
           88 WS-BRDN-FOUND                    VALUE 'Y'.
       01  WS-BRDN-LOOKUP-KEY       PIC X(4).
       01  WS-BRDN-DEFAULT-KEY      PIC X(4)  VALUE '****'.
       01  WS-BURDEN-RATES.
           05 WS-TAX-PCT            PIC 9(2)V999.
           05 WS-TAX-ACCOUNT        PIC X(8).
           05 WS-PENSION-PCT        PIC 9(2)V999.
           05 WS-PENSION-ACCOUNT    PIC X(8).
           05 WS-HEALTH-PCT         PIC 9(2)V999.
           05 WS-HEALTH-ACCOUNT     PIC X(8).
       01  WS-BURDEN-PCT-TOTAL      PIC 9(3)V999 VALUE 0.
       01  WS-BURDEN-BASE           PIC 9(9)V99 VALUE 0.
       01  WS-TAX-BURDEN            PIC 9(7)V99 VALUE 0.
       01  WS-PENSION-BURDEN        PIC 9(7)V99 VALUE 0.
       01  WS-HEALTH-BURDEN         PIC 9(7)V99 VALUE 0.
       01  WS-COMPUTED-BURDEN       PIC 9(9)V99 VALUE 0.
       01  WS-BURDEN-ACCOUNT        PIC X(8).
       01  WS-BURDEN-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-UNMATCHED-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              '** TIMESHEET EMPLOYEE NOT ON EMPMAS:'.
           05 UL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 UL-OT-HOURS           PIC ZZ9.99.
           05 FILLER                PIC X(28) VALUE
              ' OVERTIME HOURS NOT PRICED'.
      ******************************************************************
      *   SUSPENSE-AND-RECYCLE WORK AREAS - A DEPARTMENT THAT FAILS
      *   VALIDATION IS DIVERTED TO DEPTSUSP INSTEAD OF THE EXTRACT.
      ******************************************************************
       01  WS-SUSPENSE-NOTE         PIC X(16) VALUE SPACES.
       01  WS-SUSPENSE-COUNT        PIC 9(3) VALUE 0.
       01  WS-RECYCLED-COUNT        PIC 9(3) VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(60) VALUE
              '  DEPT-NAME           DEPT-LOC     NBR-EMPS  AVG-SALARY'.
           05 FILLER                PIC X(72) VALUE 'OVERTIME'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEPT-NAME          PIC X(20).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-DEPT-AVG-SALARY    PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEPT-OVERTIME      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VARIANCE-ALERT     PIC X(22).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MASTER-FLAG        PIC X(22).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SUSPENSE-FLAG      PIC X(14).
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-LABEL              PIC X(28) VALUE
           05 TL-AVG-LABEL          PIC X(22) VALUE
              'BLENDED AVG SALARY:'.
           05 TL-AVG-SALARY         PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
              'TOTAL OVERTIME:'.
           05 TL-TOTAL-OVERTIME     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** MORE DEPARTMENTS ON EMPMAS THAN THE TOTALS TABLE HOLD
      -    'S - HEADCOUNTS INCOMPLETE, RAISE WS-EMPTAB-LIMIT **'.
           05 FILLER                PIC X(22) VALUE
              'RECYCLED THIS RUN:'.
           05 SL-RECYCLED-COUNT     PIC ZZ9.
      ******************************************************************
      *   PARALLEL PARTITION - SYSIN CARD 3: PARTITION NUMBER (COLS
      *   1-2), LOW DEPT-NBR (COLS 4-7), HIGH DEPT-NBR (COLS 9-12),
      *   BOTH ENDS INCLUSIVE.  BLANK MEANS THE WHOLE MASTER FILE.
      ******************************************************************
       01  WS-PARTITION-CARD.
           05 WS-PART-NBR-X         PIC X(2).
           05 WS-PART-NBR REDEFINES WS-PART-NBR-X
                                    PIC 9(2).
           05 FILLER                PIC X(1).
           05 WS-PART-LOW-DEPT      PIC X(4).
           05 FILLER                PIC X(1).
           05 WS-PART-HIGH-DEPT     PIC X(4).
           05 FILLER                PIC X(68).
       01  WS-PARTITIONED-IND       PIC X(1) VALUE 'N'.
           88 WS-PARTITIONED-RUN               VALUE 'Y'.
       01  WS-IN-PARTITION-IND      PIC X(1) VALUE 'Y'.
           88 WS-IN-PARTITION                  VALUE 'Y'.
       01  WS-PCTL-STATUS           PIC X(2).
       01  WS-DEPTS-PROCESSED       PIC 9(5) VALUE 0.
       01  WS-PARTITION-BANNER-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'PARTITION '.
           05 PB-PARTITION-NBR      PIC 9(2).
           05 FILLER                PIC X(15) VALUE
              ' - DEPARTMENTS '.
           05 PB-LOW-DEPT           PIC X(4).
           05 FILLER                PIC X(6)  VALUE ' THRU '.
           05 PB-HIGH-DEPT          PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           IF NOT WS-ACCRUAL-MODE
              MOVE 'FINAL' TO WS-RUN-MODE
           END-IF.
           ACCEPT WS-PRORATION-BASIS FROM SYSIN.
           IF NOT WS-BUSINESS-DAY-BASIS
              MOVE 'CALENDAR' TO WS-PRORATION-BASIS
           END-IF.
           MOVE SPACES TO WS-PARTITION-CARD.
           ACCEPT WS-PARTITION-CARD FROM SYSIN.
           PERFORM CHECK-PARTITION-CARD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           PERFORM CHECK-YEAR-NOT-CLOSED.
           PERFORM SET-PERIOD-BOUNDARIES.
           PERFORM CHECK-PERIOD-END-DATE.
           PERFORM CHECK-FOR-RESTART.
           PERFORM LOAD-ALLOCATION-TABLE.
           PERFORM LOAD-TIMESHEET-TABLE.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM LOAD-DEPARTMENT-COMPANIES.
           PERFORM LOAD-EMPLOYEE-TOTALS.
           OPEN INPUT DEPT-FILE.
           OPEN I-O HIST-FILE.
              STOP RUN
           END-IF.
           OPEN INPUT BUDG-FILE.
           OPEN INPUT BRDN-FILE.
           IF WS-IS-RESTART
              MOVE WS-RESTART-DEPT-NBR TO DEPT-NBR
              START DEPT-FILE KEY IS GREATER THAN DEPT-NBR
              WRITE REPORT-LINE
              MOVE WS-BUDGET-HEADING-LINE TO BUDGRPT-LINE
              WRITE BUDGRPT-LINE
              IF WS-PARTITIONED-RUN
                 PERFORM POSITION-AT-PARTITION-START
                 PERFORM PRINT-PARTITION-BANNER
              END-IF
           END-IF.
           OPEN I-O ACCR-FILE.
           IF NOT WS-IS-RESTART
           END-IF.
           PERFORM PROCESS-ONE-DEPARTMENT
              UNTIL WS-DEPT-EOF.
      *    THE INTERCOMPANY ENTRIES COME FROM THE COMPANY-WIDE
      *    EMPLOYEE PASS - POSTED ONCE, WITH THE FINAL ACTUALS, ON
      *    THE WHOLE-FILE RUN OR PARTITION 01
           IF NOT WS-ACCRUAL-MODE
              AND (NOT WS-PARTITIONED-RUN
                   OR WS-PART-NBR IS EQUAL TO 1)
              PERFORM WRITE-GL-INTERCOMPANY-ENTRIES
           END-IF.
           PERFORM WRITE-GL-TRAILER-RECORD.
           PERFORM PRINT-GRAND-TOTAL-LINE.
           CLOSE DEPT-FILE.
           MOVE SPACES TO BUDGRPT-LINE.
           WRITE BUDGRPT-LINE.
           MOVE SPACES TO WS-BUDGET-DETAIL-LINE.
      *    A PARTITION'S LINE IS ONLY ITS SUBTOTAL ('PTNN') - DEPTPMRG
      *    WRITES THE COMPANY 'TOTL' LINE UNDER THE MERGED REPORT
           IF WS-PARTITIONED-RUN
              STRING 'PT' WS-PART-NBR-X DELIMITED BY SIZE
                     INTO BL-DEPT-NBR
              END-STRING
           ELSE
              MOVE 'TOTL'               TO BL-DEPT-NBR
           END-IF.
           MOVE WS-ACT-TOTAL-SALARIES   TO BL-ACT-SALARIES.
           MOVE WS-BUDG-TOTAL-SALARIES  TO BL-BUD-SALARIES.
           MOVE WS-OVER-BUDGET-COUNT    TO BL-ACT-EMPS.
           MOVE WS-ACT-TOTAL-OVERTIME   TO BL-ACT-OVERTIME.
           MOVE WS-ACT-TOTAL-LOADED     TO BL-ACT-LOADED.
           MOVE WS-BUDG-TOTAL-LOADED    TO BL-BUD-LOADED.
           MOVE '<- DEPTS OVER BUDGET'  TO BL-FLAG.
           MOVE WS-BUDGET-DETAIL-LINE   TO BUDGRPT-LINE.
           WRITE BUDGRPT-LINE.
           CLOSE BUDG-FILE.
           CLOSE BRDN-FILE.
           CLOSE BUDGRPT-FILE.
           CLOSE SUSP-FILE.
           CLOSE REPORT-FILE.
           CLOSE GL-FILE.
           CLOSE CKPT-FILE.
           IF WS-PARTITIONED-RUN
              PERFORM WRITE-PARTITION-CONTROL
           END-IF.
           STOP RUN.

       CHECK-PARTITION-CARD.
      *    A CARD THAT IS THERE BUT MAKES NO SENSE COULD DOUBLE-POST
      *    OR SKIP A RANGE OF DEPARTMENTS - REFUSE IT BEFORE ANYTHING
      *    IS OPENED
           IF WS-PARTITION-CARD IS NOT EQUAL TO SPACES
              IF WS-PART-NBR-X IS NOT NUMERIC
                 OR WS-PART-NBR IS EQUAL TO ZERO
                 OR WS-PART-LOW-DEPT IS EQUAL TO SPACES
                 OR WS-PART-HIGH-DEPT IS EQUAL TO SPACES
                 OR WS-PART-LOW-DEPT IS GREATER THAN WS-PART-HIGH-DEPT
                 DISPLAY 'DEPTPAY - PARTITION CARD INVALID: '
                         WS-PARTITION-CARD(1:12)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-PARTITIONED-RUN TO TRUE
              DISPLAY 'DEPTPAY - PARTITION ' WS-PART-NBR-X
                      ' DEPARTMENTS ' WS-PART-LOW-DEPT
                      ' THRU ' WS-PART-HIGH-DEPT
           END-IF.

       POSITION-AT-PARTITION-START.
      *    A RESTARTED PARTITION IS POSITIONED PAST ITS CHECKPOINT
      *    INSTEAD, LIKE ANY OTHER RESTART
           MOVE WS-PART-LOW-DEPT TO DEPT-NBR.
           START DEPT-FILE KEY IS NOT LESS THAN DEPT-NBR
                 INVALID KEY SET WS-DEPT-EOF TO TRUE
           END-START.

       PRINT-PARTITION-BANNER.
           MOVE WS-PART-NBR       TO PB-PARTITION-NBR.
           MOVE WS-PART-LOW-DEPT  TO PB-LOW-DEPT.
           MOVE WS-PART-HIGH-DEPT TO PB-HIGH-DEPT.
           MOVE WS-PARTITION-BANNER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PARTITION-BANNER-LINE TO BUDGRPT-LINE.
           WRITE BUDGRPT-LINE.

       WRITE-PARTITION-CONTROL.
      *    WRITTEN LAST, ONCE EVERYTHING ELSE IS CLOSED - DEPTPMRG
      *    TAKES A MISSING RECORD TO MEAN THE PARTITION DID NOT FINISH
           OPEN OUTPUT PCTL-FILE.
           INITIALIZE DEPT-PARTITION-CONTROL-RECORD.
           MOVE WS-PART-NBR             TO PC-PARTITION-NBR.
           MOVE WS-PART-LOW-DEPT        TO PC-LOW-DEPT-NBR.
           MOVE WS-PART-HIGH-DEPT       TO PC-HIGH-DEPT-NBR.
           MOVE WS-RUN-DATE             TO PC-RUN-DATE.
           MOVE WS-CURRENT-PERIOD       TO PC-PERIOD.
           MOVE WS-RUN-MODE             TO PC-RUN-MODE.
           MOVE WS-DEPTS-PROCESSED      TO PC-DEPTS-PROCESSED.
           MOVE WS-SUSPENSE-COUNT       TO PC-SUSPENSE-COUNT.
           MOVE WS-RECYCLED-COUNT       TO PC-RECYCLED-COUNT.
           MOVE WS-GRAND-TOTAL-EMPS     TO PC-TOTAL-EMPS.
           MOVE WS-GRAND-TOTAL-SALARIES TO PC-TOTAL-SALARIES.
           MOVE WS-GRAND-TOTAL-OVERTIME TO PC-TOTAL-OVERTIME.
           MOVE WS-GL-RECORD-COUNT      TO PC-GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO PC-GL-HASH-TOTAL.
           MOVE WS-ACT-TOTAL-SALARIES   TO PC-ACT-TOTAL-SALARIES.
           MOVE WS-BUDG-TOTAL-SALARIES  TO PC-BUDG-TOTAL-SALARIES.
           MOVE WS-ACT-TOTAL-OVERTIME   TO PC-ACT-TOTAL-OVERTIME.
           MOVE WS-ACT-TOTAL-LOADED     TO PC-ACT-TOTAL-LOADED.
           MOVE WS-BUDG-TOTAL-LOADED    TO PC-BUDG-TOTAL-LOADED.
           MOVE WS-OVER-BUDGET-COUNT    TO PC-OVER-BUDGET-COUNT.
           MOVE RETURN-CODE             TO PC-RETURN-CODE.
           WRITE DEPT-PARTITION-CONTROL-RECORD.
           CLOSE PCTL-FILE.

       CHECK-YEAR-NOT-CLOSED.
      *    ONCE DEPTYEC HAS STARTED CLOSING THE YEAR ITS RESULTS ARE
      *    FROZEN - A LATE RUN MUST NOT POST BEHIND THE CLOSE
           OPEN INPUT YRCL-FILE.
           MOVE WS-CURRENT-PERIOD(1:4) TO YC-FISCAL-YEAR.
           READ YRCL-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-YRCL-OK
              DISPLAY 'DEPTPAY - FISCAL YEAR ' YC-FISCAL-YEAR
                      ' IS CLOSED ON DEPTYRCL, NOTHING POSTED'
              CLOSE YRCL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE YRCL-FILE.

       CHECK-PERIOD-END-DATE.
      *    A FINAL RUN ON A DATE THE ECALENDR CALENDAR DOES NOT MARK
      *    AS PERIOD-END IS PROBABLY A DAY EARLY OR A DAY LATE -
              CLOSE CALENDAR-FILE
           END-IF.

       SET-PERIOD-BOUNDARIES.
      *    THE PERIOD RUNS FROM THE FIRST OF THE RUN MONTH TO ITS
      *    LAST DAY.  DAYS ARE COUNTED AFTER A FROM-DATE UP TO AND
      *    INCLUDING A TO-DATE, SO THE PERIOD OPENS ON THE DAY BEFORE
      *    THE FIRST
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-MONTH-WORK.
           STRING WS-CURRENT-PERIOD '01' DELIMITED BY SIZE
                  INTO WS-PERIOD-FIRST-DATE
           END-STRING.
           MOVE WS-PERIOD-FIRST-DATE TO WS-SHIFT-DATE.
           PERFORM BACK-UP-ONE-DAY.
           MOVE WS-SHIFT-DATE TO WS-PERIOD-OPEN-DATE.
           IF WS-PM-MONTH IS EQUAL TO 12
              ADD 1 TO WS-PM-YEAR
              MOVE 1 TO WS-PM-MONTH
           ELSE
              ADD 1 TO WS-PM-MONTH
           END-IF.
           STRING WS-PERIOD-MONTH-WORK '01' DELIMITED BY SIZE
                  INTO WS-SHIFT-DATE
           END-STRING.
           PERFORM BACK-UP-ONE-DAY.
           MOVE WS-SHIFT-DATE TO WS-PERIOD-CLOSE-DATE.
           MOVE WS-PERIOD-OPEN-DATE  TO WS-DAYS-FROM-DATE.
           MOVE WS-PERIOD-CLOSE-DATE TO WS-DAYS-TO-DATE.
           PERFORM COUNT-PERIOD-DAYS.
           MOVE WS-DAYS-COUNTED TO WS-PERIOD-DAYS.

       BACK-UP-ONE-DAY.
           INITIALIZE DAT-PARAMETERS.
           SET DAT-ADD-MINUTES TO TRUE.
           MOVE WS-SHIFT-DATE TO DAT-OLD-TIMESTAMP(1:8).
           MOVE '000000'      TO DAT-OLD-TIMESTAMP(9:6).
           MOVE -1440         TO DAT-INTERVAL-MINUTES.
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           MOVE DAT-NEW-TIMESTAMP(1:8) TO WS-SHIFT-DATE.

       COUNT-PERIOD-DAYS.
      *    CALENDAR DAYS, OR BUSINESS DAYS ON THE ECALENDR PROCESSING
      *    CALENDAR WHEN THE RUN ASKED FOR THE BUSINESS-DAY BASIS
           INITIALIZE DAT-PARAMETERS.
           IF WS-BUSINESS-DAY-BASIS
              SET DAT-BUSINESS-DAYS-BETWEEN TO TRUE
           ELSE
              SET DAT-ELAPSED-DAYS TO TRUE
           END-IF.
           MOVE WS-DAYS-FROM-DATE TO DAT-OLD-TIMESTAMP(1:8).
           MOVE '000000'          TO DAT-OLD-TIMESTAMP(9:6).
           MOVE WS-DAYS-TO-DATE   TO DAT-NEW-TIMESTAMP(1:8).
           MOVE '000000'          TO DAT-NEW-TIMESTAMP(9:6).
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           IF DAT-OK
              AND DAT-ELAPSED-RESULT IS GREATER THAN ZERO
              MOVE DAT-ELAPSED-RESULT TO WS-DAYS-COUNTED
           ELSE
              MOVE ZERO TO WS-DAYS-COUNTED
           END-IF.

       CHECK-FOR-RESTART.
      *    IF DEPTCKPT ALREADY HOLDS A CHECKPOINT FROM A PRIOR RUN
      *    THAT DID NOT FINISH, RESUME THE DEPARTMENT LOOP FROM THE
                        TO WS-GRAND-TOTAL-SALARIES
                   MOVE CK-GL-RECORD-COUNT      TO WS-GL-RECORD-COUNT
                   MOVE CK-GL-HASH-TOTAL        TO WS-GL-HASH-TOTAL
                   MOVE CK-GRAND-TOTAL-OVERTIME
                        TO WS-GRAND-TOTAL-OVERTIME
                   MOVE CK-DEPTS-PROCESSED      TO WS-DEPTS-PROCESSED
                   MOVE CK-SUSPENSE-COUNT       TO WS-SUSPENSE-COUNT
                   MOVE CK-RECYCLED-COUNT       TO WS-RECYCLED-COUNT
                   MOVE CK-ACT-TOTAL-SALARIES
                        TO WS-ACT-TOTAL-SALARIES
                   MOVE CK-BUDG-TOTAL-SALARIES
                        TO WS-BUDG-TOTAL-SALARIES
                   MOVE CK-ACT-TOTAL-OVERTIME
                        TO WS-ACT-TOTAL-OVERTIME
                   MOVE CK-ACT-TOTAL-LOADED     TO WS-ACT-TOTAL-LOADED
                   MOVE CK-BUDG-TOTAL-LOADED
                        TO WS-BUDG-TOTAL-LOADED
                   MOVE CK-OVER-BUDGET-COUNT
                        TO WS-OVER-BUDGET-COUNT
           END-READ.

       LOAD-ALLOCATION-TABLE.
           END-IF.
           PERFORM READ-NEXT-ALLOCATION.

       LOAD-COMPANY-TABLE.
      *    WITHOUT ECOMPANY NO DEPARTMENT CAN BE PLACED IN A COMPANY
      *    AND EVERY BATCH WOULD BE REFUSED DOWNSTREAM - STOP HERE
           OPEN INPUT COMPANY-FILE.
           IF NOT WS-COMPANY-OK
              DISPLAY 'DEPTPAY - ECOMPANY OPEN FAILED, STATUS '
                      WS-COMPANY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-NEXT-COMPANY.
           PERFORM LOAD-ONE-COMPANY
              UNTIL WS-COMPANY-EOF.
           CLOSE COMPANY-FILE.

       READ-NEXT-COMPANY.
           READ COMPANY-FILE NEXT RECORD
                AT END SET WS-COMPANY-EOF TO TRUE
           END-READ.

       LOAD-ONE-COMPANY.
           IF WS-COTAB-COUNT IS LESS THAN WS-COTAB-LIMIT
              ADD 1 TO WS-COTAB-COUNT
              MOVE CO-COMPANY-CODE
                   TO WS-CT-COMPANY-CODE(WS-COTAB-COUNT)
              MOVE CO-IC-RECEIVABLE-ACCOUNT
                   TO WS-CT-RECEIVABLE(WS-COTAB-COUNT)
              MOVE CO-IC-PAYABLE-ACCOUNT
                   TO WS-CT-PAYABLE(WS-COTAB-COUNT)
           END-IF.
           IF CO-IS-DEFAULT-COMPANY
              MOVE CO-COMPANY-CODE TO WS-DEFAULT-COMPANY-CODE
           END-IF.
           PERFORM READ-NEXT-COMPANY.

       LOAD-DEPARTMENT-COMPANIES.
      *    A SEPARATE PASS OF DEPTMAS, CLOSED AGAIN BEFORE THE
      *    DEPARTMENT LOOP OPENS IT
           OPEN INPUT DEPT-FILE.
           PERFORM READ-DEPARTMENT-COMPANY.
           PERFORM LOAD-ONE-DEPARTMENT-COMPANY
              UNTIL WS-DEPT-EOF.
           CLOSE DEPT-FILE.

       READ-DEPARTMENT-COMPANY.
           READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-EOF TO TRUE
           END-READ.

       LOAD-ONE-DEPARTMENT-COMPANY.
           IF WS-DEPTCO-COUNT IS LESS THAN WS-DEPTCO-LIMIT
              ADD 1 TO WS-DEPTCO-COUNT
              MOVE DEPT-NBR TO WS-DC-DEPT-NBR(WS-DEPTCO-COUNT)
              IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
                 MOVE WS-DEFAULT-COMPANY-CODE
                      TO WS-DC-COMPANY-CODE(WS-DEPTCO-COUNT)
              ELSE
                 MOVE DEPT-COMPANY-CODE
                      TO WS-DC-COMPANY-CODE(WS-DEPTCO-COUNT)
              END-IF
           END-IF.
           PERFORM READ-DEPARTMENT-COMPANY.

       FIND-DEPARTMENT-COMPANY.
      *    A DEPARTMENT NOT ON DEPTMAS BELONGS TO THE DEFAULT COMPANY
           MOVE 'N' TO WS-DEPTCO-FOUND-IND.
           PERFORM SEARCH-ONE-DEPTCO
              VARYING WS-DEPTCO-SUB FROM 1 BY 1
              UNTIL WS-DEPTCO-SUB IS GREATER THAN WS-DEPTCO-COUNT
              OR WS-DEPTCO-FOUND.
           IF WS-DEPTCO-FOUND
              SUBTRACT 1 FROM WS-DEPTCO-SUB
              MOVE WS-DC-COMPANY-CODE(WS-DEPTCO-SUB)
                   TO WS-LOOKUP-COMPANY-CODE
           ELSE
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           END-IF.

       SEARCH-ONE-DEPTCO.
           IF WS-DC-DEPT-NBR(WS-DEPTCO-SUB) IS EQUAL TO
              WS-LOOKUP-DEPT-NBR
              SET WS-DEPTCO-FOUND TO TRUE
           END-IF.

       FIND-COMPANY-ENTRY.
      *    LEAVES WS-COTAB-SUB AT WS-LOOKUP-COMPANY-CODE'S ENTRY
           MOVE 'N' TO WS-COTAB-FOUND-IND.
           PERFORM SEARCH-ONE-COTAB
              VARYING WS-COTAB-SUB FROM 1 BY 1
              UNTIL WS-COTAB-SUB IS GREATER THAN WS-COTAB-COUNT
              OR WS-COTAB-FOUND.
           IF WS-COTAB-FOUND
              SUBTRACT 1 FROM WS-COTAB-SUB
           ELSE
              MOVE ZERO TO WS-COTAB-SUB
           END-IF.

       SEARCH-ONE-COTAB.
           IF WS-CT-COMPANY-CODE(WS-COTAB-SUB) IS EQUAL TO
              WS-LOOKUP-COMPANY-CODE
              SET WS-COTAB-FOUND TO TRUE
           END-IF.

       LOAD-TIMESHEET-TABLE.
      *    NO TIMESHT FEED FOR THE PERIOD SIMPLY MEANS NO OVERTIME -
      *    THE FILE IS OPTIONAL
           OPEN INPUT TIME-FILE.
           PERFORM READ-NEXT-TIMESHEET.
           PERFORM LOAD-ONE-TIMESHEET
              UNTIL WS-TIME-EOF.
           CLOSE TIME-FILE.

       READ-NEXT-TIMESHEET.
           READ TIME-FILE
                AT END SET WS-TIME-EOF TO TRUE
           END-READ.

       LOAD-ONE-TIMESHEET.
           MOVE SPACES TO WS-TIME-REJECT-REASON.
           EVALUATE TRUE
           WHEN TS-PERIOD IS NOT EQUAL TO WS-CURRENT-PERIOD
                MOVE 'WRONG PERIOD' TO WS-TIME-REJECT-REASON
           WHEN TS-REGULAR-HOURS IS NOT NUMERIC
                OR TS-OVERTIME-HOURS IS NOT NUMERIC
                MOVE 'HOURS NOT NUMERIC' TO WS-TIME-REJECT-REASON
           WHEN TS-IS-TIME-AND-HALF
                MOVE 1.50 TO WS-PREMIUM-FACTOR
           WHEN TS-IS-DOUBLE-TIME
                MOVE 2.00 TO WS-PREMIUM-FACTOR
           WHEN TS-IS-STRAIGHT-TIME
                MOVE 1.00 TO WS-PREMIUM-FACTOR
           WHEN OTHER
                MOVE 'UNKNOWN PREMIUM CODE' TO WS-TIME-REJECT-REASON
           END-EVALUATE.
           IF WS-TIME-REJECT-REASON IS NOT EQUAL TO SPACES
              ADD 1 TO WS-TIME-REJECT-COUNT
              DISPLAY 'DEPTPAY - TIMESHEET LINE REJECTED, EMPLOYEE '
                      TS-EMPLOYEE-NUMBER ': ' WS-TIME-REJECT-REASON
           ELSE
      *       A LINE WITH NO OVERTIME HAS NOTHING TO PRICE
              IF TS-OVERTIME-HOURS IS GREATER THAN ZERO
                 IF WS-TIMETAB-COUNT IS LESS THAN WS-TIMETAB-LIMIT
                    ADD 1 TO WS-TIMETAB-COUNT
                    MOVE TS-EMPLOYEE-NUMBER
                         TO WS-TT-EMPLOYEE(WS-TIMETAB-COUNT)
                    MOVE TS-OVERTIME-HOURS
                         TO WS-TT-OT-HOURS(WS-TIMETAB-COUNT)
                    MOVE WS-PREMIUM-FACTOR
                         TO WS-TT-FACTOR(WS-TIMETAB-COUNT)
                    MOVE 'N' TO WS-TT-MATCHED-IND(WS-TIMETAB-COUNT)
                 ELSE
                    SET WS-TIMETAB-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-TIMESHEET.

       LOAD-EMPLOYEE-TOTALS.
      *    ONE PASS OVER THE EMPLOYEE MASTER BUILDS EACH
      *    DEPARTMENT'S REAL HEADCOUNT AND SALARY TOTAL - SAFE TO
      *    REDO ON A RESTART, IT CHANGES NOTHING
           OPEN INPUT EMP-FILE.
           OPEN INPUT ASGHST-FILE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM TALLY-ONE-EMPLOYEE
              UNTIL WS-EMP-EOF.
           CLOSE EMP-FILE.
           CLOSE ASGHST-FILE.

       READ-NEXT-EMPLOYEE.
           READ EMP-FILE NEXT RECORD

       TALLY-ONE-EMPLOYEE.
      *    THE HEAD ALWAYS COUNTS TO THE HOME DEPARTMENT - ONLY THE
      *    DOLLARS SPLIT WHEN A VALID ALLOCATION SET EXISTS.  A VALID
      *    SET FUNDS THE WHOLE PERIOD AS IT STANDS; WITHOUT ONE, A
      *    MID-PERIOD TRANSFER SPLITS THE DOLLARS BY DAYS HELD
           PERFORM FIND-EMPTAB-ENTRY.
           IF WS-EMPTAB-SUB IS GREATER THAN ZERO
              ADD 1 TO WS-ET-NBR-EMPS(WS-EMPTAB-SUB)
           END-IF.
           PERFORM PRICE-EMPLOYEE-OVERTIME.
           PERFORM SUM-EMPLOYEE-SPLITS.
           IF WS-EMP-HAS-SPLIT
              AND WS-ALOC-PCT-SUM IS EQUAL TO 100
                 ADD 1 TO WS-BAD-SPLIT-COUNT
              END-IF
              IF WS-EMPTAB-SUB IS GREATER THAN ZERO
                 PERFORM FIND-PERIOD-TRANSFERS
                 IF WS-SEGTAB-COUNT IS GREATER THAN 1
                    AND WS-PERIOD-DAYS IS GREATER THAN ZERO
                    PERFORM PRORATE-TRANSFERRED-EMPLOYEE
                 ELSE
                    ADD EM-SALARY TO WS-ET-SALARIES(WS-EMPTAB-SUB)
                    ADD WS-EMP-OVERTIME-COST
                        TO WS-ET-OVERTIME(WS-EMPTAB-SUB)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

       FIND-PERIOD-TRANSFERS.
      *    WALK THE EMPLOYEE'S ASSIGNMENT HISTORY UP TO THE PERIOD'S
      *    LAST DAY.  THE LAST DEPARTMENT ON OR BEFORE THE FIRST IS
      *    THE ONE HELD ON DAY ONE; EACH LATER DEPARTMENT CHANGE
      *    CLOSES A SEGMENT ON THE DAY BEFORE IT TOOK EFFECT.  A
      *    SINGLE SEGMENT MEANS NO MID-PERIOD TRANSFER
           MOVE ZERO   TO WS-SEGTAB-COUNT.
           MOVE SPACES TO WS-SEG-DEPT-NBR.
           MOVE WS-PERIOD-OPEN-DATE TO WS-SEG-OPEN-DATE.
           MOVE 'N' TO WS-ASGHST-DONE-IND.
           MOVE EM-EMPLOYEE-NUMBER TO AH-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO AH-EFFECTIVE-DATE.
           MOVE LOW-VALUES TO AH-RECORDED-TIMESTAMP.
           START ASGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 AH-HIST-KEY
                 INVALID KEY SET WS-ASGHST-DONE TO TRUE
           END-START.
      *    AN UNREADABLE HISTORY IS TREATED AS NO TRANSFER - THE
      *    EMPLOYEE STAYS WHOLLY WITH THE HOME DEPARTMENT
           IF NOT WS-ASGHST-OK
              SET WS-ASGHST-DONE TO TRUE
           END-IF.
           PERFORM SCAN-ONE-ASSIGNMENT
              UNTIL WS-ASGHST-DONE.
           IF WS-SEG-DEPT-NBR IS EQUAL TO SPACES
              MOVE EM-DEPT-NBR TO WS-SEG-DEPT-NBR
           END-IF.
           MOVE WS-PERIOD-CLOSE-DATE TO WS-SHIFT-DATE.
           PERFORM CLOSE-ONE-SEGMENT.

       SCAN-ONE-ASSIGNMENT.
           READ ASGHST-FILE NEXT RECORD
                AT END SET WS-ASGHST-DONE TO TRUE
           END-READ.
           IF NOT WS-ASGHST-OK
              SET WS-ASGHST-DONE TO TRUE
           END-IF.
           IF NOT WS-ASGHST-DONE
              EVALUATE TRUE
              WHEN AH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                   EM-EMPLOYEE-NUMBER
              WHEN AH-EFFECTIVE-DATE IS GREATER THAN
                   WS-PERIOD-CLOSE-DATE
                   SET WS-ASGHST-DONE TO TRUE
              WHEN AH-DEPT-NBR IS EQUAL TO SPACES
              WHEN AH-DEPT-NBR IS EQUAL TO WS-SEG-DEPT-NBR
                   CONTINUE
              WHEN AH-EFFECTIVE-DATE IS NOT GREATER THAN
                   WS-PERIOD-FIRST-DATE
              WHEN WS-SEG-DEPT-NBR IS EQUAL TO SPACES
      *            IN FORCE ON DAY ONE, OR HIRED DURING THE PERIOD
      *            WITH NO EARLIER DEPARTMENT TO SHARE WITH
                   MOVE AH-DEPT-NBR TO WS-SEG-DEPT-NBR
              WHEN OTHER
                   MOVE AH-EFFECTIVE-DATE TO WS-SHIFT-DATE
                   PERFORM BACK-UP-ONE-DAY
                   PERFORM CLOSE-ONE-SEGMENT
                   MOVE AH-DEPT-NBR TO WS-SEG-DEPT-NBR
              END-EVALUATE
           END-IF.

       CLOSE-ONE-SEGMENT.
      *    THE SEGMENT RUNS FROM THE DAY AFTER WS-SEG-OPEN-DATE UP TO
      *    AND INCLUDING WS-SHIFT-DATE.  WITH THE TABLE FULL, ANY
      *    FURTHER DAYS STAY WITH THE LAST DEPARTMENT STORED
           MOVE WS-SEG-OPEN-DATE TO WS-DAYS-FROM-DATE.
           MOVE WS-SHIFT-DATE    TO WS-DAYS-TO-DATE.
           PERFORM COUNT-PERIOD-DAYS.
           IF WS-SEGTAB-COUNT IS LESS THAN WS-SEGTAB-LIMIT
              ADD 1 TO WS-SEGTAB-COUNT
              MOVE WS-SEG-DEPT-NBR
                   TO WS-SG-DEPT-NBR(WS-SEGTAB-COUNT)
              MOVE WS-DAYS-COUNTED TO WS-SG-DAYS(WS-SEGTAB-COUNT)
           ELSE
              ADD WS-DAYS-COUNTED TO WS-SG-DAYS(WS-SEGTAB-COUNT)
           END-IF.
           MOVE WS-SHIFT-DATE TO WS-SEG-OPEN-DATE.

       PRORATE-TRANSFERRED-EMPLOYEE.
      *    EACH DEPARTMENT HELD TAKES ITS DAYS' SHARE OF THE SALARY
      *    AND OVERTIME, THE LAST SEGMENT WHATEVER IS LEFT SO NO
      *    ROUNDING PENNY LEAKS OUT OF THE COMPANY TOTAL.  THE HOME
      *    DEPARTMENT'S ADJUSTMENT GIVES UP THE FULL SALARY DEPTMAS
      *    CARRIES IT FOR
           SUBTRACT EM-SALARY FROM WS-ET-TRANSFER-ADJ(WS-EMPTAB-SUB).
           MOVE EM-SALARY            TO WS-SEG-SALARY-LEFT.
           MOVE WS-EMP-OVERTIME-COST TO WS-SEG-OT-LEFT.
           PERFORM SPREAD-ONE-SEGMENT
              VARYING WS-SEGTAB-SUB FROM 1 BY 1
              UNTIL WS-SEGTAB-SUB IS GREATER THAN WS-SEGTAB-COUNT.
           ADD 1 TO WS-PRORATED-COUNT.
           DISPLAY 'DEPTPAY - MID-PERIOD TRANSFER PRORATED, EMPLOYEE '
                   EM-EMPLOYEE-NUMBER.

       SPREAD-ONE-SEGMENT.
           IF WS-SEGTAB-SUB IS LESS THAN WS-SEGTAB-COUNT
              COMPUTE WS-SEG-SHARE ROUNDED =
                 EM-SALARY * WS-SG-DAYS(WS-SEGTAB-SUB)
                 / WS-PERIOD-DAYS
              COMPUTE WS-SEG-OT-SHARE ROUNDED =
                 WS-EMP-OVERTIME-COST * WS-SG-DAYS(WS-SEGTAB-SUB)
                 / WS-PERIOD-DAYS
              IF WS-SEG-SHARE IS GREATER THAN WS-SEG-SALARY-LEFT
                 MOVE WS-SEG-SALARY-LEFT TO WS-SEG-SHARE
              END-IF
              IF WS-SEG-OT-SHARE IS GREATER THAN WS-SEG-OT-LEFT
                 MOVE WS-SEG-OT-LEFT TO WS-SEG-OT-SHARE
              END-IF
           ELSE
              MOVE WS-SEG-SALARY-LEFT TO WS-SEG-SHARE
              MOVE WS-SEG-OT-LEFT     TO WS-SEG-OT-SHARE
           END-IF.
           SUBTRACT WS-SEG-SHARE    FROM WS-SEG-SALARY-LEFT.
           SUBTRACT WS-SEG-OT-SHARE FROM WS-SEG-OT-LEFT.
           MOVE EM-DEPT-NBR TO WS-SAVED-DEPT-NBR.
           MOVE WS-SG-DEPT-NBR(WS-SEGTAB-SUB) TO EM-DEPT-NBR.
           PERFORM FIND-EMPTAB-ENTRY.
           MOVE WS-SAVED-DEPT-NBR TO EM-DEPT-NBR.
           IF WS-EMPTAB-SUB IS GREATER THAN ZERO
              ADD WS-SEG-SHARE    TO WS-ET-SALARIES(WS-EMPTAB-SUB)
              ADD WS-SEG-OT-SHARE TO WS-ET-OVERTIME(WS-EMPTAB-SUB)
              ADD WS-SEG-SHARE    TO WS-ET-TRANSFER-ADJ(WS-EMPTAB-SUB)
           END-IF.

       PRICE-EMPLOYEE-OVERTIME.
      *    EVERY TIMESHEET LINE FOR THE EMPLOYEE, AT THE HOURLY
      *    EQUIVALENT OF THE ANNUAL SALARY TIMES ITS PREMIUM FACTOR
           MOVE ZERO TO WS-EMP-OVERTIME-COST.
           COMPUTE WS-HOURLY-RATE ROUNDED =
              EM-SALARY / WS-ANNUAL-HOURS.
           PERFORM PRICE-ONE-TIMESHEET
              VARYING WS-TIMETAB-SUB FROM 1 BY 1
              UNTIL WS-TIMETAB-SUB IS GREATER THAN WS-TIMETAB-COUNT.

       PRICE-ONE-TIMESHEET.
           IF WS-TT-EMPLOYEE(WS-TIMETAB-SUB) IS EQUAL TO
              EM-EMPLOYEE-NUMBER
              COMPUTE WS-EMP-OVERTIME-COST ROUNDED =
                 WS-EMP-OVERTIME-COST
                 + WS-HOURLY-RATE * WS-TT-OT-HOURS(WS-TIMETAB-SUB)
                                  * WS-TT-FACTOR(WS-TIMETAB-SUB)
              SET WS-TT-MATCHED(WS-TIMETAB-SUB) TO TRUE
           END-IF.

       SUM-EMPLOYEE-SPLITS.
           MOVE 'N'  TO WS-EMP-HAS-SPLIT-IND.
           MOVE ZERO TO WS-ALOC-PCT-SUM.
              EM-EMPLOYEE-NUMBER
              COMPUTE WS-ALOC-SHARE ROUNDED =
                 EM-SALARY * WS-AL-PERCENT(WS-ALOCTAB-SUB) / 100
              COMPUTE WS-ALOC-OT-SHARE ROUNDED =
                 WS-EMP-OVERTIME-COST
                 * WS-AL-PERCENT(WS-ALOCTAB-SUB) / 100
              MOVE EM-DEPT-NBR TO WS-SAVED-DEPT-NBR
              MOVE WS-AL-DEPT-NBR(WS-ALOCTAB-SUB) TO EM-DEPT-NBR
              PERFORM FIND-EMPTAB-ENTRY
              IF WS-EMPTAB-SUB IS GREATER THAN ZERO
                 ADD WS-ALOC-SHARE
                     TO WS-ET-SALARIES(WS-EMPTAB-SUB)
                 ADD WS-ALOC-OT-SHARE
                     TO WS-ET-OVERTIME(WS-EMPTAB-SUB)
                 PERFORM NOTE-INTERCOMPANY-CHARGE
              END-IF
           END-IF.

       NOTE-INTERCOMPANY-CHARGE.
      *    A FUNDED DEPARTMENT OF ANOTHER COMPANY OWES THE HOME
      *    COMPANY, WHICH PAYS THE EMPLOYEE, FOR ITS SHARE
           MOVE WS-SAVED-DEPT-NBR TO WS-LOOKUP-DEPT-NBR.
           PERFORM FIND-DEPARTMENT-COMPANY.
           MOVE WS-LOOKUP-COMPANY-CODE TO WS-HOME-COMPANY-CODE.
           MOVE WS-AL-DEPT-NBR(WS-ALOCTAB-SUB) TO WS-LOOKUP-DEPT-NBR.
           PERFORM FIND-DEPARTMENT-COMPANY.
           MOVE WS-LOOKUP-COMPANY-CODE TO WS-FUNDED-COMPANY-CODE.
           IF WS-FUNDED-COMPANY-CODE IS NOT EQUAL TO
              WS-HOME-COMPANY-CODE
              COMPUTE WS-IC-CHARGE = WS-ALOC-SHARE + WS-ALOC-OT-SHARE
              PERFORM FIND-ICTAB-ENTRY
              IF WS-ICTAB-SUB IS GREATER THAN ZERO
                 ADD WS-IC-CHARGE TO WS-IC-AMOUNT(WS-ICTAB-SUB)
              END-IF
           END-IF.

       FIND-ICTAB-ENTRY.
      *    LEAVES WS-ICTAB-SUB AT THE HOME/FUNDED DEPARTMENT PAIR'S
      *    ENTRY, ADDING ONE WHEN THE PAIR HAS NOT BEEN SEEN YET
           MOVE 'N' TO WS-ICTAB-FOUND-IND.
           PERFORM SEARCH-ONE-ICTAB
              VARYING WS-ICTAB-SUB FROM 1 BY 1
              UNTIL WS-ICTAB-SUB IS GREATER THAN WS-ICTAB-COUNT
              OR WS-ICTAB-FOUND.
           IF WS-ICTAB-FOUND
              SUBTRACT 1 FROM WS-ICTAB-SUB
           ELSE
              IF WS-ICTAB-COUNT IS LESS THAN WS-ICTAB-LIMIT
                 ADD 1 TO WS-ICTAB-COUNT
                 MOVE WS-ICTAB-COUNT TO WS-ICTAB-SUB
                 MOVE WS-SAVED-DEPT-NBR
                      TO WS-IC-HOME-DEPT(WS-ICTAB-SUB)
                 MOVE WS-HOME-COMPANY-CODE
                      TO WS-IC-HOME-COMPANY(WS-ICTAB-SUB)
                 MOVE WS-AL-DEPT-NBR(WS-ALOCTAB-SUB)
                      TO WS-IC-FUNDED-DEPT(WS-ICTAB-SUB)
                 MOVE WS-FUNDED-COMPANY-CODE
                      TO WS-IC-FUNDED-COMPANY(WS-ICTAB-SUB)
                 MOVE ZERO TO WS-IC-AMOUNT(WS-ICTAB-SUB)
              ELSE
      *          TABLE FULL - THE SALARY STILL POSTS TO THE FUNDED
      *          DEPARTMENT, BUT WITHOUT ITS INTERCOMPANY ENTRY, SO
      *          FLAG THE RUN
                 SET WS-ICTAB-OVERFLOW TO TRUE
                 MOVE ZERO TO WS-ICTAB-SUB
              END-IF
           END-IF.

       SEARCH-ONE-ICTAB.
           IF WS-IC-HOME-DEPT(WS-ICTAB-SUB) IS EQUAL TO
              WS-SAVED-DEPT-NBR
              AND WS-IC-FUNDED-DEPT(WS-ICTAB-SUB) IS EQUAL TO
                  WS-AL-DEPT-NBR(WS-ALOCTAB-SUB)
              SET WS-ICTAB-FOUND TO TRUE
           END-IF.

       FIND-EMPTAB-ENTRY.
      *    LEAVES WS-EMPTAB-SUB AT EM-DEPT-NBR'S ENTRY, ADDING ONE
      *    WHEN THE DEPARTMENT HAS NOT BEEN SEEN YET
                 MOVE EM-DEPT-NBR TO WS-ET-DEPT-NBR(WS-EMPTAB-SUB)
                 MOVE ZERO TO WS-ET-NBR-EMPS(WS-EMPTAB-SUB)
                 MOVE ZERO TO WS-ET-SALARIES(WS-EMPTAB-SUB)
                 MOVE ZERO TO WS-ET-OVERTIME(WS-EMPTAB-SUB)
                 MOVE ZERO TO WS-ET-TRANSFER-ADJ(WS-EMPTAB-SUB)
              ELSE
      *          TABLE FULL - RATHER THAN TALLY INTO THE WRONG
      *          DEPARTMENT, DROP THE EMPLOYEE AND FLAG THE RUN SO
      *    ZERO
           MOVE ZERO TO WS-COMPUTED-EMPS.
           MOVE ZERO TO WS-COMPUTED-SALARIES.
           MOVE ZERO TO WS-COMPUTED-OVERTIME.
           MOVE ZERO TO WS-COMPUTED-TRANSFER-ADJ.
           MOVE 'N' TO WS-EMPTAB-FOUND-IND.
           PERFORM MATCH-ONE-EMPTAB
              VARYING WS-EMPTAB-SUB FROM 1 BY 1
                TO WS-COMPUTED-EMPS
              MOVE WS-ET-SALARIES(WS-EMPTAB-SUB)
                TO WS-COMPUTED-SALARIES
              MOVE WS-ET-OVERTIME(WS-EMPTAB-SUB)
                TO WS-COMPUTED-OVERTIME
              MOVE WS-ET-TRANSFER-ADJ(WS-EMPTAB-SUB)
                TO WS-COMPUTED-TRANSFER-ADJ
              SET WS-EMPTAB-FOUND TO TRUE
           END-IF.

      *    THE STORED DEPTMAS FIGURES ARE NOW ONLY A CONTROL CHECK -
      *    A DISAGREEMENT FLAGS THE DEPARTMENT SO THE HAND-KEYED
      *    MASTER GETS FIXED, BUT THE COMPUTED FIGURES DRIVE THE
      *    REPORT AND THE EXTRACT.  DEPTMAS CARRIES A TRANSFERRED
      *    EMPLOYEE'S WHOLE SALARY IN THE HOME DEPARTMENT, SO THE
      *    PRORATION IS BACKED OUT BEFORE THE COMPARE
           MOVE 'N' TO WS-MASTER-MISMATCH-IND.
           COMPUTE WS-CONTROL-SALARIES =
              WS-COMPUTED-SALARIES - WS-COMPUTED-TRANSFER-ADJ.
           IF WS-COMPUTED-EMPS IS NOT EQUAL TO DEPT-NBR-EMPS
              OR WS-CONTROL-SALARIES IS NOT EQUAL TO
                 DEPT-TOTAL-SALARIES
              SET WS-MASTER-MISMATCH TO TRUE
           END-IF.
           READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-EOF TO TRUE
           END-READ.
      *    A PARTITION STOPS AT THE TOP OF ITS RANGE
           IF WS-PARTITIONED-RUN
              AND NOT WS-DEPT-EOF
              AND DEPT-NBR IS GREATER THAN WS-PART-HIGH-DEPT
              SET WS-DEPT-EOF TO TRUE
           END-IF.

       PROCESS-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPTS-PROCESSED.
           PERFORM FETCH-COMPUTED-TOTALS.
           PERFORM CHECK-MASTER-CONTROL.
           PERFORM AVERAGE-SALARY.
              PERFORM ACCUMULATE-GRAND-TOTALS
              PERFORM CHECK-VARIANCE-ALERT
              PERFORM PRINT-DETAIL-LINE
              PERFORM COMPUTE-DEPT-BURDEN
              PERFORM PRINT-BUDGET-LINE
              PERFORM WRITE-GL-EXTRACT-RECORD
           ELSE
       VALIDATE-DEPARTMENT.
      *    A DEPARTMENT WITH SALARIES BUT NO HEADS, OR AN AVERAGE
      *    PAST ANY PLAUSIBLE FIGURE, IS BAD MASTER DATA - DIVERT IT
      *    RATHER THAN CARRY IT INTO THE REPORT AND THE EXTRACT.
      *    DOLLARS PRORATED IN FOR SOMEONE WHO TRANSFERRED OUT DURING
      *    THE PERIOD ARE NOT 'SALARIES, NO HEADS'
           MOVE 'Y' TO WS-DEPT-VALID-IND.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           MOVE SPACES TO WS-SUSPENSE-NOTE.
           EVALUATE TRUE
           WHEN WS-COMPUTED-EMPS IS EQUAL TO ZERO
                AND WS-CONTROL-SALARIES IS GREATER THAN ZERO
                MOVE 'N' TO WS-DEPT-VALID-IND
                MOVE 'SALARIES, NO HEADS' TO WS-SUSPENSE-REASON
           WHEN DEPT-AVG-SALARY IS GREATER THAN WS-ABSURD-AVG-LIMIT
       PRINT-BUDGET-LINE.
      *    THE COMPUTED ACTUALS AGAINST THE DEPTBUDG PLAN FOR THE
      *    CURRENT PERIOD - NO PLAN ROW MEANS THE DEPARTMENT ISN'T
      *    BUDGETED AND IS SKIPPED ON THIS REPORT.  THE FULLY
      *    LOADED ACTUAL (SALARY, OVERTIME AND BURDEN) IS HELD TO THE
      *    SALARY BUDGET LOADED AT THE SAME RATES - WITH SALARIES
      *    INSIDE THE PLAN, ONLY OVERTIME CAN PUSH THAT OVER, SO IT
      *    IS FLAGGED AS SUCH
           MOVE DEPT-NBR          TO DB-DEPT-NBR.
           MOVE WS-CURRENT-PERIOD TO DB-PERIOD.
           READ BUDG-FILE
              MOVE DB-BUDGET-HEADCOUNT   TO BL-BUD-EMPS
              MOVE WS-COMPUTED-SALARIES  TO BL-ACT-SALARIES
              MOVE DB-BUDGET-SALARIES    TO BL-BUD-SALARIES
              MOVE WS-COMPUTED-OVERTIME  TO BL-ACT-OVERTIME
              ADD WS-COMPUTED-SALARIES TO WS-ACT-TOTAL-SALARIES
              ADD WS-COMPUTED-OVERTIME TO WS-ACT-TOTAL-OVERTIME
              ADD DB-BUDGET-SALARIES   TO WS-BUDG-TOTAL-SALARIES
              COMPUTE WS-LOADED-ACTUAL =
                 WS-BURDEN-BASE + WS-COMPUTED-BURDEN
              COMPUTE WS-LOADED-BUDGET ROUNDED =
                 DB-BUDGET-SALARIES
                 + DB-BUDGET-SALARIES * WS-BURDEN-PCT-TOTAL / 100
              MOVE WS-LOADED-ACTUAL      TO BL-ACT-LOADED
              MOVE WS-LOADED-BUDGET      TO BL-BUD-LOADED
              ADD WS-LOADED-ACTUAL     TO WS-ACT-TOTAL-LOADED
              ADD WS-LOADED-BUDGET     TO WS-BUDG-TOTAL-LOADED
              EVALUATE TRUE
              WHEN WS-COMPUTED-SALARIES IS GREATER THAN
                   DB-BUDGET-SALARIES
                   OR WS-COMPUTED-EMPS IS GREATER THAN
                      DB-BUDGET-HEADCOUNT
                   MOVE '*** OVER BUDGET ***' TO BL-FLAG
                   ADD 1 TO WS-OVER-BUDGET-COUNT
              WHEN WS-COMPUTED-OVERTIME IS GREATER THAN ZERO
                   AND WS-LOADED-ACTUAL IS GREATER THAN
                       WS-LOADED-BUDGET
                   MOVE '** OVER ON OVERTIME' TO BL-FLAG
                   ADD 1 TO WS-OVER-BUDGET-COUNT
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
              MOVE WS-BUDGET-DETAIL-LINE TO BUDGRPT-LINE
              WRITE BUDGRPT-LINE
           END-IF.

       COMPUTE-DEPT-BURDEN.
      *    EACH BURDEN COMPONENT ON THE DEPARTMENT'S SALARY PLUS
      *    OVERTIME - NO RATES ON FILE MEANS NO BURDEN
           PERFORM FIND-BURDEN-RATES.
           COMPUTE WS-BURDEN-BASE =
              WS-COMPUTED-SALARIES + WS-COMPUTED-OVERTIME.
           COMPUTE WS-TAX-BURDEN ROUNDED =
              WS-BURDEN-BASE * WS-TAX-PCT / 100.
           COMPUTE WS-PENSION-BURDEN ROUNDED =
              WS-BURDEN-BASE * WS-PENSION-PCT / 100.
           COMPUTE WS-HEALTH-BURDEN ROUNDED =
              WS-BURDEN-BASE * WS-HEALTH-PCT / 100.
           COMPUTE WS-COMPUTED-BURDEN =
              WS-TAX-BURDEN + WS-PENSION-BURDEN + WS-HEALTH-BURDEN.
           COMPUTE WS-BURDEN-PCT-TOTAL =
              WS-TAX-PCT + WS-PENSION-PCT + WS-HEALTH-PCT.

       FIND-BURDEN-RATES.
      *    THE DEPARTMENT'S OWN RATES IF IT HAS ANY IN EFFECT, ELSE
      *    THE '****' DEFAULT RATES
           INITIALIZE WS-BURDEN-RATES.
           MOVE DEPT-NBR TO WS-BRDN-LOOKUP-KEY.
           PERFORM FIND-RATES-IN-EFFECT.
           IF NOT WS-BRDN-FOUND
              MOVE WS-BRDN-DEFAULT-KEY TO WS-BRDN-LOOKUP-KEY
              PERFORM FIND-RATES-IN-EFFECT
           END-IF.

       FIND-RATES-IN-EFFECT.
      *    WALK THE KEY'S RATES FORWARD - THE LAST ONE EFFECTIVE ON OR
      *    BEFORE THE RUN DATE IS THE ONE IN FORCE
           MOVE 'N' TO WS-BRDN-FOUND-IND.
           MOVE 'N' TO WS-BRDN-DONE-IND.
           MOVE WS-BRDN-LOOKUP-KEY TO BR-DEPT-NBR.
           MOVE LOW-VALUES TO BR-EFFECTIVE-DATE.
           START BRDN-FILE KEY IS GREATER THAN OR EQUAL TO
                 BR-BURDEN-KEY
                 INVALID KEY SET WS-BRDN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-BURDEN-RATE
              UNTIL WS-BRDN-DONE.

       SCAN-ONE-BURDEN-RATE.
           READ BRDN-FILE NEXT RECORD
                AT END SET WS-BRDN-DONE TO TRUE
           END-READ.
           IF NOT WS-BRDN-DONE
              IF BR-DEPT-NBR IS NOT EQUAL TO WS-BRDN-LOOKUP-KEY
                 OR BR-EFFECTIVE-DATE IS GREATER THAN WS-RUN-DATE
                 SET WS-BRDN-DONE TO TRUE
              ELSE
                 MOVE BR-TAX-PCT         TO WS-TAX-PCT
                 MOVE BR-TAX-ACCOUNT     TO WS-TAX-ACCOUNT
                 MOVE BR-PENSION-PCT     TO WS-PENSION-PCT
                 MOVE BR-PENSION-ACCOUNT TO WS-PENSION-ACCOUNT
                 MOVE BR-HEALTH-PCT      TO WS-HEALTH-PCT
                 MOVE BR-HEALTH-ACCOUNT  TO WS-HEALTH-ACCOUNT
                 SET WS-BRDN-FOUND TO TRUE
              END-IF
           END-IF.

       WRITE-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-DEPTS-SINCE-CKPT.
           IF WS-DEPTS-SINCE-CKPT IS GREATER THAN
                                      TO CK-GRAND-TOTAL-SALARIES.
           MOVE WS-GL-RECORD-COUNT    TO CK-GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL      TO CK-GL-HASH-TOTAL.
           MOVE WS-GRAND-TOTAL-OVERTIME
                                      TO CK-GRAND-TOTAL-OVERTIME.
           MOVE WS-DEPTS-PROCESSED    TO CK-DEPTS-PROCESSED.
           MOVE WS-SUSPENSE-COUNT     TO CK-SUSPENSE-COUNT.
           MOVE WS-RECYCLED-COUNT     TO CK-RECYCLED-COUNT.
           MOVE WS-ACT-TOTAL-SALARIES TO CK-ACT-TOTAL-SALARIES.
           MOVE WS-BUDG-TOTAL-SALARIES
                                      TO CK-BUDG-TOTAL-SALARIES.
           MOVE WS-ACT-TOTAL-OVERTIME TO CK-ACT-TOTAL-OVERTIME.
           MOVE WS-ACT-TOTAL-LOADED   TO CK-ACT-TOTAL-LOADED.
           MOVE WS-BUDG-TOTAL-LOADED  TO CK-BUDG-TOTAL-LOADED.
           MOVE WS-OVER-BUDGET-COUNT  TO CK-OVER-BUDGET-COUNT.
           WRITE DEPT-CHECKPOINT-RECORD.

       AVERAGE-SALARY.
       ACCUMULATE-GRAND-TOTALS.
           ADD WS-COMPUTED-EMPS     TO WS-GRAND-TOTAL-EMPS.
           ADD WS-COMPUTED-SALARIES TO WS-GRAND-TOTAL-SALARIES.
           ADD WS-COMPUTED-OVERTIME TO WS-GRAND-TOTAL-OVERTIME.

       CHECK-VARIANCE-ALERT.
      *    FLAG ANY DEPARTMENT WHOSE AVERAGE SALARY MOVED MORE THAN
           MOVE DEPT-NBR          TO DH-DEPT-NBR.
           MOVE WS-CURRENT-PERIOD TO DH-PERIOD.
           MOVE DEPT-AVG-SALARY   TO DH-AVG-SALARY.
           MOVE WS-COMPUTED-EMPS  TO DH-NBR-EMPS.
           COMPUTE DH-PERIOD-COST =
              WS-COMPUTED-SALARIES + WS-COMPUTED-OVERTIME.
           WRITE DEPT-HIST-RECORD
                 INVALID KEY
                    REWRITE DEPT-HIST-RECORD
       REVERSE-ONE-ACCRUAL.
      *    THE MIRROR OF THE ACCRUAL PAIR - CREDIT THE EXPENSE AND
      *    DEBIT THE CLEARING ACCOUNT FOR THE ESTIMATED AMOUNT, IN
      *    THE SAME BATCH AND HASH TOTALS AS THE ACTUALS THAT FOLLOW.
      *    A PARTITION REVERSES ONLY ITS OWN DEPARTMENTS' MEMOS
           MOVE 'Y' TO WS-IN-PARTITION-IND.
           IF WS-PARTITIONED-RUN
              AND (DA-DEPT-NBR IS LESS THAN WS-PART-LOW-DEPT
                   OR DA-DEPT-NBR IS GREATER THAN WS-PART-HIGH-DEPT)
              MOVE 'N' TO WS-IN-PARTITION-IND
           END-IF.
           IF DA-IS-OPEN
              AND WS-IN-PARTITION
              MOVE DA-DEPT-NBR TO DEPT-NBR
              MOVE DA-PERIOD   TO WS-GLMAP-PERIOD
              PERFORM LOOKUP-GL-ACCOUNTS
              INITIALIZE GL-EXTRACT-RECORD
              MOVE 'D'                TO GL-RECORD-TYPE
      *    DEBIT AGAINST THE CLEARING-ACCOUNT CREDIT, ACCOUNT CODES
      *    FROM GLACCMAP (THE '****' DEFAULT ROW COVERS DEPARTMENTS
      *    WITHOUT THEIR OWN MAPPING)
           MOVE WS-CURRENT-PERIOD TO WS-GLMAP-PERIOD.
           PERFORM LOOKUP-GL-ACCOUNTS.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                  TO GL-RECORD-TYPE.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-COMPUTED-SALARIES TO WS-GL-HASH-TOTAL.
      *    OVERTIME AND BURDEN ARE NOT ESTIMATED - THEY POST ONLY
      *    WITH THE FINAL ACTUALS, ONCE THE PERIOD'S TIMESHEETS ARE
      *    IN, SO THE ACCRUAL MEMO AND ITS REVERSAL STAY SALARY ONLY
           IF WS-ACCRUAL-MODE
              PERFORM MEMO-ONE-ACCRUAL
           ELSE
              IF WS-COMPUTED-OVERTIME IS GREATER THAN ZERO
                 PERFORM WRITE-GL-OVERTIME-PAIR
              END-IF
              PERFORM WRITE-GL-BURDEN-PAIRS
           END-IF.

       WRITE-GL-BURDEN-PAIRS.
      *    ONE BALANCED PAIR PER BURDEN COMPONENT - BURDEN EXPENSE
      *    DEBIT AGAINST THE DEPARTMENT'S CLEARING ACCOUNT
           MOVE WS-TAX-ACCOUNT     TO WS-BURDEN-ACCOUNT.
           MOVE WS-TAX-BURDEN      TO WS-BURDEN-AMOUNT.
           PERFORM WRITE-GL-BURDEN-PAIR.
           MOVE WS-PENSION-ACCOUNT TO WS-BURDEN-ACCOUNT.
           MOVE WS-PENSION-BURDEN  TO WS-BURDEN-AMOUNT.
           PERFORM WRITE-GL-BURDEN-PAIR.
           MOVE WS-HEALTH-ACCOUNT  TO WS-BURDEN-ACCOUNT.
           MOVE WS-HEALTH-BURDEN   TO WS-BURDEN-AMOUNT.
           PERFORM WRITE-GL-BURDEN-PAIR.

       WRITE-GL-BURDEN-PAIR.
           IF WS-BURDEN-AMOUNT IS GREATER THAN ZERO
              INITIALIZE GL-EXTRACT-RECORD
              MOVE 'D'                 TO GL-RECORD-TYPE
              MOVE WS-BURDEN-ACCOUNT   TO GL-ACCOUNT-CODE
              MOVE DEPT-NBR            TO GL-DEPT-NBR
              SET GL-IS-DEBIT          TO TRUE
              MOVE WS-BURDEN-AMOUNT    TO GL-AMOUNT
              SET GL-IS-BURDEN-COST    TO TRUE
              WRITE GL-EXTRACT-RECORD
              ADD 1 TO WS-GL-RECORD-COUNT
              ADD WS-BURDEN-AMOUNT TO WS-GL-HASH-TOTAL
              INITIALIZE GL-EXTRACT-RECORD
              MOVE 'D'                 TO GL-RECORD-TYPE
              MOVE WS-CLEARING-ACCOUNT TO GL-ACCOUNT-CODE
              MOVE DEPT-NBR            TO GL-DEPT-NBR
              SET GL-IS-CREDIT         TO TRUE
              MOVE WS-BURDEN-AMOUNT    TO GL-AMOUNT
              SET GL-IS-BURDEN-COST    TO TRUE
              WRITE GL-EXTRACT-RECORD
              ADD 1 TO WS-GL-RECORD-COUNT
              ADD WS-BURDEN-AMOUNT TO WS-GL-HASH-TOTAL
           END-IF.

       WRITE-GL-OVERTIME-PAIR.
      *    THE DEPARTMENT'S OVERTIME AS ITS OWN BALANCED PAIR -
      *    OVERTIME DEBIT AGAINST THE SAME CLEARING ACCOUNT
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                  TO GL-RECORD-TYPE.
           MOVE WS-OVERTIME-ACCOUNT  TO GL-ACCOUNT-CODE.
           MOVE DEPT-NBR             TO GL-DEPT-NBR.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-COMPUTED-OVERTIME TO GL-AMOUNT.
           SET GL-IS-OVERTIME-COST   TO TRUE.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-COMPUTED-OVERTIME TO WS-GL-HASH-TOTAL.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                  TO GL-RECORD-TYPE.
           MOVE WS-CLEARING-ACCOUNT  TO GL-ACCOUNT-CODE.
           MOVE DEPT-NBR             TO GL-DEPT-NBR.
           SET GL-IS-CREDIT          TO TRUE.
           MOVE WS-COMPUTED-OVERTIME TO GL-AMOUNT.
           SET GL-IS-OVERTIME-COST   TO TRUE.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-COMPUTED-OVERTIME TO WS-GL-HASH-TOTAL.

       LOOKUP-GL-ACCOUNTS.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE DEPT-NBR TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
              MOVE GA-EXPENSE-ACCOUNT  TO WS-EXPENSE-ACCOUNT
              MOVE GA-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
              MOVE GA-OVERTIME-ACCOUNT TO WS-OVERTIME-ACCOUNT
           ELSE
              MOVE 'SALEXP  ' TO WS-EXPENSE-ACCOUNT
              MOVE 'SALCLR  ' TO WS-CLEARING-ACCOUNT
              MOVE SPACES     TO WS-OVERTIME-ACCOUNT
           END-IF.
           IF WS-OVERTIME-ACCOUNT IS EQUAL TO SPACES
              MOVE WS-EXPENSE-ACCOUNT TO WS-OVERTIME-ACCOUNT
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

       WRITE-GL-INTERCOMPANY-ENTRIES.
           PERFORM WRITE-ONE-INTERCOMPANY-ENTRY
              VARYING WS-ICTAB-SUB FROM 1 BY 1
              UNTIL WS-ICTAB-SUB IS GREATER THAN WS-ICTAB-COUNT.

       WRITE-ONE-INTERCOMPANY-ENTRY.
      *    TWO BALANCED PAIRS, ONE IN EACH COMPANY.  THE FUNDED
      *    COMPANY DEBITS ITS DEPARTMENT'S CLEARING ACCOUNT FOR THE
      *    SHARE IT WAS CHARGED AND OWES IT ON INTERCOMPANY PAYABLE;
      *    THE HOME COMPANY, WHICH PAYS THE EMPLOYEE, HOLDS IT ON
      *    INTERCOMPANY RECEIVABLE AGAINST ITS OWN DEPARTMENT'S
      *    CLEARING ACCOUNT
           IF WS-IC-AMOUNT(WS-ICTAB-SUB) IS GREATER THAN ZERO
              MOVE WS-CURRENT-PERIOD TO WS-GLMAP-PERIOD
              MOVE WS-IC-FUNDED-DEPT(WS-ICTAB-SUB) TO DEPT-NBR
              PERFORM LOOKUP-GL-ACCOUNTS
              MOVE WS-IC-FUNDED-DEPT(WS-ICTAB-SUB) TO WS-IC-LINE-DEPT
              MOVE WS-IC-FUNDED-COMPANY(WS-ICTAB-SUB)
                   TO WS-IC-LINE-COMPANY
              MOVE WS-CLEARING-ACCOUNT TO WS-IC-LINE-ACCOUNT
              MOVE 'D' TO WS-IC-LINE-DEBIT-CREDIT
              PERFORM WRITE-GL-INTERCOMPANY-LINE
              MOVE WS-IC-LINE-COMPANY TO WS-LOOKUP-COMPANY-CODE
              PERFORM FIND-COMPANY-ENTRY
              MOVE SPACES TO WS-IC-LINE-ACCOUNT
              IF WS-COTAB-SUB IS GREATER THAN ZERO
                 MOVE WS-CT-PAYABLE(WS-COTAB-SUB)
                      TO WS-IC-LINE-ACCOUNT
              END-IF
              MOVE 'C' TO WS-IC-LINE-DEBIT-CREDIT
              PERFORM WRITE-GL-INTERCOMPANY-LINE
              MOVE WS-IC-HOME-DEPT(WS-ICTAB-SUB) TO DEPT-NBR
              PERFORM LOOKUP-GL-ACCOUNTS
              MOVE WS-IC-HOME-DEPT(WS-ICTAB-SUB) TO WS-IC-LINE-DEPT
              MOVE WS-IC-HOME-COMPANY(WS-ICTAB-SUB)
                   TO WS-IC-LINE-COMPANY
              MOVE WS-IC-LINE-COMPANY TO WS-LOOKUP-COMPANY-CODE
              PERFORM FIND-COMPANY-ENTRY
              MOVE SPACES TO WS-IC-LINE-ACCOUNT
              IF WS-COTAB-SUB IS GREATER THAN ZERO
                 MOVE WS-CT-RECEIVABLE(WS-COTAB-SUB)
                      TO WS-IC-LINE-ACCOUNT
              END-IF
              MOVE 'D' TO WS-IC-LINE-DEBIT-CREDIT
              PERFORM WRITE-GL-INTERCOMPANY-LINE
              MOVE WS-CLEARING-ACCOUNT TO WS-IC-LINE-ACCOUNT
              MOVE 'C' TO WS-IC-LINE-DEBIT-CREDIT
              PERFORM WRITE-GL-INTERCOMPANY-LINE
              ADD 1 TO WS-IC-ENTRY-COUNT
           END-IF.

       WRITE-GL-INTERCOMPANY-LINE.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                     TO GL-RECORD-TYPE.
           MOVE WS-IC-LINE-ACCOUNT      TO GL-ACCOUNT-CODE.
           MOVE WS-IC-LINE-DEPT         TO GL-DEPT-NBR.
           MOVE WS-IC-LINE-DEBIT-CREDIT TO GL-DEBIT-CREDIT.
           MOVE WS-IC-AMOUNT(WS-ICTAB-SUB) TO GL-AMOUNT.
           SET GL-IS-INTERCOMPANY       TO TRUE.
           MOVE WS-IC-LINE-COMPANY      TO GL-DETAIL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-IC-AMOUNT(WS-ICTAB-SUB) TO WS-GL-HASH-TOTAL.

       WRITE-GL-TRAILER-RECORD.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'T'                TO GL-RECORD-TYPE.
           MOVE DEPT-LOC           TO DL-DEPT-LOC.
           MOVE WS-COMPUTED-EMPS   TO DL-DEPT-NBR-EMPS.
           MOVE DEPT-AVG-SALARY    TO DL-DEPT-AVG-SALARY.
           MOVE WS-COMPUTED-OVERTIME TO DL-DEPT-OVERTIME.
           IF WS-VARIANCE-ALERT
              MOVE '*** VARIANCE ALERT ***' TO DL-VARIANCE-ALERT
           END-IF.
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PARTITIONED-RUN
              MOVE 'PARTITION TOTAL HEADCOUNT:' TO TL-LABEL
           END-IF.
           MOVE WS-GRAND-TOTAL-EMPS   TO TL-TOTAL-EMPS.
           MOVE WS-COMPANY-AVG-SALARY TO TL-AVG-SALARY.
           MOVE WS-GRAND-TOTAL-OVERTIME TO TL-TOTAL-OVERTIME.
           MOVE WS-TOTAL-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
      *    THE SUSPENSE LINE MAKES AN UNBALANCED RUN VISIBLE - THESE
           MOVE WS-RECYCLED-COUNT TO SL-RECYCLED-COUNT.
           MOVE WS-SUSPENSE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *    THE EXCEPTIONS BELOW COME FROM THE COMPANY-WIDE EMPLOYEE
      *    PASS, WHICH EVERY PARTITION REPEATS - PRINT THEM ONCE
           IF NOT WS-PARTITIONED-RUN
              OR WS-PART-NBR IS EQUAL TO 1
              PERFORM PRINT-COMPANY-EXCEPTIONS
           END-IF.

       PRINT-COMPANY-EXCEPTIONS.
           IF WS-PRORATED-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              STRING '  EMPLOYEES PRORATED FOR MID-PERIOD TRANSFER: '
                     DELIMITED BY SIZE
                     WS-PRORATED-COUNT DELIMITED BY SIZE
                     ' - BY ' DELIMITED BY SIZE
                     WS-PRORATION-BASIS DELIMITED BY SPACE
                     ' DAYS, DETAIL ON SYSOUT' DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           IF WS-EMPTAB-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-IC-ENTRY-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              STRING '  INTERCOMPANY ENTRIES FOR CROSS-COMPANY SPLITS: '
                     DELIMITED BY SIZE
                     WS-IC-ENTRY-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           IF WS-ICTAB-OVERFLOW
              MOVE SPACES TO REPORT-LINE
              STRING '  ** MORE CROSS-COMPANY SPLITS THAN THE TABLE '
                     DELIMITED BY SIZE
                     'HOLDS - RAISE WS-ICTAB-LIMIT **'
                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-BAD-SPLIT-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              STRING '  ** ALLOCATION SETS NOT SUMMING TO 100 PCT: '
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM PRINT-TIMESHEET-EXCEPTIONS.

       PRINT-TIMESHEET-EXCEPTIONS.
      *    OVERTIME THAT COULD NOT BE PRICED IS IN NO DEPARTMENT'S
      *    COST - LIST IT SO PAYROLL CAN CHASE THE TIME-KEEPING FEED
           PERFORM PRINT-ONE-UNMATCHED
              VARYING WS-TIMETAB-SUB FROM 1 BY 1
              UNTIL WS-TIMETAB-SUB IS GREATER THAN WS-TIMETAB-COUNT.
           IF WS-TIME-REJECT-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              STRING '  ** TIMESHEET LINES REJECTED: '
                     DELIMITED BY SIZE
                     WS-TIME-REJECT-COUNT DELIMITED BY SIZE
                     ' - DETAIL ON SYSOUT **'
                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           IF WS-TIMETAB-OVERFLOW
              MOVE SPACES TO REPORT-LINE
              STRING '  ** MORE TIMESHEET LINES THAN THE TABLE HOLDS - '
                     DELIMITED BY SIZE
                     'OVERTIME INCOMPLETE, RAISE WS-TIMETAB-LIMIT **'
                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TIME-REJECT-COUNT IS GREATER THAN ZERO
              OR WS-TIME-UNMATCHED-COUNT IS GREATER THAN ZERO
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       PRINT-ONE-UNMATCHED.
           IF NOT WS-TT-MATCHED(WS-TIMETAB-SUB)
              ADD 1 TO WS-TIME-UNMATCHED-COUNT
              MOVE WS-TT-EMPLOYEE(WS-TIMETAB-SUB)
                   TO UL-EMPLOYEE-NUMBER
              MOVE WS-TT-OT-HOURS(WS-TIMETAB-SUB) TO UL-OT-HOURS
              MOVE WS-UNMATCHED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
