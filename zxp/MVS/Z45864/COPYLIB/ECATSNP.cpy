      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE DB2 CATALOG SNAPSHOT DATASETS
      *        (DB2CAT.SNAP GENERATIONS).  WRITTEN BY ECATSNAP,
      *        COMPARED BY ECATDIFF.
      *      - ONE RECORD PER TABLE, COLUMN, INDEX AND TABLE GRANT
      *        OF THE APPLICATION CREATORS, IN KEY ORDER - OBJECT
      *        SEQUENCE FIRST, SO ALL TABLES, THEN ALL COLUMNS, THEN
      *        ALL INDEXES, THEN ALL GRANTS.  EVERY KEY CARRIES THE
      *        OWNING TABLE, SO ANY CHANGE CAN BE TIED BACK TO IT.
      *      - THE DEFINITION AREA IS LAID OUT WITH SPACES BETWEEN
      *        THE FIELDS SO IT PRINTS AS IT STANDS ON THE DIFFERENCE
      *        REPORT.
      ******************************************************************
       01 CAT-SNAPSHOT-RECORD.
          05 KS-SNAPSHOT-KEY.
             10 KS-OBJECT-SEQ        PIC 9(1).
                88 KS-IS-TABLE                 VALUE 1.
                88 KS-IS-COLUMN                VALUE 2.
                88 KS-IS-INDEX                 VALUE 3.
                88 KS-IS-GRANT                 VALUE 4.
             10 KS-TABLE-CREATOR     PIC X(8).
             10 KS-TABLE-NAME        PIC X(18).
      *         COLUMN NAME, INDEX NAME OR GRANTEE - BLANK FOR A TABLE
             10 KS-OBJECT-NAME       PIC X(18).
      *         INDEX CREATOR OR GRANTOR
             10 KS-OBJECT-QUALIFIER  PIC X(8).
          05 KS-SNAPSHOT-TIMESTAMP   PIC X(14).
          05 KS-DEFINITION           PIC X(28).
          05 KS-TABLE-DEFINITION REDEFINES KS-DEFINITION.
      *         T = TABLE, V = VIEW, A = ALIAS, ...
             10 KS-TB-TYPE           PIC X(1).
             10 FILLER               PIC X(1).
             10 KS-TB-DBNAME         PIC X(8).
             10 FILLER               PIC X(1).
             10 KS-TB-TSNAME         PIC X(8).
             10 FILLER               PIC X(1).
             10 KS-TB-COLCOUNT       PIC 9(4).
             10 FILLER               PIC X(4).
          05 KS-COLUMN-DEFINITION REDEFINES KS-DEFINITION.
             10 KS-CL-COLTYPE        PIC X(8).
             10 FILLER               PIC X(1).
             10 KS-CL-LENGTH         PIC 9(5).
             10 FILLER               PIC X(1).
             10 KS-CL-SCALE          PIC 9(3).
             10 FILLER               PIC X(1).
             10 KS-CL-NULLS          PIC X(1).
             10 FILLER               PIC X(1).
             10 KS-CL-COLNO          PIC 9(4).
             10 FILLER               PIC X(3).
          05 KS-INDEX-DEFINITION REDEFINES KS-DEFINITION.
             10 KS-IX-UNIQUERULE     PIC X(1).
             10 FILLER               PIC X(1).
             10 KS-IX-CLUSTERING     PIC X(1).
             10 FILLER               PIC X(1).
             10 KS-IX-COLCOUNT       PIC 9(4).
             10 FILLER               PIC X(20).
          05 KS-GRANT-DEFINITION REDEFINES KS-DEFINITION.
      *         SELECT, INSERT, UPDATE, DELETE, ALTER, INDEX AND
      *         REFERENCES - 'Y', 'G' (WITH GRANT OPTION) OR BLANK
             10 KS-GR-SELECT         PIC X(1).
             10 KS-GR-INSERT         PIC X(1).
             10 KS-GR-UPDATE         PIC X(1).
             10 KS-GR-DELETE         PIC X(1).
             10 KS-GR-ALTER          PIC X(1).
             10 KS-GR-INDEX          PIC X(1).
             10 KS-GR-REFERENCES     PIC X(1).
             10 FILLER               PIC X(21).
          05 FILLER                  PIC X(25).
