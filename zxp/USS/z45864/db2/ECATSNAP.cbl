      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECATSNAP.
       AUTHOR. Julio Errecart.
      *****************************************************************
      *   DB2 CATALOG SNAPSHOT.-
      *      - WRITES ONE ECATSNP RECORD PER TABLE (SYSTABLES),
      *        COLUMN WITH ITS TYPE AND LENGTH (SYSCOLUMNS), INDEX
      *        (SYSINDEXES) AND TABLE GRANT (SYSTABAUTH) OWNED BY THE
      *        APPLICATION CREATORS, TO A NEW DB2CAT.SNAP GENERATION
      *        THAT ECATDIFF COMPARES WITH THE PREVIOUS ONE
      *.
      *      - THE FOUR CURSORS ARE READ IN TURN, EACH IN TABLE ORDER,
      *        SO THE SNAPSHOT COMES OUT IN ECATSNP KEY ORDER WITHOUT
      *        A SORT.  GRANTS ARE SUMMED PER GRANTEE AND GRANTOR (AN
      *        AUTHORITY HELD ON ANY OF THE ROWS COUNTS)
      *      - SYSIN CARD 1 = THE DB2 SUBSYSTEM, PASSED TO ZXPDSN.
      *        THEN ONE CREATOR PER CARD, UP TO FIVE, AND AN 'END'
      *        CARD
      *      - READ-ONLY AGAINST DB2.  RC=8 WHEN NO CREATOR CARD WAS
      *        GIVEN, SO AN EMPTY SNAPSHOT NEVER BECOMES THE BASELINE
      *.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO CATSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SNAPSHOT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY ECATSNP.

       WORKING-STORAGE SECTION.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01 WS-SUBSYSTEM-ID PIC X(4).
       01 WS-SNAPSHOT-STATUS PIC X(2).
       01 WS-CURRENT-DATE PIC X(14).
       01 WS-CARD-IN PIC X(8).
       01 WS-LIST-DONE-IND PIC X(1) VALUE 'N'.
           88 WS-LIST-DONE VALUE 'Y'.
       01 WS-CURSOR-DONE-IND PIC X(1) VALUE 'N'.
           88 WS-CURSOR-DONE VALUE 'Y'.
       01 WS-CREATOR-COUNT PIC 9(1) VALUE 0.
       01 WS-TABLE-COUNT PIC S9(7) COMP-3 VALUE 0.
       01 WS-COLUMN-COUNT PIC S9(7) COMP-3 VALUE 0.
       01 WS-INDEX-COUNT PIC S9(7) COMP-3 VALUE 0.
       01 WS-GRANT-COUNT PIC S9(7) COMP-3 VALUE 0.
      *
      *    APPLICATION CREATORS.  UNUSED SLOTS REPEAT THE FIRST ONE SO
      *    THE IN-LISTS BELOW ALWAYS HAVE FIVE VALUES
       01 HV-CREATOR-LIST.
           05 HV-CREATOR-1 PIC X(8) VALUE SPACES.
           05 HV-CREATOR-2 PIC X(8) VALUE SPACES.
           05 HV-CREATOR-3 PIC X(8) VALUE SPACES.
           05 HV-CREATOR-4 PIC X(8) VALUE SPACES.
           05 HV-CREATOR-5 PIC X(8) VALUE SPACES.
       01 HV-CREATOR-TABLE REDEFINES HV-CREATOR-LIST.
           05 HV-CREATOR PIC X(8) OCCURS 5 TIMES.
      *
       01 HV-TB-CREATOR PIC X(8).
       01 HV-TB-NAME PIC X(18).
       01 HV-OBJECT-NAME PIC X(18).
       01 HV-OBJECT-QUALIFIER PIC X(8).
       01 HV-TB-TYPE PIC X(1).
       01 HV-TB-DBNAME PIC X(8).
       01 HV-TB-TSNAME PIC X(8).
       01 HV-COLCOUNT PIC S9(4) COMP.
       01 HV-COLTYPE PIC X(8).
       01 HV-LENGTH PIC S9(9) COMP.
       01 HV-SCALE PIC S9(4) COMP.
       01 HV-NULLS PIC X(1).
       01 HV-COLNO PIC S9(4) COMP.
       01 HV-UNIQUERULE PIC X(1).
       01 HV-CLUSTERING PIC X(1).
       01 HV-GRANT-AUTHS.
           05 HV-SELECT-AUTH PIC X(1).
           05 HV-INSERT-AUTH PIC X(1).
           05 HV-UPDATE-AUTH PIC X(1).
           05 HV-DELETE-AUTH PIC X(1).
           05 HV-ALTER-AUTH PIC X(1).
           05 HV-INDEX-AUTH PIC X(1).
           05 HV-REFERENCES-AUTH PIC X(1).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
      *    DB2 SUBSYSTEM TO CONNECT TO, SUPPLIED ON A SYSIN CARD SO
      *    THIS LOAD MODULE CAN BE RUN AGAINST A TEST OR PRODUCTION
      *    SUBSYSTEM WITHOUT A RECOMPILE
           ACCEPT WS-SUBSYSTEM-ID FROM SYSIN.
           CALL 'ZXPDSN' USING WS-SUBSYSTEM-ID.
           PERFORM READ-NEXT-CREATOR.
           PERFORM STORE-ONE-CREATOR
              UNTIL WS-LIST-DONE.
           IF WS-CREATOR-COUNT IS EQUAL TO ZERO
              DISPLAY 'ECATSNAP - NO CREATOR CARDS ON SYSIN - '
                      'NO SNAPSHOT TAKEN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM FILL-UNUSED-CREATOR
              VARYING WS-CREATOR-COUNT FROM WS-CREATOR-COUNT BY 1
              UNTIL WS-CREATOR-COUNT IS EQUAL TO 5.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN OUTPUT SNAPSHOT-FILE.
           PERFORM SNAP-TABLES.
           PERFORM SNAP-COLUMNS.
           PERFORM SNAP-INDEXES.
           PERFORM SNAP-GRANTS.
           CLOSE SNAPSHOT-FILE.

           DISPLAY 'CATALOG SNAPSHOT ' WS-CURRENT-DATE
                   ' FOR ' HV-CREATOR-LIST.
           DISPLAY 'TABLES: ' WS-TABLE-COUNT
                   '  COLUMNS: ' WS-COLUMN-COUNT
                   '  INDEXES: ' WS-INDEX-COUNT
                   '  GRANTS: ' WS-GRANT-COUNT.
           STOP RUN.

       READ-NEXT-CREATOR.
           MOVE SPACES TO WS-CARD-IN.
           ACCEPT WS-CARD-IN FROM SYSIN.
           IF WS-CARD-IN IS EQUAL TO 'END'
              OR WS-CARD-IN IS EQUAL TO SPACES
              SET WS-LIST-DONE TO TRUE
           END-IF.

       STORE-ONE-CREATOR.
           IF WS-CREATOR-COUNT IS LESS THAN 5
              ADD 1 TO WS-CREATOR-COUNT
              MOVE WS-CARD-IN TO HV-CREATOR(WS-CREATOR-COUNT)
           ELSE
              DISPLAY 'ECATSNAP - MORE THAN FIVE CREATORS, IGNORED: '
                      WS-CARD-IN
           END-IF.
           PERFORM READ-NEXT-CREATOR.

       FILL-UNUSED-CREATOR.
           MOVE HV-CREATOR-1 TO HV-CREATOR(WS-CREATOR-COUNT + 1).

       START-SNAPSHOT-RECORD.
           MOVE SPACES TO CAT-SNAPSHOT-RECORD.
           MOVE HV-TB-CREATOR TO KS-TABLE-CREATOR.
           MOVE HV-TB-NAME TO KS-TABLE-NAME.
           MOVE WS-CURRENT-DATE TO KS-SNAPSHOT-TIMESTAMP.

      *****************************************************************
      *   TABLES, VIEWS AND ALIASES
      *****************************************************************
       SNAP-TABLES.
           EXEC SQL
              DECLARE TABLE-CSR CURSOR FOR
              SELECT CREATOR, NAME, TYPE, DBNAME, TSNAME, COLCOUNT
              FROM SYSIBM.SYSTABLES
              WHERE CREATOR IN (:HV-CREATOR-1, :HV-CREATOR-2,
                                :HV-CREATOR-3, :HV-CREATOR-4,
                                :HV-CREATOR-5)
              ORDER BY CREATOR, NAME
           END-EXEC.
           EXEC SQL
              OPEN TABLE-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-TABLE.
           PERFORM WRITE-ONE-TABLE
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE TABLE-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-TABLE.
           EXEC SQL
              FETCH TABLE-CSR
              INTO :HV-TB-CREATOR, :HV-TB-NAME, :HV-TB-TYPE,
                   :HV-TB-DBNAME, :HV-TB-TSNAME, :HV-COLCOUNT
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       WRITE-ONE-TABLE.
           PERFORM START-SNAPSHOT-RECORD.
           SET KS-IS-TABLE TO TRUE.
           MOVE HV-TB-TYPE TO KS-TB-TYPE.
           MOVE HV-TB-DBNAME TO KS-TB-DBNAME.
           MOVE HV-TB-TSNAME TO KS-TB-TSNAME.
           MOVE HV-COLCOUNT TO KS-TB-COLCOUNT.
           WRITE CAT-SNAPSHOT-RECORD.
           ADD 1 TO WS-TABLE-COUNT.
           PERFORM FETCH-NEXT-TABLE.

      *****************************************************************
      *   COLUMNS - TYPE, LENGTH, SCALE, NULLABILITY AND POSITION
      *****************************************************************
       SNAP-COLUMNS.
           EXEC SQL
              DECLARE COLUMN-CSR CURSOR FOR
              SELECT TBCREATOR, TBNAME, NAME, COLTYPE, LENGTH,
                     SCALE, NULLS, COLNO
              FROM SYSIBM.SYSCOLUMNS
              WHERE TBCREATOR IN (:HV-CREATOR-1, :HV-CREATOR-2,
                                  :HV-CREATOR-3, :HV-CREATOR-4,
                                  :HV-CREATOR-5)
              ORDER BY TBCREATOR, TBNAME, NAME
           END-EXEC.
           EXEC SQL
              OPEN COLUMN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-COLUMN.
           PERFORM WRITE-ONE-COLUMN
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE COLUMN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-COLUMN.
           EXEC SQL
              FETCH COLUMN-CSR
              INTO :HV-TB-CREATOR, :HV-TB-NAME, :HV-OBJECT-NAME,
                   :HV-COLTYPE, :HV-LENGTH, :HV-SCALE, :HV-NULLS,
                   :HV-COLNO
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       WRITE-ONE-COLUMN.
           PERFORM START-SNAPSHOT-RECORD.
           SET KS-IS-COLUMN TO TRUE.
           MOVE HV-OBJECT-NAME TO KS-OBJECT-NAME.
           MOVE HV-COLTYPE TO KS-CL-COLTYPE.
           MOVE HV-LENGTH TO KS-CL-LENGTH.
           MOVE HV-SCALE TO KS-CL-SCALE.
           MOVE HV-NULLS TO KS-CL-NULLS.
           MOVE HV-COLNO TO KS-CL-COLNO.
           WRITE CAT-SNAPSHOT-RECORD.
           ADD 1 TO WS-COLUMN-COUNT.
           PERFORM FETCH-NEXT-COLUMN.

      *****************************************************************
      *   INDEXES ON THE APPLICATION TABLES, WHOEVER CREATED THEM
      *****************************************************************
       SNAP-INDEXES.
           EXEC SQL
              DECLARE INDEX-CSR CURSOR FOR
              SELECT TBCREATOR, TBNAME, NAME, CREATOR, UNIQUERULE,
                     CLUSTERING, COLCOUNT
              FROM SYSIBM.SYSINDEXES
              WHERE TBCREATOR IN (:HV-CREATOR-1, :HV-CREATOR-2,
                                  :HV-CREATOR-3, :HV-CREATOR-4,
                                  :HV-CREATOR-5)
              ORDER BY TBCREATOR, TBNAME, NAME, CREATOR
           END-EXEC.
           EXEC SQL
              OPEN INDEX-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-INDEX.
           PERFORM WRITE-ONE-INDEX
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE INDEX-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-INDEX.
           EXEC SQL
              FETCH INDEX-CSR
              INTO :HV-TB-CREATOR, :HV-TB-NAME, :HV-OBJECT-NAME,
                   :HV-OBJECT-QUALIFIER, :HV-UNIQUERULE,
                   :HV-CLUSTERING, :HV-COLCOUNT
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       WRITE-ONE-INDEX.
           PERFORM START-SNAPSHOT-RECORD.
           SET KS-IS-INDEX TO TRUE.
           MOVE HV-OBJECT-NAME TO KS-OBJECT-NAME.
           MOVE HV-OBJECT-QUALIFIER TO KS-OBJECT-QUALIFIER.
           MOVE HV-UNIQUERULE TO KS-IX-UNIQUERULE.
           MOVE HV-CLUSTERING TO KS-IX-CLUSTERING.
           MOVE HV-COLCOUNT TO KS-IX-COLCOUNT.
           WRITE CAT-SNAPSHOT-RECORD.
           ADD 1 TO WS-INDEX-COUNT.
           PERFORM FETCH-NEXT-INDEX.

      *****************************************************************
      *   TABLE GRANTS - ONE RECORD PER GRANTEE AND GRANTOR
      *****************************************************************
       SNAP-GRANTS.
           EXEC SQL
              DECLARE GRANT-CSR CURSOR FOR
              SELECT TCREATOR, TTNAME, GRANTEE, GRANTOR,
                     MAX(SELECTAUTH), MAX(INSERTAUTH),
                     MAX(UPDATEAUTH), MAX(DELETEAUTH),
                     MAX(ALTERAUTH), MAX(INDEXAUTH),
                     MAX(REFERENCESAUTH)
              FROM SYSIBM.SYSTABAUTH
              WHERE TCREATOR IN (:HV-CREATOR-1, :HV-CREATOR-2,
                                 :HV-CREATOR-3, :HV-CREATOR-4,
                                 :HV-CREATOR-5)
              GROUP BY TCREATOR, TTNAME, GRANTEE, GRANTOR
              ORDER BY TCREATOR, TTNAME, GRANTEE, GRANTOR
           END-EXEC.
           EXEC SQL
              OPEN GRANT-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-GRANT.
           PERFORM WRITE-ONE-GRANT
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE GRANT-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-GRANT.
           EXEC SQL
              FETCH GRANT-CSR
              INTO :HV-TB-CREATOR, :HV-TB-NAME, :HV-OBJECT-NAME,
                   :HV-OBJECT-QUALIFIER, :HV-SELECT-AUTH,
                   :HV-INSERT-AUTH, :HV-UPDATE-AUTH,
                   :HV-DELETE-AUTH, :HV-ALTER-AUTH,
                   :HV-INDEX-AUTH, :HV-REFERENCES-AUTH
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       WRITE-ONE-GRANT.
           PERFORM START-SNAPSHOT-RECORD.
           SET KS-IS-GRANT TO TRUE.
           MOVE HV-OBJECT-NAME TO KS-OBJECT-NAME.
           MOVE HV-OBJECT-QUALIFIER TO KS-OBJECT-QUALIFIER.
           MOVE HV-SELECT-AUTH TO KS-GR-SELECT.
           MOVE HV-INSERT-AUTH TO KS-GR-INSERT.
           MOVE HV-UPDATE-AUTH TO KS-GR-UPDATE.
           MOVE HV-DELETE-AUTH TO KS-GR-DELETE.
           MOVE HV-ALTER-AUTH TO KS-GR-ALTER.
           MOVE HV-INDEX-AUTH TO KS-GR-INDEX.
           MOVE HV-REFERENCES-AUTH TO KS-GR-REFERENCES.
           WRITE CAT-SNAPSHOT-RECORD.
           ADD 1 TO WS-GRANT-COUNT.
           PERFORM FETCH-NEXT-GRANT.

       CHECK-SQLCODE.
      *    REUSABLE DB2 ERROR CHECK - SQLCODE 100 (NOT FOUND, USED
      *    TO DRIVE THE FETCH LOOPS TO END-OF-CURSOR) IS NOT AN ERROR.
      *    ANY NEGATIVE SQLCODE IS REPORTED AND ENDS THE JOB WITH A
      *    NON-ZERO CONDITION CODE, LEAVING A SHORT SNAPSHOT THAT THE
      *    JCL KEEPS OUT OF THE COMPARE
           IF SQLCODE IS LESS THAN ZERO
              DISPLAY 'DB2 ERROR ON ECATSNAP - SQLCODE: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
