       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM23.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program is the periodic retention purge of the two
      * files PROGRAM2 only ever appends to - the salary history
      * and the terminated archive.  PROGRAM2 loads the whole
      * archive for its rehire check and rewrites the whole history
      * on every transfer, and PROGRAM3, PROGRAM11, PROGRAM16 and
      * PROGRAM22 read them end to end, so every row carried past
      * its useful life costs every run.  Rows older than the
      * retention period are moved out to the year's purge
      * generation and the current files are rewritten with only
      * the rows kept.  A report shows the rows read, kept and
      * moved with their salary totals so the split can be proven.
      *
      * Some old rows are never moved, whatever their age, because
      * PROGRAM11's cross-checks depend on them:
      *    - the latest history row of every employee on the
      *      master, which carries the current salary the SALARY
      *      MISMATCH check compares with the master;
      *    - a history row whose key is on neither the master nor
      *      the archive, which is an ORPHAN HISTORY finding still to
      *      be resolved;
      *    - an archive record whose key is also on the master,
      *      which is an ON BOTH FILES finding still to be resolved;
      *    - an archive record with any history row still kept for
      *      its key, so moving it cannot turn those rows into
      *      orphans.
      * If the master or archive key table fills, nothing can be
      * proven safe to move and the run is cancelled.  Once rows are
      * moved, PROGRAM2 no longer flags a rehire of someone archived
      * before the cutoff and PROGRAM22 cannot rebuild a roster
      * dated before it without the purge generations.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master, keyed on
      *         WAREHOUSEID + EMPLOYEEID.  Read for its keys only.
      *    SALARY-HISTORY-FILE - the salary change rows PROGRAM2
      *         appends.
      *    TERMINATED-ARCHIVE-FILE - the deleted-employee archive
      *         PROGRAM2 appends.
      * *******
      * OUTPUT:
      *    SALARY-HISTORY-FILE / TERMINATED-ARCHIVE-FILE - rewritten
      *         with only the rows kept, in their original order,
      *         when any row is moved and the split proves.  The
      *         kept rows are first written to HISTORY-WORK-FILE and
      *         ARCHIVE-WORK-FILE and the rows to move to
      *         HISTORY-MOVED-FILE and ARCHIVE-MOVED-FILE, so a
      *         failed split leaves the current files and the purge
      *         generations untouched.
      *    HISTORY-PURGE-FILE / ARCHIVE-PURGE-FILE - the rows moved,
      *         in the same layouts as the current files, added to
      *         the end of the year's purge generation from the
      *         moved work files once the split proves, before the
      *         current file is replaced, so an interrupted run can
      *         never lose a row.  The
      *         scheduler catalogs each as that year's dated
      *         generation and starts an empty one each January, so
      *         a second purge in the same year adds to the first.
      *         A generation staged under the current file's name
      *         can be read by any program that reads that file.
      *    PURGE-REPORT-FILE - rows read, kept and moved with their
      *         salary totals for each file, the rows kept only for
      *         PROGRAM11's cross-checks, and the proof of the split.
      *         A split that does not prove ends the run with
      *         RETURN-CODE 8 and neither current file is replaced.
      * *******
      * PARM (FROM COMMAND-LINE):
      *    COLS 1-2 - RETENTION PERIOD IN WHOLE YEARS, AT LEAST
      *         PRG-MINIMUM-YEARS.  BLANK USES PRG-DEFAULT-YEARS.
      * *************
      * CALCULATIONS:
      *    CUTOFF DATE
      *        RUN DATE WITH RETENTION YEARS SUBTRACTED FROM THE
      *        YEAR (SAME MONTH AND DAY)
      *    HISTORY ROW MOVED WHEN
      *        EFFECTIVE DATE < CUTOFF DATE AND THE KEY IS ON THE
      *        MASTER OR THE ARCHIVE AND THE ROW IS NOT THE LATEST
      *        FOR A MASTER EMPLOYEE (THE LAST ROW READ WITH THE
      *        LATEST DATE, AS PROGRAM11 TAKES IT)
      *    ARCHIVE RECORD MOVED WHEN
      *        TERMINATION DATE < CUTOFF DATE AND THE KEY IS NOT ON
      *        THE MASTER AND NO HISTORY ROW IS KEPT FOR THE KEY
      *    SALARY TOTALS
      *        HISTORY - SUM OF NEW SALARY
      *        ARCHIVE - SUM OF CURRENT SALARY AT TERMINATION
      *    SPLIT PROVES WHEN, FOR EACH FILE,
      *        ROWS READ = ROWS KEPT + ROWS MOVED AND
      *        SALARY READ = SALARY KEPT + SALARY MOVED
      *        WHERE READ IS COUNTED FROM THE CURRENT FILE AS IT IS
      *        SPLIT, AND KEPT AND MOVED ARE COUNTED BY READING BACK
      *        THE KEPT AND MOVED WORK FILES AFTER THEY ARE CLOSED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  DESKTOP-CO4BC0K.
       OBJECT-COMPUTER.  DESKTOP-CO4BC0K.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA19.MST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-FILE-STATUS.
           SELECT OPTIONAL SALARY-HISTORY-FILE
               ASSIGN TO 'PR1FA19.HST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-WORK-FILE
               ASSIGN TO 'PR1FA19.HSW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-MOVED-FILE
               ASSIGN TO 'PR1FA19.HSM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-PURGE-FILE
               ASSIGN TO 'PR1FA19.HSY'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERMINATED-ARCHIVE-FILE
               ASSIGN TO 'PR1FA19.ARC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-WORK-FILE
               ASSIGN TO 'PR1FA19.ARW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-MOVED-FILE
               ASSIGN TO 'PR1FA19.ARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-PURGE-FILE
               ASSIGN TO 'PR1FA19.ARY'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-FILE
               ASSIGN TO PRINTER 'PURGE-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY.
               10  MST-WAREHOUSEID     PIC X(4).
               10  MST-EMPLOYEEID      PIC X(5).
           05  FILLER                  PIC X(61).

       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  SALARY-HISTORY-RECORD.
           05  SH-WAREHOUSEID          PIC X(4).
           05  SH-EMPLOYEEID           PIC X(5).
           05  SH-OLDSALARY            PIC 9(6)V9(2).
           05  SH-NEWSALARY            PIC 9(6)V9(2).
           05  SH-EFFDATE              PIC 9(8).

       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  HISTORY-WORK-RECORD.
           05  FILLER                  PIC X(17).
           05  HW-NEWSALARY            PIC 9(6)V9(2).
           05  FILLER                  PIC X(8).

       FD  HISTORY-MOVED-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  HISTORY-MOVED-RECORD.
           05  FILLER                  PIC X(17).
           05  HM-NEWSALARY            PIC 9(6)V9(2).
           05  FILLER                  PIC X(8).

       FD  HISTORY-PURGE-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  HISTORY-PURGE-RECORD        PIC X(33).

       FD  TERMINATED-ARCHIVE-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  TERMINATED-ARCHIVE-RECORD.
           05  TA-WAREHOUSEID          PIC X(4).
           05  TA-EMPLOYEEID           PIC X(5).
           05  FILLER                  PIC X(53).
           05  TA-CURRENTSALARY        PIC 9(6)V9(2).
           05  TA-TERMDATE             PIC 9(8).

       FD  ARCHIVE-WORK-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  ARCHIVE-WORK-RECORD.
           05  FILLER                  PIC X(62).
           05  AW-CURRENTSALARY        PIC 9(6)V9(2).
           05  FILLER                  PIC X(8).

       FD  ARCHIVE-MOVED-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  ARCHIVE-MOVED-RECORD.
           05  FILLER                  PIC X(62).
           05  AM-CURRENTSALARY        PIC 9(6)V9(2).
           05  FILLER                  PIC X(8).

       FD  ARCHIVE-PURGE-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  ARCHIVE-PURGE-RECORD        PIC X(78).

       FD  PURGE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  PURGE-OUT                   PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-SW           PIC X          VALUE ' '.
               88  MASTER-EOF                         VALUE 'Y'.
           05  HIST-EOF-SW             PIC X          VALUE ' '.
               88  HIST-EOF                           VALUE 'Y'.
           05  HIST-WORK-EOF-SW        PIC X          VALUE ' '.
               88  HIST-WORK-EOF                      VALUE 'Y'.
           05  ARC-EOF-SW              PIC X          VALUE ' '.
               88  ARC-EOF                            VALUE 'Y'.
           05  ARC-WORK-EOF-SW         PIC X          VALUE ' '.
               88  ARC-WORK-EOF                       VALUE 'Y'.
           05  HIST-MOVED-EOF-SW       PIC X          VALUE ' '.
               88  HIST-MOVED-EOF                     VALUE 'Y'.
           05  ARC-MOVED-EOF-SW        PIC X          VALUE ' '.
               88  ARC-MOVED-EOF                      VALUE 'Y'.
           05  KEY-FOUND-SW            PIC X          VALUE 'N'.
               88  KEY-FOUND                          VALUE 'Y'.
           05  SPLIT-PROVEN-SW         PIC X          VALUE 'N'.
               88  SPLIT-PROVEN                       VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  PARM-FIELDS.
           05  PARM-STRING          PIC X(40)      VALUE SPACES.
           05  PARM-DATA REDEFINES PARM-STRING.
               10  PARM-YEARS       PIC X(2).
               10  FILLER              PIC X(38).

       01  PURGE-FIELDS.
           05  PRG-DEFAULT-YEARS    PIC 9(2)       VALUE 7.
           05  PRG-MINIMUM-YEARS    PIC 9(2)       VALUE 2.
           05  PRG-YEARS            PIC 9(2)       VALUE 0.
           05  TODAY-YYYYMMDD       PIC 9(8)       VALUE 0.
           05  TODAY-DATE-PARTS REDEFINES TODAY-YYYYMMDD.
               10  TODAY-CCYY       PIC 9(4).
               10  TODAY-MMDD       PIC 9(4).
           05  PRG-CUTOFF-DATE      PIC 9(8)       VALUE 0.
           05  PRG-CUTOFF-PARTS REDEFINES PRG-CUTOFF-DATE.
               10  PRG-CUTOFF-CCYY  PIC 9(4).
               10  PRG-CUTOFF-MMDD  PIC 9(4).
           05  PRG-ROW-NUMBER       PIC 9(7)       VALUE 0.
           05  LOOKUP-WAREHOUSEID   PIC X(4)       VALUE SPACES.
           05  LOOKUP-EMPLOYEEID    PIC X(5)       VALUE SPACES.

      * MASTER KEYS, EACH WITH THE ROW NUMBER OF ITS LATEST HISTORY
      * ROW - THE ROW PROGRAM11'S SALARY MISMATCH CHECK READS.
       01  MASTER-TABLE-FIELDS.
           05  MT-TABLE-COUNT       PIC 9(4)       VALUE 0.
           05  MT-SUB               PIC 9(4)       VALUE 0.
           05  MT-HIT-SUB           PIC 9(4)       VALUE 0.

       01  MASTER-TABLE.
           05  MT-ENTRY                OCCURS 2000 TIMES.
               10  MT-WAREHOUSEID      PIC X(4)       VALUE SPACES.
               10  MT-EMPLOYEEID       PIC X(5)       VALUE SPACES.
               10  MT-LATEST-ROW       PIC 9(7)       VALUE ZERO.
               10  MT-LATEST-EFFDATE   PIC 9(8)       VALUE ZERO.

       01  ARCHIVE-KEY-FIELDS.
           05  AKT-TABLE-COUNT      PIC 9(4)       VALUE 0.
           05  AKT-SUB              PIC 9(4)       VALUE 0.

       01  ARCHIVE-KEY-TABLE.
           05  AKT-ENTRY               OCCURS 2000 TIMES.
               10  AKT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  AKT-EMPLOYEEID      PIC X(5)       VALUE SPACES.

      * KEYS OF ARCHIVED EMPLOYEES WITH A HISTORY ROW STILL KEPT.
      * IF THIS FILLS, NO ARCHIVE RECORD IS MOVED THIS RUN.
       01  KEPT-KEY-FIELDS.
           05  KKT-TABLE-COUNT      PIC 9(4)       VALUE 0.
           05  KKT-SUB              PIC 9(4)       VALUE 0.
           05  KKT-TABLE-FULL-SW    PIC X          VALUE 'N'.
               88  KKT-TABLE-FULL-WARNED              VALUE 'Y'.

       01  KEPT-KEY-TABLE.
           05  KKT-ENTRY               OCCURS 2000 TIMES.
               10  KKT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  KKT-EMPLOYEEID      PIC X(5)       VALUE SPACES.

       01  HISTORY-TOTAL-FIELDS.
           05  HST-READ-COUNT       PIC 9(7)       VALUE 0.
           05  HST-READ-SALARY      PIC 9(11)V99   VALUE 0.
           05  HST-KEPT-COUNT       PIC 9(7)       VALUE 0.
           05  HST-KEPT-SALARY      PIC 9(11)V99   VALUE 0.
           05  HST-MOVED-COUNT      PIC 9(7)       VALUE 0.
           05  HST-MOVED-SALARY     PIC 9(11)V99   VALUE 0.
           05  HST-LATEST-COUNT     PIC 9(7)       VALUE 0.
           05  HST-ORPHAN-COUNT     PIC 9(7)       VALUE 0.

       01  ARCHIVE-TOTAL-FIELDS.
           05  ARC-READ-COUNT       PIC 9(7)       VALUE 0.
           05  ARC-READ-SALARY      PIC 9(11)V99   VALUE 0.
           05  ARC-KEPT-COUNT       PIC 9(7)       VALUE 0.
           05  ARC-KEPT-SALARY      PIC 9(11)V99   VALUE 0.
           05  ARC-MOVED-COUNT      PIC 9(7)       VALUE 0.
           05  ARC-MOVED-SALARY     PIC 9(11)V99   VALUE 0.
           05  ARC-BOTH-COUNT       PIC 9(7)       VALUE 0.
           05  ARC-HISTORY-COUNT    PIC 9(7)       VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9         VALUE +2.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05 H1-DATE                  PIC 9999/99/99.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'MRO'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'DRAKEA, LTD'.
           05                          PIC X(53).

       01  HEADING-TWO.
           05                          PIC X(28)     VALUE SPACES.
           05                          PIC X(44)
                 VALUE 'SALARY HISTORY AND ARCHIVE RETENTION PURGE'.
           05                          PIC X(28).

       01  HEADING-RETENTION.
           05                          PIC X(28)     VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'RETENTION: '.
           05 HR-YEARS                 PIC Z9.
           05                          PIC X(15)
                                       VALUE ' YEARS  CUTOFF '.
           05 HR-CUTOFF-DATE           PIC 9999/99/99.
           05                          PIC X(34)     VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(35)     VALUE SPACES.
           05                          PIC X(9)      VALUE '     ROWS'.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(18)
                                       VALUE '      SALARY TOTAL'.
           05                          PIC X(34)     VALUE SPACES.

       01  SECTION-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 SL-TITLE                 PIC X(40).
           05                          PIC X(57)     VALUE SPACES.

       01  PURGE-AMOUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 PAL-LABEL                PIC X(30).
           05 PAL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(4)      VALUE SPACES.
           05 PAL-SALARY               PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(34)     VALUE SPACES.

       01  PURGE-COUNT-LINE.
           05                          PIC X(7)      VALUE SPACES.
           05 PCL-LABEL                PIC X(28).
           05 PCL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.

       01  PURGE-STATUS-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 PSL-MESSAGE              PIC X(60)     VALUE SPACES.
           05                          PIC X(37)     VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       PERFORM 16-LOAD-MASTER-KEYS-ROUTINE
       PERFORM 17-LOAD-ARCHIVE-KEYS-ROUTINE
       PERFORM 25-FIND-LATEST-ROWS-ROUTINE
       PERFORM 30-SPLIT-HISTORY-ROUTINE
       PERFORM 40-SPLIT-ARCHIVE-ROUTINE
       PERFORM 50-PROVE-SPLIT-ROUTINE
       PERFORM 55-REPLACE-FILES-ROUTINE
       PERFORM 60-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-YEARS EQUAL SPACES
               MOVE PRG-DEFAULT-YEARS TO PRG-YEARS
           ELSE
               IF PARM-YEARS NUMERIC
                   MOVE PARM-YEARS TO PRG-YEARS
               ELSE
                   MOVE 0 TO PRG-YEARS
               END-IF
           END-IF
           IF PRG-YEARS LESS THAN PRG-MINIMUM-YEARS
               DISPLAY 'PURGE PARM - COLS 1-2 MUST BE A RETENTION '
               DISPLAY '  PERIOD OF AT LEAST ' PRG-MINIMUM-YEARS
                   ' YEARS OR BLANK'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE PRG-CUTOFF-CCYY = TODAY-CCYY - PRG-YEARS
           MOVE TODAY-MMDD TO PRG-CUTOFF-MMDD
           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       16-LOAD-MASTER-KEYS-ROUTINE.

           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       IF MT-TABLE-COUNT LESS THAN 2000
                           ADD 1 TO MT-TABLE-COUNT
                           MOVE MST-WAREHOUSEID
                               TO MT-WAREHOUSEID(MT-TABLE-COUNT)
                           MOVE MST-EMPLOYEEID
                               TO MT-EMPLOYEEID(MT-TABLE-COUNT)
                       ELSE
                           DISPLAY 'MASTER KEY TABLE FULL AT 2000 - '
                               'NOTHING CAN BE PROVEN SAFE TO MOVE'
                           DISPLAY '  RUN CANCELLED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       17-LOAD-ARCHIVE-KEYS-ROUTINE.

           OPEN INPUT TERMINATED-ARCHIVE-FILE
           PERFORM UNTIL ARC-EOF
               READ TERMINATED-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARC-EOF-SW
                   NOT AT END
                       MOVE TA-WAREHOUSEID TO LOOKUP-WAREHOUSEID
                       MOVE TA-EMPLOYEEID TO LOOKUP-EMPLOYEEID
                       PERFORM 35-FIND-ARCHIVE-KEY-ROUTINE
                       IF NOT KEY-FOUND
                           PERFORM 18-ADD-ARCHIVE-KEY-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-ARCHIVE-FILE
           MOVE ' ' TO ARC-EOF-SW
           .

       18-ADD-ARCHIVE-KEY-ROUTINE.

           IF AKT-TABLE-COUNT LESS THAN 2000
               ADD 1 TO AKT-TABLE-COUNT
               MOVE TA-WAREHOUSEID TO AKT-WAREHOUSEID(AKT-TABLE-COUNT)
               MOVE TA-EMPLOYEEID TO AKT-EMPLOYEEID(AKT-TABLE-COUNT)
           ELSE
               DISPLAY 'ARCHIVE KEY TABLE FULL AT 2000 - '
                   'NOTHING CAN BE PROVEN SAFE TO MOVE'
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * FIRST PASS OF THE HISTORY - NUMBERS THE ROWS AND NOTES WHICH
      * ROW IS EACH MASTER EMPLOYEE'S LATEST.
       25-FIND-LATEST-ROWS-ROUTINE.

           MOVE 0 TO PRG-ROW-NUMBER
           OPEN INPUT SALARY-HISTORY-FILE
           PERFORM UNTIL HIST-EOF
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO PRG-ROW-NUMBER
                       PERFORM 26-NOTE-LATEST-ROW-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           MOVE ' ' TO HIST-EOF-SW
           .

       26-NOTE-LATEST-ROW-ROUTINE.

           MOVE SH-WAREHOUSEID TO LOOKUP-WAREHOUSEID
           MOVE SH-EMPLOYEEID TO LOOKUP-EMPLOYEEID
           PERFORM 34-FIND-MASTER-KEY-ROUTINE
           IF KEY-FOUND
               IF MT-LATEST-ROW(MT-HIT-SUB) EQUAL ZERO OR
                  SH-EFFDATE GREATER THAN OR EQUAL TO
                      MT-LATEST-EFFDATE(MT-HIT-SUB)
                   MOVE PRG-ROW-NUMBER TO MT-LATEST-ROW(MT-HIT-SUB)
                   MOVE SH-EFFDATE TO MT-LATEST-EFFDATE(MT-HIT-SUB)
               END-IF
           END-IF
           .

      * SECOND PASS - EVERY ROW GOES TO THE KEPT WORK FILE OR THE
      * MOVED WORK FILE, IN ITS ORIGINAL ORDER.
       30-SPLIT-HISTORY-ROUTINE.

           MOVE 0 TO PRG-ROW-NUMBER
           OPEN INPUT SALARY-HISTORY-FILE
                OUTPUT HISTORY-WORK-FILE
                       HISTORY-MOVED-FILE
           PERFORM UNTIL HIST-EOF
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO PRG-ROW-NUMBER
                       PERFORM 32-SPLIT-HISTORY-ROW-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
                 HISTORY-WORK-FILE
                 HISTORY-MOVED-FILE
           .

       32-SPLIT-HISTORY-ROW-ROUTINE.

           ADD 1 TO HST-READ-COUNT
           ADD SH-NEWSALARY TO HST-READ-SALARY
           MOVE SH-WAREHOUSEID TO LOOKUP-WAREHOUSEID
           MOVE SH-EMPLOYEEID TO LOOKUP-EMPLOYEEID
           PERFORM 34-FIND-MASTER-KEY-ROUTINE
           IF KEY-FOUND
               IF MT-LATEST-ROW(MT-HIT-SUB) EQUAL PRG-ROW-NUMBER
                   IF SH-EFFDATE LESS THAN PRG-CUTOFF-DATE
                       ADD 1 TO HST-LATEST-COUNT
                   END-IF
                   PERFORM 37-KEEP-HISTORY-ROW-ROUTINE
               ELSE
                   IF SH-EFFDATE LESS THAN PRG-CUTOFF-DATE
                       PERFORM 38-MOVE-HISTORY-ROW-ROUTINE
                   ELSE
                       PERFORM 37-KEEP-HISTORY-ROW-ROUTINE
                   END-IF
               END-IF
           ELSE
               PERFORM 35-FIND-ARCHIVE-KEY-ROUTINE
               IF KEY-FOUND
                   IF SH-EFFDATE LESS THAN PRG-CUTOFF-DATE
                       PERFORM 38-MOVE-HISTORY-ROW-ROUTINE
                   ELSE
                       PERFORM 37-KEEP-HISTORY-ROW-ROUTINE
                       PERFORM 36-NOTE-KEPT-KEY-ROUTINE
                   END-IF
               ELSE
                   IF SH-EFFDATE LESS THAN PRG-CUTOFF-DATE
                       ADD 1 TO HST-ORPHAN-COUNT
                   END-IF
                   PERFORM 37-KEEP-HISTORY-ROW-ROUTINE
               END-IF
           END-IF
           .

       34-FIND-MASTER-KEY-ROUTINE.

           MOVE 'N' TO KEY-FOUND-SW
           MOVE 0 TO MT-HIT-SUB
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-TABLE-COUNT
               IF MT-WAREHOUSEID(MT-SUB) EQUAL LOOKUP-WAREHOUSEID AND
                  MT-EMPLOYEEID(MT-SUB) EQUAL LOOKUP-EMPLOYEEID
                   MOVE 'Y' TO KEY-FOUND-SW
                   MOVE MT-SUB TO MT-HIT-SUB
                   MOVE MT-TABLE-COUNT TO MT-SUB
               END-IF
           END-PERFORM
           .

       35-FIND-ARCHIVE-KEY-ROUTINE.

           MOVE 'N' TO KEY-FOUND-SW
           PERFORM VARYING AKT-SUB FROM 1 BY 1
                   UNTIL AKT-SUB > AKT-TABLE-COUNT
               IF AKT-WAREHOUSEID(AKT-SUB) EQUAL LOOKUP-WAREHOUSEID
                  AND AKT-EMPLOYEEID(AKT-SUB) EQUAL LOOKUP-EMPLOYEEID
                   MOVE 'Y' TO KEY-FOUND-SW
                   MOVE AKT-TABLE-COUNT TO AKT-SUB
               END-IF
           END-PERFORM
           .

       36-NOTE-KEPT-KEY-ROUTINE.

           PERFORM 43-FIND-KEPT-KEY-ROUTINE
           IF NOT KEY-FOUND
               IF KKT-TABLE-COUNT LESS THAN 2000
                   ADD 1 TO KKT-TABLE-COUNT
                   MOVE LOOKUP-WAREHOUSEID
                       TO KKT-WAREHOUSEID(KKT-TABLE-COUNT)
                   MOVE LOOKUP-EMPLOYEEID
                       TO KKT-EMPLOYEEID(KKT-TABLE-COUNT)
               ELSE
                   IF NOT KKT-TABLE-FULL-WARNED
                       DISPLAY 'WARNING: KEPT KEY TABLE FULL - NO '
                           'ARCHIVE RECORD MOVED THIS RUN'
                       MOVE 'Y' TO KKT-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF
           .

       37-KEEP-HISTORY-ROW-ROUTINE.

           WRITE HISTORY-WORK-RECORD FROM SALARY-HISTORY-RECORD
           .

       38-MOVE-HISTORY-ROW-ROUTINE.

           WRITE HISTORY-MOVED-RECORD FROM SALARY-HISTORY-RECORD
           .

       40-SPLIT-ARCHIVE-ROUTINE.

           OPEN INPUT TERMINATED-ARCHIVE-FILE
                OUTPUT ARCHIVE-WORK-FILE
                       ARCHIVE-MOVED-FILE
           PERFORM UNTIL ARC-EOF
               READ TERMINATED-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARC-EOF-SW
                   NOT AT END
                       PERFORM 42-SPLIT-ARCHIVE-ROW-ROUTINE
               END-READ
           END-PERFORM
           CLOSE TERMINATED-ARCHIVE-FILE
                 ARCHIVE-WORK-FILE
                 ARCHIVE-MOVED-FILE
           .

       42-SPLIT-ARCHIVE-ROW-ROUTINE.

           ADD 1 TO ARC-READ-COUNT
           ADD TA-CURRENTSALARY TO ARC-READ-SALARY
           IF TA-TERMDATE NOT LESS THAN PRG-CUTOFF-DATE
               PERFORM 44-KEEP-ARCHIVE-ROW-ROUTINE
           ELSE
               MOVE TA-WAREHOUSEID TO LOOKUP-WAREHOUSEID
               MOVE TA-EMPLOYEEID TO LOOKUP-EMPLOYEEID
               PERFORM 34-FIND-MASTER-KEY-ROUTINE
               IF KEY-FOUND
                   ADD 1 TO ARC-BOTH-COUNT
                   PERFORM 44-KEEP-ARCHIVE-ROW-ROUTINE
               ELSE
                   PERFORM 43-FIND-KEPT-KEY-ROUTINE
                   IF KEY-FOUND OR KKT-TABLE-FULL-WARNED
                       ADD 1 TO ARC-HISTORY-COUNT
                       PERFORM 44-KEEP-ARCHIVE-ROW-ROUTINE
                   ELSE
                       PERFORM 45-MOVE-ARCHIVE-ROW-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

       43-FIND-KEPT-KEY-ROUTINE.

           MOVE 'N' TO KEY-FOUND-SW
           PERFORM VARYING KKT-SUB FROM 1 BY 1
                   UNTIL KKT-SUB > KKT-TABLE-COUNT
               IF KKT-WAREHOUSEID(KKT-SUB) EQUAL LOOKUP-WAREHOUSEID
                  AND KKT-EMPLOYEEID(KKT-SUB) EQUAL LOOKUP-EMPLOYEEID
                   MOVE 'Y' TO KEY-FOUND-SW
                   MOVE KKT-TABLE-COUNT TO KKT-SUB
               END-IF
           END-PERFORM
           .

       44-KEEP-ARCHIVE-ROW-ROUTINE.

           WRITE ARCHIVE-WORK-RECORD FROM TERMINATED-ARCHIVE-RECORD
           .

       45-MOVE-ARCHIVE-ROW-ROUTINE.

           WRITE ARCHIVE-MOVED-RECORD FROM TERMINATED-ARCHIVE-RECORD
           .

      * THE KEPT AND MOVED FIGURES ARE TAKEN FROM THE WORK FILES AS
      * WRITTEN, NOT FROM THE SPLIT, SO A ROW LOST OR DOUBLED ON ITS
      * WAY TO EITHER FILE BREAKS THE PROOF.
       50-PROVE-SPLIT-ROUTINE.

           PERFORM 51-COUNT-HISTORY-WORK-ROUTINE
           PERFORM 52-COUNT-ARCHIVE-WORK-ROUTINE
           IF HST-READ-COUNT EQUAL HST-KEPT-COUNT + HST-MOVED-COUNT
              AND HST-READ-SALARY EQUAL
                  HST-KEPT-SALARY + HST-MOVED-SALARY
              AND ARC-READ-COUNT EQUAL ARC-KEPT-COUNT + ARC-MOVED-COUNT
              AND ARC-READ-SALARY EQUAL
                  ARC-KEPT-SALARY + ARC-MOVED-SALARY
               MOVE 'Y' TO SPLIT-PROVEN-SW
           END-IF
           .

       51-COUNT-HISTORY-WORK-ROUTINE.

           OPEN INPUT HISTORY-WORK-FILE
                      HISTORY-MOVED-FILE
           PERFORM UNTIL HIST-WORK-EOF
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE 'Y' TO HIST-WORK-EOF-SW
                   NOT AT END
                       ADD 1 TO HST-KEPT-COUNT
                       ADD HW-NEWSALARY TO HST-KEPT-SALARY
               END-READ
           END-PERFORM
           PERFORM UNTIL HIST-MOVED-EOF
               READ HISTORY-MOVED-FILE
                   AT END
                       MOVE 'Y' TO HIST-MOVED-EOF-SW
                   NOT AT END
                       ADD 1 TO HST-MOVED-COUNT
                       ADD HM-NEWSALARY TO HST-MOVED-SALARY
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
                 HISTORY-MOVED-FILE
           MOVE ' ' TO HIST-WORK-EOF-SW
           MOVE ' ' TO HIST-MOVED-EOF-SW
           .

       52-COUNT-ARCHIVE-WORK-ROUTINE.

           OPEN INPUT ARCHIVE-WORK-FILE
                      ARCHIVE-MOVED-FILE
           PERFORM UNTIL ARC-WORK-EOF
               READ ARCHIVE-WORK-FILE
                   AT END
                       MOVE 'Y' TO ARC-WORK-EOF-SW
                   NOT AT END
                       ADD 1 TO ARC-KEPT-COUNT
                       ADD AW-CURRENTSALARY TO ARC-KEPT-SALARY
               END-READ
           END-PERFORM
           PERFORM UNTIL ARC-MOVED-EOF
               READ ARCHIVE-MOVED-FILE
                   AT END
                       MOVE 'Y' TO ARC-MOVED-EOF-SW
                   NOT AT END
                       ADD 1 TO ARC-MOVED-COUNT
                       ADD AM-CURRENTSALARY TO ARC-MOVED-SALARY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE
                 ARCHIVE-MOVED-FILE
           MOVE ' ' TO ARC-WORK-EOF-SW
           MOVE ' ' TO ARC-MOVED-EOF-SW
           .

      * NOTHING LEAVES THE WORK FILES UNTIL THE SPLIT PROVES.  THE
      * MOVED ROWS ARE ADDED TO THE PURGE GENERATION FIRST, THEN THE
      * CURRENT FILE IS REWRITTEN FROM THE KEPT ROWS, THE SAME WAY
      * PROGRAM2 PUTS BACK THE HISTORY AFTER A TRANSFER - AND ONLY
      * WHEN SOMETHING WAS MOVED OUT OF IT.
       55-REPLACE-FILES-ROUTINE.

           IF SPLIT-PROVEN AND HST-MOVED-COUNT GREATER THAN ZERO
               OPEN INPUT HISTORY-MOVED-FILE
                   EXTEND HISTORY-PURGE-FILE
               PERFORM UNTIL HIST-MOVED-EOF
                   READ HISTORY-MOVED-FILE
                       AT END
                           MOVE 'Y' TO HIST-MOVED-EOF-SW
                       NOT AT END
                           WRITE HISTORY-PURGE-RECORD
                               FROM HISTORY-MOVED-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-MOVED-FILE
                     HISTORY-PURGE-FILE
               OPEN INPUT HISTORY-WORK-FILE
                   OUTPUT SALARY-HISTORY-FILE
               PERFORM UNTIL HIST-WORK-EOF
                   READ HISTORY-WORK-FILE
                       AT END
                           MOVE 'Y' TO HIST-WORK-EOF-SW
                       NOT AT END
                           WRITE SALARY-HISTORY-RECORD
                               FROM HISTORY-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
                     SALARY-HISTORY-FILE
           END-IF
           IF SPLIT-PROVEN AND ARC-MOVED-COUNT GREATER THAN ZERO
               OPEN INPUT ARCHIVE-MOVED-FILE
                   EXTEND ARCHIVE-PURGE-FILE
               PERFORM UNTIL ARC-MOVED-EOF
                   READ ARCHIVE-MOVED-FILE
                       AT END
                           MOVE 'Y' TO ARC-MOVED-EOF-SW
                       NOT AT END
                           WRITE ARCHIVE-PURGE-RECORD
                               FROM ARCHIVE-MOVED-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-MOVED-FILE
                     ARCHIVE-PURGE-FILE
               OPEN INPUT ARCHIVE-WORK-FILE
                   OUTPUT TERMINATED-ARCHIVE-FILE
               PERFORM UNTIL ARC-WORK-EOF
                   READ ARCHIVE-WORK-FILE
                       AT END
                           MOVE 'Y' TO ARC-WORK-EOF-SW
                       NOT AT END
                           WRITE TERMINATED-ARCHIVE-RECORD
                               FROM ARCHIVE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-WORK-FILE
                     TERMINATED-ARCHIVE-FILE
           END-IF
           .

       60-EOF-ROUTINE.

           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE TODAY-YYYYMMDD TO H1-DATE
           MOVE PRG-YEARS TO HR-YEARS
           MOVE PRG-CUTOFF-DATE TO HR-CUTOFF-DATE
           WRITE PURGE-OUT FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE PURGE-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           WRITE PURGE-OUT FROM HEADING-RETENTION
               AFTER ADVANCING 1
           WRITE PURGE-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'SALARY HISTORY (PR1FA19.HST)' TO SL-TITLE
           WRITE PURGE-OUT FROM SECTION-LINE
               AFTER ADVANCING 2
           MOVE 'ROWS READ' TO PAL-LABEL
           MOVE HST-READ-COUNT TO PAL-COUNT
           MOVE HST-READ-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'ROWS KEPT' TO PAL-LABEL
           MOVE HST-KEPT-COUNT TO PAL-COUNT
           MOVE HST-KEPT-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'ROWS MOVED TO PR1FA19.HSY' TO PAL-LABEL
           MOVE HST-MOVED-COUNT TO PAL-COUNT
           MOVE HST-MOVED-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'OLD BUT KEPT - LATEST SALARY' TO PCL-LABEL
           MOVE HST-LATEST-COUNT TO PCL-COUNT
           PERFORM 64-WRITE-COUNT-LINE-ROUTINE
           MOVE 'OLD BUT KEPT - ORPHAN KEY' TO PCL-LABEL
           MOVE HST-ORPHAN-COUNT TO PCL-COUNT
           PERFORM 64-WRITE-COUNT-LINE-ROUTINE

           MOVE 'TERMINATED ARCHIVE (PR1FA19.ARC)' TO SL-TITLE
           WRITE PURGE-OUT FROM SECTION-LINE
               AFTER ADVANCING 3
           MOVE 'RECORDS READ' TO PAL-LABEL
           MOVE ARC-READ-COUNT TO PAL-COUNT
           MOVE ARC-READ-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'RECORDS KEPT' TO PAL-LABEL
           MOVE ARC-KEPT-COUNT TO PAL-COUNT
           MOVE ARC-KEPT-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'RECORDS MOVED TO PR1FA19.ARY' TO PAL-LABEL
           MOVE ARC-MOVED-COUNT TO PAL-COUNT
           MOVE ARC-MOVED-SALARY TO PAL-SALARY
           PERFORM 62-WRITE-AMOUNT-LINE-ROUTINE
           MOVE 'OLD BUT KEPT - ON MASTER TOO' TO PCL-LABEL
           MOVE ARC-BOTH-COUNT TO PCL-COUNT
           PERFORM 64-WRITE-COUNT-LINE-ROUTINE
           MOVE 'OLD BUT KEPT - HISTORY KEPT' TO PCL-LABEL
           MOVE ARC-HISTORY-COUNT TO PCL-COUNT
           PERFORM 64-WRITE-COUNT-LINE-ROUTINE

           IF SPLIT-PROVEN
               IF HST-MOVED-COUNT EQUAL ZERO AND
                  ARC-MOVED-COUNT EQUAL ZERO
                   MOVE '*** NOTHING PAST RETENTION - FILES UNCHANGED '
                       TO PSL-MESSAGE
                   MOVE '***' TO PSL-MESSAGE(46:)
               ELSE
                   MOVE '*** SPLIT PROVEN - READ EQUALS KEPT PLUS '
                       TO PSL-MESSAGE
                   MOVE 'MOVED ***' TO PSL-MESSAGE(42:)
               END-IF
           ELSE
               MOVE '*** SPLIT DOES NOT PROVE - CURRENT FILES NOT '
                   TO PSL-MESSAGE
               MOVE 'REPLACED ***' TO PSL-MESSAGE(46:)
               DISPLAY 'PROGRAM23 PURGE SPLIT DOES NOT PROVE - '
               DISPLAY '  PR1FA19.HST AND PR1FA19.ARC NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PURGE-OUT FROM PURGE-STATUS-LINE
               AFTER ADVANCING 3
           CLOSE PURGE-REPORT-FILE
           STOP RUN
           .

       62-WRITE-AMOUNT-LINE-ROUTINE.

           WRITE PURGE-OUT FROM PURGE-AMOUNT-LINE
               AFTER ADVANCING 1
           .

       64-WRITE-COUNT-LINE-ROUTINE.

           WRITE PURGE-OUT FROM PURGE-COUNT-LINE
               AFTER ADVANCING 1
           .
