       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM22.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program rebuilds the workforce as it stood on a past
      * date, for auditors and legal asking who was employed at
      * each warehouse, and at what salary, on that day.  Nothing
      * new is kept for it - the master's hire dates, the salary
      * history PROGRAM2 appends and the terminated archive already
      * hold everything needed.  An employee is on the roster when
      * hired on or before the as-of date and not yet terminated on
      * it, so people who have since left are included from the
      * archive.  Each one's salary on the date is worked out from
      * their history rows.  The roster prints in warehouse and
      * last-name order with headcount and salary totals, and a
      * comma-delimited copy is written to hand to the auditors.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master PROGRAM1 and
      *         PROGRAM2 share.  Every employee on it hired on or
      *         before the as-of date is on the roster.
      *    TERMINATED-ARCHIVE-FILE - the deleted-employee archive
      *         PROGRAM2 appends, each record the master image at
      *         deletion plus the termination date.  A former
      *         employee hired on or before the as-of date and
      *         terminated after it is on the roster.  An employee
      *         deleted and rehired has one stint on the archive
      *         and one on the master, and only the stint covering
      *         the as-of date counts.
      *    SALARY-HISTORY-FILE - the salary change rows PROGRAM2
      *         appends: old salary, new salary and effective date.
      *         PROGRAM2 re-keys the rows of a transferred employee
      *         to the new warehouse, so the history always follows
      *         the key now on file.  Transfers themselves carry no
      *         date on these files - an employee transferred since
      *         the as-of date is shown under today's warehouse.
      * *******
      * OUTPUT:
      *    ROSTER-REPORT-FILE - one page per warehouse listing every
      *         employee active on the as-of date with position,
      *         hire date, termination date for anyone since
      *         terminated, salary on the date and where that salary
      *         came from, closed by the warehouse headcount and
      *         salary total; then the same totals for all
      *         warehouses and the run counts.
      *    ROSTER-CSV-FILE - a comma-delimited copy of the roster,
      *         rewritten every run, one line per employee:
      *         AS-OF DATE, WAREHOUSE ID, EMPLOYEE ID, LAST NAME,
      *         FIRST NAME, POSITION, HIRE DATE, TERMINATION DATE
      *         (EMPTY WHEN STILL EMPLOYED), SALARY ON THE DATE,
      *         SALARY BASIS
      *         FOLLOWED BY ONE CONTROL TRAILER LIKE THE ONE ON
      *         PR1FA19.CSV:
      *         'T', RUN DATE, RECORD COUNT, HASHED SALARY TOTAL
      * *******
      * PARM (FROM COMMAND-LINE):
      *    COLS 1-8 - AS-OF DATE, CCYYMMDD.  REQUIRED, A REAL
      *         CALENDAR DATE (MONTH LENGTH AND LEAP YEARS CHECKED)
      *         AND NOT LATER THAN THE RUN DATE.
      * *************
      * CALCULATIONS:
      *    ACTIVE ON THE AS-OF DATE
      *        MASTER:  HIRE DATE <= AS-OF DATE
      *        ARCHIVE: HIRE DATE <= AS-OF DATE AND
      *                 TERMINATION DATE > AS-OF DATE
      *    SALARY ON THE AS-OF DATE - ONLY HISTORY ROWS DATED
      *        INSIDE THE STINT (ON OR AFTER THE HIRE DATE, AND NOT
      *        AFTER THE TERMINATION DATE) ARE USED:
      *        CHANGE  - NEW SALARY OF THE LATEST ROW EFFECTIVE ON
      *                  OR BEFORE THE AS-OF DATE
      *        PRIOR   - OTHERWISE THE OLD SALARY OF THE EARLIEST
      *                  ROW EFFECTIVE AFTER THE AS-OF DATE
      *        ON FILE - OTHERWISE THE CURRENT SALARY ON THE
      *                  MASTER OR ARCHIVE RECORD (NO CHANGE SINCE
      *                  HIRE)
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
           SELECT OPTIONAL TERMINATED-ARCHIVE-FILE
               ASSIGN TO 'PR1FA19.ARC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALARY-HISTORY-FILE
               ASSIGN TO 'PR1FA19.HST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN TO 'SORTWK22'.
           SELECT ROSTER-CSV-FILE
               ASSIGN TO 'PR1FA19.PIT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-REPORT-FILE
               ASSIGN TO PRINTER 'ROSTER-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY.
               10  MST-WAREHOUSEID     PIC X(4).
               10  MST-EMPLOYEEID      PIC X(5).
           05  MST-EMPLOYEEPOSITION    PIC X(2).
           05  MST-EMPLOYEELN          PIC X(10).
           05  MST-EMPLOYEEFN          PIC X(10).
           05  FILLER                  PIC X(3).
           05  MST-HIRE-DATE           PIC 9(8).
           05  MST-STARTSALARY         PIC 9(6)V9(2).
           05  FILLER                  PIC 9(4).
           05  MST-LASTINCREASE        PIC 9(8).
           05  MST-CURRENTSALARY       PIC 9(6)V9(2).

       FD  TERMINATED-ARCHIVE-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  TERMINATED-ARCHIVE-RECORD.
           05  TA-WAREHOUSEID          PIC X(4).
           05  TA-EMPLOYEEID           PIC X(5).
           05  TA-EMPLOYEEPOSITION     PIC X(2).
           05  TA-EMPLOYEELN           PIC X(10).
           05  TA-EMPLOYEEFN           PIC X(10).
           05  FILLER                  PIC X(3).
           05  TA-HIRE-DATE            PIC 9(8).
           05  TA-STARTSALARY          PIC 9(6)V9(2).
           05  FILLER                  PIC 9(4).
           05  TA-LASTINCREASE         PIC 9(8).
           05  TA-CURRENTSALARY        PIC 9(6)V9(2).
           05  TA-TERMDATE             PIC 9(8).

       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  SALARY-HISTORY-RECORD.
           05  SH-WAREHOUSEID          PIC X(4).
           05  SH-EMPLOYEEID           PIC X(5).
           05  SH-OLDSALARY            PIC 9(6)V9(2).
           05  SH-NEWSALARY            PIC 9(6)V9(2).
           05  SH-EFFDATE              PIC 9(8).

       SD  SORT-FILE.

       01  SD-RECORD.
           05  SD-WAREHOUSEID          PIC X(4).
           05  SD-EMPLOYEELN           PIC X(10).
           05  SD-EMPLOYEEFN           PIC X(10).
           05  SD-EMPLOYEEID           PIC X(5).
           05  SD-EMPLOYEEPOSITION     PIC X(2).
           05  SD-HIRE-DATE            PIC 9(8).
           05  SD-TERMDATE             PIC 9(8).
           05  SD-SALARY               PIC 9(6)V9(2).
           05  SD-BASIS                PIC X(7).

       FD  ROSTER-CSV-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  ROSTER-CSV-RECORD           PIC X(100).

       FD  ROSTER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  ROSTER-OUT                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-SW           PIC X          VALUE ' '.
               88  MASTER-EOF                         VALUE 'Y'.
           05  ARC-EOF-SW              PIC X          VALUE ' '.
               88  ARC-EOF                            VALUE 'Y'.
           05  HIST-EOF-SW             PIC X          VALUE ' '.
               88  HIST-EOF                           VALUE 'Y'.
           05  SORT-EOF-SW             PIC X          VALUE ' '.
               88  SORT-EOF                           VALUE 'Y'.
           05  FIRST-RECORD-SW         PIC X          VALUE 'Y'.
               88  FIRST-RECORD                       VALUE 'Y'.
           05  BEFORE-FOUND-SW         PIC X          VALUE 'N'.
               88  BEFORE-FOUND                       VALUE 'Y'.
           05  AFTER-FOUND-SW          PIC X          VALUE 'N'.
               88  AFTER-FOUND                        VALUE 'Y'.
           05  VALID-DATE-SW           PIC X          VALUE 'Y'.
               88  VALID-DATE                         VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  PARM-FIELDS.
           05  PARM-STRING          PIC X(40)      VALUE SPACES.
           05  PARM-DATA REDEFINES PARM-STRING.
               10  PARM-ASOF-DATE   PIC X(8).
               10  FILLER              PIC X(32).

       01  ROSTER-RECORD.
           05  RR-WAREHOUSEID          PIC X(4).
           05  RR-EMPLOYEELN           PIC X(10).
           05  RR-EMPLOYEEFN           PIC X(10).
           05  RR-EMPLOYEEID           PIC X(5).
           05  RR-EMPLOYEEPOSITION     PIC X(2).
           05  RR-HIRE-DATE            PIC 9(8).
           05  RR-TERMDATE             PIC 9(8).
           05  RR-SALARY               PIC 9(6)V9(2).
           05  RR-BASIS                PIC X(7).

       01  POINT-IN-TIME-FIELDS.
           05  PIT-ASOF-DATE        PIC 9(8)       VALUE 0.
           05  PIT-ASOF-PARTS REDEFINES PIT-ASOF-DATE.
               10  PIT-ASOF-CCYY    PIC 9(4).
               10  PIT-ASOF-MM      PIC 9(2).
               10  PIT-ASOF-DD      PIC 9(2).
           05  TODAY-YYYYMMDD       PIC 9(8)       VALUE 0.
           05  DAYS-IN-MONTH        PIC 9(2)       VALUE 0.
           05  PIT-STINT-HIRE       PIC 9(8)       VALUE 0.
           05  PIT-STINT-END        PIC 9(8)       VALUE 0.
           05  PIT-FILE-SALARY      PIC 9(6)V99    VALUE 0.
           05  PIT-BEFORE-EFFDATE   PIC 9(8)       VALUE 0.
           05  PIT-BEFORE-SALARY    PIC 9(6)V99    VALUE 0.
           05  PIT-AFTER-EFFDATE    PIC 9(8)       VALUE 0.
           05  PIT-AFTER-SALARY     PIC 9(6)V99    VALUE 0.
           05  LOOKUP-WAREHOUSEID   PIC X(4)       VALUE SPACES.
           05  LOOKUP-EMPLOYEEID    PIC X(5)       VALUE SPACES.

      * EVERY HISTORY ROW, SEARCHED FOR EACH EMPLOYEE ON THE ROSTER.
       01  HISTORY-TABLE-FIELDS.
           05  HT-TABLE-COUNT       PIC 9(5)       VALUE 0.
           05  HT-SUB               PIC 9(5)       VALUE 0.
           05  HT-TABLE-FULL-SW     PIC X          VALUE 'N'.
               88  HT-TABLE-FULL-WARNED               VALUE 'Y'.

       01  HISTORY-TABLE.
           05  HT-ENTRY                OCCURS 5000 TIMES.
               10  HT-WAREHOUSEID      PIC X(4)       VALUE SPACES.
               10  HT-EMPLOYEEID       PIC X(5)       VALUE SPACES.
               10  HT-OLDSALARY        PIC 9(6)V99    VALUE ZERO.
               10  HT-NEWSALARY        PIC 9(6)V99    VALUE ZERO.
               10  HT-EFFDATE          PIC 9(8)       VALUE ZERO.

       01  BREAK-FIELDS.
           05  PRIOR-WAREHOUSEID    PIC X(4)       VALUE SPACES.

       01  TOTAL-FIELDS.
           05  MASTER-READ-COUNT    PIC 9(7)       VALUE 0.
           05  ARCHIVE-READ-COUNT   PIC 9(7)       VALUE 0.
           05  MASTER-ACTIVE-COUNT  PIC 9(7)       VALUE 0.
           05  ARCHIVE-ACTIVE-COUNT PIC 9(7)       VALUE 0.
           05  BASIS-CHANGE-COUNT   PIC 9(7)       VALUE 0.
           05  BASIS-PRIOR-COUNT    PIC 9(7)       VALUE 0.
           05  BASIS-FILE-COUNT     PIC 9(7)       VALUE 0.
           05  WHSE-HEADCOUNT       PIC 9(5)       VALUE 0.
           05  WHSE-SALARY          PIC 9(9)V99    VALUE 0.
           05  TOT-HEADCOUNT        PIC 9(7)       VALUE 0.
           05  TOT-SALARY           PIC 9(11)V99   VALUE 0.

       01  CSV-FIELDS.
           05  CSV-REC-COUNT        PIC 9(7)       VALUE 0.
           05  CSV-HASH             PIC 9(10)V9(2) VALUE 0.
           05  CSV-PTR              PIC 9(3)       VALUE 0.
           05  CSV-TERMDATE         PIC X(8)       VALUE SPACES.
           05  CSV-SALARY           PIC Z(6)9.99.
           05  CSV-TRL-COUNT        PIC 9(7).
           05  CSV-TRL-HASH         PIC 9(10).9(2).

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9         VALUE +2.
           05  EDIT-DATE               PIC 9999/99/99.

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
           05                          PIC X(36)     VALUE SPACES.
           05                          PIC X(28)
                     VALUE 'POINT-IN-TIME ROSTER'.
           05                          PIC X(36).

       01  HEADING-ASOF.
           05                          PIC X(36)     VALUE SPACES.
           05                          PIC X(10)     VALUE 'AS OF:    '.
           05 HA-ASOF-DATE             PIC 9999/99/99.
           05                          PIC X(44)     VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'EMPID'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'LAST NAME'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'FIRST NAME'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'POS'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'HIRED'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'TERMINATED'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(11)
                                       VALUE '     SALARY'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'BASIS'.
           05                          PIC X(19)     VALUE SPACES.

       01  WAREHOUSE-HEADER-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'WAREHOUSE '.
           05 WHL-WAREHOUSEID          PIC X(4).
           05                          PIC X(84)     VALUE SPACES.

       01  ROSTER-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-EMPLOYEEID           PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-EMPLOYEELN           PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05 RDL-EMPLOYEEFN           PIC X(10).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-POSITION             PIC X(2).
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-HIRE-DATE            PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-TERMDATE             PIC X(10).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-SALARY               PIC $ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-BASIS                PIC X(7).
           05                          PIC X(19)     VALUE SPACES.

       01  ROSTER-TOTAL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RTL-LABEL                PIC X(24).
           05                          PIC X(10)     VALUE 'HEADCOUNT '.
           05 RTL-HEADCOUNT            PIC Z,ZZZ,ZZ9.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'SALARY '.
           05 RTL-SALARY               PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(23)     VALUE SPACES.

       01  COMPANY-COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 CCL-LABEL                PIC X(30).
           05 CCL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.

       01  NO-ROSTER-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(40)
                     VALUE 'NO EMPLOYEE ACTIVE ON THE AS-OF DATE'.
           05                          PIC X(55).
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       PERFORM 17-LOAD-HISTORY-ROUTINE
       SORT SORT-FILE
           ON ASCENDING KEY SD-WAREHOUSEID SD-EMPLOYEELN
                            SD-EMPLOYEEFN SD-EMPLOYEEID
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE 25-RELEASE-ROSTER-ROUTINE
           OUTPUT PROCEDURE 31-PRINT-ROSTER-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF PARM-ASOF-DATE NUMERIC
               MOVE PARM-ASOF-DATE TO PIT-ASOF-DATE
               PERFORM 16-VALIDATE-DATE-ROUTINE
           ELSE
               MOVE 'N' TO VALID-DATE-SW
           END-IF
           IF NOT VALID-DATE
               DISPLAY 'ROSTER PARM REQUIRED - AS-OF DATE IN '
               DISPLAY '  COLS 1-8 AS A VALID CCYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PIT-ASOF-DATE GREATER THAN TODAY-YYYYMMDD
               DISPLAY 'AS-OF DATE ' PARM-ASOF-DATE
                   ' IS LATER THAN THE RUN DATE'
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROSTER-REPORT-FILE
                       ROSTER-CSV-FILE
           MOVE TODAY-YYYYMMDD TO H1-DATE
           MOVE PIT-ASOF-DATE TO HA-ASOF-DATE
           .

       16-VALIDATE-DATE-ROUTINE.

           MOVE 'Y' TO VALID-DATE-SW

           IF PIT-ASOF-CCYY LESS THAN 1900 OR
              PIT-ASOF-CCYY GREATER THAN 2099
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF PIT-ASOF-MM LESS THAN 1 OR PIT-ASOF-MM GREATER THAN 12
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF VALID-DATE
               EVALUATE PIT-ASOF-MM
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(PIT-ASOF-CCYY, 4) = 0 AND
                          (FUNCTION MOD(PIT-ASOF-CCYY, 100) NOT = 0 OR
                           FUNCTION MOD(PIT-ASOF-CCYY, 400) = 0)
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE
               IF PIT-ASOF-DD LESS THAN 1 OR
                  PIT-ASOF-DD GREATER THAN DAYS-IN-MONTH
                   MOVE 'N' TO VALID-DATE-SW
               END-IF
           END-IF
           .

       17-LOAD-HISTORY-ROUTINE.

           OPEN INPUT SALARY-HISTORY-FILE
           PERFORM UNTIL HIST-EOF
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-SW
                   NOT AT END
                       IF HT-TABLE-COUNT LESS THAN 5000
                           ADD 1 TO HT-TABLE-COUNT
                           MOVE SH-WAREHOUSEID
                               TO HT-WAREHOUSEID(HT-TABLE-COUNT)
                           MOVE SH-EMPLOYEEID
                               TO HT-EMPLOYEEID(HT-TABLE-COUNT)
                           MOVE SH-OLDSALARY
                               TO HT-OLDSALARY(HT-TABLE-COUNT)
                           MOVE SH-NEWSALARY
                               TO HT-NEWSALARY(HT-TABLE-COUNT)
                           MOVE SH-EFFDATE
                               TO HT-EFFDATE(HT-TABLE-COUNT)
                       ELSE
                           IF NOT HT-TABLE-FULL-WARNED
                               DISPLAY 'WARNING: HISTORY TABLE FULL '
                                   '- ROWS PAST 5000 NOT USED FOR '
                                   'SALARIES'
                               MOVE 'Y' TO HT-TABLE-FULL-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           .

       20-HEADER-ROUTINE.

           MOVE 2 TO PROPER-SPACING
           WRITE ROSTER-OUT FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE ROSTER-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           WRITE ROSTER-OUT FROM HEADING-ASOF
               AFTER ADVANCING 1
           WRITE ROSTER-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           .

       25-RELEASE-ROSTER-ROUTINE.

           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       PERFORM 26-CHECK-MASTER-ROUTINE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           OPEN INPUT TERMINATED-ARCHIVE-FILE
           PERFORM UNTIL ARC-EOF
               READ TERMINATED-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARC-EOF-SW
                   NOT AT END
                       ADD 1 TO ARCHIVE-READ-COUNT
                       PERFORM 27-CHECK-ARCHIVE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE TERMINATED-ARCHIVE-FILE
           .

       26-CHECK-MASTER-ROUTINE.

           IF MST-HIRE-DATE NOT GREATER THAN PIT-ASOF-DATE
               ADD 1 TO MASTER-ACTIVE-COUNT
               MOVE MST-WAREHOUSEID TO SD-WAREHOUSEID
               MOVE MST-EMPLOYEELN TO SD-EMPLOYEELN
               MOVE MST-EMPLOYEEFN TO SD-EMPLOYEEFN
               MOVE MST-EMPLOYEEID TO SD-EMPLOYEEID
               MOVE MST-EMPLOYEEPOSITION TO SD-EMPLOYEEPOSITION
               MOVE MST-HIRE-DATE TO SD-HIRE-DATE
               MOVE ZERO TO SD-TERMDATE
               MOVE MST-HIRE-DATE TO PIT-STINT-HIRE
               MOVE 99999999 TO PIT-STINT-END
               MOVE MST-CURRENTSALARY TO PIT-FILE-SALARY
               PERFORM 29-SALARY-AS-OF-ROUTINE
               RELEASE SD-RECORD
           END-IF
           .

       27-CHECK-ARCHIVE-ROUTINE.

           IF TA-HIRE-DATE NOT GREATER THAN PIT-ASOF-DATE AND
              TA-TERMDATE GREATER THAN PIT-ASOF-DATE
               ADD 1 TO ARCHIVE-ACTIVE-COUNT
               MOVE TA-WAREHOUSEID TO SD-WAREHOUSEID
               MOVE TA-EMPLOYEELN TO SD-EMPLOYEELN
               MOVE TA-EMPLOYEEFN TO SD-EMPLOYEEFN
               MOVE TA-EMPLOYEEID TO SD-EMPLOYEEID
               MOVE TA-EMPLOYEEPOSITION TO SD-EMPLOYEEPOSITION
               MOVE TA-HIRE-DATE TO SD-HIRE-DATE
               MOVE TA-TERMDATE TO SD-TERMDATE
               MOVE TA-HIRE-DATE TO PIT-STINT-HIRE
               MOVE TA-TERMDATE TO PIT-STINT-END
               MOVE TA-CURRENTSALARY TO PIT-FILE-SALARY
               PERFORM 29-SALARY-AS-OF-ROUTINE
               RELEASE SD-RECORD
           END-IF
           .

      * WORKS OUT THE SALARY IN SD-RECORD ON THE AS-OF DATE FROM THE
      * HISTORY ROWS OF ONE STINT.  THE LATEST ROW ON OR BEFORE THE
      * DATE WINS (THE LAST ONE READ ON A TIE, AS PROGRAM11 TAKES
      * IT); FAILING THAT THE EARLIEST ROW AFTER THE DATE GIVES THE
      * SALARY IT REPLACED.
       29-SALARY-AS-OF-ROUTINE.

           MOVE SD-WAREHOUSEID TO LOOKUP-WAREHOUSEID
           MOVE SD-EMPLOYEEID TO LOOKUP-EMPLOYEEID
           MOVE 'N' TO BEFORE-FOUND-SW
           MOVE 'N' TO AFTER-FOUND-SW
           MOVE 0 TO PIT-BEFORE-EFFDATE
           MOVE 99999999 TO PIT-AFTER-EFFDATE
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-TABLE-COUNT
               IF HT-WAREHOUSEID(HT-SUB) EQUAL LOOKUP-WAREHOUSEID AND
                  HT-EMPLOYEEID(HT-SUB) EQUAL LOOKUP-EMPLOYEEID AND
                  HT-EFFDATE(HT-SUB) NOT LESS THAN PIT-STINT-HIRE AND
                  HT-EFFDATE(HT-SUB) NOT GREATER THAN PIT-STINT-END
                   IF HT-EFFDATE(HT-SUB) NOT GREATER THAN
                          PIT-ASOF-DATE
                       IF HT-EFFDATE(HT-SUB) NOT LESS THAN
                              PIT-BEFORE-EFFDATE
                           MOVE 'Y' TO BEFORE-FOUND-SW
                           MOVE HT-EFFDATE(HT-SUB)
                               TO PIT-BEFORE-EFFDATE
                           MOVE HT-NEWSALARY(HT-SUB)
                               TO PIT-BEFORE-SALARY
                       END-IF
                   ELSE
                       IF HT-EFFDATE(HT-SUB) LESS THAN
                              PIT-AFTER-EFFDATE
                           MOVE 'Y' TO AFTER-FOUND-SW
                           MOVE HT-EFFDATE(HT-SUB)
                               TO PIT-AFTER-EFFDATE
                           MOVE HT-OLDSALARY(HT-SUB)
                               TO PIT-AFTER-SALARY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BEFORE-FOUND
                   MOVE PIT-BEFORE-SALARY TO SD-SALARY
                   MOVE 'CHANGE' TO SD-BASIS
                   ADD 1 TO BASIS-CHANGE-COUNT
               WHEN AFTER-FOUND
                   MOVE PIT-AFTER-SALARY TO SD-SALARY
                   MOVE 'PRIOR' TO SD-BASIS
                   ADD 1 TO BASIS-PRIOR-COUNT
               WHEN OTHER
                   MOVE PIT-FILE-SALARY TO SD-SALARY
                   MOVE 'ON FILE' TO SD-BASIS
                   ADD 1 TO BASIS-FILE-COUNT
           END-EVALUATE
           .

       31-PRINT-ROSTER-ROUTINE.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE INTO ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 32-PRINT-EMPLOYEE-ROUTINE
               END-RETURN
           END-PERFORM
           .

       32-PRINT-EMPLOYEE-ROUTINE.

           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SW
               PERFORM 33-WAREHOUSE-HEADER-ROUTINE
           ELSE
               IF RR-WAREHOUSEID NOT EQUAL PRIOR-WAREHOUSEID
                   PERFORM 35-WAREHOUSE-TOTAL-ROUTINE
                   PERFORM 33-WAREHOUSE-HEADER-ROUTINE
               END-IF
           END-IF

           MOVE RR-EMPLOYEEID TO RDL-EMPLOYEEID
           MOVE RR-EMPLOYEELN TO RDL-EMPLOYEELN
           MOVE RR-EMPLOYEEFN TO RDL-EMPLOYEEFN
           MOVE RR-EMPLOYEEPOSITION TO RDL-POSITION
           MOVE RR-HIRE-DATE TO RDL-HIRE-DATE
           IF RR-TERMDATE EQUAL ZERO
               MOVE SPACES TO RDL-TERMDATE
               MOVE SPACES TO CSV-TERMDATE
           ELSE
               MOVE RR-TERMDATE TO EDIT-DATE
               MOVE EDIT-DATE TO RDL-TERMDATE
               MOVE RR-TERMDATE TO CSV-TERMDATE
           END-IF
           MOVE RR-SALARY TO RDL-SALARY
           MOVE RR-BASIS TO RDL-BASIS
           WRITE ROSTER-OUT FROM ROSTER-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WHSE-HEADCOUNT
           ADD RR-SALARY TO WHSE-SALARY
           PERFORM 37-WRITE-CSV-ROUTINE
           .

       33-WAREHOUSE-HEADER-ROUTINE.

           PERFORM 20-HEADER-ROUTINE
           MOVE RR-WAREHOUSEID TO PRIOR-WAREHOUSEID
           MOVE RR-WAREHOUSEID TO WHL-WAREHOUSEID
           WRITE ROSTER-OUT FROM WAREHOUSE-HEADER-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO ROSTER-OUT
           WRITE ROSTER-OUT
               AFTER ADVANCING 1
           MOVE 0 TO WHSE-HEADCOUNT
           MOVE 0 TO WHSE-SALARY
           .

       35-WAREHOUSE-TOTAL-ROUTINE.

           MOVE SPACES TO RTL-LABEL
           STRING 'WAREHOUSE '          DELIMITED BY SIZE
                  PRIOR-WAREHOUSEID     DELIMITED BY SIZE
                  ' TOTAL'              DELIMITED BY SIZE
               INTO RTL-LABEL
           END-STRING
           MOVE WHSE-HEADCOUNT TO RTL-HEADCOUNT
           MOVE WHSE-SALARY TO RTL-SALARY
           WRITE ROSTER-OUT FROM ROSTER-TOTAL-LINE
               AFTER ADVANCING 2
           ADD WHSE-HEADCOUNT TO TOT-HEADCOUNT
           ADD WHSE-SALARY TO TOT-SALARY
           .

       37-WRITE-CSV-ROUTINE.

           MOVE RR-SALARY TO CSV-SALARY
           MOVE SPACES TO ROSTER-CSV-RECORD
           MOVE 1 TO CSV-PTR
           STRING
               PIT-ASOF-DATE                     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-WAREHOUSEID)    DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-EMPLOYEEID)     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-EMPLOYEELN)     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-EMPLOYEEFN)     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-EMPLOYEEPOSITION)
                                                 DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               RR-HIRE-DATE                      DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               CSV-TERMDATE                      DELIMITED BY SPACE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(CSV-SALARY)        DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(RR-BASIS)          DELIMITED BY SIZE
               INTO ROSTER-CSV-RECORD
               WITH POINTER CSV-PTR
           END-STRING
           WRITE ROSTER-CSV-RECORD
           ADD 1 TO CSV-REC-COUNT
           ADD RR-SALARY TO CSV-HASH
           .

       40-EOF-ROUTINE.

           IF FIRST-RECORD
               PERFORM 20-HEADER-ROUTINE
               WRITE ROSTER-OUT FROM NO-ROSTER-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 35-WAREHOUSE-TOTAL-ROUTINE
               PERFORM 20-HEADER-ROUTINE
           END-IF
           MOVE 'ALL WAREHOUSES' TO RTL-LABEL
           MOVE TOT-HEADCOUNT TO RTL-HEADCOUNT
           MOVE TOT-SALARY TO RTL-SALARY
           WRITE ROSTER-OUT FROM ROSTER-TOTAL-LINE
               AFTER ADVANCING 3

           MOVE 'MASTER RECORDS READ' TO CCL-LABEL
           MOVE MASTER-READ-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 3
           MOVE 'ARCHIVE RECORDS READ' TO CCL-LABEL
           MOVE ARCHIVE-READ-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'HISTORY ROWS LOADED' TO CCL-LABEL
           MOVE HT-TABLE-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'ACTIVE FROM MASTER' TO CCL-LABEL
           MOVE MASTER-ACTIVE-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 2
           MOVE 'ACTIVE SINCE TERMINATED' TO CCL-LABEL
           MOVE ARCHIVE-ACTIVE-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'SALARY FROM A CHANGE' TO CCL-LABEL
           MOVE BASIS-CHANGE-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 2
           MOVE 'SALARY PRIOR TO A CHANGE' TO CCL-LABEL
           MOVE BASIS-PRIOR-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'SALARY ON FILE (NO CHANGE)' TO CCL-LABEL
           MOVE BASIS-FILE-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'CSV RECORDS WRITTEN' TO CCL-LABEL
           MOVE CSV-REC-COUNT TO CCL-COUNT
           WRITE ROSTER-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 2

           MOVE CSV-REC-COUNT TO CSV-TRL-COUNT
           MOVE CSV-HASH TO CSV-TRL-HASH
           MOVE SPACES TO ROSTER-CSV-RECORD
           MOVE 1 TO CSV-PTR
           STRING
               'T'                               DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               TODAY-YYYYMMDD                    DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               CSV-TRL-COUNT                     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               CSV-TRL-HASH                      DELIMITED BY SIZE
               INTO ROSTER-CSV-RECORD
               WITH POINTER CSV-PTR
           END-STRING
           WRITE ROSTER-CSV-RECORD
           CLOSE ROSTER-REPORT-FILE
                 ROSTER-CSV-FILE
           STOP RUN
           .
