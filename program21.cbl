       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM21.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program finds salary inversion and compression inside
      * each job - the problem PROGRAM1's percent increase and
      * PROGRAM15's position-in-range do not show.  The master is
      * grouped by warehouse and position code and each group is
      * put in hire-date order, longest-serving first.  Every pair
      * where the more junior employee's current salary is higher
      * than a more senior colleague's is listed as an inversion,
      * and a group whose spread between its longest-serving and
      * newest employee is under the compression percent is flagged
      * COMPRESSED.  Each group closes with its inversion count and
      * the dollars needed to correct it, so comp can budget the
      * fixes before review season.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master PROGRAM1 and
      *         PROGRAM2 share.  Sorted here into warehouse,
      *         position and hire-date sequence.  Employees hired on
      *         the same date are neither senior nor junior to each
      *         other.
      * *******
      * OUTPUT:
      *    COMPRESSION-REPORT-FILE - for every warehouse/position
      *         with two or more employees, each inversion pair and
      *         a group line with the inversion count, the dollars
      *         to correct and the spread, followed by company
      *         totals.  Groups of one are counted only.
      * *******
      * PARM (FROM COMMAND-LINE):
      *    COLS 1-2 - COMPRESSION PERCENT, WHOLE PERCENT.  BLANK
      *         USES CMP-DEFAULT-PERCENT.
      * *************
      * CALCULATIONS:
      *    INVERSION
      *        JUNIOR HIRE DATE > SENIOR HIRE DATE AND
      *        JUNIOR CURRENT SALARY > SENIOR CURRENT SALARY
      *    GAP
      *        JUNIOR CURRENT SALARY - SENIOR CURRENT SALARY
      *    DOLLARS TO CORRECT
      *        FOR EACH SENIOR EMPLOYEE WITH AN INVERSION, THE
      *        HIGHEST CURRENT SALARY OF ANY MORE JUNIOR COLLEAGUE
      *        - THE SENIOR EMPLOYEE'S CURRENT SALARY, SUMMED FOR
      *        THE GROUP (EACH SENIOR EMPLOYEE IS RAISED ONCE).
      *    SPREAD PERCENT
      *        (LONGEST-SERVING SALARY - NEWEST SALARY) * 100
      *            / NEWEST SALARY
      *        COMPRESSED WHEN THE SPREAD IS LESS THAN THE
      *        COMPRESSION PERCENT.
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
           SELECT SORT-FILE
               ASSIGN TO 'SORTWK21'.
           SELECT COMPRESSION-REPORT-FILE
               ASSIGN TO PRINTER 'COMPRESSION-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY.
               10  MST-WAREHOUSEID     PIC X(4).
               10  MST-EMPLOYEEID      PIC X(5).
           05  FILLER                  PIC X(61).

       SD  SORT-FILE.

       01  SD-RECORD.
           05  SD-WAREHOUSEID          PIC X(4).
           05  SD-EMPLOYEEID           PIC X(5).
           05  SD-EMPLOYEEPOSITION     PIC X(2).
           05  FILLER                  PIC X(23).
           05  SD-HIRE-DATE            PIC 9(8).
           05  FILLER                  PIC X(28).

       FD  COMPRESSION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  COMPRESSION-OUT             PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-SW           PIC X          VALUE ' '.
               88  MASTER-EOF                         VALUE 'Y'.
           05  SORT-EOF-SW             PIC X          VALUE ' '.
               88  SORT-EOF                           VALUE 'Y'.
           05  FIRST-RECORD-SW         PIC X          VALUE 'Y'.
               88  FIRST-RECORD                       VALUE 'Y'.
           05  GROUP-FULL-SW           PIC X          VALUE 'N'.
               88  GROUP-FULL-WARNED                  VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  PARM-FIELDS.
           05  PARM-STRING          PIC X(40)      VALUE SPACES.
           05  PARM-DATA REDEFINES PARM-STRING.
               10  PARM-PERCENT     PIC X(2).
               10  FILLER              PIC X(38).

       01  SALARY-RECORD.
           05  SR-WAREHOUSEID          PIC X(4).
           05  SR-EMPLOYEEID           PIC X(5).
           05  SR-EMPLOYEEPOSITION     PIC X(2).
           05  SR-EMPLOYEELN           PIC X(10).
           05  SR-EMPLOYEEFN           PIC X(10).
           05  FILLER                  PIC X(3).
           05  SR-HIRE-DATE            PIC 9(8).
           05  SR-STARTSALARY          PIC 9(6)V9(2).
           05  FILLER                  PIC 9(4).
           05  SR-LASTINCREASE         PIC 9(8).
           05  SR-CURRENTSALARY        PIC 9(6)V9(2).

       01  COMPRESSION-FIELDS.
           05  CMP-DEFAULT-PERCENT  PIC 9(2)       VALUE 10.
           05  CMP-PERCENT          PIC 9(2)       VALUE 0.
           05  CMP-SPREAD-PCT       PIC S9(5)V9    VALUE +0.
           05  CMP-HIGH-JUNIOR-SAL  PIC 9(6)V99    VALUE 0.
           05  CMP-GAP              PIC 9(6)V99    VALUE 0.
           05  CMP-FLAG             PIC X(10)      VALUE SPACES.

       01  BREAK-FIELDS.
           05  PRIOR-WAREHOUSEID    PIC X(4)       VALUE SPACES.
           05  PRIOR-POSITION       PIC X(2)       VALUE SPACES.

      * ONE WAREHOUSE/POSITION GROUP IN HIRE-DATE ORDER.
       01  GROUP-TABLE-FIELDS.
           05  GRP-COUNT            PIC 9(3)       VALUE 0.
           05  GRP-SENIOR-SUB       PIC 9(3)       VALUE 0.
           05  GRP-JUNIOR-SUB       PIC 9(3)       VALUE 0.
           05  GRP-INVERSION-COUNT  PIC 9(5)       VALUE 0.
           05  GRP-CORRECT-AMOUNT   PIC 9(9)V99    VALUE 0.

       01  GROUP-TABLE.
           05  GRP-ENTRY               OCCURS 500 TIMES.
               10  GRP-EMPLOYEEID      PIC X(5)       VALUE SPACES.
               10  GRP-EMPLOYEELN      PIC X(10)      VALUE SPACES.
               10  GRP-HIRE-DATE       PIC 9(8)       VALUE ZERO.
               10  GRP-CURRENTSALARY   PIC 9(6)V99    VALUE ZERO.

       01  TOTAL-FIELDS.
           05  TOT-EMPLOYEE-COUNT   PIC 9(7)       VALUE 0.
           05  TOT-GROUP-COUNT      PIC 9(7)       VALUE 0.
           05  TOT-SINGLE-COUNT     PIC 9(7)       VALUE 0.
           05  TOT-INVERTED-GROUPS  PIC 9(7)       VALUE 0.
           05  TOT-INVERSION-COUNT  PIC 9(7)       VALUE 0.
           05  TOT-COMPRESSED-GROUPS PIC 9(7)      VALUE 0.
           05  TOT-CORRECT-AMOUNT   PIC 9(11)V99   VALUE 0.

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
           05                          PIC X(29)     VALUE SPACES.
           05                          PIC X(42)
                     VALUE 'SALARY COMPRESSION AND INVERSION REPORT'.
           05                          PIC X(29).

       01  HEADING-PERCENT.
           05                          PIC X(34)     VALUE SPACES.
           05                          PIC X(22)
                                       VALUE 'COMPRESSION PERCENT:  '.
           05 HP-PERCENT               PIC Z9.
           05                          PIC X(42)     VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'SENIOR'.
           05                          PIC X(36)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'JUNIOR'.
           05                          PIC X(50)     VALUE SPACES.

       01  HEADING-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'EMP'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'LAST NAME'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'HIRED'.
           05                          PIC X(11)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'SALARY'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'EMP'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'LAST NAME'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'HIRED'.
           05                          PIC X(11)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'SALARY'.
           05                          PIC X(10)     VALUE SPACES.
           05                          PIC X(3)      VALUE 'GAP'.
           05                          PIC X(4)      VALUE SPACES.

       01  GROUP-HEADER-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'WAREHOUSE '.
           05 GHL-WAREHOUSEID          PIC X(4).
           05                          PIC X(12)
                                       VALUE '   POSITION '.
           05 GHL-POSITION             PIC X(2).
           05                          PIC X(70)     VALUE SPACES.

       01  INVERSION-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05 IDL-SENIOR-EMPLOYEEID    PIC X(5).
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-SENIOR-EMPLOYEELN    PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-SENIOR-HIRE-DATE     PIC 9999/99/99.
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-SENIOR-SALARY        PIC $ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05 IDL-JUNIOR-EMPLOYEEID    PIC X(5).
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-JUNIOR-EMPLOYEELN    PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-JUNIOR-HIRE-DATE     PIC 9999/99/99.
           05                          PIC X(1)      VALUE SPACES.
           05 IDL-JUNIOR-SALARY        PIC $ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 IDL-GAP                  PIC $ZZZ,ZZ9.99.
           05                          PIC X(4)      VALUE SPACES.

       01  GROUP-TOTAL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'EMPLOYEES '.
           05 GTL-EMPLOYEE-COUNT       PIC ZZ9.
           05                          PIC X(13)
                                       VALUE '  INVERSIONS '.
           05 GTL-INVERSION-COUNT      PIC ZZ,ZZ9.
           05                          PIC X(13)
                                       VALUE '  TO CORRECT '.
           05 GTL-CORRECT-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X(9)      VALUE '  SPREAD '.
           05 GTL-SPREAD-PCT           PIC ZZZ9.9-.
           05                          PIC X(3)      VALUE '%  '.
           05 GTL-FLAG                 PIC X(10).
           05                          PIC X(8)      VALUE SPACES.

       01  COMPANY-COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 CCL-LABEL                PIC X(30).
           05 CCL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.

       01  COMPANY-AMOUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 CAL-LABEL                PIC X(30).
           05 CAL-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(50)     VALUE SPACES.

       01  NO-GROUPS-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(40)
                     VALUE 'NO POSITION WITH MORE THAN ONE EMPLOYEE'.
           05                          PIC X(55).
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       SORT SORT-FILE
           ON ASCENDING KEY SD-WAREHOUSEID SD-EMPLOYEEPOSITION
                            SD-HIRE-DATE
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE 25-RELEASE-MASTER-ROUTINE
           OUTPUT PROCEDURE 31-PRINT-SORTED-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-PERCENT EQUAL SPACES
               MOVE CMP-DEFAULT-PERCENT TO CMP-PERCENT
           ELSE
               IF PARM-PERCENT NUMERIC
                   MOVE PARM-PERCENT TO CMP-PERCENT
               ELSE
                   DISPLAY 'COMPRESSION PARM - COLS 1-2 MUST BE A '
                   DISPLAY '  WHOLE PERCENT (E.G. 10) OR BLANK'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMPRESSION-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           MOVE CMP-PERCENT TO HP-PERCENT
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE COMPRESSION-OUT FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE COMPRESSION-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           WRITE COMPRESSION-OUT FROM HEADING-PERCENT
               AFTER ADVANCING 1
           WRITE COMPRESSION-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           WRITE COMPRESSION-OUT FROM HEADING-FOUR
               AFTER ADVANCING 1
           .

       25-RELEASE-MASTER-ROUTINE.

           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO TOT-EMPLOYEE-COUNT
                       RELEASE SD-RECORD FROM MST-SALARY-RECORD
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       31-PRINT-SORTED-ROUTINE.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE INTO SALARY-RECORD
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 32-COLLECT-GROUP-ROUTINE
               END-RETURN
           END-PERFORM
           .

       32-COLLECT-GROUP-ROUTINE.

           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SW
               MOVE SR-WAREHOUSEID TO PRIOR-WAREHOUSEID
               MOVE SR-EMPLOYEEPOSITION TO PRIOR-POSITION
           ELSE
               IF SR-WAREHOUSEID NOT EQUAL PRIOR-WAREHOUSEID OR
                  SR-EMPLOYEEPOSITION NOT EQUAL PRIOR-POSITION
                   PERFORM 34-ANALYSE-GROUP-ROUTINE
                   MOVE SR-WAREHOUSEID TO PRIOR-WAREHOUSEID
                   MOVE SR-EMPLOYEEPOSITION TO PRIOR-POSITION
               END-IF
           END-IF

           IF GRP-COUNT LESS THAN 500
               ADD 1 TO GRP-COUNT
               MOVE SR-EMPLOYEEID TO GRP-EMPLOYEEID(GRP-COUNT)
               MOVE SR-EMPLOYEELN TO GRP-EMPLOYEELN(GRP-COUNT)
               MOVE SR-HIRE-DATE TO GRP-HIRE-DATE(GRP-COUNT)
               MOVE SR-CURRENTSALARY TO GRP-CURRENTSALARY(GRP-COUNT)
           ELSE
               IF NOT GROUP-FULL-WARNED
                   DISPLAY 'WARNING: GROUP TABLE FULL - EMPLOYEES '
                       'PAST 500 IN ONE POSITION NOT ANALYSED'
                   MOVE 'Y' TO GROUP-FULL-SW
               END-IF
           END-IF
           .

       34-ANALYSE-GROUP-ROUTINE.

           IF GRP-COUNT LESS THAN 2
               ADD 1 TO TOT-SINGLE-COUNT
           ELSE
               ADD 1 TO TOT-GROUP-COUNT
               MOVE 0 TO GRP-INVERSION-COUNT
               MOVE 0 TO GRP-CORRECT-AMOUNT
               MOVE PRIOR-WAREHOUSEID TO GHL-WAREHOUSEID
               MOVE PRIOR-POSITION TO GHL-POSITION
               WRITE COMPRESSION-OUT FROM GROUP-HEADER-LINE
                   AFTER ADVANCING 2
               PERFORM VARYING GRP-SENIOR-SUB FROM 1 BY 1
                       UNTIL GRP-SENIOR-SUB NOT LESS THAN GRP-COUNT
                   PERFORM 35-CHECK-SENIOR-ROUTINE
               END-PERFORM
               PERFORM 37-GROUP-TOTAL-ROUTINE
           END-IF
           MOVE 0 TO GRP-COUNT
           .

      * COMPARES ONE SENIOR EMPLOYEE WITH EVERY MORE JUNIOR ONE IN
      * THE GROUP, LISTING EACH INVERSION AND KEEPING THE HIGHEST
      * JUNIOR SALARY FOR THE CORRECTION.
       35-CHECK-SENIOR-ROUTINE.

           MOVE 0 TO CMP-HIGH-JUNIOR-SAL
           PERFORM VARYING GRP-JUNIOR-SUB FROM GRP-SENIOR-SUB BY 1
                   UNTIL GRP-JUNIOR-SUB > GRP-COUNT
               IF GRP-HIRE-DATE(GRP-JUNIOR-SUB) GREATER THAN
                      GRP-HIRE-DATE(GRP-SENIOR-SUB) AND
                  GRP-CURRENTSALARY(GRP-JUNIOR-SUB) GREATER THAN
                      GRP-CURRENTSALARY(GRP-SENIOR-SUB)
                   PERFORM 36-PRINT-INVERSION-ROUTINE
                   IF GRP-CURRENTSALARY(GRP-JUNIOR-SUB) GREATER THAN
                          CMP-HIGH-JUNIOR-SAL
                       MOVE GRP-CURRENTSALARY(GRP-JUNIOR-SUB)
                           TO CMP-HIGH-JUNIOR-SAL
                   END-IF
               END-IF
           END-PERFORM
           IF CMP-HIGH-JUNIOR-SAL GREATER THAN ZERO
               COMPUTE GRP-CORRECT-AMOUNT = GRP-CORRECT-AMOUNT +
                   CMP-HIGH-JUNIOR-SAL -
                   GRP-CURRENTSALARY(GRP-SENIOR-SUB)
           END-IF
           .

       36-PRINT-INVERSION-ROUTINE.

           ADD 1 TO GRP-INVERSION-COUNT
           COMPUTE CMP-GAP = GRP-CURRENTSALARY(GRP-JUNIOR-SUB) -
               GRP-CURRENTSALARY(GRP-SENIOR-SUB)
           MOVE GRP-EMPLOYEEID(GRP-SENIOR-SUB)
               TO IDL-SENIOR-EMPLOYEEID
           MOVE GRP-EMPLOYEELN(GRP-SENIOR-SUB)
               TO IDL-SENIOR-EMPLOYEELN
           MOVE GRP-HIRE-DATE(GRP-SENIOR-SUB) TO IDL-SENIOR-HIRE-DATE
           MOVE GRP-CURRENTSALARY(GRP-SENIOR-SUB)
               TO IDL-SENIOR-SALARY
           MOVE GRP-EMPLOYEEID(GRP-JUNIOR-SUB)
               TO IDL-JUNIOR-EMPLOYEEID
           MOVE GRP-EMPLOYEELN(GRP-JUNIOR-SUB)
               TO IDL-JUNIOR-EMPLOYEELN
           MOVE GRP-HIRE-DATE(GRP-JUNIOR-SUB) TO IDL-JUNIOR-HIRE-DATE
           MOVE GRP-CURRENTSALARY(GRP-JUNIOR-SUB)
               TO IDL-JUNIOR-SALARY
           MOVE CMP-GAP TO IDL-GAP
           WRITE COMPRESSION-OUT FROM INVERSION-DETAIL-LINE
               AFTER ADVANCING 1
           .

       37-GROUP-TOTAL-ROUTINE.

           MOVE SPACES TO CMP-FLAG
           MOVE +0 TO CMP-SPREAD-PCT
           IF GRP-HIRE-DATE(GRP-COUNT) GREATER THAN GRP-HIRE-DATE(1)
              AND GRP-CURRENTSALARY(GRP-COUNT) GREATER THAN ZERO
               COMPUTE CMP-SPREAD-PCT ROUNDED =
                   (GRP-CURRENTSALARY(1) -
                    GRP-CURRENTSALARY(GRP-COUNT)) * 100
                   / GRP-CURRENTSALARY(GRP-COUNT)
               IF CMP-SPREAD-PCT LESS THAN CMP-PERCENT
                   MOVE 'COMPRESSED' TO CMP-FLAG
                   ADD 1 TO TOT-COMPRESSED-GROUPS
               END-IF
           END-IF
           IF GRP-INVERSION-COUNT GREATER THAN ZERO
               ADD 1 TO TOT-INVERTED-GROUPS
               ADD GRP-INVERSION-COUNT TO TOT-INVERSION-COUNT
               ADD GRP-CORRECT-AMOUNT TO TOT-CORRECT-AMOUNT
           END-IF
           MOVE GRP-COUNT TO GTL-EMPLOYEE-COUNT
           MOVE GRP-INVERSION-COUNT TO GTL-INVERSION-COUNT
           MOVE GRP-CORRECT-AMOUNT TO GTL-CORRECT-AMOUNT
           MOVE CMP-SPREAD-PCT TO GTL-SPREAD-PCT
           MOVE CMP-FLAG TO GTL-FLAG
           WRITE COMPRESSION-OUT FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 2
           .

       40-EOF-ROUTINE.

           IF NOT FIRST-RECORD
               PERFORM 34-ANALYSE-GROUP-ROUTINE
           END-IF
           IF TOT-GROUP-COUNT EQUAL ZERO
               WRITE COMPRESSION-OUT FROM NO-GROUPS-LINE
                   AFTER ADVANCING 2
           END-IF

           MOVE 'EMPLOYEES READ' TO CCL-LABEL
           MOVE TOT-EMPLOYEE-COUNT TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 3
           MOVE 'POSITION GROUPS ANALYSED' TO CCL-LABEL
           MOVE TOT-GROUP-COUNT TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'GROUPS OF ONE (NOT ANALYSED)' TO CCL-LABEL
           MOVE TOT-SINGLE-COUNT TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'GROUPS WITH INVERSIONS' TO CCL-LABEL
           MOVE TOT-INVERTED-GROUPS TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'INVERSION PAIRS' TO CCL-LABEL
           MOVE TOT-INVERSION-COUNT TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'COMPRESSED GROUPS' TO CCL-LABEL
           MOVE TOT-COMPRESSED-GROUPS TO CCL-COUNT
           WRITE COMPRESSION-OUT FROM COMPANY-COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'TOTAL DOLLARS TO CORRECT' TO CAL-LABEL
           MOVE TOT-CORRECT-AMOUNT TO CAL-AMOUNT
           WRITE COMPRESSION-OUT FROM COMPANY-AMOUNT-LINE
               AFTER ADVANCING 2
           CLOSE COMPRESSION-REPORT-FILE
           STOP RUN
           .
