       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM19.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program compares the live employee master with the
      * headcount and salary budget finance approves for each
      * warehouse and position every fiscal year.  Both files are
      * sorted together into warehouse and position sequence, and
      * each warehouse/position prints its budgeted and actual
      * heads and annual salary with the variance in heads and in
      * dollars, so overstaffed and over-budget positions show up
      * when they happen instead of at quarter end.  Positions
      * that carry staff but no budget row are flagged UNBUDGETED,
      * and budgeted positions with nobody in them are flagged NO
      * STAFF.  Each warehouse closes with its totals, and the
      * report closes with company totals and a count of each
      * flag.
      * ******
      * INPUT:
      *    BUDGET-FILE - the budget plan finance maintains, one
      *         row per warehouse and position code holding the
      *         budgeted headcount and budgeted annual salary.  A
      *         row whose headcount or salary is not numeric is
      *         reported and left out.  Two rows for the same
      *         warehouse and position are added together.
      *    MASTER-FILE - the indexed employee master PROGRAM1 and
      *         PROGRAM2 share.  Each employee counts as one head
      *         at the current salary on the master.
      * *******
      * OUTPUT:
      *    VARIANCE-REPORT-FILE - budget versus actual by
      *         warehouse and position, warehouse totals, company
      *         totals and the flag counts.
      *    RETURN-CODE - 4 when budget rows were rejected,
      *         otherwise 0.
      * *************
      * CALCULATIONS:
      *    HEAD VARIANCE
      *        ACTUAL HEADCOUNT - BUDGETED HEADCOUNT
      *    SALARY VARIANCE
      *        ACTUAL CURRENT SALARY TOTAL - BUDGETED ANNUAL SALARY
      *        A POSITIVE VARIANCE IS OVER BUDGET, A NEGATIVE ONE
      *        IS UNDER.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  DESKTOP-CO4BC0K.
       OBJECT-COMPUTER.  DESKTOP-CO4BC0K.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'PR1FA19.BUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA19.MST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO 'SORTWK19'.
           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO PRINTER 'VARIANCE-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  BUDGET-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  BUDGET-RECORD.
           05  BD-WAREHOUSEID          PIC X(4).
           05  BD-POSITION             PIC X(2).
           05  BD-HEADCOUNT            PIC 9(5).
           05  BD-SALARY               PIC 9(9)V9(2).
           05  FILLER                  PIC X(2).

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY.
               10  MST-WAREHOUSEID     PIC X(4).
               10  MST-EMPLOYEEID      PIC X(5).
           05  MST-EMPLOYEEPOSITION    PIC X(2).
           05  FILLER                  PIC X(51).
           05  MST-CURRENTSALARY       PIC 9(6)V9(2).

       SD  SORT-FILE.

       01  SD-RECORD.
           05  SD-WAREHOUSEID          PIC X(4).
           05  SD-POSITION             PIC X(2).
           05  SD-SOURCE               PIC X(1).
           05  SD-HEADS                PIC 9(5).
           05  SD-SALARY               PIC 9(9)V9(2).

       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  VARIANCE-OUT                PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  BUDGET-EOF-SW           PIC X          VALUE ' '.
               88  BUDGET-EOF                         VALUE 'Y'.
           05  MASTER-EOF-SW           PIC X          VALUE ' '.
               88  MASTER-EOF                         VALUE 'Y'.
           05  SORT-EOF-SW             PIC X          VALUE ' '.
               88  SORT-EOF                           VALUE 'Y'.
           05  FIRST-RECORD-SW         PIC X          VALUE 'Y'.
               88  FIRST-RECORD                       VALUE 'Y'.
           05  BUDGETED-SW             PIC X          VALUE 'N'.
               88  POSITION-BUDGETED                  VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  VARIANCE-WORK-RECORD.
           05  VW-WAREHOUSEID       PIC X(4).
           05  VW-POSITION          PIC X(2).
           05  VW-SOURCE            PIC X(1).
               88  VW-FROM-BUDGET                     VALUE 'B'.
               88  VW-FROM-MASTER                     VALUE 'M'.
           05  VW-HEADS             PIC 9(5).
           05  VW-SALARY            PIC 9(9)V9(2).

       01  BREAK-FIELDS.
           05  PRIOR-WAREHOUSEID    PIC X(4)       VALUE SPACES.
           05  PRIOR-POSITION       PIC X(2)       VALUE SPACES.

       01  TOTAL-FIELDS.
           05  POS-BUD-HEADS        PIC 9(5)       VALUE 0.
           05  POS-ACT-HEADS        PIC 9(5)       VALUE 0.
           05  POS-BUD-SALARY       PIC 9(9)V99    VALUE 0.
           05  POS-ACT-SALARY       PIC 9(9)V99    VALUE 0.
           05  WH-BUD-HEADS         PIC 9(5)       VALUE 0.
           05  WH-ACT-HEADS         PIC 9(5)       VALUE 0.
           05  WH-BUD-SALARY        PIC 9(9)V99    VALUE 0.
           05  WH-ACT-SALARY        PIC 9(9)V99    VALUE 0.
           05  TOT-BUD-HEADS        PIC 9(7)       VALUE 0.
           05  TOT-ACT-HEADS        PIC 9(7)       VALUE 0.
           05  TOT-BUD-SALARY       PIC 9(11)V99   VALUE 0.
           05  TOT-ACT-SALARY       PIC 9(11)V99   VALUE 0.
           05  HEAD-VARIANCE        PIC S9(7)      VALUE +0.
           05  SALARY-VARIANCE      PIC S9(11)V99  VALUE +0.

       01  COUNT-FIELDS.
           05  BUDGET-READ-COUNT    PIC 9(7)       VALUE 0.
           05  BUDGET-REJECT-COUNT  PIC 9(7)       VALUE 0.
           05  MASTER-READ-COUNT    PIC 9(7)       VALUE 0.
           05  UNBUDGETED-COUNT     PIC 9(7)       VALUE 0.
           05  NO-STAFF-COUNT       PIC 9(7)       VALUE 0.
           05  OVER-HEADS-COUNT     PIC 9(7)       VALUE 0.
           05  OVER-SALARY-COUNT    PIC 9(7)       VALUE 0.

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
           05                          PIC X(32)     VALUE SPACES.
           05                          PIC X(32)
                           VALUE 'BUDGET VERSUS ACTUAL BY POSITION'.
           05                          PIC X(36).

       01  HEADING-THREE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'WHSE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'POS'.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'BUDGT'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'HEADS'.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'VAR'.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'BUDGET SAL'.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'ACTUAL SAL'.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(12)
                                       VALUE 'SALARY VAR'.
           05                          PIC X(13).

       01  VARIANCE-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 VDL-WAREHOUSEID          PIC X(4).
           05                          PIC X(3)      VALUE SPACES.
           05 VDL-POSITION             PIC X(2).
           05                          PIC X(3)      VALUE SPACES.
           05 VDL-BUD-HEADS            PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-ACT-HEADS            PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-HEAD-VARIANCE        PIC ZZ,ZZ9-.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-BUD-SALARY           PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-ACT-SALARY           PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-SALARY-VARIANCE      PIC $ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)      VALUE SPACES.
           05 VDL-FLAG                 PIC X(11).

       01  WAREHOUSE-TOTAL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'TOTAL '.
           05 WTL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-BUD-HEADS            PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-ACT-HEADS            PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-HEAD-VARIANCE        PIC ZZ,ZZ9-.
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-BUD-SALARY           PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-ACT-SALARY           PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 WTL-SALARY-VARIANCE      PIC $ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(13)     VALUE SPACES.

       01  COMPANY-TOTAL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(11)     VALUE 'COMPANY'.
           05 CTL-BUD-HEADS            PIC ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05 CTL-ACT-HEADS            PIC ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05 CTL-HEAD-VARIANCE        PIC ZZZ,ZZ9-.
           05                          PIC X(1)      VALUE SPACES.
           05 CTL-BUD-SALARY           PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05 CTL-ACT-SALARY           PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05 CTL-SALARY-VARIANCE      PIC $ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(13)     VALUE SPACES.

       01  COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 CL-LABEL                 PIC X(30).
           05 CL-COUNT                 PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.

       01  NO-DATA-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(38)
                     VALUE 'NO BUDGET ROWS AND NO MASTER EMPLOYEES'.
           05                          PIC X(57).
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       SORT SORT-FILE
           ON ASCENDING KEY SD-WAREHOUSEID SD-POSITION
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE 25-RELEASE-INPUT-ROUTINE
           OUTPUT PROCEDURE 31-PRINT-SORTED-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUDGET-FILE
           OPEN OUTPUT VARIANCE-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE VARIANCE-OUT FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE VARIANCE-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE VARIANCE-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           .

       25-RELEASE-INPUT-ROUTINE.

           PERFORM 26-RELEASE-BUDGET-ROUTINE
           PERFORM 27-RELEASE-MASTER-ROUTINE
           .

       26-RELEASE-BUDGET-ROUTINE.

           PERFORM UNTIL BUDGET-EOF
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO BUDGET-EOF-SW
                   NOT AT END
                       ADD 1 TO BUDGET-READ-COUNT
                       IF BD-HEADCOUNT NUMERIC AND
                          BD-SALARY NUMERIC
                           MOVE BD-WAREHOUSEID TO SD-WAREHOUSEID
                           MOVE BD-POSITION TO SD-POSITION
                           MOVE 'B' TO SD-SOURCE
                           MOVE BD-HEADCOUNT TO SD-HEADS
                           MOVE BD-SALARY TO SD-SALARY
                           RELEASE SD-RECORD
                       ELSE
                           DISPLAY 'BUDGET ROW REJECTED - HEADCOUNT '
                               'OR SALARY NOT NUMERIC - '
                               BD-WAREHOUSEID ' ' BD-POSITION
                           ADD 1 TO BUDGET-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           IF BUDGET-READ-COUNT EQUAL ZERO
               DISPLAY 'WARNING: NO BUDGET ROWS ON PR1FA19.BUD - '
                   'EVERY STAFFED POSITION IS UNBUDGETED'
           END-IF
           .

       27-RELEASE-MASTER-ROUTINE.

           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       MOVE MST-WAREHOUSEID TO SD-WAREHOUSEID
                       MOVE MST-EMPLOYEEPOSITION TO SD-POSITION
                       MOVE 'M' TO SD-SOURCE
                       MOVE 1 TO SD-HEADS
                       MOVE MST-CURRENTSALARY TO SD-SALARY
                       RELEASE SD-RECORD
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       31-PRINT-SORTED-ROUTINE.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE INTO VARIANCE-WORK-RECORD
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 32-ACCUMULATE-ROUTINE
               END-RETURN
           END-PERFORM
           .

       32-ACCUMULATE-ROUTINE.

           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SW
               MOVE VW-WAREHOUSEID TO PRIOR-WAREHOUSEID
               MOVE VW-POSITION TO PRIOR-POSITION
           ELSE
               IF VW-WAREHOUSEID NOT EQUAL PRIOR-WAREHOUSEID
                   PERFORM 34-POSITION-TOTAL-ROUTINE
                   PERFORM 35-WAREHOUSE-TOTAL-ROUTINE
                   MOVE VW-WAREHOUSEID TO PRIOR-WAREHOUSEID
                   MOVE VW-POSITION TO PRIOR-POSITION
               ELSE
                   IF VW-POSITION NOT EQUAL PRIOR-POSITION
                       PERFORM 34-POSITION-TOTAL-ROUTINE
                       MOVE VW-POSITION TO PRIOR-POSITION
                   END-IF
               END-IF
           END-IF

           IF VW-FROM-BUDGET
               MOVE 'Y' TO BUDGETED-SW
               ADD VW-HEADS TO POS-BUD-HEADS
               ADD VW-SALARY TO POS-BUD-SALARY
           ELSE
               ADD VW-HEADS TO POS-ACT-HEADS
               ADD VW-SALARY TO POS-ACT-SALARY
           END-IF
           .

       34-POSITION-TOTAL-ROUTINE.

           COMPUTE HEAD-VARIANCE = POS-ACT-HEADS - POS-BUD-HEADS
           COMPUTE SALARY-VARIANCE = POS-ACT-SALARY - POS-BUD-SALARY
           EVALUATE TRUE
               WHEN NOT POSITION-BUDGETED
                   MOVE 'UNBUDGETED' TO VDL-FLAG
                   ADD 1 TO UNBUDGETED-COUNT
               WHEN POS-ACT-HEADS EQUAL ZERO AND
                    POS-BUD-HEADS GREATER THAN ZERO
                   MOVE 'NO STAFF' TO VDL-FLAG
                   ADD 1 TO NO-STAFF-COUNT
               WHEN HEAD-VARIANCE GREATER THAN ZERO AND
                    SALARY-VARIANCE GREATER THAN ZERO
                   MOVE 'OVER BOTH' TO VDL-FLAG
                   ADD 1 TO OVER-HEADS-COUNT
                   ADD 1 TO OVER-SALARY-COUNT
               WHEN HEAD-VARIANCE GREATER THAN ZERO
                   MOVE 'OVER HEADS' TO VDL-FLAG
                   ADD 1 TO OVER-HEADS-COUNT
               WHEN SALARY-VARIANCE GREATER THAN ZERO
                   MOVE 'OVER SALARY' TO VDL-FLAG
                   ADD 1 TO OVER-SALARY-COUNT
               WHEN OTHER
                   MOVE SPACES TO VDL-FLAG
           END-EVALUATE
           MOVE PRIOR-WAREHOUSEID TO VDL-WAREHOUSEID
           MOVE PRIOR-POSITION TO VDL-POSITION
           MOVE POS-BUD-HEADS TO VDL-BUD-HEADS
           MOVE POS-ACT-HEADS TO VDL-ACT-HEADS
           MOVE HEAD-VARIANCE TO VDL-HEAD-VARIANCE
           MOVE POS-BUD-SALARY TO VDL-BUD-SALARY
           MOVE POS-ACT-SALARY TO VDL-ACT-SALARY
           MOVE SALARY-VARIANCE TO VDL-SALARY-VARIANCE
           WRITE VARIANCE-OUT FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1
           ADD POS-BUD-HEADS TO WH-BUD-HEADS
           ADD POS-ACT-HEADS TO WH-ACT-HEADS
           ADD POS-BUD-SALARY TO WH-BUD-SALARY
           ADD POS-ACT-SALARY TO WH-ACT-SALARY
           MOVE 0 TO POS-BUD-HEADS
           MOVE 0 TO POS-ACT-HEADS
           MOVE 0 TO POS-BUD-SALARY
           MOVE 0 TO POS-ACT-SALARY
           MOVE 'N' TO BUDGETED-SW
           .

       35-WAREHOUSE-TOTAL-ROUTINE.

           COMPUTE HEAD-VARIANCE = WH-ACT-HEADS - WH-BUD-HEADS
           COMPUTE SALARY-VARIANCE = WH-ACT-SALARY - WH-BUD-SALARY
           MOVE PRIOR-WAREHOUSEID TO WTL-WAREHOUSEID
           MOVE WH-BUD-HEADS TO WTL-BUD-HEADS
           MOVE WH-ACT-HEADS TO WTL-ACT-HEADS
           MOVE HEAD-VARIANCE TO WTL-HEAD-VARIANCE
           MOVE WH-BUD-SALARY TO WTL-BUD-SALARY
           MOVE WH-ACT-SALARY TO WTL-ACT-SALARY
           MOVE SALARY-VARIANCE TO WTL-SALARY-VARIANCE
           WRITE VARIANCE-OUT FROM WAREHOUSE-TOTAL-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO VARIANCE-OUT
           WRITE VARIANCE-OUT
               AFTER ADVANCING 1
           ADD WH-BUD-HEADS TO TOT-BUD-HEADS
           ADD WH-ACT-HEADS TO TOT-ACT-HEADS
           ADD WH-BUD-SALARY TO TOT-BUD-SALARY
           ADD WH-ACT-SALARY TO TOT-ACT-SALARY
           MOVE 0 TO WH-BUD-HEADS
           MOVE 0 TO WH-ACT-HEADS
           MOVE 0 TO WH-BUD-SALARY
           MOVE 0 TO WH-ACT-SALARY
           .

       40-EOF-ROUTINE.

           IF FIRST-RECORD
               WRITE VARIANCE-OUT FROM NO-DATA-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 34-POSITION-TOTAL-ROUTINE
               PERFORM 35-WAREHOUSE-TOTAL-ROUTINE
               COMPUTE HEAD-VARIANCE = TOT-ACT-HEADS - TOT-BUD-HEADS
               COMPUTE SALARY-VARIANCE =
                   TOT-ACT-SALARY - TOT-BUD-SALARY
               MOVE TOT-BUD-HEADS TO CTL-BUD-HEADS
               MOVE TOT-ACT-HEADS TO CTL-ACT-HEADS
               MOVE HEAD-VARIANCE TO CTL-HEAD-VARIANCE
               MOVE TOT-BUD-SALARY TO CTL-BUD-SALARY
               MOVE TOT-ACT-SALARY TO CTL-ACT-SALARY
               MOVE SALARY-VARIANCE TO CTL-SALARY-VARIANCE
               WRITE VARIANCE-OUT FROM COMPANY-TOTAL-LINE
                   AFTER ADVANCING 2
           END-IF

           MOVE 'BUDGET ROWS READ' TO CL-LABEL
           MOVE BUDGET-READ-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 3
           MOVE 'BUDGET ROWS REJECTED' TO CL-LABEL
           MOVE BUDGET-REJECT-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'MASTER EMPLOYEES READ' TO CL-LABEL
           MOVE MASTER-READ-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'UNBUDGETED POSITIONS' TO CL-LABEL
           MOVE UNBUDGETED-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 2
           MOVE 'BUDGETED POSITIONS NO STAFF' TO CL-LABEL
           MOVE NO-STAFF-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'POSITIONS OVER HEADCOUNT' TO CL-LABEL
           MOVE OVER-HEADS-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'POSITIONS OVER SALARY BUDGET' TO CL-LABEL
           MOVE OVER-SALARY-COUNT TO CL-COUNT
           WRITE VARIANCE-OUT FROM COUNT-LINE
               AFTER ADVANCING 1

           IF BUDGET-REJECT-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE VARIANCE-REPORT-FILE
           STOP RUN
           .
