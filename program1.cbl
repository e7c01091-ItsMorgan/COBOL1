      *    A DETAIL LINE WHOSE CURRENT SALARY FALLS OUTSIDE ITS
      *    POSITION'S GRADE BAND IS FLAGGED '*' ON THE REPORT.
      *
      *    THE WAREHOUSE FILE IS THE MAINTAINED WAREHOUSE REFERENCE
      *    SHARED WITH PROGRAM2 - ONE RECORD PER WAREHOUSE: ID, NAME,
      *    REGION, GL COST CENTER, STATUS.  IT SUPPLIES THE WAREHOUSE
      *    NAME PRINTED ON THE REPORT AND THE REGION EACH WAREHOUSE
      *    ROLLS UP TO.  A WAREHOUSE NOT ON THE FILE PRINTS AS
      *    'UNKNOWN WAREHOUSE' UNDER REGION '????'.
      *
      * *******
      * OUTPUT:
      *    The OUTPUT FILE contains the following information,
      *    with a numbered page heading and column headings at the
      *    top of every page, each warehouse and each summary page
      *    starting on a fresh page, and the current warehouse
      *    carried forward, with its name, at each page top:
      *    ************
      *    DETAIL LINE:
      *         1.  WAREHOUSE ID NUMBER
      *         1. TOTAL OF ALL STARTING SALARIES
      *         2. TOTAL OF ALL CURRENT SALARIES
      *    *************
      *    WAREHOUSE TOTALS:
      *         1. WAREHOUSE ID AND NAME
      *         2. TOTAL OF THE WAREHOUSE'S STARTING SALARIES
      *         3. TOTAL OF THE WAREHOUSE'S CURRENT SALARIES
      *    *************
      *    AVERAGE INCREASE SUMMARY PAGE:
      *         A CLOSING PAGE SHOWING, FOR EACH WAREHOUSE, THE
      *         AVERAGE PERCENT PAY INCREASE OF ITS EMPLOYEES.
      *    *************
      *    REGION SUMMARY PAGE:
      *         A CLOSING PAGE GROUPING THE WAREHOUSES BY REGION,
      *         EACH WAREHOUSE WITH ITS NAME, HEADCOUNT, TOTAL
      *         STARTING AND TOTAL CURRENT SALARY, A TOTAL LINE PER
      *         REGION AND ONE FOR ALL REGIONS.
      *    *************
      *    OVERDUE FOR INCREASE PAGE:
      *         A CLOSING PAGE, GROUPED BY WAREHOUSE, LISTING ANY
      *         EMPLOYEE WHOSE LAST PAY INCREASE (OR HIRE DATE, IF
      *                    REPORT AND CSV FILES ARE RE-OPENED FOR
      *                    EXTEND SO THE DETAIL LINES ALREADY PRINTED
      *                    BEFORE THE CHECKPOINT STAY IN PLACE - A
      *                    RESTARTED RUN'S PCT-INCREASE, REGION AND
      *                    OVERDUE SUMMARY PAGES REFLECT ONLY THE
      *                    RECORDS PROCESSED AFTER THE RESTART POINT.
      * *************
      * CALCULATIONS:
      *    TOTAL STARTING SALARY
           SELECT OPTIONAL POSITION-FILE
               ASSIGN TO 'PR1FA19.POS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO 'PR1FA19.WHS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'PR1FA19.RUN'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PR-MINSAL           PIC 9(6)V9(2).
           05  PR-MAXSAL           PIC 9(6)V9(2).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  WAREHOUSE-RECORD.
           05  WR-WAREHOUSEID      PIC X(4).
           05  WR-NAME             PIC X(20).
           05  WR-REGION           PIC X(4).
           05  WR-COSTCENTER       PIC X(6).
           05  WR-STATUS           PIC X(1).
           05  FILLER              PIC X(5).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 50 CHARACTERS.

               88  POSITION-FOUND                      VALUE 'Y'.
           05  BAND-FLAGGED-COUNT    PIC 9(5)       VALUE 0.

       01  WAREHOUSE-REF-TABLE.
           05  WAREHOUSE-REF-ENTRY     OCCURS 50 TIMES.
               10  WRT-WAREHOUSEID      PIC X(4)      VALUE SPACES.
               10  WRT-NAME             PIC X(20)     VALUE SPACES.
               10  WRT-REGION           PIC X(4)      VALUE SPACES.
               10  WRT-HEADCOUNT        PIC 9(5)      VALUE 0.
               10  WRT-START-TOTAL      PIC 9(8)V9(2) VALUE 0.
               10  WRT-CURR-TOTAL       PIC 9(8)V9(2) VALUE 0.

       01  WAREHOUSE-REF-FIELDS.
           05  WAREHOUSE-NAME        PIC X(20)      VALUE SPACES.
           05  LOOKUP-WAREHOUSEID    PIC X(4)       VALUE SPACES.
           05  WRT-SUB               PIC 9(2)       VALUE 0.
           05  WRT-HIT-SUB           PIC 9(2)       VALUE 0.
           05  WRT-TABLE-COUNT       PIC 9(2)       VALUE 0.
           05  WRT-EOF-SW            PIC X          VALUE ' '.
               88  WRT-EOF                             VALUE 'Y'.
           05  WRT-TABLE-FULL-SW     PIC X          VALUE 'N'.
               88  WRT-TABLE-FULL-WARNED               VALUE 'Y'.
           05  WRT-FOUND-SW          PIC X          VALUE 'N'.
               88  WRT-FOUND                           VALUE 'Y'.

       01  REGION-SUMMARY-FIELDS.
           05  RGN-TABLE-COUNT       PIC 9(2)       VALUE 0.
           05  RGN-SUB               PIC 9(2)       VALUE 0.
           05  RGN-FOUND-SW          PIC X          VALUE 'N'.
               88  RGN-FOUND                           VALUE 'Y'.
           05  RGN-HEADCOUNT         PIC 9(6)       VALUE 0.
           05  RGN-START-TOTAL       PIC 9(9)V9(2)  VALUE 0.
           05  RGN-CURR-TOTAL        PIC 9(9)V9(2)  VALUE 0.
           05  RGN-ALL-HEADCOUNT     PIC 9(6)       VALUE 0.
           05  RGN-ALL-START-TOTAL   PIC 9(9)V9(2)  VALUE 0.
           05  RGN-ALL-CURR-TOTAL    PIC 9(9)V9(2)  VALUE 0.

       01  REGION-TABLE.
           05  RGN-REGION              PIC X(4)       VALUE SPACES
                                       OCCURS 50 TIMES.

       01  REPORT-FIELDS.
           05   PROPER-SPACING         PIC S9         VALUE +2.
           05   EXCEPT-PROPER-SPACING  PIC S9         VALUE +2.
               88  DETAIL-PAGE-MODE                   VALUE 'D'.
               88  PCT-PAGE-MODE                      VALUE 'P'.
               88  OVERDUE-PAGE-MODE                  VALUE 'O'.
               88  REGION-PAGE-MODE                   VALUE 'R'.
           05  FRESH-WH-SW             PIC X          VALUE 'N'.
               88  FRESH-WAREHOUSE-PAGE               VALUE 'Y'.
           05  SAVE-PRINT-LINE         PIC X(104)     VALUE SPACES.
           05                          PIC X(9)      VALUE 'WAREHOUSE'.
           05                          PIC X(1)      VALUE SPACES.
           05 WTL-WAREHOUSEID          PIC X(4).
           05                          PIC X(1)      VALUE SPACES.
           05 WTL-WAREHOUSENAME        PIC X(20)     VALUE SPACES.
           05                          PIC X(7)      VALUE ' TOTAL:'.
           05                          PIC X(12).
           05 WTL-TOTALSTARTSALARY     PIC $999,999.99.
           05                          PIC X(14).
           05 WTL-TOTALCURRSALARY      PIC $999,999.99.
           05                          PIC X(10)     VALUE 'WAREHOUSE '.
           05 CL-WAREHOUSEID           PIC X(4).
           05                          PIC X(1)      VALUE SPACES.
           05 CL-WAREHOUSENAME         PIC X(20)     VALUE SPACES.
           05                          PIC X(1)      VALUE SPACES.
           05 CL-SUFFIX                PIC X(11)     VALUE SPACES.
           05                          PIC X(53).

       01  BAND-LEGEND-LINE.
           05                          PIC X(4)      VALUE SPACES.
               VALUE '* CURRENT SALARY OUTSIDE POSITION GRADE BAND'.
           05                          PIC X(53).

       01  REGION-SUMMARY-HEADING-ONE.
           05                          PIC X(28)     VALUE SPACES.
           05                          PIC X(23)
                                   VALUE 'SALARY TOTALS BY REGION'.
           05                          PIC X(40).

       01  REGION-SUMMARY-HEADING-TWO.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'REGION'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'WAREHOUSE'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'NAME'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(9)      VALUE 'HEADCOUNT'.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'START TOTAL'.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(13)
                                       VALUE 'CURRENT TOTAL'.
           05                          PIC X(3)      VALUE SPACES.

       01  REGION-SUMMARY-DETAIL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RSD-REGION               PIC X(4).
           05                          PIC X(5)      VALUE SPACES.
           05 RSD-WAREHOUSEID          PIC X(4).
           05                          PIC X(6)      VALUE SPACES.
           05 RSD-WAREHOUSENAME        PIC X(20).
           05                          PIC X(3)      VALUE SPACES.
           05 RSD-HEADCOUNT            PIC ZZ,ZZ9.
           05                          PIC X(4)      VALUE SPACES.
           05 RSD-START-TOTAL          PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05 RSD-CURR-TOTAL           PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.

       01  REGION-TOTAL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RTL-LABEL                PIC X(18)     VALUE SPACES.
           05                          PIC X(23)     VALUE SPACES.
           05 RTL-HEADCOUNT            PIC ZZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05 RTL-START-TOTAL          PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 RTL-CURR-TOTAL           PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.

       01  OVERDUE-NONE-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(33)

           ACCEPT PARM-STRING FROM COMMAND-LINE
           PERFORM 18-LOAD-POSITION-ROUTINE
           PERFORM 14-LOAD-WAREHOUSE-ROUTINE
           PERFORM 16-SWEEP-MASTER-ROUTINE
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'START' TO RCW-EVENT
           END-IF
           .

       14-LOAD-WAREHOUSE-ROUTINE.

           OPEN INPUT WAREHOUSE-FILE
           PERFORM UNTIL WRT-EOF
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WRT-EOF-SW
                   NOT AT END
                       IF WRT-TABLE-COUNT LESS THAN 50
                           ADD 1 TO WRT-TABLE-COUNT
                           MOVE WR-WAREHOUSEID
                               TO WRT-WAREHOUSEID(WRT-TABLE-COUNT)
                           MOVE WR-NAME
                               TO WRT-NAME(WRT-TABLE-COUNT)
                           MOVE WR-REGION
                               TO WRT-REGION(WRT-TABLE-COUNT)
                       ELSE
                           IF NOT WRT-TABLE-FULL-WARNED
                               DISPLAY 'WARNING: WAREHOUSE TABLE '
                                   'FULL - WAREHOUSES PAST 50 IGNORED'
                               MOVE 'Y' TO WRT-TABLE-FULL-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE
           IF WRT-TABLE-COUNT EQUAL ZERO
               DISPLAY 'WARNING: WAREHOUSE REFERENCE FILE MISSING OR '
               DISPLAY '  EMPTY - WAREHOUSE NAMES AND REGIONS UNKNOWN'
           END-IF
           .

       13-LOOKUP-WAREHOUSE-ROUTINE.

           MOVE 'N' TO WRT-FOUND-SW
           PERFORM VARYING WRT-SUB FROM 1 BY 1
                   UNTIL WRT-SUB > WRT-TABLE-COUNT
               IF LOOKUP-WAREHOUSEID EQUAL WRT-WAREHOUSEID(WRT-SUB)
                   MOVE 'Y' TO WRT-FOUND-SW
                   MOVE WRT-SUB TO WRT-HIT-SUB
                   MOVE WRT-TABLE-COUNT TO WRT-SUB
               END-IF
           END-PERFORM
           IF WRT-FOUND
               MOVE WRT-NAME(WRT-HIT-SUB) TO WAREHOUSE-NAME
           ELSE
               MOVE 'UNKNOWN WAREHOUSE' TO WAREHOUSE-NAME
           END-IF
           .

       20-HEADER-ROUTINE.

           ADD 1 TO PAGE-NUMBER
                   ADD 3 TO LINE-COUNT
                   IF WH-PRIOR-WAREHOUSEID NOT EQUAL SPACES
                       MOVE WH-PRIOR-WAREHOUSEID TO CL-WAREHOUSEID
                       MOVE WH-PRIOR-WAREHOUSEID TO LOOKUP-WAREHOUSEID
                       PERFORM 13-LOOKUP-WAREHOUSE-ROUTINE
                       MOVE WAREHOUSE-NAME TO CL-WAREHOUSENAME
                       IF FRESH-WAREHOUSE-PAGE
                           MOVE SPACES TO CL-SUFFIX
                       ELSE
                   WRITE REPORT-OUT FROM OVERDUE-HEADING-TWO
                       AFTER ADVANCING 2
                   ADD 4 TO LINE-COUNT
               WHEN REGION-PAGE-MODE
                   WRITE REPORT-OUT FROM REGION-SUMMARY-HEADING-ONE
                       AFTER ADVANCING 2
                   WRITE REPORT-OUT FROM REGION-SUMMARY-HEADING-TWO
                       AFTER ADVANCING 2
                   ADD 4 TO LINE-COUNT
           END-EVALUATE
           MOVE 2 TO PROPER-SPACING
           .
               MOVE SPACE TO BAND-FLAG-OUT
           END-IF
           PERFORM 29-ACCUMULATE-PCT-SUMMARY-ROUTINE
           PERFORM 22-ACCUMULATE-REGION-ROUTINE
           PERFORM 36-WRITE-CSV-ROUTINE
           PERFORM 37-CHECK-OVERDUE-ROUTINE
           ADD STARTSALARY-IN, TF-TOTALSTARTSALARY,
           END-IF
           .

       22-ACCUMULATE-REGION-ROUTINE.

      * A WAREHOUSE MISSING FROM THE REFERENCE FILE IS ADDED TO THE
      * TABLE UNDER REGION '????' SO ITS EMPLOYEES STILL ROLL UP AND
      * THE REGION PAGE TOTALS AGREE WITH THE FINAL TOTALS.
           MOVE WAREHOUSEID-IN TO LOOKUP-WAREHOUSEID
           PERFORM 13-LOOKUP-WAREHOUSE-ROUTINE
           IF NOT WRT-FOUND
               IF WRT-TABLE-COUNT LESS THAN 50
                   ADD 1 TO WRT-TABLE-COUNT
                   MOVE WAREHOUSEID-IN
                       TO WRT-WAREHOUSEID(WRT-TABLE-COUNT)
                   MOVE WAREHOUSE-NAME TO WRT-NAME(WRT-TABLE-COUNT)
                   MOVE '????' TO WRT-REGION(WRT-TABLE-COUNT)
                   MOVE WRT-TABLE-COUNT TO WRT-HIT-SUB
                   MOVE 'Y' TO WRT-FOUND-SW
               ELSE
                   IF NOT WRT-TABLE-FULL-WARNED
                       DISPLAY 'WARNING: WAREHOUSE TABLE FULL - '
                       DISPLAY '  ADDITIONAL WAREHOUSES OMITTED FROM '
                       DISPLAY '  THE REGION SUMMARY PAGE'
                       MOVE 'Y' TO WRT-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF
           IF WRT-FOUND
               ADD 1 TO WRT-HEADCOUNT(WRT-HIT-SUB)
               ADD STARTSALARY-IN TO WRT-START-TOTAL(WRT-HIT-SUB)
               ADD CURRENTSALARY-IN TO WRT-CURR-TOTAL(WRT-HIT-SUB)
           END-IF
           .

       28-LOOKUP-POSITION-ROUTINE.

           MOVE 'N' TO POSITION-FOUND-SW
       32-WAREHOUSE-SUBTOTAL-ROUTINE.

           MOVE WH-PRIOR-WAREHOUSEID TO WTL-WAREHOUSEID
           MOVE WH-PRIOR-WAREHOUSEID TO LOOKUP-WAREHOUSEID
           PERFORM 13-LOOKUP-WAREHOUSE-ROUTINE
           MOVE WAREHOUSE-NAME TO WTL-WAREHOUSENAME
           MOVE WH-TOTALSTARTSALARY TO WTL-TOTALSTARTSALARY
           MOVE WH-TOTALCURRSALARY TO WTL-TOTALCURRSALARY
           MOVE WAREHOUSE-TOTAL-LINE TO REPORT-OUT
               PERFORM 35-WRITE-A-LINE
           END-IF
           PERFORM 34-PRINT-PCT-SUMMARY-ROUTINE
           PERFORM 41-PRINT-REGION-SUMMARY-ROUTINE
           PERFORM 38-PRINT-OVERDUE-ROUTINE
           PERFORM 39-WRITE-CSV-TRAILER-ROUTINE
           CLOSE EMPLOYEE-FILE
           CLOSE RUN-CONTROL-FILE
           STOP RUN
           .

       41-PRINT-REGION-SUMMARY-ROUTINE.

      * REGIONS PRINT IN THE ORDER THEY FIRST APPEAR ON THE WAREHOUSE
      * FILE; ONLY WAREHOUSES WITH EMPLOYEES ON THIS REPORT ARE SHOWN.
           MOVE 'R' TO PAGE-HEADING-MODE
           PERFORM 20-HEADER-ROUTINE
           PERFORM VARYING WRT-SUB FROM 1 BY 1
                   UNTIL WRT-SUB GREATER THAN WRT-TABLE-COUNT
               IF WRT-HEADCOUNT(WRT-SUB) GREATER THAN ZERO
                   MOVE 'N' TO RGN-FOUND-SW
                   PERFORM VARYING RGN-SUB FROM 1 BY 1
                           UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
                       IF RGN-REGION(RGN-SUB) EQUAL WRT-REGION(WRT-SUB)
                           MOVE 'Y' TO RGN-FOUND-SW
                           MOVE RGN-TABLE-COUNT TO RGN-SUB
                       END-IF
                   END-PERFORM
                   IF NOT RGN-FOUND
                       ADD 1 TO RGN-TABLE-COUNT
                       MOVE WRT-REGION(WRT-SUB)
                           TO RGN-REGION(RGN-TABLE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RGN-SUB FROM 1 BY 1
                   UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
               PERFORM 42-PRINT-ONE-REGION-ROUTINE
           END-PERFORM
           MOVE 'ALL REGIONS TOTAL:' TO RTL-LABEL
           MOVE RGN-ALL-HEADCOUNT TO RTL-HEADCOUNT
           MOVE RGN-ALL-START-TOTAL TO RTL-START-TOTAL
           MOVE RGN-ALL-CURR-TOTAL TO RTL-CURR-TOTAL
           MOVE REGION-TOTAL-LINE TO REPORT-OUT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       42-PRINT-ONE-REGION-ROUTINE.

           MOVE 0 TO RGN-HEADCOUNT
           MOVE 0 TO RGN-START-TOTAL
           MOVE 0 TO RGN-CURR-TOTAL
           MOVE 2 TO PROPER-SPACING
           PERFORM VARYING WRT-SUB FROM 1 BY 1
                   UNTIL WRT-SUB GREATER THAN WRT-TABLE-COUNT
               IF WRT-REGION(WRT-SUB) EQUAL RGN-REGION(RGN-SUB) AND
                  WRT-HEADCOUNT(WRT-SUB) GREATER THAN ZERO
                   MOVE WRT-REGION(WRT-SUB) TO RSD-REGION
                   MOVE WRT-WAREHOUSEID(WRT-SUB) TO RSD-WAREHOUSEID
                   MOVE WRT-NAME(WRT-SUB) TO RSD-WAREHOUSENAME
                   MOVE WRT-HEADCOUNT(WRT-SUB) TO RSD-HEADCOUNT
                   MOVE WRT-START-TOTAL(WRT-SUB) TO RSD-START-TOTAL
                   MOVE WRT-CURR-TOTAL(WRT-SUB) TO RSD-CURR-TOTAL
                   MOVE REGION-SUMMARY-DETAIL-LINE TO REPORT-OUT
                   PERFORM 35-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
                   ADD WRT-HEADCOUNT(WRT-SUB) TO RGN-HEADCOUNT
                   ADD WRT-START-TOTAL(WRT-SUB) TO RGN-START-TOTAL
                   ADD WRT-CURR-TOTAL(WRT-SUB) TO RGN-CURR-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO RTL-LABEL
           STRING 'REGION '           DELIMITED BY SIZE
                  RGN-REGION(RGN-SUB) DELIMITED BY SIZE
                  ' TOTAL:'           DELIMITED BY SIZE
               INTO RTL-LABEL
           END-STRING
           MOVE RGN-HEADCOUNT TO RTL-HEADCOUNT
           MOVE RGN-START-TOTAL TO RTL-START-TOTAL
           MOVE RGN-CURR-TOTAL TO RTL-CURR-TOTAL
           MOVE REGION-TOTAL-LINE TO REPORT-OUT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           ADD RGN-HEADCOUNT TO RGN-ALL-HEADCOUNT
           ADD RGN-START-TOTAL TO RGN-ALL-START-TOTAL
           ADD RGN-CURR-TOTAL TO RGN-ALL-CURR-TOTAL
           .
