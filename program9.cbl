      *         after this period's lines are appended.  Rows arrive
      *         in period order because each period-end run appends
      *         its own.
      *    WAREHOUSE-FILE - the maintained warehouse reference shared
      *         with PROGRAM1 and PROGRAM2: ID, name, region, GL cost
      *         center, status.  Supplies the warehouse names and the
      *         region each warehouse rolls up to; a warehouse not on
      *         the file prints as UNKNOWN WAREHOUSE under region ????.
      * *******
      * OUTPUT:
      *    SNAPSHOT-FILE - one record appended per warehouse:
      *         salary, average salary.
      *    TREND-REPORT-FILE - for each warehouse, the last twelve
      *         periods with headcount and cost deltas against the
      *         prior period, and the average salary per period,
      *         each warehouse headed with its name.  Followed by a
      *         region rollup of this period's snapshot: the
      *         warehouses of each region with headcount, total and
      *         average salary, a total line per region and one for
      *         all regions.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO 'PR1FA19.SNP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO 'PR1FA19.WHS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREND-REPORT-FILE
               ASSIGN TO PRINTER 'TREND-OUT'.

           05  SNP-TOTAL-SALARY        PIC 9(8)V9(2).
           05  SNP-AVG-SALARY          PIC 9(6)V9(2).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  WAREHOUSE-RECORD.
           05  WR-WAREHOUSEID      PIC X(4).
           05  WR-NAME             PIC X(20).
           05  WR-REGION           PIC X(4).
           05  WR-COSTCENTER       PIC X(6).
           05  WR-STATUS           PIC X(1).
           05  FILLER              PIC X(5).

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

                   15  TRW-TOTAL-SALARY PIC 9(8)V9(2) VALUE 0.
                   15  TRW-AVG-SALARY  PIC 9(6)V9(2)  VALUE 0.

       01  WAREHOUSE-REF-TABLE.
           05  WAREHOUSE-REF-ENTRY     OCCURS 50 TIMES.
               10  WRT-WAREHOUSEID      PIC X(4)      VALUE SPACES.
               10  WRT-NAME             PIC X(20)     VALUE SPACES.
               10  WRT-REGION           PIC X(4)      VALUE SPACES.

       01  WAREHOUSE-REF-FIELDS.
           05  WAREHOUSE-NAME        PIC X(20)      VALUE SPACES.
           05  WAREHOUSE-REGION      PIC X(4)       VALUE SPACES.
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

       01  REGION-ROLLUP-FIELDS.
           05  RGN-TABLE-COUNT       PIC 9(2)       VALUE 0.
           05  RGN-SUB               PIC 9(2)       VALUE 0.
           05  RGN-FOUND-SW          PIC X          VALUE 'N'.
               88  RGN-FOUND                           VALUE 'Y'.
           05  RGN-HEADCOUNT         PIC 9(6)       VALUE 0.
           05  RGN-TOTAL-SALARY      PIC 9(9)V9(2)  VALUE 0.
           05  RGN-ALL-HEADCOUNT     PIC 9(6)       VALUE 0.
           05  RGN-ALL-TOTAL-SALARY  PIC 9(9)V9(2)  VALUE 0.

       01  REGION-TABLE.
           05  RGN-REGION              PIC X(4)       VALUE SPACES
                                       OCCURS 50 TIMES.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9         VALUE +2.

           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'WAREHOUSE '.
           05 TWL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 TWL-WAREHOUSENAME        PIC X(20)     VALUE SPACES.
           05                          PIC X(59)     VALUE SPACES.

       01  TREND-DETAIL-LINE.
           05                          PIC X(5)      VALUE SPACES.
                           VALUE 'NO SNAPSHOT PERIODS ON FILE YET'.
           05                          PIC X(62).

       01  REGION-HEADING-ONE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(43)
               VALUE 'CURRENT PERIOD HEADCOUNT AND COST BY REGION'.
           05                          PIC X(52).

       01  REGION-HEADING-TWO.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'REGION'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'WAREHOUSE'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'NAME'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(9)      VALUE 'HEADCOUNT'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(12)
                                       VALUE 'TOTAL SALARY'.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'AVG SALARY'.
           05                          PIC X(16).

       01  REGION-DETAIL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RDL-REGION               PIC X(4).
           05                          PIC X(5)      VALUE SPACES.
           05 RDL-WAREHOUSEID          PIC X(4).
           05                          PIC X(6)      VALUE SPACES.
           05 RDL-WAREHOUSENAME        PIC X(20).
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-HEADCOUNT            PIC ZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-TOTAL-SALARY         PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-AVG-SALARY           PIC $Z99,999.99.
           05                          PIC X(16)     VALUE SPACES.

       01  REGION-TOTAL-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RTL-LABEL                PIC X(18)     VALUE SPACES.
           05                          PIC X(23)     VALUE SPACES.
           05 RTL-HEADCOUNT            PIC ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 RTL-TOTAL-SALARY         PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05 RTL-AVG-SALARY           PIC $Z99,999.99.
           05                          PIC X(16)     VALUE SPACES.

       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.
       PERFORM 25-WRITE-SNAPSHOT-ROUTINE
       PERFORM 30-LOAD-TREND-ROUTINE
       PERFORM 35-PRINT-TREND-ROUTINE
       PERFORM 38-PRINT-REGION-ROLLUP-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

               OUTPUT TREND-REPORT-FILE
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE TODAY-YYYYMMDD TO H1-DATE
           PERFORM 16-LOAD-WAREHOUSE-ROUTINE
           .

       16-LOAD-WAREHOUSE-ROUTINE.

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

       17-LOOKUP-WAREHOUSE-ROUTINE.

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
               MOVE WRT-REGION(WRT-HIT-SUB) TO WAREHOUSE-REGION
           ELSE
               MOVE 'UNKNOWN WAREHOUSE' TO WAREHOUSE-NAME
               MOVE '????' TO WAREHOUSE-REGION
           END-IF
           .

       20-ACCUMULATE-MASTER-ROUTINE.
       36-PRINT-WAREHOUSE-TREND-ROUTINE.

           MOVE TRW-WAREHOUSEID(TRW-SUB) TO TWL-WAREHOUSEID
           MOVE TRW-WAREHOUSEID(TRW-SUB) TO LOOKUP-WAREHOUSEID
           PERFORM 17-LOOKUP-WAREHOUSE-ROUTINE
           MOVE WAREHOUSE-NAME TO TWL-WAREHOUSENAME
           WRITE TREND-OUT FROM TREND-WAREHOUSE-LINE
               AFTER ADVANCING 2
           WRITE TREND-OUT FROM HEADING-THREE
           END-IF
           .

       38-PRINT-REGION-ROLLUP-ROUTINE.

      * REGIONS PRINT IN THE ORDER THEIR FIRST WAREHOUSE APPEARS ON
      * THE MASTER.
           PERFORM VARYING WHS-SUB FROM 1 BY 1
                   UNTIL WHS-SUB GREATER THAN WHS-TABLE-COUNT
               MOVE WHS-WAREHOUSEID(WHS-SUB) TO LOOKUP-WAREHOUSEID
               PERFORM 17-LOOKUP-WAREHOUSE-ROUTINE
               MOVE 'N' TO RGN-FOUND-SW
               PERFORM VARYING RGN-SUB FROM 1 BY 1
                       UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
                   IF RGN-REGION(RGN-SUB) EQUAL WAREHOUSE-REGION
                       MOVE 'Y' TO RGN-FOUND-SW
                       MOVE RGN-TABLE-COUNT TO RGN-SUB
                   END-IF
               END-PERFORM
               IF NOT RGN-FOUND
                   ADD 1 TO RGN-TABLE-COUNT
                   MOVE WAREHOUSE-REGION TO RGN-REGION(RGN-TABLE-COUNT)
               END-IF
           END-PERFORM
           WRITE TREND-OUT FROM REGION-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE TREND-OUT FROM REGION-HEADING-TWO
               AFTER ADVANCING 2
           PERFORM VARYING RGN-SUB FROM 1 BY 1
                   UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
               PERFORM 39-PRINT-ONE-REGION-ROUTINE
           END-PERFORM
           MOVE 'ALL REGIONS TOTAL:' TO RTL-LABEL
           MOVE RGN-ALL-HEADCOUNT TO RTL-HEADCOUNT
           MOVE RGN-ALL-TOTAL-SALARY TO RTL-TOTAL-SALARY
           IF RGN-ALL-HEADCOUNT GREATER THAN ZERO
               COMPUTE RTL-AVG-SALARY ROUNDED =
                   RGN-ALL-TOTAL-SALARY / RGN-ALL-HEADCOUNT
           ELSE
               MOVE ZERO TO RTL-AVG-SALARY
           END-IF
           WRITE TREND-OUT FROM REGION-TOTAL-LINE
               AFTER ADVANCING 2
           .

       39-PRINT-ONE-REGION-ROUTINE.

           MOVE 0 TO RGN-HEADCOUNT
           MOVE 0 TO RGN-TOTAL-SALARY
           MOVE 2 TO PROPER-SPACING
           PERFORM VARYING WHS-SUB FROM 1 BY 1
                   UNTIL WHS-SUB GREATER THAN WHS-TABLE-COUNT
               MOVE WHS-WAREHOUSEID(WHS-SUB) TO LOOKUP-WAREHOUSEID
               PERFORM 17-LOOKUP-WAREHOUSE-ROUTINE
               IF WAREHOUSE-REGION EQUAL RGN-REGION(RGN-SUB)
                   MOVE WAREHOUSE-REGION TO RDL-REGION
                   MOVE WHS-WAREHOUSEID(WHS-SUB) TO RDL-WAREHOUSEID
                   MOVE WAREHOUSE-NAME TO RDL-WAREHOUSENAME
                   MOVE WHS-HEADCOUNT(WHS-SUB) TO RDL-HEADCOUNT
                   MOVE WHS-TOTAL-SALARY(WHS-SUB) TO RDL-TOTAL-SALARY
                   COMPUTE RDL-AVG-SALARY ROUNDED =
                       WHS-TOTAL-SALARY(WHS-SUB)
                       / WHS-HEADCOUNT(WHS-SUB)
                   WRITE TREND-OUT FROM REGION-DETAIL-LINE
                       AFTER ADVANCING PROPER-SPACING
                   MOVE 1 TO PROPER-SPACING
                   ADD WHS-HEADCOUNT(WHS-SUB) TO RGN-HEADCOUNT
                   ADD WHS-TOTAL-SALARY(WHS-SUB) TO RGN-TOTAL-SALARY
               END-IF
           END-PERFORM
           MOVE SPACES TO RTL-LABEL
           STRING 'REGION '           DELIMITED BY SIZE
                  RGN-REGION(RGN-SUB) DELIMITED BY SIZE
                  ' TOTAL:'           DELIMITED BY SIZE
               INTO RTL-LABEL
           END-STRING
           MOVE RGN-HEADCOUNT TO RTL-HEADCOUNT
           MOVE RGN-TOTAL-SALARY TO RTL-TOTAL-SALARY
           COMPUTE RTL-AVG-SALARY ROUNDED =
               RGN-TOTAL-SALARY / RGN-HEADCOUNT
           WRITE TREND-OUT FROM REGION-TOTAL-LINE
               AFTER ADVANCING 1
           ADD RGN-HEADCOUNT TO RGN-ALL-HEADCOUNT
           ADD RGN-TOTAL-SALARY TO RGN-ALL-TOTAL-SALARY
           .

       40-EOF-ROUTINE.

           DISPLAY 'SNAPSHOT - WAREHOUSES WRITTEN: ' WHS-TABLE-COUNT
