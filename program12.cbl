      * one posting line per warehouse per position code - the
      * position code is what finance maps to expense accounts, so
      * the summarization is at warehouse-plus-position level, not
      * just warehouse.  Each line is posted to the GL cost center
      * the warehouse reference file carries for the warehouse, so
      * finance no longer maps warehouse IDs to cost centers by hand.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master PROGRAM1 and
      *         PROGRAM2 share, keyed on WAREHOUSEID + EMPLOYEEID.
      *    WAREHOUSE-FILE - the maintained warehouse reference shared
      *         with PROGRAM1, PROGRAM2 and PROGRAM9: ID, name,
      *         region, GL cost center, status.  A warehouse not on
      *         the file, or carried with a blank cost center, posts
      *         to the suspense cost center (GLS-SUSPENSE-COSTCENTER)
      *         and the run ends with RETURN-CODE 4 so finance clears
      *         the suspense before the period closes.
      * *******
      * OUTPUT:
      *    POSTING-FILE - a comma-delimited posting file for the
      *         finance system, one line per warehouse per position:
      *         GL COST CENTER, WAREHOUSE ID, POSITION CODE,
      *         HEADCOUNT, TOTAL CURRENT SALARY
      *         FOLLOWED BY ONE CONTROL TRAILER IN THE SAME SPIRIT
      *         AS THE PR1FA19.CSV TRAILER PROGRAM7 PROVES:
      *         'T', EXTRACT DATE, LINE COUNT, HASHED AMOUNT TOTAL
      *         SO FINANCE CAN TELL A COMPLETE FILE FROM ONE CUT
      *         SHORT.
      *    POSTING-REPORT-FILE - a printed register of the posting
      *         lines grouped by region, each line with the warehouse
      *         name and cost center, a total per region and one for
      *         all regions that agrees with the trailer hash.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT POSTING-FILE
               ASSIGN TO 'PR1FA19.GLP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO 'PR1FA19.WHS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE
               ASSIGN TO PRINTER 'POSTING-OUT'.

       DATA DIVISION.
       FILE SECTION.

       01  POSTING-RECORD              PIC X(60).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  WAREHOUSE-RECORD.
           05  WR-WAREHOUSEID      PIC X(4).
           05  WR-NAME             PIC X(20).
           05  WR-REGION           PIC X(4).
           05  WR-COSTCENTER       PIC X(6).
           05  WR-STATUS           PIC X(1).
           05  FILLER              PIC X(5).

       FD  POSTING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  POSTING-OUT                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  GLT-ENTRY               OCCURS 500 TIMES.
               10  GLT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  GLT-POSITION        PIC X(2)       VALUE SPACES.
               10  GLT-COSTCENTER      PIC X(6)       VALUE SPACES.
               10  GLT-REGION          PIC X(4)       VALUE SPACES.
               10  GLT-WAREHOUSENAME   PIC X(20)      VALUE SPACES.
               10  GLT-HEADCOUNT       PIC 9(5)       VALUE 0.
               10  GLT-TOTAL-SALARY    PIC 9(8)V9(2)  VALUE 0.

           05  GLO-AMOUNT-HASH      PIC 9(10)V9(2) VALUE 0.
           05  GLO-TRL-COUNT        PIC 9(7).
           05  GLO-TRL-HASH         PIC 9(10).9(2).
           05  GLO-SUSPENSE-COUNT   PIC 9(5)       VALUE 0.

       01  GL-SUSPENSE-FIELDS.
           05  GLS-SUSPENSE-COSTCENTER PIC X(6)    VALUE '999999'.

       01  WAREHOUSE-REF-TABLE.
           05  WAREHOUSE-REF-ENTRY     OCCURS 50 TIMES.
               10  WRT-WAREHOUSEID      PIC X(4)      VALUE SPACES.
               10  WRT-NAME             PIC X(20)     VALUE SPACES.
               10  WRT-REGION           PIC X(4)      VALUE SPACES.
               10  WRT-COSTCENTER       PIC X(6)      VALUE SPACES.

       01  WAREHOUSE-REF-FIELDS.
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
           05  RGN-TABLE-COUNT       PIC 9(3)       VALUE 0.
           05  RGN-SUB               PIC 9(3)       VALUE 0.
           05  RGN-FOUND-SW          PIC X          VALUE 'N'.
               88  RGN-FOUND                           VALUE 'Y'.
           05  RGN-HEADCOUNT         PIC 9(6)       VALUE 0.
           05  RGN-AMOUNT            PIC 9(10)V9(2) VALUE 0.
           05  RGN-ALL-HEADCOUNT     PIC 9(6)       VALUE 0.
           05  RGN-ALL-AMOUNT        PIC 9(10)V9(2) VALUE 0.

       01  REGION-TABLE.
           05  RGN-REGION              PIC X(4)       VALUE SPACES
                                       OCCURS 500 TIMES.

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
           05                          PIC X(29)
                   VALUE 'GL SALARY POSTING BY REGION'.
           05                          PIC X(43).

       01  HEADING-THREE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'REGION'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'WHSE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'NAME'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(8)      VALUE 'COST CTR'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'POS'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'HEADCOUNT'.
           05                          PIC X(11)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'AMOUNT'.
           05                          PIC X(22).

       01  POSTING-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-REGION               PIC X(4).
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-WAREHOUSENAME        PIC X(20).
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-COSTCENTER           PIC X(6).
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-POSITION             PIC X(2).
           05                          PIC X(5)      VALUE SPACES.
           05 PDL-HEADCOUNT            PIC ZZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-AMOUNT               PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(22)     VALUE SPACES.

       01  POSTING-TOTAL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 PTL-LABEL                PIC X(18)     VALUE SPACES.
           05                          PIC X(33)     VALUE SPACES.
           05 PTL-HEADCOUNT            PIC ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 PTL-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(22)     VALUE SPACES.

       01  SUSPENSE-NOTE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(37)
                   VALUE 'LINES POSTED TO SUSPENSE COST CENTER '.
           05 SNL-COSTCENTER           PIC X(6).
           05                          PIC X(2)      VALUE ': '.
           05 SNL-COUNT                PIC ZZ,ZZ9.
           05                          PIC X(46)     VALUE SPACES.

       PROCEDURE DIVISION.
      *                                MRO
       PERFORM 15-HSKPING-ROUTINE
       PERFORM 20-ACCUMULATE-MASTER-ROUTINE
       PERFORM 30-WRITE-POSTING-ROUTINE
       PERFORM 36-PRINT-REGISTER-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-FILE
                       POSTING-REPORT-FILE
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
                           MOVE WR-COSTCENTER
                               TO WRT-COSTCENTER(WRT-TABLE-COUNT)
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
               DISPLAY '  EMPTY - ALL LINES POST TO SUSPENSE'
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
           .

       20-ACCUMULATE-MASTER-ROUTINE.
               MOVE 1 TO GLT-HEADCOUNT(GLT-TABLE-COUNT)
               MOVE MST-CURRENTSALARY
                   TO GLT-TOTAL-SALARY(GLT-TABLE-COUNT)
               PERFORM 24-MAP-COSTCENTER-ROUTINE
           ELSE
               IF NOT GLT-FOUND AND NOT GLT-TABLE-FULL-WARNED
                   DISPLAY 'WARNING: POSTING TABLE FULL - '
           END-IF
           .

       24-MAP-COSTCENTER-ROUTINE.

           MOVE MST-WAREHOUSEID TO LOOKUP-WAREHOUSEID
           PERFORM 17-LOOKUP-WAREHOUSE-ROUTINE
           IF WRT-FOUND
               MOVE WRT-NAME(WRT-HIT-SUB)
                   TO GLT-WAREHOUSENAME(GLT-TABLE-COUNT)
               MOVE WRT-REGION(WRT-HIT-SUB)
                   TO GLT-REGION(GLT-TABLE-COUNT)
               MOVE WRT-COSTCENTER(WRT-HIT-SUB)
                   TO GLT-COSTCENTER(GLT-TABLE-COUNT)
           ELSE
               MOVE 'UNKNOWN WAREHOUSE'
                   TO GLT-WAREHOUSENAME(GLT-TABLE-COUNT)
               MOVE '????' TO GLT-REGION(GLT-TABLE-COUNT)
               MOVE SPACES TO GLT-COSTCENTER(GLT-TABLE-COUNT)
           END-IF
           IF GLT-COSTCENTER(GLT-TABLE-COUNT) EQUAL SPACES
               MOVE GLS-SUSPENSE-COSTCENTER
                   TO GLT-COSTCENTER(GLT-TABLE-COUNT)
               ADD 1 TO GLO-SUSPENSE-COUNT
           END-IF
           .

       30-WRITE-POSTING-ROUTINE.

           PERFORM VARYING GLT-SUB FROM 1 BY 1
           MOVE SPACES TO POSTING-RECORD
           MOVE 1 TO GLO-PTR
           STRING
               FUNCTION TRIM(GLT-COSTCENTER(GLT-SUB))
                                                 DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               FUNCTION TRIM(GLT-WAREHOUSEID(GLT-SUB))
                                                 DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
           WRITE POSTING-RECORD
           .

       36-PRINT-REGISTER-ROUTINE.

           WRITE POSTING-OUT FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE POSTING-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           WRITE POSTING-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
      * REGIONS PRINT IN THE ORDER THEIR FIRST WAREHOUSE APPEARS ON
      * THE MASTER.
           PERFORM VARYING GLT-SUB FROM 1 BY 1
                   UNTIL GLT-SUB GREATER THAN GLT-TABLE-COUNT
               MOVE 'N' TO RGN-FOUND-SW
               PERFORM VARYING RGN-SUB FROM 1 BY 1
                       UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
                   IF RGN-REGION(RGN-SUB) EQUAL GLT-REGION(GLT-SUB)
                       MOVE 'Y' TO RGN-FOUND-SW
                       MOVE RGN-TABLE-COUNT TO RGN-SUB
                   END-IF
               END-PERFORM
               IF NOT RGN-FOUND
                   ADD 1 TO RGN-TABLE-COUNT
                   MOVE GLT-REGION(GLT-SUB)
                       TO RGN-REGION(RGN-TABLE-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING RGN-SUB FROM 1 BY 1
                   UNTIL RGN-SUB GREATER THAN RGN-TABLE-COUNT
               PERFORM 38-PRINT-ONE-REGION-ROUTINE
           END-PERFORM
           MOVE 'ALL REGIONS TOTAL:' TO PTL-LABEL
           MOVE RGN-ALL-HEADCOUNT TO PTL-HEADCOUNT
           MOVE RGN-ALL-AMOUNT TO PTL-AMOUNT
           WRITE POSTING-OUT FROM POSTING-TOTAL-LINE
               AFTER ADVANCING 2
           IF GLO-SUSPENSE-COUNT GREATER THAN ZERO
               MOVE GLS-SUSPENSE-COSTCENTER TO SNL-COSTCENTER
               MOVE GLO-SUSPENSE-COUNT TO SNL-COUNT
               WRITE POSTING-OUT FROM SUSPENSE-NOTE-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       38-PRINT-ONE-REGION-ROUTINE.

           MOVE 0 TO RGN-HEADCOUNT
           MOVE 0 TO RGN-AMOUNT
           MOVE 2 TO PROPER-SPACING
           PERFORM VARYING GLT-SUB FROM 1 BY 1
                   UNTIL GLT-SUB GREATER THAN GLT-TABLE-COUNT
               IF GLT-REGION(GLT-SUB) EQUAL RGN-REGION(RGN-SUB)
                   MOVE GLT-REGION(GLT-SUB) TO PDL-REGION
                   MOVE GLT-WAREHOUSEID(GLT-SUB) TO PDL-WAREHOUSEID
                   MOVE GLT-WAREHOUSENAME(GLT-SUB)
                       TO PDL-WAREHOUSENAME
                   MOVE GLT-COSTCENTER(GLT-SUB) TO PDL-COSTCENTER
                   MOVE GLT-POSITION(GLT-SUB) TO PDL-POSITION
                   MOVE GLT-HEADCOUNT(GLT-SUB) TO PDL-HEADCOUNT
                   MOVE GLT-TOTAL-SALARY(GLT-SUB) TO PDL-AMOUNT
                   WRITE POSTING-OUT FROM POSTING-DETAIL-LINE
                       AFTER ADVANCING PROPER-SPACING
                   MOVE 1 TO PROPER-SPACING
                   ADD GLT-HEADCOUNT(GLT-SUB) TO RGN-HEADCOUNT
                   ADD GLT-TOTAL-SALARY(GLT-SUB) TO RGN-AMOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO PTL-LABEL
           STRING 'REGION '           DELIMITED BY SIZE
                  RGN-REGION(RGN-SUB) DELIMITED BY SIZE
                  ' TOTAL:'           DELIMITED BY SIZE
               INTO PTL-LABEL
           END-STRING
           MOVE RGN-HEADCOUNT TO PTL-HEADCOUNT
           MOVE RGN-AMOUNT TO PTL-AMOUNT
           WRITE POSTING-OUT FROM POSTING-TOTAL-LINE
               AFTER ADVANCING 1
           ADD RGN-HEADCOUNT TO RGN-ALL-HEADCOUNT
           ADD RGN-AMOUNT TO RGN-ALL-AMOUNT
           .

       40-EOF-ROUTINE.

           DISPLAY 'GL EXTRACT - POSTING LINES WRITTEN: '
               GLO-LINE-COUNT
           IF GLO-SUSPENSE-COUNT GREATER THAN ZERO
               DISPLAY 'GL EXTRACT - LINES POSTED TO SUSPENSE COST '
                   'CENTER ' GLS-SUSPENSE-COSTCENTER ': '
                   GLO-SUSPENSE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE POSTING-FILE
                 POSTING-REPORT-FILE
           STOP RUN
           .
