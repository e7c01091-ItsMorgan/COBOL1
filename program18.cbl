       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM18.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program takes in the change requests HR sends from
      * their own system - hires, pay changes, terminations and
      * transfers - and converts them into transactions in the
      * TRANS-RECORD layout PROGRAM2 applies, replacing the hand
      * keying of HR's spreadsheet.  HR sends one batch per file,
      * comma-delimited, with a batch header and a control trailer.
      * The whole batch is proven first: the trailer's record count
      * and salary hash must agree with the detail rows, and the
      * batch number must be the next one in sequence and not one
      * already taken in.  A batch that fails is taken in not at
      * all.  In a proven batch, every row that converts cleanly
      * becomes a transaction; a row that cannot be converted (bad
      * date, non-numeric salary, unknown action code and so on) is
      * listed on the intake exception report, and HR gets back a
      * response file saying which of their rows were accepted and
      * which were rejected, and why.
      * ******
      * INPUT:
      *    HR-FILE - HR's batch, one comma-delimited line per record:
      *         HEADER  'H', BATCH NUMBER (UP TO 6 DIGITS), BATCH
      *                 DATE (CCYYMMDD)
      *         DETAIL  'D', ACTION (A ADD, C CHANGE, D DELETE,
      *                 T TRANSFER), WAREHOUSE ID, EMPLOYEE ID,
      *                 POSITION, LAST NAME, FIRST NAME, HIRE DATE,
      *                 START SALARY, CURRENT SALARY, LAST INCREASE
      *                 DATE, EFFECTIVE DATE, NEW WAREHOUSE ID (T
      *                 ONLY), REQUESTER ID
      *         TRAILER 'T', BATCH NUMBER, DETAIL RECORD COUNT,
      *                 SALARY HASH
      *         Dates are CCYYMMDD, salaries are plain numbers with
      *         up to two decimal places; a field left empty means
      *         no change, exactly as a blank field on a keyed
      *         transaction does.  Completely blank lines are
      *         ignored.
      *    BATCH-LOG-FILE - the cumulative log of every HR batch
      *         this program has seen, one record per batch: batch
      *         number, date received, status (A accepted, R
      *         rejected) and the row counts.  Only accepted batches
      *         count toward the duplicate and sequence checks, so a
      *         rejected batch can be corrected and sent again under
      *         the same number.
      * *******
      * OUTPUT:
      *    TRANS-FILE - PR1FA19.TRN, the transaction input to
      *         PROGRAM2.  Accepted rows are appended to whatever is
      *         already there, as 87 character TRANS-RECORDs with
      *         HR's requester ID.  A transfer carries the new
      *         warehouse in the first four bytes of the last-name
      *         field, as PROGRAM2 expects.
      *    RESPONSE-FILE - the answer to HR, comma-delimited:
      *         'H', BATCH NUMBER, BATCH STATUS (A/R), BATCH REASON
      *         'D', ROW NUMBER, ACTION, WAREHOUSE ID, EMPLOYEE ID,
      *              ROW STATUS (A/R), REASON
      *         'T', BATCH NUMBER, ROWS ACCEPTED, ROWS REJECTED
      *         The row number counts detail rows from 1.  Every row
      *         of a rejected batch is answered R, BATCH REJECTED.
      *    BATCH-LOG-FILE - one record appended for this batch.
      *    INTAKE-REPORT-FILE - the intake exception report: the
      *         batch proof, one line per rejected row with the
      *         reason and the offending value, and totals.  A
      *         rejected batch ends with RETURN-CODE 8; a proven
      *         batch with rejected rows ends with RETURN-CODE 4.
      * *************
      * CALCULATIONS:
      *    SALARY HASH
      *        TOTAL OF THE CURRENT SALARY COLUMN OVER ALL DETAIL
      *        ROWS, AN EMPTY OR UNREADABLE SALARY COUNTING AS ZERO.
      *    NEXT BATCH NUMBER
      *        HIGHEST ACCEPTED BATCH NUMBER ON THE LOG + 1.  THE
      *        FIRST BATCH EVER TAKEN IN MAY CARRY ANY NUMBER.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  DESKTOP-CO4BC0K.
       OBJECT-COMPUTER.  DESKTOP-CO4BC0K.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FILE
               ASSIGN TO 'PR1FA19.HRI'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOG-FILE
               ASSIGN TO 'PR1FA19.HRB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO 'PR1FA19.TRN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-FILE
               ASSIGN TO 'PR1FA19.HRR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTAKE-REPORT-FILE
               ASSIGN TO PRINTER 'INTAKE-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  HR-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01  HR-RECORD                   PIC X(200).

       FD  BATCH-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  BATCH-LOG-RECORD.
           05  HB-BATCH-NUMBER         PIC 9(6).
           05  HB-RECEIVED-DATE        PIC 9(8).
           05  HB-STATUS               PIC X(1).
               88  HB-ACCEPTED                         VALUE 'A'.
           05  HB-ROW-COUNT            PIC 9(7).
           05  HB-ACCEPTED-COUNT       PIC 9(7).
           05  HB-REJECTED-COUNT       PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  TRANS-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  TRANS-RECORD                PIC X(87).

       FD  RESPONSE-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  RESPONSE-RECORD             PIC X(100).

       FD  INTAKE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  INTAKE-OUT                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  HR-EOF-SW               PIC X          VALUE ' '.
               88  HR-EOF                             VALUE 'Y'.
           05  LOG-EOF-SW              PIC X          VALUE ' '.
               88  LOG-EOF                            VALUE 'Y'.
           05  HEADER-FOUND-SW         PIC X          VALUE 'N'.
               88  HEADER-FOUND                       VALUE 'Y'.
           05  TRAILER-FOUND-SW        PIC X          VALUE 'N'.
               88  TRAILER-FOUND                      VALUE 'Y'.
           05  BATCH-STATUS-SW         PIC X          VALUE 'A'.
               88  BATCH-ACCEPTED                     VALUE 'A'.
               88  BATCH-REJECTED                     VALUE 'R'.
           05  DUPLICATE-BATCH-SW      PIC X          VALUE 'N'.
               88  DUPLICATE-BATCH                    VALUE 'Y'.
           05  ROW-STATUS-SW           PIC X          VALUE 'A'.
               88  ROW-ACCEPTED                       VALUE 'A'.
               88  ROW-REJECTED                       VALUE 'R'.
           05  AMOUNT-VALID-SW         PIC X          VALUE 'Y'.
               88  AMOUNT-VALID                       VALUE 'Y'.
           05  POINT-SEEN-SW           PIC X          VALUE 'N'.
               88  POINT-SEEN                         VALUE 'Y'.
           05  AMOUNT-END-SW           PIC X          VALUE 'N'.
               88  AMOUNT-END-SEEN                    VALUE 'Y'.
           05  VALID-DATE-SW           PIC X          VALUE 'Y'.
               88  VALID-DATE                         VALUE 'Y'.
               88  INVALID-DATE                       VALUE 'N'.

       01  DATE-FIELDS.
           05  TODAY-YYYYMMDD       PIC 9(8).
           05  DATE-TO-CHECK        PIC 9(8).
           05  DATE-CCYY            PIC 9(4).
           05  DATE-MM              PIC 9(2).
           05  DATE-DD              PIC 9(2).
           05  DAYS-IN-MONTH        PIC 99.

       01  BATCH-FIELDS.
           05  HBW-BATCH-NUMBER     PIC 9(6)        VALUE 0.
           05  HBW-LAST-ACCEPTED    PIC 9(6)        VALUE 0.
           05  HBW-NEXT-EXPECTED    PIC 9(6)        VALUE 0.
           05  HBW-TRL-BATCH-NUMBER PIC 9(6)        VALUE 0.
           05  HBW-TRL-COUNT        PIC 9(7)        VALUE 0.
           05  HBW-TRL-HASH         PIC 9(10)V9(2)  VALUE 0.
           05  HBW-ROW-COUNT        PIC 9(7)        VALUE 0.
           05  HBW-ROW-HASH         PIC 9(10)V9(2)  VALUE 0.
           05  HBW-ROWS-AFTER-TRL   PIC 9(7)        VALUE 0.
           05  HBW-HEADER-COUNT     PIC 9(3)        VALUE 0.
           05  HBW-TRAILER-COUNT    PIC 9(3)        VALUE 0.
           05  HBW-REASON           PIC X(40)       VALUE SPACES.
           05  HBW-EDIT-NUMBER      PIC Z(5)9.

       01  ROW-FIELDS.
           05  HRW-ROW-NUMBER       PIC 9(7)        VALUE 0.
           05  HRW-ACCEPTED-COUNT   PIC 9(7)        VALUE 0.
           05  HRW-REJECTED-COUNT   PIC 9(7)        VALUE 0.
           05  HRW-REASON           PIC X(30)       VALUE SPACES.
           05  HRW-BAD-VALUE        PIC X(14)       VALUE SPACES.
           05  HRW-HIREDATE         PIC 9(8)        VALUE 0.
           05  HRW-STARTSALARY      PIC 9(6)V9(2)   VALUE 0.
           05  HRW-CURRENTSALARY    PIC 9(6)V9(2)   VALUE 0.
           05  HRW-LASTINCREASE     PIC 9(8)        VALUE 0.
           05  HRW-EFFDATE          PIC 9(8)        VALUE 0.
           05  HRW-PTR              PIC 9(3)        VALUE 0.
           05  HRW-EDIT-ROW         PIC Z(6)9.
           05  HRW-EDIT-COUNT       PIC Z(6)9.

       01  AMOUNT-CHECK-FIELDS.
           05  AMT-TEXT             PIC X(10)       VALUE SPACES.
           05  AMT-TEXT-LEN         PIC 9(3)        VALUE 0.
           05  AMT-VALUE            PIC 9(6)V9(2)   VALUE 0.
           05  AMT-SUB              PIC 9(2)        VALUE 0.
           05  AMT-DIGITS           PIC 9(2)        VALUE 0.
           05  AMT-DECIMALS         PIC 9(2)        VALUE 0.

       01  DATE-CHECK-FIELDS.
           05  DCK-TEXT             PIC X(8)        VALUE SPACES.
           05  DCK-TEXT-LEN         PIC 9(3)        VALUE 0.
           05  DCK-VALUE            PIC 9(8)        VALUE 0.

       01  HR-PARSE-FIELDS.
           05  HRC-MARKER           PIC X(1).
           05  HRC-ACTION           PIC X(1).
           05  HRC-ACTION-LEN       PIC 9(3).
           05  HRC-WAREHOUSEID      PIC X(4).
           05  HRC-WAREHOUSEID-LEN  PIC 9(3).
           05  HRC-EMPLOYEEID       PIC X(5).
           05  HRC-EMPLOYEEID-LEN   PIC 9(3).
           05  HRC-POSITION         PIC X(2).
           05  HRC-POSITION-LEN     PIC 9(3).
           05  HRC-LASTNAME         PIC X(10).
           05  HRC-LASTNAME-LEN     PIC 9(3).
           05  HRC-FIRSTNAME        PIC X(10).
           05  HRC-FIRSTNAME-LEN    PIC 9(3).
           05  HRC-HIREDATE         PIC X(8).
           05  HRC-HIREDATE-LEN     PIC 9(3).
           05  HRC-STARTSALARY      PIC X(10).
           05  HRC-STARTSALARY-LEN  PIC 9(3).
           05  HRC-CURRSALARY       PIC X(10).
           05  HRC-CURRSALARY-LEN   PIC 9(3).
           05  HRC-LASTINCREASE     PIC X(8).
           05  HRC-LASTINCREASE-LEN PIC 9(3).
           05  HRC-EFFDATE          PIC X(8).
           05  HRC-EFFDATE-LEN      PIC 9(3).
           05  HRC-NEWWAREHOUSEID   PIC X(4).
           05  HRC-NEWWAREHOUSE-LEN PIC 9(3).
           05  HRC-REQUESTER-TEXT   PIC X(20).
           05  HRC-REQUESTER-DATA REDEFINES HRC-REQUESTER-TEXT.
               10  HRC-REQUESTERID  PIC X(8).
               10  HRC-REQUESTER-OVER PIC X(12).
           05  HRC-BATCH-TEXT       PIC X(6).
           05  HRC-BATCH-TEXT-LEN   PIC 9(3).
           05  HRC-BATCH-DATE       PIC X(8).
           05  HRC-TRL-COUNT        PIC X(7).
           05  HRC-TRL-HASH         PIC X(14).

       01  INTAKE-TRANS.
           05  IT-ACTION               PIC X(1)       VALUE SPACES.
           05  IT-WAREHOUSEID          PIC X(4)       VALUE SPACES.
           05  IT-EMPLOYEEID           PIC X(5)       VALUE SPACES.
           05  IT-POSITION             PIC X(2)       VALUE SPACES.
           05  IT-LASTNAME             PIC X(10)      VALUE SPACES.
           05  IT-TRANSFER-DATA REDEFINES IT-LASTNAME.
               10  IT-NEW-WAREHOUSEID  PIC X(4).
               10  FILLER              PIC X(6).
           05  IT-FIRSTNAME            PIC X(10)      VALUE SPACES.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  IT-HIREDATE             PIC 9(8)       VALUE ZERO.
           05  IT-STARTSALARY          PIC 9(6)V9(2)  VALUE ZERO.
           05  FILLER                  PIC 9(4)       VALUE ZERO.
           05  IT-LASTINCREASE         PIC 9(8)       VALUE ZERO.
           05  IT-CURRENTSALARY        PIC 9(6)V9(2)  VALUE ZERO.
           05  IT-EFFDATE              PIC 9(8)       VALUE ZERO.
           05  IT-REQUESTERID          PIC X(8)       VALUE SPACES.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9         VALUE +2.

      **************        OUTPUT AREA        ********************

       01  INTAKE-HEADING-ONE.
           05 IH1-DATE                 PIC 9999/99/99.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'MRO'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'DRAKEA, LTD'.
           05                          PIC X(33).

       01  INTAKE-HEADING-TWO.
           05                          PIC X(22)     VALUE SPACES.
           05                          PIC X(35)
                       VALUE 'HR CHANGE-REQUEST INTAKE EXCEPTIONS'.
           05                          PIC X(23).

       01  EXCEPTION-HEADING-LINE.
           05                          PIC X(7)      VALUE 'ROW'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'ACT'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'WHSE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'EMPID'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(30)     VALUE 'REASON'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(14)     VALUE 'VALUE'.
           05                          PIC X(7)      VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05 EDL-ROW                  PIC Z(6)9.
           05                          PIC X(3)      VALUE SPACES.
           05 EDL-ACTION               PIC X(1).
           05                          PIC X(3)      VALUE SPACES.
           05 EDL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 EDL-EMPLOYEEID           PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05 EDL-REASON               PIC X(30).
           05                          PIC X(2)      VALUE SPACES.
           05 EDL-VALUE                PIC X(14).
           05                          PIC X(7)      VALUE SPACES.

       01  INTAKE-COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 ICL-LABEL                PIC X(30)     VALUE SPACES.
           05 ICL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(36)     VALUE SPACES.

       01  INTAKE-HASH-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 IHL-LABEL                PIC X(30)     VALUE SPACES.
           05 IHL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(28)     VALUE SPACES.

       01  INTAKE-STATUS-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 ISL-MESSAGE              PIC X(60)     VALUE SPACES.
           05                          PIC X(15)     VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       PERFORM 20-SCAN-BATCH-ROUTINE
       PERFORM 25-CHECK-BATCH-LOG-ROUTINE
       PERFORM 30-VERIFY-BATCH-ROUTINE
       PERFORM 35-CONVERT-BATCH-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           OPEN OUTPUT INTAKE-REPORT-FILE
                       RESPONSE-FILE
           MOVE TODAY-YYYYMMDD TO IH1-DATE
           WRITE INTAKE-OUT FROM INTAKE-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE INTAKE-OUT FROM INTAKE-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           .

       20-SCAN-BATCH-ROUTINE.

           OPEN INPUT HR-FILE
           PERFORM UNTIL HR-EOF
               READ HR-FILE
                   AT END
                       MOVE 'Y' TO HR-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HR-RECORD EQUAL SPACES
                               CONTINUE
                           WHEN HR-RECORD(1:2) EQUAL 'H,'
                               PERFORM 22-PARSE-HEADER-ROUTINE
                           WHEN HR-RECORD(1:2) EQUAL 'T,'
                               PERFORM 23-PARSE-TRAILER-ROUTINE
                           WHEN OTHER
                               ADD 1 TO HBW-ROW-COUNT
                               IF TRAILER-FOUND
                                   ADD 1 TO HBW-ROWS-AFTER-TRL
                               END-IF
                               PERFORM 21-PARSE-DETAIL-ROUTINE
                               MOVE HRC-CURRSALARY TO AMT-TEXT
                               MOVE HRC-CURRSALARY-LEN TO AMT-TEXT-LEN
                               PERFORM 52-CHECK-AMOUNT-ROUTINE
                               IF AMOUNT-VALID
                                   ADD AMT-VALUE TO HBW-ROW-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HR-FILE
           .

       21-PARSE-DETAIL-ROUTINE.

           MOVE SPACES TO HRC-MARKER HRC-ACTION HRC-WAREHOUSEID
               HRC-EMPLOYEEID HRC-POSITION HRC-LASTNAME HRC-FIRSTNAME
               HRC-HIREDATE HRC-STARTSALARY HRC-CURRSALARY
               HRC-LASTINCREASE HRC-EFFDATE HRC-NEWWAREHOUSEID
               HRC-REQUESTER-TEXT
           MOVE 0 TO HRC-ACTION-LEN HRC-WAREHOUSEID-LEN
               HRC-EMPLOYEEID-LEN HRC-POSITION-LEN HRC-LASTNAME-LEN
               HRC-FIRSTNAME-LEN HRC-HIREDATE-LEN HRC-STARTSALARY-LEN
               HRC-CURRSALARY-LEN HRC-LASTINCREASE-LEN HRC-EFFDATE-LEN
               HRC-NEWWAREHOUSE-LEN
           UNSTRING HR-RECORD DELIMITED BY ','
               INTO HRC-MARKER
                    HRC-ACTION         COUNT IN HRC-ACTION-LEN
                    HRC-WAREHOUSEID    COUNT IN HRC-WAREHOUSEID-LEN
                    HRC-EMPLOYEEID     COUNT IN HRC-EMPLOYEEID-LEN
                    HRC-POSITION       COUNT IN HRC-POSITION-LEN
                    HRC-LASTNAME       COUNT IN HRC-LASTNAME-LEN
                    HRC-FIRSTNAME      COUNT IN HRC-FIRSTNAME-LEN
                    HRC-HIREDATE       COUNT IN HRC-HIREDATE-LEN
                    HRC-STARTSALARY    COUNT IN HRC-STARTSALARY-LEN
                    HRC-CURRSALARY     COUNT IN HRC-CURRSALARY-LEN
                    HRC-LASTINCREASE   COUNT IN HRC-LASTINCREASE-LEN
                    HRC-EFFDATE        COUNT IN HRC-EFFDATE-LEN
                    HRC-NEWWAREHOUSEID COUNT IN HRC-NEWWAREHOUSE-LEN
                    HRC-REQUESTER-TEXT
           END-UNSTRING
           .

       22-PARSE-HEADER-ROUTINE.

           ADD 1 TO HBW-HEADER-COUNT
           IF NOT HEADER-FOUND
               MOVE 'Y' TO HEADER-FOUND-SW
               MOVE SPACES TO HRC-BATCH-TEXT HRC-BATCH-DATE
               MOVE 0 TO HRC-BATCH-TEXT-LEN
               UNSTRING HR-RECORD DELIMITED BY ','
                   INTO HRC-MARKER
                        HRC-BATCH-TEXT COUNT IN HRC-BATCH-TEXT-LEN
                        HRC-BATCH-DATE
               END-UNSTRING
               IF HRC-BATCH-TEXT-LEN GREATER THAN ZERO AND
                  HRC-BATCH-TEXT-LEN NOT GREATER THAN 6 AND
                  HRC-BATCH-TEXT(1:HRC-BATCH-TEXT-LEN) NUMERIC
                   MOVE HRC-BATCH-TEXT(1:HRC-BATCH-TEXT-LEN)
                       TO HBW-BATCH-NUMBER
               ELSE
                   MOVE 'BATCH NUMBER ON HEADER NOT NUMERIC'
                       TO HBW-REASON
                   MOVE 'R' TO BATCH-STATUS-SW
               END-IF
           END-IF
           .

       23-PARSE-TRAILER-ROUTINE.

           ADD 1 TO HBW-TRAILER-COUNT
           IF NOT TRAILER-FOUND
               MOVE 'Y' TO TRAILER-FOUND-SW
               MOVE SPACES TO HRC-BATCH-TEXT HRC-TRL-COUNT
                   HRC-TRL-HASH
               MOVE 0 TO HRC-BATCH-TEXT-LEN
               UNSTRING HR-RECORD DELIMITED BY ','
                   INTO HRC-MARKER
                        HRC-BATCH-TEXT COUNT IN HRC-BATCH-TEXT-LEN
                        HRC-TRL-COUNT
                        HRC-TRL-HASH
               END-UNSTRING
               IF HRC-BATCH-TEXT-LEN GREATER THAN ZERO AND
                  HRC-BATCH-TEXT-LEN NOT GREATER THAN 6 AND
                  HRC-BATCH-TEXT(1:HRC-BATCH-TEXT-LEN) NUMERIC
                   MOVE HRC-BATCH-TEXT(1:HRC-BATCH-TEXT-LEN)
                       TO HBW-TRL-BATCH-NUMBER
               END-IF
               COMPUTE HBW-TRL-COUNT = FUNCTION NUMVAL(HRC-TRL-COUNT)
               COMPUTE HBW-TRL-HASH = FUNCTION NUMVAL(HRC-TRL-HASH)
           END-IF
           .

       25-CHECK-BATCH-LOG-ROUTINE.

           OPEN INPUT BATCH-LOG-FILE
           PERFORM UNTIL LOG-EOF
               READ BATCH-LOG-FILE
                   AT END
                       MOVE 'Y' TO LOG-EOF-SW
                   NOT AT END
                       IF HB-ACCEPTED
                           IF HB-BATCH-NUMBER GREATER THAN
                              HBW-LAST-ACCEPTED
                               MOVE HB-BATCH-NUMBER
                                   TO HBW-LAST-ACCEPTED
                           END-IF
                           IF HB-BATCH-NUMBER EQUAL HBW-BATCH-NUMBER
                               MOVE 'Y' TO DUPLICATE-BATCH-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOG-FILE
           COMPUTE HBW-NEXT-EXPECTED = HBW-LAST-ACCEPTED + 1
           .

       30-VERIFY-BATCH-ROUTINE.

           EVALUATE TRUE
               WHEN BATCH-REJECTED
                   CONTINUE
               WHEN NOT HEADER-FOUND
                   MOVE 'NO BATCH HEADER' TO HBW-REASON
               WHEN HBW-HEADER-COUNT GREATER THAN 1
                   MOVE 'MORE THAN ONE BATCH HEADER' TO HBW-REASON
               WHEN NOT TRAILER-FOUND
                   MOVE 'NO BATCH TRAILER - BATCH INCOMPLETE'
                       TO HBW-REASON
               WHEN HBW-TRAILER-COUNT GREATER THAN 1
                   MOVE 'MORE THAN ONE BATCH TRAILER' TO HBW-REASON
               WHEN HBW-ROWS-AFTER-TRL GREATER THAN ZERO
                   MOVE 'DETAIL ROWS FOLLOW THE TRAILER' TO HBW-REASON
               WHEN HBW-TRL-BATCH-NUMBER NOT EQUAL HBW-BATCH-NUMBER
                   MOVE 'TRAILER BATCH NUMBER DOES NOT MATCH HEADER'
                       TO HBW-REASON
               WHEN HBW-TRL-COUNT NOT EQUAL HBW-ROW-COUNT
                   MOVE 'TRAILER COUNT DOES NOT MATCH DETAIL ROWS'
                       TO HBW-REASON
               WHEN HBW-TRL-HASH NOT EQUAL HBW-ROW-HASH
                   MOVE 'TRAILER SALARY HASH DOES NOT MATCH DETAILS'
                       TO HBW-REASON
               WHEN DUPLICATE-BATCH
                   MOVE 'DUPLICATE BATCH - ALREADY TAKEN IN'
                       TO HBW-REASON
               WHEN HBW-LAST-ACCEPTED NOT EQUAL ZERO AND
                    HBW-BATCH-NUMBER NOT EQUAL HBW-NEXT-EXPECTED
                   MOVE HBW-NEXT-EXPECTED TO HBW-EDIT-NUMBER
                   MOVE SPACES TO HBW-REASON
                   STRING 'OUT OF SEQUENCE - EXPECTED BATCH '
                                              DELIMITED BY SIZE
                          FUNCTION TRIM(HBW-EDIT-NUMBER)
                                              DELIMITED BY SIZE
                       INTO HBW-REASON
                   END-STRING
           END-EVALUATE
           IF HBW-REASON NOT EQUAL SPACES
               MOVE 'R' TO BATCH-STATUS-SW
           END-IF

           MOVE 'BATCH NUMBER' TO ICL-LABEL
           MOVE HBW-BATCH-NUMBER TO ICL-COUNT
           PERFORM 62-WRITE-COUNT-LINE-ROUTINE
           MOVE 'DETAIL ROWS RECEIVED' TO ICL-LABEL
           MOVE HBW-ROW-COUNT TO ICL-COUNT
           PERFORM 62-WRITE-COUNT-LINE-ROUTINE
           MOVE 'TRAILER RECORD COUNT' TO ICL-LABEL
           MOVE HBW-TRL-COUNT TO ICL-COUNT
           PERFORM 62-WRITE-COUNT-LINE-ROUTINE
           MOVE 'DETAIL SALARY HASH' TO IHL-LABEL
           MOVE HBW-ROW-HASH TO IHL-AMOUNT
           PERFORM 63-WRITE-HASH-LINE-ROUTINE
           MOVE 'TRAILER SALARY HASH' TO IHL-LABEL
           MOVE HBW-TRL-HASH TO IHL-AMOUNT
           PERFORM 63-WRITE-HASH-LINE-ROUTINE
           IF BATCH-REJECTED
               MOVE SPACES TO ISL-MESSAGE
               STRING '*** BATCH REJECTED - '  DELIMITED BY SIZE
                      HBW-REASON               DELIMITED BY SIZE
                   INTO ISL-MESSAGE
               END-STRING
           ELSE
               MOVE '*** BATCH PROVEN ***' TO ISL-MESSAGE
           END-IF
           PERFORM 64-WRITE-STATUS-LINE-ROUTINE

           MOVE SPACES TO RESPONSE-RECORD
           MOVE HBW-BATCH-NUMBER TO HBW-EDIT-NUMBER
           MOVE 1 TO HRW-PTR
           STRING 'H'                            DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HBW-EDIT-NUMBER) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  BATCH-STATUS-SW                DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HBW-REASON)      DELIMITED BY SIZE
               INTO RESPONSE-RECORD
               WITH POINTER HRW-PTR
           END-STRING
           WRITE RESPONSE-RECORD
           .

       35-CONVERT-BATCH-ROUTINE.

           OPEN EXTEND TRANS-FILE
           IF BATCH-ACCEPTED
               MOVE 2 TO PROPER-SPACING
               WRITE INTAKE-OUT FROM EXCEPTION-HEADING-LINE
                   AFTER ADVANCING PROPER-SPACING
               MOVE 2 TO PROPER-SPACING
           END-IF
           MOVE ' ' TO HR-EOF-SW
           OPEN INPUT HR-FILE
           PERFORM UNTIL HR-EOF
               READ HR-FILE
                   AT END
                       MOVE 'Y' TO HR-EOF-SW
                   NOT AT END
                       IF HR-RECORD NOT EQUAL SPACES AND
                          HR-RECORD(1:2) NOT EQUAL 'H,' AND
                          HR-RECORD(1:2) NOT EQUAL 'T,'
                           ADD 1 TO HRW-ROW-NUMBER
                           PERFORM 21-PARSE-DETAIL-ROUTINE
                           IF BATCH-REJECTED
                               MOVE 'R' TO ROW-STATUS-SW
                               MOVE 'BATCH REJECTED' TO HRW-REASON
                               ADD 1 TO HRW-REJECTED-COUNT
                           ELSE
                               PERFORM 36-CONVERT-ROW-ROUTINE
                           END-IF
                           PERFORM 38-WRITE-ROW-RESPONSE-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HR-FILE
                 TRANS-FILE
           .

       36-CONVERT-ROW-ROUTINE.

           MOVE 'A' TO ROW-STATUS-SW
           MOVE SPACES TO HRW-REASON HRW-BAD-VALUE

           IF HRC-MARKER NOT EQUAL 'D'
               MOVE 'UNKNOWN RECORD TYPE' TO HRW-REASON
               MOVE HR-RECORD(1:14) TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              (HRC-ACTION-LEN NOT EQUAL 1 OR
               (HRC-ACTION NOT EQUAL 'A' AND HRC-ACTION NOT EQUAL 'C'
                AND HRC-ACTION NOT EQUAL 'D'
                AND HRC-ACTION NOT EQUAL 'T'))
               MOVE 'UNKNOWN ACTION CODE' TO HRW-REASON
               MOVE HRC-ACTION TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              (HRC-WAREHOUSEID EQUAL SPACES OR
               HRC-WAREHOUSEID-LEN GREATER THAN 4)
               MOVE 'BAD WAREHOUSE ID' TO HRW-REASON
               MOVE HRC-WAREHOUSEID TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              (HRC-EMPLOYEEID EQUAL SPACES OR
               HRC-EMPLOYEEID-LEN GREATER THAN 5)
               MOVE 'BAD EMPLOYEE ID' TO HRW-REASON
               MOVE HRC-EMPLOYEEID TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              HRC-POSITION-LEN GREATER THAN 2
               MOVE 'POSITION CODE TOO LONG' TO HRW-REASON
               MOVE HRC-POSITION TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              (HRC-LASTNAME-LEN GREATER THAN 10 OR
               HRC-FIRSTNAME-LEN GREATER THAN 10)
               MOVE 'NAME LONGER THAN 10 CHARACTERS' TO HRW-REASON
               MOVE HRC-LASTNAME TO HRW-BAD-VALUE
           END-IF

           IF HRW-REASON EQUAL SPACES
               MOVE HRC-HIREDATE TO DCK-TEXT
               MOVE HRC-HIREDATE-LEN TO DCK-TEXT-LEN
               PERFORM 54-CHECK-DATE-ROUTINE
               IF INVALID-DATE
                   MOVE 'BAD HIRE DATE' TO HRW-REASON
                   MOVE HRC-HIREDATE TO HRW-BAD-VALUE
               ELSE
                   MOVE DCK-VALUE TO HRW-HIREDATE
               END-IF
           END-IF
           IF HRW-REASON EQUAL SPACES
               MOVE HRC-STARTSALARY TO AMT-TEXT
               MOVE HRC-STARTSALARY-LEN TO AMT-TEXT-LEN
               PERFORM 52-CHECK-AMOUNT-ROUTINE
               IF NOT AMOUNT-VALID
                   MOVE 'NON-NUMERIC START SALARY' TO HRW-REASON
                   MOVE HRC-STARTSALARY TO HRW-BAD-VALUE
               ELSE
                   MOVE AMT-VALUE TO HRW-STARTSALARY
               END-IF
           END-IF
           IF HRW-REASON EQUAL SPACES
               MOVE HRC-CURRSALARY TO AMT-TEXT
               MOVE HRC-CURRSALARY-LEN TO AMT-TEXT-LEN
               PERFORM 52-CHECK-AMOUNT-ROUTINE
               IF NOT AMOUNT-VALID
                   MOVE 'NON-NUMERIC CURRENT SALARY' TO HRW-REASON
                   MOVE HRC-CURRSALARY TO HRW-BAD-VALUE
               ELSE
                   MOVE AMT-VALUE TO HRW-CURRENTSALARY
               END-IF
           END-IF
           IF HRW-REASON EQUAL SPACES
               MOVE HRC-LASTINCREASE TO DCK-TEXT
               MOVE HRC-LASTINCREASE-LEN TO DCK-TEXT-LEN
               PERFORM 54-CHECK-DATE-ROUTINE
               IF INVALID-DATE
                   MOVE 'BAD LAST INCREASE DATE' TO HRW-REASON
                   MOVE HRC-LASTINCREASE TO HRW-BAD-VALUE
               ELSE
                   MOVE DCK-VALUE TO HRW-LASTINCREASE
               END-IF
           END-IF
           IF HRW-REASON EQUAL SPACES
               MOVE HRC-EFFDATE TO DCK-TEXT
               MOVE HRC-EFFDATE-LEN TO DCK-TEXT-LEN
               PERFORM 54-CHECK-DATE-ROUTINE
               IF INVALID-DATE
                   MOVE 'BAD EFFECTIVE DATE' TO HRW-REASON
                   MOVE HRC-EFFDATE TO HRW-BAD-VALUE
               ELSE
                   MOVE DCK-VALUE TO HRW-EFFDATE
               END-IF
           END-IF

           IF HRW-REASON EQUAL SPACES AND
              HRC-ACTION EQUAL 'T' AND
              (HRC-NEWWAREHOUSEID EQUAL SPACES OR
               HRC-NEWWAREHOUSE-LEN GREATER THAN 4)
               MOVE 'TRANSFER WITHOUT NEW WAREHOUSE' TO HRW-REASON
               MOVE HRC-NEWWAREHOUSEID TO HRW-BAD-VALUE
           END-IF
           IF HRW-REASON EQUAL SPACES AND
              (HRC-REQUESTERID EQUAL SPACES OR
               HRC-REQUESTER-OVER NOT EQUAL SPACES)
               MOVE 'BAD REQUESTER ID' TO HRW-REASON
               MOVE HRC-REQUESTER-TEXT TO HRW-BAD-VALUE
           END-IF

           IF HRW-REASON EQUAL SPACES
               PERFORM 37-WRITE-TRANS-ROUTINE
               ADD 1 TO HRW-ACCEPTED-COUNT
           ELSE
               MOVE 'R' TO ROW-STATUS-SW
               ADD 1 TO HRW-REJECTED-COUNT
               MOVE HRW-ROW-NUMBER TO EDL-ROW
               MOVE HRC-ACTION TO EDL-ACTION
               MOVE HRC-WAREHOUSEID TO EDL-WAREHOUSEID
               MOVE HRC-EMPLOYEEID TO EDL-EMPLOYEEID
               MOVE HRW-REASON TO EDL-REASON
               MOVE HRW-BAD-VALUE TO EDL-VALUE
               WRITE INTAKE-OUT FROM EXCEPTION-DETAIL-LINE
                   AFTER ADVANCING PROPER-SPACING
               MOVE 1 TO PROPER-SPACING
           END-IF
           .

       37-WRITE-TRANS-ROUTINE.

           MOVE HRC-ACTION TO IT-ACTION
           MOVE HRC-WAREHOUSEID TO IT-WAREHOUSEID
           MOVE HRC-EMPLOYEEID TO IT-EMPLOYEEID
           MOVE HRC-POSITION TO IT-POSITION
           IF HRC-ACTION EQUAL 'T'
               MOVE SPACES TO IT-LASTNAME
               MOVE HRC-NEWWAREHOUSEID TO IT-NEW-WAREHOUSEID
           ELSE
               MOVE HRC-LASTNAME TO IT-LASTNAME
           END-IF
           MOVE HRC-FIRSTNAME TO IT-FIRSTNAME
           MOVE HRW-HIREDATE TO IT-HIREDATE
           MOVE HRW-STARTSALARY TO IT-STARTSALARY
           MOVE HRW-LASTINCREASE TO IT-LASTINCREASE
           MOVE HRW-CURRENTSALARY TO IT-CURRENTSALARY
           MOVE HRW-EFFDATE TO IT-EFFDATE
           MOVE HRC-REQUESTERID TO IT-REQUESTERID
           WRITE TRANS-RECORD FROM INTAKE-TRANS
           .

       38-WRITE-ROW-RESPONSE-ROUTINE.

           MOVE SPACES TO RESPONSE-RECORD
           MOVE HRW-ROW-NUMBER TO HRW-EDIT-ROW
           MOVE 1 TO HRW-PTR
           STRING 'D'                            DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRW-EDIT-ROW)    DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRC-ACTION)      DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRC-WAREHOUSEID) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRC-EMPLOYEEID)  DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  ROW-STATUS-SW                  DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRW-REASON)      DELIMITED BY SIZE
               INTO RESPONSE-RECORD
               WITH POINTER HRW-PTR
           END-STRING
           WRITE RESPONSE-RECORD
           .

       40-EOF-ROUTINE.

           IF BATCH-ACCEPTED AND HRW-REJECTED-COUNT EQUAL ZERO
               MOVE 'NO EXCEPTIONS - EVERY ROW CONVERTED'
                   TO ISL-MESSAGE
               PERFORM 64-WRITE-STATUS-LINE-ROUTINE
           END-IF
           MOVE 'ROWS ACCEPTED' TO ICL-LABEL
           MOVE HRW-ACCEPTED-COUNT TO ICL-COUNT
           PERFORM 62-WRITE-COUNT-LINE-ROUTINE
           MOVE 'ROWS REJECTED' TO ICL-LABEL
           MOVE HRW-REJECTED-COUNT TO ICL-COUNT
           PERFORM 62-WRITE-COUNT-LINE-ROUTINE
           EVALUATE TRUE
               WHEN BATCH-REJECTED
                   MOVE '*** BATCH REJECTED - NOTHING TAKEN IN ***'
                       TO ISL-MESSAGE
                   DISPLAY 'PROGRAM18 HR BATCH REJECTED - NO '
                   DISPLAY '  TRANSACTIONS WRITTEN'
                   MOVE 8 TO RETURN-CODE
               WHEN HRW-REJECTED-COUNT GREATER THAN ZERO
                   MOVE
                     '*** BATCH TAKEN IN - REJECTED ROWS BACK TO HR ***'
                       TO ISL-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE '*** BATCH TAKEN IN ***' TO ISL-MESSAGE
           END-EVALUATE
           PERFORM 64-WRITE-STATUS-LINE-ROUTINE

           MOVE SPACES TO RESPONSE-RECORD
           MOVE HBW-BATCH-NUMBER TO HBW-EDIT-NUMBER
           MOVE HRW-ACCEPTED-COUNT TO HRW-EDIT-ROW
           MOVE HRW-REJECTED-COUNT TO HRW-EDIT-COUNT
           MOVE 1 TO HRW-PTR
           STRING 'T'                            DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HBW-EDIT-NUMBER) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRW-EDIT-ROW)    DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(HRW-EDIT-COUNT)  DELIMITED BY SIZE
               INTO RESPONSE-RECORD
               WITH POINTER HRW-PTR
           END-STRING
           WRITE RESPONSE-RECORD

           OPEN EXTEND BATCH-LOG-FILE
           MOVE SPACES TO BATCH-LOG-RECORD
           MOVE HBW-BATCH-NUMBER TO HB-BATCH-NUMBER
           MOVE TODAY-YYYYMMDD TO HB-RECEIVED-DATE
           MOVE BATCH-STATUS-SW TO HB-STATUS
           MOVE HBW-ROW-COUNT TO HB-ROW-COUNT
           MOVE HRW-ACCEPTED-COUNT TO HB-ACCEPTED-COUNT
           MOVE HRW-REJECTED-COUNT TO HB-REJECTED-COUNT
           WRITE BATCH-LOG-RECORD
           CLOSE BATCH-LOG-FILE
                 RESPONSE-FILE
                 INTAKE-REPORT-FILE
           STOP RUN
           .

       52-CHECK-AMOUNT-ROUTINE.

           MOVE 'Y' TO AMOUNT-VALID-SW
           MOVE 'N' TO POINT-SEEN-SW
           MOVE 'N' TO AMOUNT-END-SW
           MOVE 0 TO AMT-VALUE AMT-DIGITS AMT-DECIMALS
           IF AMT-TEXT-LEN GREATER THAN 10
               MOVE 'N' TO AMOUNT-VALID-SW
           END-IF
           IF AMOUNT-VALID AND AMT-TEXT NOT EQUAL SPACES
               PERFORM VARYING AMT-SUB FROM 1 BY 1
                       UNTIL AMT-SUB > 10
                   EVALUATE TRUE
                       WHEN AMT-TEXT(AMT-SUB:1) EQUAL SPACE
                           IF AMT-DIGITS GREATER THAN ZERO OR
                              POINT-SEEN
                               MOVE 'Y' TO AMOUNT-END-SW
                           END-IF
                       WHEN AMOUNT-END-SEEN
                           MOVE 'N' TO AMOUNT-VALID-SW
                       WHEN AMT-TEXT(AMT-SUB:1) EQUAL '.'
                           IF POINT-SEEN
                               MOVE 'N' TO AMOUNT-VALID-SW
                           END-IF
                           MOVE 'Y' TO POINT-SEEN-SW
                       WHEN AMT-TEXT(AMT-SUB:1) NUMERIC
                           ADD 1 TO AMT-DIGITS
                           IF POINT-SEEN
                               ADD 1 TO AMT-DECIMALS
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO AMOUNT-VALID-SW
                   END-EVALUATE
               END-PERFORM
               IF AMT-DIGITS EQUAL ZERO OR
                  AMT-DECIMALS GREATER THAN 2 OR
                  AMT-DIGITS - AMT-DECIMALS GREATER THAN 6
                   MOVE 'N' TO AMOUNT-VALID-SW
               END-IF
               IF AMOUNT-VALID
                   COMPUTE AMT-VALUE = FUNCTION NUMVAL(AMT-TEXT)
               END-IF
           END-IF
           .

       54-CHECK-DATE-ROUTINE.

           MOVE 'Y' TO VALID-DATE-SW
           MOVE 0 TO DCK-VALUE
           IF DCK-TEXT NOT EQUAL SPACES
               IF DCK-TEXT-LEN NOT EQUAL 8 OR DCK-TEXT NOT NUMERIC
                   MOVE 'N' TO VALID-DATE-SW
               ELSE
                   MOVE DCK-TEXT TO DATE-TO-CHECK
                   PERFORM 56-VALIDATE-DATE-ROUTINE
                   IF VALID-DATE
                       MOVE DATE-TO-CHECK TO DCK-VALUE
                   END-IF
               END-IF
           END-IF
           .

       56-VALIDATE-DATE-ROUTINE.

           MOVE 'Y' TO VALID-DATE-SW
           MOVE DATE-TO-CHECK(1:4) TO DATE-CCYY
           MOVE DATE-TO-CHECK(5:2) TO DATE-MM
           MOVE DATE-TO-CHECK(7:2) TO DATE-DD

           IF DATE-CCYY LESS THAN 1900 OR
              DATE-CCYY GREATER THAN 2099
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF DATE-MM LESS THAN 1 OR DATE-MM GREATER THAN 12
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF VALID-DATE
               EVALUATE DATE-MM
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(DATE-CCYY, 4) = 0 AND
                          (FUNCTION MOD(DATE-CCYY, 100) NOT = 0 OR
                           FUNCTION MOD(DATE-CCYY, 400) = 0)
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE
               IF DATE-DD LESS THAN 1 OR
                  DATE-DD GREATER THAN DAYS-IN-MONTH
                   MOVE 'N' TO VALID-DATE-SW
               END-IF
           END-IF
           .

       62-WRITE-COUNT-LINE-ROUTINE.

           WRITE INTAKE-OUT FROM INTAKE-COUNT-LINE
               AFTER ADVANCING 2
           .

       63-WRITE-HASH-LINE-ROUTINE.

           WRITE INTAKE-OUT FROM INTAKE-HASH-LINE
               AFTER ADVANCING 2
           .

       64-WRITE-STATUS-LINE-ROUTINE.

           WRITE INTAKE-OUT FROM INTAKE-STATUS-LINE
               AFTER ADVANCING 2
           .
