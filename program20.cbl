       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM20.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program projects payroll cost forward twelve months -
      * the forward view PROGRAM9's history does not give.  It
      * starts from the employee master as it stands today and
      * applies the future changes already on file in effective
      * date order: the effective-dated transactions PROGRAM2 is
      * holding on the pending file and, when asked for, the
      * proposed increases PROGRAM4 has written for manager
      * sign-off.  For each warehouse, and for all warehouses
      * together, it prints the current headcount and annual cost
      * and then one line per month showing the projected headcount,
      * how much of the month's change comes from pending
      * transactions, the committed annual cost, how much comes from
      * proposals, and the annual cost if the proposals are
      * approved.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master PROGRAM1 and
      *         PROGRAM2 share.  Each employee is one head at the
      *         current salary on the master in the starting
      *         position.
      *    PENDING-FILE - PROGRAM2's held-over effective-dated
      *         transactions in the TRANS-RECORD layout.  Adds,
      *         salary changes, deletes and transfers are all
      *         projected; a change with no current salary on it
      *         does not move the cost.  A transaction for an
      *         employee not on the projected workforce at that
      *         date is counted and skipped.
      *    PROPOSED-TRANS-FILE - PROGRAM4's proposed increases,
      *         read only when the PARM asks for proposals.  A
      *         proposal has no effective date of its own, so it is
      *         projected from the current month, the earliest it
      *         could be released.  Only the new current salary on
      *         a proposal is used.
      *    Changes held on PROGRAM2's awaiting-approval file are
      *         not projected until they are released.
      * *******
      * OUTPUT:
      *    PROJECTION-REPORT-FILE - the projection by warehouse and
      *         for all warehouses, followed by the input counts.
      * *******
      * PARM (FROM COMMAND-LINE):
      *    COL 1 - P TO INCLUDE PROPOSALS ("IF PROPOSALS APPROVED"
      *         FIGURES); BLANK FOR COMMITTED CHANGES ONLY, WHEN THE
      *         PROPOSAL COLUMNS SHOW NO CHANGE.
      * *************
      * CALCULATIONS:
      *    PROJECTION MONTH OF A CHANGE
      *        (EFF CCYY * 12 + EFF MM) - (RUN CCYY * 12 + RUN MM) + 1
      *        MONTH 1 IS THE RUN MONTH; A CHANGE DATED EARLIER (OR
      *        NOT DATED) FALLS IN MONTH 1, ONE DATED PAST MONTH 12
      *        IS COUNTED AND NOT PROJECTED.
      *    COMMITTED ANNUAL COST
      *        CURRENT COST + PENDING CHANGES THROUGH THE MONTH
      *    PROPOSAL CHANGE FOR A MONTH
      *        CHANGE IN COST IF APPROVED - PENDING CHANGE
      *    ANNUAL COST IF APPROVED
      *        COMMITTED ANNUAL COST + PROPOSAL CHANGES THROUGH THE
      *        MONTH
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
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'PR1FA19.PND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROPOSED-TRANS-FILE
               ASSIGN TO 'PR1FA19.PRP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN TO 'SORTWK20'.
           SELECT PROJECTION-REPORT-FILE
               ASSIGN TO PRINTER 'PROJECTION-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY.
               10  MST-WAREHOUSEID     PIC X(4).
               10  MST-EMPLOYEEID      PIC X(5).
           05  FILLER                  PIC X(53).
           05  MST-CURRENTSALARY       PIC 9(6)V9(2).

       FD  PENDING-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  PENDING-RECORD              PIC X(87).

       FD  PROPOSED-TRANS-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  PROPOSED-TRANS-RECORD       PIC X(87).

       SD  SORT-FILE.

       01  SD-RECORD.
           05  SD-EFFDATE              PIC 9(8).
           05  SD-SOURCE               PIC X(1).
           05  SD-TRANS                PIC X(87).

       FD  PROJECTION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  PROJECTION-OUT              PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-SW           PIC X          VALUE ' '.
               88  MASTER-EOF                         VALUE 'Y'.
           05  PENDING-EOF-SW          PIC X          VALUE ' '.
               88  PENDING-EOF                        VALUE 'Y'.
           05  PROPOSAL-EOF-SW         PIC X          VALUE ' '.
               88  PROPOSAL-EOF                       VALUE 'Y'.
           05  SORT-EOF-SW             PIC X          VALUE ' '.
               88  SORT-EOF                           VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  PARM-FIELDS.
           05  PARM-STRING          PIC X(40)      VALUE SPACES.
           05  PARM-DATA REDEFINES PARM-STRING.
               10  PARM-PROPOSALS   PIC X(1).
                   88  INCLUDE-PROPOSALS               VALUE 'P'.
               10  FILLER              PIC X(39).

       01  DATE-FIELDS.
           05  TODAY-YYYYMMDD       PIC 9(8)       VALUE 0.
           05  TODAY-DATE-PARTS REDEFINES TODAY-YYYYMMDD.
               10  TODAY-CCYY       PIC 9(4).
               10  TODAY-MM         PIC 9(2).
               10  TODAY-DD         PIC 9(2).

      * ONE TRANSACTION COMING BACK FROM THE SORT - THE 87 CHARACTER
      * TRANS-RECORD LAYOUT PROGRAM2 READS, BEHIND THE DATE IT IS
      * PROJECTED FROM AND WHERE IT CAME FROM.
       01  PROJECTION-WORK-RECORD.
           05  PW-EFFDATE              PIC 9(8).
           05  PW-EFF-DATE-PARTS REDEFINES PW-EFFDATE.
               10  PW-EFF-CCYY         PIC 9(4).
               10  PW-EFF-MM           PIC 9(2).
               10  PW-EFF-DD           PIC 9(2).
           05  PW-SOURCE               PIC X(1).
               88  PW-FROM-PENDING                    VALUE 'P'.
               88  PW-FROM-PROPOSAL                   VALUE 'R'.
           05  PW-TRANS.
               10  PW-ACTION           PIC X(1).
                   88  PW-ACTION-ADD                  VALUE 'A'.
                   88  PW-ACTION-CHANGE               VALUE 'C'.
                   88  PW-ACTION-DELETE               VALUE 'D'.
                   88  PW-ACTION-TRANSFER             VALUE 'T'.
               10  PW-WAREHOUSEID      PIC X(4).
               10  PW-EMPLOYEEID       PIC X(5).
               10  PW-POSITION         PIC X(2).
               10  PW-LASTNAME         PIC X(10).
               10  PW-TRANSFER-DATA REDEFINES PW-LASTNAME.
                   15  PW-NEW-WAREHOUSEID PIC X(4).
                   15  FILLER          PIC X(6).
               10  PW-FIRSTNAME        PIC X(10).
               10  FILLER              PIC X(3).
               10  PW-HIREDATE         PIC X(8).
               10  PW-STARTSALARY      PIC X(8).
               10  FILLER              PIC X(4).
               10  PW-LASTINCREASE     PIC X(8).
               10  PW-CURRENTSALARY    PIC 9(6)V9(2).
               10  PW-EFFDATE-IN       PIC 9(8).
               10  PW-REQUESTERID      PIC X(8).

       01  PROJECTION-FIELDS.
           05  PJW-MONTH-NUMBER     PIC S9(5)      VALUE +0.
           05  PJW-MONTH-SUB        PIC 9(2)       VALUE 0.
           05  PJW-TOTAL-MONTHS     PIC 9(7)       VALUE 0.
           05  PJW-LABEL-CCYY       PIC 9(4)       VALUE 0.
           05  PJW-LABEL-MM         PIC 9(2)       VALUE 0.
           05  PJW-LABEL-MONTH      PIC 9(6)       VALUE 0.
           05  PJW-LABEL-PARTS REDEFINES PJW-LABEL-MONTH.
               10  PJW-LABEL-PART-CCYY PIC 9(4).
               10  PJW-LABEL-PART-MM   PIC 9(2).
           05  PJW-COST-DELTA       PIC S9(7)V99   VALUE +0.
           05  PJW-DIRECTION        PIC S9         VALUE +0.
           05  PJW-RUN-HEADS        PIC S9(7)      VALUE +0.
           05  PJW-RUN-CMT-COST     PIC S9(11)V99  VALUE +0.
           05  PJW-RUN-APV-COST     PIC S9(11)V99  VALUE +0.
           05  PJW-PRP-CHANGE       PIC S9(11)V99  VALUE +0.

       01  EMPLOYEE-TABLE-FIELDS.
           05  EMT-TABLE-COUNT      PIC 9(4)       VALUE 0.
           05  EMT-SUB              PIC 9(4)       VALUE 0.
           05  EMT-HIT-SUB          PIC 9(4)       VALUE 0.
           05  EMT-FOUND-SW         PIC X          VALUE 'N'.
               88  EMT-FOUND                          VALUE 'Y'.
           05  EMT-TABLE-FULL-SW    PIC X          VALUE 'N'.
               88  EMT-TABLE-FULL-WARNED              VALUE 'Y'.

      * EVERY EMPLOYEE ON THE PROJECTED WORKFORCE, WITH THE SALARY
      * UNDER THE COMMITTED CHANGES AND UNDER THE COMMITTED CHANGES
      * PLUS PROPOSALS.
       01  EMPLOYEE-TABLE.
           05  EMT-ENTRY               OCCURS 2000 TIMES.
               10  EMT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  EMT-EMPLOYEEID      PIC X(5)       VALUE SPACES.
               10  EMT-ACTIVE-SW       PIC X          VALUE 'N'.
                   88  EMT-ACTIVE                     VALUE 'Y'.
               10  EMT-CMT-SALARY      PIC 9(6)V99    VALUE ZERO.
               10  EMT-APV-SALARY      PIC 9(6)V99    VALUE ZERO.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WHP-TABLE-COUNT      PIC 9(2)       VALUE 0.
           05  WHP-SUB              PIC 9(2)       VALUE 0.
           05  WHP-HIT-SUB          PIC 9(2)       VALUE 0.
           05  WHP-FOUND-SW         PIC X          VALUE 'N'.
               88  WHP-FOUND                          VALUE 'Y'.
           05  WHP-TABLE-FULL-SW    PIC X          VALUE 'N'.
               88  WHP-TABLE-FULL-WARNED              VALUE 'Y'.
           05  LOOKUP-WAREHOUSEID   PIC X(4)       VALUE SPACES.

      * STARTING FIGURES PER WAREHOUSE AND THE CHANGE FALLING IN
      * EACH PROJECTION MONTH - HEADS, COMMITTED COST AND COST IF
      * PROPOSALS ARE APPROVED.  KEPT IN WAREHOUSE ORDER.
       01  WAREHOUSE-TABLE.
           05  WHP-ENTRY               OCCURS 50 TIMES.
               10  WHP-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  WHP-START-HEADS     PIC 9(5)       VALUE ZERO.
               10  WHP-START-COST      PIC 9(9)V99    VALUE ZERO.
               10  WHP-MONTH           OCCURS 12 TIMES.
                   15  WHP-HEADS-CHG   PIC S9(5)      VALUE ZERO.
                   15  WHP-CMT-CHG     PIC S9(9)V99   VALUE ZERO.
                   15  WHP-APV-CHG     PIC S9(9)V99   VALUE ZERO.

      * THE WAREHOUSE BEING PRINTED, AND THE ALL-WAREHOUSE TOTALS -
      * THE SAME SHAPE AS ONE WAREHOUSE-TABLE ENTRY.
       01  PRINT-ROW.
           05  PRW-WAREHOUSEID         PIC X(4)       VALUE SPACES.
           05  PRW-START-HEADS         PIC 9(5)       VALUE ZERO.
           05  PRW-START-COST          PIC 9(9)V99    VALUE ZERO.
           05  PRW-MONTH               OCCURS 12 TIMES.
               10  PRW-HEADS-CHG       PIC S9(5)      VALUE ZERO.
               10  PRW-CMT-CHG         PIC S9(9)V99   VALUE ZERO.
               10  PRW-APV-CHG         PIC S9(9)V99   VALUE ZERO.

       01  COMPANY-ROW.
           05  CPR-WAREHOUSEID         PIC X(4)       VALUE SPACES.
           05  CPR-START-HEADS         PIC 9(5)       VALUE ZERO.
           05  CPR-START-COST          PIC 9(9)V99    VALUE ZERO.
           05  CPR-MONTH               OCCURS 12 TIMES.
               10  CPR-HEADS-CHG       PIC S9(5)      VALUE ZERO.
               10  CPR-CMT-CHG         PIC S9(9)V99   VALUE ZERO.
               10  CPR-APV-CHG         PIC S9(9)V99   VALUE ZERO.

       01  COUNT-FIELDS.
           05  MASTER-READ-COUNT    PIC 9(7)       VALUE 0.
           05  PENDING-READ-COUNT   PIC 9(7)       VALUE 0.
           05  PENDING-APPLIED-COUNT PIC 9(7)      VALUE 0.
           05  PROPOSAL-READ-COUNT  PIC 9(7)       VALUE 0.
           05  PROPOSAL-APPLIED-COUNT PIC 9(7)     VALUE 0.
           05  NOT-ON-FILE-COUNT    PIC 9(7)       VALUE 0.
           05  BEYOND-COUNT         PIC 9(7)       VALUE 0.
           05  UNUSED-COUNT         PIC 9(7)       VALUE 0.

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
           05                          PIC X(31)     VALUE SPACES.
           05                          PIC X(38)
                     VALUE 'TWELVE MONTH PAYROLL COST PROJECTION'.
           05                          PIC X(31).

       01  HEADING-SCENARIO.
           05                          PIC X(28)     VALUE SPACES.
           05 HS-TEXT                  PIC X(44).
           05                          PIC X(28).

       01  HEADING-THREE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'MONTH'.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'HEADS'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'PENDING'.
           05                          PIC X(9)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'PENDING'.
           05                          PIC X(7)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'COMMITTED'.
           05                          PIC X(8)      VALUE SPACES.
           05                          PIC X(8)      VALUE 'PROPOSAL'.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'IF APPROVED'.
           05                          PIC X(7).

       01  HEADING-FOUR.
           05                          PIC X(24)     VALUE SPACES.
           05                          PIC X(5)      VALUE 'HEADS'.
           05                          PIC X(10)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'CHANGE'.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'ANNUAL COST'.
           05                          PIC X(10)     VALUE SPACES.
           05                          PIC X(6)      VALUE 'CHANGE'.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'ANNUAL COST'.
           05                          PIC X(7).

       01  WAREHOUSE-HEADER-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 WHL-TEXT                 PIC X(24).
           05                          PIC X(73)     VALUE SPACES.

       01  PROJECTION-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-MONTH                PIC X(7).
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-HEADS                PIC ZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05 PDL-PND-HEADS            PIC ZZ,ZZ9-.
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-PND-COST             PIC $Z,ZZZ,ZZ9.99-.
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-CMT-COST             PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-PRP-COST             PIC $Z,ZZZ,ZZ9.99-.
           05                          PIC X(2)      VALUE SPACES.
           05 PDL-APV-COST             PIC $ZZ,ZZZ,ZZ9.99.
           05                          PIC X(7)      VALUE SPACES.

       01  PDL-MONTH-EDIT              PIC 9999/99.

       01  COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 CL-LABEL                 PIC X(30).
           05 CL-COUNT                 PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       SORT SORT-FILE
           ON ASCENDING KEY SD-EFFDATE SD-SOURCE
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE 25-RELEASE-CHANGES-ROUTINE
           OUTPUT PROCEDURE 31-APPLY-SORTED-ROUTINE
       PERFORM 40-PRINT-PROJECTION-ROUTINE
       PERFORM 50-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-PROPOSALS NOT EQUAL SPACE AND
              NOT INCLUDE-PROPOSALS
               DISPLAY 'PROJECTION PARM - COL 1 MUST BE P (WITH '
               DISPLAY '  PROPOSALS) OR BLANK (COMMITTED ONLY)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE TODAY-YYYYMMDD TO H1-DATE
           PERFORM 17-LOAD-MASTER-ROUTINE
           OPEN OUTPUT PROJECTION-REPORT-FILE
           IF INCLUDE-PROPOSALS
               MOVE 'COMMITTED CHANGES PLUS PROPOSED INCREASES'
                   TO HS-TEXT
           ELSE
               MOVE 'COMMITTED CHANGES ONLY - NO PROPOSALS'
                   TO HS-TEXT
           END-IF
           .

       17-LOAD-MASTER-ROUTINE.

           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       MOVE MST-WAREHOUSEID TO PW-WAREHOUSEID
                       MOVE MST-EMPLOYEEID TO PW-EMPLOYEEID
                       MOVE MST-CURRENTSALARY TO PW-CURRENTSALARY
                       PERFORM 19-ADD-EMPLOYEE-ROUTINE
                       IF EMT-FOUND
                           MOVE MST-WAREHOUSEID TO LOOKUP-WAREHOUSEID
                           PERFORM 18-FIND-WAREHOUSE-ROUTINE
                           IF WHP-FOUND
                               ADD 1 TO WHP-START-HEADS(WHP-HIT-SUB)
                               ADD MST-CURRENTSALARY
                                   TO WHP-START-COST(WHP-HIT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

      * FINDS LOOKUP-WAREHOUSEID ON THE WAREHOUSE TABLE, ADDING IT
      * IN WAREHOUSE ORDER IF IT IS NOT THERE YET.
       18-FIND-WAREHOUSE-ROUTINE.

           MOVE 'N' TO WHP-FOUND-SW
           MOVE 0 TO WHP-HIT-SUB
           PERFORM VARYING WHP-SUB FROM 1 BY 1
                   UNTIL WHP-SUB > WHP-TABLE-COUNT
               IF WHP-WAREHOUSEID(WHP-SUB) EQUAL LOOKUP-WAREHOUSEID
                   MOVE 'Y' TO WHP-FOUND-SW
                   MOVE WHP-SUB TO WHP-HIT-SUB
                   MOVE WHP-TABLE-COUNT TO WHP-SUB
               ELSE
                   IF WHP-WAREHOUSEID(WHP-SUB) GREATER THAN
                          LOOKUP-WAREHOUSEID AND
                      WHP-HIT-SUB EQUAL ZERO
                       MOVE WHP-SUB TO WHP-HIT-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WHP-FOUND
               IF WHP-TABLE-COUNT LESS THAN 50
                   IF WHP-HIT-SUB EQUAL ZERO
                       COMPUTE WHP-HIT-SUB = WHP-TABLE-COUNT + 1
                   END-IF
                   PERFORM VARYING WHP-SUB FROM WHP-TABLE-COUNT BY -1
                           UNTIL WHP-SUB < WHP-HIT-SUB
                       MOVE WHP-ENTRY(WHP-SUB)
                           TO WHP-ENTRY(WHP-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WHP-TABLE-COUNT
                   INITIALIZE WHP-ENTRY(WHP-HIT-SUB)
                   MOVE LOOKUP-WAREHOUSEID
                       TO WHP-WAREHOUSEID(WHP-HIT-SUB)
                   MOVE 'Y' TO WHP-FOUND-SW
               ELSE
                   IF NOT WHP-TABLE-FULL-WARNED
                       DISPLAY 'WARNING: WAREHOUSE TABLE FULL - '
                           'WAREHOUSES PAST 50 NOT PROJECTED'
                       MOVE 'Y' TO WHP-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF
           .

       19-ADD-EMPLOYEE-ROUTINE.

           MOVE 'N' TO EMT-FOUND-SW
           IF EMT-TABLE-COUNT LESS THAN 2000
               ADD 1 TO EMT-TABLE-COUNT
               MOVE EMT-TABLE-COUNT TO EMT-HIT-SUB
               MOVE PW-WAREHOUSEID TO EMT-WAREHOUSEID(EMT-HIT-SUB)
               MOVE PW-EMPLOYEEID TO EMT-EMPLOYEEID(EMT-HIT-SUB)
               MOVE 'Y' TO EMT-ACTIVE-SW(EMT-HIT-SUB)
               MOVE PW-CURRENTSALARY TO EMT-CMT-SALARY(EMT-HIT-SUB)
               MOVE PW-CURRENTSALARY TO EMT-APV-SALARY(EMT-HIT-SUB)
               MOVE 'Y' TO EMT-FOUND-SW
           ELSE
               IF NOT EMT-TABLE-FULL-WARNED
                   DISPLAY 'WARNING: EMPLOYEE TABLE FULL - '
                       'EMPLOYEES PAST 2000 NOT PROJECTED'
                   MOVE 'Y' TO EMT-TABLE-FULL-SW
               END-IF
           END-IF
           .

       20-HEADER-ROUTINE.

           MOVE 2 TO PROPER-SPACING
           WRITE PROJECTION-OUT FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE PROJECTION-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           WRITE PROJECTION-OUT FROM HEADING-SCENARIO
               AFTER ADVANCING 1
           WRITE PROJECTION-OUT FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           WRITE PROJECTION-OUT FROM HEADING-FOUR
               AFTER ADVANCING 1
           .

       25-RELEASE-CHANGES-ROUTINE.

           OPEN INPUT PENDING-FILE
           PERFORM UNTIL PENDING-EOF
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO PENDING-EOF-SW
                   NOT AT END
                       ADD 1 TO PENDING-READ-COUNT
                       MOVE PENDING-RECORD TO PW-TRANS
                       MOVE 'P' TO PW-SOURCE
                       PERFORM 27-RELEASE-ONE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE

           IF INCLUDE-PROPOSALS
               OPEN INPUT PROPOSED-TRANS-FILE
               PERFORM UNTIL PROPOSAL-EOF
                   READ PROPOSED-TRANS-FILE
                       AT END
                           MOVE 'Y' TO PROPOSAL-EOF-SW
                       NOT AT END
                           ADD 1 TO PROPOSAL-READ-COUNT
                           MOVE PROPOSED-TRANS-RECORD TO PW-TRANS
                           MOVE 'R' TO PW-SOURCE
                           MOVE ZERO TO PW-EFFDATE-IN
                           PERFORM 27-RELEASE-ONE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PROPOSED-TRANS-FILE
           END-IF
           .

       27-RELEASE-ONE-ROUTINE.

           IF PW-EFFDATE-IN NUMERIC AND
              PW-EFFDATE-IN GREATER THAN TODAY-YYYYMMDD
               MOVE PW-EFFDATE-IN TO PW-EFFDATE
           ELSE
               MOVE TODAY-YYYYMMDD TO PW-EFFDATE
           END-IF
           IF PW-CURRENTSALARY NOT NUMERIC
               MOVE ZERO TO PW-CURRENTSALARY
           END-IF
           MOVE PW-EFFDATE TO SD-EFFDATE
           MOVE PW-SOURCE TO SD-SOURCE
           MOVE PW-TRANS TO SD-TRANS
           RELEASE SD-RECORD
           .

       31-APPLY-SORTED-ROUTINE.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE INTO PROJECTION-WORK-RECORD
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 32-APPLY-CHANGE-ROUTINE
               END-RETURN
           END-PERFORM
           .

       32-APPLY-CHANGE-ROUTINE.

           COMPUTE PJW-MONTH-NUMBER =
               (PW-EFF-CCYY * 12 + PW-EFF-MM) -
               (TODAY-CCYY * 12 + TODAY-MM) + 1
           IF PJW-MONTH-NUMBER LESS THAN 1
               MOVE 1 TO PJW-MONTH-NUMBER
           END-IF
           IF PJW-MONTH-NUMBER GREATER THAN 12
               ADD 1 TO BEYOND-COUNT
           ELSE
               MOVE PJW-MONTH-NUMBER TO PJW-MONTH-SUB
               PERFORM 38-FIND-EMPLOYEE-ROUTINE
               EVALUATE TRUE
                   WHEN PW-FROM-PROPOSAL AND PW-ACTION-CHANGE
                       IF EMT-FOUND
                           PERFORM 33-APPLY-PROPOSAL-ROUTINE
                       ELSE
                           ADD 1 TO NOT-ON-FILE-COUNT
                       END-IF
                   WHEN PW-FROM-PROPOSAL
                       ADD 1 TO UNUSED-COUNT
                   WHEN PW-ACTION-ADD
                       IF EMT-FOUND
                           ADD 1 TO UNUSED-COUNT
                       ELSE
                           PERFORM 34-APPLY-ADD-ROUTINE
                       END-IF
                   WHEN PW-ACTION-CHANGE OR PW-ACTION-DELETE OR
                        PW-ACTION-TRANSFER
                       IF EMT-FOUND
                           PERFORM 35-APPLY-PENDING-ROUTINE
                       ELSE
                           ADD 1 TO NOT-ON-FILE-COUNT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO UNUSED-COUNT
               END-EVALUATE
           END-IF
           .

       33-APPLY-PROPOSAL-ROUTINE.

           IF PW-CURRENTSALARY GREATER THAN ZERO
               MOVE EMT-WAREHOUSEID(EMT-HIT-SUB) TO LOOKUP-WAREHOUSEID
               PERFORM 18-FIND-WAREHOUSE-ROUTINE
               IF WHP-FOUND
                   COMPUTE PJW-COST-DELTA = PW-CURRENTSALARY -
                       EMT-APV-SALARY(EMT-HIT-SUB)
                   ADD PJW-COST-DELTA
                       TO WHP-APV-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
               END-IF
               MOVE PW-CURRENTSALARY TO EMT-APV-SALARY(EMT-HIT-SUB)
           END-IF
           ADD 1 TO PROPOSAL-APPLIED-COUNT
           .

       34-APPLY-ADD-ROUTINE.

           PERFORM 19-ADD-EMPLOYEE-ROUTINE
           IF EMT-FOUND
               MOVE PW-WAREHOUSEID TO LOOKUP-WAREHOUSEID
               MOVE +1 TO PJW-DIRECTION
               PERFORM 36-MOVE-HEAD-ROUTINE
               ADD 1 TO PENDING-APPLIED-COUNT
           END-IF
           .

       35-APPLY-PENDING-ROUTINE.

           EVALUATE TRUE
               WHEN PW-ACTION-DELETE
                   MOVE EMT-WAREHOUSEID(EMT-HIT-SUB)
                       TO LOOKUP-WAREHOUSEID
                   MOVE -1 TO PJW-DIRECTION
                   PERFORM 36-MOVE-HEAD-ROUTINE
                   MOVE 'N' TO EMT-ACTIVE-SW(EMT-HIT-SUB)
               WHEN PW-ACTION-TRANSFER
                   MOVE EMT-WAREHOUSEID(EMT-HIT-SUB)
                       TO LOOKUP-WAREHOUSEID
                   MOVE -1 TO PJW-DIRECTION
                   PERFORM 36-MOVE-HEAD-ROUTINE
                   MOVE PW-NEW-WAREHOUSEID
                       TO EMT-WAREHOUSEID(EMT-HIT-SUB)
                   MOVE PW-NEW-WAREHOUSEID TO LOOKUP-WAREHOUSEID
                   MOVE +1 TO PJW-DIRECTION
                   PERFORM 36-MOVE-HEAD-ROUTINE
               WHEN OTHER
                   IF PW-CURRENTSALARY GREATER THAN ZERO
                       MOVE EMT-WAREHOUSEID(EMT-HIT-SUB)
                           TO LOOKUP-WAREHOUSEID
                       PERFORM 18-FIND-WAREHOUSE-ROUTINE
                       IF WHP-FOUND
                           COMPUTE PJW-COST-DELTA = PW-CURRENTSALARY -
                               EMT-CMT-SALARY(EMT-HIT-SUB)
                           ADD PJW-COST-DELTA TO
                               WHP-CMT-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
                           COMPUTE PJW-COST-DELTA = PW-CURRENTSALARY -
                               EMT-APV-SALARY(EMT-HIT-SUB)
                           ADD PJW-COST-DELTA TO
                               WHP-APV-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
                       END-IF
                       MOVE PW-CURRENTSALARY
                           TO EMT-CMT-SALARY(EMT-HIT-SUB)
                       MOVE PW-CURRENTSALARY
                           TO EMT-APV-SALARY(EMT-HIT-SUB)
                   END-IF
           END-EVALUATE
           ADD 1 TO PENDING-APPLIED-COUNT
           .

      * PUTS EMPLOYEE EMT-HIT-SUB INTO (+1) OR TAKES THE EMPLOYEE
      * OUT OF (-1) WAREHOUSE LOOKUP-WAREHOUSEID IN THE PROJECTION
      * MONTH, WITH THE SALARY UNDER BOTH SETS OF FIGURES.
       36-MOVE-HEAD-ROUTINE.

           PERFORM 18-FIND-WAREHOUSE-ROUTINE
           IF WHP-FOUND
               ADD PJW-DIRECTION
                   TO WHP-HEADS-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
               COMPUTE PJW-COST-DELTA =
                   EMT-CMT-SALARY(EMT-HIT-SUB) * PJW-DIRECTION
               ADD PJW-COST-DELTA
                   TO WHP-CMT-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
               COMPUTE PJW-COST-DELTA =
                   EMT-APV-SALARY(EMT-HIT-SUB) * PJW-DIRECTION
               ADD PJW-COST-DELTA
                   TO WHP-APV-CHG(WHP-HIT-SUB, PJW-MONTH-SUB)
           END-IF
           .

       38-FIND-EMPLOYEE-ROUTINE.

           MOVE 'N' TO EMT-FOUND-SW
           PERFORM VARYING EMT-SUB FROM 1 BY 1
                   UNTIL EMT-SUB > EMT-TABLE-COUNT
               IF EMT-ACTIVE(EMT-SUB) AND
                  EMT-WAREHOUSEID(EMT-SUB) EQUAL PW-WAREHOUSEID AND
                  EMT-EMPLOYEEID(EMT-SUB) EQUAL PW-EMPLOYEEID
                   MOVE 'Y' TO EMT-FOUND-SW
                   MOVE EMT-SUB TO EMT-HIT-SUB
                   MOVE EMT-TABLE-COUNT TO EMT-SUB
               END-IF
           END-PERFORM
           .

       40-PRINT-PROJECTION-ROUTINE.

           INITIALIZE COMPANY-ROW
           PERFORM VARYING WHP-SUB FROM 1 BY 1
                   UNTIL WHP-SUB > WHP-TABLE-COUNT
               MOVE WHP-ENTRY(WHP-SUB) TO PRINT-ROW
               MOVE SPACES TO WHL-TEXT
               STRING 'WAREHOUSE ' PRW-WAREHOUSEID
                   DELIMITED BY SIZE INTO WHL-TEXT
               PERFORM 42-PRINT-ROW-ROUTINE
               ADD PRW-START-HEADS TO CPR-START-HEADS
               ADD PRW-START-COST TO CPR-START-COST
               PERFORM VARYING PJW-MONTH-SUB FROM 1 BY 1
                       UNTIL PJW-MONTH-SUB > 12
                   ADD PRW-HEADS-CHG(PJW-MONTH-SUB)
                       TO CPR-HEADS-CHG(PJW-MONTH-SUB)
                   ADD PRW-CMT-CHG(PJW-MONTH-SUB)
                       TO CPR-CMT-CHG(PJW-MONTH-SUB)
                   ADD PRW-APV-CHG(PJW-MONTH-SUB)
                       TO CPR-APV-CHG(PJW-MONTH-SUB)
               END-PERFORM
           END-PERFORM
           MOVE COMPANY-ROW TO PRINT-ROW
           MOVE 'ALL WAREHOUSES' TO WHL-TEXT
           PERFORM 42-PRINT-ROW-ROUTINE
           .

       42-PRINT-ROW-ROUTINE.

           PERFORM 20-HEADER-ROUTINE
           WRITE PROJECTION-OUT FROM WAREHOUSE-HEADER-LINE
               AFTER ADVANCING 2
           MOVE PRW-START-HEADS TO PJW-RUN-HEADS
           MOVE PRW-START-COST TO PJW-RUN-CMT-COST
           MOVE PRW-START-COST TO PJW-RUN-APV-COST
           MOVE 'CURRENT' TO PDL-MONTH
           MOVE PJW-RUN-HEADS TO PDL-HEADS
           MOVE ZERO TO PDL-PND-HEADS
           MOVE ZERO TO PDL-PND-COST
           MOVE PJW-RUN-CMT-COST TO PDL-CMT-COST
           MOVE ZERO TO PDL-PRP-COST
           MOVE PJW-RUN-APV-COST TO PDL-APV-COST
           WRITE PROJECTION-OUT FROM PROJECTION-DETAIL-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO PROJECTION-OUT
           WRITE PROJECTION-OUT
               AFTER ADVANCING 1
           PERFORM VARYING PJW-MONTH-SUB FROM 1 BY 1
                   UNTIL PJW-MONTH-SUB > 12
               PERFORM 44-PRINT-MONTH-ROUTINE
           END-PERFORM
           .

       44-PRINT-MONTH-ROUTINE.

           COMPUTE PJW-TOTAL-MONTHS =
               TODAY-CCYY * 12 + TODAY-MM - 1 + PJW-MONTH-SUB - 1
           DIVIDE PJW-TOTAL-MONTHS BY 12
               GIVING PJW-LABEL-CCYY REMAINDER PJW-LABEL-MM
           ADD 1 TO PJW-LABEL-MM
           MOVE PJW-LABEL-CCYY TO PJW-LABEL-PART-CCYY
           MOVE PJW-LABEL-MM TO PJW-LABEL-PART-MM
           MOVE PJW-LABEL-MONTH TO PDL-MONTH-EDIT
           MOVE PDL-MONTH-EDIT TO PDL-MONTH

           ADD PRW-HEADS-CHG(PJW-MONTH-SUB) TO PJW-RUN-HEADS
           ADD PRW-CMT-CHG(PJW-MONTH-SUB) TO PJW-RUN-CMT-COST
           ADD PRW-APV-CHG(PJW-MONTH-SUB) TO PJW-RUN-APV-COST
           COMPUTE PJW-PRP-CHANGE = PRW-APV-CHG(PJW-MONTH-SUB) -
               PRW-CMT-CHG(PJW-MONTH-SUB)
           MOVE PJW-RUN-HEADS TO PDL-HEADS
           MOVE PRW-HEADS-CHG(PJW-MONTH-SUB) TO PDL-PND-HEADS
           MOVE PRW-CMT-CHG(PJW-MONTH-SUB) TO PDL-PND-COST
           MOVE PJW-RUN-CMT-COST TO PDL-CMT-COST
           MOVE PJW-PRP-CHANGE TO PDL-PRP-COST
           MOVE PJW-RUN-APV-COST TO PDL-APV-COST
           WRITE PROJECTION-OUT FROM PROJECTION-DETAIL-LINE
               AFTER ADVANCING 1
           .

       50-EOF-ROUTINE.

           PERFORM 20-HEADER-ROUTINE
           MOVE 'MASTER EMPLOYEES' TO CL-LABEL
           MOVE MASTER-READ-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 3
           MOVE 'PENDING TRANSACTIONS READ' TO CL-LABEL
           MOVE PENDING-READ-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'PENDING TRANSACTIONS PROJECTED' TO CL-LABEL
           MOVE PENDING-APPLIED-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'PROPOSALS READ' TO CL-LABEL
           MOVE PROPOSAL-READ-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'PROPOSALS PROJECTED' TO CL-LABEL
           MOVE PROPOSAL-APPLIED-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'SKIPPED - EMPLOYEE NOT ON FILE' TO CL-LABEL
           MOVE NOT-ON-FILE-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'SKIPPED - NOT PROJECTABLE' TO CL-LABEL
           MOVE UNUSED-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           MOVE 'SKIPPED - PAST MONTH 12' TO CL-LABEL
           MOVE BEYOND-COUNT TO CL-COUNT
           WRITE PROJECTION-OUT FROM COUNT-LINE
               AFTER ADVANCING 1
           CLOSE PROJECTION-REPORT-FILE
           STOP RUN
           .
