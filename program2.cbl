      * maintained position reference file shared with PROGRAM1; a
      * change or add whose current salary falls outside its grade
      * band is rejected.
      * A salary change carrying an effective date earlier than the
      * run date is back-dated: the new salary goes onto the master
      * as usual, and the pay the employee was short (or over) for
      * the pay periods already paid at the old salary is worked out
      * and written to a retro pay file for the payroll bureau, with
      * a printed register by warehouse so finance can accrue it.
      * Every transaction carries the ID of the person who requested
      * it.  A salary change that raises current salary by more than
      * the approval limits (a percent of the old salary or a dollar
      * amount, whichever is reached first) is not applied on the
      * requester's word alone: it is held on an awaiting-approval
      * file until an approval record for the employee, naming an
      * approver other than the requester and the same new salary,
      * releases it on a later run.  The audit listing shows the
      * requester and approver under every applied salary change,
      * and an aging page lists held changes that have waited past
      * the aging limit.
      * Finance's budgeted headcount for each warehouse and position
      * is loaded at start of run and the master's heads are counted
      * against it; an ADD that takes a warehouse/position past its
      * budgeted headcount, or into a position with no budget row,
      * is still applied but is followed on the audit listing by a
      * WARNING line, and the adds warned are counted on the
      * balancing page.  PROGRAM19 reports the full variance.
      * Warehouse IDs come from the maintained warehouse reference
      * file shared with PROGRAM1, PROGRAM9 and PROGRAM12; an add or
      * a transfer into a warehouse that is not on the file, or is
      * marked closed, is rejected so no phantom warehouse reaches
      * the master.
      * ******
      * INPUT:
      *    MASTER-FILE - the indexed employee master, keyed on
      *    RAW-TRANS-FILE - one record per requested change, keyed by
      *         WAREHOUSEID and EMPLOYEEID, carrying an action code
      *         of A (add), C (change), D (delete) or T (transfer)
      *         an optional effective date (zero or blank means
      *         effective now) and the requester's ID.  A transfer
      *         is keyed on the OLD
      *         warehouse and carries the new warehouse in the first
      *         four bytes of the last-name field; the master record
      *         is deleted under the old key and written unchanged
      *         neither a termination nor a new hire - nothing goes
      *         to the terminated archive and no REHIRE flag is
      *         raised.
      *         HR's change requests are appended to it by
      *         PROGRAM18 from their batch feed.
      *         Arrives in whatever order the change requests were
      *         keyed in, so this program sorts it into WAREHOUSEID/
      *         EMPLOYEEID sequence itself so the audit listing
      *    PENDING-FILE - transactions held over from earlier runs
      *         because their effective date had not arrived.  Read
      *         back in with the new transactions every run.
      *    AWAITING-FILE - salary changes held from earlier runs for
      *         second-person approval: the transaction followed by
      *         the date it was first held.  Read back in with the
      *         new transactions every run.
      *    APPROVAL-FILE - approvals for held salary changes, one
      *         record per employee: WAREHOUSEID, EMPLOYEEID, the
      *         approved new current salary, the approver's ID and
      *         the approval date.  An approval releases a held
      *         change only when the new salary agrees, the change
      *         names its requester, the approver is not the
      *         requester, and the approval is dated on or after the
      *         day the change was first held (the run date for a
      *         change not yet held) - an older approval is STALE
      *         and releases nothing.  Each approval releases one
      *         change and is then written to APPROVAL-USED-FILE.
      *    BUDGET-FILE - the headcount and salary budget finance
      *         maintains, one record per warehouse and position
      *         code.  Only the budgeted headcount is used here.  If
      *         the file is missing or empty no budget warnings are
      *         given.
      *    WAREHOUSE-FILE - the maintained warehouse reference, one
      *         record per warehouse: ID, name, region, GL cost
      *         center and status (O open, C closed).  The run is
      *         cancelled if it is missing or empty.
      * *******
      * OUTPUT:
      *    MASTER-FILE - updated in place; the balancing page proves
      *         listing with their release date.  The scheduler makes
      *         this file available as PENDING-FILE for the next
      *         run.
      *    AWAITING-OUT-FILE - salary changes still waiting for
      *         approval at end of run, each keeping the date it was
      *         first held, shown as HELD on the audit listing.  The
      *         scheduler makes this file available as AWAITING-FILE
      *         for the next run, the same way as the pending file.
      *    APPROVAL-USED-FILE - every approval that released a
      *         change this run, in the APPROVAL-FILE layout.  The
      *         scheduler drops these rows from the next generation
      *         of the approval file so no approval is used twice.
      *    SALARY-HISTORY-FILE - one record appended for every applied
      *         change to an employee's current salary or last
      *         increase date, carrying the old salary, new salary
      *         that moment).  PROGRAM1 and PROGRAM7 append the
      *         same records, and PROGRAM14 verifies the ledger
      *         before the CSV goes to the bureau.
      *    JOURNAL-FILE - the forward-recovery journal, appended to
      *         every run.  One record for every add, change, delete
      *         and transfer applied to the master, carrying the
      *         70 character SALARY-RECORD as it stood before the
      *         update and as it stood after (spaces for the missing
      *         side of an add or delete) and a run stamp: the date
      *         and time on this run's START row in the run-control
      *         ledger plus a sequence number within the run.
      *         PROGRAM17 replays it over a PR1FA19.TXT backup
      *         generation to rebuild a damaged master, and the
      *         number written is shown on the balancing page.
      *    RETRO-FILE - a comma-delimited retro pay file for the
      *         payroll bureau, rewritten every run, one line per
      *         back-dated salary change applied that covers at
      *         least one whole pay period:
      *         WAREHOUSE ID, EMPLOYEE ID, OLD SALARY, NEW SALARY,
      *         EFFECTIVE DATE, RUN DATE, PAY PERIODS COVERED,
      *         RETRO AMOUNT (NEGATIVE WHEN THE CHANGE WAS A CUT)
      *         FOLLOWED BY ONE CONTROL TRAILER LIKE THE ONE ON
      *         PR1FA19.CSV:
      *         'T', RUN DATE, RECORD COUNT, HASHED RETRO AMOUNT
      *         TOTAL (SIGN IGNORED)
      *    RETRO-REPORT-FILE - the retro pay register: every retro
      *         line in warehouse order with a total per warehouse
      *         and a total for all warehouses.
      * *************
      * CALCULATIONS:
      *    PAY PERIODS COVERED
      *        DAYS FROM THE EFFECTIVE DATE TO THE RUN DATE DIVIDED
      *        BY THE DAYS IN A PAY PERIOD (RTW-DAYS-PER-PERIOD),
      *        WHOLE PERIODS ONLY - THE PERIOD IN PROGRESS IS PAID
      *        FROM THE MASTER AT THE NEW SALARY.  A CHANGE
      *        BACK-DATED LESS THAN ONE WHOLE PERIOD COVERS NO
      *        PERIODS AND WRITES NO RETRO LINE.
      *    RETRO AMOUNT
      *        (NEW SALARY - OLD SALARY) / PAY PERIODS PER YEAR
      *        (RTW-PERIODS-PER-YEAR) * PAY PERIODS COVERED
      *    APPROVAL REQUIRED WHEN
      *        NEW SALARY - OLD SALARY > APV-AMOUNT-LIMIT   OR
      *        (NEW SALARY - OLD SALARY) / OLD SALARY * 100
      *                                > APV-PERCENT-LIMIT
      *    DAYS AWAITING APPROVAL
      *        RUN DATE - DATE FIRST HELD, LISTED ON THE AGING PAGE
      *        WHEN NOT LESS THAN APV-AGING-DAYS
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL POSITION-FILE
               ASSIGN TO 'PR1FA19.POS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO 'PR1FA19.WHS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'PR1FA19.BUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE
               ASSIGN TO PRINTER 'AUDIT-OUT'.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'PR1FA19.RUN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'PR1FA19.JNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AWAITING-FILE
               ASSIGN TO 'PR1FA19.AWT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWAITING-OUT-FILE
               ASSIGN TO 'PR1FA19.AWW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'PR1FA19.APR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-USED-FILE
               ASSIGN TO 'PR1FA19.APU'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-FILE
               ASSIGN TO 'PR1FA19.RET'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-REPORT-FILE
               ASSIGN TO PRINTER 'RETRO-OUT'.

       DATA DIVISION.
       FILE SECTION.
           05  MST-CURRENTSALARY       PIC 9(6)V9(2).

       FD  RAW-TRANS-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  RAW-TRANS-RECORD                PIC X(87).

       FD  PENDING-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  PENDING-RECORD                  PIC X(87).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  PENDING-OUT-RECORD              PIC X(87).

       FD  AWAITING-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01  AWAITING-RECORD                 PIC X(95).

       FD  AWAITING-OUT-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01  AWAITING-OUT-RECORD             PIC X(95).

       FD  APPROVAL-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  APPROVAL-RECORD.
           05  AP-WAREHOUSEID          PIC X(4).
           05  AP-EMPLOYEEID           PIC X(5).
           05  AP-CURRENTSALARY        PIC 9(6)V9(2).
           05  AP-APPROVERID           PIC X(8).
           05  AP-APPROVAL-DATE        PIC 9(8).

       FD  APPROVAL-USED-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  APPROVAL-USED-RECORD.
           05  AU-WAREHOUSEID          PIC X(4).
           05  AU-EMPLOYEEID           PIC X(5).
           05  AU-CURRENTSALARY        PIC 9(6)V9(2).
           05  AU-APPROVERID           PIC X(8).
           05  AU-APPROVAL-DATE        PIC 9(8).

       SD  TRANS-SORT-FILE.

           05  TSD-LASTINCREASE        PIC 9(8).
           05  TSD-CURRENTSALARY       PIC 9(6)V9(2).
           05  TSD-EFFDATE             PIC 9(8).
           05  TSD-REQUESTERID         PIC X(8).
           05  TSD-HELD-DATE           PIC 9(8).

       FD  TRANS-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01  TRANS-RECORD.
           05  TRANS-ACTION            PIC X(1).
           05  TRANS-LASTINCREASE      PIC 9(8).
           05  TRANS-CURRENTSALARY     PIC 9(6)V9(2).
           05  TRANS-EFFDATE           PIC 9(8).
           05  TRANS-REQUESTERID       PIC X(8).
           05  TRANS-HELD-DATE         PIC 9(8).

       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.
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

       FD  BUDGET-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  BUDGET-RECORD.
           05  BD-WAREHOUSEID      PIC X(4).
           05  BD-POSITION         PIC X(2).
           05  BD-HEADCOUNT        PIC 9(5).
           05  BD-SALARY           PIC 9(9)V9(2).
           05  FILLER              PIC X(2).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  RC-MASTER-COUNT        PIC 9(7).
           05  RC-MASTER-HASH         PIC 9(10)V9(2).

       FD  JOURNAL-FILE
           RECORD CONTAINS 164 CHARACTERS.

       01  JOURNAL-RECORD.
           05  JR-RUN-DATE            PIC 9(8).
           05  JR-RUN-TIME            PIC 9(8).
           05  JR-SEQUENCE            PIC 9(7).
           05  JR-ACTION              PIC X(1).
           05  JR-BEFORE-IMAGE        PIC X(70).
           05  JR-AFTER-IMAGE         PIC X(70).

       FD  RETRO-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  RETRO-RECORD                PIC X(100).

       FD  RETRO-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  RETRO-OUT                   PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88  PENDING-EOF                        VALUE 'Y'.
           05  SALARY-HIST-SW          PIC X          VALUE 'N'.
               88  SALARY-HIST-DUE                    VALUE 'Y'.
           05  CURR-SAL-CHANGE-SW      PIC X          VALUE 'N'.
               88  CURR-SAL-CHANGED                   VALUE 'Y'.
           05  AWAITING-EOF-SW         PIC X          VALUE ' '.
               88  AWAITING-EOF                       VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.

       01  RUN-CONTROL-FIELDS.
           05  RCW-EVENT            PIC X(5)        VALUE SPACES.
           05  RCW-TIME             PIC 9(8)        VALUE 0.
           05  RCW-COUNT            PIC 9(7)        VALUE 0.
           05  RCW-HASH             PIC S9(10)V9(2) VALUE 0.

       01  JOURNAL-WORK-FIELDS.
           05  JNW-RUN-TIME         PIC 9(8)        VALUE 0.
           05  JNW-SEQUENCE         PIC 9(7)        VALUE 0.
           05  JNW-ACTION           PIC X(1)        VALUE SPACE.
           05  JNW-BEFORE-IMAGE     PIC X(70)       VALUE SPACES.
           05  JNW-AFTER-IMAGE      PIC X(70)       VALUE SPACES.

       01  RETRO-FIELDS.
           05  RTW-DAYS-PER-PERIOD  PIC 9(3)        VALUE 14.
           05  RTW-PERIODS-PER-YEAR PIC 9(3)        VALUE 26.
           05  RTW-OLD-SALARY       PIC 9(6)V9(2)   VALUE 0.
           05  RTW-DAYS-COVERED     PIC S9(5)       VALUE 0.
           05  RTW-PERIODS          PIC 9(3)        VALUE 0.
           05  RTW-AMOUNT           PIC S9(7)V9(2)  VALUE 0.
           05  RTW-REC-COUNT        PIC 9(7)        VALUE 0.
           05  RTW-HASH             PIC 9(10)V9(2)  VALUE 0.
           05  RTW-WHSE-COUNT       PIC 9(5)        VALUE 0.
           05  RTW-WHSE-TOTAL       PIC S9(9)V9(2)  VALUE 0.
           05  RTW-GRAND-TOTAL      PIC S9(9)V9(2)  VALUE 0.
           05  RTW-PREV-WAREHOUSEID PIC X(4)        VALUE SPACES.
           05  RTW-PTR              PIC 9(3)        VALUE 0.
           05  RTW-CSV-OLD          PIC Z(6)9.99.
           05  RTW-CSV-NEW          PIC Z(6)9.99.
           05  RTW-CSV-AMOUNT       PIC -(7)9.99.
           05  RTW-TRL-COUNT        PIC 9(7).
           05  RTW-TRL-HASH         PIC 9(10).9(2).

       01  APPROVAL-FIELDS.
           05  APV-PERCENT-LIMIT    PIC 9(3)V9(1)   VALUE 10.0.
           05  APV-AMOUNT-LIMIT     PIC 9(6)V9(2)   VALUE 5000.00.
           05  APV-AGING-DAYS       PIC 9(3)        VALUE 14.
           05  APV-INCREASE-AMOUNT  PIC S9(6)V9(2)  VALUE 0.
           05  APV-INCREASE-PCT     PIC 9(5)V9(2)   VALUE 0.
           05  APV-STATUS-SW        PIC X           VALUE 'N'.
               88  APPROVAL-NOT-REQUIRED               VALUE 'N'.
               88  APPROVAL-GRANTED                    VALUE 'A'.
               88  APPROVAL-PENDING                    VALUE 'H'.
           05  APV-APPROVERID       PIC X(8)        VALUE SPACES.
           05  APV-HOLD-REASON      PIC X(14)       VALUE SPACES.
           05  APV-APPROVAL-FLOOR   PIC 9(8)        VALUE 0.
           05  APV-DAYS-WAITING     PIC S9(5)       VALUE 0.
           05  APV-HELD-COUNT       PIC 9(7)        VALUE 0.
           05  APV-RELEASED-COUNT   PIC 9(7)        VALUE 0.
           05  APT-TABLE-COUNT      PIC 9(3)        VALUE 0.
           05  APT-SUB              PIC 9(3)        VALUE 0.
           05  APT-HIT-SUB          PIC 9(3)        VALUE 0.
           05  APT-EOF-SW           PIC X           VALUE ' '.
               88  APT-EOF                             VALUE 'Y'.
           05  APT-TABLE-FULL-SW    PIC X           VALUE 'N'.
               88  APT-TABLE-FULL-WARNED               VALUE 'Y'.
           05  AGT-TABLE-COUNT      PIC 9(3)        VALUE 0.
           05  AGT-SUB              PIC 9(3)        VALUE 0.
           05  AGT-TABLE-FULL-SW    PIC X           VALUE 'N'.
               88  AGT-TABLE-FULL-WARNED               VALUE 'Y'.

       01  APPROVAL-TABLE.
           05  APT-ENTRY               OCCURS 200 TIMES.
               10  APT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  APT-EMPLOYEEID      PIC X(5)       VALUE SPACES.
               10  APT-CURRENTSALARY   PIC 9(6)V9(2)  VALUE ZERO.
               10  APT-APPROVERID      PIC X(8)       VALUE SPACES.
               10  APT-APPROVAL-DATE   PIC 9(8)       VALUE ZERO.
               10  APT-USED-SW         PIC X          VALUE 'N'.
                   88  APT-USED                       VALUE 'Y'.

       01  AGING-TABLE.
           05  AGT-ENTRY               OCCURS 200 TIMES.
               10  AGT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  AGT-EMPLOYEEID      PIC X(5)       VALUE SPACES.
               10  AGT-REQUESTERID     PIC X(8)       VALUE SPACES.
               10  AGT-HELD-DATE       PIC 9(8)       VALUE ZERO.
               10  AGT-DAYS            PIC 9(5)       VALUE ZERO.
               10  AGT-OLDSALARY       PIC 9(6)V9(2)  VALUE ZERO.
               10  AGT-NEWSALARY       PIC 9(6)V9(2)  VALUE ZERO.

       01  EDIT-FIELDS.
           05  TRANS-EDIT-SW        PIC X          VALUE 'Y'.
               88  TRANS-EDIT-PASSED                  VALUE 'Y'.
           05  POSITION-FOUND-SW     PIC X          VALUE 'N'.
               88  POSITION-FOUND                      VALUE 'Y'.

       01  WAREHOUSE-REF-TABLE.
           05  WAREHOUSE-REF-ENTRY     OCCURS 50 TIMES.
               10  WRT-WAREHOUSEID      PIC X(4)      VALUE SPACES.
               10  WRT-NAME             PIC X(20)     VALUE SPACES.
               10  WRT-REGION           PIC X(4)      VALUE SPACES.
               10  WRT-COSTCENTER       PIC X(6)      VALUE SPACES.
               10  WRT-STATUS           PIC X(1)      VALUE SPACES.
                   88  WRT-CLOSED                     VALUE 'C'.

       01  WAREHOUSE-REF-FIELDS.
           05  WRT-SUB               PIC 9(2)       VALUE 0.
           05  WRT-HIT-SUB           PIC 9(2)       VALUE 0.
           05  WRT-TABLE-COUNT       PIC 9(2)       VALUE 0.
           05  WRT-EOF-SW            PIC X          VALUE ' '.
               88  WRT-EOF                             VALUE 'Y'.
           05  WRT-TABLE-FULL-SW     PIC X          VALUE 'N'.
               88  WRT-TABLE-FULL-WARNED               VALUE 'Y'.
           05  LOOKUP-WAREHOUSEID    PIC X(4)       VALUE SPACES.
           05  WRT-FOUND-SW          PIC X          VALUE 'N'.
               88  WRT-FOUND                           VALUE 'Y'.

       01  ARCHIVE-FIELDS.
           05  ARC-EOF-SW              PIC X          VALUE ' '.
               88  ARC-EOF                            VALUE 'Y'.
               10  ARC-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  ARC-HIRE-DATE       PIC 9(8)       VALUE ZERO.

       01  BUDGET-FIELDS.
           05  BGT-EOF-SW              PIC X          VALUE ' '.
               88  BGT-EOF                            VALUE 'Y'.
           05  BGT-TABLE-COUNT         PIC 9(3)       VALUE 0.
           05  BGT-SUB                 PIC 9(3)       VALUE 0.
           05  BGT-HIT-SUB             PIC 9(3)       VALUE 0.
           05  BGT-FOUND-SW            PIC X          VALUE 'N'.
               88  BGT-FOUND                          VALUE 'Y'.
           05  BGT-TABLE-FULL-SW       PIC X          VALUE 'N'.
               88  BGT-TABLE-FULL-WARNED              VALUE 'Y'.
           05  BGT-COUNT-SW            PIC X          VALUE 'N'.
               88  BGT-COUNTING-HEADS                 VALUE 'Y'.
           05  LOOKUP-BGT-WAREHOUSEID  PIC X(4)       VALUE SPACES.
           05  LOOKUP-BGT-POSITION     PIC X(2)       VALUE SPACES.
           05  BGT-ADJUST              PIC S9         VALUE +0.
           05  BGT-PRIOR-POSITION      PIC X(2)       VALUE SPACES.
           05  BGT-WARN-COUNT          PIC 9(7)       VALUE 0.
           05  BGT-AUDIT-HEADS.
               10  BAH-LABEL           PIC X(9)       VALUE SPACES.
               10  BAH-HEADS           PIC ZZZZ9.

       01  BUDGET-TABLE.
           05  BGT-ENTRY               OCCURS 500 TIMES.
               10  BGT-WAREHOUSEID     PIC X(4)       VALUE SPACES.
               10  BGT-POSITION        PIC X(2)       VALUE SPACES.
               10  BGT-BUDGET-HEADS    PIC 9(5)       VALUE ZERO.
               10  BGT-ACTUAL-HEADS    PIC S9(5)      VALUE ZERO.

       01  BALANCE-FIELDS.
           05  BAL-OLD-IN-COUNT     PIC 9(7)        VALUE 0.
           05  BAL-TRANS-IN-COUNT   PIC 9(7)        VALUE 0.
           05                          PIC X(5)      VALUE SPACES.
           05 BSL-MESSAGE              PIC X(44)     VALUE SPACES.
           05                          PIC X(31)     VALUE SPACES.

       01  AGING-HEADING-LINE.
           05                          PIC X(24)     VALUE SPACES.
           05                          PIC X(32)
                          VALUE 'SALARY CHANGES AWAITING APPROVAL'.
           05                          PIC X(24)     VALUE SPACES.

       01  AGING-LIMIT-LINE.
           05                          PIC X(24)     VALUE SPACES.
           05                          PIC X(14)
                                       VALUE 'HELD AT LEAST'.
           05 ALL-DAYS                 PIC ZZ9.
           05                          PIC X(5)      VALUE ' DAYS'.
           05                          PIC X(34)     VALUE SPACES.

       01  AGING-COLUMN-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'WHSE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'EMPID'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(8)      VALUE 'REQUESTR'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'HELD SINCE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'DAYS'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'OLD SALARY'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'NEW SALARY'.
           05                          PIC X(14)     VALUE SPACES.

       01  AGING-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 AGL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-EMPLOYEEID           PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-REQUESTERID          PIC X(8).
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-HELD-DATE            PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-DAYS                 PIC ZZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-OLDSALARY            PIC ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 AGL-NEWSALARY            PIC ZZZ,ZZ9.99.
           05                          PIC X(14)     VALUE SPACES.

       01  AGING-MESSAGE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 AML-MESSAGE              PIC X(50)     VALUE SPACES.
           05                          PIC X(27)     VALUE SPACES.

       01  RETRO-HEADING-ONE.
           05 RH1-DATE                 PIC 9999/99/99.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'MRO'.
           05                          PIC X(18)     VALUE SPACES.
           05                          PIC X(11)
                                       VALUE 'DRAKEA, LTD'.
           05                          PIC X(53).

       01  RETRO-HEADING-TWO.
           05                          PIC X(28)     VALUE SPACES.
           05                          PIC X(24)
                                  VALUE 'RETROACTIVE PAY REGISTER'.
           05                          PIC X(48).

       01  RETRO-HEADING-THREE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'WHSE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'EMPID'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'LAST NAME'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'EFF DATE'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'OLD SALARY'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'NEW SALARY'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'PERIODS'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(12)
                                       VALUE 'RETRO AMOUNT'.
           05                          PIC X(17)     VALUE SPACES.

       01  RETRO-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-WAREHOUSEID          PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-EMPLOYEEID           PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-LASTNAME             PIC X(10).
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-EFFDATE              PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-OLDSALARY            PIC ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 RDL-NEWSALARY            PIC ZZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-PERIODS              PIC ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05 RDL-AMOUNT               PIC ZZZ,ZZ9.99-.
           05                          PIC X(18)     VALUE SPACES.

       01  RETRO-TOTAL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 RTL-LABEL                PIC X(40)     VALUE SPACES.
           05                          PIC X(25)     VALUE SPACES.
           05 RTL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(18)     VALUE SPACES.

       01  RETRO-MESSAGE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 RML-MESSAGE              PIC X(50)     VALUE SPACES.
           05                          PIC X(47)     VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *                                MRO
       PERFORM 20-UPDATE-MASTER-ROUTINE
       PERFORM 80-CARRY-HISTORY-ROUTINE
       PERFORM 70-BALANCING-ROUTINE
       PERFORM 78-PRINT-AGING-ROUTINE
       PERFORM 76-CLOSE-RETRO-REGISTER-ROUTINE
       PERFORM 90-EOF-ROUTINE
       .

       11-LOAD-BUDGET-ROUTINE.

           OPEN INPUT BUDGET-FILE
           PERFORM UNTIL BGT-EOF
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO BGT-EOF-SW
                   NOT AT END
                       IF BD-HEADCOUNT NUMERIC
                           MOVE BD-WAREHOUSEID
                               TO LOOKUP-BGT-WAREHOUSEID
                           MOVE BD-POSITION TO LOOKUP-BGT-POSITION
                           PERFORM 35-FIND-BUDGET-ROUTINE
                           IF BGT-FOUND
                               ADD BD-HEADCOUNT
                                   TO BGT-BUDGET-HEADS(BGT-HIT-SUB)
                           ELSE
                               PERFORM 31-ADD-BUDGET-ENTRY-ROUTINE
                           END-IF
                       ELSE
                           DISPLAY 'WARNING: BUDGET HEADCOUNT NOT '
                               'NUMERIC - ' BD-WAREHOUSEID ' '
                               BD-POSITION ' IGNORED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       12-LOAD-APPROVAL-ROUTINE.

           OPEN INPUT APPROVAL-FILE
           PERFORM UNTIL APT-EOF
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO APT-EOF-SW
                   NOT AT END
                       IF APT-TABLE-COUNT LESS THAN 200
                           ADD 1 TO APT-TABLE-COUNT
                           MOVE AP-WAREHOUSEID
                               TO APT-WAREHOUSEID(APT-TABLE-COUNT)
                           MOVE AP-EMPLOYEEID
                               TO APT-EMPLOYEEID(APT-TABLE-COUNT)
                           MOVE AP-CURRENTSALARY
                               TO APT-CURRENTSALARY(APT-TABLE-COUNT)
                           MOVE AP-APPROVERID
                               TO APT-APPROVERID(APT-TABLE-COUNT)
                           IF AP-APPROVAL-DATE NUMERIC
                               MOVE AP-APPROVAL-DATE
                                 TO APT-APPROVAL-DATE(APT-TABLE-COUNT)
                           END-IF
                       ELSE
                           IF NOT APT-TABLE-FULL-WARNED
                               DISPLAY 'WARNING: APPROVAL TABLE '
                                   'FULL - APPROVALS PAST 200 IGNORED'
                               MOVE 'Y' TO APT-TABLE-FULL-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           .

       13-LOAD-WAREHOUSE-ROUTINE.

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
                           MOVE WR-STATUS
                               TO WRT-STATUS(WRT-TABLE-COUNT)
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
               DISPLAY 'WAREHOUSE REFERENCE FILE MISSING OR EMPTY - '
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       14-LOAD-POSITION-ROUTINE.

           OPEN INPUT POSITION-FILE
               INPUT PROCEDURE 21-RELEASE-TRANS-ROUTINE
               GIVING TRANS-FILE
           PERFORM 14-LOAD-POSITION-ROUTINE
           PERFORM 13-LOAD-WAREHOUSE-ROUTINE
           PERFORM 17-LOAD-ARCHIVE-ROUTINE
           PERFORM 12-LOAD-APPROVAL-ROUTINE
           PERFORM 11-LOAD-BUDGET-ROUTINE
           OPEN I-O MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED - STATUS '
           END-IF
           OPEN INPUT TRANS-FILE
               OUTPUT PENDING-OUT-FILE
                      AWAITING-OUT-FILE
                      APPROVAL-USED-FILE
                      AUDIT-FILE
                      RETRO-FILE
                      RETRO-REPORT-FILE
               EXTEND SALARY-HISTORY-FILE
                      TERMINATED-ARCHIVE-FILE
                      JOURNAL-FILE
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE TODAY-YYYYMMDD TO AH1-DATE
           PERFORM 16-AUDIT-HEADER-ROUTINE
           MOVE TODAY-YYYYMMDD TO RH1-DATE
           WRITE RETRO-OUT FROM RETRO-HEADING-ONE
               AFTER ADVANCING 2
           WRITE RETRO-OUT FROM RETRO-HEADING-TWO
               AFTER ADVANCING 2
           WRITE RETRO-OUT FROM RETRO-HEADING-THREE
               AFTER ADVANCING 2
           IF BGT-TABLE-COUNT GREATER THAN ZERO
               MOVE 'Y' TO BGT-COUNT-SW
           END-IF
           PERFORM 68-SWEEP-MASTER-ROUTINE
           MOVE 'N' TO BGT-COUNT-SW
           MOVE BAL-SWEEP-COUNT TO BAL-OLD-IN-COUNT
           MOVE BAL-SWEEP-HASH TO BAL-OLD-SALARY-HASH
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE BAL-OLD-IN-COUNT TO RCW-COUNT
           MOVE BAL-OLD-SALARY-HASH TO RCW-HASH
           PERFORM 66-WRITE-RUN-CONTROL-ROUTINE
           MOVE RCW-TIME TO JNW-RUN-TIME
           PERFORM 24-READ-TRANS-ROUTINE
           .

           MOVE 'PROGRAM2' TO RC-PROGRAM-ID
           MOVE RCW-EVENT TO RC-EVENT
           MOVE TODAY-YYYYMMDD TO RC-DATE
           ACCEPT RCW-TIME FROM TIME
           MOVE RCW-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE RCW-COUNT TO RC-MASTER-COUNT
           MOVE RCW-HASH TO RC-MASTER-HASH

           OPEN INPUT RAW-TRANS-FILE
                      PENDING-FILE
                      AWAITING-FILE
           PERFORM UNTIL AWAITING-EOF
               READ AWAITING-FILE
                   AT END
                       MOVE 'Y' TO AWAITING-EOF-SW
                   NOT AT END
                       RELEASE TSD-RECORD FROM AWAITING-RECORD
               END-READ
           END-PERFORM
           PERFORM UNTIL PENDING-EOF
               READ PENDING-FILE
                   AT END
           END-PERFORM
           CLOSE RAW-TRANS-FILE
                 PENDING-FILE
                 AWAITING-FILE
           .

       24-READ-TRANS-ROUTINE.
              TRANS-EFFDATE(1:8) EQUAL SPACES
               MOVE ZERO TO TRANS-EFFDATE
           END-IF
           IF TRANS-HELD-DATE NOT NUMERIC
               MOVE ZERO TO TRANS-HELD-DATE
           END-IF
           .

       25-EDIT-ADD-TRANS-ROUTINE.
               MOVE SPACES TO AUD-OLDVALUE
               MOVE 'KEY BLANK' TO AUD-NEWVALUE
               PERFORM 61-WRITE-REJECT-LINE-ROUTINE
           ELSE
               MOVE TRANS-WAREHOUSEID TO LOOKUP-WAREHOUSEID
               PERFORM 30-LOOKUP-WAREHOUSE-ROUTINE
               IF NOT WRT-FOUND
                   MOVE 'WAREHOUSE ID' TO AUD-FIELDNAME
                   MOVE TRANS-WAREHOUSEID TO AUD-OLDVALUE
                   MOVE 'UNKNOWN WHSE' TO AUD-NEWVALUE
                   PERFORM 61-WRITE-REJECT-LINE-ROUTINE
               ELSE
                   IF WRT-CLOSED(WRT-HIT-SUB)
                       MOVE 'WAREHOUSE ID' TO AUD-FIELDNAME
                       MOVE TRANS-WAREHOUSEID TO AUD-OLDVALUE
                       MOVE 'WHSE CLOSED' TO AUD-NEWVALUE
                       PERFORM 61-WRITE-REJECT-LINE-ROUTINE
                   END-IF
               END-IF
           END-IF

           IF TRANS-EMPLOYEEID EQUAL SPACES
           END-IF
           .

       30-LOOKUP-WAREHOUSE-ROUTINE.

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


       31-ADD-BUDGET-ENTRY-ROUTINE.

           IF BGT-TABLE-COUNT LESS THAN 500
               ADD 1 TO BGT-TABLE-COUNT
               MOVE BD-WAREHOUSEID
                   TO BGT-WAREHOUSEID(BGT-TABLE-COUNT)
               MOVE BD-POSITION TO BGT-POSITION(BGT-TABLE-COUNT)
               MOVE BD-HEADCOUNT TO BGT-BUDGET-HEADS(BGT-TABLE-COUNT)
               MOVE ZERO TO BGT-ACTUAL-HEADS(BGT-TABLE-COUNT)
           ELSE
               IF NOT BGT-TABLE-FULL-WARNED
                   DISPLAY 'WARNING: BUDGET TABLE FULL - '
                       'BUDGET ROWS PAST 500 IGNORED'
                   MOVE 'Y' TO BGT-TABLE-FULL-SW
               END-IF
           END-IF
           .

       32-CHECK-APPROVAL-ROUTINE.

           MOVE 'N' TO APV-STATUS-SW
           MOVE SPACES TO APV-APPROVERID
           IF TRANS-CURRENTSALARY GREATER THAN MST-CURRENTSALARY
               COMPUTE APV-INCREASE-AMOUNT =
                   TRANS-CURRENTSALARY - MST-CURRENTSALARY
               IF MST-CURRENTSALARY EQUAL ZERO
                   MOVE 999.99 TO APV-INCREASE-PCT
               ELSE
                   COMPUTE APV-INCREASE-PCT ROUNDED =
                       APV-INCREASE-AMOUNT * 100 / MST-CURRENTSALARY
                       ON SIZE ERROR
                           MOVE 999.99 TO APV-INCREASE-PCT
                   END-COMPUTE
               END-IF
               IF APV-INCREASE-AMOUNT GREATER THAN APV-AMOUNT-LIMIT OR
                  APV-INCREASE-PCT GREATER THAN APV-PERCENT-LIMIT
      * A CHANGE NOBODY PUT THEIR NAME TO CANNOT BE SECOND-PERSON
      * APPROVED, SO IT IS HELD WITHOUT LOOKING FOR AN APPROVAL.
                   IF TRANS-REQUESTERID EQUAL SPACES
                       MOVE 'H' TO APV-STATUS-SW
                       MOVE 'NO REQUESTER' TO APV-HOLD-REASON
                   ELSE
                       PERFORM 33-FIND-APPROVAL-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

       33-FIND-APPROVAL-ROUTINE.

      * EVERY UNUSED APPROVAL FOR THE EMPLOYEE IS TRIED, SO A STALE
      * OR MISMATCHED ROW AHEAD OF A GOOD ONE DOES NOT HIDE IT.  THE
      * CHANGE STAYS HELD WITH THE REASON FROM THE LAST ROW TRIED.
           MOVE 'H' TO APV-STATUS-SW
           MOVE 'AWAITING APPR' TO APV-HOLD-REASON
           IF TRANS-HELD-DATE EQUAL ZERO
               MOVE TODAY-YYYYMMDD TO APV-APPROVAL-FLOOR
           ELSE
               MOVE TRANS-HELD-DATE TO APV-APPROVAL-FLOOR
           END-IF
           MOVE 0 TO APT-HIT-SUB
           PERFORM VARYING APT-SUB FROM 1 BY 1
                   UNTIL APT-SUB > APT-TABLE-COUNT
               IF APT-WAREHOUSEID(APT-SUB) EQUAL TRANS-WAREHOUSEID AND
                  APT-EMPLOYEEID(APT-SUB) EQUAL TRANS-EMPLOYEEID AND
                  NOT APT-USED(APT-SUB)
                   EVALUATE TRUE
                       WHEN APT-CURRENTSALARY(APT-SUB) NOT EQUAL
                            TRANS-CURRENTSALARY
                           MOVE 'AMOUNT DIFFERS' TO APV-HOLD-REASON
                       WHEN APT-APPROVERID(APT-SUB) EQUAL SPACES
                           MOVE 'NO APPROVER' TO APV-HOLD-REASON
                       WHEN TRANS-REQUESTERID EQUAL SPACES
                           MOVE 'NO REQUESTER' TO APV-HOLD-REASON
                       WHEN APT-APPROVERID(APT-SUB) EQUAL
                            TRANS-REQUESTERID
                           MOVE 'SAME AS REQSTR' TO APV-HOLD-REASON
                       WHEN APT-APPROVAL-DATE(APT-SUB) LESS THAN
                            APV-APPROVAL-FLOOR
                           MOVE 'STALE APPROVAL' TO APV-HOLD-REASON
                       WHEN OTHER
                           MOVE APT-SUB TO APT-HIT-SUB
                           MOVE APT-TABLE-COUNT TO APT-SUB
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF APT-HIT-SUB NOT EQUAL ZERO
               MOVE 'A' TO APV-STATUS-SW
               MOVE 'Y' TO APT-USED-SW(APT-HIT-SUB)
               MOVE APT-APPROVERID(APT-HIT-SUB) TO APV-APPROVERID
               ADD 1 TO APV-RELEASED-COUNT
               MOVE APT-WAREHOUSEID(APT-HIT-SUB) TO AU-WAREHOUSEID
               MOVE APT-EMPLOYEEID(APT-HIT-SUB) TO AU-EMPLOYEEID
               MOVE APT-CURRENTSALARY(APT-HIT-SUB)
                   TO AU-CURRENTSALARY
               MOVE APT-APPROVERID(APT-HIT-SUB) TO AU-APPROVERID
               MOVE APT-APPROVAL-DATE(APT-HIT-SUB)
                   TO AU-APPROVAL-DATE
               WRITE APPROVAL-USED-RECORD
           END-IF
           .

       34-HOLD-FOR-APPROVAL-ROUTINE.

           IF TRANS-HELD-DATE EQUAL ZERO
               MOVE TODAY-YYYYMMDD TO TRANS-HELD-DATE
           END-IF
           WRITE AWAITING-OUT-RECORD FROM TRANS-RECORD
           ADD 1 TO APV-HELD-COUNT
           MOVE 'HELD' TO AUD-ACTION
           MOVE TRANS-WAREHOUSEID TO AUD-WAREHOUSEID
           MOVE TRANS-EMPLOYEEID TO AUD-EMPLOYEEID
           MOVE 'APPROVAL' TO AUD-FIELDNAME
           MOVE TRANS-REQUESTERID TO AUD-OLDVALUE
           MOVE APV-HOLD-REASON TO AUD-NEWVALUE
           PERFORM 60-WRITE-AUDIT-LINE-ROUTINE

           COMPUTE APV-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) -
               FUNCTION INTEGER-OF-DATE(TRANS-HELD-DATE)
           IF APV-DAYS-WAITING NOT LESS THAN APV-AGING-DAYS
               IF AGT-TABLE-COUNT LESS THAN 200
                   ADD 1 TO AGT-TABLE-COUNT
                   MOVE TRANS-WAREHOUSEID
                       TO AGT-WAREHOUSEID(AGT-TABLE-COUNT)
                   MOVE TRANS-EMPLOYEEID
                       TO AGT-EMPLOYEEID(AGT-TABLE-COUNT)
                   MOVE TRANS-REQUESTERID
                       TO AGT-REQUESTERID(AGT-TABLE-COUNT)
                   MOVE TRANS-HELD-DATE
                       TO AGT-HELD-DATE(AGT-TABLE-COUNT)
                   MOVE APV-DAYS-WAITING
                       TO AGT-DAYS(AGT-TABLE-COUNT)
                   MOVE MST-CURRENTSALARY
                       TO AGT-OLDSALARY(AGT-TABLE-COUNT)
                   MOVE TRANS-CURRENTSALARY
                       TO AGT-NEWSALARY(AGT-TABLE-COUNT)
               ELSE
                   IF NOT AGT-TABLE-FULL-WARNED
                       DISPLAY 'WARNING: APPROVAL AGING TABLE '
                           'FULL - AGED ITEMS PAST 200 NOT LISTED'
                       MOVE 'Y' TO AGT-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF
           .

       35-FIND-BUDGET-ROUTINE.

           MOVE 'N' TO BGT-FOUND-SW
           PERFORM VARYING BGT-SUB FROM 1 BY 1
                   UNTIL BGT-SUB > BGT-TABLE-COUNT
               IF BGT-WAREHOUSEID(BGT-SUB) EQUAL
                      LOOKUP-BGT-WAREHOUSEID AND
                  BGT-POSITION(BGT-SUB) EQUAL LOOKUP-BGT-POSITION
                   MOVE 'Y' TO BGT-FOUND-SW
                   MOVE BGT-SUB TO BGT-HIT-SUB
                   MOVE BGT-TABLE-COUNT TO BGT-SUB
               END-IF
           END-PERFORM
           .

       36-ADJUST-BUDGET-HEADS-ROUTINE.

           PERFORM 35-FIND-BUDGET-ROUTINE
           IF BGT-FOUND
               ADD BGT-ADJUST TO BGT-ACTUAL-HEADS(BGT-HIT-SUB)
           END-IF
           .

       37-CHECK-BUDGET-HEADS-ROUTINE.

           MOVE TRANS-WAREHOUSEID TO LOOKUP-BGT-WAREHOUSEID
           MOVE TRANS-POSITION TO LOOKUP-BGT-POSITION
           MOVE +1 TO BGT-ADJUST
           PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
           MOVE 'WARNING' TO AUD-ACTION
           MOVE 'BUDGET HEADS' TO AUD-FIELDNAME
           IF BGT-FOUND
               IF BGT-ACTUAL-HEADS(BGT-HIT-SUB) GREATER THAN
                      BGT-BUDGET-HEADS(BGT-HIT-SUB)
                   MOVE 'BUDGET' TO BAH-LABEL
                   MOVE BGT-BUDGET-HEADS(BGT-HIT-SUB) TO BAH-HEADS
                   MOVE BGT-AUDIT-HEADS TO AUD-OLDVALUE
                   MOVE 'NOW' TO BAH-LABEL
                   MOVE BGT-ACTUAL-HEADS(BGT-HIT-SUB) TO BAH-HEADS
                   MOVE BGT-AUDIT-HEADS TO AUD-NEWVALUE
                   PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
                   ADD 1 TO BGT-WARN-COUNT
               END-IF
           ELSE
               MOVE 'NOT BUDGETED' TO AUD-OLDVALUE
               MOVE TRANS-POSITION TO AUD-NEWVALUE
               PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
               ADD 1 TO BGT-WARN-COUNT
           END-IF
           .

       41-HOLD-TRANS-ROUTINE.

               WHEN ACTION-CHANGE
                   PERFORM 26-EDIT-CHANGE-TRANS-ROUTINE
                   IF TRANS-EDIT-PASSED
                       PERFORM 32-CHECK-APPROVAL-ROUTINE
                       IF APPROVAL-PENDING
                           PERFORM 34-HOLD-FOR-APPROVAL-ROUTINE
                       ELSE
                           PERFORM 48-CHANGE-EMPLOYEE-ROUTINE
                       END-IF
                   ELSE
                       ADD 1 TO BAL-REJECT-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO BAL-ADD-COUNT
                   ADD TRANS-CURRENTSALARY TO BAL-ADDED-SALARY
                   MOVE 'A' TO JNW-ACTION
                   MOVE SPACES TO JNW-BEFORE-IMAGE
                   MOVE NEW-SALARY-RECORD TO JNW-AFTER-IMAGE
                   PERFORM 50-WRITE-JOURNAL-ROUTINE
                   PERFORM 45-CHECK-REHIRE-ROUTINE
                   MOVE 'ADDED' TO AUD-ACTION
                   MOVE TRANS-WAREHOUSEID TO AUD-WAREHOUSEID
                   END-IF
                   MOVE TRANS-LASTNAME TO AUD-NEWVALUE
                   PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
                   IF BGT-TABLE-COUNT GREATER THAN ZERO
                       PERFORM 37-CHECK-BUDGET-HEADS-ROUTINE
                   END-IF
           END-WRITE
           .

           MOVE MST-EMPLOYEELN TO AUD-OLDVALUE
           MOVE SPACES TO AUD-NEWVALUE
           PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
           MOVE MST-SALARY-RECORD TO JNW-BEFORE-IMAGE
           MOVE MST-WAREHOUSEID TO LOOKUP-BGT-WAREHOUSEID
           MOVE MST-EMPLOYEEPOSITION TO LOOKUP-BGT-POSITION
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'MASTER DELETE FAILED - STATUS '
                       MST-FILE-STATUS ' KEY ' MST-KEY
               NOT INVALID KEY
                   MOVE 'D' TO JNW-ACTION
                   MOVE SPACES TO JNW-AFTER-IMAGE
                   PERFORM 50-WRITE-JOURNAL-ROUTINE
                   MOVE -1 TO BGT-ADJUST
                   PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
           END-DELETE
           .


           ADD 1 TO BAL-CHANGE-COUNT
           MOVE 'N' TO SALARY-HIST-SW
           MOVE 'N' TO CURR-SAL-CHANGE-SW
           MOVE MST-SALARY-RECORD TO NEW-SALARY-RECORD
           MOVE MST-EMPLOYEEPOSITION TO BGT-PRIOR-POSITION
           MOVE MST-WAREHOUSEID TO AUD-WAREHOUSEID
           MOVE MST-EMPLOYEEID TO AUD-EMPLOYEEID

               COMPUTE BAL-CHANGED-DELTA = BAL-CHANGED-DELTA
                   + TRANS-CURRENTSALARY - MST-CURRENTSALARY
               MOVE 'Y' TO SALARY-HIST-SW
               MOVE 'Y' TO CURR-SAL-CHANGE-SW
               MOVE MST-CURRENTSALARY TO RTW-OLD-SALARY
               MOVE 'CHANGED' TO AUD-ACTION
               PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
               MOVE 'REQ/APPROVER' TO AUD-FIELDNAME
               MOVE TRANS-REQUESTERID TO AUD-OLDVALUE
               IF APPROVAL-GRANTED
                   MOVE APV-APPROVERID TO AUD-NEWVALUE
               ELSE
                   MOVE 'NOT REQUIRED' TO AUD-NEWVALUE
               END-IF
               PERFORM 60-WRITE-AUDIT-LINE-ROUTINE
           END-IF

           IF TRANS-LASTINCREASE NOT EQUAL ZERO AND
           IF SALARY-HIST-DUE
               PERFORM 52-WRITE-SALARY-HISTORY-ROUTINE
           END-IF
           MOVE MST-SALARY-RECORD TO JNW-BEFORE-IMAGE
           MOVE NEW-SALARY-RECORD TO MST-SALARY-RECORD
           REWRITE MST-SALARY-RECORD
               INVALID KEY
                   DISPLAY 'MASTER REWRITE FAILED - STATUS '
                       MST-FILE-STATUS ' KEY ' MST-KEY
               NOT INVALID KEY
                   MOVE 'C' TO JNW-ACTION
                   MOVE NEW-SALARY-RECORD TO JNW-AFTER-IMAGE
                   PERFORM 50-WRITE-JOURNAL-ROUTINE
                   IF NM-EMPLOYEEPOSITION NOT EQUAL BGT-PRIOR-POSITION
                       MOVE NM-WAREHOUSEID TO LOOKUP-BGT-WAREHOUSEID
                       MOVE BGT-PRIOR-POSITION TO LOOKUP-BGT-POSITION
                       MOVE -1 TO BGT-ADJUST
                       PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
                       MOVE NM-EMPLOYEEPOSITION TO LOOKUP-BGT-POSITION
                       MOVE +1 TO BGT-ADJUST
                       PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
                   END-IF
                   IF CURR-SAL-CHANGED AND
                      TRANS-EFFDATE NOT EQUAL ZERO AND
                      TRANS-EFFDATE LESS THAN TODAY-YYYYMMDD
                       PERFORM 54-WRITE-RETRO-ROUTINE
                   END-IF
           END-REWRITE
           .

       50-WRITE-JOURNAL-ROUTINE.

           ADD 1 TO JNW-SEQUENCE
           MOVE TODAY-YYYYMMDD TO JR-RUN-DATE
           MOVE JNW-RUN-TIME TO JR-RUN-TIME
           MOVE JNW-SEQUENCE TO JR-SEQUENCE
           MOVE JNW-ACTION TO JR-ACTION
           MOVE JNW-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE JNW-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           .

       52-WRITE-SALARY-HISTORY-ROUTINE.

           MOVE MST-WAREHOUSEID TO SH-WAREHOUSEID
           WRITE SALARY-HISTORY-RECORD
           .

       54-WRITE-RETRO-ROUTINE.

      * A CHANGE BACK-DATED LESS THAN ONE WHOLE PAY PERIOD IS OWED
      * NOTHING RETRO - THE PERIOD IN PROGRESS IS PAID FROM THE
      * MASTER - SO IT GETS NO RETRO LINE AND IS NOT COUNTED.
           COMPUTE RTW-DAYS-COVERED =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) -
               FUNCTION INTEGER-OF-DATE(TRANS-EFFDATE)
           DIVIDE RTW-DAYS-COVERED BY RTW-DAYS-PER-PERIOD
               GIVING RTW-PERIODS
           IF RTW-PERIODS GREATER THAN ZERO
               IF RTW-PREV-WAREHOUSEID NOT EQUAL SPACES AND
                  RTW-PREV-WAREHOUSEID NOT EQUAL NM-WAREHOUSEID
                   PERFORM 55-RETRO-WAREHOUSE-TOTAL-ROUTINE
               END-IF
               MOVE NM-WAREHOUSEID TO RTW-PREV-WAREHOUSEID
               COMPUTE RTW-AMOUNT ROUNDED =
                   (NM-CURRENTSALARY - RTW-OLD-SALARY)
                   * RTW-PERIODS / RTW-PERIODS-PER-YEAR

               MOVE RTW-OLD-SALARY TO RTW-CSV-OLD
               MOVE NM-CURRENTSALARY TO RTW-CSV-NEW
               MOVE RTW-AMOUNT TO RTW-CSV-AMOUNT
               MOVE SPACES TO RETRO-RECORD
               MOVE 1 TO RTW-PTR
               STRING
                   FUNCTION TRIM(NM-WAREHOUSEID)    DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   FUNCTION TRIM(NM-EMPLOYEEID)     DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   FUNCTION TRIM(RTW-CSV-OLD)       DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   FUNCTION TRIM(RTW-CSV-NEW)       DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   TRANS-EFFDATE                     DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   TODAY-YYYYMMDD                    DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   RTW-PERIODS                       DELIMITED BY SIZE
                   ','                               DELIMITED BY SIZE
                   FUNCTION TRIM(RTW-CSV-AMOUNT)    DELIMITED BY SIZE
                   INTO RETRO-RECORD
                   WITH POINTER RTW-PTR
               END-STRING
               WRITE RETRO-RECORD
               ADD 1 TO RTW-REC-COUNT
               IF RTW-AMOUNT LESS THAN ZERO
                   SUBTRACT RTW-AMOUNT FROM RTW-HASH
               ELSE
                   ADD RTW-AMOUNT TO RTW-HASH
               END-IF

               MOVE NM-WAREHOUSEID TO RDL-WAREHOUSEID
               MOVE NM-EMPLOYEEID TO RDL-EMPLOYEEID
               MOVE NM-EMPLOYEELN TO RDL-LASTNAME
               MOVE TRANS-EFFDATE TO RDL-EFFDATE
               MOVE RTW-OLD-SALARY TO RDL-OLDSALARY
               MOVE NM-CURRENTSALARY TO RDL-NEWSALARY
               MOVE RTW-PERIODS TO RDL-PERIODS
               MOVE RTW-AMOUNT TO RDL-AMOUNT
               WRITE RETRO-OUT FROM RETRO-DETAIL-LINE
                   AFTER ADVANCING 1
               ADD 1 TO RTW-WHSE-COUNT
               ADD RTW-AMOUNT TO RTW-WHSE-TOTAL
               ADD RTW-AMOUNT TO RTW-GRAND-TOTAL
           END-IF
           .

       55-RETRO-WAREHOUSE-TOTAL-ROUTINE.

           MOVE SPACES TO RTL-LABEL
           STRING 'WAREHOUSE '          DELIMITED BY SIZE
                  RTW-PREV-WAREHOUSEID  DELIMITED BY SIZE
                  ' TOTAL:'             DELIMITED BY SIZE
               INTO RTL-LABEL
           END-STRING
           MOVE RTW-WHSE-TOTAL TO RTL-AMOUNT
           WRITE RETRO-OUT FROM RETRO-TOTAL-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO RETRO-OUT
           WRITE RETRO-OUT
               AFTER ADVANCING 1
           MOVE 0 TO RTW-WHSE-COUNT
           MOVE 0 TO RTW-WHSE-TOTAL
           .

       56-EDIT-TRANSFER-TRANS-ROUTINE.

           MOVE 'Y' TO TRANS-EDIT-SW
                   MOVE TRANS-WAREHOUSEID TO AUD-OLDVALUE
                   MOVE 'SAME WAREHOUSE' TO AUD-NEWVALUE
                   PERFORM 61-WRITE-REJECT-LINE-ROUTINE
               ELSE
                   MOVE TRANS-NEW-WAREHOUSEID TO LOOKUP-WAREHOUSEID
                   PERFORM 30-LOOKUP-WAREHOUSE-ROUTINE
                   IF NOT WRT-FOUND
                       MOVE 'NEW WHSE' TO AUD-FIELDNAME
                       MOVE TRANS-NEW-WAREHOUSEID TO AUD-OLDVALUE
                       MOVE 'UNKNOWN WHSE' TO AUD-NEWVALUE
                       PERFORM 61-WRITE-REJECT-LINE-ROUTINE
                   ELSE
                       IF WRT-CLOSED(WRT-HIT-SUB)
                           MOVE 'NEW WHSE' TO AUD-FIELDNAME
                           MOVE TRANS-NEW-WAREHOUSEID TO AUD-OLDVALUE
                           MOVE 'WHSE CLOSED' TO AUD-NEWVALUE
                           PERFORM 61-WRITE-REJECT-LINE-ROUTINE
                       END-IF
                   END-IF
               END-IF
           END-IF

       57-TRANSFER-EMPLOYEE-ROUTINE.

           MOVE MST-SALARY-RECORD TO NEW-SALARY-RECORD
           MOVE MST-SALARY-RECORD TO JNW-BEFORE-IMAGE
           MOVE TRANS-NEW-WAREHOUSEID TO MST-WAREHOUSEID
           MOVE TRANS-EMPLOYEEID TO MST-EMPLOYEEID
           MOVE 'N' TO MST-FOUND-SW
                                   ' KEY ' MST-KEY
                       END-DELETE
                       ADD 1 TO BAL-XFER-COUNT
                       MOVE 'T' TO JNW-ACTION
                       MOVE NEW-SALARY-RECORD TO JNW-AFTER-IMAGE
                       PERFORM 50-WRITE-JOURNAL-ROUTINE
                       MOVE TRANS-WAREHOUSEID TO LOOKUP-BGT-WAREHOUSEID
                       MOVE NM-EMPLOYEEPOSITION TO LOOKUP-BGT-POSITION
                       MOVE -1 TO BGT-ADJUST
                       PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
                       MOVE TRANS-NEW-WAREHOUSEID
                           TO LOOKUP-BGT-WAREHOUSEID
                       MOVE +1 TO BGT-ADJUST
                       PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
                       PERFORM 58-NOTE-TRANSFER-ROUTINE
                       MOVE 'TRANSFER' TO AUD-ACTION
                       MOVE TRANS-WAREHOUSEID TO AUD-WAREHOUSEID
                   NOT AT END
                       ADD 1 TO BAL-SWEEP-COUNT
                       ADD MST-CURRENTSALARY TO BAL-SWEEP-HASH
                       IF BGT-COUNTING-HEADS
                           MOVE MST-WAREHOUSEID
                               TO LOOKUP-BGT-WAREHOUSEID
                           MOVE MST-EMPLOYEEPOSITION
                               TO LOOKUP-BGT-POSITION
                           MOVE +1 TO BGT-ADJUST
                           PERFORM 36-ADJUST-BUDGET-HEADS-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE 'TRANSACTIONS HELD' TO BCL-LABEL
           MOVE BAL-HELD-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'HELD FOR APPROVAL' TO BCL-LABEL
           MOVE APV-HELD-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'RELEASED BY APPROVAL' TO BCL-LABEL
           MOVE APV-RELEASED-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'ADDS OVER BUDGET HEADCOUNT' TO BCL-LABEL
           MOVE BGT-WARN-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'JOURNAL RECORDS WRITTEN' TO BCL-LABEL
           MOVE JNW-SEQUENCE TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'RETRO PAY RECORDS WRITTEN' TO BCL-LABEL
           MOVE RTW-REC-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
           MOVE 'EXPECTED MASTER RECORDS AT END' TO BCL-LABEL
           MOVE BAL-EXPECTED-COUNT TO BCL-COUNT
           PERFORM 72-WRITE-BALANCE-COUNT-ROUTINE
               AFTER ADVANCING 2
           .

       78-PRINT-AGING-ROUTINE.

           WRITE AUDIT-OUT FROM AGING-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE APV-AGING-DAYS TO ALL-DAYS
           WRITE AUDIT-OUT FROM AGING-LIMIT-LINE
               AFTER ADVANCING 1
           IF AGT-TABLE-COUNT EQUAL ZERO
               MOVE 'NO SALARY CHANGES HELD PAST THE AGING LIMIT'
                   TO AML-MESSAGE
               WRITE AUDIT-OUT FROM AGING-MESSAGE-LINE
                   AFTER ADVANCING 2
           ELSE
               WRITE AUDIT-OUT FROM AGING-COLUMN-LINE
                   AFTER ADVANCING 2
               PERFORM VARYING AGT-SUB FROM 1 BY 1
                       UNTIL AGT-SUB > AGT-TABLE-COUNT
                   MOVE AGT-WAREHOUSEID(AGT-SUB) TO AGL-WAREHOUSEID
                   MOVE AGT-EMPLOYEEID(AGT-SUB) TO AGL-EMPLOYEEID
                   MOVE AGT-REQUESTERID(AGT-SUB) TO AGL-REQUESTERID
                   MOVE AGT-HELD-DATE(AGT-SUB) TO AGL-HELD-DATE
                   MOVE AGT-DAYS(AGT-SUB) TO AGL-DAYS
                   MOVE AGT-OLDSALARY(AGT-SUB) TO AGL-OLDSALARY
                   MOVE AGT-NEWSALARY(AGT-SUB) TO AGL-NEWSALARY
                   WRITE AUDIT-OUT FROM AGING-DETAIL-LINE
                       AFTER ADVANCING 1
               END-PERFORM
           END-IF
           .

       76-CLOSE-RETRO-REGISTER-ROUTINE.

           IF RTW-REC-COUNT EQUAL ZERO
               MOVE 'NO BACK-DATED SALARY CHANGES THIS RUN'
                   TO RML-MESSAGE
               WRITE RETRO-OUT FROM RETRO-MESSAGE-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 55-RETRO-WAREHOUSE-TOTAL-ROUTINE
               MOVE 'ALL WAREHOUSES TOTAL:' TO RTL-LABEL
               MOVE RTW-GRAND-TOTAL TO RTL-AMOUNT
               WRITE RETRO-OUT FROM RETRO-TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF
           MOVE RTW-REC-COUNT TO RTW-TRL-COUNT
           MOVE RTW-HASH TO RTW-TRL-HASH
           MOVE SPACES TO RETRO-RECORD
           MOVE 1 TO RTW-PTR
           STRING
               'T'                               DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               TODAY-YYYYMMDD                    DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               RTW-TRL-COUNT                     DELIMITED BY SIZE
               ','                               DELIMITED BY SIZE
               RTW-TRL-HASH                      DELIMITED BY SIZE
               INTO RETRO-RECORD
               WITH POINTER RTW-PTR
           END-STRING
           WRITE RETRO-RECORD
           .

       90-EOF-ROUTINE.

           MOVE 'END' TO RCW-EVENT
           CLOSE MASTER-FILE
                 TRANS-FILE
                 PENDING-OUT-FILE
                 AWAITING-OUT-FILE
                 APPROVAL-USED-FILE
                 SALARY-HISTORY-FILE
                 TERMINATED-ARCHIVE-FILE
                 JOURNAL-FILE
                 RETRO-FILE
                 RETRO-REPORT-FILE
                 AUDIT-FILE
           STOP RUN
           .
