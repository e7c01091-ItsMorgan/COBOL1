      *    PROPOSED-TRANS-FILE - ready-to-run 'C' transactions in
      *         the TRANS-RECORD layout PROGRAM2 consumes, carrying
      *         the proposed current salary and a last-increase date
      *         of the run date, with PROGRAM4 as the requester ID.
      *         After manager sign-off the file is fed to the
      *         nightly update as its transaction input; any
      *         proposal over PROGRAM2's approval limits is still
      *         held there for a second person's approval.
      *    PROPOSAL-REPORT-FILE - the listing a manager signs before
      *         the transactions are released.
      * *************
           05  MS-CURRENTSALARY        PIC 9(6)V9(2).

       FD  PROPOSED-TRANS-FILE
           RECORD CONTAINS 87 CHARACTERS.

       01  PROPOSED-TRANS-REC          PIC X(87).

       FD  PROPOSAL-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
           05  PT-LASTINCREASE         PIC 9(8)       VALUE ZERO.
           05  PT-CURRENTSALARY        PIC 9(6)V9(2)  VALUE ZERO.
           05  PT-EFFDATE              PIC 9(8)       VALUE ZERO.
           05  PT-REQUESTERID          PIC X(8)       VALUE 'PROGRAM4'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9         VALUE +2.
