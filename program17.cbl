       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM17.
       AUTHOR. M OWEN.
      ****************************************************************
      * This program rebuilds the indexed employee master after it
      * has been damaged partway through the week, without losing
      * the updates applied since the last backup.  It loads a
      * chosen PR1FA19.TXT backup generation (the sequential unload
      * PROGRAM8 writes at the end of each nightly stream) and then
      * rolls it forward by replaying PROGRAM2's forward-recovery
      * journal - every add, change, delete and transfer applied
      * after the backup was taken - up to a chosen PROGRAM2 run.
      * The rebuilt master is then proven against the run-control
      * ledger: after each run replayed, its record count and
      * current salary hash must equal the END row PROGRAM2 wrote
      * for that run, and a final sweep of the rebuilt file must
      * equal the END row of the run recovered to.
      * ******
      * INPUT:
      *    BACKUP-FILE - the backup generation chosen for the
      *         recovery, in the 70 character line sequential
      *         layout PROGRAM8 writes and PROGRAM6 loads.  The
      *         scheduler copies the chosen generation to the name
      *         PR1FA19.TXR so the current PR1FA19.TXT is left
      *         untouched.
      *    JOURNAL-FILE - the forward-recovery journal PROGRAM2
      *         appends to, one record per applied update with the
      *         before and after SALARY-RECORD images and the run
      *         stamp (the date and time of that run's START row on
      *         the ledger) and a sequence number within the run.
      *         Records from runs already in the backup, or after
      *         the run recovered to, are skipped.
      *    RUN-CONTROL-FILE - the cumulative run-control ledger.
      *         Only PROGRAM2 START and END rows are used.
      * *******
      * OUTPUT:
      *    MASTER-FILE - the rebuilt indexed master, keyed on
      *         WAREHOUSEID + EMPLOYEEID, written to PR1FA19.MSR.
      *         The scheduler copies it over PR1FA19.MST only when
      *         the run ends with RETURN-CODE 0 or 4 - the same
      *         promotion it does for PR1FA19.TXW.
      *    RECOVERY-REPORT-FILE - the recovery report: the backup
      *         generation loaded and its proof against the ledger,
      *         every replay exception (a journal record that could
      *         not be applied cleanly, a gap in a run's sequence
      *         numbers, a journal run with no START row), one line
      *         per PROGRAM2 run replayed comparing the rebuilt
      *         record count and salary hash with the ledger END
      *         row, and the final proof of the rebuilt file.
      *         A clean, proven rebuild ends with RETURN-CODE 0;
      *         replay exceptions with a proven final sweep end
      *         with RETURN-CODE 4; a rebuild that does not agree
      *         with the ledger ends with RETURN-CODE 8 and must
      *         not be promoted.
      * *************
      * PARM (FROM COMMAND-LINE):
      *    COLS 1-8   BACKUP DATE (CCYYMMDD) - THE NIGHTLY STREAM
      *               WHOSE PROGRAM8 UNLOAD IS THE BACKUP LOADED.
      *               PROGRAM2 RUNS ON OR BEFORE THIS DATE ARE
      *               ALREADY IN THE BACKUP.  REQUIRED.
      *    COLS 10-17 RECOVER-TO DATE (CCYYMMDD) - THE DATE OF THE
      *               LAST PROGRAM2 RUN TO REPLAY.  REQUIRED.
      *    COLS 19-26 RECOVER-TO TIME (HHMMSSCC) - THE START TIME
      *               OF THAT RUN AS SHOWN ON THE LEDGER.  WHEN
      *               BLANK, EVERY RUN ON THE RECOVER-TO DATE IS
      *               REPLAYED.
      *    THE PROGRAM ENDS WITH RETURN-CODE 8 WHEN EITHER DATE IS
      *    MISSING OR NOT A REAL CALENDAR DATE, WHEN THE RECOVER-TO
      *    TIME IS NEITHER BLANK NOR NUMERIC, OR WHEN THE RECOVER-TO
      *    DATE IS BEFORE THE BACKUP DATE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  DESKTOP-CO4BC0K.
       OBJECT-COMPUTER.  DESKTOP-CO4BC0K.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE
               ASSIGN TO 'PR1FA19.TXR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'PR1FA19.JNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'PR1FA19.RUN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA19.MSR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO PRINTER 'RECOVERY-OUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKUP-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  BACKUP-RECORD.
           05  BKR-KEY                 PIC X(9).
           05  FILLER                  PIC X(53).
           05  BKR-CURRENTSALARY       PIC 9(6)V9(2).

       FD  JOURNAL-FILE
           RECORD CONTAINS 164 CHARACTERS.

       01  JOURNAL-RECORD.
           05  JR-RUN-DATE            PIC 9(8).
           05  JR-RUN-TIME            PIC 9(8).
           05  JR-SEQUENCE            PIC 9(7).
           05  JR-ACTION              PIC X(1).
               88  JR-ADD                             VALUE 'A'.
               88  JR-CHANGE                          VALUE 'C'.
               88  JR-DELETE                          VALUE 'D'.
               88  JR-TRANSFER                        VALUE 'T'.
           05  JR-BEFORE-IMAGE.
               10  JRB-KEY            PIC X(9).
               10  FILLER             PIC X(53).
               10  JRB-CURRENTSALARY  PIC 9(6)V9(2).
           05  JR-AFTER-IMAGE.
               10  JRA-KEY            PIC X(9).
               10  FILLER             PIC X(53).
               10  JRA-CURRENTSALARY  PIC 9(6)V9(2).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM-ID          PIC X(8).
           05  RC-EVENT               PIC X(5).
           05  RC-DATE                PIC 9(8).
           05  RC-TIME                PIC 9(8).
           05  RC-RETURN-CODE         PIC 9(2).
           05  RC-MASTER-COUNT        PIC 9(7).
           05  RC-MASTER-HASH         PIC 9(10)V9(2).

       FD  MASTER-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  MST-SALARY-RECORD.
           05  MST-KEY                 PIC X(9).
           05  FILLER                  PIC X(53).
           05  MST-CURRENTSALARY       PIC 9(6)V9(2).

       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  RECOVERY-OUT                PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  BACKUP-EOF-SW           PIC X          VALUE ' '.
               88  BACKUP-EOF                         VALUE 'Y'.
           05  JOURNAL-EOF-SW          PIC X          VALUE ' '.
               88  JOURNAL-EOF                        VALUE 'Y'.
           05  LEDGER-EOF-SW           PIC X          VALUE ' '.
               88  LEDGER-EOF                         VALUE 'Y'.
           05  MST-SWEEP-EOF-SW        PIC X          VALUE ' '.
               88  MST-SWEEP-EOF                      VALUE 'Y'.
           05  RECOVERY-BAD-SW         PIC X          VALUE 'N'.
               88  RECOVERY-DISAGREES                 VALUE 'Y'.
           05  VALID-DATE-SW           PIC X          VALUE 'Y'.
               88  VALID-DATE                         VALUE 'Y'.

       01  MASTER-FILE-FIELDS.
           05  MST-FILE-STATUS      PIC X(2)       VALUE '00'.
           05  MST-FOUND-SW         PIC X          VALUE 'N'.
               88  MASTER-FOUND                       VALUE 'Y'.

       01  PARM-FIELDS.
           05  PARM-STRING          PIC X(40)      VALUE SPACES.
           05  PARM-DATA REDEFINES PARM-STRING.
               10  PARM-BACKUP-DATE PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-TARGET-DATE PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-TARGET-TIME PIC X(8).
               10  FILLER              PIC X(14).

       01  RECOVERY-WINDOW-FIELDS.
           05  RCV-BACKUP-DATE      PIC 9(8)       VALUE 0.
           05  RCV-TARGET-DATE      PIC 9(8)       VALUE 0.
           05  RCV-TARGET-TIME      PIC 9(8)       VALUE 0.
           05  CHK-DATE             PIC 9(8)       VALUE 0.
           05  CHK-TIME             PIC 9(8)       VALUE 0.
           05  CHK-WINDOW-SW        PIC X          VALUE ' '.
               88  CHK-IN-BACKUP                      VALUE 'B'.
               88  CHK-IN-WINDOW                      VALUE 'W'.
               88  CHK-AFTER-TARGET                   VALUE 'A'.
           05  VAL-DATE             PIC 9(8)       VALUE 0.
           05  VAL-DATE-PARTS REDEFINES VAL-DATE.
               10  VAL-CCYY         PIC 9(4).
               10  VAL-MM           PIC 9(2).
               10  VAL-DD           PIC 9(2).
           05  DAYS-IN-MONTH        PIC 9(2)       VALUE 0.

      * THE LAST PROGRAM2 RUN ALREADY CONTAINED IN THE BACKUP.
       01  BACKUP-RUN-FIELDS.
           05  BKP-RUN-DATE         PIC 9(8)        VALUE 0.
           05  BKP-RUN-TIME         PIC 9(8)        VALUE 0.
           05  BKP-END-COUNT        PIC 9(7)        VALUE 0.
           05  BKP-END-HASH         PIC 9(10)V9(2)  VALUE 0.
           05  BKP-END-SW           PIC X           VALUE 'N'.
               88  BKP-END-FOUND                       VALUE 'Y'.
           05  BKP-LOAD-COUNT       PIC 9(7)        VALUE 0.
           05  BKP-LOAD-HASH        PIC S9(10)V9(2) VALUE 0.
           05  BKP-DUP-COUNT        PIC 9(7)        VALUE 0.

       01  LEDGER-SCAN-FIELDS.
           05  LDG-TABLE-COUNT      PIC 9(3)       VALUE 0.
           05  LDG-SUB              PIC 9(3)       VALUE 0.
           05  LDG-HIT-SUB          PIC 9(3)       VALUE 0.
           05  LDG-OPEN-SW          PIC X          VALUE 'N'.
               88  LDG-OPEN-BACKUP                    VALUE 'B'.
               88  LDG-OPEN-TABLE                     VALUE 'T'.
               88  LDG-OPEN-NONE                      VALUE 'N'.
           05  LDG-FOUND-SW         PIC X          VALUE 'N'.
               88  LDG-FOUND                          VALUE 'Y'.
           05  LDG-TABLE-FULL-SW    PIC X          VALUE 'N'.
               88  LDG-TABLE-FULL-WARNED              VALUE 'Y'.

      * ONE ENTRY PER PROGRAM2 RUN TO BE REPLAYED, IN LEDGER ORDER.
       01  LEDGER-RUN-TABLE.
           05  LDG-ENTRY               OCCURS 500 TIMES.
               10  LDG-RUN-DATE        PIC 9(8)        VALUE ZERO.
               10  LDG-RUN-TIME        PIC 9(8)        VALUE ZERO.
               10  LDG-END-SW          PIC X           VALUE 'N'.
                   88  LDG-END-FOUND                      VALUE 'Y'.
               10  LDG-END-COUNT       PIC 9(7)        VALUE ZERO.
               10  LDG-END-HASH        PIC 9(10)V9(2)  VALUE ZERO.
               10  LDG-JNL-COUNT       PIC 9(7)        VALUE ZERO.
               10  LDG-LAST-SEQUENCE   PIC 9(7)        VALUE ZERO.
               10  LDG-REBUILT-COUNT   PIC 9(7)        VALUE ZERO.
               10  LDG-REBUILT-HASH    PIC S9(10)V9(2) VALUE ZERO.

       01  REPLAY-FIELDS.
           05  RPL-READ-COUNT       PIC 9(7)        VALUE 0.
           05  RPL-APPLIED-COUNT    PIC 9(7)        VALUE 0.
           05  RPL-SKIPPED-COUNT    PIC 9(7)        VALUE 0.
           05  RPL-EXCEPTION-COUNT  PIC 9(7)        VALUE 0.
           05  RPL-RUN-COUNT        PIC 9(7)        VALUE 0.
           05  RPL-RUN-HASH         PIC S9(10)V9(2) VALUE 0.
           05  RPL-CARRY-COUNT      PIC 9(7)        VALUE 0.
           05  RPL-CARRY-HASH       PIC S9(10)V9(2) VALUE 0.
           05  RPL-SWEEP-COUNT      PIC 9(7)        VALUE 0.
           05  RPL-SWEEP-HASH       PIC S9(10)V9(2) VALUE 0.
           05  RPL-TARGET-COUNT     PIC 9(7)        VALUE 0.
           05  RPL-TARGET-HASH      PIC 9(10)V9(2)  VALUE 0.
           05  RPL-FILE-SALARY      PIC 9(6)V9(2)   VALUE 0.
           05  RPL-MESSAGE          PIC X(30)       VALUE SPACES.

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
           05                          PIC X(26)     VALUE SPACES.
           05                          PIC X(31)
                       VALUE 'MASTER FILE ROLL-FORWARD REPORT'.
           05                          PIC X(43).

       01  WINDOW-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(14)
                                       VALUE 'BACKUP DATE: '.
           05 WL-BACKUP-DATE           PIC 9999/99/99.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(18)
                                       VALUE 'RECOVER TO DATE: '.
           05 WL-TARGET-DATE           PIC 9999/99/99.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'TIME: '.
           05 WL-TARGET-TIME           PIC X(8).
           05                          PIC X(19)     VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 SHL-TITLE                PIC X(40)     VALUE SPACES.
           05                          PIC X(55)     VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(12)     VALUE 'RUN DATE'.
           05                          PIC X(10)     VALUE 'RUN TIME'.
           05                          PIC X(9)      VALUE 'SEQUENCE'.
           05                          PIC X(3)      VALUE 'ACT'.
           05                          PIC X(11)     VALUE 'KEY'.
           05                          PIC X(30)     VALUE 'EXCEPTION'.
           05                          PIC X(22)     VALUE SPACES.

       01  EXCEPTION-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05 EXL-DATE                 PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05 EXL-TIME                 PIC 9(8).
           05                          PIC X(2)      VALUE SPACES.
           05 EXL-SEQUENCE             PIC 9(7).
           05                          PIC X(2)      VALUE SPACES.
           05 EXL-ACTION               PIC X(1).
           05                          PIC X(2)      VALUE SPACES.
           05 EXL-KEY                  PIC X(9).
           05                          PIC X(2)      VALUE SPACES.
           05 EXL-MESSAGE              PIC X(30).
           05                          PIC X(22)     VALUE SPACES.

       01  PROOF-HEADING-ONE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(12)     VALUE 'RUN DATE'.
           05                          PIC X(10)     VALUE 'RUN TIME'.
           05                          PIC X(8)      VALUE 'JOURNAL'.
           05                          PIC X(10)     VALUE ' REBUILT'.
           05                          PIC X(19)
                                       VALUE '    REBUILT SALARY'.
           05                          PIC X(10)     VALUE '  LEDGER'.
           05                          PIC X(19)
                                       VALUE '     LEDGER SALARY'.
           05                          PIC X(10)     VALUE 'STATUS'.

       01  PROOF-HEADING-TWO.
           05                          PIC X(24)     VALUE SPACES.
           05                          PIC X(8)      VALUE 'RECORDS'.
           05                          PIC X(10)     VALUE '   COUNT'.
           05                          PIC X(19)
                                       VALUE '              HASH'.
           05                          PIC X(10)     VALUE '   COUNT'.
           05                          PIC X(19)
                                       VALUE '              HASH'.
           05                          PIC X(10)     VALUE SPACES.

       01  PROOF-RUN-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-DATE                 PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-TIME                 PIC 9(8).
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-JOURNAL              PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-REBUILT-COUNT        PIC Z,ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05 PRL-REBUILT-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-LEDGER-COUNT         PIC Z,ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05 PRL-LEDGER-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05 PRL-STATUS               PIC X(10).

       01  PROOF-COUNT-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 PCL-LABEL                PIC X(30)     VALUE SPACES.
           05 PCL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(56)     VALUE SPACES.

       01  PROOF-HASH-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 PHL-LABEL                PIC X(30)     VALUE SPACES.
           05 PHL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(46)     VALUE SPACES.

       01  RECOVERY-STATUS-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05 RSL-MESSAGE              PIC X(60)     VALUE SPACES.
           05                          PIC X(35)     VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *                                MRO
       10-CONTROL-MODULE.

       PERFORM 15-HSKPING-ROUTINE
       PERFORM 20-LOAD-LEDGER-ROUTINE
       PERFORM 25-LOAD-BACKUP-ROUTINE
       PERFORM 30-REPLAY-JOURNAL-ROUTINE
       PERFORM 36-SWEEP-REBUILT-ROUTINE
       PERFORM 37-PRINT-RUN-PROOF-ROUTINE
       PERFORM 38-PRINT-FINAL-PROOF-ROUTINE
       PERFORM 40-EOF-ROUTINE
       .

       15-HSKPING-ROUTINE.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-BACKUP-DATE NOT NUMERIC OR
              PARM-TARGET-DATE NOT NUMERIC
               DISPLAY 'RECOVERY PARM REQUIRED - BACKUP DATE IN '
               DISPLAY '  COLS 1-8, RECOVER-TO DATE IN COLS 10-17'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-BACKUP-DATE TO RCV-BACKUP-DATE
           MOVE PARM-TARGET-DATE TO RCV-TARGET-DATE
           MOVE RCV-BACKUP-DATE TO VAL-DATE
           PERFORM 16-VALIDATE-DATE-ROUTINE
           IF NOT VALID-DATE
               DISPLAY 'BACKUP DATE ' PARM-BACKUP-DATE
                   ' IS NOT A VALID CCYYMMDD DATE'
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCV-TARGET-DATE TO VAL-DATE
           PERFORM 16-VALIDATE-DATE-ROUTINE
           IF NOT VALID-DATE
               DISPLAY 'RECOVER-TO DATE ' PARM-TARGET-DATE
                   ' IS NOT A VALID CCYYMMDD DATE'
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A MISTYPED TIME MUST NOT FALL BACK TO REPLAYING EVERY RUN ON
      * THE RECOVER-TO DATE - THAT COULD REPLAY THE VERY RUN BEING
      * RECOVERED FROM.
           IF PARM-TARGET-TIME NOT EQUAL SPACES AND
              PARM-TARGET-TIME NOT NUMERIC
               DISPLAY 'RECOVER-TO TIME ' PARM-TARGET-TIME
                   ' IN COLS 19-26 MUST BE HHMMSSCC OR BLANK'
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-TARGET-TIME NUMERIC
               MOVE PARM-TARGET-TIME TO RCV-TARGET-TIME
           END-IF
           IF RCV-TARGET-DATE LESS THAN RCV-BACKUP-DATE
               DISPLAY 'RECOVER-TO DATE ' RCV-TARGET-DATE
                   ' IS BEFORE BACKUP DATE ' RCV-BACKUP-DATE
               DISPLAY '  RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           WRITE RECOVERY-OUT FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE RECOVERY-OUT FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           MOVE RCV-BACKUP-DATE TO WL-BACKUP-DATE
           MOVE RCV-TARGET-DATE TO WL-TARGET-DATE
           IF RCV-TARGET-TIME EQUAL ZERO
               MOVE 'ALL RUNS' TO WL-TARGET-TIME
           ELSE
               MOVE PARM-TARGET-TIME TO WL-TARGET-TIME
           END-IF
           WRITE RECOVERY-OUT FROM WINDOW-LINE
               AFTER ADVANCING PROPER-SPACING
           .

       16-VALIDATE-DATE-ROUTINE.

           MOVE 'Y' TO VALID-DATE-SW

           IF VAL-CCYY LESS THAN 1900 OR
              VAL-CCYY GREATER THAN 2099
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF VAL-MM LESS THAN 1 OR VAL-MM GREATER THAN 12
               MOVE 'N' TO VALID-DATE-SW
           END-IF

           IF VALID-DATE
               EVALUATE VAL-MM
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(VAL-CCYY, 4) = 0 AND
                          (FUNCTION MOD(VAL-CCYY, 100) NOT = 0 OR
                           FUNCTION MOD(VAL-CCYY, 400) = 0)
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE
               IF VAL-DD LESS THAN 1 OR
                  VAL-DD GREATER THAN DAYS-IN-MONTH
                   MOVE 'N' TO VALID-DATE-SW
               END-IF
           END-IF
           .

       20-LOAD-LEDGER-ROUTINE.

      * EACH PROGRAM2 START ROW OPENS A RUN AND THE NEXT PROGRAM2 END
      * ROW CLOSES IT.  A RUN ALREADY IN THE BACKUP ONLY UPDATES THE
      * BACKUP-RUN FIELDS, SO THE LAST SUCH RUN IS THE ONE THE BACKUP
      * IS PROVEN AGAINST; A RUN AFTER THE RECOVER-TO POINT IS
      * IGNORED.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL LEDGER-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF-SW
                   NOT AT END
                       IF RC-PROGRAM-ID EQUAL 'PROGRAM2'
                           PERFORM 21-NOTE-LEDGER-ROW-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           .

       21-NOTE-LEDGER-ROW-ROUTINE.

           IF RC-EVENT EQUAL 'START'
               MOVE RC-DATE TO CHK-DATE
               MOVE RC-TIME TO CHK-TIME
               PERFORM 22-CHECK-WINDOW-ROUTINE
               EVALUATE TRUE
                   WHEN CHK-IN-BACKUP
                       MOVE RC-DATE TO BKP-RUN-DATE
                       MOVE RC-TIME TO BKP-RUN-TIME
                       MOVE 'N' TO BKP-END-SW
                       MOVE 'B' TO LDG-OPEN-SW
                   WHEN CHK-IN-WINDOW
                       IF LDG-TABLE-COUNT LESS THAN 500
                           ADD 1 TO LDG-TABLE-COUNT
                           MOVE RC-DATE
                               TO LDG-RUN-DATE(LDG-TABLE-COUNT)
                           MOVE RC-TIME
                               TO LDG-RUN-TIME(LDG-TABLE-COUNT)
                           MOVE 'T' TO LDG-OPEN-SW
                       ELSE
                           IF NOT LDG-TABLE-FULL-WARNED
                               DISPLAY 'WARNING: LEDGER RUN TABLE '
                                   'FULL - RUNS PAST 500 NOT REPLAYED'
                               MOVE 'Y' TO LDG-TABLE-FULL-SW
                               MOVE 'Y' TO RECOVERY-BAD-SW
                           END-IF
                           MOVE 'N' TO LDG-OPEN-SW
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO LDG-OPEN-SW
               END-EVALUATE
           ELSE
               IF RC-EVENT EQUAL 'END'
                   EVALUATE TRUE
                       WHEN LDG-OPEN-BACKUP
                           MOVE 'Y' TO BKP-END-SW
                           MOVE RC-MASTER-COUNT TO BKP-END-COUNT
                           MOVE RC-MASTER-HASH TO BKP-END-HASH
                       WHEN LDG-OPEN-TABLE
                           MOVE 'Y' TO LDG-END-SW(LDG-TABLE-COUNT)
                           MOVE RC-MASTER-COUNT
                               TO LDG-END-COUNT(LDG-TABLE-COUNT)
                           MOVE RC-MASTER-HASH
                               TO LDG-END-HASH(LDG-TABLE-COUNT)
                   END-EVALUATE
                   MOVE 'N' TO LDG-OPEN-SW
               END-IF
           END-IF
           .

       22-CHECK-WINDOW-ROUTINE.

           EVALUATE TRUE
               WHEN CHK-DATE NOT GREATER THAN RCV-BACKUP-DATE
                   MOVE 'B' TO CHK-WINDOW-SW
               WHEN CHK-DATE LESS THAN RCV-TARGET-DATE
                   MOVE 'W' TO CHK-WINDOW-SW
               WHEN CHK-DATE EQUAL RCV-TARGET-DATE AND
                    (RCV-TARGET-TIME EQUAL ZERO OR
                     CHK-TIME NOT GREATER THAN RCV-TARGET-TIME)
                   MOVE 'W' TO CHK-WINDOW-SW
               WHEN OTHER
                   MOVE 'A' TO CHK-WINDOW-SW
           END-EVALUATE
           .

       25-LOAD-BACKUP-ROUTINE.

           OPEN INPUT BACKUP-FILE
               OUTPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'REBUILT MASTER OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BACKUP-EOF
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO BACKUP-EOF-SW
                   NOT AT END
                       MOVE BACKUP-RECORD TO MST-SALARY-RECORD
                       WRITE MST-SALARY-RECORD
                           INVALID KEY
                               ADD 1 TO BKP-DUP-COUNT
                               DISPLAY 'DUPLICATE KEY DROPPED: '
                                   MST-KEY
                           NOT INVALID KEY
                               ADD 1 TO BKP-LOAD-COUNT
                               ADD BKR-CURRENTSALARY TO BKP-LOAD-HASH
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
                 MASTER-FILE
           MOVE BKP-LOAD-COUNT TO RPL-RUN-COUNT
           MOVE BKP-LOAD-HASH TO RPL-RUN-HASH

           MOVE 'BACKUP GENERATION LOADED' TO SHL-TITLE
           WRITE RECOVERY-OUT FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3
           WRITE RECOVERY-OUT FROM PROOF-HEADING-ONE
               AFTER ADVANCING 2
           WRITE RECOVERY-OUT FROM PROOF-HEADING-TWO
               AFTER ADVANCING 1
           MOVE BKP-RUN-DATE TO PRL-DATE
           MOVE BKP-RUN-TIME TO PRL-TIME
           MOVE ZERO TO PRL-JOURNAL
           MOVE BKP-LOAD-COUNT TO PRL-REBUILT-COUNT
           MOVE BKP-LOAD-HASH TO PRL-REBUILT-HASH
           MOVE BKP-END-COUNT TO PRL-LEDGER-COUNT
           MOVE BKP-END-HASH TO PRL-LEDGER-HASH
           EVALUATE TRUE
               WHEN NOT BKP-END-FOUND
                   MOVE 'NO END ROW' TO PRL-STATUS
               WHEN BKP-LOAD-COUNT EQUAL BKP-END-COUNT AND
                    BKP-LOAD-HASH EQUAL BKP-END-HASH
                   MOVE 'AGREES' TO PRL-STATUS
               WHEN OTHER
                   MOVE 'DIFFERS' TO PRL-STATUS
           END-EVALUATE
           WRITE RECOVERY-OUT FROM PROOF-RUN-LINE
               AFTER ADVANCING 2
           .

       30-REPLAY-JOURNAL-ROUTINE.

           OPEN I-O MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'REBUILT MASTER RE-OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - RUN CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           MOVE 'JOURNAL REPLAY EXCEPTIONS' TO SHL-TITLE
           WRITE RECOVERY-OUT FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3
           WRITE RECOVERY-OUT FROM EXCEPTION-HEADING-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING
           PERFORM UNTIL JOURNAL-EOF
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF-SW
                   NOT AT END
                       ADD 1 TO RPL-READ-COUNT
                       PERFORM 31-SELECT-JOURNAL-ROUTINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
                 MASTER-FILE
           IF RPL-EXCEPTION-COUNT EQUAL ZERO
               MOVE 'NONE' TO RSL-MESSAGE
               WRITE RECOVERY-OUT FROM RECOVERY-STATUS-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       31-SELECT-JOURNAL-ROUTINE.

           MOVE JR-RUN-DATE TO CHK-DATE
           MOVE JR-RUN-TIME TO CHK-TIME
           PERFORM 22-CHECK-WINDOW-ROUTINE
           IF NOT CHK-IN-WINDOW
               ADD 1 TO RPL-SKIPPED-COUNT
           ELSE
               MOVE 'N' TO LDG-FOUND-SW
               PERFORM VARYING LDG-SUB FROM 1 BY 1
                       UNTIL LDG-SUB > LDG-TABLE-COUNT
                   IF LDG-RUN-DATE(LDG-SUB) EQUAL JR-RUN-DATE AND
                      LDG-RUN-TIME(LDG-SUB) EQUAL JR-RUN-TIME
                       MOVE 'Y' TO LDG-FOUND-SW
                       MOVE LDG-SUB TO LDG-HIT-SUB
                       MOVE LDG-TABLE-COUNT TO LDG-SUB
                   END-IF
               END-PERFORM
               IF NOT LDG-FOUND
                   MOVE 'RUN HAS NO LEDGER START ROW' TO RPL-MESSAGE
                   PERFORM 35-WRITE-EXCEPTION-ROUTINE
                   ADD 1 TO RPL-SKIPPED-COUNT
                   MOVE 'Y' TO RECOVERY-BAD-SW
               ELSE
                   IF JR-SEQUENCE NOT EQUAL
                      LDG-LAST-SEQUENCE(LDG-HIT-SUB) + 1
                       MOVE 'JOURNAL SEQUENCE GAP' TO RPL-MESSAGE
                       PERFORM 35-WRITE-EXCEPTION-ROUTINE
                   END-IF
                   MOVE JR-SEQUENCE TO LDG-LAST-SEQUENCE(LDG-HIT-SUB)
                   ADD 1 TO LDG-JNL-COUNT(LDG-HIT-SUB)
                   PERFORM 32-APPLY-JOURNAL-ROUTINE
                   MOVE RPL-RUN-COUNT
                       TO LDG-REBUILT-COUNT(LDG-HIT-SUB)
                   MOVE RPL-RUN-HASH
                       TO LDG-REBUILT-HASH(LDG-HIT-SUB)
               END-IF
           END-IF
           .

       32-APPLY-JOURNAL-ROUTINE.

      * THE AFTER IMAGE IS WHAT PROGRAM2 LEFT ON THE MASTER, SO IT IS
      * APPLIED EVEN WHEN THE RECORD ON FILE DOES NOT MATCH THE
      * BEFORE IMAGE - THE MISMATCH IS REPORTED, AND THE RUN PROOF
      * SHOWS WHETHER IT MATTERED.
           EVALUATE TRUE
               WHEN JR-ADD
                   MOVE JR-AFTER-IMAGE TO MST-SALARY-RECORD
                   WRITE MST-SALARY-RECORD
                       INVALID KEY
                           MOVE 'ADD - KEY ALREADY ON MASTER'
                               TO RPL-MESSAGE
                           PERFORM 35-WRITE-EXCEPTION-ROUTINE
                       NOT INVALID KEY
                           ADD 1 TO RPL-APPLIED-COUNT
                           ADD 1 TO RPL-RUN-COUNT
                           ADD JRA-CURRENTSALARY TO RPL-RUN-HASH
                   END-WRITE
               WHEN JR-CHANGE
                   PERFORM 34-READ-BEFORE-ROUTINE
                   IF MASTER-FOUND
                       MOVE JR-AFTER-IMAGE TO MST-SALARY-RECORD
                       REWRITE MST-SALARY-RECORD
                           INVALID KEY
                               MOVE 'CHANGE - REWRITE FAILED'
                                   TO RPL-MESSAGE
                               PERFORM 35-WRITE-EXCEPTION-ROUTINE
                           NOT INVALID KEY
                               ADD 1 TO RPL-APPLIED-COUNT
                               COMPUTE RPL-RUN-HASH = RPL-RUN-HASH
                                   + JRA-CURRENTSALARY - RPL-FILE-SALARY
                       END-REWRITE
                   END-IF
               WHEN JR-DELETE
                   PERFORM 34-READ-BEFORE-ROUTINE
                   IF MASTER-FOUND
                       DELETE MASTER-FILE RECORD
                           INVALID KEY
                               MOVE 'DELETE - DELETE FAILED'
                                   TO RPL-MESSAGE
                               PERFORM 35-WRITE-EXCEPTION-ROUTINE
                           NOT INVALID KEY
                               ADD 1 TO RPL-APPLIED-COUNT
                               SUBTRACT 1 FROM RPL-RUN-COUNT
                               SUBTRACT RPL-FILE-SALARY
                                   FROM RPL-RUN-HASH
                       END-DELETE
                   END-IF
               WHEN JR-TRANSFER
                   PERFORM 34-READ-BEFORE-ROUTINE
                   IF MASTER-FOUND
                       PERFORM 33-APPLY-TRANSFER-ROUTINE
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN JOURNAL ACTION' TO RPL-MESSAGE
                   PERFORM 35-WRITE-EXCEPTION-ROUTINE
           END-EVALUATE
           .

       33-APPLY-TRANSFER-ROUTINE.

      * AS IN PROGRAM2, THE NEW KEY IS WRITTEN BEFORE THE OLD ONE IS
      * DELETED.  A TRANSFER MOVES NEITHER THE RECORD COUNT NOR THE
      * SALARY HASH UNLESS ONE HALF OF IT FAILS.
           MOVE JR-AFTER-IMAGE TO MST-SALARY-RECORD
           WRITE MST-SALARY-RECORD
               INVALID KEY
                   MOVE 'TRANSFER - NEW KEY ON MASTER' TO RPL-MESSAGE
                   PERFORM 35-WRITE-EXCEPTION-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO RPL-RUN-COUNT
                   ADD JRA-CURRENTSALARY TO RPL-RUN-HASH
                   MOVE JRB-KEY TO MST-KEY
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           MOVE 'TRANSFER - DELETE FAILED'
                               TO RPL-MESSAGE
                           PERFORM 35-WRITE-EXCEPTION-ROUTINE
                       NOT INVALID KEY
                           ADD 1 TO RPL-APPLIED-COUNT
                           SUBTRACT 1 FROM RPL-RUN-COUNT
                           SUBTRACT RPL-FILE-SALARY FROM RPL-RUN-HASH
                   END-DELETE
           END-WRITE
           .

       34-READ-BEFORE-ROUTINE.

           MOVE JRB-KEY TO MST-KEY
           MOVE 'Y' TO MST-FOUND-SW
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO MST-FOUND-SW
           END-READ
           IF NOT MASTER-FOUND
               MOVE 'KEY NOT ON REBUILT MASTER' TO RPL-MESSAGE
               PERFORM 35-WRITE-EXCEPTION-ROUTINE
           ELSE
               MOVE MST-CURRENTSALARY TO RPL-FILE-SALARY
               IF MST-SALARY-RECORD NOT EQUAL JR-BEFORE-IMAGE
                   MOVE 'BEFORE IMAGE DIFFERS - APPLIED'
                       TO RPL-MESSAGE
                   PERFORM 35-WRITE-EXCEPTION-ROUTINE
               END-IF
           END-IF
           .

       35-WRITE-EXCEPTION-ROUTINE.

           ADD 1 TO RPL-EXCEPTION-COUNT
           MOVE JR-RUN-DATE TO EXL-DATE
           MOVE JR-RUN-TIME TO EXL-TIME
           MOVE JR-SEQUENCE TO EXL-SEQUENCE
           MOVE JR-ACTION TO EXL-ACTION
           IF JR-ADD
               MOVE JRA-KEY TO EXL-KEY
           ELSE
               MOVE JRB-KEY TO EXL-KEY
           END-IF
           MOVE RPL-MESSAGE TO EXL-MESSAGE
           WRITE RECOVERY-OUT FROM EXCEPTION-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       36-SWEEP-REBUILT-ROUTINE.

           OPEN INPUT MASTER-FILE
           IF MST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'REBUILT MASTER SWEEP OPEN FAILED - STATUS '
                   MST-FILE-STATUS ' - REBUILD NOT PROVEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO MST-KEY
           START MASTER-FILE KEY NOT LESS THAN MST-KEY
               INVALID KEY
                   MOVE 'Y' TO MST-SWEEP-EOF-SW
           END-START
           PERFORM UNTIL MST-SWEEP-EOF
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO MST-SWEEP-EOF-SW
                   NOT AT END
                       ADD 1 TO RPL-SWEEP-COUNT
                       ADD MST-CURRENTSALARY TO RPL-SWEEP-HASH
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       37-PRINT-RUN-PROOF-ROUTINE.

      * A RUN THAT APPLIED NOTHING LEAVES THE MASTER AS THE RUN
      * BEFORE IT DID, SO ITS REBUILT FIGURES ARE CARRIED FORWARD.
           MOVE 'PROGRAM2 RUNS REPLAYED' TO SHL-TITLE
           WRITE RECOVERY-OUT FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3
           WRITE RECOVERY-OUT FROM PROOF-HEADING-ONE
               AFTER ADVANCING 2
           WRITE RECOVERY-OUT FROM PROOF-HEADING-TWO
               AFTER ADVANCING 1
           MOVE 2 TO PROPER-SPACING
           MOVE BKP-LOAD-COUNT TO RPL-CARRY-COUNT
           MOVE BKP-LOAD-HASH TO RPL-CARRY-HASH
           PERFORM VARYING LDG-SUB FROM 1 BY 1
                   UNTIL LDG-SUB > LDG-TABLE-COUNT
               IF LDG-JNL-COUNT(LDG-SUB) GREATER THAN ZERO
                   MOVE LDG-REBUILT-COUNT(LDG-SUB) TO RPL-CARRY-COUNT
                   MOVE LDG-REBUILT-HASH(LDG-SUB) TO RPL-CARRY-HASH
               END-IF
               MOVE LDG-RUN-DATE(LDG-SUB) TO PRL-DATE
               MOVE LDG-RUN-TIME(LDG-SUB) TO PRL-TIME
               MOVE LDG-JNL-COUNT(LDG-SUB) TO PRL-JOURNAL
               MOVE RPL-CARRY-COUNT TO PRL-REBUILT-COUNT
               MOVE RPL-CARRY-HASH TO PRL-REBUILT-HASH
               MOVE LDG-END-COUNT(LDG-SUB) TO PRL-LEDGER-COUNT
               MOVE LDG-END-HASH(LDG-SUB) TO PRL-LEDGER-HASH
               EVALUATE TRUE
                   WHEN NOT LDG-END-FOUND(LDG-SUB)
                       MOVE 'NO END ROW' TO PRL-STATUS
                   WHEN RPL-CARRY-COUNT EQUAL LDG-END-COUNT(LDG-SUB)
                        AND RPL-CARRY-HASH EQUAL
                            LDG-END-HASH(LDG-SUB)
                       MOVE 'AGREES' TO PRL-STATUS
                   WHEN OTHER
                       MOVE 'DIFFERS' TO PRL-STATUS
                       MOVE 'Y' TO RECOVERY-BAD-SW
               END-EVALUATE
               WRITE RECOVERY-OUT FROM PROOF-RUN-LINE
                   AFTER ADVANCING PROPER-SPACING
               MOVE 1 TO PROPER-SPACING
           END-PERFORM
           IF LDG-TABLE-COUNT EQUAL ZERO
               MOVE 'NO PROGRAM2 RUNS AFTER THE BACKUP' TO RSL-MESSAGE
               WRITE RECOVERY-OUT FROM RECOVERY-STATUS-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       38-PRINT-FINAL-PROOF-ROUTINE.

      * THE FINAL PROOF IS AGAINST THE END ROW OF THE RUN RECOVERED
      * TO - THE BACKUP'S OWN RUN WHEN NOTHING WAS REPLAYED.
           IF LDG-TABLE-COUNT GREATER THAN ZERO
               MOVE LDG-END-COUNT(LDG-TABLE-COUNT) TO RPL-TARGET-COUNT
               MOVE LDG-END-HASH(LDG-TABLE-COUNT) TO RPL-TARGET-HASH
               IF NOT LDG-END-FOUND(LDG-TABLE-COUNT)
                   MOVE 'Y' TO RECOVERY-BAD-SW
               END-IF
           ELSE
               MOVE BKP-END-COUNT TO RPL-TARGET-COUNT
               MOVE BKP-END-HASH TO RPL-TARGET-HASH
               IF NOT BKP-END-FOUND
                   MOVE 'Y' TO RECOVERY-BAD-SW
               END-IF
           END-IF
           IF RPL-SWEEP-COUNT NOT EQUAL RPL-TARGET-COUNT OR
              RPL-SWEEP-HASH NOT EQUAL RPL-TARGET-HASH
               MOVE 'Y' TO RECOVERY-BAD-SW
           END-IF

           WRITE RECOVERY-OUT FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 'REBUILT MASTER PROOF' TO SHL-TITLE
           WRITE RECOVERY-OUT FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2
           MOVE 'BACKUP RECORDS LOADED' TO PCL-LABEL
           MOVE BKP-LOAD-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'DUPLICATE KEYS DROPPED' TO PCL-LABEL
           MOVE BKP-DUP-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'JOURNAL RECORDS READ' TO PCL-LABEL
           MOVE RPL-READ-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'JOURNAL RECORDS SKIPPED' TO PCL-LABEL
           MOVE RPL-SKIPPED-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'JOURNAL RECORDS APPLIED' TO PCL-LABEL
           MOVE RPL-APPLIED-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'REPLAY EXCEPTIONS' TO PCL-LABEL
           MOVE RPL-EXCEPTION-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'PROGRAM2 RUNS REPLAYED' TO PCL-LABEL
           MOVE LDG-TABLE-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'REBUILT MASTER RECORDS' TO PCL-LABEL
           MOVE RPL-SWEEP-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'LEDGER END RECORD COUNT' TO PCL-LABEL
           MOVE RPL-TARGET-COUNT TO PCL-COUNT
           PERFORM 39-WRITE-PROOF-COUNT-ROUTINE
           MOVE 'REBUILT SALARY HASH' TO PHL-LABEL
           MOVE RPL-SWEEP-HASH TO PHL-AMOUNT
           WRITE RECOVERY-OUT FROM PROOF-HASH-LINE
               AFTER ADVANCING 2
           MOVE 'LEDGER END SALARY HASH' TO PHL-LABEL
           MOVE RPL-TARGET-HASH TO PHL-AMOUNT
           WRITE RECOVERY-OUT FROM PROOF-HASH-LINE
               AFTER ADVANCING 2

           IF RECOVERY-DISAGREES
               MOVE '*** REBUILT MASTER NOT PROVEN - DO NOT PROMOTE ***'
                   TO RSL-MESSAGE
               DISPLAY 'PROGRAM17 REBUILT MASTER DOES NOT AGREE WITH '
               DISPLAY '  THE LEDGER - PR1FA19.MSR MUST NOT BE PROMOTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE '*** REBUILT MASTER PROVEN AGAINST LEDGER ***'
                   TO RSL-MESSAGE
               IF RPL-EXCEPTION-COUNT GREATER THAN ZERO OR
                  BKP-DUP-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE RECOVERY-OUT FROM RECOVERY-STATUS-LINE
               AFTER ADVANCING 2
           .

       39-WRITE-PROOF-COUNT-ROUTINE.

           WRITE RECOVERY-OUT FROM PROOF-COUNT-LINE
               AFTER ADVANCING 2
           .

       40-EOF-ROUTINE.

           DISPLAY 'ROLL-FORWARD - JOURNAL RECORDS APPLIED: '
               RPL-APPLIED-COUNT
           DISPLAY 'ROLL-FORWARD - REPLAY EXCEPTIONS:       '
               RPL-EXCEPTION-COUNT
           CLOSE RECOVERY-REPORT-FILE
           STOP RUN
           .
