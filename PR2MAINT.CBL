      * approved, so the increase run always starts from a clean
      * master instead of a hand-edited one.
      *
      * Transaction layout (96 characters):
      *   1      ACTION            A=ADD  C=CHANGE  D=DELETE
      *                            T=TRANSFER (to TR-NEW-WHOUSE-ID)
      *                            L=LEAVE  R=RETURN  X=TERMINATE
      *   2-84   employee record image, same layout as the master
      *          up to the status code (WAREHOUSE-ID and EMPLOYEE-ID
      *          in the image are the transaction key; for D, T, L,
      *          R, and X only the key is used)
      *   85-88  new warehouse id, TRANSFER only
      *   89-96  status date, L R X and D only (optional)
      *
      * Both files are sorted by WAREHOUSE-ID/EMPLOYEE-ID before the
      * match, so neither has to arrive in key order.  ADD records
      * PR2POSN.TXT - the same file the increase run loads - so a
      * new position accepted here is always one the increase run
      * will recognize, with no hardcoded list to keep in step.
      *
      * Every applied transaction is also written to a maintenance
      * journal, PR2MJRN.TXT, opened EXTEND so it accumulates over
      * the maintenance runs between cycles.  A CHANGE writes one
      * row per field it actually changed with the old and new
      * values; an ADD or TRANSFER writes one row for the employee
      * (a TRANSFER carrying the old and new warehouse).
      * MAINTREG.TXT stays the printed record for approval; the
      * journal is the machine-readable one the between-cycle
      * change check, PR2MCHK, ties master differences back to.
      *
      * The record count and CUR-SAL hash of PR2FA19N.TXT print at
      * the foot of the register and are appended to the master
      * totals file PR2MTOT.TXT under this program's name; PR2PROM
      * checks the candidate against that row before it promotes
      * PR2FA19N.TXT over PR2FA19.TXT, in place of the hand copy.
      * The row carries the generation of PR2FA19.TXT the run read
      * off PR2CYCL.TXT, and PR2PROM refuses the candidate once
      * that generation is no longer the live one.
      *
      * The master now ends with an employee status code - A active,
      * L on leave, T terminated - and the date it took effect, so
      * the record is 92 bytes.  LEAVE puts an active employee on
      * leave, RETURN brings one on leave back to active, and
      * TERMINATE marks the employee terminated; each takes the
      * status date from the transaction, or the run date when none
      * is given, and journals a STATUS and a STAT-DATE row.  A
      * DELETE no longer drops the record: it is taken as a
      * TERMINATE, so the employee stays on the master and in
      * PR2INQ until the retention purge in PR2PURGE removes the
      * record.  A CHANGE or TRANSFER for a terminated employee is
      * rejected, and an ADD starts the employee active as of the
      * status date or, failing that, the hire date.
      *
      * The byte after the first name is the performance rating
      * PR2PERF loads each cycle.  Maintenance does not key it: a
      * CHANGE keeps the employee's rating, and an ADD starts the
      * employee unrated until the next ratings load.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-PLAN-STATUS.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'MAINTREG.TXT'.
            SELECT JOURNAL-FILE
               ASSIGN TO 'PR2MJRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
            SELECT MASTER-TOTALS-FILE
               ASSIGN TO 'PR2MTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTOT-STATUS.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-MASTER-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 RAW-MASTER-RECORD       PIC X(92).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MSORT-RECORD.
          05 MS-WAREHOUSE-ID   PIC X(4).
          05 MS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(83).

       FD SORTED-MASTER-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MST-EMPLOYEE-RECORD.
          05 MST-WAREHOUSE-ID    PIC X(4).
          05 MST-EMPLOYEE-ID     PIC X(5).
          05 FILLER              PIC X(83).

       FD TRAN-FILE
          RECORD CONTAINS 96 CHARACTERS.

       01 RAW-TRAN-RECORD         PIC X(96).

       SD TRAN-SORT-FILE
          RECORD CONTAINS 96 CHARACTERS.

       01 TSORT-RECORD.
          05 TS-ACTION         PIC X(1).
          05 TS-WAREHOUSE-ID   PIC X(4).
          05 TS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(86).

       FD SORTED-TRAN-FILE
          RECORD CONTAINS 96 CHARACTERS.

       01 TRAN-RECORD.
          05 TR-ACTION           PIC X(1).
             88  TRAN-ADD              VALUE 'A'.
             88  TRAN-CHANGE           VALUE 'C'.
             88  TRAN-TRANSFER         VALUE 'T'.
             88  TRAN-LEAVE            VALUE 'L'.
             88  TRAN-RETURN           VALUE 'R'.
             88  TRAN-TERMINATE        VALUE 'X' 'D'.
             88  TRAN-STATUS-ACTION    VALUE 'L' 'R' 'X' 'D'.
             88  TRAN-ACTION-VALID     VALUE 'A' 'C' 'D' 'T'
                                             'L' 'R' 'X'.
          05 TR-EMPLOYEE-DATA.
             10 TR-WAREHOUSE-ID    PIC X(4).
             10 TR-EMPLOYEE-ID     PIC X(5).
             10 TR-EMPLOYEE-POS    PIC X(2).
             10 TR-EMP-LAST        PIC X(10).
             10 TR-EMP-FIRST       PIC X(10).
             10 TR-PERF-RATING     PIC X(1).
             10 FILLER             PIC X(2).
             10 TR-HIRE-DATE       PIC S9(8).
             10 TR-START-SAL       PIC 999999V99.
             10 FILLER             PIC X(4).
             10 TR-UNION-DUES      PIC 999.
             10 TR-INSURANCE       PIC 999V99.
          05 TR-NEW-WHOUSE-ID    PIC X(4).
          05 TR-STATUS-DATE      PIC 9(8).

       FD NEW-MASTER-OUT
          RECORD CONTAINS 92 CHARACTERS.

       01 OUT-MASTER-RECORD.
          05 OUTM-WAREHOUSE-ID   PIC X(4).
          05 OUTM-EMPLOYEE-ID    PIC X(5).
          05 FILLER              PIC X(22).
          05 OUTM-PERF-RATING    PIC X(1).
          05 FILLER              PIC X(51).
          05 OUTM-EMP-STATUS     PIC X(1).
          05 OUTM-STATUS-DATE    PIC 9(8).

       01 OUT-MASTER-AMOUNTS.
          05 FILLER              PIC X(62).
          05 OUTM-CUR-SAL        PIC 999999V99.
          05 FILLER              PIC X(22).

       FD WHOUSE-FILE
          RECORD CONTAINS 33 CHARACTERS.

       01 REGISTER-RECORD   PIC X(80).

      *********     MASTER TOTALS FILE   **********************************
      *  One row appended per run producing a master, read by
      *  PR2PROM to prove the candidate before promotion.
       FD MASTER-TOTALS-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 MASTER-TOTALS-RECORD.
          05 MT-PROGRAM         PIC X(8).
          05 MT-RUN-DATE        PIC 9(8).
          05 MT-MASTER-NAME     PIC X(12).
          05 MT-RECORD-COUNT    PIC 9(7).
          05 MT-SALARY-HASH     PIC 9(11)V99.
          05 MT-INPUT-GEN       PIC 9(5).
          05 FILLER             PIC X(7).

      *********     RUN-CYCLE CONTROL RECORD   ****************************
      *  Same layout the increase run writes.  Only the generation
      *  of the master this run reads is used, carried to
      *  PR2MTOT.TXT as MT-INPUT-GEN so PR2PROM can refuse the
      *  candidate once that master has been replaced.
       FD CYCLE-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 CYCLE-CONTROL-RECORD.
          05 CY-RUN-NUMBER      PIC 9(5).
          05 CY-CYCLE-DATE      PIC 9(8).
          05 CY-INCR-DONE       PIC X(1).
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

      *********     MAINTENANCE JOURNAL   ********************************
      *  One row per applied change.  Amounts and dates go in the
      *  numeric view of the value fields, codes and names in the
      *  character view.  JR-FIELD-CHANGED is POSITION, LAST-NAME,
      *  FIRST-NAME, HIRE-DATE, START-SAL, LAST-INC, CUR-SAL,
      *  PLAN-CODE, UNION-DUES, or INSURANCE for a CHANGE,
      *  WAREHOUSE for a TRANSFER, EMPLOYEE for an ADD, and STATUS
      *  (the new code) and STAT-DATE for a LEAVE, RETURN,
      *  TERMINATE, or DELETE.  PR2PURGE adds an EMPLOYEE row under
      *  action P for each terminated record it purges.
       FD JOURNAL-FILE
          RECORD CONTAINS 48 CHARACTERS.

       01 JOURNAL-RECORD.
          05 JR-RUN-DATE        PIC 9(8).
          05 JR-ACTION          PIC X(1).
          05 JR-WHOUSE-ID       PIC X(4).
          05 JR-EMP-ID          PIC X(5).
          05 JR-FIELD-CHANGED   PIC X(10).
          05 JR-OLD-VALUE       PIC X(10).
          05 JR-OLD-AMOUNT REDEFINES JR-OLD-VALUE
                                PIC 9(8)V99.
          05 JR-NEW-VALUE       PIC X(10).
          05 JR-NEW-AMOUNT REDEFINES JR-NEW-VALUE
                                PIC 9(8)V99.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 WS-TK-EMP-ID         PIC X(5).

      *  Master record held while all transactions for its key are
      *  applied against it.  A CHANGE replaces WS-HOLD-DATA only,
      *  so the status stays as the status actions left it, and
      *  puts back the performance rating PR2PERF loaded, which the
      *  transaction does not carry.
       01  WS-HOLD-RECORD.
           05 WS-HOLD-DATA.
              10 WS-HOLD-WHOUSE-ID    PIC X(4).
              10 WS-HOLD-EMP-ID       PIC X(5).
              10 WS-HOLD-POS          PIC X(2).
              10 WS-HOLD-LAST         PIC X(10).
              10 WS-HOLD-FIRST        PIC X(10).
              10 WS-HOLD-PERF-RATING  PIC X(1).
              10 FILLER               PIC X(2).
              10 WS-HOLD-HIRE-DATE    PIC S9(8).
              10 WS-HOLD-START-SAL    PIC 999999V99.
              10 FILLER               PIC X(4).
              10 WS-HOLD-LAST-INC     PIC S9(8).
              10 WS-HOLD-CUR-SAL      PIC 999999V99.
              10 WS-HOLD-PLAN-CODE    PIC X(3).
              10 FILLER               PIC X(2).
              10 WS-HOLD-UNION-DUES   PIC 999.
              10 WS-HOLD-INSURANCE    PIC 999V99.
           05 WS-HOLD-STATUS       PIC X(1).
               88  HOLD-ACTIVE              VALUE 'A' ' '.
               88  HOLD-ON-LEAVE            VALUE 'L'.
               88  HOLD-TERMINATED          VALUE 'T'.
           05 WS-HOLD-STATUS-DATE  PIC 9(8).

      *  Status and date a LEAVE, RETURN, or TERMINATE sets.
       01  WS-NEW-STATUS           PIC X(1)    VALUE SPACES.
       01  WS-NEW-STATUS-DATE      PIC 9(8)    VALUE 0.

      *  Rating kept across a CHANGE.
       01  WS-KEEP-PERF-RATING     PIC X(1)    VALUE SPACE.

      *  Key of the last unmatched ADD written, so a second ADD for
      *  the same new employee is rejected as a duplicate instead of
           05  WS-TRANS-READ       PIC 9(5)    VALUE 0.
           05  WS-TRANS-APPLIED    PIC 9(5)    VALUE 0.
           05  WS-TRANS-REJECTED   PIC 9(5)    VALUE 0.
           05  WS-JOURNAL-WRITTEN  PIC 9(5)    VALUE 0.

       01  WS-JRN-STATUS           PIC XX      VALUE SPACES.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-INPUT-GEN            PIC 9(5)    VALUE 0.
       01  WS-MASTER-SAL-HASH      PIC 9(11)V99 VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
          05 RC-COUNT         PIC ZZ,ZZ9.
          05                  PIC X(40)   VALUE SPACES.

       01 REG-AMOUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RA-LABEL         PIC X(30).
          05 RA-AMOUNT        PIC $Z,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 40-MATCH-ONE-KEY
             UNTIL MASTER-AT-END AND TRAN-AT-END
          PERFORM 90-PRINT-COUNTS
          PERFORM 92-WRITE-MASTER-TOTALS
          CLOSE SORTED-MASTER-FILE
                SORTED-TRAN-FILE
                NEW-MASTER-OUT
                REGISTER-FILE
                JOURNAL-FILE
          STOP RUN
          .

        15-HOUSEKEEPING.
         PERFORM 93-READ-MASTER-GEN
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MS-WAREHOUSE-ID MS-EMPLOYEE-ID
            USING OLD-MASTER-FILE
              INPUT  SORTED-TRAN-FILE
              OUTPUT NEW-MASTER-OUT
              OUTPUT REGISTER-FILE
         PERFORM 82-OPEN-JOURNAL-FILE
         PERFORM 160-LOAD-WHOUSE-TABLE
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH

        45-COPY-MASTER.
          MOVE MST-EMPLOYEE-RECORD TO OUT-MASTER-RECORD
          ADD OUTM-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
             IF TRAN-ACTION-VALID
                MOVE 'EMPLOYEE NOT ON MASTER FILE' TO WS-REASON-TEXT
             ELSE
                MOVE 'ACTION CODE NOT A C D T L R OR X'
                   TO WS-REASON-TEXT
             END-IF
             PERFORM 75-REGISTER-REJECTED
          END-IF

      *  Matching key: hold the master record and apply every
      *  transaction carrying this key against the hold area, then
      *  write it.
        55-MATCHED-KEY.
          MOVE MST-EMPLOYEE-RECORD TO WS-HOLD-RECORD
          PERFORM 56-APPLY-ONE-TRAN
             UNTIL WS-TRAN-KEY NOT = WS-MASTER-KEY
          MOVE WS-HOLD-RECORD TO OUT-MASTER-RECORD
          ADD OUTM-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
          .

                PERFORM 75-REGISTER-REJECTED
             WHEN TRAN-CHANGE
                PERFORM 62-APPLY-CHANGE
             WHEN TRAN-TRANSFER
                PERFORM 64-APPLY-TRANSFER
             WHEN TRAN-STATUS-ACTION
                PERFORM 66-APPLY-STATUS
             WHEN OTHER
                MOVE 'ACTION CODE NOT A C D T L R OR X'
                   TO WS-REASON-TEXT
                PERFORM 75-REGISTER-REJECTED
          END-EVALUATE
          PERFORM 31-READ-TRAN
          PERFORM 600-VALIDATE-TRAN-RECORD
          IF RECORD-IS-VALID
             MOVE TR-EMPLOYEE-DATA TO OUT-MASTER-RECORD
             MOVE SPACE TO OUTM-PERF-RATING
             MOVE 'A' TO OUTM-EMP-STATUS
             IF TR-STATUS-DATE NUMERIC
                AND TR-STATUS-DATE > 0
                MOVE TR-STATUS-DATE TO OUTM-STATUS-DATE
             ELSE
                MOVE TR-HIRE-DATE TO OUTM-STATUS-DATE
             END-IF
             ADD OUTM-CUR-SAL TO WS-MASTER-SAL-HASH
             WRITE OUT-MASTER-RECORD
             ADD 1 TO WS-MASTERS-WRITTEN
             MOVE WS-TRAN-KEY TO WS-LAST-ADD-KEY
             PERFORM 70-REGISTER-APPLIED
             PERFORM 83-JOURNAL-EMPLOYEE
          ELSE
             PERFORM 75-REGISTER-REJECTED
          END-IF
          .

        62-APPLY-CHANGE.
          IF HOLD-TERMINATED
             MOVE 'EMPLOYEE IS TERMINATED'
                TO WS-REASON-TEXT
             PERFORM 75-REGISTER-REJECTED
          ELSE
             PERFORM 600-VALIDATE-TRAN-RECORD
             IF RECORD-IS-VALID
                PERFORM 81-JOURNAL-CHANGED-FIELDS
                MOVE WS-HOLD-PERF-RATING TO WS-KEEP-PERF-RATING
                MOVE TR-EMPLOYEE-DATA TO WS-HOLD-DATA
                MOVE WS-KEEP-PERF-RATING TO WS-HOLD-PERF-RATING
                PERFORM 70-REGISTER-APPLIED
             ELSE
                PERFORM 75-REGISTER-REJECTED
          .

        64-APPLY-TRANSFER.
          IF HOLD-TERMINATED
             MOVE 'EMPLOYEE IS TERMINATED'
                TO WS-REASON-TEXT
             PERFORM 75-REGISTER-REJECTED
          ELSE
             ELSE
                PERFORM 165-FIND-NEW-WHOUSE
                IF WHOUSE-FOUND
                   MOVE 'WAREHOUSE' TO JR-FIELD-CHANGED
                   MOVE WS-HOLD-WHOUSE-ID TO JR-OLD-VALUE
                   MOVE TR-NEW-WHOUSE-ID TO JR-NEW-VALUE
                   PERFORM 80-WRITE-JOURNAL-ROW
                   MOVE TR-NEW-WHOUSE-ID TO WS-HOLD-WHOUSE-ID
                   PERFORM 70-REGISTER-APPLIED
                ELSE
          END-IF
          .

      *  LEAVE needs an active employee, RETURN one on leave, and
      *  TERMINATE (or DELETE) one not already terminated.
        66-APPLY-STATUS.
          MOVE SPACES TO WS-REASON-TEXT
          EVALUATE TRUE
             WHEN TRAN-LEAVE
                IF HOLD-ACTIVE
                   MOVE 'L' TO WS-NEW-STATUS
                ELSE
                   MOVE 'EMPLOYEE IS NOT ACTIVE' TO WS-REASON-TEXT
                END-IF
             WHEN TRAN-RETURN
                IF HOLD-ON-LEAVE
                   MOVE 'A' TO WS-NEW-STATUS
                ELSE
                   MOVE 'EMPLOYEE IS NOT ON LEAVE' TO WS-REASON-TEXT
                END-IF
             WHEN OTHER
                IF HOLD-TERMINATED
                   MOVE 'EMPLOYEE ALREADY TERMINATED'
                      TO WS-REASON-TEXT
                ELSE
                   MOVE 'T' TO WS-NEW-STATUS
                END-IF
          END-EVALUATE
          IF WS-REASON-TEXT NOT = SPACES
             PERFORM 75-REGISTER-REJECTED
          ELSE
             IF TR-STATUS-DATE NUMERIC
                AND TR-STATUS-DATE > 0
                MOVE TR-STATUS-DATE TO WS-NEW-STATUS-DATE
             ELSE
                MOVE WS-CURRENT-DATE-8 TO WS-NEW-STATUS-DATE
             END-IF
             MOVE 'STATUS' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-STATUS TO JR-OLD-VALUE
             MOVE WS-NEW-STATUS TO JR-NEW-VALUE
             PERFORM 80-WRITE-JOURNAL-ROW
             MOVE 'STAT-DATE' TO JR-FIELD-CHANGED
             IF WS-HOLD-STATUS-DATE NUMERIC
                MOVE WS-HOLD-STATUS-DATE TO JR-OLD-AMOUNT
             ELSE
                MOVE 0 TO JR-OLD-AMOUNT
             END-IF
             MOVE WS-NEW-STATUS-DATE TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
             MOVE WS-NEW-STATUS TO WS-HOLD-STATUS
             MOVE WS-NEW-STATUS-DATE TO WS-HOLD-STATUS-DATE
             PERFORM 70-REGISTER-APPLIED
          END-IF
          .

      *********     WAREHOUSE TABLE LOOKUP   *****************************
        160-LOAD-WHOUSE-TABLE.
        MOVE 0 TO WS-WHOUSE-TABLE-COUNT
          PERFORM 35-WRITE-A-LINE
          .

      *********     MAINTENANCE JOURNAL   ********************************
      *  The caller fills the field name and the old and new values;
      *  the run date, action, and key come from the transaction.
        80-WRITE-JOURNAL-ROW.
          MOVE WS-CURRENT-DATE-8 TO JR-RUN-DATE
          MOVE TR-ACTION TO JR-ACTION
          MOVE TR-WAREHOUSE-ID TO JR-WHOUSE-ID
          MOVE TR-EMPLOYEE-ID TO JR-EMP-ID
          WRITE JOURNAL-RECORD
          ADD 1 TO WS-JOURNAL-WRITTEN
          .

      *  A CHANGE carries the whole record image; only the fields
      *  that differ from the held master are journaled.
        81-JOURNAL-CHANGED-FIELDS.
          IF TR-EMPLOYEE-POS NOT = WS-HOLD-POS
             MOVE 'POSITION' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-POS TO JR-OLD-VALUE
             MOVE TR-EMPLOYEE-POS TO JR-NEW-VALUE
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-EMP-LAST NOT = WS-HOLD-LAST
             MOVE 'LAST-NAME' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-LAST TO JR-OLD-VALUE
             MOVE TR-EMP-LAST TO JR-NEW-VALUE
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-EMP-FIRST NOT = WS-HOLD-FIRST
             MOVE 'FIRST-NAME' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-FIRST TO JR-OLD-VALUE
             MOVE TR-EMP-FIRST TO JR-NEW-VALUE
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-HIRE-DATE NOT = WS-HOLD-HIRE-DATE
             MOVE 'HIRE-DATE' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-HIRE-DATE TO JR-OLD-AMOUNT
             MOVE TR-HIRE-DATE TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-START-SAL NOT = WS-HOLD-START-SAL
             MOVE 'START-SAL' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-START-SAL TO JR-OLD-AMOUNT
             MOVE TR-START-SAL TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-LAST-INC NOT = WS-HOLD-LAST-INC
             MOVE 'LAST-INC' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-LAST-INC TO JR-OLD-AMOUNT
             MOVE TR-LAST-INC TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-CUR-SAL NOT = WS-HOLD-CUR-SAL
             MOVE 'CUR-SAL' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-CUR-SAL TO JR-OLD-AMOUNT
             MOVE TR-CUR-SAL TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-PLAN-CODE NOT = WS-HOLD-PLAN-CODE
             MOVE 'PLAN-CODE' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-PLAN-CODE TO JR-OLD-VALUE
             MOVE TR-PLAN-CODE TO JR-NEW-VALUE
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-UNION-DUES NOT = WS-HOLD-UNION-DUES
             MOVE 'UNION-DUES' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-UNION-DUES TO JR-OLD-AMOUNT
             MOVE TR-UNION-DUES TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          IF TR-INSURANCE NOT = WS-HOLD-INSURANCE
             MOVE 'INSURANCE' TO JR-FIELD-CHANGED
             MOVE WS-HOLD-INSURANCE TO JR-OLD-AMOUNT
             MOVE TR-INSURANCE TO JR-NEW-AMOUNT
             PERFORM 80-WRITE-JOURNAL-ROW
          END-IF
          .

      *  The journal accumulates across maintenance runs; the first
      *  run creates it.
        82-OPEN-JOURNAL-FILE.
          OPEN EXTEND JOURNAL-FILE
          IF WS-JRN-STATUS = '35'
             OPEN OUTPUT JOURNAL-FILE
          END-IF
          IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'PR2MAINT: PR2MJRN.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-JRN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *  ADD journals the employee as a whole.
        83-JOURNAL-EMPLOYEE.
          MOVE 'EMPLOYEE' TO JR-FIELD-CHANGED
          MOVE SPACES TO JR-OLD-VALUE
          MOVE SPACES TO JR-NEW-VALUE
          PERFORM 80-WRITE-JOURNAL-ROW
          .

        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'MASTER RECORDS READ:' TO RC-LABEL
          MOVE WS-TRANS-REJECTED TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'JOURNAL ROWS WRITTEN:' TO RC-LABEL
          MOVE WS-JOURNAL-WRITTEN TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'PR2FA19N.TXT SALARY HASH:' TO RA-LABEL
          MOVE WS-MASTER-SAL-HASH TO RA-AMOUNT
          MOVE REG-AMOUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *  The totals just printed, for the promotion step.
        92-WRITE-MASTER-TOTALS.
          OPEN EXTEND MASTER-TOTALS-FILE
          IF WS-MTOT-STATUS = '35'
             OPEN OUTPUT MASTER-TOTALS-FILE
          END-IF
          IF WS-MTOT-STATUS NOT = '00'
             DISPLAY 'PR2MAINT: PR2MTOT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-MTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO MASTER-TOTALS-RECORD
          MOVE 'PR2MAINT' TO MT-PROGRAM
          MOVE WS-CURRENT-DATE-8 TO MT-RUN-DATE
          MOVE 'PR2FA19N.TXT' TO MT-MASTER-NAME
          MOVE WS-MASTERS-WRITTEN TO MT-RECORD-COUNT
          MOVE WS-MASTER-SAL-HASH TO MT-SALARY-HASH
          MOVE WS-INPUT-GEN TO MT-INPUT-GEN
          WRITE MASTER-TOTALS-RECORD
          CLOSE MASTER-TOTALS-FILE
          .

      *  The generation of PR2FA19.TXT this run reads, as PR2PROM
      *  last stamped it; zero when it has not been cataloged since
      *  it was last written.
        93-READ-MASTER-GEN.
          MOVE 0 TO WS-INPUT-GEN
          OPEN INPUT CYCLE-FILE
          IF WS-CYCL-STATUS = '00'
             READ CYCLE-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF CY-FA19-GEN NUMERIC
                      MOVE CY-FA19-GEN TO WS-INPUT-GEN
                   END-IF
             END-READ
             CLOSE CYCLE-FILE
          END-IF
          .

      *********     INPUT VALIDATION   *************************************
