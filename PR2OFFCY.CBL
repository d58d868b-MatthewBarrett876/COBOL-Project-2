      * effective position - an action outside the band is rejected
      * on the register, it is not silently capped, since off-cycle
      * money is keyed deliberately.  The updated master goes to
      * PR2NEWMO.TXT and is promoted over PR2NEWM.TXT through
      * PR2PROM once the register is approved (the PR2MAINT
      * handoff); PR2LOADM is then rerun.
      *
      * Every applied action writes the same trail the annual run
      * writes: a CUR-SAL audit row appended to PR2AUDIT.TXT under
      * today's date with source code O, a balanced per-warehouse
      * GL batch appended to PR2GLIF.TXT (salary expense debit,
      * clearing credit) with a trailer for this run's entries like
      * 740-WRITE-GL-TRAILER, and one PR2HIST.TXT row per
      * warehouse/position so the money shows on the trend report
      * exactly like annual money.  The register prints on
      * OFFCYREG.TXT.
      *
      * The record count and CUR-SAL hash of PR2NEWMO.TXT print at
      * the foot of the register and are appended to the master
      * totals file PR2MTOT.TXT under this program's name; PR2PROM
      * checks the candidate against that row before it promotes
      * PR2NEWMO.TXT over PR2NEWM.TXT, in place of the hand copy.
      * The row carries the generation of PR2NEWM.TXT the run read
      * off PR2CYCL.TXT, and PR2PROM refuses the candidate once
      * that generation is no longer the live one.
      *
      * The master now ends with the employee status code and status
      * date (98 bytes), carried through unchanged.  An action for
      * a terminated employee is rejected.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-HIST-STATUS.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'OFFCYREG.TXT'.
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

       FD MASTER-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 RAW-MASTER-RECORD       PIC X(98).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 MSORT-RECORD.
          05 MS-WAREHOUSE-ID   PIC X(4).
          05 MS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(89).

       FD SORTED-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

      *  Same layout the increase run writes to PR2NEWM.TXT.
       01 MST-EMPLOYEE-RECORD.
          05 FILLER              PIC X(2).
          05 MST-UNION-DUES      PIC 9(4)V99.
          05 MST-INSURANCE       PIC 999999V99.
          05 MST-EMP-STATUS      PIC X(1).
          05 MST-STATUS-DATE     PIC 9(8).

       FD SACT-FILE
          RECORD CONTAINS 28 CHARACTERS.
          05 FILLER              PIC X(4).

       FD MASTER-OUT-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 OUT-MASTER-RECORD       PIC X(98).

       01 OUT-MASTER-AMOUNTS.
          05 FILLER              PIC X(62).
          05 OUT-CUR-SAL         PIC 999999V99.
          05 FILLER              PIC X(28).

      *********     POSITION MASTER FILE   *******************************
      *  Same layout the increase run reads: code, title, band
          05 PM-MAX-SAL        PIC 9(6)V99.
          05 PM-EFF-DATE       PIC 9(8).

      *  Same layout the increase run writes, AO-SOURCE naming the
      *  step that wrote the row.
       FD AUDIT-OUT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-OUT-RECORD.
          05 AO-WHOUSE-ID       PIC X(4).
          05 AO-OLD-VALUE       PIC 9(6)V99.
          05 AO-NEW-VALUE       PIC 9(6)V99.
          05 AO-RUN-DATE        PIC 9(8).
          05 AO-SOURCE          PIC X(1).

       FD GL-FILE
          RECORD CONTAINS 43 CHARACTERS.

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

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 FILLER               PIC X(5).
           05 WS-HOLD-UNION-DUES   PIC 9(4)V99.
           05 WS-HOLD-INSURANCE    PIC 999999V99.
           05 WS-HOLD-STATUS       PIC X(1).
               88  HOLD-TERMINATED          VALUE 'T'.
           05 WS-HOLD-STATUS-DATE  PIC 9(8).

      *  One action's work fields, set by 62-EDIT-ONE-ACTION.
       01  WS-ACTION-FIELDS.
           05  WS-SACTS-REJECTED   PIC 9(7)    VALUE 0.

       01  WS-TOT-SALARY-DELTA     PIC 9(9)V99 VALUE 0.
       01  WS-MASTER-SAL-HASH      PIC 9(11)V99 VALUE 0.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-INPUT-GEN            PIC 9(5)    VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
       01 REG-AMOUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RA-LABEL         PIC X(30).
          05 RA-AMOUNT        PIC $Z,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.

          PERFORM 68-FLUSH-WAREHOUSE
          PERFORM 69-WRITE-GL-TRAILER
          PERFORM 90-PRINT-COUNTS
          PERFORM 92-WRITE-MASTER-TOTALS
          CLOSE SORTED-MASTER-FILE
                SORTED-SACT-FILE
                MASTER-OUT-FILE
          .

        15-HOUSEKEEPING.
         PERFORM 93-READ-MASTER-GEN
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MS-WAREHOUSE-ID MS-EMPLOYEE-ID
            USING MASTER-IN-FILE

        45-COPY-MASTER.
          MOVE MST-EMPLOYEE-RECORD TO OUT-MASTER-RECORD
          ADD OUT-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
          PERFORM 56-APPLY-ONE-ACTION
             UNTIL WS-SACT-KEY NOT = WS-MASTER-KEY
          MOVE WS-HOLD-RECORD TO OUT-MASTER-RECORD
          ADD OUT-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
             MOVE 'NEW SALARY ABOVE BAND MAXIMUM'
                TO WS-REASON-TEXT
          END-IF
          IF HOLD-TERMINATED
             MOVE 'NO ' TO RECORD-VALID-SW
             MOVE 'EMPLOYEE IS TERMINATED'
                TO WS-REASON-TEXT
          END-IF
          .

      *  The action posts: master hold updated (position, salary,
          MOVE WS-HOLD-CUR-SAL TO AO-OLD-VALUE
          MOVE WS-NEW-SALARY TO AO-NEW-VALUE
          MOVE WS-CURRENT-DATE-8 TO AO-RUN-DATE
          MOVE 'O' TO AO-SOURCE
          WRITE AUDIT-OUT-RECORD
          MOVE WS-EFF-POS TO WS-HOLD-POS
          MOVE WS-NEW-SALARY TO WS-HOLD-CUR-SAL
          MOVE WS-TOT-SALARY-DELTA TO RA-AMOUNT
          MOVE REG-AMOUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'PR2NEWMO.TXT SALARY HASH:' TO RA-LABEL
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
             DISPLAY 'PR2OFFCY: PR2MTOT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-MTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO MASTER-TOTALS-RECORD
          MOVE 'PR2OFFCY' TO MT-PROGRAM
          MOVE WS-CURRENT-DATE-8 TO MT-RUN-DATE
          MOVE 'PR2NEWMO.TXT' TO MT-MASTER-NAME
          MOVE WS-MASTERS-WRITTEN TO MT-RECORD-COUNT
          MOVE WS-MASTER-SAL-HASH TO MT-SALARY-HASH
          MOVE WS-INPUT-GEN TO MT-INPUT-GEN
          WRITE MASTER-TOTALS-RECORD
          CLOSE MASTER-TOTALS-FILE
          .

      *  The generation of PR2NEWM.TXT this run reads, as PR2PROM
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
                   IF CY-NEWM-GEN NUMERIC
                      MOVE CY-NEWM-GEN TO WS-INPUT-GEN
                   END-IF
             END-READ
             CLOSE CYCLE-FILE
          END-IF
          .
