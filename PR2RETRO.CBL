      * carries any proration 430-CHECK-ELIGIBILITY applied through
      * unchanged - and only the delta is applied:
      *
      *   - a corrected master is written to PR2NEWMC.TXT and is
      *     promoted over PR2NEWM.TXT through PR2PROM once the
      *     register is approved (the same handoff PR2MAINT uses
      *     for PR2FA19N.TXT); PR2LOADM is then rerun
      *   - a delta audit row per employee is appended to
      *     PR2AUDIT.TXT under today's date, old value as posted
      *     and new value as corrected, with source code R, so the
      *     correction itself is traceable and is never mistaken
      *     for an increase run or off-cycle row
      *   - one reversing-and-replacing GL batch per warehouse is
      *     appended to PR2GLIF.TXT - a credit backing out the
      *     posted increase, a debit posting the corrected one, and
      * been deleted) is listed on the register as NOT ON MASTER
      * and skipped; the run ends with return code 4 so someone
      * looks at it.
      *
      * The record count and CUR-SAL hash of PR2NEWMC.TXT print at
      * the foot of the register and are appended to the master
      * totals file PR2MTOT.TXT under this program's name; PR2PROM
      * checks the candidate against that row before it promotes
      * PR2NEWMC.TXT over PR2NEWM.TXT, in place of the hand copy.
      * The row carries the generation of PR2NEWM.TXT the run read
      * off PR2CYCL.TXT, and PR2PROM refuses the candidate once
      * that generation is no longer the live one.
      *
      * The master now ends with the employee status code and status
      * date (98 bytes), carried through unchanged; a correction is
      * still made for an employee since terminated, as the pay it
      * corrects was earned while active.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PR2RETR.TXT'.
            SELECT MASTER-TOTALS-FILE
               ASSIGN TO 'PR2MTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTOT-STATUS.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
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
          05 FILLER              PIC X(5).
          05 MST-UNION-DUES      PIC 9(4)V99.
          05 MST-INSURANCE       PIC 999999V99.
          05 MST-EMP-STATUS      PIC X(1).
          05 MST-STATUS-DATE     PIC 9(8).

       FD AUDIT-IN-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-IN-RECORD.
          05 AI-WHOUSE-ID       PIC X(4).
          05 AI-OLD-VALUE       PIC 9(6)V99.
          05 AI-NEW-VALUE       PIC 9(6)V99.
          05 AI-RUN-DATE        PIC 9(8).
          05 AI-SOURCE          PIC X(1).

       SD AUDIT-SORT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 ASORT-RECORD.
          05 AS-WHOUSE-ID      PIC X(4).
          05 AS-EMP-ID         PIC X(5).
          05 FILLER            PIC X(35).

       FD SORTED-AUDIT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUD-RECORD.
          05 AU-WHOUSE-ID       PIC X(4).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

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

      *********     RUN PARAMETER FILE   **********************************
      * Only the RETR record matters here; the others belong to the
      * increase run and are passed over.
           05 FILLER               PIC X(5).
           05 WS-HOLD-UNION-DUES   PIC 9(4)V99.
           05 WS-HOLD-INSURANCE    PIC 999999V99.
           05 WS-HOLD-STATUS       PIC X(1).
           05 WS-HOLD-STATUS-DATE  PIC 9(8).

      *  One adjustment, computed by 62-COMPUTE-ADJUSTMENT.
       01  WS-ADJUST-FIELDS.
           05  WS-TOT-CORRECTED    PIC 9(9)V99 VALUE 0.
           05  WS-TOT-DELTA        PIC S9(9)V99 VALUE 0.

       01  WS-MASTER-SAL-HASH      PIC 9(11)V99 VALUE 0.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-INPUT-GEN            PIC 9(5)    VALUE 0.

       01  WS-ORPHAN-RC-SW         PIC X(3)    VALUE 'NO '.
           88  ORPHANS-FOUND                VALUE 'YES'.

       01 REG-AMOUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RA-LABEL         PIC X(34).
          05 RA-AMOUNT        PIC +Z,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(25)   VALUE SPACES.

       PROCEDURE DIVISION.

          PERFORM 69-WRITE-GL-TRAILER
          PERFORM 80-CORRECT-HISTORY
          PERFORM 90-PRINT-COUNTS
          PERFORM 92-WRITE-MASTER-TOTALS
          CLOSE SORTED-MASTER-FILE
                SORTED-AUDIT-FILE
                MASTER-OUT-FILE
          .

        15-HOUSEKEEPING.
         PERFORM 93-READ-MASTER-GEN
         PERFORM 150-READ-PARM-FILE
         IF NOT RETR-PARM-FOUND
            DISPLAY 'PR2RETRO: NO USABLE RETR RECORD ON '
         PERFORM 31-READ-AUDIT
         .

      *  Only the increase run's rows (source I, or blank on rows
      *  written before the source code) for the corrected run date
      *  and field release to the sort; off-cycle and earlier retro
      *  rows, and everything else on the audit trail, are left
      *  alone.
        17-RELEASE-AUDIT-ROWS.
         OPEN INPUT AUDIT-IN-FILE
         IF WS-AUDIT-IN-STATUS = '00'
            NOT AT END
               IF AI-RUN-DATE = WS-RETRO-RUN-DATE
                  AND AI-FIELD-CHANGED = WS-RETRO-FIELD
                  AND (AI-SOURCE = 'I' OR AI-SOURCE = SPACE)
                  ADD 1 TO WS-AUDITS-SELECTED
                  RELEASE ASORT-RECORD FROM AUDIT-IN-RECORD
               END-IF

        45-COPY-MASTER.
          MOVE MST-EMPLOYEE-RECORD TO OUT-MASTER-RECORD
          ADD OUT-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
          PERFORM 56-APPLY-ONE-AUDIT-ROW
             UNTIL WS-AUDIT-KEY NOT = WS-MASTER-KEY
          MOVE WS-HOLD-RECORD TO OUT-MASTER-RECORD
          ADD OUT-CUR-SAL TO WS-MASTER-SAL-HASH
          WRITE OUT-MASTER-RECORD
          ADD 1 TO WS-MASTERS-WRITTEN
          PERFORM 30-READ-MASTER
          MOVE AU-NEW-VALUE TO AO-OLD-VALUE
          MOVE WS-CORR-VALUE TO AO-NEW-VALUE
          MOVE WS-CURRENT-DATE-8 TO AO-RUN-DATE
          MOVE 'R' TO AO-SOURCE
          WRITE AUDIT-OUT-RECORD
          .

          MOVE WS-TOT-DELTA TO RA-AMOUNT
          MOVE REG-AMOUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'PR2NEWMC.TXT SALARY HASH:' TO RA-LABEL
          MOVE WS-MASTER-SAL-HASH TO RA-AMOUNT
          MOVE REG-AMOUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

      *  The totals just printed, for the promotion step.
        92-WRITE-MASTER-TOTALS.
          OPEN EXTEND MASTER-TOTALS-FILE
          IF WS-MTOT-STATUS = '35'
             OPEN OUTPUT MASTER-TOTALS-FILE
          END-IF
          IF WS-MTOT-STATUS NOT = '00'
             DISPLAY 'PR2RETRO: PR2MTOT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-MTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO MASTER-TOTALS-RECORD
          MOVE 'PR2RETRO' TO MT-PROGRAM
          MOVE WS-CURRENT-DATE-8 TO MT-RUN-DATE
          MOVE 'PR2NEWMC.TXT' TO MT-MASTER-NAME
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

      *********     RUN PARAMETER FILE   *********************************
