      * it can be proved nothing was lost.  Any out-of-balance file
      * sets return code 8; the rewrite of the live file is still
      * completed so the register matches what is on disk.
      *
      * Terminated employees are purged from the employee master
      * PR2FA19.TXT once their status date is older than the
      * terminated-employee retention, a third RETN field:
      *   RETN + retention years(2) + carry-forward cycle limit(2)
      *        + terminated retention years(2)
      * defaulting to 2 years.  The master is not rewritten in
      * place: the records kept go to the candidate PR2FA19P.TXT,
      * whose count and CUR-SAL hash are appended to PR2MTOT.TXT
      * under PR2PURGE with the generation of PR2FA19.TXT read,
      * and PR2PROM promotes it over PR2FA19.TXT the same way it
      * does a maintenance run's output.  Purged
      * records move to the year-stamped PR2FA19.Accyy, each is
      * listed on the register under the balance block, and each
      * gets a P row on the maintenance journal PR2MJRN.TXT so the
      * between-cycle change check can account for it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WS-CARRY-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
            SELECT MASTER-FILE
               ASSIGN TO 'PR2FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
            SELECT MASTER-CAND-FILE
               ASSIGN TO 'PR2FA19P.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-ARCH-FILE
               ASSIGN TO WS-MAST-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
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
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PR2PURG.TXT'.
            SELECT PARM-FILE
       FILE SECTION.

       FD AUDIT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-RECORD.
          05 AU-WHOUSE-ID       PIC X(4).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

       FD AUDIT-WORK-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-WORK-RECORD       PIC X(44).

       FD AUDIT-ARCH-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-ARCH-RECORD       PIC X(44).

       FD HISTORY-FILE
          RECORD CONTAINS 46 CHARACTERS.

       01 CARRY-ARCH-RECORD       PIC X(80).

      *  Same layout the increase run reads from PR2FA19.TXT.
       FD MASTER-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-RECORD.
          05 MS-WAREHOUSE-ID     PIC X(4).
          05 MS-EMPLOYEE-ID      PIC X(5).
          05 MS-EMPLOYEE-POS     PIC X(2).
          05 MS-EMP-LAST         PIC X(10).
          05 MS-EMP-FIRST        PIC X(10).
          05 FILLER              PIC X(3).
          05 MS-HIRE-DATE        PIC S9(8).
          05 MS-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 MS-LAST-INC         PIC S9(8).
          05 MS-CUR-SAL          PIC 999999V99.
          05 MS-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 MS-UNION-DUES       PIC 999.
          05 MS-INSURANCE        PIC 999V99.
          05 MS-EMP-STATUS       PIC X(1).
             88  MS-TERMINATED          VALUE 'T'.
          05 MS-STATUS-DATE      PIC 9(8).

       FD MASTER-CAND-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-CAND-RECORD      PIC X(92).

       FD MASTER-ARCH-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-ARCH-RECORD      PIC X(92).

      *  Same layout PR2MAINT writes.
       FD JOURNAL-FILE
          RECORD CONTAINS 48 CHARACTERS.

       01 JOURNAL-RECORD.
          05 JR-RUN-DATE        PIC 9(8).
          05 JR-ACTION          PIC X(1).
          05 JR-WHOUSE-ID       PIC X(4).
          05 JR-EMP-ID          PIC X(5).
          05 JR-FIELD-CHANGED   PIC X(10).
          05 JR-OLD-VALUE       PIC X(10).
          05 JR-NEW-VALUE       PIC X(10).

      *  Same layout PR2MAINT, PR2OFFCY, and PR2RETRO append.
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

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.

          05 PR-RETN-DATA.
             10 PR-RETN-YEARS     PIC 99.
             10 PR-RETN-CYCLES    PIC 99.
             10 PR-RETN-TERM-YEARS PIC 99.
             10 FILLER            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-HIST-STATUS          PIC XX      VALUE SPACES.
       01  WS-CARRY-STATUS         PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS          PIC XX      VALUE SPACES.
       01  WS-MAST-STATUS          PIC XX      VALUE SPACES.
       01  WS-JRN-STATUS           PIC XX      VALUE SPACES.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-INPUT-GEN            PIC 9(5)    VALUE 0.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

      *  Retention controls; the RETN record overrides the
       01  WS-RETN-FIELDS.
           05  WS-RETN-YEARS       PIC 99      VALUE 03.
           05  WS-RETN-CYCLES      PIC 99      VALUE 06.
           05  WS-RETN-TERM-YEARS  PIC 99      VALUE 02.

      *  Year-stamped archive file names, the stamp being the run
      *  year so repeated purges in a year EXTEND the same archive.
           05                      PIC X(10)   VALUE 'WHEXCARF.A'.
           05  WS-CARRY-ARCH-YEAR  PIC 9(4).

       01  WS-MAST-ARCH-NAME.
           05                      PIC X(9)    VALUE 'PR2FA19.A'.
           05  WS-MAST-ARCH-YEAR   PIC 9(4).

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-CUT-MM           PIC 99.
           05  WS-CUT-DD           PIC 99.

      *  Terminated employees whose status date is before this are
      *  purged from the master.
       01  WS-TERM-CUTOFF-DATE.
           05  WS-TCUT-CCYY        PIC 9(4).
           05  WS-TCUT-MM          PIC 99.
           05  WS-TCUT-DD          PIC 99.

      *  One file's purge counts and hashes, reset per file and
      *  printed by 80-PRINT-FILE-REGISTER.
       01  WS-PURGE-FIELDS.
           05  WS-ARCH-HASH        PIC 9(11)V99 VALUE 0.
           05  WS-ROW-HASH         PIC 9(9)V99  VALUE 0.

      *  Rows already on this year's master archive before this
      *  run, and the position reached re-reading it for the list.
       01  WS-ARCH-PRIOR-COUNT     PIC 9(7)    VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(7)    VALUE 0.

       01  WS-PURGE-SWITCHES.
           05  OUT-OF-BALANCE-SW   PIC X(3)    VALUE 'NO '.
               88  PURGE-OUT-OF-BALANCE      VALUE 'YES'.
          05 RP-CUTOFF        PIC 9(8).
          05                  PIC X(15)   VALUE SPACES.

       01 REG-TERM-PARM-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(28)   VALUE
             'TERMINATED RETENTION YEARS:'.
          05 RT-YEARS         PIC Z9.
          05                  PIC X(16)   VALUE '  CUTOFF DATE:'.
          05 RT-CUTOFF        PIC 9(8).
          05                  PIC X(22)   VALUE SPACES.

       01 REG-PURGED-HEADING.
          05                  PIC X(8)    VALUE SPACES.
          05                  PIC X(40)   VALUE
             'TERMINATED EMPLOYEES PURGED:'.
          05                  PIC X(32)   VALUE SPACES.

       01 REG-PURGED-LINE.
          05                  PIC X(10)   VALUE SPACES.
          05 RE-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 RE-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 RE-EMP-LAST      PIC X(10).
          05                  PIC X(1)    VALUE SPACES.
          05 RE-EMP-FIRST     PIC X(10).
          05                  PIC X(13)   VALUE
             '  TERMINATED '.
          05 RE-STATUS-DATE   PIC 9(8).
          05                  PIC X(15)   VALUE SPACES.

       01 REG-FILE-HEADING.
          05                  PIC X(4)    VALUE SPACES.
          05 RF-FILE-LABEL    PIC X(12).
          PERFORM 50-PURGE-HISTORY
          MOVE 'WHEXCARF.TXT' TO WS-FILE-LABEL
          PERFORM 60-PURGE-CARRY
          MOVE 'PR2FA19.TXT' TO WS-FILE-LABEL
          PERFORM 68-PURGE-MASTER
          CLOSE REGISTER-FILE
          IF PURGE-OUT-OF-BALANCE
             DISPLAY 'PR2PURGE: A FILE IS OUT OF BALANCE - SEE '
          .

        15-HOUSEKEEPING.
         PERFORM 731-READ-MASTER-GEN
         PERFORM 150-READ-PARM-FILE
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
         COMPUTE WS-CUT-CCYY = WS-RUN-CCYY - WS-RETN-YEARS
         MOVE WS-CD-MONTH TO WS-CUT-MM
         MOVE WS-CD-DAY TO WS-CUT-DD
         COMPUTE WS-TCUT-CCYY = WS-RUN-CCYY - WS-RETN-TERM-YEARS
         MOVE WS-CD-MONTH TO WS-TCUT-MM
         MOVE WS-CD-DAY TO WS-TCUT-DD
         MOVE WS-RUN-CCYY TO WS-MAST-ARCH-YEAR
         MOVE WS-RUN-CCYY TO WS-AUD-ARCH-YEAR
         MOVE WS-RUN-CCYY TO WS-HIST-ARCH-YEAR
         MOVE WS-RUN-CCYY TO WS-CARRY-ARCH-YEAR
         MOVE WS-CUTOFF-DATE TO RP-CUTOFF
         WRITE REGISTER-RECORD FROM REG-PARM-LINE
            AFTER ADVANCING 2 LINES
         MOVE WS-RETN-TERM-YEARS TO RT-YEARS
         MOVE WS-TERM-CUTOFF-DATE TO RT-CUTOFF
         WRITE REGISTER-RECORD FROM REG-TERM-PARM-LINE
            AFTER ADVANCING 1 LINES
         .

        35-WRITE-REG-LINE.
          IF WS-ARCH-STATUS = '35'
             OPEN OUTPUT AUDIT-ARCH-FILE
          END-IF
          IF WS-ARCH-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: ' WS-AUD-ARCH-NAME
                ' COULD NOT BE OPENED - STATUS ' WS-ARCH-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *********     INCREASE HISTORY PURGE   *****************************
          IF WS-ARCH-STATUS = '35'
             OPEN OUTPUT HIST-ARCH-FILE
          END-IF
          IF WS-ARCH-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: ' WS-HIST-ARCH-NAME
                ' COULD NOT BE OPENED - STATUS ' WS-ARCH-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *********     CARRY-FORWARD EXCEPTION PURGE   **********************
          IF WS-ARCH-STATUS = '35'
             OPEN OUTPUT CARRY-ARCH-FILE
          END-IF
          IF WS-ARCH-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: ' WS-CARRY-ARCH-NAME
                ' COULD NOT BE OPENED - STATUS ' WS-ARCH-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *********     TERMINATED EMPLOYEE PURGE   **************************
      *  The kept records go to the candidate PR2FA19P.TXT, not
      *  back over the live master; PR2PROM proves it against the
      *  PR2MTOT.TXT row written here and promotes it.  The hash is
      *  CUR-SAL, the same one PR2PROM checks.
        68-PURGE-MASTER.
          PERFORM 75-RESET-FILE-TOTALS
          OPEN INPUT MASTER-FILE
          IF WS-MAST-STATUS NOT = '00'
             PERFORM 78-PRINT-FILE-MISSING
          ELSE
             OPEN OUTPUT MASTER-CAND-FILE
             PERFORM 74-OPEN-MASTER-ARCHIVE
             PERFORM 76-OPEN-JOURNAL-FILE
             PERFORM 69-PURGE-ONE-MASTER-ROW
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
             CLOSE MASTER-FILE
                   MASTER-CAND-FILE
                   MASTER-ARCH-FILE
                   JOURNAL-FILE
             PERFORM 73-WRITE-MASTER-TOTALS
             PERFORM 80-PRINT-FILE-REGISTER
             PERFORM 70-PRINT-PURGED-EMPLOYEES
          END-IF
          .

        69-PURGE-ONE-MASTER-ROW.
          READ MASTER-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                ADD 1 TO WS-BEFORE-COUNT
                ADD MS-CUR-SAL TO WS-BEFORE-HASH
                IF MS-TERMINATED
                   AND MS-STATUS-DATE NUMERIC
                   AND MS-STATUS-DATE < WS-TERM-CUTOFF-DATE
                   ADD 1 TO WS-ARCH-COUNT
                   ADD MS-CUR-SAL TO WS-ARCH-HASH
                   WRITE MASTER-ARCH-RECORD FROM MASTER-RECORD
                   PERFORM 72-JOURNAL-PURGED-EMPLOYEE
                ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   ADD MS-CUR-SAL TO WS-KEPT-HASH
                   WRITE MASTER-CAND-RECORD FROM MASTER-RECORD
                END-IF
          END-READ
          .

      *  The purged employees are listed off this run's archive
      *  rows, which are the last ones on PR2FA19.Accyy.
        70-PRINT-PURGED-EMPLOYEES.
          MOVE 2 TO PROPER-SPACING
          MOVE REG-PURGED-HEADING TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF WS-ARCH-COUNT = 0
             MOVE 'NONE PAST RETENTION' TO RK-LABEL
             MOVE SPACES TO RK-RESULT
             MOVE REG-CHECK-LINE TO REGISTER-RECORD
             PERFORM 35-WRITE-REG-LINE
          ELSE
             OPEN INPUT MASTER-ARCH-FILE
             MOVE 0 TO WS-SKIP-COUNT
             PERFORM 71-PRINT-ONE-PURGED-ROW
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
             CLOSE MASTER-ARCH-FILE
          END-IF
          .

        71-PRINT-ONE-PURGED-ROW.
          READ MASTER-ARCH-FILE INTO MASTER-RECORD
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                ADD 1 TO WS-SKIP-COUNT
                IF WS-SKIP-COUNT > WS-ARCH-PRIOR-COUNT
                   MOVE MS-WAREHOUSE-ID TO RE-WHOUSE-ID
                   MOVE MS-EMPLOYEE-ID TO RE-EMP-ID
                   MOVE MS-EMP-LAST TO RE-EMP-LAST
                   MOVE MS-EMP-FIRST TO RE-EMP-FIRST
                   MOVE MS-STATUS-DATE TO RE-STATUS-DATE
                   MOVE REG-PURGED-LINE TO REGISTER-RECORD
                   PERFORM 35-WRITE-REG-LINE
                END-IF
          END-READ
          .

        72-JOURNAL-PURGED-EMPLOYEE.
          MOVE WS-CURRENT-DATE-8 TO JR-RUN-DATE
          MOVE 'P' TO JR-ACTION
          MOVE MS-WAREHOUSE-ID TO JR-WHOUSE-ID
          MOVE MS-EMPLOYEE-ID TO JR-EMP-ID
          MOVE 'EMPLOYEE' TO JR-FIELD-CHANGED
          MOVE SPACES TO JR-OLD-VALUE
          MOVE SPACES TO JR-NEW-VALUE
          WRITE JOURNAL-RECORD
          .

        73-WRITE-MASTER-TOTALS.
          OPEN EXTEND MASTER-TOTALS-FILE
          IF WS-MTOT-STATUS = '35'
             OPEN OUTPUT MASTER-TOTALS-FILE
          END-IF
          IF WS-MTOT-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: PR2MTOT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-MTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO MASTER-TOTALS-RECORD
          MOVE 'PR2PURGE' TO MT-PROGRAM
          MOVE WS-CURRENT-DATE-8 TO MT-RUN-DATE
          MOVE 'PR2FA19P.TXT' TO MT-MASTER-NAME
          MOVE WS-KEPT-COUNT TO MT-RECORD-COUNT
          MOVE WS-KEPT-HASH TO MT-SALARY-HASH
          MOVE WS-INPUT-GEN TO MT-INPUT-GEN
          WRITE MASTER-TOTALS-RECORD
          CLOSE MASTER-TOTALS-FILE
          .

      *  The generation of PR2FA19.TXT this run reads, as PR2PROM
      *  last stamped it; zero when it has not been cataloged since
      *  it was last written.
        731-READ-MASTER-GEN.
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

      *  Counts the rows already on this year's archive first, so
      *  the register lists only what this run adds.
        74-OPEN-MASTER-ARCHIVE.
          MOVE 0 TO WS-ARCH-PRIOR-COUNT
          OPEN INPUT MASTER-ARCH-FILE
          IF WS-ARCH-STATUS = '00'
             PERFORM 79-COUNT-ONE-ARCH-ROW
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
             CLOSE MASTER-ARCH-FILE
          END-IF
          OPEN EXTEND MASTER-ARCH-FILE
          IF WS-ARCH-STATUS = '35'
             OPEN OUTPUT MASTER-ARCH-FILE
          END-IF
          IF WS-ARCH-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: ' WS-MAST-ARCH-NAME
                ' COULD NOT BE OPENED - STATUS ' WS-ARCH-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

        76-OPEN-JOURNAL-FILE.
          OPEN EXTEND JOURNAL-FILE
          IF WS-JRN-STATUS = '35'
             OPEN OUTPUT JOURNAL-FILE
          END-IF
          IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'PR2PURGE: PR2MJRN.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-JRN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          .

        79-COUNT-ONE-ARCH-ROW.
          READ MASTER-ARCH-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                ADD 1 TO WS-ARCH-PRIOR-COUNT
          END-READ
          .

      *********     PER-FILE REGISTER BLOCK   ****************************
                    AND PR-RETN-CYCLES > 0
                    MOVE PR-RETN-CYCLES TO WS-RETN-CYCLES
                 END-IF
                 IF PR-RETN-TERM-YEARS NUMERIC
                    AND PR-RETN-TERM-YEARS > 0
                    MOVE PR-RETN-TERM-YEARS TO WS-RETN-TERM-YEARS
                 END-IF
              END-IF
        END-READ
        .
