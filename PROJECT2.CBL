      * Every field changed by 310/315/320 is also logged, one row
      * per field, to PR2AUDIT.TXT (see 720-WRITE-AUDIT-RECORD), so
      * old/new salary, dues, and insurance amounts can be traced by
      * run date without pulling old printouts.  Each row carries a
      * source code, I for this run, so rows appended later by the
      * off-cycle (O) and retro correction (R) runs can be told
      * apart from the cycle's own.
      *
      * At end of job, 900-RECONCILE-RUN proves the run is complete:
      * every record read from PR2SORT.TXT must land in exactly one
      * which the trend report program, PR2TREND, reads to compare
      * this cycle's increase cost against prior cycles by
      * warehouse.
      *
      * PR2CYCL.TXT also carries the generation of PR2FA19.TXT and
      * PR2NEWM.TXT that the promotion step, PR2PROM, last put in
      * place.  The stamps here carry the PR2FA19.TXT generation
      * forward and zero the PR2NEWM.TXT one, since this run has
      * just written a PR2NEWM.TXT the generation catalog has not
      * seen yet.
      *
      * The masters carry an employee status code - A active, L on
      * leave, T terminated, maintained by PR2MAINT - and the date
      * it took effect.  430-CHECK-ELIGIBILITY holds out anyone on
      * leave or terminated before the date tests, carrying the
      * record to PR2NEWM.TXT unchanged like any held employee, and
      * lists them in an ON LEAVE / TERMINATED section under the
      * warehouse totals beside the held section.
      *
      * The salary increase is now a merit increase.  The masters
      * carry a performance rating in the byte after the first name
      * (a spare filler until now), loaded each cycle from the
      * warehouse supervisors' ratings by PR2PERF, and a merit
      * matrix file, PR2MERT.TXT, sets the salary percentage by
      * rating and by where CUR-SAL falls in the position's
      * PR2POSN.TXT band - lower, middle, or upper third - with the
      * latest-dated row per rating not after the run date winning
      * like PR2RATE.TXT (see 155-LOAD-MERIT-TABLE and
      * 3101-SET-MERIT-PCT).  The band maximum cap still applies.
      * An employee with no rating, or a rating the matrix does not
      * carry, takes the standard PR2RATE.TXT percentage and is
      * listed in a NO PERFORMANCE RATING section under the
      * warehouse totals so the supervisor can chase the review.
      * Each warehouse's totals are followed by its rating mix and
      * its merit spend (the salary increase priced off the matrix)
      * against the standard-rate spend; both carry through a
      * checkpoint restart with the other accumulators.  In
      * simulation mode each scenario scales the matrix by its
      * salary percentage over the standard one, unrated employees
      * taking the scenario percentage as before, and each
      * warehouse shows its rating mix and merit spend per
      * scenario.  With no PR2MERT.TXT rows in force every employee
      * takes the standard percentage and the report is unchanged.
      * *******
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'PR2RGNR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGNR-STATUS.
            SELECT MERIT-FILE
               ASSIGN TO 'PR2MERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DATA-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 RAW-EMPLOYEE-RECORD.
          05 RAW-WAREHOUSE-ID  PIC X(4).
          05 RAW-EMPLOYEE-ID   PIC X(5).
          05 FILLER            PIC X(83).

       SD SORT-WORK-FILE
          RECORD CONTAINS 95 CHARACTERS.

      *  The region code is prefixed ahead of the employee record by
      *  17-RELEASE-INPUT so the sort can group warehouses under
          05 SW-EMPLOYEE-DATA.
             10 SW-WAREHOUSE-ID   PIC X(4).
             10 SW-EMPLOYEE-ID    PIC X(5).
             10 FILLER            PIC X(83).

       FD SORTED-DATA-FILE
          RECORD CONTAINS 95 CHARACTERS.

       01 SORTED-EMPLOYEE-RECORD.
          05 IN-REGION-CODE  PIC X(3).
             10 EMPLOYEE-POS    PIC X(2).
             10 EMP-LAST        PIC X(10).
             10 EMP-FIRST       PIC X(10).
             10 EMP-PERF-RATING PIC X(1).
             10 FILLER          PIC X(2).
             10 HIRE-DATE       PIC S9(8).
             10 START-SAL       PIC 999999V99.
             10 FILLER-2        PIC X(4).
             10 FILLER-3        PIC X(2).
             10 UNION-DUES      PIC 999.
             10 INSURANCE       PIC 999V99.
             10 EMP-STATUS      PIC X(1).
                88 EMP-ACTIVE           VALUE 'A' ' '.
                88 EMP-ON-LEAVE         VALUE 'L'.
                88 EMP-TERMINATED       VALUE 'T'.
             10 EMP-STATUS-DATE PIC 9(8).

      *********     UPDATED EMPLOYEE MASTER   **************************
      *  Widened to 89 characters (from the original 83-byte extract
      *  raise can carry either field past the original 3-integer-
      *  digit width. PR2NEWM.TXT is a new file, not a rewrite of
      *  PR2FA19.TXT in place, so widening it does not disturb the
      *  original extract format.  The employee status code and
      *  status date follow on both masters (92 and 98 characters);
      *  a record from before they were added reads in with spaces
      *  there, which counts as active.
       FD NEW-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 OUT-EMPLOYEE-RECORD.
          05 OUT-WAREHOUSE-ID    PIC X(4).
          05 OUT-EMPLOYEE-POS    PIC X(2).
          05 OUT-EMP-LAST        PIC X(10).
          05 OUT-EMP-FIRST       PIC X(10).
          05 OUT-PERF-RATING     PIC X(1).
          05 FILLER              PIC X(2).
          05 OUT-HIRE-DATE       PIC S9(8).
          05 OUT-START-SAL       PIC 999999V99.
          05 FILLER-2            PIC X(4).
          05 FILLER-3            PIC X(2).
          05 OUT-UNION-DUES      PIC 9(4)V99.
          05 OUT-INSURANCE       PIC 999999V99.
          05 OUT-EMP-STATUS      PIC X(1).
          05 OUT-STATUS-DATE     PIC 9(8).

      *********     RATE CONTROL FILE   *********************************
      * One row per effective date, format:
       01 EXCEPTION-RECORD    PIC X(80).

      *********     AUDIT TRAIL FILE   ************************************
      *  AU-SOURCE names the step that wrote the row: I = this
      *  increase run, O = off-cycle action (PR2OFFCY), R = retro
      *  correction delta (PR2RETRO).
       FD AUDIT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-RECORD.
          05 AU-WHOUSE-ID       PIC X(4).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
      *  warehouse posts the full warehouse, under the right
      *  warehouse, to the GL batch and history rows.
       FD CHECKPOINT-FILE
          RECORD CONTAINS 550 CHARACTERS.

       01 CHECKPOINT-RECORD.
          05 CK-REGION-CODE     PIC X(3).
             10 CK-PS-INSUR     PIC 9(7)V99.
          05 CK-GL-RECORD-COUNT PIC 9(7).
          05 CK-GL-HASH-AMOUNT  PIC 9(11)V99.
          05 CK-MIX-ENTRY OCCURS 10 TIMES.
             10 CK-RM-COUNT     PIC 9(3).
             10 CK-RM-SAL       PIC 9(7)V99.

      *********     RUN CONTROL REPORT   **********************************
       FD CONTROL-FILE

      *********     RECYCLE FILE FROM EXCEPTION CORRECTION   **************
       FD RECYCLE-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 RECYCLE-RECORD.
          05 RCY-WAREHOUSE-ID  PIC X(4).
          05 RCY-EMPLOYEE-ID   PIC X(5).
          05 FILLER            PIC X(83).

      *********     INCREASE HISTORY FILE   *******************************
      * Permanent, appended to by every live run: one row per
          05 PL-PREMIUM        PIC 9(6)V99.
          05 PL-EFF-DATE       PIC 9(8).

      *********     MERIT MATRIX FILE   **********************************
      * One row per performance rating and effective date: the
      * salary percentage for an employee in the lower, middle, and
      * upper third of the position's band, stored as V9999 like
      * PR2RATE.TXT.  The row with the latest effective date not
      * after the run date wins for each rating.
       FD MERIT-FILE
          RECORD CONTAINS 21 CHARACTERS.

       01 MERIT-MATRIX-RECORD.
          05 MX-EFF-DATE       PIC 9(8).
          05 MX-RATING         PIC X(1).
          05 MX-LOWER-PCT      PIC V9999.
          05 MX-MIDDLE-PCT     PIC V9999.
          05 MX-UPPER-PCT      PIC V9999.

      *********     WAREHOUSE INCREASE BUDGET FILE   **********************
      * One row per warehouse: the increase dollars finance budgeted
      * for the cycle.  Regions roll up from their warehouses at
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

      *********     RUN PARAMETER FILE   **********************************
      * Keyword records, one per row:
      *  edit.
       01  WS-PLAN-STATUS          PIC XX      VALUE SPACES.

       01  WS-MERT-STATUS          PIC XX      VALUE SPACES.

       01  WS-PLAN-COUNT           PIC 99      VALUE 0.

       01  PLAN-TABLE.
           05  WS-CYH-CYCLE-DATE   PIC 9(8)    VALUE ZEROS.
           05  WS-CYH-INCR-DONE    PIC X(1)    VALUE 'N'.
           05  WS-CYH-INCR-BAL     PIC X(1)    VALUE 'N'.
           05  WS-CYH-FA19-GEN     PIC 9(5)    VALUE ZEROS.

      *  Keys on the recycle file, loaded as its records release to
      *  the sort; a PR2FA19.TXT record with a matching key is
               10 CK-HOLD-PS-INSUR  PIC 9(7)V99.
           05  CK-HOLD-GL-COUNT    PIC 9(7).
           05  CK-HOLD-GL-HASH     PIC 9(11)V99.
           05  CK-HOLD-MIX-ENTRY OCCURS 10 TIMES.
               10 CK-HOLD-RM-COUNT  PIC 9(3).
               10 CK-HOLD-RM-SAL    PIC 9(7)V99.

      *  Key of the last checkpoint written, for the break-time
      *  checkpoint that records a warehouse as fully posted.
       01  RECYCLE-HELD-TABLE.
           05  RECYCLE-HELD-ENTRY OCCURS 200 TIMES
                                  INDEXED BY RCYH-IDX.
               10  RH-RECORD       PIC X(92).

      *  Run mode from the MODE record of PR2PARM.TXT; a missing
      *  parameter file leaves the run LIVE.
               10  SC-GT-UNION     PIC 9(6)V99   VALUE 0.
               10  SC-GT-INSUR     PIC 9(8)V99   VALUE 0.
               10  SC-GT-TOTAL     PIC 9(9)V99   VALUE 0.
               10  SC-WH-MERIT     PIC 9(7)V99   VALUE 0.
               10  SC-GT-MERIT     PIC 9(8)V99   VALUE 0.

       01  WS-SIM-WORK-FIELDS.
           05  SIM-SAL-HOLD        PIC 999999V99.
           05  SIM-UNION-HOLD      PIC 999V99.
           05  SIM-INSUR-HOLD      PIC 999999V99.
           05  WS-SIM-SAL-PCT      PIC 9V9999.
           05  WS-SIM-WH-NAME      PIC X(11).
           05  WS-SIM-GT-ROW       PIC X(1).

       01  HELD-REASON-NEW         PIC X(38)
                                   VALUE 'HIRED THIS MONTH - HELD'.

      *  Employees on leave or terminated, for the ON LEAVE /
      *  TERMINATED section printed with the held section.
       01  WS-STATUS-COUNT         PIC 9(3)    VALUE 0.

       01  STATUS-TABLE.
           05  STATUS-ENTRY OCCURS 200 TIMES
                                  INDEXED BY STATUS-IDX.
               10  SE-WHOUSE-ID    PIC X(4).
               10  SE-EMP-ID       PIC X(5).
               10  SE-REASON       PIC X(38).

       01  STATUS-REASON.
           05  SRS-TEXT            PIC X(15).
           05  SRS-DATE            PIC 9(8).
           05                      PIC X(15)   VALUE ' - HELD'.

      *  Employees whose increase hit the contract band maximum, for
      *  the CAPPED AT BAND MAXIMUM section printed under each
      *  warehouse's totals like the held/prorated section.
           05  CR-MAX-SAL          PIC $ZZZ,ZZ9.99.
           05                      PIC X(7)    VALUE SPACES.

      *  Merit matrix, loaded into a table at startup from
      *  PR2MERT.TXT - one slot per rating with its percentage for
      *  each third of the band (1 lower, 2 middle, 3 upper).  An
      *  empty table means no matrix is in force.
       01  WS-MERIT-COUNT          PIC 99      VALUE 0.

       01  MERIT-TABLE.
           05  MERIT-ENTRY OCCURS 9 TIMES
                                  INDEXED BY MERIT-IDX.
               10  MT-RATING       PIC X(1).
               10  MT-PCT          PIC V9999   OCCURS 3 TIMES.
               10  MT-EFF-DATE     PIC 9(8).

       01  WS-MERIT-SWITCHES.
           05  MERIT-FOUND-SW      PIC X(3)    VALUE 'NO '.
               88  MERIT-FOUND              VALUE 'YES'.
           05  MERIT-SLOT-FOUND-SW PIC X(3)    VALUE 'NO '.
               88  MERIT-SLOT-FOUND         VALUE 'YES'.

       01  WS-MERIT-SLOT           PIC 99      VALUE 0.

       01  WS-MERIT-FIELDS.
           05  WS-MERIT-PCT        PIC V9999   VALUE 0.
           05  WS-BAND-THIRD       PIC 9       VALUE 2.
           05  WS-MERIT-SPEND      PIC 9(7)V99 VALUE 0.

      *  Rating mix and salary increase for the warehouse in
      *  progress.  Slots 1-9 follow MERIT-TABLE; slot 10 is the
      *  employees priced at the standard rate.
       01  RATING-MIX-TABLE.
           05  RATING-MIX-ENTRY OCCURS 10 TIMES
                                  INDEXED BY RM-IDX.
               10  RM-COUNT        PIC 9(3)      VALUE 0.
               10  RM-SAL-INCR     PIC 9(7)V99   VALUE 0.

      *  Eligible employees priced at the standard rate while a
      *  matrix is in force, for the NO PERFORMANCE RATING section
      *  printed under each warehouse's totals.
       01  WS-REVIEW-COUNT         PIC 9(3)    VALUE 0.

       01  REVIEW-TABLE.
           05  REVIEW-ENTRY OCCURS 200 TIMES
                                  INDEXED BY REVIEW-IDX.
               10  RV-WHOUSE-ID    PIC X(4).
               10  RV-EMP-ID       PIC X(5).
               10  RV-REASON       PIC X(38).

       01  REVIEW-REASON-NONE      PIC X(38)
                         VALUE 'NO PERFORMANCE RATING - STANDARD RATE'.

       01  REVIEW-REASON-CODE.
           05                      PIC X(7)    VALUE 'RATING '.
           05  RRC-RATING          PIC X(1).
           05                      PIC X(30)
                         VALUE ' NOT ON MATRIX - STANDARD RATE'.

      *  Position master, loaded into a table at startup from
      *  PR2POSN.TXT - code, title, and the contract band minimum
      *  and maximum.  The per-position summary tables below index
             'NOT ELIGIBLE / PRORATED:'.
          05                  PIC X(45)   VALUE SPACES.

        01 STATUS-SECTION-HEADING.
          05                  PIC X(9)    VALUE SPACES.
          05                  PIC X(26)   VALUE
             'ON LEAVE / TERMINATED:'.
          05                  PIC X(45)   VALUE SPACES.

        01 CAPPED-SECTION-HEADING.
          05                  PIC X(9)    VALUE SPACES.
          05                  PIC X(26)   VALUE
             'CAPPED AT BAND MAXIMUM:'.
          05                  PIC X(45)   VALUE SPACES.

        01 REVIEW-SECTION-HEADING.
          05                  PIC X(9)    VALUE SPACES.
          05                  PIC X(26)   VALUE
             'NO PERFORMANCE RATING:'.
          05                  PIC X(45)   VALUE SPACES.

      *  Rating mix and merit spend, printed under each warehouse's
      *  totals while a merit matrix is in force - the mix in both
      *  modes, the spend line in the live run.
        01 RATING-MIX-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'RATING MIX'.
          05                  PIC X(5)    VALUE 'NONE='.
          05 RML-NONE-COUNT   PIC ZZ9.
          05                  PIC X(2)    VALUE SPACES.
          05 RML-ENTRIES.
             10 RML-ENTRY OCCURS 9 TIMES.
                15 RML-RATING PIC X(1).
                15 RML-SEP    PIC X(1).
                15 RML-COUNT  PIC ZZ9.
                15 FILLER     PIC X(1).
          05                  PIC X(3)    VALUE SPACES.

        01 MERIT-SPEND-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(13)   VALUE 'MERIT SPEND:'.
          05 MSL-MERIT        PIC $Z,ZZZ,ZZZ.99.
          05                  PIC X(3)    VALUE SPACES.
          05                  PIC X(15)   VALUE 'STANDARD RATE:'.
          05 MSL-STANDARD     PIC $Z,ZZZ,ZZZ.99.
          05                  PIC X(21)   VALUE SPACES.

        01 HELD-DETAIL-LINE.
          05                  PIC X(9)    VALUE SPACES.
          05 HD-WHOUSE-ID     PIC X(4).
             10 FILLER        PIC X(1).
          05                  PIC X(19).

      *  Per-scenario merit spend under each warehouse's rating mix.
        01 SIM-MERIT-LINE.
          05                  PIC X(2).
          05 SML-LABEL        PIC X(11).
          05 SIM-MS-ENTRY OCCURS 3 TIMES.
             10 SML-AMT       PIC $ZZZ,ZZZ,ZZ9.99.
             10 FILLER        PIC X(1).
          05                  PIC X(19).

        01 SIM-GRAND-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(28)   VALUE
         PERFORM 150-READ-RATES-FILE
         PERFORM 163-LOAD-POSN-TABLE
         PERFORM 178-LOAD-PLAN-TABLE
         PERFORM 155-LOAD-MERIT-TABLE
         IF SIMULATION-MODE
            PERFORM 175-DEFAULT-SCENARIO
            PERFORM 22-SIM-HEADER-ROUTINE
           PERFORM 1862-RESTORE-ONE-CKPT-POS
              VARYING POS-IDX FROM 1 BY 1
              UNTIL POS-IDX > 10
           PERFORM 1866-RESTORE-ONE-CKPT-MIX
              VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > 10
           MOVE CK-HOLD-INCR-CURR TO WS-RESTORED-INCR-CURR
           MOVE CK-HOLD-OWNER-WHOUSE TO WH-HOLD
           MOVE CK-HOLD-OWNER-REGION TO RG-HOLD
        ADD CK-HOLD-PS-TOTAL (POS-IDX) TO RPS-TOTAL-INCR (RPS-IDX)
        .

      *  A checkpoint written before the rating mix was carried
      *  has spaces there and restores an empty mix.
        1866-RESTORE-ONE-CKPT-MIX.
        IF CK-HOLD-RM-COUNT (RM-IDX) NUMERIC
           AND CK-HOLD-RM-SAL (RM-IDX) NUMERIC
           MOVE CK-HOLD-RM-COUNT (RM-IDX) TO RM-COUNT (RM-IDX)
           MOVE CK-HOLD-RM-SAL (RM-IDX) TO RM-SAL-INCR (RM-IDX)
        END-IF
        .

        1863-SET-CKPT-WHOUSE-NAME.
        MOVE 'NO ' TO WHOUSE-FOUND-SW
        PERFORM 1865-SEARCH-CKPT-WHOUSE
           UNTIL POS-IDX > 10
        MOVE WS-GL-RECORD-COUNT TO CK-GL-RECORD-COUNT
        MOVE WS-GL-HASH-AMOUNT TO CK-GL-HASH-AMOUNT
        PERFORM 804-MOVE-ONE-CKPT-MIX
           VARYING RM-IDX FROM 1 BY 1
           UNTIL RM-IDX > 10
        WRITE CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
        .
        MOVE PS-INSUR-INCR (POS-IDX) TO CK-PS-INSUR (POS-IDX)
        .

        804-MOVE-ONE-CKPT-MIX.
        MOVE RM-COUNT (RM-IDX) TO CK-RM-COUNT (RM-IDX)
        MOVE RM-SAL-INCR (RM-IDX) TO CK-RM-SAL (RM-IDX)
        .

        850-CLEAR-CHECKPOINT.
        OPEN OUTPUT CHECKPOINT-FILE
        CLOSE CHECKPOINT-FILE
              END-IF
              MOVE CY-INCR-DONE TO WS-CYH-INCR-DONE
              MOVE CY-INCR-BALANCED TO WS-CYH-INCR-BAL
              IF CY-FA19-GEN NUMERIC
                 MOVE CY-FA19-GEN TO WS-CYH-FA19-GEN
              END-IF
        END-READ
        .

        END-IF
        MOVE 'N' TO CY-LOAD-DONE
        MOVE 'N' TO CY-CORR-DONE
        MOVE WS-CYH-FA19-GEN TO CY-FA19-GEN
        MOVE 0 TO CY-NEWM-GEN
        WRITE CYCLE-CONTROL-RECORD
        CLOSE CYCLE-FILE
        .
        MOVE 'N' TO CY-INCR-BALANCED
        MOVE 'N' TO CY-LOAD-DONE
        MOVE 'N' TO CY-CORR-DONE
        MOVE WS-CYH-FA19-GEN TO CY-FA19-GEN
        MOVE 0 TO CY-NEWM-GEN
        WRITE CYCLE-CONTROL-RECORD
        CLOSE CYCLE-FILE
        .
        MOVE PL-EFF-DATE TO PT-PLAN-EFF-DATE (WS-PLAN-SLOT)
        .

      *********     MERIT MATRIX TABLE   *********************************
      *  One table slot per rating; of the file's rows for a rating,
      *  the latest effective date not after the run date wins, the
      *  same rule as the rate, position, and plan files.  No file,
      *  or no row yet in force, leaves the table empty and the run
      *  prices every employee at the standard rate.
        155-LOAD-MERIT-TABLE.
        MOVE 0 TO WS-MERIT-COUNT
        OPEN INPUT MERIT-FILE
        IF WS-MERT-STATUS = '00'
           PERFORM 156-READ-MERIT-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE MERIT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        156-READ-MERIT-RECORD.
        READ MERIT-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF MX-EFF-DATE NUMERIC
                 AND MX-EFF-DATE NOT > WS-CYCLE-DATE
                 AND MX-RATING NOT = SPACE
                 PERFORM 1561-FIND-MERIT-SLOT
                 IF MERIT-SLOT-FOUND
                    IF MX-EFF-DATE >= MT-EFF-DATE (WS-MERIT-SLOT)
                       PERFORM 1562-FILL-MERIT-SLOT
                    END-IF
                 ELSE
                    IF WS-MERIT-COUNT < 9
                       ADD 1 TO WS-MERIT-COUNT
                       MOVE WS-MERIT-COUNT TO WS-MERIT-SLOT
                       PERFORM 1562-FILL-MERIT-SLOT
                    END-IF
                 END-IF
              END-IF
        END-READ
        .

        1561-FIND-MERIT-SLOT.
        MOVE 'NO ' TO MERIT-SLOT-FOUND-SW
        PERFORM 1563-CHECK-ONE-MERIT-SLOT
           VARYING WS-MERIT-SLOT FROM 1 BY 1
           UNTIL WS-MERIT-SLOT > WS-MERIT-COUNT
                 OR MERIT-SLOT-FOUND
        IF MERIT-SLOT-FOUND
           SUBTRACT 1 FROM WS-MERIT-SLOT
        END-IF
        .

        1563-CHECK-ONE-MERIT-SLOT.
        IF MT-RATING (WS-MERIT-SLOT) = MX-RATING
           MOVE 'YES' TO MERIT-SLOT-FOUND-SW
        END-IF
        .

        1562-FILL-MERIT-SLOT.
        MOVE MX-RATING TO MT-RATING (WS-MERIT-SLOT)
        MOVE MX-LOWER-PCT TO MT-PCT (WS-MERIT-SLOT, 1)
        MOVE MX-MIDDLE-PCT TO MT-PCT (WS-MERIT-SLOT, 2)
        MOVE MX-UPPER-PCT TO MT-PCT (WS-MERIT-SLOT, 3)
        MOVE MX-EFF-DATE TO MT-EFF-DATE (WS-MERIT-SLOT)
        .

      *  Premium lookup for the employee record being processed.
        410-FIND-PLAN-PREMIUM.
        MOVE 'NO ' TO PLAN-FOUND-SW
         MOVE 2 TO PROPER-SPACING
         MOVE SPACES TO SIM-WAREHOUSE-LINE
         MOVE SPACES TO SIM-GRAND-LINE
         MOVE SPACES TO SIM-MERIT-LINE
         MOVE 'MERIT COST' TO SML-LABEL
         MOVE 'YES' TO BODY-ACTIVE-SW
         .

               PERFORM 505-SIM-CLASS-BREAK
            END-IF
         END-IF
         PERFORM 3101-SET-MERIT-PCT
         PERFORM 3106-ACCUM-RATING-MIX
         PERFORM 47-ACCUM-ONE-SCENARIO
            VARYING SC-IDX FROM 1 BY 1
            UNTIL SC-IDX > WS-SCENARIO-COUNT
         .

      *  A rated employee's matrix percentage moves with the
      *  scenario in proportion to the scenario's salary rate over
      *  the standard one; anyone else takes the scenario rate.
        47-ACCUM-ONE-SCENARIO.
         MOVE SC-SAL-PCT (SC-IDX) TO WS-SIM-SAL-PCT
         IF MERIT-FOUND
            AND WS-SALARY-PCT > 0
            COMPUTE WS-SIM-SAL-PCT ROUNDED = WS-MERIT-PCT
               * SC-SAL-PCT (SC-IDX) / WS-SALARY-PCT
         END-IF
         COMPUTE SIM-SAL-HOLD = CUR-SAL * WS-SIM-SAL-PCT
            * WS-PRORATE-FACTOR
         PERFORM 406-FIND-POSITION-INDEX
         IF POS-IDX NOT > WS-POSITION-COUNT
         ADD SIM-SAL-HOLD TO SC-GT-CURR (SC-IDX)
         ADD SIM-UNION-HOLD TO SC-GT-UNION (SC-IDX)
         ADD SIM-INSUR-HOLD TO SC-GT-INSUR (SC-IDX)
         IF MERIT-FOUND
            ADD SIM-SAL-HOLD TO SC-WH-MERIT (SC-IDX)
            ADD SIM-SAL-HOLD TO SC-GT-MERIT (SC-IDX)
         END-IF
         COMPUTE SC-WH-TOTAL (SC-IDX) = SC-WH-TOTAL (SC-IDX)
            + SIM-SAL-HOLD + SIM-UNION-HOLD + SIM-INSUR-HOLD
         .
        310-INCREASE-SALARY.
        ADD CUR-SAL TO RC-HASH-OLD-SAL
        MOVE CUR-SAL TO WS-AUDIT-OLD-VALUE
        PERFORM 3101-SET-MERIT-PCT
        COMPUTE SALARY-HOLD = CUR-SAL * WS-MERIT-PCT
           * WS-PRORATE-FACTOR
        COMPUTE NEW-CUR-SAL = CUR-SAL + SALARY-HOLD
        PERFORM 311-CAP-AT-BAND-MAXIMUM
        ADD SALARY-HOLD TO INCR-CURR
        PERFORM 3106-ACCUM-RATING-MIX
        ADD NEW-CUR-SAL TO RC-HASH-NEW-SAL
        MOVE NEW-CUR-SAL TO DL-INC-CUR
        MOVE NEW-CUR-SAL TO WS-AUDIT-NEW-VALUE
        PERFORM 720-WRITE-AUDIT-RECORD
        .

      *********     MERIT PERCENTAGE   ***********************************
      *  The matrix percentage for the employee's rating and band
      *  third, or the standard rate when no matrix is in force or
      *  the employee's rating is not on it.  While a matrix is in
      *  force a standard-rate employee is listed for the review
      *  chase.
        3101-SET-MERIT-PCT.
        MOVE WS-SALARY-PCT TO WS-MERIT-PCT
        MOVE 'NO ' TO MERIT-FOUND-SW
        IF WS-MERIT-COUNT > 0
           PERFORM 3102-FIND-MERIT-RATING
           IF MERIT-FOUND
              PERFORM 3103-SET-BAND-THIRD
              MOVE MT-PCT (MERIT-IDX, WS-BAND-THIRD) TO WS-MERIT-PCT
           ELSE
              PERFORM 3105-ADD-REVIEW-ENTRY
           END-IF
        END-IF
        .

        3102-FIND-MERIT-RATING.
        IF EMP-PERF-RATING NOT = SPACE
           SET MERIT-IDX TO 1
           PERFORM 3104-STEP-MERIT-ENTRY
              UNTIL MERIT-IDX > WS-MERIT-COUNT
                    OR MT-RATING (MERIT-IDX) = EMP-PERF-RATING
           IF MERIT-IDX NOT > WS-MERIT-COUNT
              MOVE 'YES' TO MERIT-FOUND-SW
           END-IF
        END-IF
        .

      *  Thirds of the band from minimum to maximum: 1 lower,
      *  2 middle, 3 upper.  A salary at or under the minimum is in
      *  the lower third and one at or over the maximum the upper;
      *  a position with no usable band prices off the middle.
        3103-SET-BAND-THIRD.
        MOVE 2 TO WS-BAND-THIRD
        PERFORM 406-FIND-POSITION-INDEX
        IF POS-IDX NOT > WS-POSITION-COUNT
           AND PT-MAX-SAL (POS-IDX) > PT-MIN-SAL (POS-IDX)
           EVALUATE TRUE
              WHEN CUR-SAL NOT > PT-MIN-SAL (POS-IDX)
                 MOVE 1 TO WS-BAND-THIRD
              WHEN CUR-SAL NOT < PT-MAX-SAL (POS-IDX)
                 MOVE 3 TO WS-BAND-THIRD
              WHEN OTHER
                 COMPUTE WS-BAND-THIRD =
                    (CUR-SAL - PT-MIN-SAL (POS-IDX)) * 3
                    / (PT-MAX-SAL (POS-IDX) - PT-MIN-SAL (POS-IDX))
                    + 1
           END-EVALUATE
        END-IF
        .

        3104-STEP-MERIT-ENTRY.
        SET MERIT-IDX UP BY 1
        .

        3105-ADD-REVIEW-ENTRY.
        IF NOT SIMULATION-MODE
           AND WS-REVIEW-COUNT < 200
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WAREHOUSE-ID TO RV-WHOUSE-ID (WS-REVIEW-COUNT)
           MOVE EMPLOYEE-ID TO RV-EMP-ID (WS-REVIEW-COUNT)
           IF EMP-PERF-RATING = SPACE
              MOVE REVIEW-REASON-NONE
                 TO RV-REASON (WS-REVIEW-COUNT)
           ELSE
              MOVE EMP-PERF-RATING TO RRC-RATING
              MOVE REVIEW-REASON-CODE
                 TO RV-REASON (WS-REVIEW-COUNT)
           END-IF
        END-IF
        .

      *  Slot 10 of the mix holds the standard-rate employees.
        3106-ACCUM-RATING-MIX.
        IF MERIT-FOUND
           SET RM-IDX TO MERIT-IDX
        ELSE
           SET RM-IDX TO 10
        END-IF
        ADD 1 TO RM-COUNT (RM-IDX)
        ADD SALARY-HOLD TO RM-SAL-INCR (RM-IDX)
        .

      *  The contract band maximum for the employee's position wins
      *  over the computed increase.  An employee already at or over
      *  the maximum is held at the current salary rather than
        430-CHECK-ELIGIBILITY.
        MOVE 'YES' TO ELIGIBLE-SW
        MOVE 1.000 TO WS-PRORATE-FACTOR
        IF EMP-ON-LEAVE
           OR EMP-TERMINATED
           MOVE 'NO ' TO ELIGIBLE-SW
           PERFORM 436-ADD-STATUS-ENTRY
        END-IF
        IF EMPLOYEE-ELIGIBLE
           AND LAST-INC NOT = 0
           MOVE LAST-INC TO WS-DATE-CHECK
           COMPUTE WS-MONTHS-SINCE-INC =
              (WS-CY-CC-YY - WS-DC-CC-YY) * 12
        END-IF
        .

      *  An employee on leave or terminated is held out before any
      *  date test and listed in the ON LEAVE / TERMINATED section
      *  with the status date, not the NOT ELIGIBLE / PRORATED one.
        436-ADD-STATUS-ENTRY.
        IF NOT SIMULATION-MODE
           AND WS-STATUS-COUNT < 200
           ADD 1 TO WS-STATUS-COUNT
           MOVE WAREHOUSE-ID TO SE-WHOUSE-ID (WS-STATUS-COUNT)
           MOVE EMPLOYEE-ID TO SE-EMP-ID (WS-STATUS-COUNT)
           IF EMP-ON-LEAVE
              MOVE 'ON LEAVE SINCE ' TO SRS-TEXT
           ELSE
              MOVE 'TERMINATED ' TO SRS-TEXT
           END-IF
           IF EMP-STATUS-DATE NUMERIC
              MOVE EMP-STATUS-DATE TO SRS-DATE
           ELSE
              MOVE 0 TO SRS-DATE
           END-IF
           MOVE STATUS-REASON TO SE-REASON (WS-STATUS-COUNT)
        END-IF
        .

        500-CLASS-BREAK.
          PERFORM 501-PRINT-TOTAL-LINE
          MOVE 0 TO INCR-CURR
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          PERFORM 502-PRINT-WHOUSE-BUDGET
          PERFORM 508-PRINT-RATING-MIX
          ADD INCR-CURR  TO RG-INCR-CURR
          ADD INCR-UNION TO RG-INCR-UNION
          ADD INCR-INSUR TO RG-INCR-INSUR
          PERFORM 520-PRINT-POSITION-SUMMARY
          PERFORM 195-RESET-POSITION-TOTALS
          PERFORM 530-PRINT-HELD-SECTION
          PERFORM 532-PRINT-STATUS-SECTION
          PERFORM 531-PRINT-CAPPED-SECTION
          PERFORM 533-PRINT-REVIEW-SECTION
          MOVE 2 TO PROPER-SPACING
        .

        END-IF
        .

      *********     RATING MIX AND MERIT SPEND   *************************
      *  Printed from the warehouse's rating mix before it resets,
      *  only while a merit matrix is in force.  The live run adds
      *  the merit spend beside the standard-rate spend; a
      *  simulation prints its spend per scenario in 506.
        508-PRINT-RATING-MIX.
        IF WS-MERIT-COUNT > 0
           MOVE SPACES TO RML-ENTRIES
           MOVE 0 TO WS-MERIT-SPEND
           PERFORM 509-MOVE-ONE-MIX-ENTRY
              VARYING MERIT-IDX FROM 1 BY 1
              UNTIL MERIT-IDX > WS-MERIT-COUNT
           MOVE RM-COUNT (10) TO RML-NONE-COUNT
           MOVE 1 TO PROPER-SPACING
           MOVE RATING-MIX-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           IF NOT SIMULATION-MODE
              MOVE WS-MERIT-SPEND TO MSL-MERIT
              MOVE RM-SAL-INCR (10) TO MSL-STANDARD
              MOVE MERIT-SPEND-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
           END-IF
        END-IF
        PERFORM 5091-RESET-ONE-MIX-ENTRY
           VARYING RM-IDX FROM 1 BY 1
           UNTIL RM-IDX > 10
        .

        509-MOVE-ONE-MIX-ENTRY.
        SET RM-IDX TO MERIT-IDX
        MOVE MT-RATING (MERIT-IDX) TO RML-RATING (MERIT-IDX)
        MOVE '=' TO RML-SEP (MERIT-IDX)
        MOVE RM-COUNT (RM-IDX) TO RML-COUNT (MERIT-IDX)
        ADD RM-SAL-INCR (RM-IDX) TO WS-MERIT-SPEND
        .

        5091-RESET-ONE-MIX-ENTRY.
        MOVE 0 TO RM-COUNT (RM-IDX)
        MOVE 0 TO RM-SAL-INCR (RM-IDX)
        .

        548-PRINT-REGION-BUDGET.
        PERFORM 442-FIND-REGION-BUDGET
        IF BUDGET-FOUND
        PERFORM 35-WRITE-A-LINE
        .

      *********     ON LEAVE / TERMINATED SECTION   **********************
        532-PRINT-STATUS-SECTION.
        IF WS-STATUS-COUNT > 0
           MOVE 2 TO PROPER-SPACING
           MOVE STATUS-SECTION-HEADING TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 537-PRINT-ONE-STATUS-LINE
              VARYING STATUS-IDX FROM 1 BY 1
              UNTIL STATUS-IDX > WS-STATUS-COUNT
           MOVE 0 TO WS-STATUS-COUNT
        END-IF
        .

        537-PRINT-ONE-STATUS-LINE.
        MOVE SE-WHOUSE-ID (STATUS-IDX) TO HD-WHOUSE-ID
        MOVE SE-EMP-ID (STATUS-IDX) TO HD-EMP-ID
        MOVE SE-REASON (STATUS-IDX) TO HD-REASON
        MOVE 1 TO PROPER-SPACING
        MOVE HELD-DETAIL-LINE TO REPORT-RECORD
        PERFORM 35-WRITE-A-LINE
        .

      *********     NO PERFORMANCE RATING SECTION   **********************
        533-PRINT-REVIEW-SECTION.
        IF WS-REVIEW-COUNT > 0
           MOVE 2 TO PROPER-SPACING
           MOVE REVIEW-SECTION-HEADING TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 538-PRINT-ONE-REVIEW-LINE
              VARYING REVIEW-IDX FROM 1 BY 1
              UNTIL REVIEW-IDX > WS-REVIEW-COUNT
           MOVE 0 TO WS-REVIEW-COUNT
        END-IF
        .

        538-PRINT-ONE-REVIEW-LINE.
        MOVE RV-WHOUSE-ID (REVIEW-IDX) TO HD-WHOUSE-ID
        MOVE RV-EMP-ID (REVIEW-IDX) TO HD-EMP-ID
        MOVE RV-REASON (REVIEW-IDX) TO HD-REASON
        MOVE 1 TO PROPER-SPACING
        MOVE HELD-DETAIL-LINE TO REPORT-RECORD
        PERFORM 35-WRITE-A-LINE
        .

      *********     CAPPED AT BAND MAXIMUM SECTION   *********************
        531-PRINT-CAPPED-SECTION.
        IF WS-CAPPED-COUNT > 0
             MOVE SIM-BUDGET-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          IF WS-MERIT-COUNT > 0
             PERFORM 508-PRINT-RATING-MIX
             MOVE SIM-MERIT-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 1 TO PROPER-SPACING
          .

          COMPUTE SBL-AMT (SC-IDX) =
             WS-BUDG-AMOUNT - SC-WH-TOTAL (SC-IDX)
          MOVE 0 TO SC-WH-TOTAL (SC-IDX)
          MOVE SC-WH-MERIT (SC-IDX) TO SML-AMT (SC-IDX)
          MOVE 0 TO SC-WH-MERIT (SC-IDX)
          .

        555-SIM-GRAND-TOTAL.
          MOVE 'TOTAL COST' TO SGL-LABEL
          MOVE 'T' TO WS-SIM-GT-ROW
          PERFORM 556-PRINT-SIM-GT-LINE
          IF WS-MERIT-COUNT > 0
             MOVE 'MERIT COST' TO SGL-LABEL
             MOVE 'M' TO WS-SIM-GT-ROW
             PERFORM 556-PRINT-SIM-GT-LINE
          END-IF
          IF WS-BUDGET-TABLE-COUNT > 0
             PERFORM 558-MOVE-ONE-GT-BUDGET
                VARYING SC-IDX FROM 1 BY 1
                COMPUTE SC-GT-TOTAL (SC-IDX) = SC-GT-CURR (SC-IDX)
                   + SC-GT-UNION (SC-IDX) + SC-GT-INSUR (SC-IDX)
                MOVE SC-GT-TOTAL (SC-IDX) TO SGL-AMT (SC-IDX)
             WHEN 'M'
                MOVE SC-GT-MERIT (SC-IDX) TO SGL-AMT (SC-IDX)
          END-EVALUATE
          .

          MOVE NEW-CUR-SAL TO OUT-CUR-SAL
          MOVE NEW-UNION-DUES TO OUT-UNION-DUES
          MOVE NEW-INSURANCE TO OUT-INSURANCE
          MOVE EMP-STATUS TO OUT-EMP-STATUS
          MOVE EMP-STATUS-DATE TO OUT-STATUS-DATE
          MOVE WS-CYCLE-DATE TO OUT-LAST-INC
          WRITE OUT-EMPLOYEE-RECORD
          ADD 1 TO RC-MASTER-WRITTEN
          MOVE WS-AUDIT-OLD-VALUE TO AU-OLD-VALUE
          MOVE WS-AUDIT-NEW-VALUE TO AU-NEW-VALUE
          MOVE WS-CYCLE-DATE TO AU-RUN-DATE
          MOVE 'I' TO AU-SOURCE
          WRITE AUDIT-RECORD
          ADD 1 TO RC-AUDIT-WRITTEN
          .
          MOVE IN-EMPLOYEE-RECORD TO OUT-EMPLOYEE-RECORD
          MOVE UNION-DUES TO OUT-UNION-DUES
          MOVE INSURANCE TO OUT-INSURANCE
          MOVE EMP-STATUS TO OUT-EMP-STATUS
          MOVE EMP-STATUS-DATE TO OUT-STATUS-DATE
          WRITE OUT-EMPLOYEE-RECORD
          ADD 1 TO RC-MASTER-WRITTEN
          .
          MOVE IN-EMPLOYEE-RECORD TO OUT-EMPLOYEE-RECORD
          MOVE UNION-DUES TO OUT-UNION-DUES
          MOVE INSURANCE TO OUT-INSURANCE
          MOVE EMP-STATUS TO OUT-EMP-STATUS
          MOVE EMP-STATUS-DATE TO OUT-STATUS-DATE
          WRITE OUT-EMPLOYEE-RECORD
          ADD 1 TO RC-MASTER-WRITTEN
          .
