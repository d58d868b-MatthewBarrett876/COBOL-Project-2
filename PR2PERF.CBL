       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2PERF.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Performance rating load, run each cycle ahead of the
      * increase job once the warehouse supervisors have sent in
      * their reviews.
      *
      * The supervisors' ratings file, PR2PERF.TXT, carries one
      * row per employee reviewed:
      *   WAREHOUSE-ID(4) EMPLOYEE-ID(5) RATING(1) REVIEW-DATE(8)
      * Both it and the employee master PR2FA19.TXT are sorted by
      * WAREHOUSE-ID / EMPLOYEE-ID and matched.  Every master
      * record gets the rating from this cycle's file in EMP-PERF-
      * RATING, the byte after the first name; an employee with no
      * row this cycle has any rating left from the last cycle
      * cleared, so the increase run prices them at the standard
      * rate and lists them for the review chase rather than
      * carrying a stale review forward.  Which ratings are priced
      * is up to the merit matrix, PR2MERT.TXT, not this program.
      *
      * A row is rejected, and the employee left unrated, when the
      * rating is blank, the review date is not numeric, the
      * employee is not on the master or is terminated, or a
      * second row comes in for the same employee.
      *
      * The master is not rewritten in place: the records go to the
      * candidate PR2FA19R.TXT, whose count and CUR-SAL hash are
      * appended to PR2MTOT.TXT under PR2PERF with the generation
      * of PR2FA19.TXT read, and PR2PROM promotes it over
      * PR2FA19.TXT the same way it does a maintenance run's
      * output.  The register, PR2PERFR.TXT, lists the
      * rejected rows and the employees whose rating was cleared,
      * then the load counts.  Any rejected row sets return code
      * 4; a missing master or ratings file sets return code 8 and
      * writes no candidate.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-IN-FILE
               ASSIGN TO 'PR2FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
            SELECT MASTER-SORT-FILE
               ASSIGN TO 'PR2RMSW.TXT'.
            SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2RMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RATING-IN-FILE
               ASSIGN TO 'PR2PERF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
            SELECT RATING-SORT-FILE
               ASSIGN TO 'PR2RRSW.TXT'.
            SELECT SORTED-RATING-FILE
               ASSIGN TO 'PR2RRST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-CAND-FILE
               ASSIGN TO 'PR2FA19R.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-TOTALS-FILE
               ASSIGN TO 'PR2MTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTOT-STATUS.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PR2PERFR.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-IN-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-IN-RECORD       PIC X(92).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MSORT-RECORD.
          05 MW-WAREHOUSE-ID    PIC X(4).
          05 MW-EMPLOYEE-ID     PIC X(5).
          05 FILLER             PIC X(83).

      *  Same layout the increase run reads from PR2FA19.TXT.
       FD SORTED-MASTER-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-RECORD.
          05 MS-WAREHOUSE-ID     PIC X(4).
          05 MS-EMPLOYEE-ID      PIC X(5).
          05 MS-EMPLOYEE-POS     PIC X(2).
          05 MS-EMP-LAST         PIC X(10).
          05 MS-EMP-FIRST        PIC X(10).
          05 MS-PERF-RATING      PIC X(1).
          05 FILLER              PIC X(2).
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

       FD RATING-IN-FILE
          RECORD CONTAINS 20 CHARACTERS.

       01 RATING-IN-RECORD       PIC X(20).

       SD RATING-SORT-FILE
          RECORD CONTAINS 20 CHARACTERS.

       01 RSORT-RECORD.
          05 RW-WHOUSE-ID       PIC X(4).
          05 RW-EMP-ID          PIC X(5).
          05 FILLER             PIC X(11).

      *  One row per employee reviewed, from the supervisors.
       FD SORTED-RATING-FILE
          RECORD CONTAINS 20 CHARACTERS.

       01 RATING-RECORD.
          05 RR-WHOUSE-ID       PIC X(4).
          05 RR-EMP-ID          PIC X(5).
          05 RR-RATING          PIC X(1).
          05 RR-REVIEW-DATE     PIC 9(8).
          05 FILLER             PIC X(2).

       FD MASTER-CAND-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 MASTER-CAND-RECORD     PIC X(92).

      *  Same layout PR2MAINT, PR2OFFCY, PR2RETRO, and PR2PURGE
      *  append.
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

       01 REGISTER-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01  WS-MAST-STATUS          PIC XX      VALUE SPACES.
       01  WS-RATE-STATUS          PIC XX      VALUE SPACES.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-INPUT-GEN            PIC 9(5)    VALUE 0.

      *  Match keys; HIGH-VALUES once a file is exhausted.
       01  WS-MATCH-KEYS.
           05  WS-MASTER-KEY.
               10  WS-MK-WHOUSE-ID PIC X(4).
               10  WS-MK-EMP-ID    PIC X(5).
           05  WS-RATING-KEY.
               10  WS-RK-WHOUSE-ID PIC X(4).
               10  WS-RK-EMP-ID    PIC X(5).
           05  WS-LAST-RATED-KEY   PIC X(9)    VALUE LOW-VALUES.

       01  WS-NEW-RATING           PIC X(1)    VALUE SPACE.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

       01  WS-LOAD-COUNTS.
           05  WS-MASTER-READ      PIC 9(7)    VALUE 0.
           05  WS-RATINGS-READ     PIC 9(7)    VALUE 0.
           05  WS-RATED-COUNT      PIC 9(7)    VALUE 0.
           05  WS-CHANGED-COUNT    PIC 9(7)    VALUE 0.
           05  WS-UNRATED-COUNT    PIC 9(7)    VALUE 0.
           05  WS-CLEARED-COUNT    PIC 9(7)    VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(7)    VALUE 0.
           05  WS-CAND-COUNT       PIC 9(7)    VALUE 0.
           05  WS-CAND-HASH        PIC 9(11)V99 VALUE 0.

      *  Cleared employees are held for the register's second
      *  listing, after the rejected rows.
       01  WS-CLEARED-LISTED       PIC 9(3)    VALUE 0.

       01  CLEARED-TABLE.
           05  CLEARED-ENTRY OCCURS 500 TIMES
                                  INDEXED BY CLEARED-IDX.
               10  CL-WHOUSE-ID    PIC X(4).
               10  CL-EMP-ID       PIC X(5).
               10  CL-EMP-LAST     PIC X(10).
               10  CL-OLD-RATING   PIC X(1).

       01  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.

       01 REPORT-FIELDS.
          05  PROPER-SPACING    PIC S9      VALUE +1.

      *********     OUTPUT AREA     **********************************
       01 REG-HEADING-ONE.
          05  RH1-DATE.
               10  RH1-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  RH1-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  RH1-YEAR                PIC 99.
          05                  PIC X(22)   VALUE '    MAB'.
          05                  PIC X(35)   VALUE 'DRAKEA, LTD'.
          05                  PIC X(8)    VALUE SPACES.

       01 REG-HEADING-TWO.
          05                  PIC X(24)   VALUE SPACES.
          05                  PIC X(32)   VALUE
             'PERFORMANCE RATING LOAD REGISTER'.
          05                  PIC X(24)   VALUE SPACES.

       01 REG-SECTION-HEADING.
          05                  PIC X(4)    VALUE SPACES.
          05 RS-LABEL         PIC X(40).
          05                  PIC X(36)   VALUE SPACES.

       01 REG-REJECT-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RJ-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 RJ-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'RATING '.
          05 RJ-RATING        PIC X(1).
          05                  PIC X(3)    VALUE SPACES.
          05 RJ-REASON        PIC X(30).
          05                  PIC X(18)   VALUE SPACES.

       01 REG-CLEARED-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RL-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 RL-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 RL-EMP-LAST      PIC X(10).
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(33)   VALUE
             'NO REVIEW THIS CYCLE - WAS RATED '.
          05 RL-OLD-RATING    PIC X(1).
          05                  PIC X(13)   VALUE SPACES.

       01 REG-NONE-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05                  PIC X(4)    VALUE 'NONE'.
          05                  PIC X(68)   VALUE SPACES.

       01 REG-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(36).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(31)   VALUE SPACES.

       01 REG-HASH-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RH-LABEL         PIC X(36).
          05 RH-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(23)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 30-READ-MASTER
          PERFORM 31-READ-RATING
          PERFORM 40-MATCH-ONE-KEY
             UNTIL WS-MASTER-KEY = HIGH-VALUES
               AND WS-RATING-KEY = HIGH-VALUES
          CLOSE SORTED-MASTER-FILE
                SORTED-RATING-FILE
                MASTER-CAND-FILE
          PERFORM 60-WRITE-MASTER-TOTALS
          PERFORM 70-PRINT-CLEARED-SECTION
          PERFORM 80-PRINT-COUNTS
          CLOSE REGISTER-FILE
          IF WS-REJECTED-COUNT > 0
             DISPLAY 'PR2PERF: ' WS-REJECTED-COUNT
                ' RATING ROWS REJECTED - SEE PR2PERFR.TXT'
             MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         PERFORM 61-READ-MASTER-GEN
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-YEAR TO WS-CD-YEAR
           MOVE WS-MONTH TO WS-CD-MONTH
           MOVE WS-DAY TO WS-CD-DAY
         OPEN INPUT MASTER-IN-FILE
         IF WS-MAST-STATUS NOT = '00'
            DISPLAY 'PR2PERF: PR2FA19.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-MAST-STATUS ' - NO CANDIDATE WRITTEN'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE MASTER-IN-FILE
         OPEN INPUT RATING-IN-FILE
         IF WS-RATE-STATUS NOT = '00'
            DISPLAY 'PR2PERF: PR2PERF.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-RATE-STATUS ' - NO CANDIDATE WRITTEN'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE RATING-IN-FILE
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MW-WAREHOUSE-ID MW-EMPLOYEE-ID
            USING MASTER-IN-FILE
            GIVING SORTED-MASTER-FILE
         SORT RATING-SORT-FILE
            ON ASCENDING KEY RW-WHOUSE-ID RW-EMP-ID
            USING RATING-IN-FILE
            GIVING SORTED-RATING-FILE
         OPEN INPUT  SORTED-MASTER-FILE
                     SORTED-RATING-FILE
              OUTPUT MASTER-CAND-FILE
                     REGISTER-FILE
         WRITE REGISTER-RECORD FROM REG-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REGISTER-RECORD FROM REG-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE 'RATING ROWS REJECTED:' TO RS-LABEL
         MOVE 3 TO PROPER-SPACING
         MOVE REG-SECTION-HEADING TO REGISTER-RECORD
         PERFORM 35-WRITE-REG-LINE
         .

        30-READ-MASTER.
          READ SORTED-MASTER-FILE
             AT END
                MOVE HIGH-VALUES TO WS-MASTER-KEY
             NOT AT END
                ADD 1 TO WS-MASTER-READ
                MOVE MS-WAREHOUSE-ID TO WS-MK-WHOUSE-ID
                MOVE MS-EMPLOYEE-ID TO WS-MK-EMP-ID
          END-READ
          .

      *  Blank lines in the supervisors' file are passed over.
        31-READ-RATING.
          MOVE SPACES TO RATING-RECORD
          PERFORM 311-READ-ONE-RATING
             UNTIL RATING-RECORD NOT = SPACES
          .

        311-READ-ONE-RATING.
          READ SORTED-RATING-FILE
             AT END
                MOVE HIGH-VALUES TO WS-RATING-KEY
                MOVE HIGH-VALUES TO RATING-RECORD
             NOT AT END
                IF RATING-RECORD NOT = SPACES
                   ADD 1 TO WS-RATINGS-READ
                   MOVE RR-WHOUSE-ID TO WS-RK-WHOUSE-ID
                   MOVE RR-EMP-ID TO WS-RK-EMP-ID
                END-IF
          END-READ
          .

        35-WRITE-REG-LINE.
          WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     MATCH MASTER AGAINST RATINGS   ***********************
      *  All the ratings for a master key are taken before the
      *  master record is written, so a second row for the key is
      *  rejected as a duplicate, whether or not the first was
      *  taken, and the employee goes to the candidate unrated.
        40-MATCH-ONE-KEY.
          IF WS-RATING-KEY < WS-MASTER-KEY
             MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
             PERFORM 50-REJECT-RATING
             PERFORM 31-READ-RATING
          ELSE
             MOVE SPACE TO WS-NEW-RATING
             PERFORM 42-TAKE-ONE-RATING
                UNTIL WS-RATING-KEY NOT = WS-MASTER-KEY
             PERFORM 45-WRITE-CANDIDATE
             PERFORM 30-READ-MASTER
          END-IF
          .

        42-TAKE-ONE-RATING.
          EVALUATE TRUE
             WHEN WS-RATING-KEY = WS-LAST-RATED-KEY
                MOVE 'DUPLICATE ROW FOR EMPLOYEE'
                   TO WS-REJECT-REASON
                PERFORM 50-REJECT-RATING
                MOVE SPACE TO WS-NEW-RATING
             WHEN RR-RATING = SPACE
                MOVE 'RATING IS BLANK' TO WS-REJECT-REASON
                PERFORM 50-REJECT-RATING
             WHEN RR-REVIEW-DATE NOT NUMERIC
                MOVE 'REVIEW DATE NOT NUMERIC' TO WS-REJECT-REASON
                PERFORM 50-REJECT-RATING
             WHEN MS-TERMINATED
                MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
                PERFORM 50-REJECT-RATING
             WHEN OTHER
                MOVE RR-RATING TO WS-NEW-RATING
          END-EVALUATE
          MOVE WS-RATING-KEY TO WS-LAST-RATED-KEY
          PERFORM 31-READ-RATING
          .

      *  The master record goes to the candidate with this cycle's
      *  rating, or none; a rating that was there and is not
      *  renewed is listed as cleared.
        45-WRITE-CANDIDATE.
          IF WS-NEW-RATING = SPACE
             ADD 1 TO WS-UNRATED-COUNT
             IF MS-PERF-RATING NOT = SPACE
                ADD 1 TO WS-CLEARED-COUNT
                PERFORM 46-HOLD-CLEARED-ENTRY
             END-IF
          ELSE
             ADD 1 TO WS-RATED-COUNT
             IF MS-PERF-RATING NOT = WS-NEW-RATING
                ADD 1 TO WS-CHANGED-COUNT
             END-IF
          END-IF
          MOVE WS-NEW-RATING TO MS-PERF-RATING
          ADD 1 TO WS-CAND-COUNT
          ADD MS-CUR-SAL TO WS-CAND-HASH
          WRITE MASTER-CAND-RECORD FROM MASTER-RECORD
          .

        46-HOLD-CLEARED-ENTRY.
          IF WS-CLEARED-LISTED < 500
             ADD 1 TO WS-CLEARED-LISTED
             MOVE MS-WAREHOUSE-ID TO CL-WHOUSE-ID (WS-CLEARED-LISTED)
             MOVE MS-EMPLOYEE-ID TO CL-EMP-ID (WS-CLEARED-LISTED)
             MOVE MS-EMP-LAST TO CL-EMP-LAST (WS-CLEARED-LISTED)
             MOVE MS-PERF-RATING
                TO CL-OLD-RATING (WS-CLEARED-LISTED)
          END-IF
          .

        50-REJECT-RATING.
          ADD 1 TO WS-REJECTED-COUNT
          MOVE RR-WHOUSE-ID TO RJ-WHOUSE-ID
          MOVE RR-EMP-ID TO RJ-EMP-ID
          MOVE RR-RATING TO RJ-RATING
          MOVE WS-REJECT-REASON TO RJ-REASON
          MOVE REG-REJECT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

      *  The hash is CUR-SAL, the same one PR2PROM checks.
        60-WRITE-MASTER-TOTALS.
          OPEN EXTEND MASTER-TOTALS-FILE
          IF WS-MTOT-STATUS = '35'
             OPEN OUTPUT MASTER-TOTALS-FILE
          END-IF
          IF WS-MTOT-STATUS NOT = '00'
             DISPLAY 'PR2PERF: PR2MTOT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-MTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE SPACES TO MASTER-TOTALS-RECORD
          MOVE 'PR2PERF' TO MT-PROGRAM
          MOVE WS-CURRENT-DATE-8 TO MT-RUN-DATE
          MOVE 'PR2FA19R.TXT' TO MT-MASTER-NAME
          MOVE WS-CAND-COUNT TO MT-RECORD-COUNT
          MOVE WS-CAND-HASH TO MT-SALARY-HASH
          MOVE WS-INPUT-GEN TO MT-INPUT-GEN
          WRITE MASTER-TOTALS-RECORD
          CLOSE MASTER-TOTALS-FILE
          .

      *  The generation of PR2FA19.TXT this run reads, as PR2PROM
      *  last stamped it; zero when it has not been cataloged since
      *  it was last written.
        61-READ-MASTER-GEN.
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

      *********     REGISTER LISTINGS AND COUNTS   ***********************
        70-PRINT-CLEARED-SECTION.
          IF WS-REJECTED-COUNT = 0
             MOVE REG-NONE-LINE TO REGISTER-RECORD
             PERFORM 35-WRITE-REG-LINE
          END-IF
          MOVE 'RATINGS CLEARED - NO REVIEW THIS CYCLE:'
             TO RS-LABEL
          MOVE 3 TO PROPER-SPACING
          MOVE REG-SECTION-HEADING TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF WS-CLEARED-LISTED = 0
             MOVE REG-NONE-LINE TO REGISTER-RECORD
             PERFORM 35-WRITE-REG-LINE
          ELSE
             PERFORM 71-PRINT-ONE-CLEARED-LINE
                VARYING CLEARED-IDX FROM 1 BY 1
                UNTIL CLEARED-IDX > WS-CLEARED-LISTED
          END-IF
          .

        71-PRINT-ONE-CLEARED-LINE.
          MOVE CL-WHOUSE-ID (CLEARED-IDX) TO RL-WHOUSE-ID
          MOVE CL-EMP-ID (CLEARED-IDX) TO RL-EMP-ID
          MOVE CL-EMP-LAST (CLEARED-IDX) TO RL-EMP-LAST
          MOVE CL-OLD-RATING (CLEARED-IDX) TO RL-OLD-RATING
          MOVE REG-CLEARED-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

        80-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'MASTER RECORDS READ' TO RC-LABEL
          MOVE WS-MASTER-READ TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 'RATING ROWS READ' TO RC-LABEL
          MOVE WS-RATINGS-READ TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 'EMPLOYEES RATED' TO RC-LABEL
          MOVE WS-RATED-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE '  RATING CHANGED FROM LAST CYCLE' TO RC-LABEL
          MOVE WS-CHANGED-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 'EMPLOYEES NOT RATED' TO RC-LABEL
          MOVE WS-UNRATED-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE '  PRIOR RATING CLEARED' TO RC-LABEL
          MOVE WS-CLEARED-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 'RATING ROWS REJECTED' TO RC-LABEL
          MOVE WS-REJECTED-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'PR2FA19R.TXT RECORDS WRITTEN' TO RC-LABEL
          MOVE WS-CAND-COUNT TO RC-COUNT
          PERFORM 81-PRINT-COUNT-LINE
          MOVE 'PR2FA19R.TXT CUR-SAL HASH' TO RH-LABEL
          MOVE WS-CAND-HASH TO RH-AMOUNT
          MOVE REG-HASH-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

        81-PRINT-COUNT-LINE.
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .
