       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2AUDQ.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Audit trail query, for answering an auditor or an employee
      * who disputes a past increase without scanning the audit
      * files by hand.
      *
      * An AUDQ record on PR2PARM.TXT gives the selection, in the
      * file's usual keyword pattern:
      *   AUDQ + warehouse(4) + employee(5) + field name(10, as
      *   written to AU-FIELD-CHANGED) + from run date(8) + to run
      *   date(8)
      * A blank warehouse, employee, or field selects all; a zero
      * from date means from the beginning and a zero to date
      * means through today.  Without an AUDQ record every row is
      * listed.
      *
      * The live audit trail, PR2AUDIT.TXT, is read together with
      * the year archives PR2PURGE has moved aged rows to.  An
      * archive is stamped with the year of the purge that wrote
      * it, which is always after the year of the rows it holds,
      * so every PR2AUDIT.Accyy from the year after the from date
      * through the current year is read (at most thirty years
      * back); a year with no archive is passed over.
      *
      * Matching rows print on PR2AUDQ.TXT by warehouse / employee
      * and in run-date order within the employee, each with its
      * old value, new value, increase, where the row came from
      * (AU-SOURCE: the original increase run, an off-cycle action
      * out of PR2OFFCY, or a retro delta out of PR2RETRO - rows
      * written before the source was carried show NOT CODED), and
      * a running total of the employee's increases, followed by
      * the employee total and the run counts.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUDIT-IN-FILE
               ASSIGN TO 'PR2AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
            SELECT AUDIT-ARCH-FILE
               ASSIGN TO WS-AUD-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
            SELECT AUDIT-SORT-FILE
               ASSIGN TO 'PR2QASW.TXT'.
            SELECT SORTED-AUDIT-FILE
               ASSIGN TO 'PR2QAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2AUDQ.TXT'.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *********     AUDIT TRAIL FILE   ************************************
      *  Same layout the increase run writes.
       FD AUDIT-IN-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-IN-RECORD.
          05 AI-WHOUSE-ID       PIC X(4).
          05 AI-EMP-ID          PIC X(5).
          05 AI-FIELD-CHANGED   PIC X(10).
          05 AI-OLD-VALUE       PIC 9(6)V99.
          05 AI-NEW-VALUE       PIC 9(6)V99.
          05 AI-RUN-DATE        PIC 9(8).
          05 AI-SOURCE          PIC X(1).

      *  Same layout again; PR2PURGE copies rows to the archive
      *  unchanged.
       FD AUDIT-ARCH-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-ARCH-RECORD.
          05 AA-WHOUSE-ID       PIC X(4).
          05 AA-EMP-ID          PIC X(5).
          05 AA-FIELD-CHANGED   PIC X(10).
          05 AA-OLD-VALUE       PIC 9(6)V99.
          05 AA-NEW-VALUE       PIC 9(6)V99.
          05 AA-RUN-DATE        PIC 9(8).
          05 AA-SOURCE          PIC X(1).

       SD AUDIT-SORT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 ASORT-RECORD.
          05 AS-WHOUSE-ID       PIC X(4).
          05 AS-EMP-ID          PIC X(5).
          05 AS-FIELD-CHANGED   PIC X(10).
          05 FILLER             PIC X(16).
          05 AS-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).

       FD SORTED-AUDIT-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUD-RECORD.
          05 AU-WHOUSE-ID       PIC X(4).
          05 AU-EMP-ID          PIC X(5).
          05 AU-FIELD-CHANGED   PIC X(10).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

      *********     RUN PARAMETER FILE   **********************************
      * Only the AUDQ record matters here; the others belong to the
      * increase run and are passed over.
       FD PARM-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 PARM-RECORD.
          05 PR-KEYWORD        PIC X(4).
          05 PR-AUDQ-DATA.
             10 PR-AUDQ-WHOUSE-ID PIC X(4).
             10 PR-AUDQ-EMP-ID    PIC X(5).
             10 PR-AUDQ-FIELD     PIC X(10).
             10 PR-AUDQ-FROM-DATE PIC 9(8).
             10 PR-AUDQ-TO-DATE   PIC 9(8).
             10 FILLER            PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 FIRST-RECORD           PIC X(3) VALUE 'YES'.

       01  WS-AUDIT-STATUS         PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS          PIC XX      VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

      *  AUDQ selection; blanks and zeros select everything.
       01  WS-QUERY-FIELDS.
           05  WS-Q-WHOUSE-ID      PIC X(4)    VALUE SPACES.
           05  WS-Q-EMP-ID         PIC X(5)    VALUE SPACES.
           05  WS-Q-FIELD          PIC X(10)   VALUE SPACES.
           05  WS-Q-FROM-DATE      PIC 9(8)    VALUE ZEROS.
           05  WS-Q-TO-DATE        PIC 9(8)    VALUE ZEROS.

       01  WS-ROW-SWITCHES.
           05  ROW-SELECTED-SW     PIC X(3)    VALUE 'NO '.
               88  ROW-SELECTED             VALUE 'YES'.

      *  Year-stamped archive file name, built the way PR2PURGE
      *  builds it.
       01  WS-AUD-ARCH-NAME.
           05                      PIC X(10)   VALUE 'PR2AUDIT.A'.
           05  WS-AUD-ARCH-YEAR    PIC 9(4).

       01  WS-ARCH-FIELDS.
           05  WS-FIRST-ARCH-CCYY  PIC 9(4)    VALUE 0.
           05  WS-ARCH-CCYY        PIC 9(4)    VALUE 0.
           05  WS-OLDEST-ARCH-CCYY PIC 9(4)    VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

       01  WS-RUN-CCYY             PIC 9(4)    VALUE 0.

      *  Employee control break and running total.
       01  WS-EMP-HOLD.
           05  WS-HOLD-WHOUSE-ID   PIC X(4)    VALUE SPACES.
           05  WS-HOLD-EMP-ID      PIC X(5)    VALUE SPACES.

       01  WS-QUERY-AMOUNTS.
           05  WS-ROW-INCREASE     PIC S9(7)V99 VALUE 0.
           05  WS-RUNNING-TOTAL    PIC S9(7)V99 VALUE 0.
           05  WS-EMP-ROWS         PIC 9(5)    VALUE 0.

       01  WS-QUERY-COUNTS.
           05  WS-LIVE-READ        PIC 9(7)    VALUE 0.
           05  WS-ARCH-FILES-READ  PIC 9(5)    VALUE 0.
           05  WS-ARCH-READ        PIC 9(7)    VALUE 0.
           05  WS-ROWS-SELECTED    PIC 9(7)    VALUE 0.
           05  WS-EMPLOYEES-LISTED PIC 9(7)    VALUE 0.

       01 REPORT-FIELDS.
          05  PROPER-SPACING    PIC S9      VALUE +1.

      *********     OUTPUT AREA     **********************************
       01 RPT-HEADING-ONE.
          05  RH1-DATE.
               10  RH1-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  RH1-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  RH1-YEAR                PIC 99.
          05                  PIC X(22)   VALUE '    MAB'.
          05                  PIC X(35)   VALUE 'DRAKEA, LTD'.
          05                  PIC X(8)    VALUE SPACES.

       01 RPT-HEADING-TWO.
          05                  PIC X(30)   VALUE SPACES.
          05                  PIC X(20)   VALUE
             'AUDIT TRAIL INQUIRY'.
          05                  PIC X(30)   VALUE SPACES.

       01 RPT-SELECT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'WAREHOUSE:'.
          05 RS-WHOUSE-ID     PIC X(4).
          05                  PIC X(12)   VALUE '  EMPLOYEE:'.
          05 RS-EMP-ID        PIC X(5).
          05                  PIC X(9)    VALUE '  FIELD:'.
          05 RS-FIELD         PIC X(10).
          05                  PIC X(25)   VALUE SPACES.

       01 RPT-RANGE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(16)   VALUE 'RUN DATES FROM:'.
          05 RR-FROM-DATE     PIC 9(8).
          05                  PIC X(6)    VALUE '  TO:'.
          05 RR-TO-DATE       PIC 9(8).
          05                  PIC X(38)   VALUE SPACES.

       01 RPT-COL-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'FIELD'.
          05                  PIC X(10)   VALUE 'RUN DATE'.
          05                  PIC X(12)   VALUE 'SOURCE'.
          05                  PIC X(11)   VALUE ' OLD VALUE'.
          05                  PIC X(11)   VALUE ' NEW VALUE'.
          05                  PIC X(11)   VALUE '  INCREASE'.
          05                  PIC X(12)   VALUE '   RUNNING'.

       01 RPT-EMP-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'WAREHOUSE'.
          05 RE-WHOUSE-ID     PIC X(4).
          05                  PIC X(12)   VALUE '   EMPLOYEE'.
          05 RE-EMP-ID        PIC X(5).
          05                  PIC X(46)   VALUE SPACES.

       01 RPT-DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 RD-FIELD         PIC X(10).
          05                  PIC X(1)    VALUE SPACES.
          05 RD-RUN-DATE      PIC 9(8).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-SOURCE        PIC X(11).
          05                  PIC X(1)    VALUE SPACES.
          05 RD-OLD-VALUE     PIC ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-NEW-VALUE     PIC ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-INCREASE      PIC ---,--9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-RUNNING-TOTAL PIC ---,--9.99.
          05                  PIC X(2)    VALUE SPACES.

       01 RPT-EMP-TOTAL-LINE.
          05                  PIC X(13)   VALUE SPACES.
          05                  PIC X(16)   VALUE 'EMPLOYEE TOTAL'.
          05 RT-ROWS          PIC ZZ,ZZ9.
          05                  PIC X(29)   VALUE ' ROWS'.
          05 RT-TOTAL         PIC ---,---,--9.99.
          05                  PIC X(2)    VALUE SPACES.

       01 RPT-NONE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(76)   VALUE
             'NO AUDIT ROWS MATCH THE SELECTION'.

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 30-READ-SORTED-AUDIT
          PERFORM 40-PROCESS-AUDIT-ROW
             UNTIL ARE-THERE-MORE-RECORDS = 'NO '
          IF FIRST-RECORD = 'YES'
             MOVE RPT-NONE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          ELSE
             PERFORM 50-EMPLOYEE-TOTAL
          END-IF
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-AUDIT-FILE
                REPORT-FILE
          DISPLAY 'PR2AUDQ: AUDIT ROWS LISTED     ' WS-ROWS-SELECTED
          STOP RUN
          .

        15-HOUSEKEEPING.
         PERFORM 150-READ-PARM-FILE
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-YEAR TO WS-CD-YEAR
           MOVE WS-MONTH TO WS-CD-MONTH
           MOVE WS-DAY TO WS-CD-DAY
         COMPUTE WS-RUN-CCYY =
            WS-CD-CENTURY * 100 + WS-CD-YEAR
         IF WS-Q-TO-DATE = 0
            MOVE WS-CURRENT-DATE-8 TO WS-Q-TO-DATE
         END-IF
         COMPUTE WS-FIRST-ARCH-CCYY = WS-Q-FROM-DATE / 10000 + 1
         COMPUTE WS-OLDEST-ARCH-CCYY = WS-RUN-CCYY - 30
         IF WS-FIRST-ARCH-CCYY < WS-OLDEST-ARCH-CCYY
            MOVE WS-OLDEST-ARCH-CCYY TO WS-FIRST-ARCH-CCYY
         END-IF
         SORT AUDIT-SORT-FILE
            ON ASCENDING KEY AS-WHOUSE-ID AS-EMP-ID
                             AS-RUN-DATE AS-FIELD-CHANGED
            INPUT PROCEDURE 17-RELEASE-AUDIT-ROWS
            GIVING SORTED-AUDIT-FILE
         OPEN INPUT  SORTED-AUDIT-FILE
              OUTPUT REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         .

      *********     SELECTION FROM LIVE FILE AND ARCHIVES   **************
        17-RELEASE-AUDIT-ROWS.
         OPEN INPUT AUDIT-IN-FILE
         IF WS-AUDIT-STATUS = '00'
            PERFORM 18-RELEASE-ONE-LIVE-ROW
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE AUDIT-IN-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         ELSE
            DISPLAY 'PR2AUDQ: PR2AUDIT.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-AUDIT-STATUS ' - ARCHIVES ONLY'
            MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 19-RELEASE-ONE-ARCHIVE
            VARYING WS-ARCH-CCYY FROM WS-FIRST-ARCH-CCYY BY 1
            UNTIL WS-ARCH-CCYY > WS-RUN-CCYY
         .

        18-RELEASE-ONE-LIVE-ROW.
         READ AUDIT-IN-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               ADD 1 TO WS-LIVE-READ
               MOVE AUDIT-IN-RECORD TO ASORT-RECORD
               PERFORM 195-SELECT-AND-RELEASE
         END-READ
         .

        19-RELEASE-ONE-ARCHIVE.
         MOVE WS-ARCH-CCYY TO WS-AUD-ARCH-YEAR
         OPEN INPUT AUDIT-ARCH-FILE
         IF WS-ARCH-STATUS = '00'
            ADD 1 TO WS-ARCH-FILES-READ
            PERFORM 191-RELEASE-ONE-ARCH-ROW
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE AUDIT-ARCH-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         END-IF
         .

        191-RELEASE-ONE-ARCH-ROW.
         READ AUDIT-ARCH-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               ADD 1 TO WS-ARCH-READ
               MOVE AUDIT-ARCH-RECORD TO ASORT-RECORD
               PERFORM 195-SELECT-AND-RELEASE
         END-READ
         .

      *  The row, already in the sort record, goes to the sort only
      *  if it passes every AUDQ criterion.
        195-SELECT-AND-RELEASE.
         MOVE 'YES' TO ROW-SELECTED-SW
         IF WS-Q-WHOUSE-ID NOT = SPACES
            AND AS-WHOUSE-ID NOT = WS-Q-WHOUSE-ID
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF WS-Q-EMP-ID NOT = SPACES
            AND AS-EMP-ID NOT = WS-Q-EMP-ID
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF WS-Q-FIELD NOT = SPACES
            AND AS-FIELD-CHANGED NOT = WS-Q-FIELD
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF AS-RUN-DATE < WS-Q-FROM-DATE
            OR AS-RUN-DATE > WS-Q-TO-DATE
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF ROW-SELECTED
            ADD 1 TO WS-ROWS-SELECTED
            RELEASE ASORT-RECORD
         END-IF
         .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-Q-WHOUSE-ID TO RS-WHOUSE-ID
         IF WS-Q-WHOUSE-ID = SPACES
            MOVE 'ALL' TO RS-WHOUSE-ID
         END-IF
         MOVE WS-Q-EMP-ID TO RS-EMP-ID
         IF WS-Q-EMP-ID = SPACES
            MOVE 'ALL' TO RS-EMP-ID
         END-IF
         MOVE WS-Q-FIELD TO RS-FIELD
         IF WS-Q-FIELD = SPACES
            MOVE 'ALL' TO RS-FIELD
         END-IF
         WRITE REPORT-RECORD FROM RPT-SELECT-LINE
            AFTER ADVANCING 2 LINES
         MOVE WS-Q-FROM-DATE TO RR-FROM-DATE
         MOVE WS-Q-TO-DATE TO RR-TO-DATE
         WRITE REPORT-RECORD FROM RPT-RANGE-LINE
            AFTER ADVANCING 1 LINES
         WRITE REPORT-RECORD FROM RPT-COL-HEADING
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

        30-READ-SORTED-AUDIT.
          READ SORTED-AUDIT-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     LISTING BY EMPLOYEE   ********************************
        40-PROCESS-AUDIT-ROW.
          IF FIRST-RECORD = 'YES'
             MOVE 'NO ' TO FIRST-RECORD
             PERFORM 45-EMPLOYEE-HEADING
          ELSE
             IF AU-WHOUSE-ID NOT = WS-HOLD-WHOUSE-ID
                OR AU-EMP-ID NOT = WS-HOLD-EMP-ID
                PERFORM 50-EMPLOYEE-TOTAL
                PERFORM 45-EMPLOYEE-HEADING
             END-IF
          END-IF
          PERFORM 47-PRINT-AUDIT-ROW
          PERFORM 30-READ-SORTED-AUDIT
          .

        45-EMPLOYEE-HEADING.
          MOVE AU-WHOUSE-ID TO WS-HOLD-WHOUSE-ID
          MOVE AU-EMP-ID TO WS-HOLD-EMP-ID
          MOVE 0 TO WS-RUNNING-TOTAL
          MOVE 0 TO WS-EMP-ROWS
          ADD 1 TO WS-EMPLOYEES-LISTED
          MOVE AU-WHOUSE-ID TO RE-WHOUSE-ID
          MOVE AU-EMP-ID TO RE-EMP-ID
          MOVE RPT-EMP-HEADING TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

      *  A retro delta can be negative, so the increase and the
      *  running total are signed.
        47-PRINT-AUDIT-ROW.
          COMPUTE WS-ROW-INCREASE = AU-NEW-VALUE - AU-OLD-VALUE
          ADD WS-ROW-INCREASE TO WS-RUNNING-TOTAL
          ADD 1 TO WS-EMP-ROWS
          MOVE AU-FIELD-CHANGED TO RD-FIELD
          MOVE AU-RUN-DATE TO RD-RUN-DATE
          EVALUATE AU-SOURCE
             WHEN 'I'
                MOVE 'ORIGINAL' TO RD-SOURCE
             WHEN 'O'
                MOVE 'OFF-CYCLE' TO RD-SOURCE
             WHEN 'R'
                MOVE 'RETRO DELTA' TO RD-SOURCE
             WHEN OTHER
                MOVE 'NOT CODED' TO RD-SOURCE
          END-EVALUATE
          MOVE AU-OLD-VALUE TO RD-OLD-VALUE
          MOVE AU-NEW-VALUE TO RD-NEW-VALUE
          MOVE WS-ROW-INCREASE TO RD-INCREASE
          MOVE WS-RUNNING-TOTAL TO RD-RUNNING-TOTAL
          MOVE RPT-DETAIL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

        50-EMPLOYEE-TOTAL.
          MOVE WS-EMP-ROWS TO RT-ROWS
          MOVE WS-RUNNING-TOTAL TO RT-TOTAL
          MOVE RPT-EMP-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *********     RUN COUNTS   *****************************************
        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'PR2AUDIT.TXT ROWS READ:' TO RC-LABEL
          MOVE WS-LIVE-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ARCHIVE FILES READ:' TO RC-LABEL
          MOVE WS-ARCH-FILES-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ARCHIVE ROWS READ:' TO RC-LABEL
          MOVE WS-ARCH-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ROWS SELECTED:' TO RC-LABEL
          MOVE WS-ROWS-SELECTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EMPLOYEES LISTED:' TO RC-LABEL
          MOVE WS-EMPLOYEES-LISTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *********     RUN PARAMETER FILE   *********************************
        150-READ-PARM-FILE.
        OPEN INPUT PARM-FILE
        IF WS-PARM-STATUS = '00'
           PERFORM 151-READ-ONE-PARM-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PARM-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        151-READ-ONE-PARM-RECORD.
        READ PARM-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF PR-KEYWORD = 'AUDQ'
                 MOVE PR-AUDQ-WHOUSE-ID TO WS-Q-WHOUSE-ID
                 MOVE PR-AUDQ-EMP-ID TO WS-Q-EMP-ID
                 MOVE PR-AUDQ-FIELD TO WS-Q-FIELD
                 IF PR-AUDQ-FROM-DATE NUMERIC
                    MOVE PR-AUDQ-FROM-DATE TO WS-Q-FROM-DATE
                 END-IF
                 IF PR-AUDQ-TO-DATE NUMERIC
                    MOVE PR-AUDQ-TO-DATE TO WS-Q-TO-DATE
                 END-IF
              END-IF
        END-READ
        .
