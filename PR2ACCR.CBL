       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2ACCR.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Inquiry access report, run periodically for the security
      * review.  Reads the access log PR2INQ appends to,
      * PR2ALOG.TXT, and lists by user every sign-on and every
      * employee inquiry in the period - date, time, the warehouse
      * and employee keyed, and the outcome: viewed, viewed with
      * pay masked, not on master, refused as outside the user's
      * grants, or sign-on refused.
      *
      * An ACCR record on PR2PARM.TXT gives the selection, in the
      * file's usual keyword pattern:
      *   ACCR + from date(8) + to date(8) + refused limit(2) +
      *   user id(8)
      * A zero from date means from the beginning, a zero to date
      * means through today, a zero limit means 3, and a blank
      * user id selects every user.  Without an ACCR record every
      * row is listed against a limit of 3.
      *
      * Each user's listing closes with counts of sign-ons,
      * employees viewed, keys not found, and refusals (inquiries
      * refused plus sign-ons refused).  A user whose refusals in
      * the period reach the limit is flagged under the listing
      * and again in a USERS FLAGGED FOR SECURITY REVIEW section
      * at the end of the report, and the run ends with return
      * code 4 so the schedule shows it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCESS-LOG-FILE
               ASSIGN TO 'PR2ALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.
            SELECT LOG-SORT-FILE
               ASSIGN TO 'PR2ASRW.TXT'.
            SELECT SORTED-LOG-FILE
               ASSIGN TO 'PR2ASRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2ACCR.TXT'.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *********     INQUIRY ACCESS LOG   *********************************
      *  Same layout PR2INQ appends.  AL-RESULT:
      *    I signed on            S sign-on refused
      *    V viewed               M viewed with pay masked
      *    N not on master        R refused - outside user's grants
      *    E master read failed
       FD ACCESS-LOG-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 ACCESS-LOG-RECORD.
          05 AL-LOG-DATE       PIC 9(8).
          05 AL-LOG-TIME       PIC 9(6).
          05 AL-USER-ID        PIC X(8).
          05 AL-RESULT         PIC X(1).
          05 AL-WAREHOUSE-ID   PIC X(4).
          05 AL-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(8).

       SD LOG-SORT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 LSORT-RECORD.
          05 LS-LOG-DATE       PIC 9(8).
          05 LS-LOG-TIME       PIC 9(6).
          05 LS-USER-ID        PIC X(8).
          05 FILLER            PIC X(18).

       FD SORTED-LOG-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 LOG-RECORD.
          05 LG-LOG-DATE       PIC 9(8).
          05 LG-LOG-TIME       PIC 9(6).
          05 LG-USER-ID        PIC X(8).
          05 LG-RESULT         PIC X(1).
          05 LG-WAREHOUSE-ID   PIC X(4).
          05 LG-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(8).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

      *********     RUN PARAMETER FILE   **********************************
      * Only the ACCR record matters here; the others belong to the
      * increase run and are passed over.
       FD PARM-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 PARM-RECORD.
          05 PR-KEYWORD        PIC X(4).
          05 PR-ACCR-DATA.
             10 PR-ACCR-FROM-DATE PIC 9(8).
             10 PR-ACCR-TO-DATE   PIC 9(8).
             10 PR-ACCR-LIMIT     PIC 99.
             10 PR-ACCR-USER-ID   PIC X(8).
             10 FILLER            PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 FIRST-RECORD           PIC X(3) VALUE 'YES'.

       01  WS-ALOG-STATUS          PIC XX      VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

      *  ACCR selection; zeros and blanks select everything.
       01  WS-QUERY-FIELDS.
           05  WS-Q-FROM-DATE      PIC 9(8)    VALUE ZEROS.
           05  WS-Q-TO-DATE        PIC 9(8)    VALUE ZEROS.
           05  WS-Q-LIMIT          PIC 99      VALUE 3.
           05  WS-Q-USER-ID        PIC X(8)    VALUE SPACES.

       01  WS-ROW-SWITCHES.
           05  ROW-SELECTED-SW     PIC X(3)    VALUE 'NO '.
               88  ROW-SELECTED             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

       01  WS-TIME-WORK.
           05  WS-TW-HH            PIC 99.
           05  WS-TW-MM            PIC 99.
           05  WS-TW-SS            PIC 99.

      *  User control break and the user's counts.
       01  WS-HOLD-USER-ID         PIC X(8)    VALUE SPACES.

       01  WS-USER-COUNTS.
           05  WS-USER-SIGN-ONS    PIC 9(5)    VALUE 0.
           05  WS-USER-VIEWED      PIC 9(5)    VALUE 0.
           05  WS-USER-NOT-FOUND   PIC 9(5)    VALUE 0.
           05  WS-USER-REFUSED     PIC 9(5)    VALUE 0.

      *  Users flagged, held for the closing section.
       01  WS-FLAGGED-COUNT        PIC 9(3)    VALUE 0.

       01  FLAGGED-TABLE.
           05  FLAGGED-ENTRY OCCURS 100 TIMES
                                  INDEXED BY FLAG-IDX.
               10  FT-USER-ID      PIC X(8).
               10  FT-REFUSED      PIC 9(5).

       01  WS-REPORT-COUNTS.
           05  WS-LOG-READ         PIC 9(7)    VALUE 0.
           05  WS-ROWS-SELECTED    PIC 9(7)    VALUE 0.
           05  WS-USERS-LISTED     PIC 9(7)    VALUE 0.
           05  WS-TOTAL-VIEWED     PIC 9(7)    VALUE 0.
           05  WS-TOTAL-REFUSED    PIC 9(7)    VALUE 0.
           05  WS-TOTAL-SIGN-ON-REFUSED PIC 9(7) VALUE 0.
           05  WS-USERS-FLAGGED    PIC 9(7)    VALUE 0.

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
          05                  PIC X(29)   VALUE SPACES.
          05                  PIC X(22)   VALUE
             'INQUIRY ACCESS REPORT'.
          05                  PIC X(29)   VALUE SPACES.

       01 RPT-SELECT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'USER:'.
          05 RS-USER-ID       PIC X(8).
          05                  PIC X(13)   VALUE '  DATES FROM:'.
          05 RS-FROM-DATE     PIC 9(8).
          05                  PIC X(5)    VALUE '  TO:'.
          05 RS-TO-DATE       PIC 9(8).
          05                  PIC X(17)   VALUE '  REFUSED LIMIT:'.
          05 RS-LIMIT         PIC Z9.
          05                  PIC X(9)    VALUE SPACES.

       01 RPT-COL-HEADING.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'DATE'.
          05                  PIC X(10)   VALUE 'TIME'.
          05                  PIC X(7)    VALUE 'WHSE'.
          05                  PIC X(10)   VALUE 'EMPLOYEE'.
          05                  PIC X(39)   VALUE 'OUTCOME'.

       01 RPT-USER-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'USER'.
          05 RU-USER-ID       PIC X(8).
          05                  PIC X(64)   VALUE SPACES.

       01 RPT-DETAIL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RD-LOG-DATE      PIC 9(8).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-LOG-TIME.
             10 RD-HH         PIC 99.
             10               PIC X       VALUE ':'.
             10 RD-MM         PIC 99.
             10               PIC X       VALUE ':'.
             10 RD-SS         PIC 99.
          05                  PIC X(2)    VALUE SPACES.
          05 RD-WAREHOUSE-ID  PIC X(4).
          05                  PIC X(3)    VALUE SPACES.
          05 RD-EMPLOYEE-ID   PIC X(5).
          05                  PIC X(5)    VALUE SPACES.
          05 RD-OUTCOME       PIC X(30).
          05                  PIC X(9)    VALUE SPACES.

       01 RPT-USER-TOTAL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'SIGN-ONS'.
          05 RT-SIGN-ONS      PIC ZZ,ZZ9.
          05                  PIC X(10)   VALUE '   VIEWED'.
          05 RT-VIEWED        PIC ZZ,ZZ9.
          05                  PIC X(13)   VALUE '   NOT FOUND'.
          05 RT-NOT-FOUND     PIC ZZ,ZZ9.
          05                  PIC X(11)   VALUE '   REFUSED'.
          05 RT-REFUSED       PIC ZZ,ZZ9.
          05                  PIC X(8)    VALUE SPACES.

       01 RPT-FLAG-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(76)   VALUE
             '*** REPEATED REFUSED ATTEMPTS - SECURITY REVIEW ***'.

       01 RPT-FLAGGED-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(78)   VALUE
             'USERS FLAGGED FOR SECURITY REVIEW:'.

       01 RPT-FLAGGED-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RF-USER-ID       PIC X(8).
          05                  PIC X(4)    VALUE SPACES.
          05 RF-REFUSED       PIC ZZ,ZZ9.
          05                  PIC X(58)   VALUE ' REFUSED IN PERIOD'.

       01 RPT-NONE-FLAGGED-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(76)   VALUE 'NONE'.

       01 RPT-NONE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(76)   VALUE
             'NO ACCESS LOG ROWS MATCH THE SELECTION'.

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 30-READ-SORTED-LOG
          PERFORM 40-PROCESS-LOG-ROW
             UNTIL ARE-THERE-MORE-RECORDS = 'NO '
          IF FIRST-RECORD = 'YES'
             MOVE RPT-NONE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          ELSE
             PERFORM 50-USER-TOTAL
          END-IF
          PERFORM 55-PRINT-FLAGGED-USERS
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-LOG-FILE
                REPORT-FILE
          DISPLAY 'PR2ACCR: LOG ROWS LISTED       ' WS-ROWS-SELECTED
          IF WS-USERS-FLAGGED > 0
             DISPLAY 'PR2ACCR: USERS FLAGGED FOR SECURITY REVIEW '
                WS-USERS-FLAGGED ' - RETURN CODE 4'
             MOVE 4 TO RETURN-CODE
          END-IF
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
         IF WS-Q-TO-DATE = 0
            MOVE WS-CURRENT-DATE-8 TO WS-Q-TO-DATE
         END-IF
         SORT LOG-SORT-FILE
            ON ASCENDING KEY LS-USER-ID LS-LOG-DATE LS-LOG-TIME
            INPUT PROCEDURE 17-RELEASE-LOG-ROWS
            GIVING SORTED-LOG-FILE
         OPEN INPUT  SORTED-LOG-FILE
              OUTPUT REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         .

      *********     SELECTION FROM THE ACCESS LOG   **********************
        17-RELEASE-LOG-ROWS.
         OPEN INPUT ACCESS-LOG-FILE
         IF WS-ALOG-STATUS = '00'
            PERFORM 18-RELEASE-ONE-LOG-ROW
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE ACCESS-LOG-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         ELSE
            DISPLAY 'PR2ACCR: PR2ALOG.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-ALOG-STATUS
            MOVE 4 TO RETURN-CODE
         END-IF
         .

        18-RELEASE-ONE-LOG-ROW.
         READ ACCESS-LOG-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               ADD 1 TO WS-LOG-READ
               MOVE ACCESS-LOG-RECORD TO LSORT-RECORD
               PERFORM 19-SELECT-AND-RELEASE
         END-READ
         .

      *  The row, already in the sort record, goes to the sort only
      *  if it passes every ACCR criterion.
        19-SELECT-AND-RELEASE.
         MOVE 'YES' TO ROW-SELECTED-SW
         IF WS-Q-USER-ID NOT = SPACES
            AND LS-USER-ID NOT = WS-Q-USER-ID
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF LS-LOG-DATE NOT NUMERIC
            OR LS-LOG-DATE < WS-Q-FROM-DATE
            OR LS-LOG-DATE > WS-Q-TO-DATE
            MOVE 'NO ' TO ROW-SELECTED-SW
         END-IF
         IF ROW-SELECTED
            ADD 1 TO WS-ROWS-SELECTED
            RELEASE LSORT-RECORD
         END-IF
         .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-Q-USER-ID TO RS-USER-ID
         IF WS-Q-USER-ID = SPACES
            MOVE 'ALL' TO RS-USER-ID
         END-IF
         MOVE WS-Q-FROM-DATE TO RS-FROM-DATE
         MOVE WS-Q-TO-DATE TO RS-TO-DATE
         MOVE WS-Q-LIMIT TO RS-LIMIT
         WRITE REPORT-RECORD FROM RPT-SELECT-LINE
            AFTER ADVANCING 2 LINES
         WRITE REPORT-RECORD FROM RPT-COL-HEADING
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

        30-READ-SORTED-LOG.
          READ SORTED-LOG-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     LISTING BY USER   ************************************
        40-PROCESS-LOG-ROW.
          IF FIRST-RECORD = 'YES'
             MOVE 'NO ' TO FIRST-RECORD
             PERFORM 45-USER-HEADING
          ELSE
             IF LG-USER-ID NOT = WS-HOLD-USER-ID
                PERFORM 50-USER-TOTAL
                PERFORM 45-USER-HEADING
             END-IF
          END-IF
          PERFORM 47-PRINT-LOG-ROW
          PERFORM 30-READ-SORTED-LOG
          .

        45-USER-HEADING.
          MOVE LG-USER-ID TO WS-HOLD-USER-ID
          MOVE 0 TO WS-USER-SIGN-ONS
          MOVE 0 TO WS-USER-VIEWED
          MOVE 0 TO WS-USER-NOT-FOUND
          MOVE 0 TO WS-USER-REFUSED
          ADD 1 TO WS-USERS-LISTED
          MOVE LG-USER-ID TO RU-USER-ID
          MOVE RPT-USER-HEADING TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

        47-PRINT-LOG-ROW.
          MOVE LG-LOG-DATE TO RD-LOG-DATE
          MOVE LG-LOG-TIME TO WS-TIME-WORK
          MOVE WS-TW-HH TO RD-HH
          MOVE WS-TW-MM TO RD-MM
          MOVE WS-TW-SS TO RD-SS
          MOVE LG-WAREHOUSE-ID TO RD-WAREHOUSE-ID
          MOVE LG-EMPLOYEE-ID TO RD-EMPLOYEE-ID
          EVALUATE LG-RESULT
             WHEN 'I'
                MOVE 'SIGNED ON' TO RD-OUTCOME
                ADD 1 TO WS-USER-SIGN-ONS
             WHEN 'S'
                MOVE 'SIGN-ON REFUSED' TO RD-OUTCOME
                ADD 1 TO WS-USER-REFUSED
                ADD 1 TO WS-TOTAL-SIGN-ON-REFUSED
             WHEN 'V'
                MOVE 'VIEWED' TO RD-OUTCOME
                ADD 1 TO WS-USER-VIEWED
                ADD 1 TO WS-TOTAL-VIEWED
             WHEN 'M'
                MOVE 'VIEWED - PAY MASKED' TO RD-OUTCOME
                ADD 1 TO WS-USER-VIEWED
                ADD 1 TO WS-TOTAL-VIEWED
             WHEN 'N'
                MOVE 'NOT ON MASTER' TO RD-OUTCOME
                ADD 1 TO WS-USER-NOT-FOUND
             WHEN 'E'
                MOVE 'MASTER READ FAILED' TO RD-OUTCOME
                ADD 1 TO WS-USER-NOT-FOUND
             WHEN 'R'
                MOVE 'REFUSED - NOT AUTHORIZED' TO RD-OUTCOME
                ADD 1 TO WS-USER-REFUSED
                ADD 1 TO WS-TOTAL-REFUSED
             WHEN OTHER
                MOVE 'NOT CODED' TO RD-OUTCOME
          END-EVALUATE
          MOVE RPT-DETAIL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *  A user whose refusals reach the limit is flagged here and
      *  held for the closing section.
        50-USER-TOTAL.
          MOVE WS-USER-SIGN-ONS TO RT-SIGN-ONS
          MOVE WS-USER-VIEWED TO RT-VIEWED
          MOVE WS-USER-NOT-FOUND TO RT-NOT-FOUND
          MOVE WS-USER-REFUSED TO RT-REFUSED
          MOVE RPT-USER-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          IF WS-USER-REFUSED NOT < WS-Q-LIMIT
             ADD 1 TO WS-USERS-FLAGGED
             MOVE RPT-FLAG-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
             IF WS-FLAGGED-COUNT < 100
                ADD 1 TO WS-FLAGGED-COUNT
                MOVE WS-HOLD-USER-ID
                   TO FT-USER-ID (WS-FLAGGED-COUNT)
                MOVE WS-USER-REFUSED
                   TO FT-REFUSED (WS-FLAGGED-COUNT)
             END-IF
          END-IF
          .

      *********     USERS FLAGGED FOR SECURITY REVIEW   ******************
        55-PRINT-FLAGGED-USERS.
          MOVE RPT-FLAGGED-HEADING TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          IF WS-FLAGGED-COUNT = 0
             MOVE RPT-NONE-FLAGGED-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          ELSE
             PERFORM 56-PRINT-ONE-FLAGGED
                VARYING FLAG-IDX FROM 1 BY 1
                UNTIL FLAG-IDX > WS-FLAGGED-COUNT
          END-IF
          .

        56-PRINT-ONE-FLAGGED.
          MOVE FT-USER-ID (FLAG-IDX) TO RF-USER-ID
          MOVE FT-REFUSED (FLAG-IDX) TO RF-REFUSED
          MOVE RPT-FLAGGED-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *********     RUN COUNTS   *****************************************
        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'PR2ALOG.TXT ROWS READ:' TO RC-LABEL
          MOVE WS-LOG-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ROWS SELECTED:' TO RC-LABEL
          MOVE WS-ROWS-SELECTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'USERS LISTED:' TO RC-LABEL
          MOVE WS-USERS-LISTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EMPLOYEE RECORDS VIEWED:' TO RC-LABEL
          MOVE WS-TOTAL-VIEWED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'INQUIRIES REFUSED:' TO RC-LABEL
          MOVE WS-TOTAL-REFUSED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'SIGN-ONS REFUSED:' TO RC-LABEL
          MOVE WS-TOTAL-SIGN-ON-REFUSED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'USERS FLAGGED:' TO RC-LABEL
          MOVE WS-USERS-FLAGGED TO RC-COUNT
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
              IF PR-KEYWORD = 'ACCR'
                 IF PR-ACCR-FROM-DATE NUMERIC
                    MOVE PR-ACCR-FROM-DATE TO WS-Q-FROM-DATE
                 END-IF
                 IF PR-ACCR-TO-DATE NUMERIC
                    MOVE PR-ACCR-TO-DATE TO WS-Q-TO-DATE
                 END-IF
                 IF PR-ACCR-LIMIT NUMERIC
                    AND PR-ACCR-LIMIT > 0
                    MOVE PR-ACCR-LIMIT TO WS-Q-LIMIT
                 END-IF
                 MOVE PR-ACCR-USER-ID TO WS-Q-USER-ID
              END-IF
        END-READ
        .
