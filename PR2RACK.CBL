       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2RACK.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Matches payroll's acknowledgement file back to the pay-rate
      * change feed and reports every change payroll did not take.
      *
      * PR2RCHG.TXT is the feed PR2FEED appends a batch to after
      * each pay run; its detail rows carry a sequence number that
      * never repeats, so the file is already in sequence order.
      * Payroll returns PR2RACK.TXT with one record per detail row
      * it processed, keyed by that sequence number, marked A
      * (applied) or R (rejected) with a reason.  The acknowledgements
      * are sorted by sequence number and matched to the detail rows.
      *
      * PR2RACR.TXT lists, in sequence order:
      *   REJECTED     - payroll rejected the change; reason below it
      *   UNCONFIRMED  - no acknowledgement for the row yet
      *   KEY MISMATCH - acknowledged under another warehouse or
      *                  employee than the feed sent
      *   NO FEED ROW  - an acknowledgement for a sequence number
      *                  the feed never sent, or a second one for a
      *                  row already acknowledged
      * followed by counts.  Return code 4 when anything is listed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEED-FILE
               ASSIGN TO 'PR2RCHG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
            SELECT ACK-FILE
               ASSIGN TO 'PR2RACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
            SELECT ACK-SORT-FILE
               ASSIGN TO 'PR2RASW.TXT'.
            SELECT SORTED-ACK-FILE
               ASSIGN TO 'PR2RAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2RACR.TXT'.

       DATA DIVISION.
       FILE SECTION.

      *  Same layout PR2FEED writes.
       FD FEED-FILE
          RECORD CONTAINS 64 CHARACTERS.

       01 FEED-DETAIL-RECORD.
          05 FD-RECORD-TYPE      PIC X(1).
          05 FD-SEQUENCE         PIC 9(7).
          05 FD-WHOUSE-ID        PIC X(4).
          05 FD-EMP-ID           PIC X(5).
          05 FD-CHANGE-TYPE      PIC X(1).
          05 FD-FIELD-CHANGED    PIC X(10).
          05 FD-OLD-VALUE        PIC X(10).
          05 FD-OLD-AMOUNT REDEFINES FD-OLD-VALUE
                                 PIC 9(8)V99.
          05 FD-NEW-VALUE        PIC X(10).
          05 FD-NEW-AMOUNT REDEFINES FD-NEW-VALUE
                                 PIC 9(8)V99.
          05 FD-EFF-DATE         PIC 9(8).
          05 FD-SOURCE           PIC X(8).

       01 FEED-HEADER-RECORD.
          05 FH-RECORD-TYPE      PIC X(1).
          05 FH-BATCH-NUMBER     PIC 9(5).
          05 FILLER              PIC X(58).

      *  Payroll's acknowledgement of one feed detail row.
       FD ACK-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 ACK-RECORD           PIC X(40).

       SD ACK-SORT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 ACK-SORT-RECORD.
          05 AS-SEQUENCE         PIC 9(7).
          05 FILLER              PIC X(33).

       FD SORTED-ACK-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 SORTED-ACK-RECORD.
          05 AK-SEQUENCE         PIC 9(7).
          05 AK-WHOUSE-ID        PIC X(4).
          05 AK-EMP-ID           PIC X(5).
          05 AK-STATUS           PIC X(1).
             88 AK-APPLIED                VALUE 'A'.
             88 AK-REJECTED               VALUE 'R'.
          05 AK-REASON           PIC X(20).
          05 FILLER              PIC X(3).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 FEED-EOF-SW            PIC X(3) VALUE 'NO '.
               88  FEED-AT-END               VALUE 'YES'.
           05 ACK-EOF-SW             PIC X(3) VALUE 'NO '.
               88  ACK-AT-END                VALUE 'YES'.

       01  WS-FEED-STATUS          PIC XX      VALUE SPACES.
       01  WS-ACK-STATUS           PIC XX      VALUE SPACES.

      *  Sequence numbers to match on; HIGH-VALUES at end of file.
       01  WS-FEED-KEY             PIC X(7).
       01  WS-ACK-KEY              PIC X(7).
       01  WS-CURRENT-BATCH        PIC 9(5)    VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-RACK-COUNTS.
           05  WS-FEED-ROWS        PIC 9(7)    VALUE 0.
           05  WS-ACKS-READ        PIC 9(7)    VALUE 0.
           05  WS-APPLIED          PIC 9(7)    VALUE 0.
           05  WS-REJECTED         PIC 9(7)    VALUE 0.
           05  WS-UNCONFIRMED      PIC 9(7)    VALUE 0.
           05  WS-MISMATCHED       PIC 9(7)    VALUE 0.
           05  WS-NO-FEED-ROW      PIC 9(7)    VALUE 0.
           05  WS-EXCEPTIONS       PIC 9(7)    VALUE 0.

       01 REPORT-FIELDS.
          05  PROPER-SPACING    PIC S9      VALUE +1.

      *********     OUTPUT AREA     **********************************
       01 HEADING-ONE.
          05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X     VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  H1-YEAR                 PIC 99.
          05                  PIC X(22)   VALUE '    MAB'.
          05                  PIC X(35)   VALUE 'DRAKEA, LTD'.
          05                  PIC X(8)    VALUE SPACES.

       01 HEADING-TWO.
          05                  PIC X(19)   VALUE SPACES.
          05                  PIC X(42)   VALUE
             'PAY-RATE FEED ACKNOWLEDGEMENT EXCEPTIONS'.
          05                  PIC X(19)   VALUE SPACES.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'SEQUENCE'.
          05                  PIC X(7)    VALUE 'BATCH'.
          05                  PIC X(6)    VALUE 'WHSE'.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(12)   VALUE 'FIELD'.
          05                  PIC X(14)   VALUE '    NEW VALUE'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'EXCEPTION'.
          05                  PIC X(9)    VALUE 'EFFECTIVE'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-SEQUENCE      PIC 9(7).
          05                  PIC X(2)    VALUE SPACES.
          05 DL-BATCH         PIC ZZZZ9.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 DL-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 DL-FIELD         PIC X(10).
          05                  PIC X(2)    VALUE SPACES.
          05 DL-NEW-VALUE     PIC X(14).
          05 DL-NEW-AMOUNT REDEFINES DL-NEW-VALUE
                              PIC ZZ,ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-EXCEPTION     PIC X(12).
          05 DL-EFF-DATE      PIC 9(8).
          05                  PIC X(1)    VALUE SPACES.

       01 REASON-LINE.
          05                  PIC X(24)   VALUE SPACES.
          05                  PIC X(16)   VALUE 'PAYROLL REASON:'.
          05 RL-REASON        PIC X(20).
          05                  PIC X(20)   VALUE SPACES.

       01 ACK-KEY-LINE.
          05                  PIC X(24)   VALUE SPACES.
          05                  PIC X(16)   VALUE 'ACKNOWLEDGED AS:'.
          05 AL-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 AL-EMP-ID        PIC X(5).
          05                  PIC X(29)   VALUE SPACES.

       01 COUNT-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 40-MATCH-ONE-SEQUENCE
             UNTIL FEED-AT-END AND ACK-AT-END
          PERFORM 90-PRINT-COUNTS
          CLOSE FEED-FILE
                SORTED-ACK-FILE
                REPORT-FILE
          IF WS-EXCEPTIONS > 0
             DISPLAY 'PR2RACK: ' WS-EXCEPTIONS
                ' FEED EXCEPTIONS - SEE PR2RACR.TXT'
             MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
         OPEN INPUT FEED-FILE
         IF WS-FEED-STATUS NOT = '00'
            DISPLAY 'PR2RACK: PR2RCHG.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-FEED-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         SORT ACK-SORT-FILE
            ON ASCENDING KEY AS-SEQUENCE
            INPUT PROCEDURE 17-RELEASE-ACKS
            GIVING SORTED-ACK-FILE
         OPEN INPUT  SORTED-ACK-FILE
              OUTPUT REPORT-FILE
         PERFORM 20-HEADER-ROUTINE
         PERFORM 30-READ-FEED
         PERFORM 31-READ-ACK
         .

      *  No acknowledgement file yet leaves every row unconfirmed.
        17-RELEASE-ACKS.
         OPEN INPUT ACK-FILE
         IF WS-ACK-STATUS = '00'
            PERFORM 171-RELEASE-ONE-ACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE ACK-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         ELSE
            DISPLAY 'PR2RACK: NO PR2RACK.TXT - NOTHING ACKNOWLEDGED'
         END-IF
         .

        171-RELEASE-ONE-ACK.
         READ ACK-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               MOVE ACK-RECORD TO ACK-SORT-RECORD
               RELEASE ACK-SORT-RECORD
         END-READ
         .

        20-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM HEADING-TWO
            AFTER ADVANCING 2 LINES
         WRITE REPORT-RECORD FROM HEADING-THREE
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

      *  Header rows set the batch; trailer rows are passed over.
        30-READ-FEED.
          MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          PERFORM 301-READ-FEED-RECORD
             UNTIL ARE-THERE-MORE-RECORDS = 'YES'
                   OR FEED-AT-END
          .

        301-READ-FEED-RECORD.
          READ FEED-FILE
             AT END
                MOVE 'YES' TO FEED-EOF-SW
                MOVE HIGH-VALUES TO WS-FEED-KEY
             NOT AT END
                EVALUATE FD-RECORD-TYPE
                   WHEN 'H'
                      MOVE FH-BATCH-NUMBER TO WS-CURRENT-BATCH
                   WHEN 'D'
                      ADD 1 TO WS-FEED-ROWS
                      MOVE FD-SEQUENCE TO WS-FEED-KEY
                      MOVE 'YES' TO ARE-THERE-MORE-RECORDS
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
          END-READ
          .

        31-READ-ACK.
          READ SORTED-ACK-FILE
             AT END
                MOVE 'YES' TO ACK-EOF-SW
                MOVE HIGH-VALUES TO WS-ACK-KEY
             NOT AT END
                ADD 1 TO WS-ACKS-READ
                MOVE AK-SEQUENCE TO WS-ACK-KEY
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     FEED / ACKNOWLEDGEMENT MATCH   ***********************
        40-MATCH-ONE-SEQUENCE.
          IF WS-FEED-KEY = WS-ACK-KEY
             PERFORM 45-CHECK-ACKNOWLEDGEMENT
             PERFORM 30-READ-FEED
             PERFORM 31-READ-ACK
          ELSE
             IF WS-FEED-KEY < WS-ACK-KEY
                ADD 1 TO WS-UNCONFIRMED
                PERFORM 50-SET-FEED-LINE
                MOVE 'UNCONFIRMED' TO DL-EXCEPTION
                PERFORM 55-PRINT-EXCEPTION
                PERFORM 30-READ-FEED
             ELSE
                ADD 1 TO WS-NO-FEED-ROW
                MOVE SPACES TO DETAIL-LINE
                MOVE AK-SEQUENCE TO DL-SEQUENCE
                MOVE AK-WHOUSE-ID TO DL-WHOUSE-ID
                MOVE AK-EMP-ID TO DL-EMP-ID
                MOVE 'NO FEED ROW' TO DL-EXCEPTION
                PERFORM 55-PRINT-EXCEPTION
                PERFORM 31-READ-ACK
             END-IF
          END-IF
          .

        45-CHECK-ACKNOWLEDGEMENT.
          IF AK-WHOUSE-ID NOT = FD-WHOUSE-ID
             OR AK-EMP-ID NOT = FD-EMP-ID
             ADD 1 TO WS-MISMATCHED
             PERFORM 50-SET-FEED-LINE
             MOVE 'KEY MISMATCH' TO DL-EXCEPTION
             PERFORM 55-PRINT-EXCEPTION
             MOVE AK-WHOUSE-ID TO AL-WHOUSE-ID
             MOVE AK-EMP-ID TO AL-EMP-ID
             MOVE ACK-KEY-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          ELSE
             IF AK-REJECTED
                ADD 1 TO WS-REJECTED
                PERFORM 50-SET-FEED-LINE
                MOVE 'REJECTED' TO DL-EXCEPTION
                PERFORM 55-PRINT-EXCEPTION
                MOVE AK-REASON TO RL-REASON
                MOVE REASON-LINE TO REPORT-RECORD
                PERFORM 35-WRITE-A-LINE
             ELSE
                ADD 1 TO WS-APPLIED
             END-IF
          END-IF
          .

      *  Position and warehouse rows carry codes, the rest amounts.
        50-SET-FEED-LINE.
          MOVE SPACES TO DETAIL-LINE
          MOVE FD-SEQUENCE TO DL-SEQUENCE
          MOVE WS-CURRENT-BATCH TO DL-BATCH
          MOVE FD-WHOUSE-ID TO DL-WHOUSE-ID
          MOVE FD-EMP-ID TO DL-EMP-ID
          MOVE FD-FIELD-CHANGED TO DL-FIELD
          IF FD-FIELD-CHANGED = 'POSITION'
             OR FD-FIELD-CHANGED = 'WAREHOUSE'
             MOVE FD-NEW-VALUE TO DL-NEW-VALUE
          ELSE
             MOVE FD-NEW-AMOUNT TO DL-NEW-AMOUNT
          END-IF
          MOVE FD-EFF-DATE TO DL-EFF-DATE
          .

        55-PRINT-EXCEPTION.
          ADD 1 TO WS-EXCEPTIONS
          MOVE DETAIL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'FEED DETAIL ROWS:' TO RC-LABEL
          MOVE WS-FEED-ROWS TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ACKNOWLEDGEMENTS READ:' TO RC-LABEL
          MOVE WS-ACKS-READ TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'APPLIED BY PAYROLL:' TO RC-LABEL
          MOVE WS-APPLIED TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'REJECTED BY PAYROLL:' TO RC-LABEL
          MOVE WS-REJECTED TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'UNCONFIRMED:' TO RC-LABEL
          MOVE WS-UNCONFIRMED TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'KEY MISMATCHES:' TO RC-LABEL
          MOVE WS-MISMATCHED TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ACKNOWLEDGEMENTS WITH NO FEED ROW:' TO RC-LABEL
          MOVE WS-NO-FEED-ROW TO RC-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .
