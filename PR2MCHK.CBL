       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2MCHK.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Between-cycle master change check, run as the step before
      * the increase job.
      *
      * Compares the master about to go into the increase run,
      * PR2FA19.TXT, field by field against the master the last
      * increase run wrote, PR2NEWM.TXT, matched on WAREHOUSE-ID /
      * EMPLOYEE-ID, and ties every difference back to a change
      * that was actually approved since that run:
      *
      *   - an applied PR2MAINT transaction, off the maintenance
      *     journal PR2MJRN.TXT (a CHANGE row for the field with
      *     the same new value, an ADD or TRANSFER-in row for a new
      *     key, a TRANSFER-out row, or a PR2PURGE row under action
      *     P, for a missing one)
      *   - a PR2OFFCY salary action, off its source O audit rows
      *     on PR2AUDIT.TXT (a CUR-SAL row with the same new value;
      *     a position change or a LAST-INC stamped with the action
      *     date is accepted against any off-cycle action for the
      *     employee, since a promotion always posts one)
      *   - a PR2RETRO correction, off its source R delta audit
      *     rows (CUR-SAL, UNION-DUES, or INSURANCE with the same
      *     corrected value)
      *
      * Only journal and audit rows dated on or after the cycle
      * date on the run-cycle control record, PR2CYCL.TXT, count -
      * anything earlier is already in PR2NEWM.TXT.  UNION-DUES is
      * compared in whole dollars, the precision PR2FA19.TXT
      * carries.
      *
      * Every difference that cannot be tied to one of those prints
      * on the unexplained changes report, PR2UNEX.TXT, with the old
      * and new values, followed by counts of the differences found
      * and what explained them.  Any unexplained change sets return
      * code 8 so the scheduler holds the increase run until it is
      * accounted for.  A missing PR2NEWM.TXT (first cycle) leaves
      * nothing to compare and sets return code 4.
      *
      * Both masters now carry the employee status code and status
      * date.  A change to either is tied to the STATUS or STAT-DATE
      * row a PR2MAINT LEAVE, RETURN, TERMINATE, or DELETE journals;
      * a blank status reads as active, so an old record and an
      * active one compare equal.  A terminated employee dropped by
      * the retention purge is tied to the P row PR2PURGE journals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FA19-IN-FILE
               ASSIGN TO 'PR2FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA19-STATUS.
            SELECT FA19-SORT-FILE
               ASSIGN TO 'PR2KFSW.TXT'.
            SELECT SORTED-FA19-FILE
               ASSIGN TO 'PR2KFST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NEWM-IN-FILE
               ASSIGN TO 'PR2NEWM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
            SELECT NEWM-SORT-FILE
               ASSIGN TO 'PR2KNSW.TXT'.
            SELECT SORTED-NEWM-FILE
               ASSIGN TO 'PR2KNST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JOURNAL-IN-FILE
               ASSIGN TO 'PR2MJRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
            SELECT JOURNAL-SORT-FILE
               ASSIGN TO 'PR2KJSW.TXT'.
            SELECT SORTED-JOURNAL-FILE
               ASSIGN TO 'PR2KJST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUDIT-IN-FILE
               ASSIGN TO 'PR2AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
            SELECT AUDIT-SORT-FILE
               ASSIGN TO 'PR2KASW.TXT'.
            SELECT SORTED-AUDIT-FILE
               ASSIGN TO 'PR2KAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2UNEX.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD FA19-IN-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 RAW-FA19-RECORD         PIC X(92).

       SD FA19-SORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 FSORT-RECORD.
          05 FS-WAREHOUSE-ID   PIC X(4).
          05 FS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(83).

      *  Same layout the increase run reads from PR2FA19.TXT.
       FD SORTED-FA19-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 FA-EMPLOYEE-RECORD.
          05 FA-WAREHOUSE-ID     PIC X(4).
          05 FA-EMPLOYEE-ID      PIC X(5).
          05 FA-EMPLOYEE-POS     PIC X(2).
          05 FA-EMP-LAST         PIC X(10).
          05 FA-EMP-FIRST        PIC X(10).
          05 FILLER              PIC X(3).
          05 FA-HIRE-DATE        PIC S9(8).
          05 FA-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 FA-LAST-INC         PIC S9(8).
          05 FA-CUR-SAL          PIC 999999V99.
          05 FA-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 FA-UNION-DUES       PIC 999.
          05 FA-INSURANCE        PIC 999V99.
          05 FA-EMP-STATUS       PIC X(1).
          05 FA-STATUS-DATE      PIC 9(8).

       FD NEWM-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 RAW-NEWM-RECORD         PIC X(98).

       SD NEWM-SORT-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 NSORT-RECORD.
          05 NS-WAREHOUSE-ID   PIC X(4).
          05 NS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(89).

      *  Same layout the increase run writes to PR2NEWM.TXT.
       FD SORTED-NEWM-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 NM-EMPLOYEE-RECORD.
          05 NM-WAREHOUSE-ID     PIC X(4).
          05 NM-EMPLOYEE-ID      PIC X(5).
          05 NM-EMPLOYEE-POS     PIC X(2).
          05 NM-EMP-LAST         PIC X(10).
          05 NM-EMP-FIRST        PIC X(10).
          05 FILLER              PIC X(3).
          05 NM-HIRE-DATE        PIC S9(8).
          05 NM-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 NM-LAST-INC         PIC S9(8).
          05 NM-CUR-SAL          PIC 999999V99.
          05 NM-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 NM-UNION-DUES       PIC 9(4)V99.
          05 NM-INSURANCE        PIC 999999V99.
          05 NM-EMP-STATUS       PIC X(1).
          05 NM-STATUS-DATE      PIC 9(8).

      *********     MAINTENANCE JOURNAL   ********************************
      *  Same layout PR2MAINT writes.
       FD JOURNAL-IN-FILE
          RECORD CONTAINS 48 CHARACTERS.

       01 JOURNAL-IN-RECORD.
          05 JI-RUN-DATE        PIC 9(8).
          05 JI-ACTION          PIC X(1).
          05 JI-WHOUSE-ID       PIC X(4).
          05 JI-EMP-ID          PIC X(5).
          05 JI-FIELD-CHANGED   PIC X(10).
          05 JI-OLD-VALUE       PIC X(10).
          05 JI-NEW-VALUE       PIC X(10).

      *  Journal rows are sorted under the key they explain; a
      *  TRANSFER is released twice, once under the key it left
      *  and once under the key it arrived at.
       SD JOURNAL-SORT-FILE
          RECORD CONTAINS 57 CHARACTERS.

       01 JSORT-RECORD.
          05 JS-WHOUSE-ID      PIC X(4).
          05 JS-EMP-ID         PIC X(5).
          05 JS-JOURNAL-DATA   PIC X(48).

       FD SORTED-JOURNAL-FILE
          RECORD CONTAINS 57 CHARACTERS.

       01 SORTED-JOURNAL-RECORD.
          05 JN-KEY-WHOUSE-ID   PIC X(4).
          05 JN-KEY-EMP-ID      PIC X(5).
          05 JN-RUN-DATE        PIC 9(8).
          05 JN-ACTION          PIC X(1).
          05 JN-WHOUSE-ID       PIC X(4).
          05 JN-EMP-ID          PIC X(5).
          05 JN-FIELD-CHANGED   PIC X(10).
          05 JN-OLD-VALUE       PIC X(10).
          05 JN-NEW-VALUE       PIC X(10).
          05 JN-NEW-AMOUNT REDEFINES JN-NEW-VALUE
                                PIC 9(8)V99.

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
          05 AU-EMP-ID          PIC X(5).
          05 AU-FIELD-CHANGED   PIC X(10).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

      *********     RUN-CYCLE CONTROL RECORD   ****************************
      *  Same layout the increase run writes.
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

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 FA19-EOF-SW            PIC X(3) VALUE 'NO '.
               88  FA19-AT-END               VALUE 'YES'.
           05 NEWM-EOF-SW            PIC X(3) VALUE 'NO '.
               88  NEWM-AT-END               VALUE 'YES'.

       01  WS-FA19-STATUS          PIC XX      VALUE SPACES.
       01  WS-NEWM-STATUS          PIC XX      VALUE SPACES.
       01  WS-JRN-STATUS           PIC XX      VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.

      *  Comparison keys.  HIGH-VALUES at end of file lets the match
      *  loop run until both masters are exhausted; the journal and
      *  audit streams are stepped up to whichever key is current.
       01  WS-FA19-KEY.
           05 WS-FK-WHOUSE-ID      PIC X(4).
           05 WS-FK-EMP-ID         PIC X(5).

       01  WS-NEWM-KEY.
           05 WS-NK-WHOUSE-ID      PIC X(4).
           05 WS-NK-EMP-ID         PIC X(5).

       01  WS-JOURNAL-KEY.
           05 WS-JK-WHOUSE-ID      PIC X(4).
           05 WS-JK-EMP-ID         PIC X(5).

       01  WS-AUDIT-KEY.
           05 WS-AK-WHOUSE-ID      PIC X(4).
           05 WS-AK-EMP-ID         PIC X(5).

       01  WS-MATCH-KEY.
           05 WS-MATCH-WHOUSE-ID   PIC X(4).
           05 WS-MATCH-EMP-ID      PIC X(5).

      *  Journal and audit rows dated before this are already in
      *  the last cycle's master.
       01  WS-SINCE-DATE           PIC 9(8)    VALUE 0.

      *  The current key's journal and audit rows, gathered off the
      *  sorted streams before its fields are compared.
       01  WS-KEY-JRN-COUNT        PIC 99      VALUE 0.

       01  KEY-JOURNAL-TABLE.
           05  KEY-JOURNAL-ENTRY OCCURS 50 TIMES
                                  INDEXED BY KJ-IDX.
               10  KJ-ACTION       PIC X(1).
                   88  KJ-FIELD-ACTION   VALUE 'C' 'L' 'R' 'X' 'D'.
               10  KJ-WHOUSE-ID    PIC X(4).
               10  KJ-FIELD        PIC X(10).
               10  KJ-NEW-VALUE    PIC X(10).
               10  KJ-NEW-AMOUNT REDEFINES KJ-NEW-VALUE
                                   PIC 9(8)V99.

       01  WS-KEY-AUD-COUNT        PIC 99      VALUE 0.

       01  KEY-AUDIT-TABLE.
           05  KEY-AUDIT-ENTRY OCCURS 50 TIMES
                                  INDEXED BY KA-IDX.
               10  KA-FIELD        PIC X(10).
               10  KA-NEW-VALUE    PIC 9(6)V99.
               10  KA-RUN-DATE     PIC 9(8).
               10  KA-SOURCE       PIC X(1).

      *  The difference being checked: field name, old and new
      *  values as printed, and the new value in the form the
      *  journal and audit rows carry it.
       01  WS-DIFF-FIELDS.
           05  WS-DIFF-FIELD       PIC X(10)   VALUE SPACES.
           05  WS-DIFF-OLD-PRINT   PIC X(12)   VALUE SPACES.
           05  WS-DIFF-NEW-PRINT   PIC X(12)   VALUE SPACES.
           05  WS-DIFF-NEW-TEXT    PIC X(10)   VALUE SPACES.
           05  WS-DIFF-NEW-AMOUNT  PIC 9(8)V99 VALUE 0.
           05  WS-DIFF-TYPE-SW     PIC X(1)    VALUE 'T'.
               88  DIFF-IS-TEXT              VALUE 'T'.
               88  DIFF-IS-AMOUNT            VALUE 'A'.
           05  WS-EXPLAINED-BY     PIC X(8)    VALUE SPACES.

       01  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99.
       01  WS-EDIT-DATE            PIC 9(8).
       01  WS-WHOLE-DUES           PIC 9(4)    VALUE 0.

      *  Status code and date as compared: blank reads as active and
      *  a missing date as zero.
       01  WS-FA-STATUS            PIC X(1)    VALUE SPACES.
       01  WS-NM-STATUS            PIC X(1)    VALUE SPACES.
       01  WS-FA-STATUS-DATE       PIC 9(8)    VALUE 0.
       01  WS-NM-STATUS-DATE       PIC 9(8)    VALUE 0.
       01  WS-AUDIT-COMPARE        PIC 9(8)V99 VALUE 0.

       01  WS-CHECK-COUNTS.
           05  WS-FA19-READ        PIC 9(7)    VALUE 0.
           05  WS-NEWM-READ        PIC 9(7)    VALUE 0.
           05  WS-KEYS-MATCHED     PIC 9(7)    VALUE 0.
           05  WS-JOURNAL-SELECTED PIC 9(7)    VALUE 0.
           05  WS-AUDITS-SELECTED  PIC 9(7)    VALUE 0.
           05  WS-DIFFS-FOUND      PIC 9(7)    VALUE 0.
           05  WS-BY-MAINT         PIC 9(7)    VALUE 0.
           05  WS-BY-OFFCY         PIC 9(7)    VALUE 0.
           05  WS-BY-RETRO         PIC 9(7)    VALUE 0.
           05  WS-BY-PURGE         PIC 9(7)    VALUE 0.
           05  WS-UNEXPLAINED      PIC 9(7)    VALUE 0.
           05  WS-ROWS-NOT-HELD    PIC 9(7)    VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

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
          05                  PIC X(26)   VALUE SPACES.
          05                  PIC X(28)   VALUE
             'UNEXPLAINED MASTER CHANGES'.
          05                  PIC X(26)   VALUE SPACES.

       01 RPT-PARM-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(48)   VALUE
             'PR2FA19.TXT AGAINST PR2NEWM.TXT - CHANGES SINCE'.
          05 RP-SINCE-DATE    PIC 9(8).
          05                  PIC X(20)   VALUE SPACES.

       01 RPT-COL-HEADING.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'WAREHOUSE'.
          05                  PIC X(10)   VALUE 'EMPLOYEE'.
          05                  PIC X(13)   VALUE 'FIELD'.
          05                  PIC X(15)   VALUE 'LAST CYCLE'.
          05                  PIC X(29)   VALUE 'INCOMING'.

       01 RPT-DETAIL-LINE.
          05                  PIC X(3)    VALUE SPACES.
          05 RD-WHOUSE-ID     PIC X(4).
          05                  PIC X(6)    VALUE SPACES.
          05 RD-EMP-ID        PIC X(5).
          05                  PIC X(5)    VALUE SPACES.
          05 RD-FIELD         PIC X(10).
          05                  PIC X(3)    VALUE SPACES.
          05 RD-OLD-VALUE     PIC X(12).
          05                  PIC X(3)    VALUE SPACES.
          05 RD-NEW-VALUE     PIC X(12).
          05                  PIC X(17)   VALUE SPACES.

       01 RPT-NONE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(76)   VALUE
             'NO UNEXPLAINED CHANGES'.

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       01 RPT-STATUS-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'RUN STATUS:'.
          05 RS-STATUS        PIC X(50).
          05                  PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 40-MATCH-ONE-KEY
             UNTIL FA19-AT-END AND NEWM-AT-END
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-FA19-FILE
                SORTED-NEWM-FILE
                SORTED-JOURNAL-FILE
                SORTED-AUDIT-FILE
                REPORT-FILE
          DISPLAY 'PR2MCHK: DIFFERENCES FOUND     ' WS-DIFFS-FOUND
          DISPLAY 'PR2MCHK: UNEXPLAINED CHANGES   ' WS-UNEXPLAINED
          IF WS-UNEXPLAINED > 0
             DISPLAY 'PR2MCHK: UNEXPLAINED MASTER CHANGES - SEE '
                'PR2UNEX.TXT - HOLD THE INCREASE RUN - RETURN CODE 8'
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
         PERFORM 12-READ-RUN-CYCLE
         OPEN INPUT FA19-IN-FILE
         IF WS-FA19-STATUS NOT = '00'
            DISPLAY 'PR2MCHK: PR2FA19.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-FA19-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE FA19-IN-FILE
         OPEN INPUT NEWM-IN-FILE
         IF WS-NEWM-STATUS NOT = '00'
            DISPLAY 'PR2MCHK: PR2NEWM.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-NEWM-STATUS
               ' - NO PRIOR CYCLE TO COMPARE AGAINST'
            MOVE 4 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE NEWM-IN-FILE
         SORT FA19-SORT-FILE
            ON ASCENDING KEY FS-WAREHOUSE-ID FS-EMPLOYEE-ID
            USING FA19-IN-FILE
            GIVING SORTED-FA19-FILE
         SORT NEWM-SORT-FILE
            ON ASCENDING KEY NS-WAREHOUSE-ID NS-EMPLOYEE-ID
            USING NEWM-IN-FILE
            GIVING SORTED-NEWM-FILE
         SORT JOURNAL-SORT-FILE
            ON ASCENDING KEY JS-WHOUSE-ID JS-EMP-ID
            INPUT PROCEDURE 17-RELEASE-JOURNAL-ROWS
            GIVING SORTED-JOURNAL-FILE
         SORT AUDIT-SORT-FILE
            ON ASCENDING KEY AS-WHOUSE-ID AS-EMP-ID
            INPUT PROCEDURE 19-RELEASE-AUDIT-ROWS
            GIVING SORTED-AUDIT-FILE
         OPEN INPUT  SORTED-FA19-FILE
              INPUT  SORTED-NEWM-FILE
              INPUT  SORTED-JOURNAL-FILE
              INPUT  SORTED-AUDIT-FILE
              OUTPUT REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         PERFORM 30-READ-FA19
         PERFORM 31-READ-NEWM
         PERFORM 32-READ-JOURNAL
         PERFORM 33-READ-AUDIT
         .

      *********     RUN-CYCLE CONTROL   **********************************
      *  The cycle date of the last increase run bounds the journal
      *  and audit rows that can explain a difference.  With no
      *  control record every row on file is considered.
        12-READ-RUN-CYCLE.
          MOVE 0 TO WS-SINCE-DATE
          OPEN INPUT CYCLE-FILE
          IF WS-CYCL-STATUS = '00'
             READ CYCLE-FILE
                AT END
                   MOVE 0 TO WS-SINCE-DATE
                NOT AT END
                   IF CY-CYCLE-DATE NUMERIC
                      MOVE CY-CYCLE-DATE TO WS-SINCE-DATE
                   END-IF
             END-READ
             CLOSE CYCLE-FILE
          END-IF
          .

      *  Journal rows inside the window go to the sort under the key
      *  they explain; a TRANSFER also goes under its new key so the
      *  employee arriving at the new warehouse is accounted for.
        17-RELEASE-JOURNAL-ROWS.
         OPEN INPUT JOURNAL-IN-FILE
         IF WS-JRN-STATUS = '00'
            PERFORM 18-RELEASE-ONE-JOURNAL-ROW
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE JOURNAL-IN-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         END-IF
         .

        18-RELEASE-ONE-JOURNAL-ROW.
         READ JOURNAL-IN-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               IF JI-RUN-DATE NOT < WS-SINCE-DATE
                  ADD 1 TO WS-JOURNAL-SELECTED
                  MOVE JI-WHOUSE-ID TO JS-WHOUSE-ID
                  MOVE JI-EMP-ID TO JS-EMP-ID
                  MOVE JOURNAL-IN-RECORD TO JS-JOURNAL-DATA
                  RELEASE JSORT-RECORD
                  IF JI-ACTION = 'T'
                     MOVE JI-NEW-VALUE TO JS-WHOUSE-ID
                     MOVE JI-EMP-ID TO JS-EMP-ID
                     MOVE JOURNAL-IN-RECORD TO JS-JOURNAL-DATA
                     RELEASE JSORT-RECORD
                  END-IF
               END-IF
         END-READ
         .

      *  Only off-cycle (O) and retro (R) rows inside the window can
      *  explain a difference; the increase run's own rows are
      *  already reflected in PR2NEWM.TXT.
        19-RELEASE-AUDIT-ROWS.
         OPEN INPUT AUDIT-IN-FILE
         IF WS-AUDIT-STATUS = '00'
            PERFORM 191-RELEASE-ONE-AUDIT-ROW
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            CLOSE AUDIT-IN-FILE
            MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         END-IF
         .

        191-RELEASE-ONE-AUDIT-ROW.
         READ AUDIT-IN-FILE
            AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
            NOT AT END
               IF AI-RUN-DATE NOT < WS-SINCE-DATE
                  AND (AI-SOURCE = 'O' OR AI-SOURCE = 'R')
                  ADD 1 TO WS-AUDITS-SELECTED
                  RELEASE ASORT-RECORD FROM AUDIT-IN-RECORD
               END-IF
         END-READ
         .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-SINCE-DATE TO RP-SINCE-DATE
         WRITE REPORT-RECORD FROM RPT-PARM-LINE
            AFTER ADVANCING 2 LINES
         WRITE REPORT-RECORD FROM RPT-COL-HEADING
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

        30-READ-FA19.
          READ SORTED-FA19-FILE
             AT END
                MOVE 'YES' TO FA19-EOF-SW
                MOVE HIGH-VALUES TO WS-FA19-KEY
             NOT AT END
                ADD 1 TO WS-FA19-READ
                MOVE FA-WAREHOUSE-ID TO WS-FK-WHOUSE-ID
                MOVE FA-EMPLOYEE-ID TO WS-FK-EMP-ID
          END-READ
          .

        31-READ-NEWM.
          READ SORTED-NEWM-FILE
             AT END
                MOVE 'YES' TO NEWM-EOF-SW
                MOVE HIGH-VALUES TO WS-NEWM-KEY
             NOT AT END
                ADD 1 TO WS-NEWM-READ
                MOVE NM-WAREHOUSE-ID TO WS-NK-WHOUSE-ID
                MOVE NM-EMPLOYEE-ID TO WS-NK-EMP-ID
          END-READ
          .

        32-READ-JOURNAL.
          READ SORTED-JOURNAL-FILE
             AT END
                MOVE HIGH-VALUES TO WS-JOURNAL-KEY
             NOT AT END
                MOVE JN-KEY-WHOUSE-ID TO WS-JK-WHOUSE-ID
                MOVE JN-KEY-EMP-ID TO WS-JK-EMP-ID
          END-READ
          .

        33-READ-AUDIT.
          READ SORTED-AUDIT-FILE
             AT END
                MOVE HIGH-VALUES TO WS-AUDIT-KEY
             NOT AT END
                MOVE AU-WHOUSE-ID TO WS-AK-WHOUSE-ID
                MOVE AU-EMP-ID TO WS-AK-EMP-ID
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     TWO-MASTER MATCH CONTROL   ***************************
        40-MATCH-ONE-KEY.
          IF WS-FA19-KEY < WS-NEWM-KEY
             MOVE WS-FA19-KEY TO WS-MATCH-KEY
          ELSE
             MOVE WS-NEWM-KEY TO WS-MATCH-KEY
          END-IF
          PERFORM 41-GATHER-JOURNAL-ROWS
          PERFORM 43-GATHER-AUDIT-ROWS
          IF WS-FA19-KEY = WS-NEWM-KEY
             ADD 1 TO WS-KEYS-MATCHED
             PERFORM 50-COMPARE-FIELDS
             PERFORM 30-READ-FA19
             PERFORM 31-READ-NEWM
          ELSE
             IF WS-FA19-KEY < WS-NEWM-KEY
                PERFORM 55-EMPLOYEE-ADDED
                PERFORM 30-READ-FA19
             ELSE
                PERFORM 57-EMPLOYEE-REMOVED
                PERFORM 31-READ-NEWM
             END-IF
          END-IF
          .

      *  Rows for keys on neither master are passed over; the rows
      *  for the current key are held in the key table.
        41-GATHER-JOURNAL-ROWS.
          MOVE 0 TO WS-KEY-JRN-COUNT
          PERFORM 32-READ-JOURNAL
             UNTIL WS-JOURNAL-KEY NOT < WS-MATCH-KEY
          PERFORM 42-HOLD-ONE-JOURNAL-ROW
             UNTIL WS-JOURNAL-KEY NOT = WS-MATCH-KEY
          .

        42-HOLD-ONE-JOURNAL-ROW.
          IF WS-KEY-JRN-COUNT < 50
             ADD 1 TO WS-KEY-JRN-COUNT
             SET KJ-IDX TO WS-KEY-JRN-COUNT
             MOVE JN-ACTION TO KJ-ACTION (KJ-IDX)
             MOVE JN-WHOUSE-ID TO KJ-WHOUSE-ID (KJ-IDX)
             MOVE JN-FIELD-CHANGED TO KJ-FIELD (KJ-IDX)
             MOVE JN-NEW-VALUE TO KJ-NEW-VALUE (KJ-IDX)
          ELSE
             ADD 1 TO WS-ROWS-NOT-HELD
          END-IF
          PERFORM 32-READ-JOURNAL
          .

        43-GATHER-AUDIT-ROWS.
          MOVE 0 TO WS-KEY-AUD-COUNT
          PERFORM 33-READ-AUDIT
             UNTIL WS-AUDIT-KEY NOT < WS-MATCH-KEY
          PERFORM 44-HOLD-ONE-AUDIT-ROW
             UNTIL WS-AUDIT-KEY NOT = WS-MATCH-KEY
          .

        44-HOLD-ONE-AUDIT-ROW.
          IF WS-KEY-AUD-COUNT < 50
             ADD 1 TO WS-KEY-AUD-COUNT
             SET KA-IDX TO WS-KEY-AUD-COUNT
             MOVE AU-FIELD-CHANGED TO KA-FIELD (KA-IDX)
             MOVE AU-NEW-VALUE TO KA-NEW-VALUE (KA-IDX)
             MOVE AU-RUN-DATE TO KA-RUN-DATE (KA-IDX)
             MOVE AU-SOURCE TO KA-SOURCE (KA-IDX)
          ELSE
             ADD 1 TO WS-ROWS-NOT-HELD
          END-IF
          PERFORM 33-READ-AUDIT
          .

      *********     FIELD-BY-FIELD COMPARISON   **************************
      *  Each differing field is set up as a difference and passed
      *  to 60-EXPLAIN-DIFFERENCE.
        50-COMPARE-FIELDS.
          IF FA-EMPLOYEE-POS NOT = NM-EMPLOYEE-POS
             MOVE 'POSITION' TO WS-DIFF-FIELD
             MOVE NM-EMPLOYEE-POS TO WS-DIFF-OLD-PRINT
             MOVE FA-EMPLOYEE-POS TO WS-DIFF-NEW-PRINT
             MOVE FA-EMPLOYEE-POS TO WS-DIFF-NEW-TEXT
             MOVE 'T' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-EMP-LAST NOT = NM-EMP-LAST
             MOVE 'LAST-NAME' TO WS-DIFF-FIELD
             MOVE NM-EMP-LAST TO WS-DIFF-OLD-PRINT
             MOVE FA-EMP-LAST TO WS-DIFF-NEW-PRINT
             MOVE FA-EMP-LAST TO WS-DIFF-NEW-TEXT
             MOVE 'T' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-EMP-FIRST NOT = NM-EMP-FIRST
             MOVE 'FIRST-NAME' TO WS-DIFF-FIELD
             MOVE NM-EMP-FIRST TO WS-DIFF-OLD-PRINT
             MOVE FA-EMP-FIRST TO WS-DIFF-NEW-PRINT
             MOVE FA-EMP-FIRST TO WS-DIFF-NEW-TEXT
             MOVE 'T' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-HIRE-DATE NOT = NM-HIRE-DATE
             MOVE 'HIRE-DATE' TO WS-DIFF-FIELD
             MOVE NM-HIRE-DATE TO WS-EDIT-DATE
             MOVE WS-EDIT-DATE TO WS-DIFF-OLD-PRINT
             MOVE FA-HIRE-DATE TO WS-EDIT-DATE
             MOVE WS-EDIT-DATE TO WS-DIFF-NEW-PRINT
             MOVE FA-HIRE-DATE TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-START-SAL NOT = NM-START-SAL
             MOVE 'START-SAL' TO WS-DIFF-FIELD
             MOVE NM-START-SAL TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-OLD-PRINT
             MOVE FA-START-SAL TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-NEW-PRINT
             MOVE FA-START-SAL TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-LAST-INC NOT = NM-LAST-INC
             MOVE 'LAST-INC' TO WS-DIFF-FIELD
             MOVE NM-LAST-INC TO WS-EDIT-DATE
             MOVE WS-EDIT-DATE TO WS-DIFF-OLD-PRINT
             MOVE FA-LAST-INC TO WS-EDIT-DATE
             MOVE WS-EDIT-DATE TO WS-DIFF-NEW-PRINT
             MOVE FA-LAST-INC TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-CUR-SAL NOT = NM-CUR-SAL
             MOVE 'CUR-SAL' TO WS-DIFF-FIELD
             MOVE NM-CUR-SAL TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-OLD-PRINT
             MOVE FA-CUR-SAL TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-NEW-PRINT
             MOVE FA-CUR-SAL TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-PLAN-CODE NOT = NM-PLAN-CODE
             MOVE 'PLAN-CODE' TO WS-DIFF-FIELD
             MOVE NM-PLAN-CODE TO WS-DIFF-OLD-PRINT
             MOVE FA-PLAN-CODE TO WS-DIFF-NEW-PRINT
             MOVE FA-PLAN-CODE TO WS-DIFF-NEW-TEXT
             MOVE 'T' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          MOVE NM-UNION-DUES TO WS-WHOLE-DUES
          IF FA-UNION-DUES NOT = WS-WHOLE-DUES
             MOVE 'UNION-DUES' TO WS-DIFF-FIELD
             MOVE NM-UNION-DUES TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-OLD-PRINT
             MOVE FA-UNION-DUES TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-NEW-PRINT
             MOVE FA-UNION-DUES TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF FA-INSURANCE NOT = NM-INSURANCE
             MOVE 'INSURANCE' TO WS-DIFF-FIELD
             MOVE NM-INSURANCE TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-OLD-PRINT
             MOVE FA-INSURANCE TO WS-EDIT-AMOUNT
             MOVE WS-EDIT-AMOUNT TO WS-DIFF-NEW-PRINT
             MOVE FA-INSURANCE TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          PERFORM 51-COMPARE-STATUS
          .

        51-COMPARE-STATUS.
          MOVE FA-EMP-STATUS TO WS-FA-STATUS
          IF WS-FA-STATUS = SPACE
             MOVE 'A' TO WS-FA-STATUS
          END-IF
          MOVE NM-EMP-STATUS TO WS-NM-STATUS
          IF WS-NM-STATUS = SPACE
             MOVE 'A' TO WS-NM-STATUS
          END-IF
          IF FA-STATUS-DATE NUMERIC
             MOVE FA-STATUS-DATE TO WS-FA-STATUS-DATE
          ELSE
             MOVE 0 TO WS-FA-STATUS-DATE
          END-IF
          IF NM-STATUS-DATE NUMERIC
             MOVE NM-STATUS-DATE TO WS-NM-STATUS-DATE
          ELSE
             MOVE 0 TO WS-NM-STATUS-DATE
          END-IF
          IF WS-FA-STATUS NOT = WS-NM-STATUS
             MOVE 'STATUS' TO WS-DIFF-FIELD
             MOVE WS-NM-STATUS TO WS-DIFF-OLD-PRINT
             MOVE WS-FA-STATUS TO WS-DIFF-NEW-PRINT
             MOVE WS-FA-STATUS TO WS-DIFF-NEW-TEXT
             MOVE 'T' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          IF WS-FA-STATUS-DATE NOT = WS-NM-STATUS-DATE
             MOVE 'STAT-DATE' TO WS-DIFF-FIELD
             MOVE WS-NM-STATUS-DATE TO WS-DIFF-OLD-PRINT
             MOVE WS-FA-STATUS-DATE TO WS-DIFF-NEW-PRINT
             MOVE WS-FA-STATUS-DATE TO WS-DIFF-NEW-AMOUNT
             MOVE 'A' TO WS-DIFF-TYPE-SW
             PERFORM 60-EXPLAIN-DIFFERENCE
          END-IF
          .

      *  A key on PR2FA19.TXT only: good if an ADD or a TRANSFER
      *  into this warehouse was applied.
        55-EMPLOYEE-ADDED.
          MOVE 'EMPLOYEE' TO WS-DIFF-FIELD
          MOVE 'NOT ON FILE' TO WS-DIFF-OLD-PRINT
          MOVE 'ADDED' TO WS-DIFF-NEW-PRINT
          MOVE SPACES TO WS-EXPLAINED-BY
          PERFORM 56-CHECK-ONE-ADD-ROW
             VARYING KJ-IDX FROM 1 BY 1
             UNTIL KJ-IDX > WS-KEY-JRN-COUNT
          PERFORM 65-TALLY-DIFFERENCE
          .

        56-CHECK-ONE-ADD-ROW.
          IF KJ-ACTION (KJ-IDX) = 'A'
             OR (KJ-ACTION (KJ-IDX) = 'T'
                 AND KJ-WHOUSE-ID (KJ-IDX) NOT = WS-MATCH-WHOUSE-ID)
             MOVE 'PR2MAINT' TO WS-EXPLAINED-BY
          END-IF
          .

      *  A key on PR2NEWM.TXT only: good if a DELETE or a TRANSFER
      *  out of this warehouse was applied, or the retention purge
      *  dropped the terminated record.
        57-EMPLOYEE-REMOVED.
          MOVE 'EMPLOYEE' TO WS-DIFF-FIELD
          MOVE 'ON FILE' TO WS-DIFF-OLD-PRINT
          MOVE 'REMOVED' TO WS-DIFF-NEW-PRINT
          MOVE SPACES TO WS-EXPLAINED-BY
          PERFORM 58-CHECK-ONE-REMOVE-ROW
             VARYING KJ-IDX FROM 1 BY 1
             UNTIL KJ-IDX > WS-KEY-JRN-COUNT
          PERFORM 65-TALLY-DIFFERENCE
          .

        58-CHECK-ONE-REMOVE-ROW.
          IF KJ-ACTION (KJ-IDX) = 'T'
             AND KJ-WHOUSE-ID (KJ-IDX) = WS-MATCH-WHOUSE-ID
             MOVE 'PR2MAINT' TO WS-EXPLAINED-BY
          END-IF
          IF KJ-ACTION (KJ-IDX) = 'P'
             MOVE 'PR2PURGE' TO WS-EXPLAINED-BY
          END-IF
          .

      *********     EXPLAINING A DIFFERENCE   ****************************
      *  The maintenance journal is tried first, then the off-cycle
      *  and retro audit rows.
        60-EXPLAIN-DIFFERENCE.
          MOVE SPACES TO WS-EXPLAINED-BY
          PERFORM 61-CHECK-ONE-JOURNAL-ROW
             VARYING KJ-IDX FROM 1 BY 1
             UNTIL KJ-IDX > WS-KEY-JRN-COUNT
                   OR WS-EXPLAINED-BY NOT = SPACES
          IF WS-EXPLAINED-BY = SPACES
             PERFORM 62-CHECK-ONE-AUDIT-ROW
                VARYING KA-IDX FROM 1 BY 1
                UNTIL KA-IDX > WS-KEY-AUD-COUNT
                      OR WS-EXPLAINED-BY NOT = SPACES
          END-IF
          PERFORM 65-TALLY-DIFFERENCE
          .

      *  A CHANGE row (or, for STATUS and STAT-DATE, a status
      *  action row) for the same field whose new value is what
      *  PR2FA19.TXT now carries.
        61-CHECK-ONE-JOURNAL-ROW.
          IF KJ-FIELD-ACTION (KJ-IDX)
             AND KJ-FIELD (KJ-IDX) = WS-DIFF-FIELD
             IF DIFF-IS-AMOUNT
                IF KJ-NEW-AMOUNT (KJ-IDX) = WS-DIFF-NEW-AMOUNT
                   MOVE 'PR2MAINT' TO WS-EXPLAINED-BY
                END-IF
             ELSE
                IF KJ-NEW-VALUE (KJ-IDX) = WS-DIFF-NEW-TEXT
                   MOVE 'PR2MAINT' TO WS-EXPLAINED-BY
                END-IF
             END-IF
          END-IF
          .

      *  Amount fields need a row for the field carrying the new
      *  value (dues in whole dollars).  A position change needs any
      *  off-cycle action, and a LAST-INC one an off-cycle action
      *  dated the new LAST-INC.
        62-CHECK-ONE-AUDIT-ROW.
          EVALUATE WS-DIFF-FIELD
             WHEN 'CUR-SAL'
             WHEN 'INSURANCE'
                IF KA-FIELD (KA-IDX) = WS-DIFF-FIELD
                   MOVE KA-NEW-VALUE (KA-IDX) TO WS-AUDIT-COMPARE
                   IF WS-AUDIT-COMPARE = WS-DIFF-NEW-AMOUNT
                      PERFORM 63-SET-AUDIT-SOURCE
                   END-IF
                END-IF
             WHEN 'UNION-DUES'
                IF KA-FIELD (KA-IDX) = WS-DIFF-FIELD
                   MOVE KA-NEW-VALUE (KA-IDX) TO WS-WHOLE-DUES
                   MOVE WS-WHOLE-DUES TO WS-AUDIT-COMPARE
                   IF WS-AUDIT-COMPARE = WS-DIFF-NEW-AMOUNT
                      PERFORM 63-SET-AUDIT-SOURCE
                   END-IF
                END-IF
             WHEN 'POSITION'
                IF KA-SOURCE (KA-IDX) = 'O'
                   PERFORM 63-SET-AUDIT-SOURCE
                END-IF
             WHEN 'LAST-INC'
                IF KA-SOURCE (KA-IDX) = 'O'
                   AND KA-RUN-DATE (KA-IDX) = WS-DIFF-NEW-AMOUNT
                   PERFORM 63-SET-AUDIT-SOURCE
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          .

        63-SET-AUDIT-SOURCE.
          IF KA-SOURCE (KA-IDX) = 'O'
             MOVE 'PR2OFFCY' TO WS-EXPLAINED-BY
          ELSE
             MOVE 'PR2RETRO' TO WS-EXPLAINED-BY
          END-IF
          .

      *  Explained differences are counted by source; unexplained
      *  ones print.
        65-TALLY-DIFFERENCE.
          ADD 1 TO WS-DIFFS-FOUND
          EVALUATE WS-EXPLAINED-BY
             WHEN 'PR2MAINT'
                ADD 1 TO WS-BY-MAINT
             WHEN 'PR2OFFCY'
                ADD 1 TO WS-BY-OFFCY
             WHEN 'PR2RETRO'
                ADD 1 TO WS-BY-RETRO
             WHEN 'PR2PURGE'
                ADD 1 TO WS-BY-PURGE
             WHEN OTHER
                ADD 1 TO WS-UNEXPLAINED
                MOVE WS-MATCH-WHOUSE-ID TO RD-WHOUSE-ID
                MOVE WS-MATCH-EMP-ID TO RD-EMP-ID
                MOVE WS-DIFF-FIELD TO RD-FIELD
                MOVE WS-DIFF-OLD-PRINT TO RD-OLD-VALUE
                MOVE WS-DIFF-NEW-PRINT TO RD-NEW-VALUE
                MOVE RPT-DETAIL-LINE TO REPORT-RECORD
                PERFORM 35-WRITE-A-LINE
          END-EVALUATE
          .

      *********     COUNTS AND RUN STATUS   ******************************
        90-PRINT-COUNTS.
          IF WS-UNEXPLAINED = 0
             MOVE RPT-NONE-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 3 TO PROPER-SPACING
          MOVE 'PR2FA19.TXT RECORDS READ:' TO RC-LABEL
          MOVE WS-FA19-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'PR2NEWM.TXT RECORDS READ:' TO RC-LABEL
          MOVE WS-NEWM-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EMPLOYEES ON BOTH:' TO RC-LABEL
          MOVE WS-KEYS-MATCHED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'JOURNAL ROWS IN WINDOW:' TO RC-LABEL
          MOVE WS-JOURNAL-SELECTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'OFF-CYCLE/RETRO AUDIT ROWS:' TO RC-LABEL
          MOVE WS-AUDITS-SELECTED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'DIFFERENCES FOUND:' TO RC-LABEL
          MOVE WS-DIFFS-FOUND TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EXPLAINED BY PR2MAINT:' TO RC-LABEL
          MOVE WS-BY-MAINT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EXPLAINED BY PR2OFFCY:' TO RC-LABEL
          MOVE WS-BY-OFFCY TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EXPLAINED BY PR2RETRO:' TO RC-LABEL
          MOVE WS-BY-RETRO TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EXPLAINED BY PR2PURGE:' TO RC-LABEL
          MOVE WS-BY-PURGE TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'UNEXPLAINED:' TO RC-LABEL
          MOVE WS-UNEXPLAINED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          IF WS-ROWS-NOT-HELD > 0
             MOVE 'ROWS OVER 50 PER EMPLOYEE IGNORED:' TO RC-LABEL
             MOVE WS-ROWS-NOT-HELD TO RC-COUNT
             MOVE RPT-COUNT-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          IF WS-UNEXPLAINED > 0
             MOVE 'UNEXPLAINED CHANGES - HOLD THE INCREASE RUN'
                TO RS-STATUS
          ELSE
             MOVE 'ALL CHANGES EXPLAINED - INCREASE RUN MAY PROCEED'
                TO RS-STATUS
          END-IF
          MOVE 3 TO PROPER-SPACING
          MOVE RPT-STATUS-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .
