       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2FEED.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Pay-rate change feed to the payroll system, so a rate change
      * reaches a paycheck off an interface file instead of being
      * keyed from a printout.
      *
      * Runs as the step after each run that changes pay, before
      * its output master is copied into place.  A FEED record on
      * PR2PARM.TXT names the producing run, in the file's usual
      * keyword pattern:
      *   FEED + source program(8)
      * and the source fixes the master before and after that run:
      *   PROJECT2  PR2FA19.TXT  against PR2NEWM.TXT
      *   PR2OFFCY  PR2NEWM.TXT  against PR2NEWMO.TXT
      *   PR2RETRO  PR2NEWM.TXT  against PR2NEWMC.TXT
      *   PR2MAINT  PR2FA19.TXT  against PR2FA19N.TXT
      * Both masters are sorted by WAREHOUSE-ID / EMPLOYEE-ID and
      * matched.  A detail row is written for every change to
      * CUR-SAL, UNION-DUES, INSURANCE, or position on a matched
      * employee (type C).  An employee found only after the run is
      * a transfer (type T) when the same EMPLOYEE-ID left another
      * warehouse in the run - a WAREHOUSE row plus any rate changes
      * - and otherwise a new employee (type N), sent with position
      * and all three rates.  Employees found only before the run
      * (deletes, or exceptions the increase run recycled) are not
      * rate changes and are not sent.
      *
      * The effective date is the run date for maintenance, and the
      * new LAST-INC for the other runs - the cycle date for the
      * increase run, the action date for an off-cycle action, and,
      * since a retro correction leaves LAST-INC alone, the date of
      * the increase it corrects for a retro delta.
      *
      * Each run appends one batch to PR2RCHG.TXT (opened EXTEND,
      * like the GL interface): a header (type H) naming the batch
      * number, source, and files compared, the detail rows (type D)
      * each carrying a record sequence number that never repeats,
      * and a trailer (type T) with the batch's row count, hash of
      * the new amounts, and first and last sequence numbers.  The
      * last batch and sequence numbers used are kept on the feed
      * control record PR2RCTL.TXT.  Payroll acknowledges rows by
      * sequence number; PR2RACK matches the acknowledgements back.
      * A register of the batch prints on PR2FEDR.TXT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BEFORE-SHORT-FILE
               ASSIGN TO 'PR2FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.
            SELECT BEFORE-LONG-FILE
               ASSIGN TO 'PR2NEWM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.
            SELECT AFTER-SHORT-FILE
               ASSIGN TO 'PR2FA19N.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTER-STATUS.
            SELECT AFTER-LONG-FILE
               ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTER-STATUS.
            SELECT BEFORE-SORT-FILE
               ASSIGN TO 'PR2FBSW.TXT'.
            SELECT SORTED-BEFORE-FILE
               ASSIGN TO 'PR2FBST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AFTER-SORT-FILE
               ASSIGN TO 'PR2FASW.TXT'.
            SELECT SORTED-AFTER-FILE
               ASSIGN TO 'PR2FAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEED-FILE
               ASSIGN TO 'PR2RCHG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
            SELECT FEED-CONTROL-FILE
               ASSIGN TO 'PR2RCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PR2FEDR.TXT'.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  Same layout the increase run reads from PR2FA19.TXT and
      *  PR2MAINT writes to PR2FA19N.TXT.
       FD BEFORE-SHORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 BS-EMPLOYEE-RECORD.
          05 BS-WAREHOUSE-ID     PIC X(4).
          05 BS-EMPLOYEE-ID      PIC X(5).
          05 BS-EMPLOYEE-POS     PIC X(2).
          05 FILLER              PIC X(23).
          05 BS-HIRE-DATE        PIC S9(8).
          05 BS-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 BS-LAST-INC         PIC S9(8).
          05 BS-CUR-SAL          PIC 999999V99.
          05 BS-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 BS-UNION-DUES       PIC 999.
          05 BS-INSURANCE        PIC 999V99.
          05 FILLER              PIC X(9).

       FD AFTER-SHORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 AS-EMPLOYEE-RECORD.
          05 AS-WAREHOUSE-ID     PIC X(4).
          05 AS-EMPLOYEE-ID      PIC X(5).
          05 AS-EMPLOYEE-POS     PIC X(2).
          05 FILLER              PIC X(23).
          05 AS-HIRE-DATE        PIC S9(8).
          05 AS-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 AS-LAST-INC         PIC S9(8).
          05 AS-CUR-SAL          PIC 999999V99.
          05 AS-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 AS-UNION-DUES       PIC 999.
          05 AS-INSURANCE        PIC 999V99.
          05 FILLER              PIC X(9).

      *  Same layout the increase run writes to PR2NEWM.TXT.
       FD BEFORE-LONG-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 BL-EMPLOYEE-RECORD.
          05 BL-WAREHOUSE-ID     PIC X(4).
          05 BL-EMPLOYEE-ID      PIC X(5).
          05 BL-EMPLOYEE-POS     PIC X(2).
          05 FILLER              PIC X(23).
          05 BL-HIRE-DATE        PIC S9(8).
          05 BL-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 BL-LAST-INC         PIC S9(8).
          05 BL-CUR-SAL          PIC 999999V99.
          05 BL-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 BL-UNION-DUES       PIC 9(4)V99.
          05 BL-INSURANCE        PIC 999999V99.
          05 FILLER              PIC X(9).

       FD AFTER-LONG-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 AL-EMPLOYEE-RECORD.
          05 AL-WAREHOUSE-ID     PIC X(4).
          05 AL-EMPLOYEE-ID      PIC X(5).
          05 AL-EMPLOYEE-POS     PIC X(2).
          05 FILLER              PIC X(23).
          05 AL-HIRE-DATE        PIC S9(8).
          05 AL-START-SAL        PIC 999999V99.
          05 FILLER              PIC X(4).
          05 AL-LAST-INC         PIC S9(8).
          05 AL-CUR-SAL          PIC 999999V99.
          05 AL-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(2).
          05 AL-UNION-DUES       PIC 9(4)V99.
          05 AL-INSURANCE        PIC 999999V99.
          05 FILLER              PIC X(9).

      *  Either master is cut down to the fields the feed carries,
      *  dues and insurance at the wider PR2NEWM.TXT precision, so
      *  the match works the same whatever the source.
       SD BEFORE-SORT-FILE
          RECORD CONTAINS 41 CHARACTERS.

       01 BSORT-RECORD.
          05 BSR-WAREHOUSE-ID    PIC X(4).
          05 BSR-EMPLOYEE-ID     PIC X(5).
          05 BSR-EMPLOYEE-POS    PIC X(2).
          05 BSR-LAST-INC        PIC S9(8).
          05 BSR-CUR-SAL         PIC 9(6)V99.
          05 BSR-UNION-DUES      PIC 9(4)V99.
          05 BSR-INSURANCE       PIC 9(6)V99.

       FD SORTED-BEFORE-FILE
          RECORD CONTAINS 41 CHARACTERS.

       01 SORTED-BEFORE-RECORD.
          05 BF-WAREHOUSE-ID     PIC X(4).
          05 BF-EMPLOYEE-ID      PIC X(5).
          05 FILLER              PIC X(32).

       SD AFTER-SORT-FILE
          RECORD CONTAINS 41 CHARACTERS.

       01 ASORT-RECORD.
          05 ASR-WAREHOUSE-ID    PIC X(4).
          05 ASR-EMPLOYEE-ID     PIC X(5).
          05 ASR-EMPLOYEE-POS    PIC X(2).
          05 ASR-LAST-INC        PIC S9(8).
          05 ASR-CUR-SAL         PIC 9(6)V99.
          05 ASR-UNION-DUES      PIC 9(4)V99.
          05 ASR-INSURANCE       PIC 9(6)V99.

       FD SORTED-AFTER-FILE
          RECORD CONTAINS 41 CHARACTERS.

       01 SORTED-AFTER-RECORD.
          05 AF-WAREHOUSE-ID     PIC X(4).
          05 AF-EMPLOYEE-ID      PIC X(5).
          05 FILLER              PIC X(32).

      *********     RATE-CHANGE INTERFACE FILE   **************************
      * Header, detail, and trailer records share the 64-character
      * layout; the first byte tells them apart.
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
          05 FH-SOURCE           PIC X(8).
          05 FH-RUN-DATE         PIC 9(8).
          05 FH-BEFORE-FILE      PIC X(12).
          05 FH-AFTER-FILE       PIC X(12).
          05 FILLER              PIC X(18).

       01 FEED-TRAILER-RECORD.
          05 FT-RECORD-TYPE      PIC X(1).
          05 FT-BATCH-NUMBER     PIC 9(5).
          05 FT-RECORD-COUNT     PIC 9(7).
          05 FT-HASH-AMOUNT      PIC 9(11)V99.
          05 FT-FIRST-SEQUENCE   PIC 9(7).
          05 FT-LAST-SEQUENCE    PIC 9(7).
          05 FILLER              PIC X(24).

      *  The last batch and sequence numbers handed to payroll.
       FD FEED-CONTROL-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 FEED-CONTROL-RECORD.
          05 CT-LAST-BATCH       PIC 9(5).
          05 CT-LAST-SEQUENCE    PIC 9(7).
          05 CT-LAST-RUN-DATE    PIC 9(8).
          05 CT-LAST-SOURCE      PIC X(8).
          05 FILLER              PIC X(2).

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD   PIC X(80).

      *********     RUN PARAMETER FILE   **********************************
      * Only the FEED record matters here; the others belong to the
      * increase run and are passed over.
       FD PARM-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 PARM-RECORD.
          05 PR-KEYWORD        PIC X(4).
          05 PR-FEED-DATA.
             10 PR-FEED-SOURCE    PIC X(8).
             10 FILLER            PIC X(28).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 BEFORE-EOF-SW          PIC X(3) VALUE 'NO '.
               88  BEFORE-AT-END             VALUE 'YES'.
           05 AFTER-EOF-SW           PIC X(3) VALUE 'NO '.
               88  AFTER-AT-END              VALUE 'YES'.

       01  WS-BEFORE-STATUS        PIC XX      VALUE SPACES.
       01  WS-AFTER-STATUS         PIC XX      VALUE SPACES.
       01  WS-FEED-STATUS          PIC XX      VALUE SPACES.
       01  WS-FCTL-STATUS          PIC XX      VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

      *  FEED source from PR2PARM.TXT and the masters it compares.
       01  WS-FEED-FIELDS.
           05  WS-FEED-SOURCE      PIC X(8)    VALUE SPACES.
               88  FEED-FROM-INCREASE        VALUE 'PROJECT2'.
               88  FEED-FROM-OFFCY           VALUE 'PR2OFFCY'.
               88  FEED-FROM-RETRO           VALUE 'PR2RETRO'.
               88  FEED-FROM-MAINT           VALUE 'PR2MAINT'.
           05  WS-BEFORE-NAME      PIC X(12)   VALUE SPACES.
           05  WS-AFTER-NAME       PIC X(12)   VALUE SPACES.
           05  BEFORE-SHORT-SW     PIC X(3)    VALUE 'NO '.
               88  BEFORE-IS-SHORT           VALUE 'YES'.
           05  AFTER-SHORT-SW      PIC X(3)    VALUE 'NO '.
               88  AFTER-IS-SHORT            VALUE 'YES'.

      *  Batch and sequence numbering, carried forward from the
      *  feed control record.
       01  WS-FEED-NUMBERS.
           05  WS-BATCH-NUMBER     PIC 9(5)    VALUE 0.
           05  WS-LAST-SEQUENCE    PIC 9(7)    VALUE 0.
           05  WS-FIRST-SEQUENCE   PIC 9(7)    VALUE 0.

      *  Comparison keys.  HIGH-VALUES at end of file lets the match
      *  loop run until both masters are exhausted.
       01  WS-BEFORE-KEY.
           05 WS-BK-WHOUSE-ID      PIC X(4).
           05 WS-BK-EMP-ID         PIC X(5).

       01  WS-AFTER-KEY.
           05 WS-AK-WHOUSE-ID      PIC X(4).
           05 WS-AK-EMP-ID         PIC X(5).

      *  The employee as it stood before and after the run, in the
      *  cut-down sort layout.
       01  WS-OLD-EMPLOYEE.
           05 WS-OLD-WHOUSE-ID     PIC X(4).
           05 WS-OLD-EMP-ID        PIC X(5).
           05 WS-OLD-POS           PIC X(2).
           05 WS-OLD-LAST-INC      PIC S9(8).
           05 WS-OLD-CUR-SAL       PIC 9(6)V99.
           05 WS-OLD-UNION-DUES    PIC 9(4)V99.
           05 WS-OLD-INSURANCE     PIC 9(6)V99.

       01  WS-NEW-EMPLOYEE.
           05 WS-NEW-WHOUSE-ID     PIC X(4).
           05 WS-NEW-EMP-ID        PIC X(5).
           05 WS-NEW-POS           PIC X(2).
           05 WS-NEW-LAST-INC      PIC S9(8).
           05 WS-NEW-CUR-SAL       PIC 9(6)V99.
           05 WS-NEW-UNION-DUES    PIC 9(4)V99.
           05 WS-NEW-INSURANCE     PIC 9(6)V99.

       01  WS-CHANGE-TYPE          PIC X(1)    VALUE SPACES.
       01  WS-EFF-DATE             PIC 9(8)    VALUE 0.
       01  WS-ROWS-BEFORE          PIC 9(7)    VALUE 0.

      *  Employees found on only one side of the match, held until
      *  both masters are through so transfers can be paired up by
      *  EMPLOYEE-ID.
       01  WS-ADDED-COUNT          PIC 9(3)    VALUE 0.

       01  ADDED-TABLE.
           05  ADDED-ENTRY OCCURS 500 TIMES
                                  INDEXED BY ADDED-IDX.
               10  AE-EMPLOYEE     PIC X(41).

       01  WS-GONE-COUNT           PIC 9(3)    VALUE 0.

       01  GONE-TABLE.
           05  GONE-ENTRY OCCURS 500 TIMES
                                  INDEXED BY GONE-IDX.
               10  GE-EMPLOYEE.
                   15  GE-WHOUSE-ID    PIC X(4).
                   15  GE-EMP-ID       PIC X(5).
                   15  FILLER          PIC X(32).
               10  GE-PAIRED-SW    PIC X(1).

       01  WS-PAIR-SWITCHES.
           05  PAIR-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  PAIR-FOUND               VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

       01  WS-FEED-COUNTS.
           05  WS-BEFORE-READ      PIC 9(7)    VALUE 0.
           05  WS-AFTER-READ       PIC 9(7)    VALUE 0.
           05  WS-EMPS-CHANGED     PIC 9(7)    VALUE 0.
           05  WS-EMPS-NEW         PIC 9(7)    VALUE 0.
           05  WS-EMPS-TRANSFERRED PIC 9(7)    VALUE 0.
           05  WS-EMPS-NOT-SENT    PIC 9(7)    VALUE 0.
           05  WS-SAL-ROWS         PIC 9(7)    VALUE 0.
           05  WS-DUES-ROWS        PIC 9(7)    VALUE 0.
           05  WS-INSUR-ROWS       PIC 9(7)    VALUE 0.
           05  WS-POS-ROWS         PIC 9(7)    VALUE 0.
           05  WS-WHOUSE-ROWS      PIC 9(7)    VALUE 0.
           05  WS-ROWS-WRITTEN     PIC 9(7)    VALUE 0.
           05  WS-FEED-HASH        PIC 9(11)V99 VALUE 0.
           05  WS-TABLE-FULL       PIC 9(7)    VALUE 0.

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
             'PAY-RATE CHANGE FEED REGISTER'.
          05                  PIC X(24)   VALUE SPACES.

       01 REG-PARM-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'SOURCE:'.
          05 RP-SOURCE        PIC X(8).
          05                  PIC X(9)    VALUE '  BATCH:'.
          05 RP-BATCH         PIC 9(5).
          05                  PIC X(3)    VALUE SPACES.
          05 RP-BEFORE-FILE   PIC X(12).
          05                  PIC X(9)    VALUE ' AGAINST '.
          05 RP-AFTER-FILE    PIC X(12).
          05                  PIC X(10)   VALUE SPACES.

       01 REG-COUNT-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RC-LABEL         PIC X(32).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(31)   VALUE SPACES.

       01 REG-HASH-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RA-LABEL         PIC X(32).
          05 RA-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(23)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 40-MATCH-ONE-KEY
             UNTIL BEFORE-AT-END AND AFTER-AT-END
          PERFORM 60-RESOLVE-ADDED
             VARYING ADDED-IDX FROM 1 BY 1
             UNTIL ADDED-IDX > WS-ADDED-COUNT
          PERFORM 75-WRITE-FEED-TRAILER
          PERFORM 80-UPDATE-FEED-CONTROL
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-BEFORE-FILE
                SORTED-AFTER-FILE
                FEED-FILE
                REGISTER-FILE
          DISPLAY 'PR2FEED: BATCH ' WS-BATCH-NUMBER ' FROM '
             WS-FEED-SOURCE ' - ROWS ' WS-ROWS-WRITTEN
          IF WS-TABLE-FULL > 0
             DISPLAY 'PR2FEED: MORE THAN 500 ADDED OR REMOVED '
                'EMPLOYEES - SEE PR2FEDR.TXT - RETURN CODE 8'
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-YEAR TO WS-CD-YEAR
           MOVE WS-MONTH TO WS-CD-MONTH
           MOVE WS-DAY TO WS-CD-DAY
         PERFORM 150-READ-PARM-FILE
         PERFORM 152-SET-FEED-FILES
         PERFORM 12-READ-FEED-CONTROL
         SORT BEFORE-SORT-FILE
            ON ASCENDING KEY BSR-WAREHOUSE-ID BSR-EMPLOYEE-ID
            INPUT PROCEDURE 17-RELEASE-BEFORE
            GIVING SORTED-BEFORE-FILE
         SORT AFTER-SORT-FILE
            ON ASCENDING KEY ASR-WAREHOUSE-ID ASR-EMPLOYEE-ID
            INPUT PROCEDURE 18-RELEASE-AFTER
            GIVING SORTED-AFTER-FILE
         OPEN INPUT  SORTED-BEFORE-FILE
              INPUT  SORTED-AFTER-FILE
              OUTPUT REGISTER-FILE
         PERFORM 13-OPEN-FEED-FILE
         PERFORM 20-REGISTER-HEADERS
         PERFORM 70-WRITE-FEED-HEADER
         PERFORM 30-READ-BEFORE
         PERFORM 31-READ-AFTER
         .

      *********     FEED CONTROL RECORD   *********************************
      *  No control record yet means the first batch ever.
        12-READ-FEED-CONTROL.
          MOVE 0 TO WS-BATCH-NUMBER
          MOVE 0 TO WS-LAST-SEQUENCE
          OPEN INPUT FEED-CONTROL-FILE
          IF WS-FCTL-STATUS = '00'
             READ FEED-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF CT-LAST-BATCH NUMERIC
                      MOVE CT-LAST-BATCH TO WS-BATCH-NUMBER
                   END-IF
                   IF CT-LAST-SEQUENCE NUMERIC
                      MOVE CT-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
             END-READ
             CLOSE FEED-CONTROL-FILE
          END-IF
          ADD 1 TO WS-BATCH-NUMBER
          COMPUTE WS-FIRST-SEQUENCE = WS-LAST-SEQUENCE + 1
          .

        13-OPEN-FEED-FILE.
          OPEN EXTEND FEED-FILE
          IF WS-FEED-STATUS = '35'
             OPEN OUTPUT FEED-FILE
          END-IF
          IF WS-FEED-STATUS NOT = '00'
             DISPLAY 'PR2FEED: PR2RCHG.TXT COULD NOT BE OPENED '
                'EXTEND - STATUS ' WS-FEED-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *********     SORT INPUT - MASTERS CUT DOWN TO FEED FIELDS   *******
        17-RELEASE-BEFORE.
         IF BEFORE-IS-SHORT
            OPEN INPUT BEFORE-SHORT-FILE
         ELSE
            OPEN INPUT BEFORE-LONG-FILE
         END-IF
         IF WS-BEFORE-STATUS NOT = '00'
            DISPLAY 'PR2FEED: ' WS-BEFORE-NAME
               ' COULD NOT BE OPENED - STATUS ' WS-BEFORE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         PERFORM 171-RELEASE-ONE-BEFORE
            UNTIL ARE-THERE-MORE-RECORDS = 'NO '
         IF BEFORE-IS-SHORT
            CLOSE BEFORE-SHORT-FILE
         ELSE
            CLOSE BEFORE-LONG-FILE
         END-IF
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

        171-RELEASE-ONE-BEFORE.
         IF BEFORE-IS-SHORT
            READ BEFORE-SHORT-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE BS-WAREHOUSE-ID TO BSR-WAREHOUSE-ID
                  MOVE BS-EMPLOYEE-ID TO BSR-EMPLOYEE-ID
                  MOVE BS-EMPLOYEE-POS TO BSR-EMPLOYEE-POS
                  MOVE BS-LAST-INC TO BSR-LAST-INC
                  MOVE BS-CUR-SAL TO BSR-CUR-SAL
                  MOVE BS-UNION-DUES TO BSR-UNION-DUES
                  MOVE BS-INSURANCE TO BSR-INSURANCE
                  RELEASE BSORT-RECORD
            END-READ
         ELSE
            READ BEFORE-LONG-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE BL-WAREHOUSE-ID TO BSR-WAREHOUSE-ID
                  MOVE BL-EMPLOYEE-ID TO BSR-EMPLOYEE-ID
                  MOVE BL-EMPLOYEE-POS TO BSR-EMPLOYEE-POS
                  MOVE BL-LAST-INC TO BSR-LAST-INC
                  MOVE BL-CUR-SAL TO BSR-CUR-SAL
                  MOVE BL-UNION-DUES TO BSR-UNION-DUES
                  MOVE BL-INSURANCE TO BSR-INSURANCE
                  RELEASE BSORT-RECORD
            END-READ
         END-IF
         .

        18-RELEASE-AFTER.
         IF AFTER-IS-SHORT
            OPEN INPUT AFTER-SHORT-FILE
         ELSE
            OPEN INPUT AFTER-LONG-FILE
         END-IF
         IF WS-AFTER-STATUS NOT = '00'
            DISPLAY 'PR2FEED: ' WS-AFTER-NAME
               ' COULD NOT BE OPENED - STATUS ' WS-AFTER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         PERFORM 181-RELEASE-ONE-AFTER
            UNTIL ARE-THERE-MORE-RECORDS = 'NO '
         IF AFTER-IS-SHORT
            CLOSE AFTER-SHORT-FILE
         ELSE
            CLOSE AFTER-LONG-FILE
         END-IF
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

        181-RELEASE-ONE-AFTER.
         IF AFTER-IS-SHORT
            READ AFTER-SHORT-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE AS-WAREHOUSE-ID TO ASR-WAREHOUSE-ID
                  MOVE AS-EMPLOYEE-ID TO ASR-EMPLOYEE-ID
                  MOVE AS-EMPLOYEE-POS TO ASR-EMPLOYEE-POS
                  MOVE AS-LAST-INC TO ASR-LAST-INC
                  MOVE AS-CUR-SAL TO ASR-CUR-SAL
                  MOVE AS-UNION-DUES TO ASR-UNION-DUES
                  MOVE AS-INSURANCE TO ASR-INSURANCE
                  RELEASE ASORT-RECORD
            END-READ
         ELSE
            READ AFTER-LONG-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE AL-WAREHOUSE-ID TO ASR-WAREHOUSE-ID
                  MOVE AL-EMPLOYEE-ID TO ASR-EMPLOYEE-ID
                  MOVE AL-EMPLOYEE-POS TO ASR-EMPLOYEE-POS
                  MOVE AL-LAST-INC TO ASR-LAST-INC
                  MOVE AL-CUR-SAL TO ASR-CUR-SAL
                  MOVE AL-UNION-DUES TO ASR-UNION-DUES
                  MOVE AL-INSURANCE TO ASR-INSURANCE
                  RELEASE ASORT-RECORD
            END-READ
         END-IF
         .

        20-REGISTER-HEADERS.
         WRITE REGISTER-RECORD FROM REG-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REGISTER-RECORD FROM REG-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-FEED-SOURCE TO RP-SOURCE
         MOVE WS-BATCH-NUMBER TO RP-BATCH
         MOVE WS-BEFORE-NAME TO RP-BEFORE-FILE
         MOVE WS-AFTER-NAME TO RP-AFTER-FILE
         WRITE REGISTER-RECORD FROM REG-PARM-LINE
            AFTER ADVANCING 2 LINES
         .

        30-READ-BEFORE.
          READ SORTED-BEFORE-FILE
             AT END
                MOVE 'YES' TO BEFORE-EOF-SW
                MOVE HIGH-VALUES TO WS-BEFORE-KEY
             NOT AT END
                ADD 1 TO WS-BEFORE-READ
                MOVE BF-WAREHOUSE-ID TO WS-BK-WHOUSE-ID
                MOVE BF-EMPLOYEE-ID TO WS-BK-EMP-ID
          END-READ
          .

        31-READ-AFTER.
          READ SORTED-AFTER-FILE
             AT END
                MOVE 'YES' TO AFTER-EOF-SW
                MOVE HIGH-VALUES TO WS-AFTER-KEY
             NOT AT END
                ADD 1 TO WS-AFTER-READ
                MOVE AF-WAREHOUSE-ID TO WS-AK-WHOUSE-ID
                MOVE AF-EMPLOYEE-ID TO WS-AK-EMP-ID
          END-READ
          .

        35-WRITE-REG-LINE.
          WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     BEFORE / AFTER MATCH CONTROL   ***********************
        40-MATCH-ONE-KEY.
          IF WS-BEFORE-KEY = WS-AFTER-KEY
             MOVE SORTED-BEFORE-RECORD TO WS-OLD-EMPLOYEE
             MOVE SORTED-AFTER-RECORD TO WS-NEW-EMPLOYEE
             MOVE 'C' TO WS-CHANGE-TYPE
             MOVE WS-ROWS-WRITTEN TO WS-ROWS-BEFORE
             PERFORM 50-COMPARE-RATES
             IF WS-ROWS-WRITTEN > WS-ROWS-BEFORE
                ADD 1 TO WS-EMPS-CHANGED
             END-IF
             PERFORM 30-READ-BEFORE
             PERFORM 31-READ-AFTER
          ELSE
             IF WS-BEFORE-KEY < WS-AFTER-KEY
                PERFORM 45-HOLD-GONE-EMPLOYEE
                PERFORM 30-READ-BEFORE
             ELSE
                PERFORM 46-HOLD-ADDED-EMPLOYEE
                PERFORM 31-READ-AFTER
             END-IF
          END-IF
          .

        45-HOLD-GONE-EMPLOYEE.
          IF WS-GONE-COUNT < 500
             ADD 1 TO WS-GONE-COUNT
             MOVE SORTED-BEFORE-RECORD
                TO GE-EMPLOYEE (WS-GONE-COUNT)
             MOVE 'N' TO GE-PAIRED-SW (WS-GONE-COUNT)
          ELSE
             ADD 1 TO WS-TABLE-FULL
          END-IF
          .

        46-HOLD-ADDED-EMPLOYEE.
          IF WS-ADDED-COUNT < 500
             ADD 1 TO WS-ADDED-COUNT
             MOVE SORTED-AFTER-RECORD
                TO AE-EMPLOYEE (WS-ADDED-COUNT)
          ELSE
             ADD 1 TO WS-TABLE-FULL
          END-IF
          .

      *********     RATE COMPARISON   ************************************
      *  Old and new employee are in WS-OLD-EMPLOYEE and
      *  WS-NEW-EMPLOYEE; one detail row per field that changed.
        50-COMPARE-RATES.
          PERFORM 55-SET-EFFECTIVE-DATE
          IF WS-NEW-POS NOT = WS-OLD-POS
             MOVE 'POSITION' TO FD-FIELD-CHANGED
             MOVE WS-OLD-POS TO FD-OLD-VALUE
             MOVE WS-NEW-POS TO FD-NEW-VALUE
             ADD 1 TO WS-POS-ROWS
             PERFORM 72-WRITE-FEED-DETAIL
          END-IF
          IF WS-NEW-CUR-SAL NOT = WS-OLD-CUR-SAL
             MOVE 'CUR-SAL' TO FD-FIELD-CHANGED
             MOVE WS-OLD-CUR-SAL TO FD-OLD-AMOUNT
             MOVE WS-NEW-CUR-SAL TO FD-NEW-AMOUNT
             ADD WS-NEW-CUR-SAL TO WS-FEED-HASH
             ADD 1 TO WS-SAL-ROWS
             PERFORM 72-WRITE-FEED-DETAIL
          END-IF
          IF WS-NEW-UNION-DUES NOT = WS-OLD-UNION-DUES
             MOVE 'UNION-DUES' TO FD-FIELD-CHANGED
             MOVE WS-OLD-UNION-DUES TO FD-OLD-AMOUNT
             MOVE WS-NEW-UNION-DUES TO FD-NEW-AMOUNT
             ADD WS-NEW-UNION-DUES TO WS-FEED-HASH
             ADD 1 TO WS-DUES-ROWS
             PERFORM 72-WRITE-FEED-DETAIL
          END-IF
          IF WS-NEW-INSURANCE NOT = WS-OLD-INSURANCE
             MOVE 'INSURANCE' TO FD-FIELD-CHANGED
             MOVE WS-OLD-INSURANCE TO FD-OLD-AMOUNT
             MOVE WS-NEW-INSURANCE TO FD-NEW-AMOUNT
             ADD WS-NEW-INSURANCE TO WS-FEED-HASH
             ADD 1 TO WS-INSUR-ROWS
             PERFORM 72-WRITE-FEED-DETAIL
          END-IF
          .

      *  Maintenance takes effect on the day it is applied; the pay
      *  runs take effect on the LAST-INC they leave on the master.
        55-SET-EFFECTIVE-DATE.
          MOVE WS-CURRENT-DATE-8 TO WS-EFF-DATE
          IF NOT FEED-FROM-MAINT
             AND WS-NEW-LAST-INC > 0
             MOVE WS-NEW-LAST-INC TO WS-EFF-DATE
          END-IF
          .

      *********     NEW AND TRANSFERRED EMPLOYEES   **********************
      *  An employee only on the after master is a transfer if the
      *  same EMPLOYEE-ID left another warehouse, else a new hire.
        60-RESOLVE-ADDED.
          MOVE AE-EMPLOYEE (ADDED-IDX) TO WS-NEW-EMPLOYEE
          MOVE 'NO ' TO PAIR-FOUND-SW
          PERFORM 61-CHECK-ONE-GONE
             VARYING GONE-IDX FROM 1 BY 1
             UNTIL GONE-IDX > WS-GONE-COUNT
                   OR PAIR-FOUND
          IF PAIR-FOUND
             ADD 1 TO WS-EMPS-TRANSFERRED
             MOVE 'T' TO WS-CHANGE-TYPE
             PERFORM 55-SET-EFFECTIVE-DATE
             MOVE 'WAREHOUSE' TO FD-FIELD-CHANGED
             MOVE WS-OLD-WHOUSE-ID TO FD-OLD-VALUE
             MOVE WS-NEW-WHOUSE-ID TO FD-NEW-VALUE
             ADD 1 TO WS-WHOUSE-ROWS
             PERFORM 72-WRITE-FEED-DETAIL
             PERFORM 50-COMPARE-RATES
          ELSE
             ADD 1 TO WS-EMPS-NEW
             MOVE 'N' TO WS-CHANGE-TYPE
             INITIALIZE WS-OLD-EMPLOYEE
             MOVE WS-NEW-WHOUSE-ID TO WS-OLD-WHOUSE-ID
             MOVE WS-NEW-EMP-ID TO WS-OLD-EMP-ID
             PERFORM 50-COMPARE-RATES
          END-IF
          .

        61-CHECK-ONE-GONE.
          IF GE-EMP-ID (GONE-IDX) = WS-NEW-EMP-ID
             AND GE-PAIRED-SW (GONE-IDX) = 'N'
             MOVE 'YES' TO PAIR-FOUND-SW
             MOVE 'Y' TO GE-PAIRED-SW (GONE-IDX)
             MOVE GE-EMPLOYEE (GONE-IDX) TO WS-OLD-EMPLOYEE
          END-IF
          .

      *********     RATE-CHANGE INTERFACE FILE   **************************
        70-WRITE-FEED-HEADER.
          MOVE SPACES TO FEED-HEADER-RECORD
          MOVE 'H' TO FH-RECORD-TYPE
          MOVE WS-BATCH-NUMBER TO FH-BATCH-NUMBER
          MOVE WS-FEED-SOURCE TO FH-SOURCE
          MOVE WS-CURRENT-DATE-8 TO FH-RUN-DATE
          MOVE WS-BEFORE-NAME TO FH-BEFORE-FILE
          MOVE WS-AFTER-NAME TO FH-AFTER-FILE
          WRITE FEED-HEADER-RECORD
          .

      *  Field name and values are already in the detail record.
        72-WRITE-FEED-DETAIL.
          ADD 1 TO WS-LAST-SEQUENCE
          ADD 1 TO WS-ROWS-WRITTEN
          MOVE 'D' TO FD-RECORD-TYPE
          MOVE WS-LAST-SEQUENCE TO FD-SEQUENCE
          MOVE WS-NEW-WHOUSE-ID TO FD-WHOUSE-ID
          MOVE WS-NEW-EMP-ID TO FD-EMP-ID
          MOVE WS-CHANGE-TYPE TO FD-CHANGE-TYPE
          MOVE WS-EFF-DATE TO FD-EFF-DATE
          MOVE WS-FEED-SOURCE TO FD-SOURCE
          WRITE FEED-DETAIL-RECORD
          .

        75-WRITE-FEED-TRAILER.
          MOVE SPACES TO FEED-TRAILER-RECORD
          MOVE 'T' TO FT-RECORD-TYPE
          MOVE WS-BATCH-NUMBER TO FT-BATCH-NUMBER
          MOVE WS-ROWS-WRITTEN TO FT-RECORD-COUNT
          MOVE WS-FEED-HASH TO FT-HASH-AMOUNT
          MOVE WS-FIRST-SEQUENCE TO FT-FIRST-SEQUENCE
          MOVE WS-LAST-SEQUENCE TO FT-LAST-SEQUENCE
          WRITE FEED-TRAILER-RECORD
          .

      *  Rewritten whole with this batch's numbers.
        80-UPDATE-FEED-CONTROL.
          OPEN OUTPUT FEED-CONTROL-FILE
          MOVE SPACES TO FEED-CONTROL-RECORD
          MOVE WS-BATCH-NUMBER TO CT-LAST-BATCH
          MOVE WS-LAST-SEQUENCE TO CT-LAST-SEQUENCE
          MOVE WS-CURRENT-DATE-8 TO CT-LAST-RUN-DATE
          MOVE WS-FEED-SOURCE TO CT-LAST-SOURCE
          WRITE FEED-CONTROL-RECORD
          CLOSE FEED-CONTROL-FILE
          .

        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'RECORDS BEFORE THE RUN:' TO RC-LABEL
          MOVE WS-BEFORE-READ TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'RECORDS AFTER THE RUN:' TO RC-LABEL
          MOVE WS-AFTER-READ TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'EMPLOYEES WITH RATE CHANGES:' TO RC-LABEL
          MOVE WS-EMPS-CHANGED TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'NEW EMPLOYEES:' TO RC-LABEL
          MOVE WS-EMPS-NEW TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'TRANSFERRED EMPLOYEES:' TO RC-LABEL
          MOVE WS-EMPS-TRANSFERRED TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          COMPUTE WS-EMPS-NOT-SENT =
             WS-GONE-COUNT - WS-EMPS-TRANSFERRED
          MOVE 'REMOVED, NOT SENT:' TO RC-LABEL
          MOVE WS-EMPS-NOT-SENT TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'CUR-SAL ROWS:' TO RC-LABEL
          MOVE WS-SAL-ROWS TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'UNION-DUES ROWS:' TO RC-LABEL
          MOVE WS-DUES-ROWS TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'INSURANCE ROWS:' TO RC-LABEL
          MOVE WS-INSUR-ROWS TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'POSITION ROWS:' TO RC-LABEL
          MOVE WS-POS-ROWS TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'WAREHOUSE ROWS:' TO RC-LABEL
          MOVE WS-WHOUSE-ROWS TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'DETAIL ROWS IN BATCH:' TO RC-LABEL
          MOVE WS-ROWS-WRITTEN TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'BATCH AMOUNT HASH:' TO RA-LABEL
          MOVE WS-FEED-HASH TO RA-AMOUNT
          MOVE REG-HASH-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'FIRST SEQUENCE NUMBER:' TO RC-LABEL
          MOVE WS-FIRST-SEQUENCE TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE 'LAST SEQUENCE NUMBER:' TO RC-LABEL
          MOVE WS-LAST-SEQUENCE TO RC-COUNT
          MOVE REG-COUNT-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF WS-TABLE-FULL > 0
             MOVE 'EMPLOYEES OVER TABLE LIMIT:' TO RC-LABEL
             MOVE WS-TABLE-FULL TO RC-COUNT
             MOVE REG-COUNT-LINE TO REGISTER-RECORD
             PERFORM 35-WRITE-REG-LINE
          END-IF
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
              IF PR-KEYWORD = 'FEED'
                 MOVE PR-FEED-SOURCE TO WS-FEED-SOURCE
              END-IF
        END-READ
        .

      *  The source names the masters either side of its run; the
      *  feed refuses to run without a source it knows.
        152-SET-FEED-FILES.
        EVALUATE TRUE
           WHEN FEED-FROM-INCREASE
              MOVE 'PR2FA19.TXT' TO WS-BEFORE-NAME
              MOVE 'YES' TO BEFORE-SHORT-SW
              MOVE 'PR2NEWM.TXT' TO WS-AFTER-NAME
              MOVE 'NO ' TO AFTER-SHORT-SW
           WHEN FEED-FROM-OFFCY
              MOVE 'PR2NEWM.TXT' TO WS-BEFORE-NAME
              MOVE 'NO ' TO BEFORE-SHORT-SW
              MOVE 'PR2NEWMO.TXT' TO WS-AFTER-NAME
              MOVE 'NO ' TO AFTER-SHORT-SW
           WHEN FEED-FROM-RETRO
              MOVE 'PR2NEWM.TXT' TO WS-BEFORE-NAME
              MOVE 'NO ' TO BEFORE-SHORT-SW
              MOVE 'PR2NEWMC.TXT' TO WS-AFTER-NAME
              MOVE 'NO ' TO AFTER-SHORT-SW
           WHEN FEED-FROM-MAINT
              MOVE 'PR2FA19.TXT' TO WS-BEFORE-NAME
              MOVE 'YES' TO BEFORE-SHORT-SW
              MOVE 'PR2FA19N.TXT' TO WS-AFTER-NAME
              MOVE 'YES' TO AFTER-SHORT-SW
           WHEN OTHER
              DISPLAY 'PR2FEED: NO FEED RECORD NAMING PROJECT2, '
                 'PR2OFFCY, PR2RETRO, OR PR2MAINT ON PR2PARM.TXT '
                 '- FEED NOT BUILT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
        END-EVALUATE
        .
