       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2BREC.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Union dues and insurance premium billing reconciliation,
      * run when the union local's dues invoice and the carrier's
      * premium bill come back, in place of checking them line by
      * line against the remittance printout.
      *
      * Each inbound bill is matched by WAREHOUSE-ID / EMPLOYEE-ID
      * to what PR2REMIT sent out:
      *   PR2UBILL.TXT (union dues billed)  against PR2UNION.TXT
      *   PR2IBILL.TXT (premiums billed)    against PR2INSUR.TXT
      * Both bills come back in the remittance files' own 40-byte
      * shape, one type D record per employee billed (H and T
      * records, if the biller sends them, are passed over):
      *   union   D + warehouse(4) + employee(5) + last name(10) +
      *           first name(10) + dues 9(4)V99
      *   carrier D + warehouse(4) + employee(5) + last name(10) +
      *           plan code(3) in the first three bytes of the
      *           first name + premium 9(6)V99 where PR2INSUR.TXT
      *           carries it
      *
      * For each file the reconciliation report, PR2BREC.TXT, lists
      * every employee billed but not remitted, remitted but not
      * billed, or billed a different amount than was remitted,
      * with the billed and remitted amounts and the variance
      * (billed less remitted).  Each employee is looked up on the
      * master PR2REMIT cut the files from, PR2NEWM.TXT, and the
      * line notes one billed who is terminated, on leave, or no
      * longer on the master.  A carrier bill line whose plan code
      * is not the employee's EMP-PLAN-CODE on the master is
      * flagged as a plan mismatch, so premiums stop being paid for
      * people who have left or changed plans.
      *
      * Every warehouse gets a total line of billed, remitted, and
      * variance, and each file closes with the company totals and
      * counts of each kind of exception.  Any exception, or a bill
      * or remittance file not present, sets return code 4.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT UNION-REMIT-FILE
               ASSIGN TO 'PR2UNION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UREM-STATUS.
            SELECT UNION-BILL-FILE
               ASSIGN TO 'PR2UBILL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UBIL-STATUS.
            SELECT INSUR-REMIT-FILE
               ASSIGN TO 'PR2INSUR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IREM-STATUS.
            SELECT INSUR-BILL-FILE
               ASSIGN TO 'PR2IBILL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBIL-STATUS.
            SELECT BILL-SORT-FILE
               ASSIGN TO 'PR2BRSW.TXT'.
            SELECT SORTED-REMIT-FILE
               ASSIGN TO 'PR2BRRS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SORTED-BILL-FILE
               ASSIGN TO 'PR2BRBS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-IN-FILE
               ASSIGN TO 'PR2NEWM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
            SELECT MASTER-SORT-FILE
               ASSIGN TO 'PR2BRMW.TXT'.
            SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2BRMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2BREC.TXT'.

       DATA DIVISION.
       FILE SECTION.

      *  Same layouts PR2REMIT writes.
       FD UNION-REMIT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 UNION-REMIT-RECORD      PIC X(40).

       FD INSUR-REMIT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 INSUR-REMIT-RECORD      PIC X(40).

       FD UNION-BILL-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 UNION-BILL-RECORD       PIC X(40).

       FD INSUR-BILL-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 INSUR-BILL-RECORD       PIC X(40).

      *  All four 40-byte files sort through here on their key.
       SD BILL-SORT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 BSORT-RECORD.
          05 BS-RECORD-TYPE    PIC X(1).
          05 BS-WHOUSE-ID      PIC X(4).
          05 BS-EMP-ID         PIC X(5).
          05 FILLER            PIC X(30).

      *  The remittance file of the file being reconciled, in key
      *  order; the second view is the insurance detail.
       FD SORTED-REMIT-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 REMIT-RECORD.
          05 RM-RECORD-TYPE      PIC X(1).
          05 RM-WHOUSE-ID        PIC X(4).
          05 RM-EMP-ID           PIC X(5).
          05 RM-EMP-LAST         PIC X(10).
          05 RM-EMP-FIRST        PIC X(10).
          05 RM-DUES-AMT         PIC 9(4)V99.
          05 FILLER              PIC X(4).

       01 REMIT-INSUR-RECORD.
          05 FILLER              PIC X(30).
          05 RM-PREMIUM-AMT      PIC 9(6)V99.
          05 FILLER              PIC X(2).

      *  The bill being reconciled, in key order; the second view is
      *  the carrier's, with the plan code billed.
       FD SORTED-BILL-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 BILL-RECORD.
          05 BL-RECORD-TYPE      PIC X(1).
          05 BL-WHOUSE-ID        PIC X(4).
          05 BL-EMP-ID           PIC X(5).
          05 BL-EMP-LAST         PIC X(10).
          05 BL-EMP-FIRST        PIC X(10).
          05 BL-DUES-AMT         PIC 9(4)V99.
          05 FILLER              PIC X(4).

       01 BILL-INSUR-RECORD.
          05 FILLER              PIC X(20).
          05 BL-PLAN-CODE        PIC X(3).
          05 FILLER              PIC X(7).
          05 BL-PREMIUM-AMT      PIC 9(6)V99.
          05 FILLER              PIC X(2).

       FD MASTER-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 RAW-MASTER-RECORD       PIC X(98).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 MSORT-RECORD.
          05 MS-WAREHOUSE-ID   PIC X(4).
          05 MS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(89).

      *  Same layout the increase run writes to PR2NEWM.TXT.
       FD SORTED-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 MST-EMPLOYEE-RECORD.
          05 MST-WAREHOUSE-ID    PIC X(4).
          05 MST-EMPLOYEE-ID     PIC X(5).
          05 MST-EMPLOYEE-POS    PIC X(2).
          05 MST-EMP-LAST        PIC X(10).
          05 MST-EMP-FIRST       PIC X(10).
          05 FILLER              PIC X(3).
          05 MST-HIRE-DATE       PIC S9(8).
          05 MST-START-SAL       PIC 999999V99.
          05 FILLER              PIC X(4).
          05 MST-LAST-INC        PIC S9(8).
          05 MST-CUR-SAL         PIC 999999V99.
          05 MST-PLAN-CODE       PIC X(3).
          05 FILLER              PIC X(2).
          05 MST-UNION-DUES      PIC 9(4)V99.
          05 MST-INSURANCE       PIC 999999V99.
          05 MST-EMP-STATUS      PIC X(1).
             88  MST-ON-LEAVE           VALUE 'L'.
             88  MST-TERMINATED         VALUE 'T'.
          05 MST-STATUS-DATE     PIC 9(8).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 REMIT-EOF-SW           PIC X(3) VALUE 'NO '.
               88  REMIT-AT-END              VALUE 'YES'.
           05 BILL-EOF-SW            PIC X(3) VALUE 'NO '.
               88  BILL-AT-END               VALUE 'YES'.
           05 FIRST-KEY-SW           PIC X(3) VALUE 'YES'.
               88  FIRST-KEY                 VALUE 'YES'.

       01  WS-UREM-STATUS          PIC XX      VALUE SPACES.
       01  WS-UBIL-STATUS          PIC XX      VALUE SPACES.
       01  WS-IREM-STATUS          PIC XX      VALUE SPACES.
       01  WS-IBIL-STATUS          PIC XX      VALUE SPACES.
       01  WS-MASTER-STATUS        PIC XX      VALUE SPACES.

      *  The file being reconciled: U union dues, I insurance.
       01  WS-SECTION-SW           PIC X(1)    VALUE 'U'.
           88  SECTION-UNION                VALUE 'U'.
           88  SECTION-INSUR                VALUE 'I'.

       01  WS-SECTION-FILES-SW     PIC X(3)    VALUE 'YES'.
           88  SECTION-FILES-PRESENT        VALUE 'YES'.

      *  Match keys.  HIGH-VALUES at end of file lets the match run
      *  until both sides are exhausted; the master is stepped up
      *  to whichever key is current.
       01  WS-REMIT-KEY.
           05 WS-RK-WHOUSE-ID      PIC X(4).
           05 WS-RK-EMP-ID         PIC X(5).

       01  WS-BILL-KEY.
           05 WS-BK-WHOUSE-ID      PIC X(4).
           05 WS-BK-EMP-ID         PIC X(5).

       01  WS-MASTER-KEY.
           05 WS-MK-WHOUSE-ID      PIC X(4).
           05 WS-MK-EMP-ID         PIC X(5).

       01  WS-MATCH-KEY.
           05 WS-MATCH-WHOUSE-ID   PIC X(4).
           05 WS-MATCH-EMP-ID      PIC X(5).

       01  WS-WHOUSE-HOLD          PIC X(4)    VALUE SPACES.

      *  The current row's amounts, from whichever field the file
      *  being reconciled carries.
       01  WS-ROW-AMOUNTS.
           05  WS-REMIT-AMT        PIC 9(6)V99 VALUE 0.
           05  WS-BILL-AMT         PIC 9(6)V99 VALUE 0.
           05  WS-VARIANCE         PIC S9(9)V99 VALUE 0.

       01  WS-MASTER-SWITCHES.
           05  MASTER-FOUND-SW     PIC X(3)    VALUE 'NO '.
               88  MASTER-FOUND             VALUE 'YES'.

       01  WS-PLAN-EXCEPTION.
           05                      PIC X(12)   VALUE 'BILLED PLAN '.
           05  WS-PE-PLAN-CODE     PIC X(3).
           05                      PIC X(4)    VALUE SPACES.

       01  WS-PLAN-NOTE.
           05                      PIC X(7)    VALUE 'MASTER '.
           05  WS-PN-PLAN-CODE     PIC X(3).
           05                      PIC X(2)    VALUE SPACES.

      *  Billed, remitted, and variance at each level.
       01  WS-WH-TOTALS.
           05  WS-WH-BILLED        PIC 9(9)V99 VALUE 0.
           05  WS-WH-REMITTED      PIC 9(9)V99 VALUE 0.

       01  WS-CO-TOTALS.
           05  WS-CO-BILLED        PIC 9(9)V99 VALUE 0.
           05  WS-CO-REMITTED      PIC 9(9)V99 VALUE 0.

      *  One file's counts, reset for each.
       01  WS-SECTION-COUNTS.
           05  WS-BILL-READ        PIC 9(7)    VALUE 0.
           05  WS-REMIT-READ       PIC 9(7)    VALUE 0.
           05  WS-KEYS-MATCHED     PIC 9(7)    VALUE 0.
           05  WS-BILLED-ONLY      PIC 9(7)    VALUE 0.
           05  WS-REMITTED-ONLY    PIC 9(7)    VALUE 0.
           05  WS-AMOUNT-DIFFS     PIC 9(7)    VALUE 0.
           05  WS-PLAN-MISMATCHES  PIC 9(7)    VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-EXCEPTIONS       PIC 9(7)    VALUE 0.
           05  WS-FILES-MISSING    PIC 9(7)    VALUE 0.

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
          05                  PIC X(21)   VALUE SPACES.
          05                  PIC X(37)   VALUE
             'UNION AND CARRIER BILL RECONCILIATION'.
          05                  PIC X(22)   VALUE SPACES.

       01 RPT-SECTION-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RS-SECTION-TEXT  PIC X(50).
          05                  PIC X(26)   VALUE SPACES.

       01 RPT-COL-HEADING.
          05                  PIC X(1)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'WHSE'.
          05                  PIC X(7)    VALUE 'EMPL'.
          05                  PIC X(24)   VALUE 'EXCEPTION'.
          05                  PIC X(9)    VALUE 'BILLED'.
          05                  PIC X(13)   VALUE 'REMITTED'.
          05                  PIC X(9)    VALUE 'VARIANCE'.
          05                  PIC X(11)   VALUE 'NOTE'.

       01 RPT-DETAIL-LINE.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-EXCEPTION     PIC X(19).
          05                  PIC X(1)    VALUE SPACES.
          05 RD-BILLED        PIC ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-REMITTED      PIC ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 RD-VARIANCE      PIC ZZZ,ZZ9.99-.
          05                  PIC X(1)    VALUE SPACES.
          05 RD-NOTE          PIC X(11).

       01 RPT-TOTAL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RT-LABEL         PIC X(26).
          05 RT-BILLED        PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RT-REMITTED      PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RT-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
          05                  PIC X(5)    VALUE SPACES.

       01 WS-WHOUSE-LABEL.
          05                  PIC X(10)   VALUE 'WAREHOUSE '.
          05 WL-WHOUSE-ID     PIC X(4).
          05                  PIC X(12)   VALUE ' TOTAL'.

       01 RPT-NONE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RN-TEXT          PIC X(76).

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          MOVE 'U' TO WS-SECTION-SW
          PERFORM 25-RECONCILE-SECTION
          MOVE 'I' TO WS-SECTION-SW
          PERFORM 25-RECONCILE-SECTION
          CLOSE REPORT-FILE
          DISPLAY 'PR2BREC: BILLING EXCEPTIONS    ' WS-EXCEPTIONS
          IF WS-EXCEPTIONS > 0
             OR WS-FILES-MISSING > 0
             DISPLAY 'PR2BREC: BILLS DO NOT AGREE WITH THE '
                'REMITTANCES - SEE PR2BREC.TXT - RETURN CODE 4'
             MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
         OPEN INPUT MASTER-IN-FILE
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'PR2BREC: PR2NEWM.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-MASTER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE MASTER-IN-FILE
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MS-WAREHOUSE-ID MS-EMPLOYEE-ID
            USING MASTER-IN-FILE
            GIVING SORTED-MASTER-FILE
         OPEN OUTPUT REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

      *********     ONE BILL AGAINST ONE REMITTANCE FILE   **************
        25-RECONCILE-SECTION.
          MOVE 0 TO WS-BILL-READ
          MOVE 0 TO WS-REMIT-READ
          MOVE 0 TO WS-KEYS-MATCHED
          MOVE 0 TO WS-BILLED-ONLY
          MOVE 0 TO WS-REMITTED-ONLY
          MOVE 0 TO WS-AMOUNT-DIFFS
          MOVE 0 TO WS-PLAN-MISMATCHES
          MOVE 0 TO WS-CO-BILLED
          MOVE 0 TO WS-CO-REMITTED
          MOVE 'NO ' TO REMIT-EOF-SW
          MOVE 'NO ' TO BILL-EOF-SW
          MOVE 'YES' TO FIRST-KEY-SW
          IF SECTION-UNION
             MOVE 'UNION DUES - PR2UBILL.TXT AGAINST PR2UNION.TXT'
                TO RS-SECTION-TEXT
          ELSE
             MOVE 'INSURANCE - PR2IBILL.TXT AGAINST PR2INSUR.TXT'
                TO RS-SECTION-TEXT
          END-IF
          MOVE 3 TO PROPER-SPACING
          MOVE RPT-SECTION-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          PERFORM 26-CHECK-SECTION-FILES
          IF SECTION-FILES-PRESENT
             PERFORM 27-SORT-SECTION-FILES
             OPEN INPUT SORTED-REMIT-FILE
                        SORTED-BILL-FILE
                        SORTED-MASTER-FILE
             MOVE 2 TO PROPER-SPACING
             MOVE RPT-COL-HEADING TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 30-READ-REMIT
             PERFORM 31-READ-BILL
             MOVE LOW-VALUES TO WS-MASTER-KEY
             PERFORM 40-MATCH-ONE-KEY
                UNTIL REMIT-AT-END AND BILL-AT-END
             IF NOT FIRST-KEY
                PERFORM 60-PRINT-WHOUSE-TOTAL
             END-IF
             CLOSE SORTED-REMIT-FILE
                   SORTED-BILL-FILE
                   SORTED-MASTER-FILE
             PERFORM 70-PRINT-SECTION-TOTALS
          END-IF
          .

      *  Both the bill and what was remitted must be on hand; a
      *  file not yet received leaves its section unreconciled.
        26-CHECK-SECTION-FILES.
          MOVE 'YES' TO WS-SECTION-FILES-SW
          IF SECTION-UNION
             OPEN INPUT UNION-REMIT-FILE
             IF WS-UREM-STATUS = '00'
                CLOSE UNION-REMIT-FILE
             ELSE
                MOVE 'PR2UNION.TXT NOT PRESENT - NOT RECONCILED'
                   TO RN-TEXT
                PERFORM 78-PRINT-FILE-MISSING
             END-IF
             OPEN INPUT UNION-BILL-FILE
             IF WS-UBIL-STATUS = '00'
                CLOSE UNION-BILL-FILE
             ELSE
                MOVE 'PR2UBILL.TXT NOT PRESENT - NOT RECONCILED'
                   TO RN-TEXT
                PERFORM 78-PRINT-FILE-MISSING
             END-IF
          ELSE
             OPEN INPUT INSUR-REMIT-FILE
             IF WS-IREM-STATUS = '00'
                CLOSE INSUR-REMIT-FILE
             ELSE
                MOVE 'PR2INSUR.TXT NOT PRESENT - NOT RECONCILED'
                   TO RN-TEXT
                PERFORM 78-PRINT-FILE-MISSING
             END-IF
             OPEN INPUT INSUR-BILL-FILE
             IF WS-IBIL-STATUS = '00'
                CLOSE INSUR-BILL-FILE
             ELSE
                MOVE 'PR2IBILL.TXT NOT PRESENT - NOT RECONCILED'
                   TO RN-TEXT
                PERFORM 78-PRINT-FILE-MISSING
             END-IF
          END-IF
          .

        27-SORT-SECTION-FILES.
          IF SECTION-UNION
             SORT BILL-SORT-FILE
                ON ASCENDING KEY BS-WHOUSE-ID BS-EMP-ID
                USING UNION-REMIT-FILE
                GIVING SORTED-REMIT-FILE
             SORT BILL-SORT-FILE
                ON ASCENDING KEY BS-WHOUSE-ID BS-EMP-ID
                USING UNION-BILL-FILE
                GIVING SORTED-BILL-FILE
          ELSE
             SORT BILL-SORT-FILE
                ON ASCENDING KEY BS-WHOUSE-ID BS-EMP-ID
                USING INSUR-REMIT-FILE
                GIVING SORTED-REMIT-FILE
             SORT BILL-SORT-FILE
                ON ASCENDING KEY BS-WHOUSE-ID BS-EMP-ID
                USING INSUR-BILL-FILE
                GIVING SORTED-BILL-FILE
          END-IF
          .

      *  Header and trailer records sort in among the details and
      *  are passed over here.
        30-READ-REMIT.
          MOVE SPACES TO RM-RECORD-TYPE
          PERFORM 301-READ-ONE-REMIT
             UNTIL RM-RECORD-TYPE = 'D'
                   OR REMIT-AT-END
          .

        301-READ-ONE-REMIT.
          READ SORTED-REMIT-FILE
             AT END
                MOVE 'YES' TO REMIT-EOF-SW
                MOVE HIGH-VALUES TO WS-REMIT-KEY
             NOT AT END
                IF RM-RECORD-TYPE = 'D'
                   ADD 1 TO WS-REMIT-READ
                   MOVE RM-WHOUSE-ID TO WS-RK-WHOUSE-ID
                   MOVE RM-EMP-ID TO WS-RK-EMP-ID
                   IF SECTION-UNION
                      MOVE RM-DUES-AMT TO WS-REMIT-AMT
                   ELSE
                      MOVE RM-PREMIUM-AMT TO WS-REMIT-AMT
                   END-IF
                END-IF
          END-READ
          .

      *  An amount the biller sent that is not numeric counts as
      *  zero, so it shows as a difference.
        31-READ-BILL.
          MOVE SPACES TO BL-RECORD-TYPE
          PERFORM 311-READ-ONE-BILL
             UNTIL BL-RECORD-TYPE = 'D'
                   OR BILL-AT-END
          .

        311-READ-ONE-BILL.
          READ SORTED-BILL-FILE
             AT END
                MOVE 'YES' TO BILL-EOF-SW
                MOVE HIGH-VALUES TO WS-BILL-KEY
             NOT AT END
                IF BL-RECORD-TYPE = 'D'
                   ADD 1 TO WS-BILL-READ
                   MOVE BL-WHOUSE-ID TO WS-BK-WHOUSE-ID
                   MOVE BL-EMP-ID TO WS-BK-EMP-ID
                   MOVE 0 TO WS-BILL-AMT
                   IF SECTION-UNION
                      IF BL-DUES-AMT NUMERIC
                         MOVE BL-DUES-AMT TO WS-BILL-AMT
                      END-IF
                   ELSE
                      IF BL-PREMIUM-AMT NUMERIC
                         MOVE BL-PREMIUM-AMT TO WS-BILL-AMT
                      END-IF
                   END-IF
                END-IF
          END-READ
          .

        33-READ-MASTER.
          READ SORTED-MASTER-FILE
             AT END
                MOVE HIGH-VALUES TO WS-MASTER-KEY
             NOT AT END
                MOVE MST-WAREHOUSE-ID TO WS-MK-WHOUSE-ID
                MOVE MST-EMPLOYEE-ID TO WS-MK-EMP-ID
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     BILL / REMITTANCE MATCH CONTROL   *******************
        40-MATCH-ONE-KEY.
          IF WS-BILL-KEY < WS-REMIT-KEY
             MOVE WS-BILL-KEY TO WS-MATCH-KEY
          ELSE
             MOVE WS-REMIT-KEY TO WS-MATCH-KEY
          END-IF
          PERFORM 41-WHOUSE-BREAK-CHECK
          PERFORM 42-FIND-MASTER
          IF WS-BILL-KEY = WS-REMIT-KEY
             ADD 1 TO WS-KEYS-MATCHED
             ADD WS-BILL-AMT TO WS-WH-BILLED
             ADD WS-REMIT-AMT TO WS-WH-REMITTED
             PERFORM 47-COMPARE-AMOUNTS
             IF SECTION-INSUR
                PERFORM 48-CHECK-PLAN-CODE
             END-IF
             PERFORM 30-READ-REMIT
             PERFORM 31-READ-BILL
          ELSE
             IF WS-BILL-KEY < WS-REMIT-KEY
                ADD WS-BILL-AMT TO WS-WH-BILLED
                PERFORM 45-BILLED-NOT-REMITTED
                IF SECTION-INSUR
                   PERFORM 48-CHECK-PLAN-CODE
                END-IF
                PERFORM 31-READ-BILL
             ELSE
                ADD WS-REMIT-AMT TO WS-WH-REMITTED
                PERFORM 46-REMITTED-NOT-BILLED
                PERFORM 30-READ-REMIT
             END-IF
          END-IF
          .

        41-WHOUSE-BREAK-CHECK.
          IF FIRST-KEY
             MOVE 'NO ' TO FIRST-KEY-SW
             MOVE WS-MATCH-WHOUSE-ID TO WS-WHOUSE-HOLD
          ELSE
             IF WS-MATCH-WHOUSE-ID NOT = WS-WHOUSE-HOLD
                PERFORM 60-PRINT-WHOUSE-TOTAL
                MOVE WS-MATCH-WHOUSE-ID TO WS-WHOUSE-HOLD
             END-IF
          END-IF
          .

      *  The master is stepped up to the current key; a bill line
      *  for a key it passes over is for someone not on it.
        42-FIND-MASTER.
          PERFORM 33-READ-MASTER
             UNTIL WS-MASTER-KEY NOT < WS-MATCH-KEY
          IF WS-MASTER-KEY = WS-MATCH-KEY
             MOVE 'YES' TO MASTER-FOUND-SW
          ELSE
             MOVE 'NO ' TO MASTER-FOUND-SW
          END-IF
          .

        45-BILLED-NOT-REMITTED.
          ADD 1 TO WS-BILLED-ONLY
          MOVE 'BILLED NOT REMITTED' TO RD-EXCEPTION
          MOVE WS-BILL-AMT TO RD-BILLED
          MOVE 0 TO RD-REMITTED
          MOVE WS-BILL-AMT TO WS-VARIANCE
          PERFORM 50-SET-MASTER-NOTE
          PERFORM 56-PRINT-DETAIL-LINE
          .

        46-REMITTED-NOT-BILLED.
          ADD 1 TO WS-REMITTED-ONLY
          MOVE 'REMITTED NOT BILLED' TO RD-EXCEPTION
          MOVE 0 TO RD-BILLED
          MOVE WS-REMIT-AMT TO RD-REMITTED
          COMPUTE WS-VARIANCE = 0 - WS-REMIT-AMT
          PERFORM 50-SET-MASTER-NOTE
          PERFORM 56-PRINT-DETAIL-LINE
          .

        47-COMPARE-AMOUNTS.
          IF WS-BILL-AMT NOT = WS-REMIT-AMT
             ADD 1 TO WS-AMOUNT-DIFFS
             MOVE 'AMOUNT DIFFERS' TO RD-EXCEPTION
             MOVE WS-BILL-AMT TO RD-BILLED
             MOVE WS-REMIT-AMT TO RD-REMITTED
             COMPUTE WS-VARIANCE = WS-BILL-AMT - WS-REMIT-AMT
             PERFORM 50-SET-MASTER-NOTE
             PERFORM 56-PRINT-DETAIL-LINE
          END-IF
          .

      *  Only a bill line for someone still on the master can be
      *  held to a plan; the others are already listed.
        48-CHECK-PLAN-CODE.
          IF MASTER-FOUND
             AND BL-PLAN-CODE NOT = MST-PLAN-CODE
             ADD 1 TO WS-PLAN-MISMATCHES
             MOVE BL-PLAN-CODE TO WS-PE-PLAN-CODE
             MOVE WS-PLAN-EXCEPTION TO RD-EXCEPTION
             MOVE WS-BILL-AMT TO RD-BILLED
             IF WS-BILL-KEY = WS-REMIT-KEY
                MOVE WS-REMIT-AMT TO RD-REMITTED
             ELSE
                MOVE 0 TO RD-REMITTED
             END-IF
             MOVE 0 TO WS-VARIANCE
             MOVE MST-PLAN-CODE TO WS-PN-PLAN-CODE
             MOVE WS-PLAN-NOTE TO RD-NOTE
             PERFORM 56-PRINT-DETAIL-LINE
          END-IF
          .

        50-SET-MASTER-NOTE.
          IF MASTER-FOUND
             EVALUATE TRUE
                WHEN MST-TERMINATED
                   MOVE 'TERMINATED' TO RD-NOTE
                WHEN MST-ON-LEAVE
                   MOVE 'ON LEAVE' TO RD-NOTE
                WHEN OTHER
                   MOVE SPACES TO RD-NOTE
             END-EVALUATE
          ELSE
             MOVE 'NOT ON MSTR' TO RD-NOTE
          END-IF
          .

        56-PRINT-DETAIL-LINE.
          ADD 1 TO WS-EXCEPTIONS
          MOVE WS-MATCH-WHOUSE-ID TO RD-WHOUSE-ID
          MOVE WS-MATCH-EMP-ID TO RD-EMP-ID
          MOVE WS-VARIANCE TO RD-VARIANCE
          MOVE RPT-DETAIL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *********     WAREHOUSE AND COMPANY TOTALS   **********************
        60-PRINT-WHOUSE-TOTAL.
          MOVE WS-WHOUSE-HOLD TO WL-WHOUSE-ID
          MOVE WS-WHOUSE-LABEL TO RT-LABEL
          MOVE WS-WH-BILLED TO RT-BILLED
          MOVE WS-WH-REMITTED TO RT-REMITTED
          COMPUTE WS-VARIANCE = WS-WH-BILLED - WS-WH-REMITTED
          MOVE WS-VARIANCE TO RT-VARIANCE
          MOVE RPT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          ADD WS-WH-BILLED TO WS-CO-BILLED
          ADD WS-WH-REMITTED TO WS-CO-REMITTED
          MOVE 0 TO WS-WH-BILLED
          MOVE 0 TO WS-WH-REMITTED
          .

        70-PRINT-SECTION-TOTALS.
          MOVE 'COMPANY TOTAL' TO RT-LABEL
          MOVE WS-CO-BILLED TO RT-BILLED
          MOVE WS-CO-REMITTED TO RT-REMITTED
          COMPUTE WS-VARIANCE = WS-CO-BILLED - WS-CO-REMITTED
          MOVE WS-VARIANCE TO RT-VARIANCE
          MOVE 2 TO PROPER-SPACING
          MOVE RPT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'EMPLOYEES BILLED:' TO RC-LABEL
          MOVE WS-BILL-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'EMPLOYEES REMITTED:' TO RC-LABEL
          MOVE WS-REMIT-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ON BOTH:' TO RC-LABEL
          MOVE WS-KEYS-MATCHED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'BILLED NOT REMITTED:' TO RC-LABEL
          MOVE WS-BILLED-ONLY TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'REMITTED NOT BILLED:' TO RC-LABEL
          MOVE WS-REMITTED-ONLY TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'AMOUNT DIFFERENCES:' TO RC-LABEL
          MOVE WS-AMOUNT-DIFFS TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          IF SECTION-INSUR
             MOVE 'PLAN CODE MISMATCHES:' TO RC-LABEL
             MOVE WS-PLAN-MISMATCHES TO RC-COUNT
             MOVE RPT-COUNT-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          .

        78-PRINT-FILE-MISSING.
          MOVE 'NO ' TO WS-SECTION-FILES-SW
          ADD 1 TO WS-FILES-MISSING
          MOVE 2 TO PROPER-SPACING
          MOVE RPT-NONE-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .
