       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2BDGT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Next-cycle increase budget draft.
      *
      * Projects what next cycle's increase run will cost, warehouse
      * by warehouse, by pricing the updated employee master,
      * PR2NEWM.TXT, the way PROJECT2 will price it, so finance can
      * start PR2BUDG.TXT from a draft instead of a spreadsheet.
      *
      * The projection is made as of the next cycle date - this
      * cycle's date on PR2CYCL.TXT moved on by the increase cycle
      * length (ELIG record on PR2PARM.TXT, default 12 months), or
      * the date on a BDGT record there when finance wants another.
      * As of that date, and by the increase run's own rules:
      *   - the rates are the PR2RATE.TXT row with the latest
      *     effective date not after it, so a staged future-dated
      *     row is the one priced;
      *   - the bands are the PR2POSN.TXT rows in force then, and
      *     the projected salary is capped at the band maximum;
      *   - insurance steps up to the PR2PLAN.TXT premium then in
      *     force for the employee's plan, never down;
      *   - anyone on leave or terminated is left out, anyone
      *     increased within the ELIG minimum months is held, and
      *     anyone hired within the cycle is prorated by months
      *     employed;
      *   - an employee whose position or plan is not on its master
      *     would be an exception, and is left out.
      *
      * Each warehouse's projected cost is then scaled by a
      * headcount growth factor from the increase history,
      * PR2HIST.TXT: the warehouse's headcount in its latest cycle
      * on file over its headcount in the cycle before that (1.000
      * with fewer than two cycles on file).
      *
      * PR2BDGR.TXT prints the projection region / warehouse, the
      * region taken from PR2WHSE.TXT, next to this cycle's budget
      * from PR2BUDG.TXT and this cycle's actual increase cost from
      * PR2HIST.TXT, with region and company totals.  The draft
      * budget is written to PR2BUDGD.TXT, one row per warehouse in
      * the PR2BUDG.TXT layout, for finance to review and adopt as
      * the next PR2BUDG.TXT.
      *
      * Like the trend report, the draft refuses to run unless
      * PR2CYCL.TXT shows the increase run completed in balance, so
      * it never works from a master or history the cycle did not
      * finish.
      *
      * With the increase run now a merit increase, the projection
      * prices each employee off the merit matrix, PR2MERT.TXT, as
      * of the projection date - the percentage for the rating on
      * PR2NEWM.TXT (this cycle's review, the best guide to next
      * cycle's) and the third of the band CUR-SAL falls in - the
      * way 3101-SET-MERIT-PCT does.  An unrated employee, or one
      * whose rating the matrix does not carry, is priced at the
      * standard rate and counted on the report.  No matrix in
      * force prices everyone at the standard rate, as before.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-IN-FILE
               ASSIGN TO 'PR2NEWM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
            SELECT MASTER-SORT-FILE
               ASSIGN TO 'PR2BSRW.TXT'.
            SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2BSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT WHOUSE-FILE
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RATES-FILE
               ASSIGN TO 'PR2RATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
            SELECT POSN-FILE
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
            SELECT PLAN-FILE
               ASSIGN TO 'PR2PLAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
            SELECT MERIT-FILE
               ASSIGN TO 'PR2MERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERT-STATUS.
            SELECT HISTORY-FILE
               ASSIGN TO 'PR2HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
            SELECT BUDGET-FILE
               ASSIGN TO 'PR2BUDG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
            SELECT DRAFT-BUDGET-FILE
               ASSIGN TO 'PR2BUDGD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2BDGR.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 RAW-MASTER-RECORD       PIC X(98).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 101 CHARACTERS.

      *  The region code is prefixed ahead of the master record so
      *  the sort can sequence warehouses under their regions, the
      *  same device the increase run's 17-RELEASE-INPUT uses.
       01 MSORT-RECORD.
          05 MS-REGION-CODE    PIC X(3).
          05 MS-MASTER-DATA.
             10 MS-WAREHOUSE-ID   PIC X(4).
             10 MS-EMPLOYEE-ID    PIC X(5).
             10 FILLER            PIC X(89).

      *  Same layout the increase run writes to PR2NEWM.TXT.
       FD SORTED-MASTER-FILE
          RECORD CONTAINS 101 CHARACTERS.

       01 SORTED-MASTER-RECORD.
          05 MST-REGION-CODE     PIC X(3).
          05 MST-EMPLOYEE-RECORD.
             10 MST-WAREHOUSE-ID    PIC X(4).
             10 MST-EMPLOYEE-ID     PIC X(5).
             10 MST-EMPLOYEE-POS    PIC X(2).
             10 MST-EMP-LAST        PIC X(10).
             10 MST-EMP-FIRST       PIC X(10).
             10 MST-PERF-RATING     PIC X(1).
             10 FILLER              PIC X(2).
             10 MST-HIRE-DATE       PIC S9(8).
             10 MST-START-SAL       PIC 999999V99.
             10 FILLER              PIC X(4).
             10 MST-LAST-INC        PIC S9(8).
             10 MST-CUR-SAL         PIC 999999V99.
             10 MST-PLAN-CODE       PIC X(3).
             10 FILLER              PIC X(2).
             10 MST-UNION-DUES      PIC 9(4)V99.
             10 MST-INSURANCE       PIC 999999V99.
             10 MST-EMP-STATUS      PIC X(1).
                88  MST-ON-LEAVE           VALUE 'L'.
                88  MST-TERMINATED         VALUE 'T'.
             10 MST-STATUS-DATE     PIC 9(8).

       FD WHOUSE-FILE
          RECORD CONTAINS 33 CHARACTERS.

       01 WHOUSE-MASTER-RECORD.
          05 WM-WHOUSE-ID      PIC X(4).
          05 WM-WHOUSE-NAME    PIC X(11).
          05 WM-REGION-CODE    PIC X(3).
          05 WM-REGION-NAME    PIC X(15).

      *********     RATE CONTROL FILE   *********************************
      *  Same layout the increase run reads.
       FD RATES-FILE
          RECORD CONTAINS 20 CHARACTERS.

       01 RATES-RECORD.
          05 RT-EFF-DATE       PIC 9(8).
          05 RT-SALARY-PCT     PIC V9999.
          05 RT-UNION-PCT      PIC V9999.
          05 RT-INSUR-PCT      PIC V9999.

      *********     POSITION MASTER FILE   *******************************
      *  Same layout the increase run reads: code, title, band
      *  minimum/maximum, effective date.
       FD POSN-FILE
          RECORD CONTAINS 36 CHARACTERS.

       01 POSN-MASTER-RECORD.
          05 PM-POS-CODE       PIC X(2).
          05 PM-POS-TITLE      PIC X(10).
          05 PM-MIN-SAL        PIC 9(6)V99.
          05 PM-MAX-SAL        PIC 9(6)V99.
          05 PM-EFF-DATE       PIC 9(8).

      *********     BENEFIT PLAN MASTER FILE   ****************************
      *  Same layout the increase run reads.
       FD PLAN-FILE
          RECORD CONTAINS 29 CHARACTERS.

       01 PLAN-MASTER-RECORD.
          05 PL-PLAN-CODE      PIC X(3).
          05 PL-PLAN-NAME      PIC X(10).
          05 PL-PREMIUM        PIC 9(6)V99.
          05 PL-EFF-DATE       PIC 9(8).

      *********     MERIT MATRIX FILE   *********************************
      *  Same layout the increase run reads: per rating and
      *  effective date, the salary percentage for the lower,
      *  middle, and upper third of the band.
       FD MERIT-FILE
          RECORD CONTAINS 21 CHARACTERS.

       01 MERIT-MATRIX-RECORD.
          05 MX-EFF-DATE       PIC 9(8).
          05 MX-RATING         PIC X(1).
          05 MX-LOWER-PCT      PIC V9999.
          05 MX-MIDDLE-PCT     PIC V9999.
          05 MX-UPPER-PCT      PIC V9999.

      *********     INCREASE HISTORY FILE   *******************************
      *  Same layout the increase run appends.
       FD HISTORY-FILE
          RECORD CONTAINS 46 CHARACTERS.

       01 HISTORY-RECORD.
          05 HS-RUN-DATE        PIC 9(8).
          05 HS-REGION-CODE     PIC X(3).
          05 HS-WHOUSE-ID       PIC X(4).
          05 HS-POSITION        PIC X(2).
          05 HS-HEADCOUNT       PIC 9(4).
          05 HS-SAL-INCR        PIC 9(7)V99.
          05 HS-UNION-INCR      PIC 9(5)V99.
          05 HS-INSUR-INCR      PIC 9(7)V99.

      *********     WAREHOUSE INCREASE BUDGET FILE   **********************
      *  This cycle's budget, same layout the increase run reads;
      *  the draft is written in the same layout.
       FD BUDGET-FILE
          RECORD CONTAINS 13 CHARACTERS.

       01 BUDGET-RECORD.
          05 BU-WHOUSE-ID       PIC X(4).
          05 BU-BUDGET-AMT      PIC 9(7)V99.

       FD DRAFT-BUDGET-FILE
          RECORD CONTAINS 13 CHARACTERS.

       01 DRAFT-BUDGET-RECORD.
          05 DB-WHOUSE-ID       PIC X(4).
          05 DB-BUDGET-AMT      PIC 9(7)V99.

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

      *********     RUN PARAMETER FILE   **********************************
      * The ELIG record is read as the increase run reads it, and a
      * BDGT record names the date to project to:
      *   BDGT + projection date (8)
      * The others belong to other steps and are passed over.
       FD PARM-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 PARM-RECORD.
          05 PR-KEYWORD        PIC X(4).
          05 PR-PARM-DATA.
             10 PR-ELIG-MIN-MONTHS   PIC 99.
             10 PR-ELIG-CYCLE-MONTHS PIC 99.
             10 FILLER            PIC X(32).
          05 PR-BDGT-DATA REDEFINES PR-PARM-DATA.
             10 PR-BDGT-DATE      PIC 9(8).
             10 FILLER            PIC X(28).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 FIRST-RECORD           PIC X(3) VALUE 'YES'.

       01  WS-MASTER-STATUS        PIC XX      VALUE SPACES.
       01  WS-RATE-STATUS          PIC XX      VALUE SPACES.
       01  WS-POSN-STATUS          PIC XX      VALUE SPACES.
       01  WS-PLAN-STATUS          PIC XX      VALUE SPACES.
       01  WS-MERT-STATUS          PIC XX      VALUE SPACES.
       01  WS-HIST-STATUS          PIC XX      VALUE SPACES.
       01  WS-BUDG-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

       01  WS-CYCL-SWITCHES.
           05  CYCL-OK-SW          PIC X(3)    VALUE 'NO '.
               88  CYCLE-STEP-OK            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      *  This cycle, from the control record.
       01  WS-CYCLE-DATE           PIC 9(8)    VALUE ZEROS.

       01  WS-CYCLE-DATE-SPLIT REDEFINES WS-CYCLE-DATE.
           05  WS-CY-CC-YY         PIC 9(4).
           05  WS-CY-MM            PIC 99.
           05  WS-CY-DD            PIC 99.

      *  The cycle being projected: the cycle date moved on by the
      *  cycle length, unless a BDGT record names it.  Every
      *  effective-date pick and eligibility test is made as of it.
       01  WS-PROJ-DATE            PIC 9(8)    VALUE ZEROS.

       01  WS-PROJ-DATE-SPLIT REDEFINES WS-PROJ-DATE.
           05  WS-PJ-CC-YY         PIC 9(4).
           05  WS-PJ-MM            PIC 99.
           05  WS-PJ-DD            PIC 99.

       01  WS-PARM-PROJ-DATE       PIC 9(8)    VALUE ZEROS.

       01  WS-MONTH-WORK.
           05  WS-MONTH-NUMBER     PIC 9(4)    VALUE 0.
           05  WS-YEARS-ADDED      PIC 9(4)    VALUE 0.
           05  WS-MONTH-REMAINDER  PIC 99      VALUE 0.

      *  Rates in force on the projection date; the VALUEs are the
      *  increase run's own fallback when no row applies.
       01  WS-RATE-FIELDS.
           05  WS-SALARY-PCT       PIC V9999   VALUE .0500.
           05  WS-UNION-PCT        PIC V9999   VALUE .0300.
           05  WS-INSUR-PCT        PIC V9999   VALUE .0500.
           05  WS-BEST-EFF-DATE    PIC 9(8)    VALUE ZEROS.

      *  Eligibility controls, defaulted and overridden from the
      *  ELIG record exactly as the increase run does.
       01  WS-ELIG-FIELDS.
           05  WS-ELIG-MIN-MONTHS  PIC 99      VALUE 06.
           05  WS-ELIG-CYCLE-MONTHS PIC 99     VALUE 12.
           05  WS-MONTHS-SINCE-INC PIC S9(4)   VALUE 0.
           05  WS-MONTHS-EMPLOYED  PIC S9(4)   VALUE 0.
           05  WS-PRORATE-FACTOR   PIC 9V999   VALUE 1.000.

       01  WS-ELIG-SWITCHES.
           05  ELIGIBLE-SW         PIC X(3)    VALUE 'YES'.
               88  EMPLOYEE-ELIGIBLE         VALUE 'YES'.

       01  WS-DATE-CHECK.
           05  WS-DC-CC-YY         PIC 9(4).
           05  WS-DC-MM            PIC 99.
           05  WS-DC-DD            PIC 99.

      *  One employee's projected increases.
       01  WS-PROJECTION-FIELDS.
           05  SALARY-HOLD         PIC 999999V99.
           05  UNION-HOLD          PIC 999V99.
           05  INSUR-HOLD          PIC 999999V99.
           05  NEW-CUR-SAL         PIC 999999V99.

      *  Warehouse master, loaded into a table at startup.
       01  WS-WHOUSE-TABLE-COUNT   PIC 9(3)    VALUE 0.

       01  WHOUSE-TABLE.
           05  WHOUSE-TABLE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WHOUSE-IDX.
               10  WT-WHOUSE-ID    PIC X(4).
               10  WT-WHOUSE-NAME  PIC X(11).
               10  WT-REGION-CODE  PIC X(3).
               10  WT-REGION-NAME  PIC X(15).

       01  WS-WHOUSE-SWITCHES.
           05  WHOUSE-FOUND-SW     PIC X(3)    VALUE 'NO '.
               88  WHOUSE-FOUND             VALUE 'YES'.

      *  Position master as of the projection date.
       01  WS-POSITION-COUNT       PIC 99      VALUE 0.

       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 10 TIMES
                                  INDEXED BY POS-IDX.
               10  PC-CODE         PIC X(2).
               10  PN-NAME         PIC X(10).
               10  PT-MIN-SAL      PIC 9(6)V99.
               10  PT-MAX-SAL      PIC 9(6)V99.
               10  PT-EFF-DATE     PIC 9(8).

       01  WS-POSN-SWITCHES.
           05  POSN-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  POSN-FOUND               VALUE 'YES'.

       01  WS-POSN-SLOT            PIC 99      VALUE 0.

      *  Benefit plan master as of the projection date.
       01  WS-PLAN-COUNT           PIC 99      VALUE 0.

       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 20 TIMES
                                  INDEXED BY PLAN-IDX.
               10  PT-PLAN-CODE    PIC X(3).
               10  PT-PLAN-NAME    PIC X(10).
               10  PT-PREMIUM      PIC 9(6)V99.
               10  PT-PLAN-EFF-DATE PIC 9(8).

       01  WS-PLAN-SWITCHES.
           05  PLAN-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  PLAN-FOUND               VALUE 'YES'.

       01  WS-PLAN-SLOT            PIC 99      VALUE 0.

       01  WS-PLAN-PREMIUM         PIC 9(6)V99 VALUE 0.

      *  Merit matrix as of the projection date - one slot per
      *  rating with its percentage for each third of the band
      *  (1 lower, 2 middle, 3 upper).  Empty when none is in force.
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

      *  This cycle's budget by warehouse, from PR2BUDG.TXT.
       01  WS-BUDGET-TABLE-COUNT   PIC 9(3)    VALUE 0.

       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 200 TIMES
                                  INDEXED BY BUDG-IDX.
               10  BT-WHOUSE-ID    PIC X(4).
               10  BT-BUDGET-AMT   PIC 9(7)V99.

       01  WS-BUDG-SWITCHES.
           05  BUDG-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  BUDGET-FOUND             VALUE 'YES'.

      *  Per warehouse from PR2HIST.TXT: this cycle's actual
      *  increase cost, and the headcount of the latest two cycles
      *  on file up to this one, for the growth factor.
       01  WS-HIST-TABLE-COUNT     PIC 9(3)    VALUE 0.

       01  HIST-TABLE.
           05  HIST-ENTRY OCCURS 200 TIMES
                                  INDEXED BY HIST-IDX.
               10  HT-WHOUSE-ID    PIC X(4).
               10  HT-ACTUAL       PIC 9(8)V99.
               10  HT-LAST-DATE    PIC 9(8).
               10  HT-LAST-HDCT    PIC 9(5).
               10  HT-PRIOR-DATE   PIC 9(8).
               10  HT-PRIOR-HDCT   PIC 9(5).

       01  WS-HIST-SWITCHES.
           05  HIST-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  HIST-FOUND               VALUE 'YES'.

       01  WS-HIST-SLOT            PIC 9(3)    VALUE 0.

       01  WS-GROWTH-FACTOR        PIC 9V999   VALUE 1.000.

      *  Control-break holds.
       01  WS-BREAK-HOLDS.
           05  WS-REGION-HOLD      PIC X(3)    VALUE SPACES.
           05  WS-WHOUSE-HOLD      PIC X(4)    VALUE SPACES.

      *  Totals at each level share one layout.
       01  WS-WH-TOTALS.
           05  WS-WH-HEADCOUNT     PIC 9(5)    VALUE 0.
           05  WS-WH-BUDGET        PIC 9(9)V99 VALUE 0.
           05  WS-WH-ACTUAL        PIC 9(9)V99 VALUE 0.
           05  WS-WH-PROJECTED     PIC 9(9)V99 VALUE 0.
           05  WS-WH-DRAFT         PIC 9(9)V99 VALUE 0.

       01  WS-RG-TOTALS.
           05  WS-RG-HEADCOUNT     PIC 9(5)    VALUE 0.
           05  WS-RG-BUDGET        PIC 9(9)V99 VALUE 0.
           05  WS-RG-ACTUAL        PIC 9(9)V99 VALUE 0.
           05  WS-RG-PROJECTED     PIC 9(9)V99 VALUE 0.
           05  WS-RG-DRAFT         PIC 9(9)V99 VALUE 0.

       01  WS-GT-TOTALS.
           05  WS-GT-HEADCOUNT     PIC 9(5)    VALUE 0.
           05  WS-GT-BUDGET        PIC 9(9)V99 VALUE 0.
           05  WS-GT-ACTUAL        PIC 9(9)V99 VALUE 0.
           05  WS-GT-PROJECTED     PIC 9(9)V99 VALUE 0.
           05  WS-GT-DRAFT         PIC 9(9)V99 VALUE 0.

       01  WS-PRINT-TOTALS.
           05  WS-PT-HEADCOUNT     PIC 9(5)    VALUE 0.
           05  WS-PT-BUDGET        PIC 9(9)V99 VALUE 0.
           05  WS-PT-ACTUAL        PIC 9(9)V99 VALUE 0.
           05  WS-PT-PROJECTED     PIC 9(9)V99 VALUE 0.
           05  WS-PT-DRAFT         PIC 9(9)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-RECORDS-READ     PIC 9(7)    VALUE 0.
           05  WS-PROJECTED-COUNT  PIC 9(7)    VALUE 0.
           05  WS-PRORATED-COUNT   PIC 9(7)    VALUE 0.
           05  WS-HELD-COUNT       PIC 9(7)    VALUE 0.
           05  WS-STATUS-COUNT     PIC 9(7)    VALUE 0.
           05  WS-CAPPED-COUNT     PIC 9(7)    VALUE 0.
           05  WS-MERIT-PRICED     PIC 9(7)    VALUE 0.
           05  WS-STANDARD-PRICED  PIC 9(7)    VALUE 0.
           05  WS-UNPRICED-COUNT   PIC 9(7)    VALUE 0.
           05  WS-DRAFT-WRITTEN    PIC 9(7)    VALUE 0.

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
          05                  PIC X(22)   VALUE SPACES.
          05                  PIC X(36)   VALUE
             'NEXT CYCLE INCREASE BUDGET - DRAFT'.
          05                  PIC X(22)   VALUE SPACES.

       01 RPT-CYCLE-LINE.
          05                  PIC X(12)   VALUE 'THIS CYCLE: '.
          05 RY-CYCLE-DATE    PIC 9(8).
          05                  PIC X(20)   VALUE '   PROJECTED CYCLE: '.
          05 RY-PROJ-DATE     PIC 9(8).
          05                  PIC X(32)   VALUE SPACES.

       01 RPT-RATE-LINE.
          05                  PIC X(16)   VALUE 'RATES EFFECTIVE '.
          05 RR-RATE-DATE     PIC 9(8).
          05                  PIC X(10)   VALUE '   SALARY '.
          05 RR-SALARY-PCT    PIC Z9.99.
          05                  PIC X(9)    VALUE '%   DUES '.
          05 RR-UNION-PCT     PIC Z9.99.
          05                  PIC X(1)    VALUE '%'.
          05                  PIC X(26)   VALUE SPACES.

       01 RPT-REGION-LINE.
          05                  PIC X(8)    VALUE 'REGION: '.
          05 RG-REGION-CODE   PIC X(3).
          05                  PIC X(2)    VALUE SPACES.
          05 RG-REGION-NAME   PIC X(15).
          05                  PIC X(52)   VALUE SPACES.

       01 RPT-COL-HEADING-ONE.
          05                  PIC X(5)    VALUE 'WHSE'.
          05                  PIC X(12)   VALUE 'WAREHOUSE'.
          05                  PIC X(5)    VALUE 'HDCT'.
          05                  PIC X(13)   VALUE '  THIS CYCLE'.
          05                  PIC X(13)   VALUE '  THIS CYCLE'.
          05                  PIC X(13)   VALUE '   PROJECTED'.
          05                  PIC X(6)    VALUE 'GROWTH'.
          05                  PIC X(13)   VALUE '       DRAFT'.

       01 RPT-COL-HEADING-TWO.
          05                  PIC X(22)   VALUE SPACES.
          05                  PIC X(13)   VALUE '      BUDGET'.
          05                  PIC X(13)   VALUE '      ACTUAL'.
          05                  PIC X(13)   VALUE '    INCREASE'.
          05                  PIC X(6)    VALUE 'FACTOR'.
          05                  PIC X(13)   VALUE '      BUDGET'.

      *  One layout for the warehouse lines and the region and
      *  company totals; totals carry a label over the warehouse
      *  columns and no growth factor.
       01 RPT-BUDGET-LINE.
          05 RB-ID-AREA.
             10 RB-WHOUSE-ID     PIC X(4).
             10                  PIC X(1).
             10 RB-WHOUSE-NAME   PIC X(11).
          05 RB-LABEL REDEFINES RB-ID-AREA
                                 PIC X(16).
          05                  PIC X(1)    VALUE SPACES.
          05 RB-HEADCOUNT     PIC ZZZ9.
          05                  PIC X(1)    VALUE SPACES.
          05 RB-BUDGET        PIC Z,ZZZ,ZZ9.99.
          05 RB-BUDGET-X REDEFINES RB-BUDGET
                              PIC X(12).
          05                  PIC X(1)    VALUE SPACES.
          05 RB-ACTUAL        PIC Z,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RB-PROJECTED     PIC Z,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RB-GROWTH        PIC 9.999.
          05 RB-GROWTH-X REDEFINES RB-GROWTH
                              PIC X(5).
          05                  PIC X(1)    VALUE SPACES.
          05 RB-DRAFT         PIC Z,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.

       01 WS-REGION-LABEL.
          05                  PIC X(7)    VALUE 'REGION '.
          05 WRL-REGION-CODE  PIC X(3).
          05                  PIC X(6)    VALUE ' TOTAL'.

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 30-READ-MASTER
          PERFORM 40-PROCESS-EMPLOYEE
             UNTIL ARE-THERE-MORE-RECORDS = 'NO '
          IF FIRST-RECORD = 'NO '
             PERFORM 52-WHOUSE-BREAK
             PERFORM 53-REGION-BREAK
          END-IF
          PERFORM 55-COMPANY-TOTAL
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-MASTER-FILE
                DRAFT-BUDGET-FILE
                REPORT-FILE
          DISPLAY 'PR2BDGT: EMPLOYEES READ        ' WS-RECORDS-READ
          DISPLAY 'PR2BDGT: EMPLOYEES PROJECTED   '
             WS-PROJECTED-COUNT
          DISPLAY 'PR2BDGT: DRAFT BUDGET ROWS     ' WS-DRAFT-WRITTEN
          IF WS-UNPRICED-COUNT > 0
             DISPLAY 'PR2BDGT: NOT ON POSITION OR PLAN MASTER '
                WS-UNPRICED-COUNT ' - RETURN CODE 4'
             MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN
          .

        15-HOUSEKEEPING.
         ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
         PERFORM 12-CHECK-RUN-CYCLE
         PERFORM 150-READ-PARM-FILE
         PERFORM 14-SET-PROJECTION-DATE
         OPEN INPUT MASTER-IN-FILE
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'PR2BDGT: PR2NEWM.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-MASTER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE MASTER-IN-FILE
         PERFORM 152-READ-RATES-FILE
         PERFORM 160-LOAD-WHOUSE-TABLE
         PERFORM 163-LOAD-POSN-TABLE
         PERFORM 178-LOAD-PLAN-TABLE
         PERFORM 180-LOAD-MERIT-TABLE
         PERFORM 154-LOAD-HIST-TABLE
         PERFORM 157-LOAD-BUDG-TABLE
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MS-REGION-CODE
                             MS-WAREHOUSE-ID MS-EMPLOYEE-ID
            INPUT PROCEDURE 17-RELEASE-MASTER
            GIVING SORTED-MASTER-FILE
         OPEN INPUT  SORTED-MASTER-FILE
              OUTPUT DRAFT-BUDGET-FILE
                     REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         .

      *********     RUN-CYCLE CONTROL   **********************************
      *  The draft refuses to run unless the control record shows
      *  the increase run completed in balance, so the master and
      *  history it projects from are the finished cycle's.
        12-CHECK-RUN-CYCLE.
         MOVE 'NO ' TO CYCL-OK-SW
         OPEN INPUT CYCLE-FILE
         IF WS-CYCL-STATUS = '00'
            PERFORM 13-READ-CYCLE-RECORD
            CLOSE CYCLE-FILE
         END-IF
         IF NOT CYCLE-STEP-OK
            DISPLAY 'PR2BDGT: PR2CYCL.TXT DOES NOT SHOW THE '
               'INCREASE RUN COMPLETED IN BALANCE - RUN THE '
               'INCREASE JOB FIRST.  BUDGET DRAFT ABORTED.'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         .

        13-READ-CYCLE-RECORD.
         READ CYCLE-FILE
            AT END
               MOVE 'NO ' TO CYCL-OK-SW
            NOT AT END
               IF CY-INCR-DONE = 'Y'
                  AND CY-INCR-BALANCED = 'Y'
                  AND CY-CYCLE-DATE NUMERIC
                  MOVE 'YES' TO CYCL-OK-SW
                  MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE
               END-IF
         END-READ
         .

      *  Next cycle falls the cycle length after this one, on the
      *  same day of the month.
        14-SET-PROJECTION-DATE.
         IF WS-PARM-PROJ-DATE > WS-CYCLE-DATE
            MOVE WS-PARM-PROJ-DATE TO WS-PROJ-DATE
         ELSE
            COMPUTE WS-MONTH-NUMBER =
               WS-CY-MM - 1 + WS-ELIG-CYCLE-MONTHS
            DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-YEARS-ADDED
               REMAINDER WS-MONTH-REMAINDER
            COMPUTE WS-PJ-CC-YY = WS-CY-CC-YY + WS-YEARS-ADDED
            COMPUTE WS-PJ-MM = WS-MONTH-REMAINDER + 1
            MOVE WS-CY-DD TO WS-PJ-DD
         END-IF
         .

      *********     SORT INPUT - MASTER WITH REGION PREFIX   *************
        17-RELEASE-MASTER.
        OPEN INPUT MASTER-IN-FILE
        PERFORM 18-RELEASE-ONE-MASTER
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '
        CLOSE MASTER-IN-FILE
        MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        .

        18-RELEASE-ONE-MASTER.
        READ MASTER-IN-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              MOVE RAW-MASTER-RECORD TO MS-MASTER-DATA
              PERFORM 167-SET-MASTER-REGION
              RELEASE MSORT-RECORD
        END-READ
        .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-CYCLE-DATE TO RY-CYCLE-DATE
         MOVE WS-PROJ-DATE TO RY-PROJ-DATE
         WRITE REPORT-RECORD FROM RPT-CYCLE-LINE
            AFTER ADVANCING 2 LINES
         MOVE WS-BEST-EFF-DATE TO RR-RATE-DATE
         COMPUTE RR-SALARY-PCT = WS-SALARY-PCT * 100
         COMPUTE RR-UNION-PCT = WS-UNION-PCT * 100
         WRITE REPORT-RECORD FROM RPT-RATE-LINE
            AFTER ADVANCING 1 LINES
         MOVE 2 TO PROPER-SPACING
         .

        21-REGION-HEADER-ROUTINE.
         MOVE MST-REGION-CODE TO WS-REGION-HOLD
         MOVE MST-REGION-CODE TO RG-REGION-CODE
         MOVE SPACES TO RG-REGION-NAME
         PERFORM 165-FIND-WHOUSE
         IF WHOUSE-FOUND
            MOVE WT-REGION-NAME (WHOUSE-IDX) TO RG-REGION-NAME
         END-IF
         MOVE 3 TO PROPER-SPACING
         MOVE RPT-REGION-LINE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE 2 TO PROPER-SPACING
         MOVE RPT-COL-HEADING-ONE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE RPT-COL-HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE 2 TO PROPER-SPACING
         .

        22-WHOUSE-HEADER-ROUTINE.
         MOVE MST-WAREHOUSE-ID TO WS-WHOUSE-HOLD
         .

        30-READ-MASTER.
          READ SORTED-MASTER-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
          END-READ
          .

        35-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     REGION / WAREHOUSE CONTROL   *************************
        40-PROCESS-EMPLOYEE.
          IF FIRST-RECORD = 'YES'
             MOVE 'NO ' TO FIRST-RECORD
             PERFORM 21-REGION-HEADER-ROUTINE
             PERFORM 22-WHOUSE-HEADER-ROUTINE
          ELSE
             IF MST-REGION-CODE NOT = WS-REGION-HOLD
                PERFORM 52-WHOUSE-BREAK
                PERFORM 53-REGION-BREAK
                PERFORM 21-REGION-HEADER-ROUTINE
                PERFORM 22-WHOUSE-HEADER-ROUTINE
             ELSE
                IF MST-WAREHOUSE-ID NOT = WS-WHOUSE-HOLD
                   PERFORM 52-WHOUSE-BREAK
                   PERFORM 22-WHOUSE-HEADER-ROUTINE
                END-IF
             END-IF
          END-IF
          PERFORM 45-PROJECT-EMPLOYEE
          PERFORM 30-READ-MASTER
          .

      *********     ONE EMPLOYEE AT NEXT CYCLE   *************************
      *  The increase run's rules, as of the projection date.  An
      *  employee it would reject as an exception, hold out, or
      *  pass over for status adds nothing.
        45-PROJECT-EMPLOYEE.
          IF MST-ON-LEAVE
             OR MST-TERMINATED
             ADD 1 TO WS-STATUS-COUNT
          ELSE
             PERFORM 406-FIND-POSITION-INDEX
             PERFORM 410-FIND-PLAN-PREMIUM
             IF POS-IDX > WS-POSITION-COUNT
                OR NOT PLAN-FOUND
                OR MST-CUR-SAL NOT NUMERIC
                OR MST-HIRE-DATE NOT NUMERIC
                ADD 1 TO WS-UNPRICED-COUNT
             ELSE
                PERFORM 46-CHECK-ELIGIBILITY
                IF EMPLOYEE-ELIGIBLE
                   PERFORM 47-PROJECT-SALARY
                   PERFORM 48-PROJECT-DUES-INSUR
                   ADD 1 TO WS-PROJECTED-COUNT
                   ADD 1 TO WS-WH-HEADCOUNT
                   ADD SALARY-HOLD UNION-HOLD INSUR-HOLD
                      TO WS-WH-PROJECTED
                ELSE
                   ADD 1 TO WS-HELD-COUNT
                END-IF
             END-IF
          END-IF
          .

      *  Same tests as the increase run's 430-CHECK-ELIGIBILITY,
      *  with the projection date in place of the cycle date.
        46-CHECK-ELIGIBILITY.
          MOVE 'YES' TO ELIGIBLE-SW
          MOVE 1.000 TO WS-PRORATE-FACTOR
          IF MST-LAST-INC NUMERIC
             AND MST-LAST-INC NOT = 0
             MOVE MST-LAST-INC TO WS-DATE-CHECK
             COMPUTE WS-MONTHS-SINCE-INC =
                (WS-PJ-CC-YY - WS-DC-CC-YY) * 12
                + WS-PJ-MM - WS-DC-MM
             IF WS-MONTHS-SINCE-INC < WS-ELIG-MIN-MONTHS
                MOVE 'NO ' TO ELIGIBLE-SW
             END-IF
          END-IF
          IF EMPLOYEE-ELIGIBLE
             MOVE MST-HIRE-DATE TO WS-DATE-CHECK
             COMPUTE WS-MONTHS-EMPLOYED =
                (WS-PJ-CC-YY - WS-DC-CC-YY) * 12
                + WS-PJ-MM - WS-DC-MM
             IF WS-MONTHS-EMPLOYED < 1
                MOVE 'NO ' TO ELIGIBLE-SW
             ELSE
                IF WS-MONTHS-EMPLOYED < WS-ELIG-CYCLE-MONTHS
                   COMPUTE WS-PRORATE-FACTOR ROUNDED =
                      WS-MONTHS-EMPLOYED / WS-ELIG-CYCLE-MONTHS
                   ADD 1 TO WS-PRORATED-COUNT
                END-IF
             END-IF
          END-IF
          .

      *  Salary at the staged merit or standard rate, capped at the
      *  band maximum the way 311-CAP-AT-BAND-MAXIMUM caps it.
        47-PROJECT-SALARY.
          PERFORM 471-SET-MERIT-PCT
          COMPUTE SALARY-HOLD = MST-CUR-SAL * WS-MERIT-PCT
             * WS-PRORATE-FACTOR
          COMPUTE NEW-CUR-SAL = MST-CUR-SAL + SALARY-HOLD
          IF PT-MAX-SAL (POS-IDX) > 0
             AND NEW-CUR-SAL > PT-MAX-SAL (POS-IDX)
             IF MST-CUR-SAL < PT-MAX-SAL (POS-IDX)
                MOVE PT-MAX-SAL (POS-IDX) TO NEW-CUR-SAL
             ELSE
                MOVE MST-CUR-SAL TO NEW-CUR-SAL
             END-IF
             COMPUTE SALARY-HOLD = NEW-CUR-SAL - MST-CUR-SAL
             ADD 1 TO WS-CAPPED-COUNT
          END-IF
          .

      *  The matrix percentage for the employee's rating and band
      *  third, or the standard rate when no matrix is in force or
      *  the rating is not on it - the increase run's
      *  3101-SET-MERIT-PCT, as of the projection date.
        471-SET-MERIT-PCT.
          MOVE WS-SALARY-PCT TO WS-MERIT-PCT
          MOVE 'NO ' TO MERIT-FOUND-SW
          IF WS-MERIT-COUNT > 0
             PERFORM 472-FIND-MERIT-RATING
             IF MERIT-FOUND
                PERFORM 473-SET-BAND-THIRD
                MOVE MT-PCT (MERIT-IDX, WS-BAND-THIRD)
                   TO WS-MERIT-PCT
                ADD 1 TO WS-MERIT-PRICED
             ELSE
                ADD 1 TO WS-STANDARD-PRICED
             END-IF
          END-IF
          .

        472-FIND-MERIT-RATING.
          IF MST-PERF-RATING NOT = SPACE
             SET MERIT-IDX TO 1
             PERFORM 474-STEP-MERIT-ENTRY
                UNTIL MERIT-IDX > WS-MERIT-COUNT
                      OR MT-RATING (MERIT-IDX) = MST-PERF-RATING
             IF MERIT-IDX NOT > WS-MERIT-COUNT
                MOVE 'YES' TO MERIT-FOUND-SW
             END-IF
          END-IF
          .

      *  Thirds of the band in force on the projection date, the
      *  position already found by 45-PROJECT-EMPLOYEE.
        473-SET-BAND-THIRD.
          MOVE 2 TO WS-BAND-THIRD
          IF PT-MAX-SAL (POS-IDX) > PT-MIN-SAL (POS-IDX)
             EVALUATE TRUE
                WHEN MST-CUR-SAL NOT > PT-MIN-SAL (POS-IDX)
                   MOVE 1 TO WS-BAND-THIRD
                WHEN MST-CUR-SAL NOT < PT-MAX-SAL (POS-IDX)
                   MOVE 3 TO WS-BAND-THIRD
                WHEN OTHER
                   COMPUTE WS-BAND-THIRD =
                      (MST-CUR-SAL - PT-MIN-SAL (POS-IDX)) * 3
                      / (PT-MAX-SAL (POS-IDX) - PT-MIN-SAL (POS-IDX))
                      + 1
             END-EVALUATE
          END-IF
          .

        474-STEP-MERIT-ENTRY.
          SET MERIT-IDX UP BY 1
          .

      *  Dues at the staged rate; insurance steps up to the plan's
      *  staged premium, prorated, and never down.
        48-PROJECT-DUES-INSUR.
          COMPUTE UNION-HOLD = MST-UNION-DUES * WS-UNION-PCT
             * WS-PRORATE-FACTOR
          IF WS-PLAN-PREMIUM > MST-INSURANCE
             COMPUTE INSUR-HOLD = (WS-PLAN-PREMIUM - MST-INSURANCE)
                * WS-PRORATE-FACTOR
          ELSE
             MOVE 0 TO INSUR-HOLD
          END-IF
          .

      *********     WAREHOUSE, REGION, AND COMPANY TOTALS   **************
      *  The warehouse's projected cost times its growth factor is
      *  the draft; it prints beside this cycle's budget and actual
      *  and is written to the draft budget file.
        52-WHOUSE-BREAK.
          PERFORM 57-FIND-WHOUSE-HISTORY
          PERFORM 58-FIND-WHOUSE-BUDGET
          COMPUTE WS-WH-DRAFT ROUNDED =
             WS-WH-PROJECTED * WS-GROWTH-FACTOR
          MOVE SPACES TO RB-ID-AREA
          MOVE WS-WHOUSE-HOLD TO RB-WHOUSE-ID
          PERFORM 166-FIND-HOLD-WHOUSE
          IF WHOUSE-FOUND
             MOVE WT-WHOUSE-NAME (WHOUSE-IDX) TO RB-WHOUSE-NAME
          END-IF
          MOVE WS-WH-TOTALS TO WS-PRINT-TOTALS
          PERFORM 59-MOVE-PRINT-TOTALS
          IF NOT BUDGET-FOUND
             MOVE SPACES TO RB-BUDGET-X
          END-IF
          MOVE WS-GROWTH-FACTOR TO RB-GROWTH
          MOVE RPT-BUDGET-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          PERFORM 56-WRITE-DRAFT-RECORD
          ADD WS-WH-HEADCOUNT TO WS-RG-HEADCOUNT
          ADD WS-WH-BUDGET TO WS-RG-BUDGET
          ADD WS-WH-ACTUAL TO WS-RG-ACTUAL
          ADD WS-WH-PROJECTED TO WS-RG-PROJECTED
          ADD WS-WH-DRAFT TO WS-RG-DRAFT
          INITIALIZE WS-WH-TOTALS
          .

        53-REGION-BREAK.
          MOVE WS-REGION-HOLD TO WRL-REGION-CODE
          MOVE WS-REGION-LABEL TO RB-LABEL
          MOVE WS-RG-TOTALS TO WS-PRINT-TOTALS
          PERFORM 59-MOVE-PRINT-TOTALS
          MOVE SPACES TO RB-GROWTH-X
          MOVE 2 TO PROPER-SPACING
          MOVE RPT-BUDGET-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          ADD WS-RG-HEADCOUNT TO WS-GT-HEADCOUNT
          ADD WS-RG-BUDGET TO WS-GT-BUDGET
          ADD WS-RG-ACTUAL TO WS-GT-ACTUAL
          ADD WS-RG-PROJECTED TO WS-GT-PROJECTED
          ADD WS-RG-DRAFT TO WS-GT-DRAFT
          INITIALIZE WS-RG-TOTALS
          .

        55-COMPANY-TOTAL.
          MOVE 'COMPANY TOTAL' TO RB-LABEL
          MOVE WS-GT-TOTALS TO WS-PRINT-TOTALS
          PERFORM 59-MOVE-PRINT-TOTALS
          MOVE SPACES TO RB-GROWTH-X
          MOVE 3 TO PROPER-SPACING
          MOVE RPT-BUDGET-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

        56-WRITE-DRAFT-RECORD.
          MOVE WS-WHOUSE-HOLD TO DB-WHOUSE-ID
          MOVE WS-WH-DRAFT TO DB-BUDGET-AMT
          WRITE DRAFT-BUDGET-RECORD
          ADD 1 TO WS-DRAFT-WRITTEN
          .

      *  This cycle's actual and the growth factor.  Without two
      *  cycles of history, or with no headcount in the earlier
      *  one, the factor is 1.000.
        57-FIND-WHOUSE-HISTORY.
          MOVE 1.000 TO WS-GROWTH-FACTOR
          MOVE 'NO ' TO HIST-FOUND-SW
          PERFORM 571-CHECK-ONE-HIST-ENTRY
             VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX > WS-HIST-TABLE-COUNT
                   OR HIST-FOUND
          IF HIST-FOUND
             SET HIST-IDX DOWN BY 1
             MOVE HT-ACTUAL (HIST-IDX) TO WS-WH-ACTUAL
             IF HT-PRIOR-HDCT (HIST-IDX) > 0
                COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   HT-LAST-HDCT (HIST-IDX) / HT-PRIOR-HDCT (HIST-IDX)
                   ON SIZE ERROR
                      MOVE 9.999 TO WS-GROWTH-FACTOR
                END-COMPUTE
             END-IF
          END-IF
          .

        571-CHECK-ONE-HIST-ENTRY.
          IF HT-WHOUSE-ID (HIST-IDX) = WS-WHOUSE-HOLD
             MOVE 'YES' TO HIST-FOUND-SW
          END-IF
          .

        58-FIND-WHOUSE-BUDGET.
          MOVE 'NO ' TO BUDG-FOUND-SW
          PERFORM 581-CHECK-ONE-BUDGET
             VARYING BUDG-IDX FROM 1 BY 1
             UNTIL BUDG-IDX > WS-BUDGET-TABLE-COUNT
                   OR BUDGET-FOUND
          IF BUDGET-FOUND
             SET BUDG-IDX DOWN BY 1
             MOVE BT-BUDGET-AMT (BUDG-IDX) TO WS-WH-BUDGET
          END-IF
          .

        581-CHECK-ONE-BUDGET.
          IF BT-WHOUSE-ID (BUDG-IDX) = WS-WHOUSE-HOLD
             MOVE 'YES' TO BUDG-FOUND-SW
          END-IF
          .

        59-MOVE-PRINT-TOTALS.
          MOVE WS-PT-HEADCOUNT TO RB-HEADCOUNT
          MOVE WS-PT-BUDGET TO RB-BUDGET
          MOVE WS-PT-ACTUAL TO RB-ACTUAL
          MOVE WS-PT-PROJECTED TO RB-PROJECTED
          MOVE WS-PT-DRAFT TO RB-DRAFT
          .

        90-PRINT-COUNTS.
          MOVE 3 TO PROPER-SPACING
          MOVE 'EMPLOYEES READ:' TO RC-LABEL
          MOVE WS-RECORDS-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'PROJECTED AT FULL OR PRORATED:' TO RC-LABEL
          MOVE WS-PROJECTED-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE '  OF WHICH PRORATED:' TO RC-LABEL
          MOVE WS-PRORATED-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE '  OF WHICH CAPPED AT BAND MAX:' TO RC-LABEL
          MOVE WS-CAPPED-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          IF WS-MERIT-COUNT > 0
             MOVE '  OF WHICH ON MERIT MATRIX:' TO RC-LABEL
             MOVE WS-MERIT-PRICED TO RC-COUNT
             MOVE RPT-COUNT-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
             MOVE '  OF WHICH NO RATING - STANDARD:' TO RC-LABEL
             MOVE WS-STANDARD-PRICED TO RC-COUNT
             MOVE RPT-COUNT-LINE TO REPORT-RECORD
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'NOT ELIGIBLE - HELD:' TO RC-LABEL
          MOVE WS-HELD-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'ON LEAVE / TERMINATED:' TO RC-LABEL
          MOVE WS-STATUS-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'NOT ON POSITION OR PLAN MASTER:' TO RC-LABEL
          MOVE WS-UNPRICED-COUNT TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'DRAFT ROWS ON PR2BUDGD.TXT:' TO RC-LABEL
          MOVE WS-DRAFT-WRITTEN TO RC-COUNT
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
              EVALUATE PR-KEYWORD
                 WHEN 'ELIG'
                    IF PR-ELIG-MIN-MONTHS NUMERIC
                       MOVE PR-ELIG-MIN-MONTHS
                          TO WS-ELIG-MIN-MONTHS
                    END-IF
                    IF PR-ELIG-CYCLE-MONTHS NUMERIC
                       AND PR-ELIG-CYCLE-MONTHS > 0
                       MOVE PR-ELIG-CYCLE-MONTHS
                          TO WS-ELIG-CYCLE-MONTHS
                    END-IF
                 WHEN 'BDGT'
                    IF PR-BDGT-DATE NUMERIC
                       MOVE PR-BDGT-DATE TO WS-PARM-PROJ-DATE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
        END-READ
        .

      *********     RATE CONTROL FILE   *********************************
      *  The latest row not after the projection date wins, so a
      *  row staged for next cycle is the one priced.
        152-READ-RATES-FILE.
        MOVE 0 TO WS-BEST-EFF-DATE
        OPEN INPUT RATES-FILE
        IF WS-RATE-STATUS = '00'
           PERFORM 153-READ-ONE-RATE-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE RATES-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        153-READ-ONE-RATE-RECORD.
        READ RATES-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF RT-EFF-DATE NOT > WS-PROJ-DATE
                 AND RT-EFF-DATE >= WS-BEST-EFF-DATE
                 MOVE RT-EFF-DATE   TO WS-BEST-EFF-DATE
                 MOVE RT-SALARY-PCT TO WS-SALARY-PCT
                 MOVE RT-UNION-PCT  TO WS-UNION-PCT
                 MOVE RT-INSUR-PCT  TO WS-INSUR-PCT
              END-IF
        END-READ
        .

      *********     INCREASE HISTORY TABLE   *****************************
      *  One slot per warehouse.  Rows for this cycle add to the
      *  actual; every row up to this cycle feeds the headcounts
      *  of the latest two run dates.  A missing history file
      *  leaves every actual zero and every factor 1.000.
        154-LOAD-HIST-TABLE.
        MOVE 0 TO WS-HIST-TABLE-COUNT
        OPEN INPUT HISTORY-FILE
        IF WS-HIST-STATUS = '00'
           PERFORM 155-READ-HIST-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE HISTORY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        155-READ-HIST-RECORD.
        READ HISTORY-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF HS-RUN-DATE NUMERIC
                 AND HS-RUN-DATE NOT > WS-CYCLE-DATE
                 AND HS-HEADCOUNT NUMERIC
                 PERFORM 1551-FIND-HIST-SLOT
                 IF HIST-FOUND
                    PERFORM 156-POST-HIST-ROW
                 ELSE
                    IF WS-HIST-TABLE-COUNT < 200
                       ADD 1 TO WS-HIST-TABLE-COUNT
                       MOVE WS-HIST-TABLE-COUNT TO WS-HIST-SLOT
                       MOVE HS-WHOUSE-ID
                          TO HT-WHOUSE-ID (WS-HIST-SLOT)
                       MOVE 0 TO HT-ACTUAL (WS-HIST-SLOT)
                       MOVE 0 TO HT-LAST-DATE (WS-HIST-SLOT)
                       MOVE 0 TO HT-LAST-HDCT (WS-HIST-SLOT)
                       MOVE 0 TO HT-PRIOR-DATE (WS-HIST-SLOT)
                       MOVE 0 TO HT-PRIOR-HDCT (WS-HIST-SLOT)
                       PERFORM 156-POST-HIST-ROW
                    END-IF
                 END-IF
              END-IF
        END-READ
        .

        1551-FIND-HIST-SLOT.
        MOVE 'NO ' TO HIST-FOUND-SW
        PERFORM 1552-CHECK-ONE-HIST-SLOT
           VARYING WS-HIST-SLOT FROM 1 BY 1
           UNTIL WS-HIST-SLOT > WS-HIST-TABLE-COUNT
                 OR HIST-FOUND
        IF HIST-FOUND
           SUBTRACT 1 FROM WS-HIST-SLOT
        END-IF
        .

        1552-CHECK-ONE-HIST-SLOT.
        IF HT-WHOUSE-ID (WS-HIST-SLOT) = HS-WHOUSE-ID
           MOVE 'YES' TO HIST-FOUND-SW
        END-IF
        .

      *  A newer run date pushes the latest down to prior; a row
      *  between the two replaces the prior; an older one is past
      *  the trend and is passed over.
        156-POST-HIST-ROW.
        IF HS-RUN-DATE = WS-CYCLE-DATE
           ADD HS-SAL-INCR HS-UNION-INCR HS-INSUR-INCR
              TO HT-ACTUAL (WS-HIST-SLOT)
        END-IF
        EVALUATE TRUE
           WHEN HS-RUN-DATE = HT-LAST-DATE (WS-HIST-SLOT)
              ADD HS-HEADCOUNT TO HT-LAST-HDCT (WS-HIST-SLOT)
           WHEN HS-RUN-DATE > HT-LAST-DATE (WS-HIST-SLOT)
              MOVE HT-LAST-DATE (WS-HIST-SLOT)
                 TO HT-PRIOR-DATE (WS-HIST-SLOT)
              MOVE HT-LAST-HDCT (WS-HIST-SLOT)
                 TO HT-PRIOR-HDCT (WS-HIST-SLOT)
              MOVE HS-RUN-DATE TO HT-LAST-DATE (WS-HIST-SLOT)
              MOVE HS-HEADCOUNT TO HT-LAST-HDCT (WS-HIST-SLOT)
           WHEN HS-RUN-DATE = HT-PRIOR-DATE (WS-HIST-SLOT)
              ADD HS-HEADCOUNT TO HT-PRIOR-HDCT (WS-HIST-SLOT)
           WHEN HS-RUN-DATE > HT-PRIOR-DATE (WS-HIST-SLOT)
              MOVE HS-RUN-DATE TO HT-PRIOR-DATE (WS-HIST-SLOT)
              MOVE HS-HEADCOUNT TO HT-PRIOR-HDCT (WS-HIST-SLOT)
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        .

      *********     THIS CYCLE'S BUDGET TABLE   **************************
        157-LOAD-BUDG-TABLE.
        MOVE 0 TO WS-BUDGET-TABLE-COUNT
        OPEN INPUT BUDGET-FILE
        IF WS-BUDG-STATUS = '00'
           PERFORM 158-READ-BUDG-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                    OR WS-BUDGET-TABLE-COUNT = 200
           CLOSE BUDGET-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        158-READ-BUDG-RECORD.
        READ BUDGET-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF BU-BUDGET-AMT NUMERIC
                 ADD 1 TO WS-BUDGET-TABLE-COUNT
                 MOVE BU-WHOUSE-ID
                    TO BT-WHOUSE-ID (WS-BUDGET-TABLE-COUNT)
                 MOVE BU-BUDGET-AMT
                    TO BT-BUDGET-AMT (WS-BUDGET-TABLE-COUNT)
              END-IF
        END-READ
        .

      *********     WAREHOUSE TABLE LOOKUP   *****************************
        160-LOAD-WHOUSE-TABLE.
        MOVE 0 TO WS-WHOUSE-TABLE-COUNT
        OPEN INPUT WHOUSE-FILE
        PERFORM 161-READ-WHOUSE-RECORD
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                 OR WS-WHOUSE-TABLE-COUNT = 200
        CLOSE WHOUSE-FILE
        MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        .

        161-READ-WHOUSE-RECORD.
        READ WHOUSE-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              ADD 1 TO WS-WHOUSE-TABLE-COUNT
              MOVE WM-WHOUSE-ID
                 TO WT-WHOUSE-ID (WS-WHOUSE-TABLE-COUNT)
              MOVE WM-WHOUSE-NAME
                 TO WT-WHOUSE-NAME (WS-WHOUSE-TABLE-COUNT)
              MOVE WM-REGION-CODE
                 TO WT-REGION-CODE (WS-WHOUSE-TABLE-COUNT)
              MOVE WM-REGION-NAME
                 TO WT-REGION-NAME (WS-WHOUSE-TABLE-COUNT)
        END-READ
        .

      *  Leaves WHOUSE-IDX on the current employee's warehouse.
        165-FIND-WHOUSE.
        MOVE 'NO ' TO WHOUSE-FOUND-SW
        PERFORM 1651-CHECK-ONE-WHOUSE
           VARYING WHOUSE-IDX FROM 1 BY 1
           UNTIL WHOUSE-IDX > WS-WHOUSE-TABLE-COUNT
                 OR WHOUSE-FOUND
        IF WHOUSE-FOUND
           SET WHOUSE-IDX DOWN BY 1
        END-IF
        .

        1651-CHECK-ONE-WHOUSE.
        IF WT-WHOUSE-ID (WHOUSE-IDX) = MST-WAREHOUSE-ID
           MOVE 'YES' TO WHOUSE-FOUND-SW
        END-IF
        .

      *  Leaves WHOUSE-IDX on the warehouse being totalled.
        166-FIND-HOLD-WHOUSE.
        MOVE 'NO ' TO WHOUSE-FOUND-SW
        PERFORM 1661-CHECK-HOLD-WHOUSE
           VARYING WHOUSE-IDX FROM 1 BY 1
           UNTIL WHOUSE-IDX > WS-WHOUSE-TABLE-COUNT
                 OR WHOUSE-FOUND
        IF WHOUSE-FOUND
           SET WHOUSE-IDX DOWN BY 1
        END-IF
        .

        1661-CHECK-HOLD-WHOUSE.
        IF WT-WHOUSE-ID (WHOUSE-IDX) = WS-WHOUSE-HOLD
           MOVE 'YES' TO WHOUSE-FOUND-SW
        END-IF
        .

        167-SET-MASTER-REGION.
        MOVE SPACES TO MS-REGION-CODE
        MOVE 'NO ' TO WHOUSE-FOUND-SW
        PERFORM 1671-SEARCH-MASTER-REGION
           VARYING WHOUSE-IDX FROM 1 BY 1
           UNTIL WHOUSE-IDX > WS-WHOUSE-TABLE-COUNT
                 OR WHOUSE-FOUND
        .

        1671-SEARCH-MASTER-REGION.
        IF WT-WHOUSE-ID (WHOUSE-IDX) = MS-WAREHOUSE-ID
           MOVE WT-REGION-CODE (WHOUSE-IDX) TO MS-REGION-CODE
           MOVE 'YES' TO WHOUSE-FOUND-SW
        END-IF
        .

      *********     POSITION MASTER TABLE   ******************************
      *  One table slot per position code; of the file's rows for a
      *  code, the latest effective date not after the projection
      *  date wins, so next contract's staged bands are the ones
      *  applied.
        163-LOAD-POSN-TABLE.
        MOVE 0 TO WS-POSITION-COUNT
        OPEN INPUT POSN-FILE
        IF WS-POSN-STATUS = '00'
           PERFORM 164-READ-POSN-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE POSN-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        164-READ-POSN-RECORD.
        READ POSN-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF PM-EFF-DATE NOT > WS-PROJ-DATE
                 PERFORM 1641-FIND-POSN-SLOT
                 IF POSN-FOUND
                    IF PM-EFF-DATE >= PT-EFF-DATE (WS-POSN-SLOT)
                       PERFORM 1642-FILL-POSN-SLOT
                    END-IF
                 ELSE
                    IF WS-POSITION-COUNT < 10
                       ADD 1 TO WS-POSITION-COUNT
                       MOVE WS-POSITION-COUNT TO WS-POSN-SLOT
                       PERFORM 1642-FILL-POSN-SLOT
                    END-IF
                 END-IF
              END-IF
        END-READ
        .

        1641-FIND-POSN-SLOT.
        MOVE 'NO ' TO POSN-FOUND-SW
        PERFORM 1643-CHECK-ONE-POSN-SLOT
           VARYING WS-POSN-SLOT FROM 1 BY 1
           UNTIL WS-POSN-SLOT > WS-POSITION-COUNT
                 OR POSN-FOUND
        IF POSN-FOUND
           SUBTRACT 1 FROM WS-POSN-SLOT
        END-IF
        .

        1643-CHECK-ONE-POSN-SLOT.
        IF PC-CODE (WS-POSN-SLOT) = PM-POS-CODE
           MOVE 'YES' TO POSN-FOUND-SW
        END-IF
        .

        1642-FILL-POSN-SLOT.
        MOVE PM-POS-CODE TO PC-CODE (WS-POSN-SLOT)
        MOVE PM-POS-TITLE TO PN-NAME (WS-POSN-SLOT)
        MOVE PM-MIN-SAL TO PT-MIN-SAL (WS-POSN-SLOT)
        MOVE PM-MAX-SAL TO PT-MAX-SAL (WS-POSN-SLOT)
        MOVE PM-EFF-DATE TO PT-EFF-DATE (WS-POSN-SLOT)
        .

      *********     BENEFIT PLAN MASTER TABLE   **************************
      *  Same load as the increase run's, as of the projection date
      *  so next year's staged premiums are the ones priced.
        178-LOAD-PLAN-TABLE.
        MOVE 0 TO WS-PLAN-COUNT
        OPEN INPUT PLAN-FILE
        IF WS-PLAN-STATUS = '00'
           PERFORM 179-READ-PLAN-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PLAN-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        179-READ-PLAN-RECORD.
        READ PLAN-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF PL-EFF-DATE NOT > WS-PROJ-DATE
                 PERFORM 1791-FIND-PLAN-SLOT
                 IF PLAN-FOUND
                    IF PL-EFF-DATE
                       >= PT-PLAN-EFF-DATE (WS-PLAN-SLOT)
                       PERFORM 1792-FILL-PLAN-SLOT
                    END-IF
                 ELSE
                    IF WS-PLAN-COUNT < 20
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE WS-PLAN-COUNT TO WS-PLAN-SLOT
                       PERFORM 1792-FILL-PLAN-SLOT
                    END-IF
                 END-IF
              END-IF
        END-READ
        .

        1791-FIND-PLAN-SLOT.
        MOVE 'NO ' TO PLAN-FOUND-SW
        PERFORM 1793-CHECK-ONE-PLAN-SLOT
           VARYING WS-PLAN-SLOT FROM 1 BY 1
           UNTIL WS-PLAN-SLOT > WS-PLAN-COUNT
                 OR PLAN-FOUND
        IF PLAN-FOUND
           SUBTRACT 1 FROM WS-PLAN-SLOT
        END-IF
        .

        1793-CHECK-ONE-PLAN-SLOT.
        IF PT-PLAN-CODE (WS-PLAN-SLOT) = PL-PLAN-CODE
           MOVE 'YES' TO PLAN-FOUND-SW
        END-IF
        .

        1792-FILL-PLAN-SLOT.
        MOVE PL-PLAN-CODE TO PT-PLAN-CODE (WS-PLAN-SLOT)
        MOVE PL-PLAN-NAME TO PT-PLAN-NAME (WS-PLAN-SLOT)
        MOVE PL-PREMIUM TO PT-PREMIUM (WS-PLAN-SLOT)
        MOVE PL-EFF-DATE TO PT-PLAN-EFF-DATE (WS-PLAN-SLOT)
        .

      *********     MERIT MATRIX TABLE   *********************************
      *  Same load as the increase run's, as of the projection date
      *  so a staged future-dated matrix row is the one priced.
        180-LOAD-MERIT-TABLE.
        MOVE 0 TO WS-MERIT-COUNT
        OPEN INPUT MERIT-FILE
        IF WS-MERT-STATUS = '00'
           PERFORM 181-READ-MERIT-RECORD
              UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE MERIT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
        END-IF
        .

        181-READ-MERIT-RECORD.
        READ MERIT-FILE
           AT END
              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           NOT AT END
              IF MX-EFF-DATE NUMERIC
                 AND MX-EFF-DATE NOT > WS-PROJ-DATE
                 AND MX-RATING NOT = SPACE
                 PERFORM 1811-FIND-MERIT-SLOT
                 IF MERIT-SLOT-FOUND
                    IF MX-EFF-DATE >= MT-EFF-DATE (WS-MERIT-SLOT)
                       PERFORM 1812-FILL-MERIT-SLOT
                    END-IF
                 ELSE
                    IF WS-MERIT-COUNT < 9
                       ADD 1 TO WS-MERIT-COUNT
                       MOVE WS-MERIT-COUNT TO WS-MERIT-SLOT
                       PERFORM 1812-FILL-MERIT-SLOT
                    END-IF
                 END-IF
              END-IF
        END-READ
        .

        1811-FIND-MERIT-SLOT.
        MOVE 'NO ' TO MERIT-SLOT-FOUND-SW
        PERFORM 1813-CHECK-ONE-MERIT-SLOT
           VARYING WS-MERIT-SLOT FROM 1 BY 1
           UNTIL WS-MERIT-SLOT > WS-MERIT-COUNT
                 OR MERIT-SLOT-FOUND
        IF MERIT-SLOT-FOUND
           SUBTRACT 1 FROM WS-MERIT-SLOT
        END-IF
        .

        1813-CHECK-ONE-MERIT-SLOT.
        IF MT-RATING (WS-MERIT-SLOT) = MX-RATING
           MOVE 'YES' TO MERIT-SLOT-FOUND-SW
        END-IF
        .

        1812-FILL-MERIT-SLOT.
        MOVE MX-RATING TO MT-RATING (WS-MERIT-SLOT)
        MOVE MX-LOWER-PCT TO MT-PCT (WS-MERIT-SLOT, 1)
        MOVE MX-MIDDLE-PCT TO MT-PCT (WS-MERIT-SLOT, 2)
        MOVE MX-UPPER-PCT TO MT-PCT (WS-MERIT-SLOT, 3)
        MOVE MX-EFF-DATE TO MT-EFF-DATE (WS-MERIT-SLOT)
        .

      *  Leaves POS-IDX past the table when the employee's position
      *  is not on the position master.
        406-FIND-POSITION-INDEX.
        SET POS-IDX TO 1
        PERFORM 407-STEP-POSITION-ENTRY
           UNTIL POS-IDX > WS-POSITION-COUNT
                 OR PC-CODE (POS-IDX) = MST-EMPLOYEE-POS
        .

        407-STEP-POSITION-ENTRY.
        SET POS-IDX UP BY 1
        .

        410-FIND-PLAN-PREMIUM.
        MOVE 'NO ' TO PLAN-FOUND-SW
        MOVE 0 TO WS-PLAN-PREMIUM
        SET PLAN-IDX TO 1
        PERFORM 411-STEP-PLAN-ENTRY
           UNTIL PLAN-IDX > WS-PLAN-COUNT
                 OR PT-PLAN-CODE (PLAN-IDX) = MST-PLAN-CODE
        IF PLAN-IDX NOT > WS-PLAN-COUNT
           MOVE 'YES' TO PLAN-FOUND-SW
           MOVE PT-PREMIUM (PLAN-IDX) TO WS-PLAN-PREMIUM
        END-IF
        .

        411-STEP-PLAN-ENTRY.
        SET PLAN-IDX UP BY 1
        .
