       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2EQTY.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Pay equity report for the union contract review: where each
      * employee's pay sits in the contract band on the position
      * master, PR2POSN.TXT.
      *
      * Reads the updated employee master, PR2NEWM.TXT, and prints
      * PR2EQTY.TXT grouped region / warehouse / position - the same
      * region-major order as the increase report, the region taken
      * from PR2WHSE.TXT - with, for every employee, the compa-ratio
      * (CUR-SAL over the band midpoint, PM-MIN-SAL and PM-MAX-SAL
      * averaged) and the position in band (how far CUR-SAL sits
      * from the minimum toward the maximum, as a percentage; under
      * 0 is below the band, over 100 above it).  Position,
      * warehouse, region, and company totals give the headcount,
      * the average compa-ratio, and the number below minimum.
      *
      * The band in force is the position master row with the latest
      * effective date not after the cycle date on the run-cycle
      * control record PR2CYCL.TXT (today's date when there is no
      * control record), the same rule the increase run applies.
      *
      * Under each warehouse's totals, like the increase report's
      * held and capped sections, print:
      *   BELOW BAND MINIMUM - every employee whose CUR-SAL is under
      *     the band minimum, with the shortfall in dollars
      *   SALARY COMPRESSION - every newer hire (by HIRE-DATE) who
      *     earns more than a longer-service employee in the same
      *     warehouse and position, with the lowest-paid longer-
      *     service employee named
      * Employees are sequenced by HIRE-DATE within the position so
      * compression is found in one pass.  Anyone below minimum
      * sets return code 4.
      *
      * Terminated employees stay on the master until the retention
      * purge but draw no pay, so they are left out before the sort
      * and only counted, as PR2REMIT leaves them out of the
      * remittance.
      *
      * The PR2NEWM.TXT generation on the control record, put
      * there by the promotion step PR2PROM, displays with the
      * counts so the report can be traced to a catalog entry.
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
               ASSIGN TO 'PR2ESRW.TXT'.
            SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2ESRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT WHOUSE-FILE
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT POSN-FILE
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PR2EQTY.TXT'.

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
             10 MS-EMPLOYEE-POS   PIC X(2).
             10 FILLER            PIC X(23).
             10 MS-HIRE-DATE      PIC S9(8).
             10 FILLER            PIC X(47).
             10 MS-EMP-STATUS     PIC X(1).
                88  MS-TERMINATED          VALUE 'T'.
             10 FILLER            PIC X(8).

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
             10 FILLER              PIC X(3).
             10 MST-HIRE-DATE       PIC S9(8).
             10 MST-START-SAL       PIC 999999V99.
             10 FILLER              PIC X(4).
             10 MST-LAST-INC        PIC S9(8).
             10 MST-CUR-SAL         PIC 999999V99.
             10 FILLER              PIC X(5).
             10 MST-UNION-DUES      PIC 9(4)V99.
             10 MST-INSURANCE       PIC 999999V99.
             10 MST-EMP-STATUS      PIC X(1).
                88  MST-TERMINATED         VALUE 'T'.
             10 MST-STATUS-DATE     PIC 9(8).

       FD WHOUSE-FILE
          RECORD CONTAINS 33 CHARACTERS.

       01 WHOUSE-MASTER-RECORD.
          05 WM-WHOUSE-ID      PIC X(4).
          05 WM-WHOUSE-NAME    PIC X(11).
          05 WM-REGION-CODE    PIC X(3).
          05 WM-REGION-NAME    PIC X(15).

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
           05 FIRST-RECORD           PIC X(3) VALUE 'YES'.

       01  WS-MASTER-STATUS        PIC XX      VALUE SPACES.
       01  WS-POSN-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-NEWM-GEN             PIC 9(5)    VALUE ZEROS.

       01  WS-CYCLE-DATE           PIC 9(8)    VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

      *  Control-break holds.
       01  WS-BREAK-HOLDS.
           05  WS-REGION-HOLD      PIC X(3)    VALUE SPACES.
           05  WS-WHOUSE-HOLD      PIC X(4)    VALUE SPACES.
           05  WS-POS-HOLD         PIC X(2)    VALUE SPACES.

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

      *  Position master, loaded into a table at startup.
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

      *  The current position's band, set at each position break.
       01  WS-BAND-FIELDS.
           05  WS-BAND-TITLE       PIC X(10)   VALUE SPACES.
           05  WS-BAND-MIN         PIC 9(6)V99 VALUE 0.
           05  WS-BAND-MAX         PIC 9(6)V99 VALUE 0.
           05  WS-BAND-MID         PIC 9(6)V99 VALUE 0.
           05  BAND-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  BAND-FOUND               VALUE 'YES'.

       01  WS-EMP-FIELDS.
           05  WS-COMPA-RATIO      PIC 9V999   VALUE 0.
           05  WS-BAND-POSITION    PIC S9(4)V9 VALUE 0.
           05  WS-SHORTFALL        PIC 9(6)V99 VALUE 0.

      *  Compression check within one warehouse and position.  The
      *  lowest salary among employees hired before the current
      *  hire date, and the lowest among those sharing it, which is
      *  folded in when the hire date moves on.
       01  WS-COMPRESSION-FIELDS.
           05  WS-PREV-HIRE-DATE   PIC S9(8)   VALUE 0.
           05  WS-EARLIER-SW       PIC X(3)    VALUE 'NO '.
               88  EARLIER-HIRE-SEEN         VALUE 'YES'.
           05  WS-EARLIER-LOW-SAL  PIC 9(6)V99 VALUE 0.
           05  WS-EARLIER-LOW-EMP  PIC X(5)    VALUE SPACES.
           05  WS-EARLIER-LOW-HIRE PIC S9(8)   VALUE 0.
           05  WS-SAME-LOW-SAL     PIC 9(6)V99 VALUE 0.
           05  WS-SAME-LOW-EMP     PIC X(5)    VALUE SPACES.
           05  WS-SAME-LOW-HIRE    PIC S9(8)   VALUE 0.
           05  WS-SAME-SW          PIC X(3)    VALUE 'NO '.
               88  SAME-DATE-SEEN            VALUE 'YES'.
           05  COMPRESSED-SW       PIC X(3)    VALUE 'NO '.
               88  EMPLOYEE-COMPRESSED       VALUE 'YES'.

      *  Below-minimum employees for the BELOW BAND MINIMUM section
      *  printed under each warehouse's totals.
       01  WS-BELOW-COUNT          PIC 9(3)    VALUE 0.

       01  BELOW-TABLE.
           05  BELOW-ENTRY OCCURS 200 TIMES
                                  INDEXED BY BELOW-IDX.
               10  BE-EMP-ID       PIC X(5).
               10  BE-EMP-LAST     PIC X(10).
               10  BE-POS-CODE     PIC X(2).
               10  BE-CUR-SAL      PIC 9(6)V99.
               10  BE-BAND-MIN     PIC 9(6)V99.
               10  BE-SHORTFALL    PIC 9(6)V99.

      *  Compressed employees for the SALARY COMPRESSION section
      *  printed under each warehouse's totals.
       01  WS-COMPR-COUNT          PIC 9(3)    VALUE 0.

       01  COMPR-TABLE.
           05  COMPR-ENTRY OCCURS 200 TIMES
                                  INDEXED BY COMPR-IDX.
               10  CE-POS-CODE     PIC X(2).
               10  CE-NEW-EMP-ID   PIC X(5).
               10  CE-NEW-HIRE     PIC S9(8).
               10  CE-NEW-SAL      PIC 9(6)V99.
               10  CE-OLD-EMP-ID   PIC X(5).
               10  CE-OLD-HIRE     PIC S9(8).
               10  CE-OLD-SAL      PIC 9(6)V99.

      *  Headcount, banded headcount, compa-ratio sum, and below-
      *  minimum count at each level; the average compa-ratio is the
      *  sum over the banded headcount.  Each level has the layout
      *  of WS-PRINT-TOTALS so it moves there whole for printing.
       01  WS-POS-TOTALS.
           05  WS-POS-COUNT        PIC 9(7)    VALUE 0.
           05  WS-POS-BANDED       PIC 9(7)    VALUE 0.
           05  WS-POS-RATIO-SUM    PIC 9(7)V999 VALUE 0.
           05  WS-POS-BELOW        PIC 9(7)    VALUE 0.

       01  WS-WH-TOTALS.
           05  WS-WH-COUNT         PIC 9(7)    VALUE 0.
           05  WS-WH-BANDED        PIC 9(7)    VALUE 0.
           05  WS-WH-RATIO-SUM     PIC 9(7)V999 VALUE 0.
           05  WS-WH-BELOW         PIC 9(7)    VALUE 0.

       01  WS-RG-TOTALS.
           05  WS-RG-COUNT         PIC 9(7)    VALUE 0.
           05  WS-RG-BANDED        PIC 9(7)    VALUE 0.
           05  WS-RG-RATIO-SUM     PIC 9(7)V999 VALUE 0.
           05  WS-RG-BELOW         PIC 9(7)    VALUE 0.

       01  WS-GT-TOTALS.
           05  WS-GT-COUNT         PIC 9(7)    VALUE 0.
           05  WS-GT-BANDED        PIC 9(7)    VALUE 0.
           05  WS-GT-RATIO-SUM     PIC 9(7)V999 VALUE 0.
           05  WS-GT-BELOW         PIC 9(7)    VALUE 0.

       01  WS-PRINT-TOTALS.
           05  WS-PT-COUNT         PIC 9(7)    VALUE 0.
           05  WS-PT-BANDED        PIC 9(7)    VALUE 0.
           05  WS-PT-RATIO-SUM     PIC 9(7)V999 VALUE 0.
           05  WS-PT-BELOW         PIC 9(7)    VALUE 0.

       01  WS-PT-AVERAGE           PIC 9V999   VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-RECORDS-READ     PIC 9(7)    VALUE 0.
           05  WS-NO-BAND          PIC 9(7)    VALUE 0.
           05  WS-TERMS-SKIPPED    PIC 9(7)    VALUE 0.
           05  WS-COMPRESSED-TOTAL PIC 9(7)    VALUE 0.
           05  WS-SHORTFALL-TOTAL  PIC 9(9)V99 VALUE 0.

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
             'PAY EQUITY - COMPA-RATIO AND BANDS'.
          05                  PIC X(22)   VALUE SPACES.

       01 RPT-CYCLE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(20)   VALUE 'BANDS IN FORCE AT:'.
          05 RY-CYCLE-DATE    PIC 9(8).
          05                  PIC X(48)   VALUE SPACES.

       01 RPT-REGION-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'REGION:'.
          05 RR-REGION-CODE   PIC X(3).
          05                  PIC X(2)    VALUE SPACES.
          05 RR-REGION-NAME   PIC X(15).
          05                  PIC X(50)   VALUE SPACES.

       01 RPT-WHOUSE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'WAREHOUSE:'.
          05 RW-WHOUSE-ID     PIC X(4).
          05                  PIC X(2)    VALUE SPACES.
          05 RW-WHOUSE-NAME   PIC X(11).
          05                  PIC X(48)   VALUE SPACES.

       01 RPT-POSITION-LINE.
          05                  PIC X(6)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'POSITION:'.
          05 RP-POS-CODE      PIC X(2).
          05                  PIC X(1)    VALUE SPACES.
          05 RP-POS-TITLE     PIC X(10).
          05                  PIC X(7)    VALUE '  BAND'.
          05 RP-BAND-MIN      PIC ZZZ,ZZ9.99.
          05                  PIC X(3)    VALUE ' - '.
          05 RP-BAND-MAX      PIC ZZZ,ZZ9.99.
          05                  PIC X(6)    VALUE '  MID'.
          05 RP-BAND-MID      PIC ZZZ,ZZ9.99.
          05                  PIC X(5)    VALUE SPACES.

       01 RPT-NO-BAND-LINE.
          05                  PIC X(6)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'POSITION:'.
          05 RN-POS-CODE      PIC X(2).
          05                  PIC X(62)   VALUE
             '   NOT ON PR2POSN.TXT - NO BAND'.

       01 RPT-COL-HEADING.
          05                  PIC X(8)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(12)   VALUE 'LAST NAME'.
          05                  PIC X(10)   VALUE 'HIRED'.
          05                  PIC X(13)   VALUE '   CUR-SAL'.
          05                  PIC X(9)    VALUE 'COMPA'.
          05                  PIC X(8)    VALUE 'IN BAND'.
          05                  PIC X(13)   VALUE 'FLAG'.

       01 RPT-DETAIL-LINE.
          05                  PIC X(8)    VALUE SPACES.
          05 RD-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-EMP-LAST      PIC X(10).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-HIRE-DATE     PIC 9(8).
          05                  PIC X(2)    VALUE SPACES.
          05 RD-CUR-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(3)    VALUE SPACES.
          05 RD-COMPA-RATIO   PIC Z9.999.
          05                  PIC X(3)    VALUE SPACES.
          05 RD-BAND-POSITION PIC -ZZZ9.9.
          05                  PIC X(2)    VALUE SPACES.
          05 RD-FLAG          PIC X(12).

       01 RPT-TOTAL-LINE.
          05                  PIC X(6)    VALUE SPACES.
          05 RT-LABEL         PIC X(18).
          05 RT-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(12)   VALUE ' EMPLOYEES'.
          05                  PIC X(10)   VALUE 'AVG COMPA'.
          05 RT-AVERAGE       PIC Z9.999.
          05                  PIC X(12)   VALUE '  BELOW MIN'.
          05 RT-BELOW         PIC ZZZ,ZZ9.

       01 BELOW-SECTION-HEADING.
          05                  PIC X(9)    VALUE SPACES.
          05                  PIC X(26)   VALUE
             'BELOW BAND MINIMUM:'.
          05                  PIC X(45)   VALUE SPACES.

       01 BELOW-DETAIL-LINE.
          05                  PIC X(9)    VALUE SPACES.
          05 BD-EMP-ID        PIC X(5).
          05                  PIC X(2)    VALUE SPACES.
          05 BD-EMP-LAST      PIC X(10).
          05                  PIC X(2)    VALUE SPACES.
          05 BD-POS-CODE      PIC X(2).
          05                  PIC X(2)    VALUE SPACES.
          05 BD-CUR-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(6)    VALUE '  MIN'.
          05 BD-BAND-MIN      PIC ZZZ,ZZ9.99.
          05                  PIC X(7)    VALUE '  SHORT'.
          05 BD-SHORTFALL     PIC ZZZ,ZZ9.99.
          05                  PIC X(5)    VALUE SPACES.

       01 COMPR-SECTION-HEADING.
          05                  PIC X(9)    VALUE SPACES.
          05                  PIC X(26)   VALUE
             'SALARY COMPRESSION:'.
          05                  PIC X(45)   VALUE SPACES.

       01 COMPR-DETAIL-LINE.
          05                  PIC X(9)    VALUE SPACES.
          05 CD-POS-CODE      PIC X(2).
          05                  PIC X(2)    VALUE SPACES.
          05 CD-NEW-EMP-ID    PIC X(5).
          05                  PIC X(1)    VALUE SPACES.
          05 CD-NEW-HIRE      PIC 9(8).
          05                  PIC X(1)    VALUE SPACES.
          05 CD-NEW-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(4)    VALUE ' >  '.
          05 CD-OLD-EMP-ID    PIC X(5).
          05                  PIC X(1)    VALUE SPACES.
          05 CD-OLD-HIRE      PIC 9(8).
          05                  PIC X(1)    VALUE SPACES.
          05 CD-OLD-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(13)   VALUE SPACES.

       01 RPT-COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RC-LABEL         PIC X(34).
          05 RC-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(33)   VALUE SPACES.

       01 RPT-AMOUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RA-LABEL         PIC X(34).
          05 RA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(28)   VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          PERFORM 30-READ-MASTER
          PERFORM 40-PROCESS-EMPLOYEE
             UNTIL ARE-THERE-MORE-RECORDS = 'NO '
          IF FIRST-RECORD = 'NO '
             PERFORM 51-POSITION-BREAK
             PERFORM 52-WHOUSE-BREAK
             PERFORM 53-REGION-BREAK
          END-IF
          PERFORM 90-PRINT-COUNTS
          CLOSE SORTED-MASTER-FILE
                REPORT-FILE
          DISPLAY 'PR2EQTY: EMPLOYEES READ        ' WS-RECORDS-READ
          DISPLAY 'PR2EQTY: TERMINATED, SKIPPED   ' WS-TERMS-SKIPPED
          DISPLAY 'PR2EQTY: PR2NEWM GENERATION    ' WS-NEWM-GEN
          DISPLAY 'PR2EQTY: BELOW BAND MINIMUM    ' WS-GT-BELOW
          DISPLAY 'PR2EQTY: COMPRESSION CASES     '
             WS-COMPRESSED-TOTAL
          IF WS-GT-BELOW > 0
             MOVE 4 TO RETURN-CODE
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
         MOVE WS-CURRENT-DATE-8 TO WS-CYCLE-DATE
         PERFORM 12-READ-RUN-CYCLE
         OPEN INPUT MASTER-IN-FILE
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'PR2EQTY: PR2NEWM.TXT COULD NOT BE OPENED - '
               'STATUS ' WS-MASTER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF
         CLOSE MASTER-IN-FILE
         PERFORM 160-LOAD-WHOUSE-TABLE
         PERFORM 163-LOAD-POSN-TABLE
         SORT MASTER-SORT-FILE
            ON ASCENDING KEY MS-REGION-CODE
                             MS-WAREHOUSE-ID MS-EMPLOYEE-POS
                             MS-HIRE-DATE MS-EMPLOYEE-ID
            INPUT PROCEDURE 17-RELEASE-MASTER
            GIVING SORTED-MASTER-FILE
         OPEN INPUT  SORTED-MASTER-FILE
              OUTPUT REPORT-FILE
         PERFORM 20-TOP-HEADER-ROUTINE
         .

      *********     RUN-CYCLE CONTROL   **********************************
      *  The bands in force are those of the cycle on the control
      *  record; without one, today's.
        12-READ-RUN-CYCLE.
          OPEN INPUT CYCLE-FILE
          IF WS-CYCL-STATUS = '00'
             READ CYCLE-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF CY-CYCLE-DATE NUMERIC
                      AND CY-CYCLE-DATE > 0
                      MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
                   IF CY-NEWM-GEN NUMERIC
                      MOVE CY-NEWM-GEN TO WS-NEWM-GEN
                   END-IF
             END-READ
             CLOSE CYCLE-FILE
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
              IF MS-TERMINATED
                 ADD 1 TO WS-TERMS-SKIPPED
              ELSE
                 PERFORM 167-SET-MASTER-REGION
                 RELEASE MSORT-RECORD
              END-IF
        END-READ
        .

        20-TOP-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM RPT-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REPORT-RECORD FROM RPT-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-CYCLE-DATE TO RY-CYCLE-DATE
         WRITE REPORT-RECORD FROM RPT-CYCLE-LINE
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

        21-REGION-HEADER-ROUTINE.
         MOVE MST-REGION-CODE TO WS-REGION-HOLD
         MOVE MST-REGION-CODE TO RR-REGION-CODE
         MOVE SPACES TO RR-REGION-NAME
         PERFORM 165-FIND-WHOUSE
         IF WHOUSE-FOUND
            MOVE WT-REGION-NAME (WHOUSE-IDX) TO RR-REGION-NAME
         END-IF
         MOVE 3 TO PROPER-SPACING
         MOVE RPT-REGION-LINE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

        22-WHOUSE-HEADER-ROUTINE.
         MOVE MST-WAREHOUSE-ID TO WS-WHOUSE-HOLD
         MOVE MST-WAREHOUSE-ID TO RW-WHOUSE-ID
         MOVE SPACES TO RW-WHOUSE-NAME
         PERFORM 165-FIND-WHOUSE
         IF WHOUSE-FOUND
            MOVE WT-WHOUSE-NAME (WHOUSE-IDX) TO RW-WHOUSE-NAME
         END-IF
         MOVE 2 TO PROPER-SPACING
         MOVE RPT-WHOUSE-LINE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

      *  Sets the position's band, prints it, and starts the
      *  compression check over.
        23-POSITION-HEADER-ROUTINE.
         MOVE MST-EMPLOYEE-POS TO WS-POS-HOLD
         MOVE 'NO ' TO WS-EARLIER-SW
         MOVE 'NO ' TO WS-SAME-SW
         MOVE MST-HIRE-DATE TO WS-PREV-HIRE-DATE
         PERFORM 166-FIND-POSITION-BAND
         MOVE 2 TO PROPER-SPACING
         IF BAND-FOUND
            MOVE MST-EMPLOYEE-POS TO RP-POS-CODE
            MOVE WS-BAND-TITLE TO RP-POS-TITLE
            MOVE WS-BAND-MIN TO RP-BAND-MIN
            MOVE WS-BAND-MAX TO RP-BAND-MAX
            MOVE WS-BAND-MID TO RP-BAND-MID
            MOVE RPT-POSITION-LINE TO REPORT-RECORD
         ELSE
            MOVE MST-EMPLOYEE-POS TO RN-POS-CODE
            MOVE RPT-NO-BAND-LINE TO REPORT-RECORD
         END-IF
         PERFORM 35-WRITE-A-LINE
         MOVE RPT-COL-HEADING TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
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

      *********     REGION / WAREHOUSE / POSITION CONTROL   **************
        40-PROCESS-EMPLOYEE.
          IF FIRST-RECORD = 'YES'
             MOVE 'NO ' TO FIRST-RECORD
             PERFORM 21-REGION-HEADER-ROUTINE
             PERFORM 22-WHOUSE-HEADER-ROUTINE
             PERFORM 23-POSITION-HEADER-ROUTINE
          ELSE
             IF MST-REGION-CODE NOT = WS-REGION-HOLD
                PERFORM 51-POSITION-BREAK
                PERFORM 52-WHOUSE-BREAK
                PERFORM 53-REGION-BREAK
                PERFORM 21-REGION-HEADER-ROUTINE
                PERFORM 22-WHOUSE-HEADER-ROUTINE
                PERFORM 23-POSITION-HEADER-ROUTINE
             ELSE
                IF MST-WAREHOUSE-ID NOT = WS-WHOUSE-HOLD
                   PERFORM 51-POSITION-BREAK
                   PERFORM 52-WHOUSE-BREAK
                   PERFORM 22-WHOUSE-HEADER-ROUTINE
                   PERFORM 23-POSITION-HEADER-ROUTINE
                ELSE
                   IF MST-EMPLOYEE-POS NOT = WS-POS-HOLD
                      PERFORM 51-POSITION-BREAK
                      PERFORM 23-POSITION-HEADER-ROUTINE
                   END-IF
                END-IF
             END-IF
          END-IF
          PERFORM 45-EVALUATE-EMPLOYEE
          PERFORM 30-READ-MASTER
          .

      *********     COMPA-RATIO AND POSITION IN BAND   *******************
        45-EVALUATE-EMPLOYEE.
          MOVE SPACES TO RD-FLAG
          MOVE 0 TO WS-COMPA-RATIO
          MOVE 0 TO WS-BAND-POSITION
          ADD 1 TO WS-POS-COUNT
          IF BAND-FOUND
             AND WS-BAND-MID > 0
             COMPUTE WS-COMPA-RATIO ROUNDED =
                MST-CUR-SAL / WS-BAND-MID
                ON SIZE ERROR
                   MOVE 9.999 TO WS-COMPA-RATIO
             END-COMPUTE
             IF WS-BAND-MAX > WS-BAND-MIN
                COMPUTE WS-BAND-POSITION ROUNDED =
                   (MST-CUR-SAL - WS-BAND-MIN) * 100
                   / (WS-BAND-MAX - WS-BAND-MIN)
                   ON SIZE ERROR
                      MOVE 9999.9 TO WS-BAND-POSITION
                END-COMPUTE
             END-IF
             ADD 1 TO WS-POS-BANDED
             ADD WS-COMPA-RATIO TO WS-POS-RATIO-SUM
             IF MST-CUR-SAL < WS-BAND-MIN
                PERFORM 47-ADD-BELOW-ENTRY
                MOVE 'BELOW MIN' TO RD-FLAG
             END-IF
          ELSE
             ADD 1 TO WS-NO-BAND
             MOVE 'NO BAND' TO RD-FLAG
          END-IF
          PERFORM 46-CHECK-COMPRESSION
          IF EMPLOYEE-COMPRESSED
             IF RD-FLAG = SPACES
                MOVE 'COMPRESSION' TO RD-FLAG
             ELSE
                MOVE 'BELOW/COMPR' TO RD-FLAG
             END-IF
          END-IF
          MOVE MST-EMPLOYEE-ID TO RD-EMP-ID
          MOVE MST-EMP-LAST TO RD-EMP-LAST
          MOVE MST-HIRE-DATE TO RD-HIRE-DATE
          MOVE MST-CUR-SAL TO RD-CUR-SAL
          MOVE WS-COMPA-RATIO TO RD-COMPA-RATIO
          MOVE WS-BAND-POSITION TO RD-BAND-POSITION
          MOVE RPT-DETAIL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *  Employees arrive by HIRE-DATE within the position, so the
      *  longer-service employees have all been seen.  Those hired
      *  the same day are not compared with each other.
        46-CHECK-COMPRESSION.
          MOVE 'NO ' TO COMPRESSED-SW
          IF MST-HIRE-DATE NOT = WS-PREV-HIRE-DATE
             IF SAME-DATE-SEEN
                IF NOT EARLIER-HIRE-SEEN
                   OR WS-SAME-LOW-SAL < WS-EARLIER-LOW-SAL
                   MOVE WS-SAME-LOW-SAL TO WS-EARLIER-LOW-SAL
                   MOVE WS-SAME-LOW-EMP TO WS-EARLIER-LOW-EMP
                   MOVE WS-SAME-LOW-HIRE TO WS-EARLIER-LOW-HIRE
                   MOVE 'YES' TO WS-EARLIER-SW
                END-IF
             END-IF
             MOVE 'NO ' TO WS-SAME-SW
             MOVE MST-HIRE-DATE TO WS-PREV-HIRE-DATE
          END-IF
          IF EARLIER-HIRE-SEEN
             AND MST-CUR-SAL > WS-EARLIER-LOW-SAL
             MOVE 'YES' TO COMPRESSED-SW
             ADD 1 TO WS-COMPRESSED-TOTAL
             PERFORM 48-ADD-COMPR-ENTRY
          END-IF
          IF NOT SAME-DATE-SEEN
             OR MST-CUR-SAL < WS-SAME-LOW-SAL
             MOVE MST-CUR-SAL TO WS-SAME-LOW-SAL
             MOVE MST-EMPLOYEE-ID TO WS-SAME-LOW-EMP
             MOVE MST-HIRE-DATE TO WS-SAME-LOW-HIRE
             MOVE 'YES' TO WS-SAME-SW
          END-IF
          .

        47-ADD-BELOW-ENTRY.
          COMPUTE WS-SHORTFALL = WS-BAND-MIN - MST-CUR-SAL
          ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
          ADD 1 TO WS-POS-BELOW
          IF WS-BELOW-COUNT < 200
             ADD 1 TO WS-BELOW-COUNT
             MOVE MST-EMPLOYEE-ID TO BE-EMP-ID (WS-BELOW-COUNT)
             MOVE MST-EMP-LAST TO BE-EMP-LAST (WS-BELOW-COUNT)
             MOVE MST-EMPLOYEE-POS TO BE-POS-CODE (WS-BELOW-COUNT)
             MOVE MST-CUR-SAL TO BE-CUR-SAL (WS-BELOW-COUNT)
             MOVE WS-BAND-MIN TO BE-BAND-MIN (WS-BELOW-COUNT)
             MOVE WS-SHORTFALL TO BE-SHORTFALL (WS-BELOW-COUNT)
          END-IF
          .

        48-ADD-COMPR-ENTRY.
          IF WS-COMPR-COUNT < 200
             ADD 1 TO WS-COMPR-COUNT
             MOVE MST-EMPLOYEE-POS TO CE-POS-CODE (WS-COMPR-COUNT)
             MOVE MST-EMPLOYEE-ID TO CE-NEW-EMP-ID (WS-COMPR-COUNT)
             MOVE MST-HIRE-DATE TO CE-NEW-HIRE (WS-COMPR-COUNT)
             MOVE MST-CUR-SAL TO CE-NEW-SAL (WS-COMPR-COUNT)
             MOVE WS-EARLIER-LOW-EMP TO CE-OLD-EMP-ID (WS-COMPR-COUNT)
             MOVE WS-EARLIER-LOW-HIRE TO CE-OLD-HIRE (WS-COMPR-COUNT)
             MOVE WS-EARLIER-LOW-SAL TO CE-OLD-SAL (WS-COMPR-COUNT)
          END-IF
          .

      *********     LEVEL TOTALS   ***************************************
        51-POSITION-BREAK.
          MOVE 'POSITION TOTAL' TO RT-LABEL
          MOVE WS-POS-TOTALS TO WS-PRINT-TOTALS
          MOVE 2 TO PROPER-SPACING
          PERFORM 55-PRINT-TOTAL-LINE
          ADD WS-POS-COUNT TO WS-WH-COUNT
          ADD WS-POS-BANDED TO WS-WH-BANDED
          ADD WS-POS-RATIO-SUM TO WS-WH-RATIO-SUM
          ADD WS-POS-BELOW TO WS-WH-BELOW
          INITIALIZE WS-POS-TOTALS
          .

      *  The warehouse's below-minimum and compression sections
      *  print under its totals, as the increase report does.
        52-WHOUSE-BREAK.
          MOVE 'WAREHOUSE TOTAL' TO RT-LABEL
          MOVE WS-WH-TOTALS TO WS-PRINT-TOTALS
          MOVE 2 TO PROPER-SPACING
          PERFORM 55-PRINT-TOTAL-LINE
          ADD WS-WH-COUNT TO WS-RG-COUNT
          ADD WS-WH-BANDED TO WS-RG-BANDED
          ADD WS-WH-RATIO-SUM TO WS-RG-RATIO-SUM
          ADD WS-WH-BELOW TO WS-RG-BELOW
          INITIALIZE WS-WH-TOTALS
          PERFORM 60-PRINT-BELOW-SECTION
          PERFORM 61-PRINT-COMPR-SECTION
          .

        53-REGION-BREAK.
          MOVE 'REGION TOTAL' TO RT-LABEL
          MOVE WS-RG-TOTALS TO WS-PRINT-TOTALS
          MOVE 3 TO PROPER-SPACING
          PERFORM 55-PRINT-TOTAL-LINE
          ADD WS-RG-COUNT TO WS-GT-COUNT
          ADD WS-RG-BANDED TO WS-GT-BANDED
          ADD WS-RG-RATIO-SUM TO WS-GT-RATIO-SUM
          ADD WS-RG-BELOW TO WS-GT-BELOW
          INITIALIZE WS-RG-TOTALS
          .

        55-PRINT-TOTAL-LINE.
          MOVE 0 TO WS-PT-AVERAGE
          IF WS-PT-BANDED > 0
             COMPUTE WS-PT-AVERAGE ROUNDED =
                WS-PT-RATIO-SUM / WS-PT-BANDED
          END-IF
          MOVE WS-PT-COUNT TO RT-COUNT
          MOVE WS-PT-AVERAGE TO RT-AVERAGE
          MOVE WS-PT-BELOW TO RT-BELOW
          MOVE RPT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

      *********     BELOW BAND MINIMUM SECTION   *************************
        60-PRINT-BELOW-SECTION.
        IF WS-BELOW-COUNT > 0
           MOVE 2 TO PROPER-SPACING
           MOVE BELOW-SECTION-HEADING TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           PERFORM 65-PRINT-ONE-BELOW-LINE
              VARYING BELOW-IDX FROM 1 BY 1
              UNTIL BELOW-IDX > WS-BELOW-COUNT
           MOVE 0 TO WS-BELOW-COUNT
        END-IF
        .

        65-PRINT-ONE-BELOW-LINE.
        MOVE BE-EMP-ID (BELOW-IDX) TO BD-EMP-ID
        MOVE BE-EMP-LAST (BELOW-IDX) TO BD-EMP-LAST
        MOVE BE-POS-CODE (BELOW-IDX) TO BD-POS-CODE
        MOVE BE-CUR-SAL (BELOW-IDX) TO BD-CUR-SAL
        MOVE BE-BAND-MIN (BELOW-IDX) TO BD-BAND-MIN
        MOVE BE-SHORTFALL (BELOW-IDX) TO BD-SHORTFALL
        MOVE 1 TO PROPER-SPACING
        MOVE BELOW-DETAIL-LINE TO REPORT-RECORD
        PERFORM 35-WRITE-A-LINE
        .

      *********     SALARY COMPRESSION SECTION   *************************
        61-PRINT-COMPR-SECTION.
        IF WS-COMPR-COUNT > 0
           MOVE 2 TO PROPER-SPACING
           MOVE COMPR-SECTION-HEADING TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           PERFORM 66-PRINT-ONE-COMPR-LINE
              VARYING COMPR-IDX FROM 1 BY 1
              UNTIL COMPR-IDX > WS-COMPR-COUNT
           MOVE 0 TO WS-COMPR-COUNT
        END-IF
        .

        66-PRINT-ONE-COMPR-LINE.
        MOVE CE-POS-CODE (COMPR-IDX) TO CD-POS-CODE
        MOVE CE-NEW-EMP-ID (COMPR-IDX) TO CD-NEW-EMP-ID
        MOVE CE-NEW-HIRE (COMPR-IDX) TO CD-NEW-HIRE
        MOVE CE-NEW-SAL (COMPR-IDX) TO CD-NEW-SAL
        MOVE CE-OLD-EMP-ID (COMPR-IDX) TO CD-OLD-EMP-ID
        MOVE CE-OLD-HIRE (COMPR-IDX) TO CD-OLD-HIRE
        MOVE CE-OLD-SAL (COMPR-IDX) TO CD-OLD-SAL
        MOVE 1 TO PROPER-SPACING
        MOVE COMPR-DETAIL-LINE TO REPORT-RECORD
        PERFORM 35-WRITE-A-LINE
        .

      *********     COMPANY TOTALS AND COUNTS   **************************
        90-PRINT-COUNTS.
          MOVE 'COMPANY TOTAL' TO RT-LABEL
          MOVE WS-GT-TOTALS TO WS-PRINT-TOTALS
          MOVE 3 TO PROPER-SPACING
          PERFORM 55-PRINT-TOTAL-LINE
          MOVE 3 TO PROPER-SPACING
          MOVE 'PR2NEWM.TXT RECORDS READ:' TO RC-LABEL
          MOVE WS-RECORDS-READ TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'TERMINATED - NOT EVALUATED:' TO RC-LABEL
          MOVE WS-TERMS-SKIPPED TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'POSITION NOT ON PR2POSN.TXT:' TO RC-LABEL
          MOVE WS-NO-BAND TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'BELOW BAND MINIMUM:' TO RC-LABEL
          MOVE WS-GT-BELOW TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'TOTAL SHORTFALL TO MINIMUM:' TO RA-LABEL
          MOVE WS-SHORTFALL-TOTAL TO RA-AMOUNT
          MOVE RPT-AMOUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'COMPRESSION CASES:' TO RC-LABEL
          MOVE WS-COMPRESSED-TOTAL TO RC-COUNT
          MOVE RPT-COUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
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
      *  code, the latest effective date not after the cycle date
      *  wins, the same rule the increase run applies.
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
              IF PM-EFF-DATE NOT > WS-CYCLE-DATE
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

      *  The band for the position being started; the midpoint is
      *  halfway between the band minimum and maximum.
        166-FIND-POSITION-BAND.
        MOVE 'NO ' TO BAND-FOUND-SW
        MOVE SPACES TO WS-BAND-TITLE
        MOVE 0 TO WS-BAND-MIN
        MOVE 0 TO WS-BAND-MAX
        MOVE 0 TO WS-BAND-MID
        PERFORM 1661-CHECK-ONE-BAND
           VARYING POS-IDX FROM 1 BY 1
           UNTIL POS-IDX > WS-POSITION-COUNT
                 OR BAND-FOUND
        .

        1661-CHECK-ONE-BAND.
        IF PC-CODE (POS-IDX) = MST-EMPLOYEE-POS
           MOVE 'YES' TO BAND-FOUND-SW
           MOVE PN-NAME (POS-IDX) TO WS-BAND-TITLE
           MOVE PT-MIN-SAL (POS-IDX) TO WS-BAND-MIN
           MOVE PT-MAX-SAL (POS-IDX) TO WS-BAND-MAX
           COMPUTE WS-BAND-MID ROUNDED =
              (PT-MIN-SAL (POS-IDX) + PT-MAX-SAL (POS-IDX)) / 2
        END-IF
        .
