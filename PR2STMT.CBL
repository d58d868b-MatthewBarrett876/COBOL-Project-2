      * this cycle (held, or recycled as an exception) gets no
      * page.  The run refuses to start unless PR2CYCL.TXT shows
      * the increase run completed in balance.
      *
      * The PR2NEWM.TXT generation on the control record, put
      * there by the promotion step PR2PROM, displays with the
      * counts so the statements can be traced to a catalog entry.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD MASTER-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 RAW-MASTER-RECORD.
          05 RAW-WAREHOUSE-ID  PIC X(4).
          05 RAW-EMPLOYEE-ID   PIC X(5).
          05 FILLER            PIC X(89).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 101 CHARACTERS.

      *  The region code is prefixed ahead of the master record so
      *  the sort can sequence warehouses under their regions, the
          05 MS-MASTER-DATA.
             10 MS-WAREHOUSE-ID   PIC X(4).
             10 MS-EMPLOYEE-ID    PIC X(5).
             10 FILLER            PIC X(89).

       FD SORTED-MASTER-FILE
          RECORD CONTAINS 101 CHARACTERS.

       01 SORTED-MASTER-RECORD.
          05 MST-REGION-CODE     PIC X(3).
             10 FILLER              PIC X(5).
             10 MST-UNION-DUES      PIC 9(4)V99.
             10 MST-INSURANCE       PIC 999999V99.
             10 MST-EMP-STATUS      PIC X(1).
             10 MST-STATUS-DATE     PIC 9(8).

       FD AUDIT-IN-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 AUDIT-IN-RECORD.
          05 AI-WHOUSE-ID       PIC X(4).
          05 AI-OLD-VALUE       PIC 9(6)V99.
          05 AI-NEW-VALUE       PIC 9(6)V99.
          05 AI-RUN-DATE        PIC 9(8).
          05 AI-SOURCE          PIC X(1).

       SD AUDIT-SORT-FILE
          RECORD CONTAINS 47 CHARACTERS.

      *  Region-prefixed like the master sort so the two files
      *  match in the same region-major order.
          05 AS-AUDIT-DATA.
             10 AS-WHOUSE-ID      PIC X(4).
             10 AS-EMP-ID         PIC X(5).
             10 FILLER            PIC X(35).

       FD SORTED-AUDIT-FILE
          RECORD CONTAINS 47 CHARACTERS.

       01 SORTED-AUDIT-RECORD.
          05 AU-REGION-CODE     PIC X(3).
          05 AU-OLD-VALUE       PIC 9(6)V99.
          05 AU-NEW-VALUE       PIC 9(6)V99.
          05 AU-RUN-DATE        PIC 9(8).
          05 AU-SOURCE          PIC X(1).

       FD WHOUSE-FILE
          RECORD CONTAINS 33 CHARACTERS.
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

      *********     RUN PARAMETER FILE   **********************************
      * Only the ELIG record matters here - its cycle length drives
       01  WS-AUDIT-STATUS         PIC XX      VALUE SPACES.
       01  WS-POSN-STATUS          PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-NEWM-GEN             PIC 9(5)    VALUE ZEROS.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

       01  WS-CYCL-SWITCHES.
                STMT-FILE
          DISPLAY 'PR2STMT: MASTER RECORDS READ  ' WS-MASTERS-READ
          DISPLAY 'PR2STMT: STATEMENTS PRINTED   ' WS-STMTS-PRINTED
          DISPLAY 'PR2STMT: PR2NEWM GENERATION   ' WS-NEWM-GEN
          IF WS-AUDIT-ORPHANS > 0
             DISPLAY 'PR2STMT: AUDIT ROWS WITH NO MASTER '
                WS-AUDIT-ORPHANS
                  MOVE 'YES' TO CYCL-OK-SW
                  MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE
               END-IF
               IF CY-NEWM-GEN NUMERIC
                  MOVE CY-NEWM-GEN TO WS-NEWM-GEN
               END-IF
         END-READ
         .

