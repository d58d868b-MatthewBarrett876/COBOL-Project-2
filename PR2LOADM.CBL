      * run completed in balance - so the index can never be
      * rebuilt off a stale or out-of-balance master - and stamps
      * its own completion flag once the load finishes clean.
      *
      * The control record also carries the PR2NEWM.TXT generation
      * the promotion step, PR2PROM, last put in place; the load
      * names it on the console with its counts so the index can be
      * traced to a catalog entry.  Zero means the increase run's
      * own output, not yet cataloged.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD FLAT-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 FLAT-EMPLOYEE-RECORD    PIC X(98).

       SD MASTER-SORT-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 MSORT-RECORD.
          05 MS-WAREHOUSE-ID   PIC X(4).
          05 MS-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(89).

       FD SORTED-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 SORTED-MASTER-RECORD    PIC X(98).

       FD INDEXED-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 IDX-EMPLOYEE-RECORD.
          05 IDX-EMP-KEY.
             10 IDX-WAREHOUSE-ID  PIC X(4).
             10 IDX-EMPLOYEE-ID   PIC X(5).
          05 FILLER               PIC X(89).

      *********     RUN-CYCLE CONTROL RECORD   ****************************
      *  Same layout the increase run writes.
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

       WORKING-STORAGE SECTION.

      *  with only the load flag changed.
       01  WS-CYCL-HOLD            PIC X(30)   VALUE SPACES.

       01  WS-NEWM-GEN             PIC 9(5)    VALUE ZEROS.

       01  WS-LOAD-COUNTS.
           05  WS-RECORDS-READ     PIC 9(5)    VALUE 0.
           05  WS-RECORDS-LOADED   PIC 9(5)    VALUE 0.
             DISPLAY 'PR2LOADM: RECORDS READ    ' WS-RECORDS-READ
             DISPLAY 'PR2LOADM: RECORDS LOADED  ' WS-RECORDS-LOADED
             DISPLAY 'PR2LOADM: RECORDS SKIPPED ' WS-RECORDS-SKIPPED
             IF WS-NEWM-GEN > 0
                DISPLAY 'PR2LOADM: PR2NEWM GENERATION ' WS-NEWM-GEN
             ELSE
                DISPLAY 'PR2LOADM: PR2NEWM GENERATION NOT CATALOGED'
             END-IF
             IF WS-RECORDS-SKIPPED > 0
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 'NO ' TO CYCL-OK-SW
             NOT AT END
                MOVE CYCLE-CONTROL-RECORD TO WS-CYCL-HOLD
                IF CY-NEWM-GEN NUMERIC
                   MOVE CY-NEWM-GEN TO WS-NEWM-GEN
                END-IF
                IF CY-INCR-DONE = 'Y'
                   AND CY-INCR-BALANCED = 'Y'
                   MOVE 'YES' TO CYCL-OK-SW
