      * unstamped and sets return code 8, so a late or doubled
      * region delays only the finalize, never posts half a
      * company.
      *
      * The stamp carries forward the PR2FA19.TXT generation the
      * promotion step recorded on PR2CYCL.TXT and leaves the
      * PR2NEWM.TXT generation zero, as the region runs do, until
      * PR2PROM catalogs the master the regions wrote.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

      *********     RUN PARAMETER FILE   **********************************
      * Only the CYCL record matters here - it names the cycle
      *  Prior run number off the control record, stepped when the
      *  cycle stamps complete.
       01  WS-PRIOR-RUN-NUMBER     PIC 9(5)    VALUE ZEROS.
       01  WS-PRIOR-FA19-GEN       PIC 9(5)    VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
        MOVE 'Y' TO CY-INCR-BALANCED
        MOVE 'N' TO CY-LOAD-DONE
        MOVE 'N' TO CY-CORR-DONE
        MOVE WS-PRIOR-FA19-GEN TO CY-FA19-GEN
        MOVE 0 TO CY-NEWM-GEN
        WRITE CYCLE-CONTROL-RECORD
        CLOSE CYCLE-FILE
        .
              IF CY-RUN-NUMBER NUMERIC
                 MOVE CY-RUN-NUMBER TO WS-PRIOR-RUN-NUMBER
              END-IF
              IF CY-FA19-GEN NUMERIC
                 MOVE CY-FA19-GEN TO WS-PRIOR-FA19-GEN
              END-IF
        END-READ
        .
