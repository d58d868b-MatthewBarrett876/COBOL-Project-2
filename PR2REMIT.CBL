      * control record, PR2CYCL.TXT, shows the increase run
      * completed in balance, so remittance files are never cut
      * from a stale or out-of-balance master.
      *
      * The PR2NEWM.TXT generation on the control record, put
      * there by the promotion step PR2PROM, displays with the
      * counts so the files sent can be traced to a catalog entry.
      *
      * A terminated employee (status T on the master) is left off
      * both files - nothing is remitted for someone who has left -
      * and the number passed over displays with the counts.  An
      * employee on leave is still remitted.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD MASTER-IN-FILE
          RECORD CONTAINS 98 CHARACTERS.

      *  Same layout the increase run writes to PR2NEWM.TXT.
       01 MST-EMPLOYEE-RECORD.
          05 FILLER              PIC X(5).
          05 MST-UNION-DUES      PIC 9(4)V99.
          05 MST-INSURANCE       PIC 999999V99.
          05 MST-EMP-STATUS      PIC X(1).
             88  MST-TERMINATED         VALUE 'T'.
          05 MST-STATUS-DATE     PIC 9(8).

      *********     UNION DUES REMITTANCE FILE   *************************
       FD UNION-FILE
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

       WORKING-STORAGE SECTION.


       01  WS-MASTER-STATUS        PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-NEWM-GEN             PIC 9(5)    VALUE ZEROS.

       01  WS-CYCL-SWITCHES.
           05  CYCL-OK-SW          PIC X(3)    VALUE 'NO '.
           05  WS-MASTERS-READ     PIC 9(7)    VALUE 0.
           05  WS-UNION-WRITTEN    PIC 9(7)    VALUE 0.
           05  WS-INSUR-WRITTEN    PIC 9(7)    VALUE 0.
           05  WS-TERMS-SKIPPED    PIC 9(7)    VALUE 0.

       01  WS-REMIT-HASHES.
           05  WS-UNION-HASH       PIC 9(11)V99 VALUE 0.
                UNION-FILE
                INSUR-FILE
          DISPLAY 'PR2REMIT: MASTER RECORDS READ  ' WS-MASTERS-READ
          DISPLAY 'PR2REMIT: TERMINATED, NOT SENT ' WS-TERMS-SKIPPED
          DISPLAY 'PR2REMIT: UNION DETAILS        ' WS-UNION-WRITTEN
          DISPLAY 'PR2REMIT: UNION DUES HASH      ' WS-UNION-HASH
          DISPLAY 'PR2REMIT: INSURANCE DETAILS    ' WS-INSUR-WRITTEN
          DISPLAY 'PR2REMIT: INSURANCE HASH       ' WS-INSUR-HASH
          DISPLAY 'PR2REMIT: PR2NEWM GENERATION   ' WS-NEWM-GEN
          STOP RUN
          .

                   AND CY-INCR-BALANCED = 'Y'
                   MOVE 'YES' TO CYCL-OK-SW
                END-IF
                IF CY-NEWM-GEN NUMERIC
                   MOVE CY-NEWM-GEN TO WS-NEWM-GEN
                END-IF
          END-READ
          .

                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                ADD 1 TO WS-MASTERS-READ
                IF MST-TERMINATED
                   ADD 1 TO WS-TERMS-SKIPPED
                ELSE
                   PERFORM 40-WRITE-UNION-DETAIL
                   PERFORM 50-WRITE-INSUR-DETAIL
                END-IF
          END-READ
          .

