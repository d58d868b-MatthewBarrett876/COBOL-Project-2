      * the increase run reads - so a new position shows its proper
      * title here without a recompile.  A code not on the file
      * displays as the raw code.
      *
      * The employee's status - active, on leave, or terminated -
      * displays with the date it took effect.  A terminated
      * employee stays on the master, and so stays on inquiry,
      * until the retention purge removes the record.
      *
      * An operator must sign on before the first inquiry.  The
      * authorized-user file, PR2USER.TXT, kept by the security
      * officer, holds one row per grant: user id, password, access
      * level (F full, V view-only), and what the grant covers - a
      * region (R, WM-REGION-CODE from PR2WHSE.TXT), a warehouse
      * (W), or all warehouses (A).  A user has as many rows as
      * grants; the password is taken from the user's first row.
      * Three failed sign-ons end the session.  Each key keyed is
      * checked against the user's grants before the master is
      * read, the warehouse's region taken from PR2WHSE.TXT; a key
      * outside them is refused.  Where the grants matching the
      * key are all view-only, the start and current salary, dues,
      * and insurance display masked.
      *
      * Every sign-on and every inquiry, allowed or refused, is
      * appended to the access log, PR2ALOG.TXT, with the user,
      * date and time, the key, and the outcome (see
      * 82-WRITE-ACCESS-LOG).  PR2ACCR reports from it.  If the log
      * cannot be opened no inquiry is allowed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'PR2PLAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
            SELECT USER-FILE
               ASSIGN TO 'PR2USER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.
            SELECT WHOUSE-FILE
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
            SELECT ACCESS-LOG-FILE
               ASSIGN TO 'PR2ALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-MASTER-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 IDX-EMPLOYEE-RECORD.
          05 IDX-EMP-KEY.
          05 FILLER              PIC X(2).
          05 IDX-UNION-DUES      PIC 9(4)V99.
          05 IDX-INSURANCE       PIC 999999V99.
          05 IDX-EMP-STATUS      PIC X(1).
             88  IDX-ACTIVE             VALUE 'A' ' '.
             88  IDX-ON-LEAVE           VALUE 'L'.
             88  IDX-TERMINATED         VALUE 'T'.
          05 IDX-STATUS-DATE     PIC 9(8).

      *********     POSITION MASTER FILE   *******************************
      *  Same layout the increase run reads: code, title, band
          05 PL-PREMIUM        PIC 9(6)V99.
          05 PL-EFF-DATE       PIC 9(8).

      *********     AUTHORIZED-USER FILE   *******************************
      *  One row per grant.  Scope R carries a region code, W a
      *  warehouse id, A nothing.
       FD USER-FILE
          RECORD CONTAINS 42 CHARACTERS.

       01 USER-RECORD.
          05 US-USER-ID        PIC X(8).
          05 US-PASSWORD       PIC X(8).
          05 US-ACCESS-LEVEL   PIC X(1).
          05 US-SCOPE-TYPE     PIC X(1).
          05 US-SCOPE-CODE     PIC X(4).
          05 US-USER-NAME      PIC X(20).

      *********     WAREHOUSE MASTER FILE   ******************************
       FD WHOUSE-FILE
          RECORD CONTAINS 33 CHARACTERS.

       01 WHOUSE-MASTER-RECORD.
          05 WM-WHOUSE-ID      PIC X(4).
          05 WM-WHOUSE-NAME    PIC X(11).
          05 WM-REGION-CODE    PIC X(3).
          05 WM-REGION-NAME    PIC X(15).

      *********     INQUIRY ACCESS LOG   *********************************
      *  One row per sign-on or inquiry.  AL-RESULT:
      *    I signed on            S sign-on refused
      *    V viewed               M viewed with pay masked
      *    N not on master        R refused - outside user's grants
      *    E master read failed
       FD ACCESS-LOG-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 ACCESS-LOG-RECORD.
          05 AL-LOG-DATE       PIC 9(8).
          05 AL-LOG-TIME       PIC 9(6).
          05 AL-USER-ID        PIC X(8).
          05 AL-RESULT         PIC X(1).
          05 AL-WAREHOUSE-ID   PIC X(4).
          05 AL-EMPLOYEE-ID    PIC X(5).
          05 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.

       01  WS-IDX-STATUS           PIC XX      VALUE SPACES.
       01  WS-POSN-STATUS          PIC XX      VALUE SPACES.
       01  WS-USER-STATUS          PIC XX      VALUE SPACES.
       01  WS-WHSE-STATUS          PIC XX      VALUE SPACES.
       01  WS-ALOG-STATUS          PIC XX      VALUE SPACES.

       01  WS-MORE-POSN-SW         PIC X(3)    VALUE 'YES'.
       01  WS-MORE-PLAN-SW         PIC X(3)    VALUE 'YES'.
       01  WS-MORE-USER-SW         PIC X(3)    VALUE 'YES'.
       01  WS-MORE-WHSE-SW         PIC X(3)    VALUE 'YES'.

      *  Time of day, for the access log.
       01  WS-CURRENT-TIME.
           05  WS-CT-HHMMSS        PIC 9(6).
           05  WS-CT-HUNDREDTHS    PIC 99.

      *  Today's date, for picking each position code's effective
      *  row the same way the increase run does.

       01  WS-PLAN-SLOT            PIC 99      VALUE 0.

      *  The operator signed on, and the grants read for that user
      *  id from the authorized-user file.
       01  WS-SIGN-ON-FIELDS.
           05  WS-USER-ID          PIC X(8)    VALUE SPACES.
           05  WS-KEYED-PASSWORD   PIC X(8)    VALUE SPACES.
           05  WS-USER-PASSWORD    PIC X(8)    VALUE SPACES.
           05  WS-USER-NAME        PIC X(20)   VALUE SPACES.
           05  WS-SIGN-ON-TRIES    PIC 9       VALUE 0.

       01  WS-SIGN-ON-SWITCHES.
           05  SIGNED-ON-SW        PIC X(3)    VALUE 'NO '.
               88  SIGNED-ON                VALUE 'YES'.

       01  WS-GRANT-COUNT          PIC 99      VALUE 0.

       01  GRANT-TABLE.
           05  GRANT-ENTRY OCCURS 50 TIMES
                                  INDEXED BY GRANT-IDX.
               10  GT-ACCESS-LEVEL PIC X(1).
                   88  GT-FULL-ACCESS       VALUE 'F'.
                   88  GT-VIEW-ONLY         VALUE 'V'.
               10  GT-SCOPE-TYPE   PIC X(1).
                   88  GT-ALL-WHOUSES       VALUE 'A'.
                   88  GT-REGION            VALUE 'R'.
                   88  GT-WHOUSE            VALUE 'W'.
               10  GT-SCOPE-CODE   PIC X(4).

       01  WS-ACCESS-SWITCHES.
           05  ACCESS-ALLOWED-SW   PIC X(3)    VALUE 'NO '.
               88  ACCESS-ALLOWED           VALUE 'YES'.
           05  FULL-ACCESS-SW      PIC X(3)    VALUE 'NO '.
               88  FULL-ACCESS              VALUE 'YES'.

      *  Warehouse master, loaded into a table at startup so a key's
      *  region can be checked against region grants.
       01  WS-WHOUSE-TABLE-COUNT   PIC 9(3)    VALUE 0.

       01  WHOUSE-TABLE.
           05  WHOUSE-TABLE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WHOUSE-IDX.
               10  WT-WHOUSE-ID    PIC X(4).
               10  WT-REGION-CODE  PIC X(3).

       01  WS-KEY-REGION-CODE      PIC X(3)    VALUE SPACES.

       01  WS-LOG-RESULT           PIC X(1)    VALUE SPACE.

       01  WS-INQUIRY-KEY.
           05  WS-INQ-WHOUSE-ID    PIC X(4)    VALUE SPACES.
           05  WS-INQ-EMP-ID       PIC X(5)    VALUE SPACES.
          05 ID-LAST-INC      PIC X(10).
          05                  PIC X(31)   VALUE SPACES.

       01 INQ-STATUS-LINE.
          05                  PIC X(12)   VALUE '  STATUS:'.
          05 IT-STATUS        PIC X(10).
          05                  PIC X(17)   VALUE '         SINCE:'.
          05 IT-STATUS-DATE   PIC X(10).
          05                  PIC X(31)   VALUE SPACES.

       01 INQ-SALARY-LINE.
          05                  PIC X(12)   VALUE '  START SAL:'.
          05 IS-START-SAL     PIC $ZZZ,ZZ9.99.
          05 IS-START-SAL-MASK REDEFINES IS-START-SAL
                              PIC X(11).
          05                  PIC X(15)   VALUE '   CURRENT:'.
          05 IS-CUR-SAL       PIC $ZZZ,ZZ9.99.
          05 IS-CUR-SAL-MASK  REDEFINES IS-CUR-SAL
                              PIC X(11).
          05                  PIC X(31)   VALUE SPACES.

       01 INQ-DEDUCT-LINE.
          05                  PIC X(12)   VALUE '  DUES:'.
          05 IU-UNION-DUES    PIC $ZZ,ZZ9.99.
          05 IU-UNION-DUES-MASK REDEFINES IU-UNION-DUES
                              PIC X(10).
          05                  PIC X(16)   VALUE '   INSURANCE:'.
          05 IU-INSURANCE     PIC $ZZZ,ZZ9.99.
          05 IU-INSURANCE-MASK REDEFINES IU-INSURANCE
                              PIC X(11).
          05                  PIC X(8)    VALUE '  PLAN:'.
          05 IU-PLAN-CODE     PIC X(3).
          05                  PIC X(1)    VALUE SPACES.
          MOVE WS-DAY TO WS-CD-DAY
          PERFORM 163-LOAD-POSN-TABLE
          PERFORM 178-LOAD-PLAN-TABLE
          PERFORM 160-LOAD-WHOUSE-TABLE
          PERFORM 80-OPEN-ACCESS-LOG
          PERFORM 12-SIGN-ON
          IF SIGNED-ON
             OPEN INPUT INDEXED-MASTER-FILE
             IF WS-IDX-STATUS NOT = '00'
                DISPLAY 'PR2INQ: PR2NEWM.IDX COULD NOT BE OPENED - '
                   'STATUS ' WS-IDX-STATUS
                   ' - RUN PR2LOADM AFTER THE INCREASE JOB'
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM 30-PROCESS-ONE-INQUIRY
                   UNTIL NO-MORE-INQUIRIES
                CLOSE INDEXED-MASTER-FILE
             END-IF
          ELSE
             DISPLAY 'PR2INQ: SIGN-ON REFUSED - SESSION ENDED'
             MOVE 8 TO RETURN-CODE
          END-IF
          CLOSE ACCESS-LOG-FILE
          STOP RUN
          .

      *********     OPERATOR SIGN-ON   ***********************************
      *  Three tries; every one is logged.
        12-SIGN-ON.
          MOVE 0 TO WS-SIGN-ON-TRIES
          PERFORM 13-ACCEPT-SIGN-ON
             UNTIL SIGNED-ON
                   OR WS-SIGN-ON-TRIES NOT < 3
          .

        13-ACCEPT-SIGN-ON.
          ADD 1 TO WS-SIGN-ON-TRIES
          MOVE SPACES TO WS-USER-ID
          MOVE SPACES TO WS-KEYED-PASSWORD
          DISPLAY 'ENTER USER ID:'
          ACCEPT WS-USER-ID
          DISPLAY 'ENTER PASSWORD:'
          ACCEPT WS-KEYED-PASSWORD
          PERFORM 14-LOAD-USER-GRANTS
          MOVE SPACES TO WS-INQUIRY-KEY
          IF WS-GRANT-COUNT > 0
             AND WS-USER-PASSWORD NOT = SPACES
             AND WS-KEYED-PASSWORD = WS-USER-PASSWORD
             MOVE 'YES' TO SIGNED-ON-SW
             MOVE 'I' TO WS-LOG-RESULT
             DISPLAY 'SIGNED ON - ' WS-USER-NAME
          ELSE
             MOVE 'S' TO WS-LOG-RESULT
             DISPLAY 'USER ID OR PASSWORD NOT RECOGNIZED'
          END-IF
          PERFORM 82-WRITE-ACCESS-LOG
          .

      *  Collects the keyed user's grants; the first row found
      *  supplies the password and name.  A user id with no rows
      *  leaves the grant count zero.
        14-LOAD-USER-GRANTS.
          MOVE 0 TO WS-GRANT-COUNT
          MOVE SPACES TO WS-USER-PASSWORD
          MOVE SPACES TO WS-USER-NAME
          OPEN INPUT USER-FILE
          IF WS-USER-STATUS = '00'
             PERFORM 141-READ-USER-RECORD
                UNTIL WS-MORE-USER-SW = 'NO '
             CLOSE USER-FILE
             MOVE 'YES' TO WS-MORE-USER-SW
          ELSE
             DISPLAY 'PR2INQ: PR2USER.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-USER-STATUS
          END-IF
          .

        141-READ-USER-RECORD.
          READ USER-FILE
             AT END
                MOVE 'NO ' TO WS-MORE-USER-SW
             NOT AT END
                IF US-USER-ID = WS-USER-ID
                   AND WS-USER-ID NOT = SPACES
                   AND WS-GRANT-COUNT < 50
                   IF WS-GRANT-COUNT = 0
                      MOVE US-PASSWORD TO WS-USER-PASSWORD
                      MOVE US-USER-NAME TO WS-USER-NAME
                   END-IF
                   ADD 1 TO WS-GRANT-COUNT
                   MOVE US-ACCESS-LEVEL
                      TO GT-ACCESS-LEVEL (WS-GRANT-COUNT)
                   MOVE US-SCOPE-TYPE TO GT-SCOPE-TYPE (WS-GRANT-COUNT)
                   MOVE US-SCOPE-CODE TO GT-SCOPE-CODE (WS-GRANT-COUNT)
                END-IF
          END-READ
          .

        30-PROCESS-ONE-INQUIRY.
          MOVE SPACES TO WS-INQ-WHOUSE-ID
          MOVE SPACES TO WS-INQ-EMP-ID
          ELSE
             DISPLAY 'ENTER EMPLOYEE ID:'
             ACCEPT WS-INQ-EMP-ID
             PERFORM 35-CHECK-ACCESS
             IF ACCESS-ALLOWED
                PERFORM 40-READ-AND-DISPLAY
             ELSE
                MOVE 'R' TO WS-LOG-RESULT
                DISPLAY 'NOT AUTHORIZED FOR WAREHOUSE '
                   WS-INQ-WHOUSE-ID ' - INQUIRY REFUSED'
             END-IF
             PERFORM 82-WRITE-ACCESS-LOG
          END-IF
          .

      *********     ACCESS CHECK   ***************************************
      *  Allowed if any grant covers the key's warehouse; full
      *  access if any covering grant is a full one.  A warehouse
      *  not on PR2WHSE.TXT has no region, so only a warehouse or
      *  all-warehouse grant covers it.
        35-CHECK-ACCESS.
          MOVE 'NO ' TO ACCESS-ALLOWED-SW
          MOVE 'NO ' TO FULL-ACCESS-SW
          PERFORM 37-FIND-KEY-REGION
          PERFORM 36-CHECK-ONE-GRANT
             VARYING GRANT-IDX FROM 1 BY 1
             UNTIL GRANT-IDX > WS-GRANT-COUNT
          .

        36-CHECK-ONE-GRANT.
          IF GT-ALL-WHOUSES (GRANT-IDX)
             OR (GT-WHOUSE (GRANT-IDX)
                 AND GT-SCOPE-CODE (GRANT-IDX) = WS-INQ-WHOUSE-ID)
             OR (GT-REGION (GRANT-IDX)
                 AND WS-KEY-REGION-CODE NOT = SPACES
                 AND GT-SCOPE-CODE (GRANT-IDX) = WS-KEY-REGION-CODE)
             MOVE 'YES' TO ACCESS-ALLOWED-SW
             IF GT-FULL-ACCESS (GRANT-IDX)
                MOVE 'YES' TO FULL-ACCESS-SW
             END-IF
          END-IF
          .

        37-FIND-KEY-REGION.
          MOVE SPACES TO WS-KEY-REGION-CODE
          SET WHOUSE-IDX TO 1
          PERFORM 38-STEP-WHOUSE-ENTRY
             UNTIL WHOUSE-IDX > WS-WHOUSE-TABLE-COUNT
                   OR WT-WHOUSE-ID (WHOUSE-IDX) = WS-INQ-WHOUSE-ID
          IF WHOUSE-IDX NOT > WS-WHOUSE-TABLE-COUNT
             MOVE WT-REGION-CODE (WHOUSE-IDX) TO WS-KEY-REGION-CODE
          END-IF
          .

        38-STEP-WHOUSE-ENTRY.
          SET WHOUSE-IDX UP BY 1
          .

        40-READ-AND-DISPLAY.
          MOVE WS-INQ-WHOUSE-ID TO IDX-WAREHOUSE-ID
          MOVE WS-INQ-EMP-ID TO IDX-EMPLOYEE-ID
          READ INDEXED-MASTER-FILE
          IF WS-IDX-STATUS = '00'
             PERFORM 50-DISPLAY-EMPLOYEE
             IF FULL-ACCESS
                MOVE 'V' TO WS-LOG-RESULT
             ELSE
                MOVE 'M' TO WS-LOG-RESULT
             END-IF
          ELSE
             IF WS-IDX-STATUS = '23'
                MOVE 'N' TO WS-LOG-RESULT
                DISPLAY 'EMPLOYEE ' WS-INQ-EMP-ID ' AT WAREHOUSE '
                   WS-INQ-WHOUSE-ID ' NOT ON MASTER'
             ELSE
                MOVE 'E' TO WS-LOG-RESULT
                DISPLAY 'PR2INQ: READ FAILED - STATUS ' WS-IDX-STATUS
             END-IF
          END-IF
          PERFORM 70-FORMAT-DISPLAY-DATE
          MOVE DISPLAY-DATE TO ID-LAST-INC
          DISPLAY INQ-DATES-LINE
          PERFORM 55-DISPLAY-STATUS
          IF FULL-ACCESS
             MOVE IDX-START-SAL TO IS-START-SAL
             MOVE IDX-CUR-SAL TO IS-CUR-SAL
             MOVE IDX-UNION-DUES TO IU-UNION-DUES
             MOVE IDX-INSURANCE TO IU-INSURANCE
          ELSE
             MOVE ALL '*' TO IS-START-SAL-MASK
             MOVE ALL '*' TO IS-CUR-SAL-MASK
             MOVE ALL '*' TO IU-UNION-DUES-MASK
             MOVE ALL '*' TO IU-INSURANCE-MASK
          END-IF
          DISPLAY INQ-SALARY-LINE
          MOVE IDX-PLAN-CODE TO IU-PLAN-CODE
          PERFORM 65-EVAL-PLAN-NAME
          DISPLAY INQ-DEDUCT-LINE
          .

      *  A record from before the status code was carried reads as
      *  active with no date.
        55-DISPLAY-STATUS.
          EVALUATE TRUE
             WHEN IDX-ON-LEAVE
                MOVE 'ON LEAVE' TO IT-STATUS
             WHEN IDX-TERMINATED
                MOVE 'TERMINATED' TO IT-STATUS
             WHEN OTHER
                MOVE 'ACTIVE' TO IT-STATUS
          END-EVALUATE
          IF IDX-STATUS-DATE NUMERIC
             AND IDX-STATUS-DATE > 0
             MOVE IDX-STATUS-DATE TO WS-DATE-WORK
             PERFORM 70-FORMAT-DISPLAY-DATE
             MOVE DISPLAY-DATE TO IT-STATUS-DATE
          ELSE
             MOVE SPACES TO IT-STATUS-DATE
          END-IF
          DISPLAY INQ-STATUS-LINE
          .

        65-EVAL-PLAN-NAME.
          SET PLAN-IDX TO 1
          PERFORM 66-STEP-PLAN-ENTRY
          SET POS-IDX UP BY 1
          .

      *********     ACCESS LOG   *****************************************
      *  The log accumulates across sessions; the first session
      *  creates it.  Without it nothing could be traced, so the
      *  session ends before sign-on.
        80-OPEN-ACCESS-LOG.
          OPEN EXTEND ACCESS-LOG-FILE
          IF WS-ALOG-STATUS = '35'
             OPEN OUTPUT ACCESS-LOG-FILE
          END-IF
          IF WS-ALOG-STATUS NOT = '00'
             DISPLAY 'PR2INQ: PR2ALOG.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-ALOG-STATUS ' - NO INQUIRY ALLOWED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *  One row for the sign-on or inquiry just handled, the
      *  outcome in WS-LOG-RESULT and the key in WS-INQUIRY-KEY.
        82-WRITE-ACCESS-LOG.
          ACCEPT WS-CURRENT-DATE FROM DATE
          MOVE WS-YEAR TO WS-CD-YEAR
          MOVE WS-MONTH TO WS-CD-MONTH
          MOVE WS-DAY TO WS-CD-DAY
          ACCEPT WS-CURRENT-TIME FROM TIME
          MOVE SPACES TO ACCESS-LOG-RECORD
          MOVE WS-CURRENT-DATE-8 TO AL-LOG-DATE
          MOVE WS-CT-HHMMSS TO AL-LOG-TIME
          MOVE WS-USER-ID TO AL-USER-ID
          MOVE WS-LOG-RESULT TO AL-RESULT
          MOVE WS-INQ-WHOUSE-ID TO AL-WAREHOUSE-ID
          MOVE WS-INQ-EMP-ID TO AL-EMPLOYEE-ID
          WRITE ACCESS-LOG-RECORD
          .

      *********     WAREHOUSE MASTER TABLE   *****************************
        160-LOAD-WHOUSE-TABLE.
          MOVE 0 TO WS-WHOUSE-TABLE-COUNT
          OPEN INPUT WHOUSE-FILE
          IF WS-WHSE-STATUS = '00'
             PERFORM 161-READ-WHOUSE-RECORD
                UNTIL WS-MORE-WHSE-SW = 'NO '
             CLOSE WHOUSE-FILE
             MOVE 'YES' TO WS-MORE-WHSE-SW
          ELSE
             DISPLAY 'PR2INQ: PR2WHSE.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-WHSE-STATUS ' - REGION GRANTS NOT IN USE'
          END-IF
          .

        161-READ-WHOUSE-RECORD.
          READ WHOUSE-FILE
             AT END
                MOVE 'NO ' TO WS-MORE-WHSE-SW
             NOT AT END
                IF WS-WHOUSE-TABLE-COUNT < 200
                   ADD 1 TO WS-WHOUSE-TABLE-COUNT
                   MOVE WM-WHOUSE-ID
                      TO WT-WHOUSE-ID (WS-WHOUSE-TABLE-COUNT)
                   MOVE WM-REGION-CODE
                      TO WT-REGION-CODE (WS-WHOUSE-TABLE-COUNT)
                END-IF
          END-READ
          .

      *********     POSITION MASTER TABLE   ******************************
      *  One table slot per position code; of the file's rows for a
      *  code, the latest effective date not after today wins, the
