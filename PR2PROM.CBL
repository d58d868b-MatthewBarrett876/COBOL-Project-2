       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR2PROM.
       AUTHOR. M BARRETT.
      ***************************************************************
      * Controlled promotion of the employee masters, replacing the
      * hand copies operations made after each maintenance run:
      *   PR2FA19N.TXT over PR2FA19.TXT   after PR2MAINT
      *   PR2NEWMO.TXT over PR2NEWM.TXT   after PR2OFFCY
      *   PR2NEWMC.TXT over PR2NEWM.TXT   after PR2RETRO
      *   PR2FA19P.TXT over PR2FA19.TXT   after PR2PURGE
      *   PR2FA19R.TXT over PR2FA19.TXT   after PR2PERF
      *
      * A PROM record on PR2PARM.TXT drives it, in the file's usual
      * keyword pattern:
      *   PROM + function(8) + master(8) + generation(5) +
      *   generations kept(2)
      * The function is one of
      *   PR2MAINT, PR2OFFCY, PR2RETRO, PR2PURGE, PR2PERF -
      *              promote that run's output
      *   CATALOG  - keep the master named (PR2FA19 or PR2NEWM) as
      *              it stands, e.g. after the increase run has
      *              written a new PR2NEWM.TXT
      *   ROLLBACK - put the named generation of the named master
      *              back in place
      * Generations kept defaults to 5 (minimum 2).
      *
      * Each producing run appends its master's record count and
      * CUR-SAL hash - the totals at the foot of its register - to
      * PR2MTOT.TXT.  A promotion recounts and rehashes the
      * candidate and refuses it unless both agree with the latest
      * row that run wrote, so a stale or wrong file cannot be
      * promoted; a candidate already promoted from the same run is
      * refused too.  Each run also records on its PR2MTOT.TXT row
      * the generation of the live master it read, as stamped on
      * PR2CYCL.TXT.  The candidate is refused unless the live
      * master is still the catalog's current generation and that
      * is the generation the run read, so an older candidate
      * cannot be promoted over a later promotion or rollback and
      * silently undo it.  A live master rewritten outside this
      * program (the increase run's PR2NEWM.TXT) has to be
      * cataloged before a run is made against it.
      *
      * Generations are kept in rotating files PR2FA19.Gnn and
      * PR2NEWM.Gnn, one per slot, the oldest slot reused once the
      * kept count is reached.  Before the live master is replaced
      * it is checked against the current generation in the
      * catalog; a live master the catalog has not seen (the
      * increase run's output, or a file copied in by hand) is
      * saved as a generation of its own first, so every master
      * that was ever live can be rolled back to while its slot
      * survives.  The new master is copied into its slot, read
      * back and proved, and only then copied over the live file.
      *
      * The catalog, PR2GCAT.TXT, gets one row per generation saved
      * (BASE for a live master saved as found, PROMOTED for a
      * promoted candidate) and one per rollback, with the date,
      * producing run, slot file, record count, and salary hash.
      * The generation now live is stamped on PR2CYCL.TXT so
      * PR2LOADM and the reports can name it.  The register,
      * PR2PROMR.TXT, shows the totals check, what was done, and
      * the master's catalog with each generation's status.
      * A refused promotion or rollback sets return code 8 and
      * leaves the live master untouched.
      *
      * The masters now end with the employee status code and
      * status date, so PR2FA19.TXT and its candidates are 92
      * bytes and PR2NEWM.TXT and its candidates 98.  The
      * retention purge's PR2FA19P.TXT, the master less the
      * terminated employees past retention, is promoted the same
      * way as PR2MAINT's output, and so is the rating load's
      * PR2FA19R.TXT, the master with this cycle's performance
      * ratings.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT IN-SHORT-FILE
               ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
            SELECT IN-LONG-FILE
               ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
            SELECT LIVE-SHORT-FILE
               ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
            SELECT LIVE-LONG-FILE
               ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
            SELECT GEN-SHORT-FILE
               ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
            SELECT GEN-LONG-FILE
               ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
            SELECT MASTER-TOTALS-FILE
               ASSIGN TO 'PR2MTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTOT-STATUS.
            SELECT CATALOG-FILE
               ASSIGN TO 'PR2GCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
            SELECT CYCLE-FILE
               ASSIGN TO 'PR2CYCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
            SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PR2PROMR.TXT'.
            SELECT PARM-FILE
               ASSIGN TO 'PR2PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  The master being read - a candidate, a generation, or the
      *  live file.  PR2FA19.TXT and its candidates are 92 bytes,
      *  PR2NEWM.TXT and its candidates 98; CUR-SAL sits in the
      *  same place in both.
       FD IN-SHORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 IN-SHORT-RECORD.
          05 FILLER              PIC X(62).
          05 INS-CUR-SAL         PIC 999999V99.
          05 FILLER              PIC X(22).

       FD IN-LONG-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 IN-LONG-RECORD.
          05 FILLER              PIC X(62).
          05 INL-CUR-SAL         PIC 999999V99.
          05 FILLER              PIC X(28).

       FD LIVE-SHORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 LIVE-SHORT-RECORD      PIC X(92).

       FD LIVE-LONG-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 LIVE-LONG-RECORD       PIC X(98).

       FD GEN-SHORT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 GEN-SHORT-RECORD       PIC X(92).

       FD GEN-LONG-FILE
          RECORD CONTAINS 98 CHARACTERS.

       01 GEN-LONG-RECORD        PIC X(98).

      *  Same layout PR2MAINT, PR2OFFCY, PR2RETRO, PR2PURGE, and
      *  PR2PERF append.  MT-INPUT-GEN is the generation of the
      *  live master the run read, off PR2CYCL.TXT.
       FD MASTER-TOTALS-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 MASTER-TOTALS-RECORD.
          05 MT-PROGRAM         PIC X(8).
          05 MT-RUN-DATE        PIC 9(8).
          05 MT-MASTER-NAME     PIC X(12).
          05 MT-RECORD-COUNT    PIC 9(7).
          05 MT-SALARY-HASH     PIC 9(11)V99.
          05 MT-INPUT-GEN       PIC 9(5).
          05 FILLER             PIC X(7).

      *********     GENERATION CATALOG   **********************************
      *  One row per generation saved or rolled back to, appended in
      *  the order done.  CG-ACTION: B = live master saved as found,
      *  P = candidate promoted, R = rolled back to this generation.
       FD CATALOG-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 CATALOG-RECORD.
          05 CG-MASTER          PIC X(8).
          05 CG-GENERATION      PIC 9(5).
          05 CG-ACTION          PIC X(1).
          05 CG-ACTION-DATE     PIC 9(8).
          05 CG-SLOT-FILE       PIC X(12).
          05 CG-SLOT            PIC 99.
          05 CG-SOURCE          PIC X(8).
          05 CG-SOURCE-DATE     PIC 9(8).
          05 CG-RECORD-COUNT    PIC 9(7).
          05 CG-SALARY-HASH     PIC 9(11)V99.
          05 FILLER             PIC X(8).

      *********     RUN-CYCLE CONTROL RECORD   ****************************
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

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD   PIC X(80).

      *********     RUN PARAMETER FILE   **********************************
      * Only the PROM record matters here; the others belong to the
      * increase run and are passed over.
       FD PARM-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 PARM-RECORD.
          05 PR-KEYWORD        PIC X(4).
          05 PR-PROM-DATA.
             10 PR-PROM-FUNCTION  PIC X(8).
             10 PR-PROM-MASTER    PIC X(8).
             10 PR-PROM-GEN       PIC 9(5).
             10 PR-PROM-KEEP      PIC 99.
             10 FILLER            PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01  WS-IN-STATUS            PIC XX      VALUE SPACES.
       01  WS-LIVE-STATUS          PIC XX      VALUE SPACES.
       01  WS-GEN-STATUS           PIC XX      VALUE SPACES.
       01  WS-MTOT-STATUS          PIC XX      VALUE SPACES.
       01  WS-CAT-STATUS           PIC XX      VALUE SPACES.
       01  WS-CYCL-STATUS          PIC XX      VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX      VALUE SPACES.

      *  PROM record from PR2PARM.TXT.
       01  WS-PROM-FIELDS.
           05  WS-PROM-FUNCTION    PIC X(8)    VALUE SPACES.
               88  PROMOTE-MAINT             VALUE 'PR2MAINT'.
               88  PROMOTE-OFFCY             VALUE 'PR2OFFCY'.
               88  PROMOTE-RETRO             VALUE 'PR2RETRO'.
               88  PROMOTE-PURGE             VALUE 'PR2PURGE'.
               88  PROMOTE-PERF              VALUE 'PR2PERF '.
               88  PROMOTE-CANDIDATE         VALUE 'PR2MAINT'
                                                   'PR2OFFCY'
                                                   'PR2RETRO'
                                                   'PR2PURGE'
                                                   'PR2PERF '.
               88  CATALOG-LIVE              VALUE 'CATALOG '.
               88  ROLLBACK-GENERATION       VALUE 'ROLLBACK'.
           05  WS-PROM-MASTER      PIC X(8)    VALUE SPACES.
               88  MASTER-IS-FA19            VALUE 'PR2FA19 '.
               88  MASTER-IS-NEWM            VALUE 'PR2NEWM '.
           05  WS-PROM-GEN         PIC 9(5)    VALUE 0.
           05  WS-KEEP-COUNT       PIC 99      VALUE 05.
           05  MASTER-SHORT-SW     PIC X(3)    VALUE 'NO '.
               88  MASTER-IS-SHORT           VALUE 'YES'.

      *  Files in play.  The generation file name is built from the
      *  master and the slot, the way the purge builds its archive
      *  names.
       01  WS-IN-NAME              PIC X(12)   VALUE SPACES.
       01  WS-LIVE-NAME            PIC X(12)   VALUE SPACES.
       01  WS-CANDIDATE-NAME       PIC X(12)   VALUE SPACES.

       01  WS-GEN-NAME.
           05  WS-GN-PREFIX        PIC X(9)    VALUE SPACES.
           05  WS-GN-SLOT          PIC 99      VALUE 0.
           05                      PIC X(1)    VALUE SPACES.

      *  What the copy loop does with each record read.
       01  WS-COPY-SWITCHES.
           05  COPY-TO-GEN-SW      PIC X(3)    VALUE 'NO '.
               88  COPY-TO-GEN               VALUE 'YES'.
           05  COPY-TO-LIVE-SW     PIC X(3)    VALUE 'NO '.
               88  COPY-TO-LIVE              VALUE 'YES'.
           05  IN-FOUND-SW         PIC X(3)    VALUE 'NO '.
               88  IN-FILE-FOUND             VALUE 'YES'.

      *  Totals of the file just read by the copy loop.
       01  WS-FILE-TOTALS.
           05  WS-FILE-COUNT       PIC 9(7)    VALUE 0.
           05  WS-FILE-HASH        PIC 9(11)V99 VALUE 0.

      *  Totals the producing run wrote for its candidate.
       01  WS-RUN-TOTALS.
           05  WS-RUN-FOUND-SW     PIC X(3)    VALUE 'NO '.
               88  RUN-TOTALS-FOUND          VALUE 'YES'.
           05  WS-RUN-DATE         PIC 9(8)    VALUE 0.
           05  WS-RUN-COUNT        PIC 9(7)    VALUE 0.
           05  WS-RUN-HASH         PIC 9(11)V99 VALUE 0.
           05  WS-RUN-INPUT-GEN    PIC 9(5)    VALUE 0.

      *  The catalog rows for the master named, in the order done.
       01  WS-CAT-COUNT            PIC 9(3)    VALUE 0.

       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 500 TIMES
                                  INDEXED BY CAT-IDX.
               10  CE-GENERATION       PIC 9(5).
               10  CE-ACTION           PIC X(1).
                   88  CE-SAVES-FILE            VALUE 'B' 'P'.
               10  CE-ACTION-DATE      PIC 9(8).
               10  CE-SLOT-FILE        PIC X(12).
               10  CE-SLOT             PIC 99.
               10  CE-SOURCE           PIC X(8).
               10  CE-SOURCE-DATE      PIC 9(8).
               10  CE-RECORD-COUNT     PIC 9(7).
               10  CE-SALARY-HASH      PIC 9(11)V99.

       01  WS-GENERATION-FIELDS.
           05  WS-CURRENT-GEN      PIC 9(5)    VALUE 0.
           05  WS-HIGH-GEN         PIC 9(5)    VALUE 0.
           05  WS-NEW-GEN          PIC 9(5)    VALUE 0.
           05  WS-NEW-SLOT         PIC 99      VALUE 0.
           05  WS-SEARCH-GEN       PIC 9(5)    VALUE 0.
           05  WS-FOUND-ENTRY      PIC 9(3)    VALUE 0.
           05  WS-ROW-SUB          PIC 9(3)    VALUE 0.
           05  WS-TARGET-SLOT      PIC 99      VALUE 0.
           05  WS-SLOT-QUOTIENT    PIC 9(5)    VALUE 0.
           05  WS-SLOT-REMAINDER   PIC 99      VALUE 0.
           05  SLOT-REUSED-SW      PIC X(3)    VALUE 'NO '.
               88  SLOT-REUSED               VALUE 'YES'.
           05  ALREADY-PROMOTED-SW PIC X(3)    VALUE 'NO '.
               88  ALREADY-PROMOTED          VALUE 'YES'.
           05  LIVE-CATALOGED-SW   PIC X(3)    VALUE 'NO '.
               88  LIVE-CATALOGED            VALUE 'YES'.

      *  Row being added to the catalog.
       01  WS-NEW-CATALOG-ROW.
           05  WS-NC-GENERATION    PIC 9(5).
           05  WS-NC-ACTION        PIC X(1).
           05  WS-NC-SOURCE        PIC X(8).
           05  WS-NC-SOURCE-DATE   PIC 9(8).

      *  The whole control record, held so only this master's
      *  generation changes when it is rewritten.
       01  WS-CYCL-HOLD            PIC X(30)   VALUE SPACES.
       01  WS-CYCL-FOUND-SW        PIC X(3)    VALUE 'NO '.
           88  CYCLE-RECORD-FOUND           VALUE 'YES'.

       01  WS-REFUSE-REASON        PIC X(50)   VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-8.
           05  WS-CD-CENTURY               PIC 99   VALUE 20.
           05  WS-CD-YEAR                  PIC 99.
           05  WS-CD-MONTH                 PIC 99.
           05  WS-CD-DAY                   PIC 99.

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
          05                  PIC X(25)   VALUE SPACES.
          05                  PIC X(30)   VALUE
             'MASTER PROMOTION REGISTER'.
          05                  PIC X(25)   VALUE SPACES.

       01 REG-PARM-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'FUNCTION:'.
          05 RP-FUNCTION      PIC X(8).
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'MASTER:'.
          05 RP-MASTER        PIC X(12).
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'KEEP:'.
          05 RP-KEEP          PIC Z9.
          05                  PIC X(22)   VALUE SPACES.

       01 REG-CHECK-HEADING.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(36)   VALUE 'TOTALS CHECK'.
          05                  PIC X(10)   VALUE '   RECORDS'.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(14)   VALUE '   SALARY HASH'.
          05                  PIC X(12)   VALUE SPACES.

       01 REG-CHECK-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RK-LABEL         PIC X(36).
          05                  PIC X(1)    VALUE SPACES.
          05 RK-COUNT         PIC Z,ZZZ,ZZ9.
          05                  PIC X(2)    VALUE SPACES.
          05 RK-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(11)   VALUE SPACES.

       01 REG-ACTION-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RA-TEXT          PIC X(36).
          05                  PIC X(11)   VALUE 'GENERATION '.
          05 RA-GENERATION    PIC ZZZZ9.
          05                  PIC X(4)    VALUE ' IN '.
          05 RA-SLOT-FILE     PIC X(12).
          05                  PIC X(8)    VALUE SPACES.

       01 REG-GEN-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 RG-LABEL         PIC X(36).
          05                  PIC X(11)   VALUE 'GENERATION '.
          05 RG-GENERATION    PIC ZZZZ9.
          05                  PIC X(24)   VALUE SPACES.

       01 REG-RESULT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'RESULT:'.
          05 RR-RESULT        PIC X(60).
          05                  PIC X(8)    VALUE SPACES.

       01 REG-CATALOG-HEADING.
          05                  PIC X(1)    VALUE SPACES.
          05                  PIC X(6)    VALUE '  GEN'.
          05                  PIC X(9)    VALUE 'DATE'.
          05                  PIC X(9)    VALUE 'ACTION'.
          05                  PIC X(9)    VALUE 'SOURCE'.
          05                  PIC X(12)   VALUE 'FILE'.
          05                  PIC X(8)    VALUE ' RECORDS'.
          05                  PIC X(17)   VALUE '      SALARY HASH'.
          05                  PIC X(9)    VALUE ' STATUS'.

       01 REG-CATALOG-LINE.
          05                  PIC X(1)    VALUE SPACES.
          05 RL-GENERATION    PIC ZZZZ9.
          05                  PIC X(1)    VALUE SPACES.
          05 RL-ACTION-DATE   PIC 9(8).
          05                  PIC X(1)    VALUE SPACES.
          05 RL-ACTION        PIC X(8).
          05                  PIC X(1)    VALUE SPACES.
          05 RL-SOURCE        PIC X(8).
          05                  PIC X(1)    VALUE SPACES.
          05 RL-SLOT-FILE     PIC X(11).
          05                  PIC X(1)    VALUE SPACES.
          05 RL-COUNT         PIC ZZZZZZ9.
          05                  PIC X(1)    VALUE SPACES.
          05 RL-HASH          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACES.
          05 RL-STATUS        PIC X(8).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
          PERFORM 15-HOUSEKEEPING
          EVALUATE TRUE
             WHEN PROMOTE-CANDIDATE
                PERFORM 30-PROMOTE-CANDIDATE
             WHEN ROLLBACK-GENERATION
                PERFORM 40-ROLLBACK-GENERATION
             WHEN OTHER
                PERFORM 45-CATALOG-LIVE-MASTER
          END-EVALUATE
          PERFORM 75-PRINT-CATALOG
          CLOSE CATALOG-FILE
                REGISTER-FILE
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
         PERFORM 152-SET-MASTER-NAMES
         OPEN OUTPUT REGISTER-FILE
         PERFORM 20-REGISTER-HEADERS
         PERFORM 17-LOAD-CATALOG
         PERFORM 82-OPEN-CATALOG-FILE
         .

      *********     GENERATION CATALOG LOAD   *****************************
      *  Rows for the master named, in the order they were written;
      *  the last row's generation is the one now live.
        17-LOAD-CATALOG.
          MOVE 0 TO WS-CAT-COUNT
          MOVE 0 TO WS-CURRENT-GEN
          MOVE 0 TO WS-HIGH-GEN
          OPEN INPUT CATALOG-FILE
          IF WS-CAT-STATUS = '00'
             PERFORM 171-LOAD-ONE-CATALOG-ROW
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             CLOSE CATALOG-FILE
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          END-IF
          .

        171-LOAD-ONE-CATALOG-ROW.
          READ CATALOG-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                IF CG-MASTER = WS-PROM-MASTER
                   AND CG-GENERATION NUMERIC
                   IF WS-CAT-COUNT < 500
                      ADD 1 TO WS-CAT-COUNT
                      SET CAT-IDX TO WS-CAT-COUNT
                      MOVE CG-GENERATION TO CE-GENERATION (CAT-IDX)
                      MOVE CG-ACTION TO CE-ACTION (CAT-IDX)
                      MOVE CG-ACTION-DATE TO CE-ACTION-DATE (CAT-IDX)
                      MOVE CG-SLOT-FILE TO CE-SLOT-FILE (CAT-IDX)
                      MOVE CG-SLOT TO CE-SLOT (CAT-IDX)
                      MOVE CG-SOURCE TO CE-SOURCE (CAT-IDX)
                      MOVE CG-SOURCE-DATE TO CE-SOURCE-DATE (CAT-IDX)
                      MOVE CG-RECORD-COUNT
                         TO CE-RECORD-COUNT (CAT-IDX)
                      MOVE CG-SALARY-HASH TO CE-SALARY-HASH (CAT-IDX)
                      MOVE CG-GENERATION TO WS-CURRENT-GEN
                      IF CG-GENERATION > WS-HIGH-GEN
                         MOVE CG-GENERATION TO WS-HIGH-GEN
                      END-IF
                   ELSE
                      MOVE 'GENERATION CATALOG HOLDS OVER 500 ROWS'
                         TO WS-REFUSE-REASON
                      PERFORM 95-REFUSE-RUN
                   END-IF
                END-IF
          END-READ
          .

        20-REGISTER-HEADERS.
         WRITE REGISTER-RECORD FROM REG-HEADING-ONE
            AFTER ADVANCING PAGE
         WRITE REGISTER-RECORD FROM REG-HEADING-TWO
            AFTER ADVANCING 2 LINES
         MOVE WS-PROM-FUNCTION TO RP-FUNCTION
         MOVE WS-LIVE-NAME TO RP-MASTER
         MOVE WS-KEEP-COUNT TO RP-KEEP
         WRITE REGISTER-RECORD FROM REG-PARM-LINE
            AFTER ADVANCING 2 LINES
         MOVE 2 TO PROPER-SPACING
         .

      *  The latest totals row the producing run wrote.
        25-READ-MASTER-TOTALS.
          MOVE 'NO ' TO WS-RUN-FOUND-SW
          OPEN INPUT MASTER-TOTALS-FILE
          IF WS-MTOT-STATUS = '00'
             PERFORM 251-READ-ONE-TOTALS-ROW
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             CLOSE MASTER-TOTALS-FILE
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          END-IF
          .

        251-READ-ONE-TOTALS-ROW.
          READ MASTER-TOTALS-FILE
             AT END
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
                IF MT-PROGRAM = WS-PROM-FUNCTION
                   AND MT-RECORD-COUNT NUMERIC
                   AND MT-SALARY-HASH NUMERIC
                   MOVE 'YES' TO WS-RUN-FOUND-SW
                   MOVE MT-RUN-DATE TO WS-RUN-DATE
                   MOVE MT-RECORD-COUNT TO WS-RUN-COUNT
                   MOVE MT-SALARY-HASH TO WS-RUN-HASH
                   IF MT-INPUT-GEN NUMERIC
                      MOVE MT-INPUT-GEN TO WS-RUN-INPUT-GEN
                   ELSE
                      MOVE 0 TO WS-RUN-INPUT-GEN
                   END-IF
                END-IF
          END-READ
          .

        35-WRITE-REG-LINE.
          WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          .

      *********     PROMOTION   ********************************************
      *  Candidate proved against its run's totals, the live master
      *  saved if the catalog has not seen it, the candidate copied
      *  into a new generation and proved again, then copied live.
        30-PROMOTE-CANDIDATE.
          PERFORM 25-READ-MASTER-TOTALS
          IF NOT RUN-TOTALS-FOUND
             STRING 'NO ' WS-PROM-FUNCTION
                ' TOTALS ON PR2MTOT.TXT' DELIMITED BY SIZE
                INTO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          MOVE WS-CANDIDATE-NAME TO WS-IN-NAME
          MOVE 'NO ' TO COPY-TO-GEN-SW
          MOVE 'NO ' TO COPY-TO-LIVE-SW
          PERFORM 50-TOTAL-MASTER-FILE
          IF NOT IN-FILE-FOUND
             STRING WS-CANDIDATE-NAME ' NOT FOUND'
                DELIMITED BY SIZE INTO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          WRITE REGISTER-RECORD FROM REG-CHECK-HEADING
             AFTER ADVANCING 2 LINES
          MOVE SPACES TO RK-LABEL
          STRING WS-PROM-FUNCTION ' TOTALS OF ' WS-RUN-DATE
             DELIMITED BY SIZE INTO RK-LABEL
          MOVE WS-RUN-COUNT TO RK-COUNT
          MOVE WS-RUN-HASH TO RK-HASH
          MOVE REG-CHECK-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE SPACES TO RK-LABEL
          STRING 'CANDIDATE ' WS-CANDIDATE-NAME
             DELIMITED BY SIZE INTO RK-LABEL
          MOVE WS-FILE-COUNT TO RK-COUNT
          MOVE WS-FILE-HASH TO RK-HASH
          MOVE REG-CHECK-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF WS-FILE-COUNT NOT = WS-RUN-COUNT
             OR WS-FILE-HASH NOT = WS-RUN-HASH
             MOVE 'CANDIDATE DOES NOT MATCH ITS RUN TOTALS'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          MOVE 'NO ' TO ALREADY-PROMOTED-SW
          PERFORM 31-CHECK-ONE-PROMOTION
             VARYING CAT-IDX FROM 1 BY 1
             UNTIL CAT-IDX > WS-CAT-COUNT
          IF ALREADY-PROMOTED
             MOVE 'THIS RUN OUTPUT WAS ALREADY PROMOTED'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          PERFORM 32-CHECK-INPUT-GENERATION
          MOVE 2 TO PROPER-SPACING
          PERFORM 55-SAVE-LIVE-IF-NEW
          PERFORM 57-SET-NEW-GENERATION
          MOVE WS-CANDIDATE-NAME TO WS-IN-NAME
          MOVE 'YES' TO COPY-TO-GEN-SW
          PERFORM 50-TOTAL-MASTER-FILE
          MOVE 'NO ' TO COPY-TO-GEN-SW
          PERFORM 52-PROVE-GENERATION-FILE
          MOVE WS-NEW-GEN TO WS-NC-GENERATION
          MOVE 'P' TO WS-NC-ACTION
          MOVE WS-PROM-FUNCTION TO WS-NC-SOURCE
          MOVE WS-RUN-DATE TO WS-NC-SOURCE-DATE
          PERFORM 60-WRITE-CATALOG-ROW
          MOVE SPACES TO RA-TEXT
          STRING WS-CANDIDATE-NAME ' PROMOTED AS'
             DELIMITED BY SIZE INTO RA-TEXT
          PERFORM 70-PRINT-ACTION-LINE
          PERFORM 53-COPY-GENERATION-LIVE
          PERFORM 80-STAMP-RUN-CYCLE
          MOVE 'PROMOTED' TO RR-RESULT
          MOVE REG-RESULT-LINE TO REGISTER-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-REG-LINE
          DISPLAY 'PR2PROM: ' WS-CANDIDATE-NAME ' PROMOTED TO '
             WS-LIVE-NAME ' AS GENERATION ' WS-NEW-GEN
          .

        31-CHECK-ONE-PROMOTION.
          IF CE-ACTION (CAT-IDX) = 'P'
             AND CE-SOURCE (CAT-IDX) = WS-PROM-FUNCTION
             AND CE-SOURCE-DATE (CAT-IDX) = WS-RUN-DATE
             AND CE-RECORD-COUNT (CAT-IDX) = WS-RUN-COUNT
             AND CE-SALARY-HASH (CAT-IDX) = WS-RUN-HASH
             MOVE 'YES' TO ALREADY-PROMOTED-SW
          END-IF
          .

      *  The candidate must have been built from the master that is
      *  live now: the live file has to be the catalog's current
      *  generation, and that generation the one the producing run
      *  read.  A candidate built before another promotion, a
      *  rollback, or an uncataloged rewrite of the live master
      *  would undo it, so it is refused.
        32-CHECK-INPUT-GENERATION.
          MOVE WS-LIVE-NAME TO WS-IN-NAME
          MOVE 'NO ' TO COPY-TO-GEN-SW
          MOVE 'NO ' TO COPY-TO-LIVE-SW
          PERFORM 50-TOTAL-MASTER-FILE
          IF NOT IN-FILE-FOUND
             MOVE 'LIVE MASTER NOT FOUND' TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          MOVE SPACES TO RK-LABEL
          STRING 'LIVE ' WS-LIVE-NAME
             DELIMITED BY SIZE INTO RK-LABEL
          MOVE WS-FILE-COUNT TO RK-COUNT
          MOVE WS-FILE-HASH TO RK-HASH
          MOVE REG-CHECK-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE WS-CURRENT-GEN TO WS-SEARCH-GEN
          PERFORM 41-FIND-GENERATION
          IF WS-FOUND-ENTRY = 0
             OR SLOT-REUSED
             OR CE-RECORD-COUNT (WS-FOUND-ENTRY) NOT = WS-FILE-COUNT
             OR CE-SALARY-HASH (WS-FOUND-ENTRY) NOT = WS-FILE-HASH
             MOVE 'LIVE MASTER IS NOT ITS CATALOGED GENERATION'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          MOVE SPACES TO RG-LABEL
          STRING 'LIVE ' WS-LIVE-NAME ' IS'
             DELIMITED BY SIZE INTO RG-LABEL
          MOVE WS-CURRENT-GEN TO RG-GENERATION
          MOVE REG-GEN-LINE TO REGISTER-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-REG-LINE
          MOVE SPACES TO RG-LABEL
          STRING WS-CANDIDATE-NAME ' BUILT FROM'
             DELIMITED BY SIZE INTO RG-LABEL
          MOVE WS-RUN-INPUT-GEN TO RG-GENERATION
          MOVE REG-GEN-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF WS-RUN-INPUT-GEN NOT = WS-CURRENT-GEN
             MOVE 'CANDIDATE NOT BUILT FROM THE LIVE GENERATION'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          .

      *********     ROLLBACK   *********************************************
      *  The named generation must still be in its slot and still
      *  prove to its catalog totals before it goes back live.
        40-ROLLBACK-GENERATION.
          MOVE WS-PROM-GEN TO WS-SEARCH-GEN
          PERFORM 41-FIND-GENERATION
          IF WS-FOUND-ENTRY = 0
             MOVE 'GENERATION NOT IN THE CATALOG'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          IF SLOT-REUSED
             MOVE 'GENERATION SLOT HAS SINCE BEEN REUSED'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          IF WS-PROM-GEN = WS-CURRENT-GEN
             MOVE 'GENERATION IS ALREADY CURRENT'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          SET CAT-IDX TO WS-FOUND-ENTRY
          MOVE CE-SLOT (CAT-IDX) TO WS-TARGET-SLOT
          MOVE CE-SLOT-FILE (CAT-IDX) TO WS-IN-NAME
          MOVE 'NO ' TO COPY-TO-GEN-SW
          MOVE 'NO ' TO COPY-TO-LIVE-SW
          PERFORM 50-TOTAL-MASTER-FILE
          WRITE REGISTER-RECORD FROM REG-CHECK-HEADING
             AFTER ADVANCING 2 LINES
          MOVE SPACES TO RK-LABEL
          STRING 'CATALOG TOTALS OF GENERATION '
             CE-GENERATION (CAT-IDX)
             DELIMITED BY SIZE INTO RK-LABEL
          MOVE CE-RECORD-COUNT (CAT-IDX) TO RK-COUNT
          MOVE CE-SALARY-HASH (CAT-IDX) TO RK-HASH
          MOVE REG-CHECK-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          MOVE SPACES TO RK-LABEL
          STRING 'GENERATION FILE ' WS-IN-NAME
             DELIMITED BY SIZE INTO RK-LABEL
          MOVE WS-FILE-COUNT TO RK-COUNT
          MOVE WS-FILE-HASH TO RK-HASH
          MOVE REG-CHECK-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          IF NOT IN-FILE-FOUND
             OR WS-FILE-COUNT NOT = CE-RECORD-COUNT (CAT-IDX)
             OR WS-FILE-HASH NOT = CE-SALARY-HASH (CAT-IDX)
             MOVE 'GENERATION FILE DOES NOT MATCH THE CATALOG'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          MOVE 2 TO PROPER-SPACING
          PERFORM 55-SAVE-LIVE-IF-NEW
          MOVE WS-PROM-GEN TO WS-SEARCH-GEN
          PERFORM 41-FIND-GENERATION
          SET CAT-IDX TO WS-FOUND-ENTRY
          MOVE CE-SLOT (CAT-IDX) TO WS-NEW-SLOT
          MOVE WS-PROM-GEN TO WS-NEW-GEN
          PERFORM 58-SET-GEN-NAME
          MOVE CE-RECORD-COUNT (CAT-IDX) TO WS-FILE-COUNT
          MOVE CE-SALARY-HASH (CAT-IDX) TO WS-FILE-HASH
          PERFORM 53-COPY-GENERATION-LIVE
          MOVE WS-PROM-GEN TO WS-NC-GENERATION
          MOVE 'R' TO WS-NC-ACTION
          MOVE SPACES TO WS-NC-SOURCE
          MOVE 0 TO WS-NC-SOURCE-DATE
          PERFORM 60-WRITE-CATALOG-ROW
          MOVE 'ROLLED BACK TO' TO RA-TEXT
          PERFORM 70-PRINT-ACTION-LINE
          PERFORM 80-STAMP-RUN-CYCLE
          MOVE 'ROLLED BACK' TO RR-RESULT
          MOVE REG-RESULT-LINE TO REGISTER-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-REG-LINE
          DISPLAY 'PR2PROM: ' WS-LIVE-NAME
             ' ROLLED BACK TO GENERATION ' WS-PROM-GEN
          .

      *  Last file-saving row for WS-SEARCH-GEN, and whether a
      *  later generation has taken over its slot.
        41-FIND-GENERATION.
          MOVE 0 TO WS-FOUND-ENTRY
          MOVE 'NO ' TO SLOT-REUSED-SW
          PERFORM 411-CHECK-ONE-ENTRY
             VARYING CAT-IDX FROM 1 BY 1
             UNTIL CAT-IDX > WS-CAT-COUNT
          .

        411-CHECK-ONE-ENTRY.
          IF CE-SAVES-FILE (CAT-IDX)
             IF CE-GENERATION (CAT-IDX) = WS-SEARCH-GEN
                SET WS-FOUND-ENTRY TO CAT-IDX
                MOVE 'NO ' TO SLOT-REUSED-SW
             ELSE
                IF WS-FOUND-ENTRY > 0
                   AND CE-SLOT (CAT-IDX) = CE-SLOT (WS-FOUND-ENTRY)
                   MOVE 'YES' TO SLOT-REUSED-SW
                END-IF
             END-IF
          END-IF
          .

      *********     CATALOG THE LIVE MASTER   *****************************
        45-CATALOG-LIVE-MASTER.
          PERFORM 55-SAVE-LIVE-IF-NEW
          IF NOT IN-FILE-FOUND
             MOVE 'LIVE MASTER NOT FOUND' TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          IF LIVE-CATALOGED
             MOVE SPACES TO RR-RESULT
             STRING 'ALREADY CATALOGED AS GENERATION '
                WS-CURRENT-GEN DELIMITED BY SIZE INTO RR-RESULT
          ELSE
             MOVE 'CATALOGED' TO RR-RESULT
          END-IF
          PERFORM 80-STAMP-RUN-CYCLE
          MOVE REG-RESULT-LINE TO REGISTER-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-REG-LINE
          DISPLAY 'PR2PROM: ' WS-LIVE-NAME ' IS GENERATION '
             WS-CURRENT-GEN
          .

      *********     MASTER COPY AND TOTALS   ******************************
      *  Reads WS-IN-NAME through, counting records and hashing
      *  CUR-SAL, copying each record to the generation file and/or
      *  the live master as the copy switches say.
        50-TOTAL-MASTER-FILE.
          MOVE 0 TO WS-FILE-COUNT
          MOVE 0 TO WS-FILE-HASH
          MOVE 'NO ' TO IN-FOUND-SW
          IF MASTER-IS-SHORT
             OPEN INPUT IN-SHORT-FILE
          ELSE
             OPEN INPUT IN-LONG-FILE
          END-IF
          IF WS-IN-STATUS = '00'
             MOVE 'YES' TO IN-FOUND-SW
             PERFORM 54-OPEN-COPY-FILES
             PERFORM 51-COPY-ONE-RECORD
                UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             MOVE 'YES' TO ARE-THERE-MORE-RECORDS
             PERFORM 56-CLOSE-COPY-FILES
          END-IF
          .

        51-COPY-ONE-RECORD.
          IF MASTER-IS-SHORT
             READ IN-SHORT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-FILE-COUNT
                   ADD INS-CUR-SAL TO WS-FILE-HASH
                   IF COPY-TO-GEN
                      WRITE GEN-SHORT-RECORD FROM IN-SHORT-RECORD
                   END-IF
                   IF COPY-TO-LIVE
                      WRITE LIVE-SHORT-RECORD FROM IN-SHORT-RECORD
                   END-IF
             END-READ
          ELSE
             READ IN-LONG-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-FILE-COUNT
                   ADD INL-CUR-SAL TO WS-FILE-HASH
                   IF COPY-TO-GEN
                      WRITE GEN-LONG-RECORD FROM IN-LONG-RECORD
                   END-IF
                   IF COPY-TO-LIVE
                      WRITE LIVE-LONG-RECORD FROM IN-LONG-RECORD
                   END-IF
             END-READ
          END-IF
          .

      *  The generation file just written is read back and must
      *  carry the totals of what was copied into it.
        52-PROVE-GENERATION-FILE.
          MOVE WS-FILE-COUNT TO WS-RUN-COUNT
          MOVE WS-FILE-HASH TO WS-RUN-HASH
          MOVE WS-GEN-NAME TO WS-IN-NAME
          PERFORM 50-TOTAL-MASTER-FILE
          IF NOT IN-FILE-FOUND
             OR WS-FILE-COUNT NOT = WS-RUN-COUNT
             OR WS-FILE-HASH NOT = WS-RUN-HASH
             MOVE 'GENERATION FILE DID NOT READ BACK IN BALANCE'
                TO WS-REFUSE-REASON
             PERFORM 95-REFUSE-RUN
          END-IF
          .

      *  The proved generation file becomes the live master.
        53-COPY-GENERATION-LIVE.
          MOVE WS-FILE-COUNT TO WS-RUN-COUNT
          MOVE WS-FILE-HASH TO WS-RUN-HASH
          MOVE WS-GEN-NAME TO WS-IN-NAME
          MOVE 'YES' TO COPY-TO-LIVE-SW
          PERFORM 50-TOTAL-MASTER-FILE
          MOVE 'NO ' TO COPY-TO-LIVE-SW
          IF WS-FILE-COUNT NOT = WS-RUN-COUNT
             OR WS-FILE-HASH NOT = WS-RUN-HASH
             DISPLAY 'PR2PROM: ' WS-LIVE-NAME ' COPY FROM '
                WS-GEN-NAME ' OUT OF BALANCE - RESTORE BY '
                'ROLLBACK BEFORE ANY FURTHER RUN'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          .

        54-OPEN-COPY-FILES.
          IF COPY-TO-GEN
             IF MASTER-IS-SHORT
                OPEN OUTPUT GEN-SHORT-FILE
             ELSE
                OPEN OUTPUT GEN-LONG-FILE
             END-IF
             IF WS-GEN-STATUS NOT = '00'
                STRING WS-GEN-NAME ' COULD NOT BE OPENED'
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
                PERFORM 95-REFUSE-RUN
             END-IF
          END-IF
          IF COPY-TO-LIVE
             IF MASTER-IS-SHORT
                OPEN OUTPUT LIVE-SHORT-FILE
             ELSE
                OPEN OUTPUT LIVE-LONG-FILE
             END-IF
             IF WS-LIVE-STATUS NOT = '00'
                STRING WS-LIVE-NAME ' COULD NOT BE OPENED'
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
                PERFORM 95-REFUSE-RUN
             END-IF
          END-IF
          .

      *  The live master, if the current generation's totals do
      *  not describe it, is kept as a generation before anything
      *  replaces it.
        55-SAVE-LIVE-IF-NEW.
          MOVE 'NO ' TO LIVE-CATALOGED-SW
          MOVE WS-LIVE-NAME TO WS-IN-NAME
          MOVE 'NO ' TO COPY-TO-GEN-SW
          MOVE 'NO ' TO COPY-TO-LIVE-SW
          PERFORM 50-TOTAL-MASTER-FILE
          IF IN-FILE-FOUND
             PERFORM 551-CHECK-LIVE-CATALOGED
          END-IF
          .

        551-CHECK-LIVE-CATALOGED.
          MOVE WS-CURRENT-GEN TO WS-SEARCH-GEN
          PERFORM 41-FIND-GENERATION
          IF WS-FOUND-ENTRY > 0
             AND NOT SLOT-REUSED
             AND CE-RECORD-COUNT (WS-FOUND-ENTRY) = WS-FILE-COUNT
             AND CE-SALARY-HASH (WS-FOUND-ENTRY) = WS-FILE-HASH
             MOVE 'YES' TO LIVE-CATALOGED-SW
          ELSE
             PERFORM 57-SET-NEW-GENERATION
             IF ROLLBACK-GENERATION
                AND WS-NEW-SLOT = WS-TARGET-SLOT
                MOVE 'SAVING THE LIVE MASTER WOULD REUSE ITS SLOT'
                   TO WS-REFUSE-REASON
                PERFORM 95-REFUSE-RUN
             END-IF
             MOVE 'YES' TO COPY-TO-GEN-SW
             PERFORM 50-TOTAL-MASTER-FILE
             MOVE 'NO ' TO COPY-TO-GEN-SW
             PERFORM 52-PROVE-GENERATION-FILE
             MOVE WS-NEW-GEN TO WS-NC-GENERATION
             MOVE 'B' TO WS-NC-ACTION
             MOVE 'ON FILE' TO WS-NC-SOURCE
             MOVE 0 TO WS-NC-SOURCE-DATE
             PERFORM 60-WRITE-CATALOG-ROW
             MOVE SPACES TO RA-TEXT
             STRING 'LIVE ' WS-LIVE-NAME ' SAVED AS'
                DELIMITED BY SIZE INTO RA-TEXT
             PERFORM 70-PRINT-ACTION-LINE
          END-IF
          .

        56-CLOSE-COPY-FILES.
          IF MASTER-IS-SHORT
             CLOSE IN-SHORT-FILE
          ELSE
             CLOSE IN-LONG-FILE
          END-IF
          IF COPY-TO-GEN
             IF MASTER-IS-SHORT
                CLOSE GEN-SHORT-FILE
             ELSE
                CLOSE GEN-LONG-FILE
             END-IF
          END-IF
          IF COPY-TO-LIVE
             IF MASTER-IS-SHORT
                CLOSE LIVE-SHORT-FILE
             ELSE
                CLOSE LIVE-LONG-FILE
             END-IF
          END-IF
          .

      *  Next generation number, rotated into one of the kept
      *  slots.
        57-SET-NEW-GENERATION.
          COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1
          DIVIDE WS-KEEP-COUNT INTO WS-HIGH-GEN
             GIVING WS-SLOT-QUOTIENT
             REMAINDER WS-SLOT-REMAINDER
          COMPUTE WS-NEW-SLOT = WS-SLOT-REMAINDER + 1
          PERFORM 58-SET-GEN-NAME
          .

        58-SET-GEN-NAME.
          IF MASTER-IS-SHORT
             MOVE 'PR2FA19.G' TO WS-GN-PREFIX
          ELSE
             MOVE 'PR2NEWM.G' TO WS-GN-PREFIX
          END-IF
          MOVE WS-NEW-SLOT TO WS-GN-SLOT
          .

      *********     CATALOG ROW   ******************************************
      *  Appended to the file and to the table, so the catalog
      *  printed at the end includes this run.
        60-WRITE-CATALOG-ROW.
          MOVE SPACES TO CATALOG-RECORD
          MOVE WS-PROM-MASTER TO CG-MASTER
          MOVE WS-NC-GENERATION TO CG-GENERATION
          MOVE WS-NC-ACTION TO CG-ACTION
          MOVE WS-CURRENT-DATE-8 TO CG-ACTION-DATE
          MOVE WS-GEN-NAME TO CG-SLOT-FILE
          MOVE WS-NEW-SLOT TO CG-SLOT
          MOVE WS-NC-SOURCE TO CG-SOURCE
          MOVE WS-NC-SOURCE-DATE TO CG-SOURCE-DATE
          MOVE WS-FILE-COUNT TO CG-RECORD-COUNT
          MOVE WS-FILE-HASH TO CG-SALARY-HASH
          WRITE CATALOG-RECORD
          IF WS-CAT-COUNT < 500
             ADD 1 TO WS-CAT-COUNT
             SET CAT-IDX TO WS-CAT-COUNT
             MOVE CG-GENERATION TO CE-GENERATION (CAT-IDX)
             MOVE CG-ACTION TO CE-ACTION (CAT-IDX)
             MOVE CG-ACTION-DATE TO CE-ACTION-DATE (CAT-IDX)
             MOVE CG-SLOT-FILE TO CE-SLOT-FILE (CAT-IDX)
             MOVE CG-SLOT TO CE-SLOT (CAT-IDX)
             MOVE CG-SOURCE TO CE-SOURCE (CAT-IDX)
             MOVE CG-SOURCE-DATE TO CE-SOURCE-DATE (CAT-IDX)
             MOVE CG-RECORD-COUNT TO CE-RECORD-COUNT (CAT-IDX)
             MOVE CG-SALARY-HASH TO CE-SALARY-HASH (CAT-IDX)
          END-IF
          MOVE WS-NC-GENERATION TO WS-CURRENT-GEN
          IF WS-NC-GENERATION > WS-HIGH-GEN
             MOVE WS-NC-GENERATION TO WS-HIGH-GEN
          END-IF
          .

        70-PRINT-ACTION-LINE.
          MOVE WS-NC-GENERATION TO RA-GENERATION
          MOVE WS-GEN-NAME TO RA-SLOT-FILE
          MOVE REG-ACTION-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

      *********     CATALOG LISTING   **************************************
      *  Every row for the master, with the state of each saved
      *  generation: CURRENT, ON FILE (can be rolled back to), or
      *  REUSED (its slot holds a later generation).
        75-PRINT-CATALOG.
          WRITE REGISTER-RECORD FROM REG-CATALOG-HEADING
             AFTER ADVANCING 3 LINES
          MOVE 2 TO PROPER-SPACING
          PERFORM 76-PRINT-ONE-CATALOG-ROW
             VARYING CAT-IDX FROM 1 BY 1
             UNTIL CAT-IDX > WS-CAT-COUNT
          .

        76-PRINT-ONE-CATALOG-ROW.
          MOVE CE-GENERATION (CAT-IDX) TO RL-GENERATION
          MOVE CE-ACTION-DATE (CAT-IDX) TO RL-ACTION-DATE
          EVALUATE CE-ACTION (CAT-IDX)
             WHEN 'B'
                MOVE 'BASE' TO RL-ACTION
             WHEN 'P'
                MOVE 'PROMOTED' TO RL-ACTION
             WHEN 'R'
                MOVE 'ROLLBACK' TO RL-ACTION
             WHEN OTHER
                MOVE CE-ACTION (CAT-IDX) TO RL-ACTION
          END-EVALUATE
          MOVE CE-SOURCE (CAT-IDX) TO RL-SOURCE
          MOVE CE-SLOT-FILE (CAT-IDX) TO RL-SLOT-FILE
          MOVE CE-RECORD-COUNT (CAT-IDX) TO RL-COUNT
          MOVE CE-SALARY-HASH (CAT-IDX) TO RL-HASH
          MOVE SPACES TO RL-STATUS
          IF CE-SAVES-FILE (CAT-IDX)
             SET WS-FOUND-ENTRY TO CAT-IDX
             MOVE 'NO ' TO SLOT-REUSED-SW
             PERFORM 77-CHECK-SLOT-REUSE
                VARYING WS-ROW-SUB FROM WS-FOUND-ENTRY BY 1
                UNTIL WS-ROW-SUB > WS-CAT-COUNT
             EVALUATE TRUE
                WHEN SLOT-REUSED
                   MOVE 'REUSED' TO RL-STATUS
                WHEN CE-GENERATION (CAT-IDX) = WS-CURRENT-GEN
                   MOVE 'CURRENT' TO RL-STATUS
                WHEN OTHER
                   MOVE 'ON FILE' TO RL-STATUS
             END-EVALUATE
          END-IF
          MOVE REG-CATALOG-LINE TO REGISTER-RECORD
          PERFORM 35-WRITE-REG-LINE
          .

        77-CHECK-SLOT-REUSE.
          IF WS-ROW-SUB > WS-FOUND-ENTRY
             AND CE-SAVES-FILE (WS-ROW-SUB)
             AND CE-SLOT (WS-ROW-SUB) = CE-SLOT (WS-FOUND-ENTRY)
             MOVE 'YES' TO SLOT-REUSED-SW
          END-IF
          .

      *********     RUN-CYCLE CONTROL STAMP   ****************************
      *  Only this master's generation changes; a missing control
      *  record is started with nothing done.
        80-STAMP-RUN-CYCLE.
          MOVE 'NO ' TO WS-CYCL-FOUND-SW
          OPEN INPUT CYCLE-FILE
          IF WS-CYCL-STATUS = '00'
             PERFORM 81-READ-CYCLE-RECORD
             CLOSE CYCLE-FILE
          END-IF
          OPEN OUTPUT CYCLE-FILE
          IF CYCLE-RECORD-FOUND
             MOVE WS-CYCL-HOLD TO CYCLE-CONTROL-RECORD
          ELSE
             MOVE SPACES TO CYCLE-CONTROL-RECORD
             MOVE 0 TO CY-RUN-NUMBER
             MOVE 0 TO CY-CYCLE-DATE
             MOVE 'N' TO CY-INCR-DONE
             MOVE 'N' TO CY-INCR-BALANCED
             MOVE 'N' TO CY-LOAD-DONE
             MOVE 'N' TO CY-CORR-DONE
          END-IF
          IF CY-FA19-GEN NOT NUMERIC
             MOVE 0 TO CY-FA19-GEN
          END-IF
          IF CY-NEWM-GEN NOT NUMERIC
             MOVE 0 TO CY-NEWM-GEN
          END-IF
          IF MASTER-IS-SHORT
             MOVE WS-CURRENT-GEN TO CY-FA19-GEN
          ELSE
             MOVE WS-CURRENT-GEN TO CY-NEWM-GEN
          END-IF
          WRITE CYCLE-CONTROL-RECORD
          CLOSE CYCLE-FILE
          .

        81-READ-CYCLE-RECORD.
          READ CYCLE-FILE
             AT END
                CONTINUE
             NOT AT END
                MOVE 'YES' TO WS-CYCL-FOUND-SW
                MOVE CYCLE-CONTROL-RECORD TO WS-CYCL-HOLD
          END-READ
          .

      *  The catalog accumulates across runs, so it is always
      *  opened EXTEND; a first run that finds no file creates it.
        82-OPEN-CATALOG-FILE.
          OPEN EXTEND CATALOG-FILE
          IF WS-CAT-STATUS = '35'
             OPEN OUTPUT CATALOG-FILE
          END-IF
          IF WS-CAT-STATUS NOT = '00'
             DISPLAY 'PR2PROM: PR2GCAT.TXT COULD NOT BE OPENED - '
                'STATUS ' WS-CAT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *********     REFUSED RUN   ******************************************
      *  Nothing has been copied over the live master when this is
      *  reached; the reason and the catalog print and the run ends.
        95-REFUSE-RUN.
          MOVE SPACES TO RR-RESULT
          STRING 'REFUSED - ' WS-REFUSE-REASON
             DELIMITED BY SIZE INTO RR-RESULT
          MOVE REG-RESULT-LINE TO REGISTER-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-REG-LINE
          PERFORM 75-PRINT-CATALOG
          CLOSE CATALOG-FILE
                REGISTER-FILE
          DISPLAY 'PR2PROM: ' WS-LIVE-NAME ' NOT CHANGED - '
             WS-REFUSE-REASON
          MOVE 8 TO RETURN-CODE
          STOP RUN
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
              IF PR-KEYWORD = 'PROM'
                 MOVE PR-PROM-FUNCTION TO WS-PROM-FUNCTION
                 MOVE PR-PROM-MASTER TO WS-PROM-MASTER
                 IF PR-PROM-GEN NUMERIC
                    MOVE PR-PROM-GEN TO WS-PROM-GEN
                 END-IF
                 IF PR-PROM-KEEP NUMERIC
                    AND PR-PROM-KEEP > 1
                    MOVE PR-PROM-KEEP TO WS-KEEP-COUNT
                 END-IF
              END-IF
        END-READ
        .

      *  A promotion's master follows from the run that produced
      *  the candidate; CATALOG and ROLLBACK name theirs.
        152-SET-MASTER-NAMES.
        EVALUATE TRUE
           WHEN PROMOTE-MAINT
              MOVE 'PR2FA19 ' TO WS-PROM-MASTER
              MOVE 'PR2FA19N.TXT' TO WS-CANDIDATE-NAME
           WHEN PROMOTE-OFFCY
              MOVE 'PR2NEWM ' TO WS-PROM-MASTER
              MOVE 'PR2NEWMO.TXT' TO WS-CANDIDATE-NAME
           WHEN PROMOTE-RETRO
              MOVE 'PR2NEWM ' TO WS-PROM-MASTER
              MOVE 'PR2NEWMC.TXT' TO WS-CANDIDATE-NAME
           WHEN PROMOTE-PURGE
              MOVE 'PR2FA19 ' TO WS-PROM-MASTER
              MOVE 'PR2FA19P.TXT' TO WS-CANDIDATE-NAME
           WHEN PROMOTE-PERF
              MOVE 'PR2FA19 ' TO WS-PROM-MASTER
              MOVE 'PR2FA19R.TXT' TO WS-CANDIDATE-NAME
           WHEN CATALOG-LIVE
           WHEN ROLLBACK-GENERATION
              CONTINUE
           WHEN OTHER
              DISPLAY 'PR2PROM: NO PROM RECORD NAMING PR2MAINT, '
                 'PR2OFFCY, PR2RETRO, PR2PURGE, PR2PERF, CATALOG, '
                 'OR ROLLBACK ON '
                 'PR2PARM.TXT - NOTHING DONE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
        END-EVALUATE
        EVALUATE TRUE
           WHEN MASTER-IS-FA19
              MOVE 'YES' TO MASTER-SHORT-SW
              MOVE 'PR2FA19.TXT' TO WS-LIVE-NAME
           WHEN MASTER-IS-NEWM
              MOVE 'NO ' TO MASTER-SHORT-SW
              MOVE 'PR2NEWM.TXT' TO WS-LIVE-NAME
           WHEN OTHER
              DISPLAY 'PR2PROM: PROM RECORD MUST NAME MASTER '
                 'PR2FA19 OR PR2NEWM - NOTHING DONE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
        END-EVALUATE
        IF ROLLBACK-GENERATION
           AND WS-PROM-GEN = 0
           DISPLAY 'PR2PROM: ROLLBACK NEEDS A GENERATION NUMBER '
              '- NOTHING DONE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        .
