      * earlier cycles on WHEXCARF.TXT, and matches them against
      * correction transactions on PR2CFIX.TXT keyed by
      * WAREHOUSE-ID / EMPLOYEE-ID / reason code.  Each correction
      * carries the full repaired 92-byte record image; a repaired
      * record is put through the same E01-E07 field edits the
      * increase run applies, and one that passes is written to the
      * recycle file, PR2RCYC.TXT, which the increase run releases
      * against a cycle whose WHEXCEPT.TXT was not written yet -
      * and stamps its own completion flag at end of job.
      *
      * Correction transaction layout (105 characters):
      *   1-4    warehouse id          )
      *   5-9    employee id           ) key of the exception
      *   10-13  reason code (E01-E07) )
      *   14-105 repaired employee record image, same layout as
      *          PR2FA19.TXT, whose key must match columns 1-9
      *
      * PR2FA19.TXT now ends with the employee status code and
      * status date, so the repaired image and the recycle record
      * are 92 bytes and carry the employee's status into the
      * increase run.  A correction keyed in the old 96-character
      * layout reads in with spaces there, which is active.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 FILLER              PIC X(18).

       FD CFIX-FILE
          RECORD CONTAINS 105 CHARACTERS.

       01 RAW-CFIX-RECORD         PIC X(105).

       SD CFIX-SORT-FILE
          RECORD CONTAINS 105 CHARACTERS.

       01 FSORT-RECORD.
          05 FS-WHOUSE-ID      PIC X(4).
          05 FS-EMP-ID         PIC X(5).
          05 FILLER            PIC X(96).

       FD SORTED-CFIX-FILE
          RECORD CONTAINS 105 CHARACTERS.

       01 CFIX-RECORD.
          05 CF-WHOUSE-ID        PIC X(4).
             10 FILLER             PIC X(2).
             10 CF-UNION-DUES      PIC 999.
             10 CF-INSURANCE       PIC 999V99.
             10 CF-EMP-STATUS      PIC X(1).
             10 CF-STATUS-DATE     PIC X(8).

       FD RECYCLE-OUT-FILE
          RECORD CONTAINS 92 CHARACTERS.

       01 RECYCLE-OUT-RECORD      PIC X(92).

       FD CARRY-OUT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          05 CY-INCR-BALANCED   PIC X(1).
          05 CY-LOAD-DONE       PIC X(1).
          05 CY-CORR-DONE       PIC X(1).
          05 CY-FA19-GEN        PIC 9(5).
          05 CY-NEWM-GEN        PIC 9(5).
          05 FILLER             PIC X(3).

       WORKING-STORAGE SECTION.

