      *  the run's header record) and the current DETAILRP generation
      *  for the pairs. Reloading the same run date first purges that
      *  date's records, so a rerun replaces the day instead of
      *  leaving the first attempt's pairs behind. Every load of a
      *  run date is logged to REPOLOAD with its stamp, which is
      *  how D01RSTEX's incremental extract finds the days loaded
      *  or reloaded since its last run.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01RSTLD.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

           SELECT LoadLog ASSIGN TO REPOLOAD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Rlog-File-Status.

       DATA DIVISION.
       FILE SECTION.

           05                     PIC X(1).
           05  RS-Reason          PIC X(46).

      * Repository load log, LRECL 42 - one record per load of a
      * run date, appended; keep in step with D01RSTEX. The stamp
      * is when the load finished, so a purge-and-replace rerun of
      * an old date logs a new, later stamp for that date.
       FD LoadLog RECORDING MODE F.
       01  LoadLog-Record.
           05  Rlog-Run-Date      PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Rlog-Load-Date     PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Rlog-Load-Time     PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Rlog-Pairs-Stored  PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Rlog-Purged        PIC 9(8) DISPLAY.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D01RSTLD'.
           05  Purged-Count       PIC 9(6) BINARY VALUE 0.
           05  Stat-File-Status   PIC X(2).
           05  Status-Reason      PIC X(46).
           05  Rlog-File-Status   PIC X(2).
           05  Load-Logged-Sw     PIC 9(1) BINARY VALUE 0.
               88 Load-Logged        VALUE 1
                                 WHEN SET TO FALSE 0.

      /
       PROCEDURE DIVISION.
             PERFORM 040-Write-Header-Record
             PERFORM 050-Load-Pairs
             CLOSE ResultRepo
             PERFORM 070-Log-Load
           END-IF

           DISPLAY "D01RSTLD: run " Run-Date " - " Pairs-Read
           END-IF
           .

       070-Log-Load SECTION.
      * The date was purged and rewritten, so whatever the cluster
      * now holds for it has to reach the warehouse - log the load
      * even when it ended in a file failure. Append-or-prime like
      * RUNSTAT; an unlogged load is an RC=04, since the next
      * incremental extract will not see it.
           SET Load-Logged TO FALSE
           OPEN EXTEND LoadLog
           IF Rlog-File-Status = "35"
             OPEN OUTPUT LoadLog
           END-IF
           IF Rlog-File-Status NOT = "00"
             DISPLAY "D01RSTLD: REPOLOAD could not be opened - file "
                     "status " Rlog-File-Status " - load of "
                     Run-Date " not logged for the extract."
           ELSE
             MOVE SPACES TO LoadLog-Record
             MOVE Run-Date     TO Rlog-Run-Date
             MOVE FUNCTION CURRENT-DATE (1:8) TO Rlog-Load-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO Rlog-Load-Time
             MOVE Pairs-Stored TO Rlog-Pairs-Stored
             MOVE Purged-Count TO Rlog-Purged
             WRITE LoadLog-Record
             IF Rlog-File-Status = "00"
               SET Load-Logged TO TRUE
             END-IF
             CLOSE LoadLog
           END-IF
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 clean load, 04 some records skipped or the load not
      * logged for the extract, 08 nothing loaded, 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "some records skipped" TO Status-Reason
               DISPLAY "D01RSTLD: ending RC=04 - " Pairs-Skipped
                       " records skipped."
             WHEN NOT Load-Logged
               MOVE 4 TO Run-RC
               MOVE "load not logged on REPOLOAD" TO Status-Reason
               DISPLAY "D01RSTLD: ending RC=04 - load not logged, "
                       "extract with MODE=FULL or log it by hand."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "clean load" TO Status-Reason
