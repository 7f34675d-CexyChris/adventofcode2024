      ******************************************************************
      *  Results repository extract for the reporting warehouse
      *
      *  Finance and planning load our results into their warehouse,
      *  and until now did it by scraping D01RSTIQ listings and
      *  retyping DETAILRP generations. This extract hands them the
      *  repository itself as two comma-delimited files, each with a
      *  header row and a reconciliation trailer:
      *    EXTRCSV  one row per pair - run date, left and right
      *             location, distance, contribution, district and
      *             the left location's name in effect on that date
      *    EXTRTOT  one row per run date from its header record -
      *             the published Sum and SimScore and the number of
      *             pair rows sent for the date
      *  MODE=FULL sends every run date the repository holds.
      *  MODE=INCREMENTAL (the nightly default) sends only the run
      *  dates loaded or reloaded since the last extract: D01RSTLD
      *  logs every load to REPOLOAD, and the EXTRHWM control record
      *  remembers the last load this extract has seen. A D01RSTLD
      *  purge-and-replace rerun logs a new load for its date, so
      *  the replaced day goes out again whole - the warehouse
      *  replaces a run date's rows whenever it receives it.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01RSTEX.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResultRepo ASSIGN TO RESLTVSM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Repo-Key
           FILE STATUS IS Repo-File-Status.

           SELECT LoadLog ASSIGN TO REPOLOAD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Rlog-File-Status.

           SELECT HighWater ASSIGN TO EXTRHWM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Hwm-File-Status.

           SELECT PairExtract ASSIGN TO EXTRCSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Csv-File-Status.

           SELECT TotalsExtract ASSIGN TO EXTRTOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Tot-File-Status.

           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Loc-Key
           FILE STATUS IS Loc-File-Status.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

           SELECT RunStatus ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

       DATA DIVISION.
       FILE SECTION.

      * The repository record D01RSTLD writes, LRECL 56, key at
      * offset 0 length 19 - keep in step with D01RSTLD/D01RSTIQ.
      * The run's header record sits under location 00000000
      * sequence 000 with the published totals.
       FD ResultRepo.
       01  Repo-Record.
           05  Repo-Key.
               10  Repo-Run-Date  PIC 9(8).
               10  Repo-Left-Id   PIC 9(8).
               10  Repo-Seq       PIC 9(3).
           05  Repo-Pair-Data.
               10                 PIC X(1).
               10  Repo-Right     PIC 9(8).
               10                 PIC X(1).
               10  Repo-Distance  PIC 9(8).
               10                 PIC X(1).
               10  Repo-Contrib   PIC 9(13).
               10                 PIC X(1).
               10  Repo-District  PIC X(4).
           05  Repo-Header-Data REDEFINES Repo-Pair-Data.
               10                 PIC X(1).
               10  Repo-Tot-Sum   PIC 9(12).
               10                 PIC X(1).
               10  Repo-Tot-Sim   PIC 9(16).
               10                 PIC X(7).

      * D01RSTLD's load log, LRECL 42 - one record per load of a
      * run date, in the order the loads happened. Keep in step
      * with D01RSTLD.
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

      * High-water-mark control record, LRECL 59 - the stamp of the
      * last REPOLOAD record an extract has taken in, then what
      * that extract sent. One record, rewritten by every extract
      * that completes; an extract that fails leaves it alone, so
      * the next night sends the failed night's dates as well.
       FD HighWater RECORDING MODE F.
       01  HighWater-Record.
           05  Hwm-Load-Date      PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Hwm-Load-Time      PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Hwm-Extract-Date   PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Hwm-Extract-Time   PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Hwm-Mode           PIC X(11).
           05                     PIC X(1).
           05  Hwm-Run-Dates      PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Hwm-Pair-Rows      PIC 9(8) DISPLAY.

       FD PairExtract.
       01  PairExtract-Record     PIC X(100).

       FD TotalsExtract.
       01  TotalsExtract-Record   PIC X(100).

      * Same layout as D01LOCLD, keep them in step - LRECL 63.
       FD LocMaster.
       01  LocMaster-Record.
           05  Loc-Key.
               10  Loc-Id         PIC 9(8) DISPLAY.
               10  Loc-Valid-From PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Loc-Name           PIC X(30).
           05                     PIC X(1).
           05  Loc-District       PIC X(4).
           05                     PIC X(1).
           05  Loc-Status         PIC X(1).
           05                     PIC X(1).
           05  Loc-Valid-To       PIC 9(8) DISPLAY.

       FD ControlCards.
       01  ControlCards-Record    PIC X(80).

      * Shared run-status record, LRECL 97 - same layout in every
      * program of the suite and in D01CYCST, keep them in step.
       FD RunStatus RECORDING MODE F.
       01  RunStatus-Record.
           05  RS-Program         PIC X(8).
           05                     PIC X(1).
           05  RS-Run-Date        PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  RS-Run-Time        PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  RS-RC              PIC 9(2) DISPLAY.
           05                     PIC X(1).
           05  RS-Records-Read    PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  RS-Records-Flagged PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  RS-Sections        PIC 9(4) DISPLAY.
           05                     PIC X(1).
           05  RS-Reason          PIC X(46).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D01RSTEX'.
           05  File-Status        PIC 9(1) BINARY.
               88 EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Repo-File-Status   PIC X(2).
           05  Rlog-File-Status   PIC X(2).
           05  Hwm-File-Status    PIC X(2).
           05  Csv-File-Status    PIC X(2).
           05  Tot-File-Status    PIC X(2).
           05  Loc-File-Status    PIC X(2).
           05  Stat-File-Status   PIC X(2).
           05  Ctl-File-Status    PIC X(2).
           05  Ctl-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Browse-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Loc-Master-Open-Sw PIC 9(1) BINARY VALUE 0.
               88 Loc-Master-Open    VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Found-Sw    PIC 9(1) BINARY VALUE 0.
               88 Lookup-Found       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Lookup-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Run-Time           PIC 9(6).
           05  Repo-Read          PIC 9(8) BINARY VALUE 0.
           05  Rlog-Read          PIC 9(8) BINARY VALUE 0.
           05  Pair-Rows          PIC 9(8) BINARY VALUE 0.
           05  Total-Rows         PIC 9(6) BINARY VALUE 0.
           05  Dates-Missing      PIC 9(6) BINARY VALUE 0.
           05  Dates-No-Header    PIC 9(6) BINARY VALUE 0.
           05  Pair-Hash          PIC 9(12) VALUE ZERO.
           05  Total-Hash         PIC 9(15) VALUE ZERO.
           05  Status-Reason      PIC X(46).

      * Run-control cards, same deck conventions as D01HISHY:
      *   MODE=FULL|INCREMENTAL  (default INCREMENTAL)
       01  Run-Control-Params.
           05  Extract-Mode-Sw    PIC X(1) VALUE 'I'.
               88 Full-Extract           VALUE 'F'.
               88 Incremental-Extract    VALUE 'I'.
           05  Extract-Mode-Name  PIC X(11).
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.

      * Load stamps compare as date then time - fourteen digits in
      * one DISPLAY group, so a plain compare orders them.
       01  High-Water-Fields.
           05  Hwm-Found-Sw       PIC 9(1) BINARY VALUE 0.
               88 Hwm-Found          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Hwm-Written-Sw     PIC 9(1) BINARY VALUE 0.
               88 Hwm-Written        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Last-Stamp.
               10  Last-Load-Date PIC 9(8) VALUE ZERO.
               10  Last-Load-Time PIC 9(6) VALUE ZERO.
           05  New-Stamp.
               10  New-Load-Date  PIC 9(8) VALUE ZERO.
               10  New-Load-Time  PIC 9(6) VALUE ZERO.
           05  Rlog-Stamp-Work.
               10  Rlog-Date-Work PIC 9(8).
               10  Rlog-Time-Work PIC 9(6).
      * Oldest new load whose run date the table could not hold -
      * an incremental mark must stay below it.
           05  Skip-Found-Sw      PIC 9(1) BINARY VALUE 0.
               88 Skip-Found         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Skip-Stamp.
               10  Skip-Load-Date PIC 9(8) VALUE ZERO.
               10  Skip-Load-Time PIC 9(6) VALUE ZERO.

      * Every run date REPOLOAD mentions, with its latest load stamp
      * and whether that load is new since the high-water mark.
      * Three thousand dates is better than ten years of daily
      * runs. Sorted into date order before an incremental extract
      * so the rows go out the way a full extract writes them.
       01  Load-Fields.
           05  Ld-Count           PIC 9(4) BINARY VALUE 0.
           05  Ld-Idx             PIC 9(4) BINARY.
           05  Found-Idx          PIC 9(4) BINARY.
           05  Dates-Selected     PIC 9(4) BINARY VALUE 0.
           05  Dates-Not-Held     PIC 9(6) BINARY VALUE 0.
       01  Load-Table.
           05  Load-Entry         OCCURS 1 TO 3000 TIMES
                                  DEPENDING ON Ld-Count.
               10  Ld-Run-Date    PIC 9(8).
               10  Ld-Load-Date   PIC 9(8).
               10  Ld-Load-Time   PIC 9(6).
               10  Ld-Selected    PIC X(1).

      * One run date as the browse meets it - the header's totals
      * and the pair rows written, for the date's EXTRTOT row.
       01  Run-Date-Fields.
           05  Cur-Run-Date       PIC 9(8) VALUE ZERO.
           05  Cur-Header-Sw      PIC 9(1) BINARY VALUE 0.
               88 Cur-Header-Found   VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Cur-Tot-Sum        PIC 9(12) VALUE ZERO.
           05  Cur-Tot-Sim        PIC 9(16) VALUE ZERO.
           05  Cur-Pairs          PIC 9(8)  BINARY VALUE 0.
           05  Cur-Load-Date      PIC 9(8)  VALUE ZERO.
           05  Cur-Load-Time      PIC 9(6)  VALUE ZERO.
           05  Sel-Run-Date       PIC 9(8)  VALUE ZERO.
           05  Date-Found-Sw      PIC 9(1) BINARY VALUE 0.
               88 Date-Found         VALUE 1
                                 WHEN SET TO FALSE 0.

      * Row-building work fields. Numbers go out zero-filled at
      * their repository width so every row of a column is the
      * same shape; the name is quoted, since names carry commas.
       01  Row-Fields.
           05  Row-Ptr            PIC 9(3) BINARY.
           05  Row-Name           PIC X(30).
           05  Row-Name-Len       PIC 9(2) BINARY.
           05  Row-Pairs          PIC 9(8).
           05  Row-Count-8        PIC 9(8).
           05  Row-Count-6        PIC 9(6).
           05  Row-Load-Date      PIC X(8).
           05  Row-Load-Time      PIC X(6).

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           MOVE FUNCTION CURRENT-DATE (9:6) TO Run-Time
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 010-Read-High-Water
           PERFORM 015-Load-Load-Log
           IF NOT File-Error
             PERFORM 020-Open-Files
           END-IF
           IF NOT File-Error
             IF Full-Extract
               PERFORM 030-Extract-All
             ELSE
               PERFORM 035-Extract-Selected
             END-IF
             IF Cur-Run-Date NOT = ZERO
               PERFORM 047-End-Run-Date
             END-IF
             PERFORM 050-Write-Trailers
             CLOSE ResultRepo
             CLOSE PairExtract
             CLOSE TotalsExtract
             IF Loc-Master-Open
               CLOSE LocMaster
             END-IF
           END-IF
           IF NOT File-Error
             PERFORM 060-Write-High-Water
           END-IF

           DISPLAY "D01RSTEX: " Extract-Mode-Name " extract - "
                   Total-Rows " run dates, " Pair-Rows
                   " pair rows, hash " Pair-Hash "."

           PERFORM 900-Set-Return-Code
           GOBACK
           .

       005-Read-Control-Cards SECTION.
      * Same deck conventions as D01HISHY - KEYWORD=VALUE, "*"
      * comments, defaults when no deck is allocated.
           SET Ctl-At-End TO FALSE
           OPEN INPUT ControlCards
           IF Ctl-File-Status NOT = "00"
             DISPLAY "D01RSTEX: no control card deck allocated - "
                     "incremental extract."
           ELSE
             READ ControlCards NEXT RECORD
                  AT END SET Ctl-At-End TO TRUE
             END-READ
             PERFORM UNTIL Ctl-At-End
               PERFORM 006-Apply-Control-Card
               READ ControlCards NEXT RECORD
                    AT END SET Ctl-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE ControlCards
           END-IF
           IF Full-Extract
             MOVE "FULL"        TO Extract-Mode-Name
           ELSE
             MOVE "INCREMENTAL" TO Extract-Mode-Name
           END-IF
           DISPLAY "D01RSTEX: run-control - MODE=" Extract-Mode-Name
           .

       006-Apply-Control-Card SECTION.
           IF ControlCards-Record = SPACES
              OR ControlCards-Record ( 1 : 1 ) = "*"
             CONTINUE
           ELSE
             MOVE FUNCTION TRIM (ControlCards-Record)
               TO Ctl-Card-Work
             MOVE SPACES TO Ctl-Keyword
             MOVE SPACES TO Ctl-Value
             MOVE ZERO   TO Ctl-Value-Len
             UNSTRING Ctl-Card-Work
               DELIMITED BY "=" OR ALL SPACE
               INTO Ctl-Keyword
                    Ctl-Value COUNT IN Ctl-Value-Len
             END-UNSTRING
             EVALUATE Ctl-Keyword
               WHEN "MODE"
                 EVALUATE Ctl-Value
                   WHEN "FULL"        SET Full-Extract        TO TRUE
                   WHEN "INCREMENTAL" SET Incremental-Extract TO TRUE
                   WHEN OTHER
                     DISPLAY "D01RSTEX: MODE must be FULL or "
                             "INCREMENTAL - card ignored: "
                             ControlCards-Record
                 END-EVALUATE
               WHEN OTHER
                 DISPLAY "D01RSTEX: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       010-Read-High-Water SECTION.
      * No control record yet (first extract, or a new dataset)
      * means nothing has been taken in: an incremental run then
      * sends every load on the log. Run MODE=FULL once first to
      * cover the days loaded before REPOLOAD existed.
           SET Hwm-Found TO FALSE
           OPEN INPUT HighWater
           IF Hwm-File-Status = "00"
             READ HighWater NEXT RECORD
               AT END CONTINUE
             END-READ
             IF Hwm-File-Status = "00"
                AND Hwm-Load-Date IS NUMERIC
                AND Hwm-Load-Time IS NUMERIC
               SET Hwm-Found TO TRUE
               MOVE Hwm-Load-Date TO Last-Load-Date
               MOVE Hwm-Load-Time TO Last-Load-Time
             END-IF
             CLOSE HighWater
           END-IF
           IF Hwm-Found
             DISPLAY "D01RSTEX: high-water mark - loads after "
                     Last-Load-Date " " Last-Load-Time
                     ", last extract " Hwm-Extract-Date " "
                     Hwm-Extract-Time " " Hwm-Mode "."
           ELSE
             DISPLAY "D01RSTEX: no high-water mark on EXTRHWM - "
                     "every logged load is new."
           END-IF
           MOVE Last-Stamp TO New-Stamp
           .

       015-Load-Load-Log SECTION.
      * The load log is what makes an extract incremental - without
      * it there is no telling which days changed, so an
      * incremental run that cannot read it is a file failure. A
      * full extract only takes the load stamps from it, for the
      * totals rows and the new high-water mark.
           OPEN INPUT LoadLog
           IF Rlog-File-Status NOT = "00"
             IF Incremental-Extract
               DISPLAY "D01RSTEX: REPOLOAD could not be opened - "
                       "file status " Rlog-File-Status
               SET File-Error TO TRUE
             ELSE
               DISPLAY "D01RSTEX: no repository load log - load "
                       "stamps not extracted."
             END-IF
           ELSE
             SET EOF TO FALSE
             READ LoadLog NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Rlog-Read
               IF Rlog-Run-Date IS NUMERIC
                  AND Rlog-Load-Date IS NUMERIC
                  AND Rlog-Load-Time IS NUMERIC
                 PERFORM 016-Store-Load-Entry
               ELSE
                 DISPLAY "D01RSTEX: unreadable load log record "
                         "ignored: " LoadLog-Record
               END-IF
               READ LoadLog NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE LoadLog
             IF Skip-Found AND Incremental-Extract
               PERFORM 017-Cap-High-Water
             END-IF
             PERFORM VARYING Ld-Idx FROM 1 BY 1
               UNTIL Ld-Idx > Ld-Count
                 IF Ld-Selected ( Ld-Idx ) = "Y"
                   ADD 1 TO Dates-Selected
                 END-IF
             END-PERFORM
             DISPLAY "D01RSTEX: " Rlog-Read " load log records, "
                     Dates-Selected " run dates loaded since the "
                     "high-water mark."
           END-IF
           .

       016-Store-Load-Entry SECTION.
      * Latest load per run date wins - the log is in load order,
      * but a later stamp is tested rather than trusted.
           MOVE Rlog-Load-Date TO Rlog-Date-Work
           MOVE Rlog-Load-Time TO Rlog-Time-Work
           MOVE ZERO TO Found-Idx
           PERFORM VARYING Ld-Idx FROM 1 BY 1
             UNTIL Ld-Idx > Ld-Count
                OR Found-Idx > ZERO
               IF Ld-Run-Date ( Ld-Idx ) = Rlog-Run-Date
                 MOVE Ld-Idx TO Found-Idx
               END-IF
           END-PERFORM
           IF Found-Idx = ZERO
             IF Ld-Count = 3000
               DISPLAY "D01RSTEX: more than 3000 logged run dates - "
                       Rlog-Run-Date " not held; extract MODE=FULL."
               ADD 1 TO Dates-Not-Held
               IF Rlog-Stamp-Work > Last-Stamp
                  AND ( NOT Skip-Found
                        OR Rlog-Stamp-Work < Skip-Stamp )
                 MOVE Rlog-Stamp-Work TO Skip-Stamp
                 SET Skip-Found TO TRUE
               END-IF
             ELSE
               ADD 1 TO Ld-Count
               MOVE Ld-Count TO Found-Idx
               MOVE Rlog-Run-Date TO Ld-Run-Date  ( Found-Idx )
               MOVE ZERO          TO Ld-Load-Date ( Found-Idx )
               MOVE ZERO          TO Ld-Load-Time ( Found-Idx )
               MOVE "N"           TO Ld-Selected  ( Found-Idx )
             END-IF
           END-IF
           IF Found-Idx > ZERO
             IF Rlog-Stamp-Work > New-Stamp
               MOVE Rlog-Stamp-Work TO New-Stamp
             END-IF
             IF Rlog-Load-Date > Ld-Load-Date ( Found-Idx )
                OR ( Rlog-Load-Date = Ld-Load-Date ( Found-Idx )
                     AND Rlog-Load-Time NOT <
                         Ld-Load-Time ( Found-Idx ) )
               MOVE Rlog-Load-Date TO Ld-Load-Date ( Found-Idx )
               MOVE Rlog-Load-Time TO Ld-Load-Time ( Found-Idx )
             END-IF
             IF Rlog-Stamp-Work > Last-Stamp
               MOVE "Y" TO Ld-Selected ( Found-Idx )
             END-IF
           END-IF
           .

       017-Cap-High-Water SECTION.
      * A new load whose run date was not held goes out with no
      * incremental extract, so the mark may not pass it: take the
      * newest held load older than the first one skipped. Every
      * load at or below the mark has then gone out; the skipped
      * dates stay above it until a full extract takes them.
           MOVE Last-Stamp TO New-Stamp
           PERFORM VARYING Ld-Idx FROM 1 BY 1
             UNTIL Ld-Idx > Ld-Count
               MOVE Ld-Load-Date ( Ld-Idx ) TO Rlog-Date-Work
               MOVE Ld-Load-Time ( Ld-Idx ) TO Rlog-Time-Work
               IF Rlog-Stamp-Work > New-Stamp
                  AND Rlog-Stamp-Work < Skip-Stamp
                 MOVE Rlog-Stamp-Work TO New-Stamp
               END-IF
           END-PERFORM
           DISPLAY "D01RSTEX: high-water mark held below "
                   Skip-Load-Date " " Skip-Load-Time
                   " - run dates loaded since were not held."
           .

       020-Open-Files SECTION.
      * Read-only on the repository - the help desk may be
      * inquiring at the same time. Both extract files get their
      * column-name header row straight away, so even a night with
      * nothing to send delivers files the warehouse can reconcile.
           OPEN INPUT ResultRepo
           IF Repo-File-Status NOT = "00"
             DISPLAY "D01RSTEX: RESLTVSM could not be opened - file "
                     "status " Repo-File-Status
             SET File-Error TO TRUE
           ELSE
             OPEN OUTPUT PairExtract
             OPEN OUTPUT TotalsExtract
             IF Csv-File-Status NOT = "00"
                OR Tot-File-Status NOT = "00"
               DISPLAY "D01RSTEX: extract files could not be opened "
                       "- file status " Csv-File-Status " / "
                       Tot-File-Status
               SET File-Error TO TRUE
             ELSE
               MOVE SPACES TO PairExtract-Record
               STRING "RUN_DATE,LEFT_ID,RIGHT_ID,DISTANCE,"
                      "CONTRIBUTION,DISTRICT,LOCATION_NAME"
                 DELIMITED BY SIZE
                 INTO PairExtract-Record
               END-STRING
               WRITE PairExtract-Record
               MOVE SPACES TO TotalsExtract-Record
               STRING "RUN_DATE,TOTAL_DISTANCE,SIMSCORE,PAIR_ROWS,"
                      "LOAD_DATE,LOAD_TIME"
                 DELIMITED BY SIZE
                 INTO TotalsExtract-Record
               END-STRING
               WRITE TotalsExtract-Record
               PERFORM 008-Open-Location-Master
             END-IF
           END-IF
           .

       008-Open-Location-Master SECTION.
      * Enrichment source, not a prerequisite - same degradation as
      * D01HISHY: no master means an empty LOCATION_NAME column.
           SET Loc-Master-Open TO FALSE
           OPEN INPUT LocMaster
           IF Loc-File-Status = "00"
             SET Loc-Master-Open TO TRUE
           ELSE
             DISPLAY "D01RSTEX: location master not available "
                     "(file status " Loc-File-Status ") - location "
                     "names not extracted."
           END-IF
           .

       030-Extract-All SECTION.
      * One pass in key order over the whole cluster - run date
      * first, so each date's records arrive together with the
      * header leading, and the totals row is a control break.
           SET Browse-Done TO FALSE
           MOVE ZERO TO Repo-Run-Date
           MOVE ZERO TO Repo-Left-Id
           MOVE ZERO TO Repo-Seq
           START ResultRepo KEY NOT < Repo-Key
           END-START
           IF Repo-File-Status NOT = "00"
             SET Browse-Done TO TRUE
           END-IF
           PERFORM UNTIL Browse-Done
             READ ResultRepo NEXT RECORD
               AT END SET Browse-Done TO TRUE
             END-READ
             IF NOT Browse-Done
               PERFORM 045-Extract-Record
             END-IF
           END-PERFORM
           .

       035-Extract-Selected SECTION.
      * The run dates loaded since the high-water mark, in date
      * order, each one a short keyed browse of its own.
           IF Ld-Count > 1
             SORT Load-Entry ON ASCENDING KEY Ld-Run-Date
           END-IF
           PERFORM VARYING Ld-Idx FROM 1 BY 1
             UNTIL Ld-Idx > Ld-Count
               IF Ld-Selected ( Ld-Idx ) = "Y"
                 MOVE Ld-Run-Date ( Ld-Idx ) TO Sel-Run-Date
                 PERFORM 036-Extract-Run-Date
               END-IF
           END-PERFORM
           .

       036-Extract-Run-Date SECTION.
      * A logged date the cluster no longer holds was archived by
      * D01RSTAR since it was loaded - nothing to send, but the
      * warehouse team should hear of it.
           SET Date-Found  TO FALSE
           SET Browse-Done TO FALSE
           MOVE Sel-Run-Date TO Repo-Run-Date
           MOVE ZERO         TO Repo-Left-Id
           MOVE ZERO         TO Repo-Seq
           START ResultRepo KEY NOT < Repo-Key
           END-START
           IF Repo-File-Status NOT = "00"
             SET Browse-Done TO TRUE
           END-IF
           PERFORM UNTIL Browse-Done
             READ ResultRepo NEXT RECORD
               AT END SET Browse-Done TO TRUE
             END-READ
             IF NOT Browse-Done
               IF Repo-Run-Date NOT = Sel-Run-Date
                 SET Browse-Done TO TRUE
               ELSE
                 SET Date-Found TO TRUE
                 PERFORM 045-Extract-Record
               END-IF
             END-IF
           END-PERFORM
           IF NOT Date-Found
             ADD 1 TO Dates-Missing
             DISPLAY "D01RSTEX: run date " Sel-Run-Date " loaded "
                     "since the last extract but no longer in the "
                     "repository - not extracted."
           END-IF
           .

       045-Extract-Record SECTION.
      * Location 00000000 sequence 000 is the header; everything
      * else is one pair row.
           ADD 1 TO Repo-Read
           IF Repo-Run-Date NOT = Cur-Run-Date
             IF Cur-Run-Date NOT = ZERO
               PERFORM 047-End-Run-Date
             END-IF
             PERFORM 046-Start-Run-Date
           END-IF
           IF Repo-Left-Id = ZERO AND Repo-Seq = ZERO
             SET Cur-Header-Found TO TRUE
             IF Repo-Tot-Sum IS NUMERIC
               MOVE Repo-Tot-Sum TO Cur-Tot-Sum
             END-IF
             IF Repo-Tot-Sim IS NUMERIC
               MOVE Repo-Tot-Sim TO Cur-Tot-Sim
             END-IF
           ELSE
             PERFORM 048-Write-Pair-Row
           END-IF
           .

       046-Start-Run-Date SECTION.
           MOVE Repo-Run-Date TO Cur-Run-Date
           SET Cur-Header-Found TO FALSE
           MOVE ZERO TO Cur-Tot-Sum
           MOVE ZERO TO Cur-Tot-Sim
           MOVE ZERO TO Cur-Pairs
           MOVE ZERO TO Cur-Load-Date
           MOVE ZERO TO Cur-Load-Time
           PERFORM VARYING Ld-Idx FROM 1 BY 1
             UNTIL Ld-Idx > Ld-Count
               IF Ld-Run-Date ( Ld-Idx ) = Cur-Run-Date
                 MOVE Ld-Load-Date ( Ld-Idx ) TO Cur-Load-Date
                 MOVE Ld-Load-Time ( Ld-Idx ) TO Cur-Load-Time
               END-IF
           END-PERFORM
           .

       047-End-Run-Date SECTION.
      * The date's totals row. A day with pairs but no header
      * record goes out with zero totals and is reported - the
      * warehouse's own reconciliation will then flag it, as
      * D01RSTVF does here. The load stamp is blank for a day
      * loaded before REPOLOAD existed.
           IF NOT Cur-Header-Found
             ADD 1 TO Dates-No-Header
             DISPLAY "D01RSTEX: run date " Cur-Run-Date " has no "
                     "header record - totals row sent as zero."
           END-IF
           MOVE Cur-Pairs TO Row-Pairs
           IF Cur-Load-Date = ZERO
             MOVE SPACES TO Row-Load-Date
             MOVE SPACES TO Row-Load-Time
           ELSE
             MOVE Cur-Load-Date TO Row-Load-Date
             MOVE Cur-Load-Time TO Row-Load-Time
           END-IF
           MOVE SPACES TO TotalsExtract-Record
           STRING Cur-Run-Date   ","
                  Cur-Tot-Sum    ","
                  Cur-Tot-Sim    ","
                  Row-Pairs      ","
                  Row-Load-Date  ","
                  Row-Load-Time
             DELIMITED BY SIZE
             INTO TotalsExtract-Record
           END-STRING
           WRITE TotalsExtract-Record
           ADD 1 TO Total-Rows
           COMPUTE Total-Hash = FUNCTION MOD (
               Total-Hash + Cur-Tot-Sum, 1000000000000000 )
           END-COMPUTE
           .

       048-Write-Pair-Row SECTION.
      * The left location's name in effect on the row's run date -
      * the same version resolution as D01RSTIQ. Double quotes in
      * a name become single quotes so the quoting holds.
           MOVE SPACES TO Row-Name
           IF Loc-Master-Open
             PERFORM 055-Lookup-Version
             IF Lookup-Found
               MOVE Loc-Name TO Row-Name
               INSPECT Row-Name REPLACING ALL '"' BY "'"
             END-IF
           END-IF
           MOVE 30 TO Row-Name-Len
           PERFORM UNTIL Row-Name-Len = ZERO
                      OR Row-Name ( Row-Name-Len : 1 ) NOT = SPACE
             SUBTRACT 1 FROM Row-Name-Len
           END-PERFORM

           MOVE SPACES TO PairExtract-Record
           MOVE 1 TO Row-Ptr
           STRING Repo-Run-Date  ","
                  Repo-Left-Id   ","
                  Repo-Right     ","
                  Repo-Distance  ","
                  Repo-Contrib   ","
             DELIMITED BY SIZE
             INTO PairExtract-Record WITH POINTER Row-Ptr
           END-STRING
           STRING Repo-District DELIMITED BY SPACE
                  ',"'          DELIMITED BY SIZE
             INTO PairExtract-Record WITH POINTER Row-Ptr
           END-STRING
           IF Row-Name-Len > ZERO
             STRING Row-Name ( 1 : Row-Name-Len ) DELIMITED BY SIZE
               INTO PairExtract-Record WITH POINTER Row-Ptr
             END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE
             INTO PairExtract-Record WITH POINTER Row-Ptr
           END-STRING
           WRITE PairExtract-Record
           ADD 1 TO Pair-Rows
           ADD 1 TO Cur-Pairs
      * Hash total - every left and right ID, low-order 12 digits,
      * the same rule the district feeds' trailers use.
           IF Repo-Left-Id IS NUMERIC AND Repo-Right IS NUMERIC
             COMPUTE Pair-Hash = FUNCTION MOD (
                 Pair-Hash + Repo-Left-Id + Repo-Right,
                 1000000000000 )
             END-COMPUTE
           END-IF
           .

       055-Lookup-Version SECTION.
      * Browse the left ID's versions in date order and stop on the
      * one in effect on Repo-Run-Date - same resolution as
      * D01HISHY's 055-Lookup-Location. Leaves the version in the
      * record area when Lookup-Found.
           SET Lookup-Found TO FALSE
           SET Lookup-Done  TO FALSE
           MOVE Repo-Left-Id TO Loc-Id
           MOVE ZERO         TO Loc-Valid-From
           START LocMaster KEY NOT < Loc-Key
           END-START
           IF Loc-File-Status NOT = "00"
             SET Lookup-Done TO TRUE
           END-IF
           PERFORM UNTIL Lookup-Done
             READ LocMaster NEXT RECORD
               AT END SET Lookup-Done TO TRUE
             END-READ
             IF NOT Lookup-Done
               IF Loc-File-Status NOT = "00"
                  OR Loc-Id NOT = Repo-Left-Id
                  OR Loc-Valid-From > Repo-Run-Date
                 SET Lookup-Done TO TRUE
               ELSE
                 IF Loc-Valid-To NOT < Repo-Run-Date
                   SET Lookup-Found TO TRUE
                   SET Lookup-Done  TO TRUE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       050-Write-Trailers SECTION.
      * One trailer row closes each file: extract stamp, mode, row
      * counts and a hash total. The warehouse loads a file only
      * when its rows count and hash to the trailer.
      *   EXTRCSV  TRAILER,date,time,mode,pair rows,ID hash
      *   EXTRTOT  TRAILER,date,time,mode,run-date rows,pair rows,
      *            hash of TOTAL_DISTANCE (low-order 15 digits)
           MOVE Pair-Rows TO Row-Count-8
           MOVE SPACES TO PairExtract-Record
           MOVE 1 TO Row-Ptr
           STRING "TRAILER,"  Run-Date   ","  Run-Time  ","
             DELIMITED BY SIZE
             INTO PairExtract-Record WITH POINTER Row-Ptr
           END-STRING
           STRING Extract-Mode-Name DELIMITED BY SPACE
                  ","  Row-Count-8  ","  Pair-Hash
                                    DELIMITED BY SIZE
             INTO PairExtract-Record WITH POINTER Row-Ptr
           END-STRING
           WRITE PairExtract-Record

           MOVE Total-Rows TO Row-Count-6
           MOVE SPACES TO TotalsExtract-Record
           MOVE 1 TO Row-Ptr
           STRING "TRAILER,"  Run-Date   ","  Run-Time  ","
             DELIMITED BY SIZE
             INTO TotalsExtract-Record WITH POINTER Row-Ptr
           END-STRING
           STRING Extract-Mode-Name DELIMITED BY SPACE
                  ","  Row-Count-6  ","  Row-Count-8
                  ","  Total-Hash   DELIMITED BY SIZE
             INTO TotalsExtract-Record WITH POINTER Row-Ptr
           END-STRING
           WRITE TotalsExtract-Record
           .

       060-Write-High-Water SECTION.
      * The newest load stamp on the log becomes the mark - every
      * load up to it has now gone out, whichever the mode (held
      * lower by 017-Cap-High-Water when the table overflowed). A
      * failure to rewrite it only means tomorrow resends today's
      * dates, which the warehouse replaces anyway; warned, RC=04.
           OPEN OUTPUT HighWater
           IF Hwm-File-Status NOT = "00"
             DISPLAY "D01RSTEX: EXTRHWM could not be rewritten - "
                     "file status " Hwm-File-Status " - the next "
                     "extract resends these dates."
             SET Hwm-Written TO FALSE
           ELSE
             MOVE SPACES TO HighWater-Record
             MOVE New-Load-Date     TO Hwm-Load-Date
             MOVE New-Load-Time     TO Hwm-Load-Time
             MOVE Run-Date          TO Hwm-Extract-Date
             MOVE Run-Time          TO Hwm-Extract-Time
             MOVE Extract-Mode-Name TO Hwm-Mode
             MOVE Total-Rows        TO Hwm-Run-Dates
             MOVE Pair-Rows         TO Hwm-Pair-Rows
             WRITE HighWater-Record
             CLOSE HighWater
             SET Hwm-Written TO TRUE
             DISPLAY "D01RSTEX: high-water mark now " New-Load-Date
                     " " New-Load-Time "."
           END-IF
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 extract complete (an incremental night with nothing new
      * is clean - the files carry just their header and trailer),
      * 04 extract complete but a logged date was no longer in the
      * repository, a date had no header record, a logged date did
      * not fit the load table, or the high-water mark could not be
      * rewritten, 12 file failure - the mark is
      * left where it was, so the next run sends these dates again.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01RSTEX: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Dates-Missing > ZERO OR Dates-No-Header > ZERO
               MOVE 4 TO Run-RC
               MOVE "extracted, some dates missing or headerless"
                 TO Status-Reason
               DISPLAY "D01RSTEX: ending RC=04 - " Dates-Missing
                       " logged dates not in the repository, "
                       Dates-No-Header " dates without header."
             WHEN Dates-Not-Held > ZERO
               MOVE 4 TO Run-RC
               MOVE "extracted, load table full - run MODE=FULL"
                 TO Status-Reason
               DISPLAY "D01RSTEX: ending RC=04 - " Dates-Not-Held
                       " load log records for run dates beyond the "
                       "3000-date table."
             WHEN NOT Hwm-Written
               MOVE 4 TO Run-RC
               MOVE "extracted, high-water mark not rewritten"
                 TO Status-Reason
               DISPLAY "D01RSTEX: ending RC=04 - high-water mark "
                       "not rewritten."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               IF Full-Extract
                 MOVE "full extract complete" TO Status-Reason
               ELSE
                 MOVE "incremental extract complete"
                   TO Status-Reason
               END-IF
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           PERFORM 910-Write-Run-Status
           .

       910-Write-Run-Status SECTION.
      * One structured status record for the D01CYCST cycle
      * dashboard - appended-or-primed like the AUDITOUT pattern in
      * D01HISHY. READ counts repository records extracted, FLAGGED
      * the dates missing or without header, SECT the run dates.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
           END-IF
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01RSTEX: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             MOVE MY-PGM   TO RS-Program
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Repo-Read     TO RS-Records-Read
             COMPUTE RS-Records-Flagged = Dates-Missing
                                        + Dates-No-Header
             END-COMPUTE
             MOVE Total-Rows    TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01RSTEX.
      /
