
           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Loc-Key
           FILE STATUS IS Loc-File-Status.

           SELECT BusCalendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Cal-File-Status.

           SELECT DistLimits ASSIGN TO DISTLIMS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Lim-File-Status.

           SELECT BreachRpt ASSIGN TO BREACHRP
           ORGANIZATION IS SEQUENTIAL.

           SELECT AlertOut ASSIGN TO ALERTOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT ResultIn ASSIGN TO RESULTIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Rin-File-Status.

           SELECT DetailIn ASSIGN TO DETAILIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Din-File-Status.

           SELECT AckIn ASSIGN TO ACKIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Ain-File-Status.

       DATA DIVISION.
       FILE SECTION.

       FD ControlCards.
       01  ControlCards-Record    PIC X(80).

      * Location master - VSAM KSDS keyed by the 8-digit location ID
      * and the date each version took effect, maintained by D01LOCLD
      * from the district offices' registry extract. Read-only here:
      * 055-Lookup-Location stamps the name and district in effect on
      * the run date onto the detail and exception reports so the
      * analysts stop cross-referencing IDs against a spreadsheet.
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

       FD ExceptionRpt RECORDING MODE F.
       01  ExceptionRpt-Record.
           05                     PIC X(1).
           05  Result-District    PIC X(4).

      * LRECL 73 - the pair count is what D01RSTVF ties the results
      * repository back to; D01AUDMN reads the same layout. The run
      * type is M for the main run and S for a supplemental run,
      * whose record carries the run time of the morning record it
      * was merged into as its base time (zero on a main run). The
      * supplemental record's records read and rejects are its own;
      * its totals and pair count are the merged day's, so the last
      * record of a run date always describes what was published.
       FD AuditOut RECORDING MODE F.
       01  AuditOut-Record.
           05  Audit-RunDate      PIC 9(8) DISPLAY.
           05  Audit-SimScore     PIC 9(16) DISPLAY.
           05                     PIC X(1).
           05  Audit-Reject-Count PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Audit-Pair-Count   PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Audit-Run-Type     PIC X(1).
           05                     PIC X(1).
           05  Audit-Base-Time    PIC 9(6) DISPLAY.

       FD DetailRpt RECORDING MODE F.
       01  DetailRpt-Record.
           05                     PIC X(1).
           05  Farc-Image         PIC X(80).

      * Business-day calendar, maintained by operations - the one
      * place the suite learns which days are business days. Monday
      * to Friday are business days unless the calendar says other-
      * wise, so only the exceptions need a record:
      *   B  business day   - a weekend day worked as a business day
      *   H  shop holiday   - no business day for any district
      *   C  district closed - the district office named in
      *                        Cal-District sends nothing that day,
      *                        the rest of the shop works as normal
      * LRECL 46 - the same layout is read by D01EXCAG and D01VOLST,
      * keep them in step.
       FD BusCalendar RECORDING MODE F.
       01  BusCalendar-Record.
           05  Cal-Date           PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Cal-Day-Type       PIC X(1).
           05                     PIC X(1).
           05  Cal-District       PIC X(4).
           05                     PIC X(1).
           05  Cal-Description    PIC X(30).

      * Per-district limits, maintained by operations with the
      * district offices - the largest pair distance a district will
      * stand behind and, optionally, the largest SimScore
      * contribution of a single pair. A blank contribution limit
      * means the district sets none; a blank breach threshold takes
      * the BREACH-THRESHOLD card. LRECL 34.
       FD DistLimits RECORDING MODE F.
       01  DistLimits-Record.
           05  Lim-District       PIC X(4).
           05                     PIC X(1).
           05  Lim-Max-Distance   PIC X(8).
           05                     PIC X(1).
           05  Lim-Max-Contrib    PIC X(13).
           05                     PIC X(1).
           05  Lim-Breach-Threshold PIC X(6).

      * Print-image list of every pair over its district's limit,
      * with both locations' names, then the per-district breach
      * counts against their thresholds.
       FD BreachRpt RECORDING MODE F.
       01  BreachRpt-Record       PIC X(132).

      * Limit-breach alerts - one fixed-format record per breaching
      * pair. Operations split this by district and forward each
      * office its records the same morning, the way ACKOUT goes out.
      * Alr-Breach-Type says which limit was exceeded: DIST, CONT or
      * BOTH; Alr-Max-Contrib is zero when the district sets no
      * contribution limit. LRECL 154.
       FD AlertOut RECORDING MODE F.
       01  AlertOut-Record.
           05  Alr-District       PIC X(4).
           05                     PIC X(1).
           05  Alr-Run-Date       PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Alr-Bus-Date       PIC X(8).
           05                     PIC X(1).
           05  Alr-LeftNum        PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Alr-RightNum       PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Alr-Distance       PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Alr-Max-Distance   PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Alr-Contrib        PIC 9(13) DISPLAY.
           05                     PIC X(1).
           05  Alr-Max-Contrib    PIC 9(13) DISPLAY.
           05                     PIC X(1).
           05  Alr-Breach-Type    PIC X(4).
           05                     PIC X(1).
           05  Alr-Left-Name      PIC X(30).
           05                     PIC X(1).
           05  Alr-Right-Name     PIC X(30).
           05                     PIC X(1).

      * Supplemental-run inputs - the morning run's own RESULTOT,
      * DETAILRP and ACKOUT generations, same layouts as written
      * above. Only a SUPPLEMENTAL=YES run opens them.
       FD ResultIn RECORDING MODE F.
       01  ResultIn-Record.
           05  Rin-RunDate        PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Rin-Sum            PIC 9(12) DISPLAY.
           05                     PIC X(1).
           05  Rin-SimScore       PIC 9(16) DISPLAY.
           05                     PIC X(1).
           05  Rin-District       PIC X(4).

       FD DetailIn RECORDING MODE F.
       01  DetailIn-Record        PIC X(81).

       FD AckIn RECORDING MODE F.
       01  AckIn-Record.
           05  Ain-District       PIC X(4).
           05                     PIC X(30).
           05  Ain-Status         PIC X(19).
           05                     PIC X(41).

       FD Checkpoint RECORDING MODE F.
       01  Checkpoint-Record.
           05  Chk-Rec-Type       PIC X(1).
           05  Lookup-Found-Sw    PIC 9(1) BINARY VALUE 0.
               88 Lookup-Found       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Lookup-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Id          PIC 9(8).
           05  Lookup-Name        PIC X(30).
           05  Lookup-District    PIC X(4).
      * default for this run only.
       01  Run-Control-Params.
           05  Reject-Threshold   PIC 9(6) BINARY VALUE 100.
      * Breaches of its own limits a district may run up before the
      * run is held - the default for every district whose DISTLIMS
      * record leaves its own threshold blank.
           05  Breach-Threshold   PIC 9(6) BINARY VALUE 10.
      * How many business days behind the run date a header's
      * business date may lag before the section is rejected as
      * stale, counted off the BUSCAL calendar. The normal prior-
      * business-day feed is one behind whatever weekend or holiday
      * sits in between; two gives the district a day's grace
      * without anybody touching the deck around holidays.
           05  Date-Tolerance     PIC 9(3) BINARY VALUE 2.
      * RERUN-DAY=YES is the deliberate same-day full-rerun escape:
      * a reprocessing run after a completed-but-bad morning finds
      * its own acceptances in FEEDLOG, and without this card the
           05  Rerun-Parm-Sw      PIC X(1) VALUE 'N'.
               88 Rerun-Day               VALUE 'Y'.
               88 Normal-Day              VALUE 'N'.
      * SUPPLEMENTAL=YES processes only a late district's sections and
      * merges them into the results this morning's run already
      * published (see 080-Load-Morning-Run) - the late office no
      * longer costs a full same-day rerun with every other district
      * riding along. It implies a normal day: RERUN-DAY is ignored.
           05  Supp-Parm-Sw       PIC X(1) VALUE 'N'.
               88 Supplemental-Run        VALUE 'Y'.
               88 Main-Run                VALUE 'N'.
           05  Format-Parm-Sw     PIC X(1) VALUE 'A'.
               88 Force-Fixed-Format     VALUE 'F'.
               88 Force-Delimited-Format VALUE 'D'.
               10  Log-Bus-Date   PIC 9(8).
               10  Log-Run-Date   PIC 9(8).

      * Business-day calendar in storage - shop-wide day records
      * (B/H) in one table, per-district closures in the other. A few
      * years of holidays and closures fit with room to spare. Day
      * integers are held rather than dates so every test is a plain
      * compare. With no BUSCAL allocated the tables stay empty and
      * Monday to Friday count as business days.
       01  Calendar-Fields.
           05  Cal-File-Status    PIC X(2).
           05  Cal-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Cal-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Cal-Day-Count      PIC 9(4) BINARY VALUE 0.
           05  Cal-Closure-Count  PIC 9(4) BINARY VALUE 0.
           05  Cal-Idx            PIC 9(4) BINARY.
           05  Cal-Date-Work      PIC 9(8).
           05  Cal-Int-Work       PIC 9(8) BINARY.
           05  Cal-Found-Type     PIC X(1).
           05  Cal-District-Work  PIC X(4).
           05  Bday-From-Int      PIC 9(8) BINARY.
           05  Bday-To-Int        PIC 9(8) BINARY.
           05  Bday-Test-Int      PIC 9(8) BINARY.
           05  Bday-Weekday       PIC 9(1) BINARY.
           05  Bday-Count         PIC 9(6) BINARY VALUE 0.
           05  Prev-Bday-Int      PIC 9(8) BINARY.
           05  Business-Day-Sw    PIC 9(1) BINARY VALUE 0.
               88 Business-Day       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  District-Closed-Sw PIC 9(1) BINARY VALUE 0.
               88 District-Closed    VALUE 1
                                 WHEN SET TO FALSE 0.
       01  Calendar-Day-Table.
           05  Cal-Day-Entry      OCCURS 400 TIMES.
               10  Cday-Int       PIC 9(8) BINARY.
               10  Cday-Type      PIC X(1).
       01  Calendar-Closure-Table.
           05  Cal-Closure-Entry  OCCURS 400 TIMES.
               10  Cclo-Int       PIC 9(8) BINARY.
               10  Cclo-District  PIC X(4).

      * District limits in storage - one slot per DISTLIMS record,
      * the same thirty-two as the expected-districts schedule. The
      * slot last matched is remembered so a section's pairs don't
      * each search the table again. With no DISTLIMS allocated the
      * table stays empty and no pair is checked.
       01  Limit-Fields.
           05  Lim-File-Status    PIC X(2).
           05  Lim-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Lim-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Limit-Count        PIC 9(2) BINARY VALUE 0.
           05  Lmt-Idx            PIC 9(2) BINARY.
           05  Lmt-Hit-Idx        PIC 9(2) BINARY VALUE 0.
           05  Lmt-Cached-District PIC X(4) VALUE LOW-VALUES.
           05  Lmt-Pair-District  PIC X(4).
           05  Dist-Breach-Sw     PIC 9(1) BINARY VALUE 0.
               88 Dist-Breach        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Contrib-Breach-Sw  PIC 9(1) BINARY VALUE 0.
               88 Contrib-Breach     VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Breach-Count       PIC 9(6) BINARY VALUE 0.
           05  Breach-Districts-Over PIC 9(2) BINARY VALUE 0.
           05  Breach-Line-Count  PIC 9(4) BINARY VALUE 99.
           05  Breach-Page-Count  PIC 9(4) BINARY VALUE 0.
           05  Brch-Left-Name     PIC X(30).
           05  Brch-Right-Name    PIC X(30).
       01  Limit-Table.
           05  Limit-Entry        OCCURS 32 TIMES.
               10  Lmt-District   PIC X(4).
               10  Lmt-Max-Dist   PIC 9(8)  BINARY.
               10  Lmt-Contrib-Sw PIC X(1).
                   88 Lmt-Contrib-Limited VALUE 'Y'.
               10  Lmt-Max-Contrib PIC 9(13) BINARY.
               10  Lmt-Threshold  PIC 9(6)  BINARY.
               10  Lmt-Breaches   PIC 9(6)  BINARY.

      * Per-district results - one HDR..TRL section per district, or
      * a single unstamped section for a legacy feed. Sixteen slots
      * comfortably covers every district office we have; a run that
           05  Rej-Count          PIC 9(2) BINARY VALUE 0.
           05  Rej-District       PIC X(4) OCCURS 16 TIMES.

      * Supplemental-run state. The morning run's AUDITOUT record is
      * the base the merge ties back to: its pair count and totals
      * must agree with the RESULTIN and DETAILIN generations handed
      * in, or the run is refused before a single late section is
      * read - merging into the wrong generation would publish a
      * day that never happened. Districts the morning accepted are
      * held so a late section from any of them is refused.
       01  Supplemental-Fields.
           05  Rin-File-Status    PIC X(2).
           05  Din-File-Status    PIC X(2).
           05  Ain-File-Status    PIC X(2).
           05  Base-At-End-Sw     PIC 9(1) BINARY VALUE 0.
               88 Base-At-End         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Base-Found-Sw      PIC 9(1) BINARY VALUE 0.
               88 Base-Found          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Base-All-Seen-Sw   PIC 9(1) BINARY VALUE 0.
               88 Base-All-Seen       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Supp-Refused-Sw    PIC 9(1) BINARY VALUE 0.
               88 Supp-Refused        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Accepted-Today-Sw  PIC 9(1) BINARY VALUE 0.
               88 Accepted-Today      VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Supp-Reason        PIC X(46) VALUE SPACES.
           05  Base-Run-Time      PIC 9(6)  VALUE ZERO.
           05  Base-Pairs         PIC 9(8)  BINARY VALUE 0.
           05  Base-Audit-Sum     PIC 9(8)  VALUE ZERO.
           05  Base-Audit-Sim     PIC 9(16) VALUE ZERO.
           05  Base-Sum-Check     PIC 9(8)  VALUE ZERO.
           05  Base-Detail-Count  PIC 9(8)  BINARY VALUE 0.
           05  Morn-Count         PIC 9(2)  BINARY VALUE 0.
           05  Morn-Idx           PIC 9(2)  BINARY.
       01  Morning-Accepted.
           05  Morn-District      PIC X(4) OCCURS 32 TIMES.

      * Print-report working storage. The top-20 table is kept in
      * descending distance order by straight insertion as pairs are
      * computed - twenty slots is small enough that the shift is
           05                     PIC X(10) VALUE 'D01HISHY'.
           05                     PIC X(34) VALUE
               'LOCATION PAIR DISTANCE DETAIL'.
           05  PH-Run-Type        PIC X(12) VALUE SPACES.
           05                     PIC X(36) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  PH-Run-Date        PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(6)  VALUE ' PAIRS'.
           05                     PIC X(48) VALUE SPACES.

      * Supplemental runs only - the grand total above is the merged
      * day's, but only the late sections' pairs are listed.
       01  Print-Base-Line.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(25) VALUE
               'INCLUDES MORNING RUN     '.
           05  PB-Base-Time       PIC 9(6).
           05                     PIC X(6)  VALUE ' WITH '.
           05  PB-Base-Pairs      PIC Z(7)9.
           05                     PIC X(32) VALUE
               ' PAIRS NOT LISTED ON THIS REPORT'.
           05                     PIC X(54) VALUE SPACES.

       01  Top-Heading-Line.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(34) VALUE
           05  TD-Dist            PIC Z(7)9.
           05                     PIC X(89) VALUE SPACES.

       01  Breach-Heading-1.
           05                     PIC X(10) VALUE 'D01HISHY'.
           05                     PIC X(34) VALUE
               'DISTRICT LIMIT BREACHES'.
           05  BH-Run-Type        PIC X(12) VALUE SPACES.
           05                     PIC X(36) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  BH-Run-Date        PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  BH-Page            PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

       01  Breach-Heading-2.
           05                     PIC X(6)  VALUE ' DIST '.
           05                     PIC X(9)  VALUE 'LEFT-ID  '.
           05                     PIC X(30) VALUE 'LEFT LOCATION'.
           05                     PIC X(9)  VALUE 'RIGHT-ID '.
           05                     PIC X(30) VALUE 'RIGHT LOCATION'.
           05                     PIC X(9)  VALUE 'DISTANCE '.
           05                     PIC X(9)  VALUE '   LIMIT '.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(14) VALUE ' SIMSCORE-CONT'.
           05                     PIC X(14) VALUE '        LIMIT '.
           05                     PIC X(1)  VALUE SPACE.

      * An asterisk follows whichever limit the pair exceeded.
       01  Breach-Detail-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  BD-District        PIC X(4).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Left            PIC 9(8).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Left-Name       PIC X(29).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Right           PIC 9(8).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Right-Name      PIC X(29).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Distance        PIC Z(7)9.
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Max-Distance    PIC Z(7)9.
           05  BD-Dist-Flag       PIC X(1).
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Contrib         PIC Z(12)9.
           05                     PIC X(1)  VALUE SPACE.
           05  BD-Max-Contrib     PIC Z(12)9.
           05  BD-Max-Contrib-X   REDEFINES BD-Max-Contrib
                                  PIC X(13).
           05  BD-Contrib-Flag    PIC X(1).
           05                     PIC X(1)  VALUE SPACE.

       01  Breach-Summary-Line.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(9)  VALUE 'DISTRICT '.
           05  BS-District        PIC X(4).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(13) VALUE 'MAX DISTANCE '.
           05  BS-Max-Distance    PIC Z(7)9.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(18) VALUE
               'MAX SIMSCORE-CONT '.
           05  BS-Max-Contrib     PIC Z(12)9.
           05  BS-Max-Contrib-X   REDEFINES BS-Max-Contrib
                                  PIC X(13).
           05                     PIC X(3)  VALUE SPACES.
           05  BS-Breaches        PIC Z(5)9.
           05                     PIC X(12) VALUE ' BREACHES / '.
           05                     PIC X(10) VALUE 'THRESHOLD '.
           05  BS-Threshold       PIC Z(5)9.
           05                     PIC X(2)  VALUE SPACES.
           05  BS-Flag            PIC X(16).
           05                     PIC X(5)  VALUE SPACES.

       01  Breach-Total-Line.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(15) VALUE 'TOTAL BREACHES '.
           05  BT-Breaches        PIC Z(5)9.
           05                     PIC X(3)  VALUE ' - '.
           05  BT-Districts-Over  PIC Z9.
           05                     PIC X(25) VALUE
               ' DISTRICTS OVER THRESHOLD'.
           05                     PIC X(80) VALUE SPACES.

       01  Output-Msg             PIC X(150).
       01  Input-Work-Fields.
           05  Wk-LeftRec         PIC X(8).
           PERFORM 005-Read-Control-Cards
           PERFORM 008-Open-Location-Master
           PERFORM 009-Load-Expected-Districts
           PERFORM 029-Load-District-Limits
           PERFORM 023-Load-Feed-Log
           PERFORM 024-Load-Business-Calendar

      * A supplemental run picks up the morning run it merges into
      * before any output is opened, so a refusal decides the run
      * before a late section is read.
           IF Supplemental-Run
             PERFORM 080-Load-Morning-Run
           END-IF

      * EXCEPRPT stays open across the whole run, not just the load -
      * the compute phase can raise exceptions of its own now (a pair
      * run ends.
           OPEN OUTPUT AckOut

      * The breach report and alert file are written as each section
      * is computed, and always come out - an empty alert file is
      * operations' sign there is nothing to forward today.
           OPEN OUTPUT BreachRpt
           OPEN OUTPUT AlertOut
           MOVE 99 TO Breach-Line-Count

      * Restart checkpoint probe - a checkpoint only means "resume a
      * prior in-flight run" when it actually holds a header record;
      * 035-Clear-Checkpoint truncates CHKPOINT to empty at the end of
      * a stale checkpoint left over from a prior day (CHKPOINT is a
      * persistent, non-GDG dataset per the JCL) is recognized as stale
      * and the input is reloaded from scratch instead of silently
      * resuming a different day's data. A supplemental run never
      * touches CHKPOINT - the morning run cleared it, and a restart
      * of the main run must never find the late sections there.
           SET Chk-At-End TO FALSE
           IF Main-Run
             OPEN INPUT Checkpoint
             IF Chk-File-Status = "00"
               READ Checkpoint
                    AT END SET Chk-At-End TO TRUE
               END-READ
             END-IF
             CLOSE Checkpoint
           END-IF

      * The report files span every district section, so they open
      * before the load - 070-Process-Section writes into them as
      * each section's pairs are computed.
           IF Detail-Rpt-Wanted
             OPEN OUTPUT DetailRpt
             IF Supplemental-Run AND NOT Supp-Refused
               PERFORM 085-Copy-Morning-Detail
             END-IF
           END-IF
           IF Print-Rpt-Wanted
             OPEN OUTPUT DetailPrint
             MOVE ZERO TO Top-Count
           END-IF

           EVALUATE TRUE
             WHEN Supp-Refused
               CONTINUE
             WHEN Supplemental-Run
               PERFORM 010-Load-From-Input
             WHEN Chk-File-Status = "00" AND NOT Chk-At-End
                                         AND Chk-Run-Date = Run-Date
               PERFORM 020-Load-From-Checkpoint
               PERFORM 070-Process-Section
             WHEN OTHER
               IF Chk-File-Status = "00" AND NOT Chk-At-End
                 DISPLAY "D01HISHY: WARNING - checkpoint found dated "
                         Chk-Run-Date " but today is " Run-Date
                         " - ignoring stale checkpoint and reloading "
                         "from input."
               END-IF
               PERFORM 010-Load-From-Input
           END-EVALUATE

           IF Detail-Rpt-Wanted
             CLOSE DetailRpt
           IF Print-Rpt-Wanted
             PERFORM 068-End-Detail-Print
           END-IF
           PERFORM 078-End-Breach-Report
           IF Not-On-Master-Count > ZERO
             DISPLAY "D01HISHY: " Not-On-Master-Count " pairs "
                     "carried a location ID not on the location "
                     "master - see EXCEPRPT."
           END-IF
      * Reconcile while EXCEPRPT is still open - a missing required
      * district writes its flagged line there. A supplemental run
      * reconciles the merged day, so a required district the
      * morning rejected and nobody resent is still missing.
           IF NOT Supp-Refused
             PERFORM 920-Reconcile-Districts
           END-IF
           CLOSE ExceptionRpt
           CLOSE AckOut
           IF Loc-Master-Open
           END-IF
           DISPLAY Output-Msg

      * A refused supplemental run, or one that hit a file failure,
      * writes no results, audit record or feed-log update. Its new
      * generations are still cataloged by the job - D01HISUP's
      * cleanup step deletes them on RC=12 so the morning's stay
      * G(0) and the resubmission ties to the morning's audit
      * record. A failed audit append leaves the feed log alone
      * too, or the resubmission would find the district accepted.
           IF Main-Run
              OR ( NOT Supp-Refused AND NOT File-Error )
             PERFORM 900-Write-ResultOut
             PERFORM 910-Write-Audit
             IF Main-Run OR NOT File-Error
               PERFORM 930-Rewrite-Feed-Log
             END-IF
           END-IF
           IF Main-Run
             PERFORM 035-Clear-Checkpoint
           END-IF

           PERFORM 950-Set-Return-Code
           GOBACK
             CLOSE ControlCards
           END-IF

      * A supplemental run only ever adds districts the morning did
      * not accept, so the duplicate check must stay on - whichever
      * order the two cards came in.
           IF Supplemental-Run AND Rerun-Day
             DISPLAY "D01HISHY: RERUN-DAY=YES ignored on a "
                     "SUPPLEMENTAL=YES run - the duplicate-business-"
                     "date check stays on."
             SET Normal-Day TO TRUE
           END-IF

      * Echo the resolved settings so the job log shows exactly what
      * this run was told to do, card deck or defaults.
           DISPLAY "D01HISHY: run-control - PAIR-CAPACITY=" Max-Pairs
                   " DETAILRP=" Detail-Rpt-Sw
                   " PRINTRPT=" Print-Rpt-Sw
                   " DATE-TOLERANCE=" Date-Tolerance
                   " BREACH-THRESHOLD=" Breach-Threshold
                   " RERUN-DAY=" Rerun-Parm-Sw
                   " SUPPLEMENTAL=" Supp-Parm-Sw
           .

       006-Apply-Control-Card SECTION.
                 IF Ctl-Number-Ok
                   MOVE Ctl-Number TO Reject-Threshold
                 END-IF
               WHEN "BREACH-THRESHOLD"
                 PERFORM 007-Parse-Control-Number
                 IF Ctl-Number-Ok
                   MOVE Ctl-Number TO Breach-Threshold
                 END-IF
               WHEN "DATE-TOLERANCE"
                 PERFORM 007-Parse-Control-Number
                 IF Ctl-Number-Ok
                             "NO - card ignored: "
                             ControlCards-Record
                 END-EVALUATE
               WHEN "SUPPLEMENTAL"
                 EVALUATE Ctl-Value
                   WHEN "YES"
                     SET Supplemental-Run TO TRUE
                     DISPLAY "D01HISHY: SUPPLEMENTAL=YES - late "
                             "sections merge into this morning's "
                             "published results."
                   WHEN "NO"  SET Main-Run TO TRUE
                   WHEN OTHER
                     DISPLAY "D01HISHY: SUPPLEMENTAL must be YES or "
                             "NO - card ignored: "
                             ControlCards-Record
                 END-EVALUATE
               WHEN "INPUT-FORMAT"
                 EVALUATE Ctl-Value
                   WHEN "FIXED"     SET Force-Fixed-Format     TO TRUE
           END-IF
           .

       029-Load-District-Limits SECTION.
      * Operations' per-district limits. Read after the control deck
      * so a district with no threshold of its own takes this run's
      * BREACH-THRESHOLD. Like the schedule, the file is optional -
      * no DISTLIMS allocated means no pair is checked, never a file
      * failure. A record whose distance limit is not numeric, or
      * whose optional fields are neither blank nor numeric, is
      * reported and skipped rather than guessed at.
           SET Lim-At-End TO FALSE
           OPEN INPUT DistLimits
           IF Lim-File-Status NOT = "00"
             DISPLAY "D01HISHY: no district limits file allocated - "
                     "pairs will not be checked against limits."
           ELSE
             READ DistLimits NEXT RECORD
                  AT END SET Lim-At-End TO TRUE
             END-READ
             PERFORM UNTIL Lim-At-End
               IF Lim-District = SPACES
                 CONTINUE
               ELSE
                 IF Lim-Max-Distance IS NOT NUMERIC
                    OR (Lim-Max-Contrib NOT = SPACES
                        AND Lim-Max-Contrib IS NOT NUMERIC)
                    OR (Lim-Breach-Threshold NOT = SPACES
                        AND Lim-Breach-Threshold IS NOT NUMERIC)
                   DISPLAY "D01HISHY: district limits record not "
                           "numeric - ignored: " DistLimits-Record
                 ELSE
                   IF Limit-Count = 32
                     DISPLAY "D01HISHY: more than 32 district "
                             "limits - remainder not checked."
                     SET Lim-At-End TO TRUE
                   ELSE
                     ADD 1 TO Limit-Count
                     MOVE Lim-District TO Lmt-District (Limit-Count)
                     MOVE Lim-Max-Distance
                       TO Lmt-Max-Dist (Limit-Count)
                     IF Lim-Max-Contrib = SPACES
                       MOVE 'N'  TO Lmt-Contrib-Sw  (Limit-Count)
                       MOVE ZERO TO Lmt-Max-Contrib (Limit-Count)
                     ELSE
                       MOVE 'Y'  TO Lmt-Contrib-Sw  (Limit-Count)
                       MOVE Lim-Max-Contrib
                         TO Lmt-Max-Contrib (Limit-Count)
                     END-IF
                     IF Lim-Breach-Threshold = SPACES
                       MOVE Breach-Threshold
                         TO Lmt-Threshold (Limit-Count)
                     ELSE
                       MOVE Lim-Breach-Threshold
                         TO Lmt-Threshold (Limit-Count)
                     END-IF
                     MOVE ZERO TO Lmt-Breaches (Limit-Count)
                   END-IF
                 END-IF
               END-IF
               IF NOT Lim-At-End
                 READ DistLimits NEXT RECORD
                      AT END SET Lim-At-End TO TRUE
                 END-READ
               END-IF
             END-PERFORM
             CLOSE DistLimits
             DISPLAY "D01HISHY: " Limit-Count " district limits "
                     "loaded."
           END-IF
           .

       010-Load-From-Input SECTION.
      * Both feed layouts can contribute sections to one run. Under
      * the default AUTO setting the fixed SIDBYSID feed is read
           END-IF

           MOVE Total-Read   TO Total-Read-Disp
      * Consol-Pairs already holds the morning's pairs on a
      * supplemental run - report this run's own.
           IF Supplemental-Run
             COMPUTE Loaded-Count-Disp = Consol-Pairs - Base-Pairs
           ELSE
             MOVE Consol-Pairs TO Loaded-Count-Disp
           END-IF
           INITIALIZE Output-Msg
           STRING "Validated " Loaded-Count-Disp " of "
                  Total-Read-Disp " records."
      * tables still hold that one section (reset is lazy, on the
      * next section's first record). A multi-district run is cheap
      * to re-load relative to the bookkeeping a sectioned restart
      * would need, so it simply doesn't checkpoint. Nor does a
      * supplemental run - it is rerun whole.
           IF Section-Count = 1 AND Rejected-Sections = ZERO
                                AND Main-Run
             PERFORM 030-Write-Checkpoint
           END-IF
           .
           IF NOT Feed-Header-Seen AND NOT Feed-Trailer-Seen
      * Capacity overflow rejects even an uncontrolled section -
      * only part of it was loaded, and "accepted unverified" must
      * never mean "partial". A supplemental run merges by district,
      * and a section that doesn't name its district can't be
      * checked against the morning's acceptances.
             EVALUATE TRUE
               WHEN Capacity-Hit
                 MOVE "feed rejected - capacity exceeded"
                   TO Exc-Reason-Text
                 PERFORM 019-Reject-Section
               WHEN Supplemental-Run
                 MOVE "feed rejected - supplemental needs HDR"
                   TO Exc-Reason-Text
                 PERFORM 019-Reject-Section
               WHEN OTHER
                 DISPLAY "D01HISHY: section carried no transmission "
                         "controls - accepted unverified."
             END-EVALUATE
           ELSE
      * A balanced trailer only proves the transfer was complete -
      * it balances just as well around yesterday's data re-sent by
      * trailer mismatch instead of quietly republishing old numbers
      * in today's totals.
             PERFORM 021-Validate-Business-Date
             SET Accepted-Today TO FALSE
             IF Supplemental-Run
               PERFORM 086-Check-Accepted-Today
             END-IF
             EVALUATE TRUE
      * Capacity first - the overflow is a problem on our side (a
      * PAIR-CAPACITY card set too low), and that is the reason
                 MOVE "feed rejected - capacity exceeded"
                   TO Exc-Reason-Text
                 PERFORM 019-Reject-Section
      * A district already in today's results is never merged twice,
      * whatever business date its late section carries.
               WHEN Accepted-Today
                 MOVE "feed rejected - district accepted today"
                   TO Exc-Reason-Text
                 PERFORM 019-Reject-Section
               WHEN NOT Feed-Trailer-Seen
                 MOVE "feed rejected - trailer record missing"
                   TO Exc-Reason-Text
             COMPUTE Bus-Date-Int =
                 FUNCTION INTEGER-OF-DATE (Bus-Date-Num)
             END-COMPUTE
      * Staleness is counted in business days - the business days
      * after the header's date up to and including the run date -
      * so a weekend or a shop holiday in between costs nothing.
             MOVE ZERO TO Bday-Count
             IF Bus-Date-Int > ZERO AND Bus-Date-Int < Run-Date-Int
               MOVE Bus-Date-Int TO Bday-From-Int
               MOVE Run-Date-Int TO Bday-To-Int
               PERFORM 025-Count-Business-Days
             END-IF
             EVALUATE TRUE
               WHEN Bus-Date-Int = ZERO
                 SET Bus-Date-Bad TO TRUE
                 DISPLAY "D01HISHY: district " Feed-District
                         " header business date "
                         Feed-Business-Date " is in the future."
               WHEN Bday-Count > Date-Tolerance
                 SET Bus-Date-Bad TO TRUE
                 MOVE "feed rejected - stale business date"
                   TO Date-Reject-Reason
                 DISPLAY "D01HISHY: district " Feed-District
                         " header business date "
                         Feed-Business-Date " is " Bday-Count
                         " business days behind run date "
                         Run-Date " - tolerance " Date-Tolerance "."
      * A deliberate same-day rerun re-presents dates this run (or
      * this morning's first attempt) already accepted - the
      * RERUN-DAY card turns only this duplicate test off.
           END-IF
           .

       024-Load-Business-Calendar SECTION.
      * Load the business-day calendar. Like the schedule and the
      * feed log it is an oversight source, not a processing
      * prerequisite - with no BUSCAL allocated, Monday to Friday
      * count as business days and nothing is treated as closed,
      * which is wrong only around holidays. A record that won't
      * edit is reported and skipped, never allowed to stop the run.
           SET Cal-At-End TO FALSE
           OPEN INPUT BusCalendar
           IF Cal-File-Status NOT = "00"
             DISPLAY "D01HISHY: no business-day calendar allocated - "
                     "Monday to Friday counted as business days, no "
                     "holidays or district closures known."
           ELSE
             READ BusCalendar NEXT RECORD
                  AT END SET Cal-At-End TO TRUE
             END-READ
             PERFORM UNTIL Cal-At-End
               PERFORM 028-Store-Calendar-Entry
               READ BusCalendar NEXT RECORD
                    AT END SET Cal-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE BusCalendar
             DISPLAY "D01HISHY: " Cal-Day-Count " calendar days and "
                     Cal-Closure-Count " district closures loaded "
                     "from BUSCAL."
           END-IF
           .

       028-Store-Calendar-Entry SECTION.
      * One calendar record into the matching table. The date gets
      * the same range edit as a header business date before
      * INTEGER-OF-DATE sees it.
           MOVE ZERO TO Cal-Int-Work
           IF Cal-Date IS NUMERIC
              AND Cal-Date ( 5 : 2 ) >= "01"
              AND Cal-Date ( 5 : 2 ) <= "12"
              AND Cal-Date ( 7 : 2 ) >= "01"
              AND Cal-Date ( 7 : 2 ) <= "31"
             MOVE Cal-Date TO Cal-Date-Work
             COMPUTE Cal-Int-Work =
                 FUNCTION INTEGER-OF-DATE (Cal-Date-Work)
             END-COMPUTE
           END-IF
           EVALUATE TRUE
             WHEN Cal-Int-Work = ZERO
               DISPLAY "D01HISHY: calendar record has a bad date - "
                       "ignored: " BusCalendar-Record
             WHEN Cal-Day-Type = "B" OR Cal-Day-Type = "H"
               IF Cal-Day-Count < 400
                 ADD 1 TO Cal-Day-Count
                 MOVE Cal-Int-Work TO Cday-Int  ( Cal-Day-Count )
                 MOVE Cal-Day-Type TO Cday-Type ( Cal-Day-Count )
               ELSE
                 DISPLAY "D01HISHY: more than 400 calendar days - "
                         "ignored: " BusCalendar-Record
               END-IF
             WHEN Cal-Day-Type = "C" AND Cal-District NOT = SPACES
               IF Cal-Closure-Count < 400
                 ADD 1 TO Cal-Closure-Count
                 MOVE Cal-Int-Work TO Cclo-Int ( Cal-Closure-Count )
                 MOVE Cal-District
                   TO Cclo-District ( Cal-Closure-Count )
               ELSE
                 DISPLAY "D01HISHY: more than 400 district closures "
                         "- ignored: " BusCalendar-Record
               END-IF
             WHEN OTHER
               DISPLAY "D01HISHY: calendar record type must be B, H "
                       "or C with a district - ignored: "
                       BusCalendar-Record
           END-EVALUATE
           .

       025-Count-Business-Days SECTION.
      * Business days after Bday-From-Int up to and including
      * Bday-To-Int, into Bday-Count. Callers pass day integers and
      * make sure From is below To.
           MOVE ZERO TO Bday-Count
           COMPUTE Bday-Test-Int = Bday-From-Int + 1
           END-COMPUTE
           PERFORM UNTIL Bday-Test-Int > Bday-To-Int
             PERFORM 026-Test-Business-Day
             IF Business-Day
               ADD 1 TO Bday-Count
             END-IF
             ADD 1 TO Bday-Test-Int
           END-PERFORM
           .

       026-Test-Business-Day SECTION.
      * Is day integer Bday-Test-Int a business day? A calendar day
      * record decides outright; otherwise Monday to Friday are.
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so the
      * remainder by seven runs 1 Monday .. 6 Saturday, 0 Sunday.
           SET Business-Day TO FALSE
           MOVE SPACE TO Cal-Found-Type
           PERFORM VARYING Cal-Idx FROM 1 BY 1
             UNTIL Cal-Idx > Cal-Day-Count
                OR Cal-Found-Type NOT = SPACE
               IF Cday-Int ( Cal-Idx ) = Bday-Test-Int
                 MOVE Cday-Type ( Cal-Idx ) TO Cal-Found-Type
               END-IF
           END-PERFORM
           COMPUTE Bday-Weekday = FUNCTION MOD (Bday-Test-Int, 7)
           END-COMPUTE
           EVALUATE TRUE
             WHEN Cal-Found-Type = "B"
               SET Business-Day TO TRUE
             WHEN Cal-Found-Type = "H"
               CONTINUE
             WHEN Bday-Weekday = 0 OR Bday-Weekday = 6
               CONTINUE
             WHEN OTHER
               SET Business-Day TO TRUE
           END-EVALUATE
           .

       027-Test-District-Closed SECTION.
      * Is district Cal-District-Work's office closed on day integer
      * Bday-Test-Int? Closed when the day is no business day for
      * the shop at all, or the calendar carries a closure for that
      * one district.
           SET District-Closed TO FALSE
           PERFORM 026-Test-Business-Day
           IF NOT Business-Day
             SET District-Closed TO TRUE
           ELSE
             PERFORM VARYING Cal-Idx FROM 1 BY 1
               UNTIL Cal-Idx > Cal-Closure-Count
                  OR District-Closed
                 IF Cclo-Int ( Cal-Idx ) = Bday-Test-Int
                    AND Cclo-District ( Cal-Idx ) = Cal-District-Work
                   SET District-Closed TO TRUE
                 END-IF
             END-PERFORM
           END-IF
           .

       019-Reject-Section SECTION.
      * Operator message plus an EXCEPRPT line, then discard every
      * pair loaded from this district's section - partial or corrupt
           MOVE Consol-Pairs TO PT-Pairs
           MOVE Print-Total-Line TO DetailPrint-Record
           WRITE DetailPrint-Record AFTER ADVANCING 2 LINES
           IF Supplemental-Run
             MOVE Base-Run-Time    TO PB-Base-Time
             MOVE Base-Pairs       TO PB-Base-Pairs
             MOVE Print-Base-Line  TO DetailPrint-Record
             WRITE DetailPrint-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Print-Line-Count
           END-IF

           IF Top-Count > ZERO
             MOVE Top-Heading-Line TO DetailPrint-Record
           .

       055-Lookup-Location SECTION.
      * Version lookup against the location master. One shared
      * lookup so the detail and exception writers enrich the same
      * way; callers set Lookup-Id and test Lookup-Found. Browses
      * the ID's versions in date order and takes the one in effect
      * on the run date - a location registered after today, or
      * with no version covering today, is not found. With no
      * master open the lookup quietly finds nothing and the
      * reports stay bare.
           SET Lookup-Found TO FALSE
           MOVE SPACES TO Lookup-Name
           MOVE SPACES TO Lookup-District
           IF Loc-Master-Open
             SET Lookup-Done TO FALSE
             MOVE Lookup-Id TO Loc-Id
             MOVE ZERO      TO Loc-Valid-From
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
                    OR Loc-Id NOT = Lookup-Id
                    OR Loc-Valid-From > Run-Date
                   SET Lookup-Done TO TRUE
                 ELSE
                   IF Loc-Valid-To NOT < Run-Date
                     SET Lookup-Found TO TRUE
                     SET Lookup-Done  TO TRUE
                     MOVE Loc-Name     TO Lookup-Name
                     MOVE Loc-District TO Lookup-District
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      * One master lookup serves the data report, the print report
      * and the not-on-master check - 060, 065 and 072 read the
      * Lookup- fields this leaves behind instead of each chasing
      * the key again. 072 runs after the reports because its
      * right-side probe overwrites them; 074 does its own lookups,
      * and only for a pair that breaches.
                   IF Loc-Master-Open
                      OR Detail-Rpt-Wanted OR Print-Rpt-Wanted
                     MOVE LeftNum ( counter ) TO Lookup-Id
                   IF Loc-Master-Open
                     PERFORM 072-Check-Master-Ids
                   END-IF
                   IF Limit-Count > ZERO
                     PERFORM 074-Check-District-Limits
                   END-IF
             END-PERFORM

             IF District-Count < 16
           END-IF
           .

       074-Check-District-Limits SECTION.
      * Hold the pair against its district's limits. The district is
      * the section's own; a legacy unstamped section has none, so
      * the left location's district on the master stands in. A
      * district with no DISTLIMS record is not checked. The pair
      * stays in the published totals either way - a breach is for
      * the district office to explain, not for us to drop.
           IF Feed-District NOT = SPACES
             MOVE Feed-District TO Lmt-Pair-District
           ELSE
             MOVE LeftNum ( counter ) TO Lookup-Id
             PERFORM 055-Lookup-Location
             MOVE Lookup-District TO Lmt-Pair-District
           END-IF

           IF Lmt-Pair-District NOT = Lmt-Cached-District
             MOVE ZERO TO Lmt-Hit-Idx
             PERFORM VARYING Lmt-Idx FROM 1 BY 1
               UNTIL Lmt-Idx > Limit-Count OR Lmt-Hit-Idx > ZERO
                 IF Lmt-District ( Lmt-Idx ) = Lmt-Pair-District
                   MOVE Lmt-Idx TO Lmt-Hit-Idx
                 END-IF
             END-PERFORM
             MOVE Lmt-Pair-District TO Lmt-Cached-District
           END-IF

           IF Lmt-Hit-Idx > ZERO AND Lmt-Pair-District NOT = SPACES
             SET Dist-Breach    TO FALSE
             SET Contrib-Breach TO FALSE
             IF Distance > Lmt-Max-Dist ( Lmt-Hit-Idx )
               SET Dist-Breach TO TRUE
             END-IF
             IF Lmt-Contrib-Limited ( Lmt-Hit-Idx )
                AND SimScore-Contrib > Lmt-Max-Contrib ( Lmt-Hit-Idx )
               SET Contrib-Breach TO TRUE
             END-IF
             IF Dist-Breach OR Contrib-Breach
               ADD 1 TO Breach-Count
               ADD 1 TO Lmt-Breaches ( Lmt-Hit-Idx )
               PERFORM 075-Write-Breach
             END-IF
           END-IF
           .

       075-Write-Breach SECTION.
      * One breach: a line on BREACHRP and an alert record for the
      * district, both carrying the two locations' names in effect
      * today so the office can act without looking anything up.
           MOVE LeftNum ( counter ) TO Lookup-Id
           PERFORM 055-Lookup-Location
           IF Lookup-Found
             MOVE Lookup-Name TO Brch-Left-Name
           ELSE
             MOVE "*NOT ON MASTER*" TO Brch-Left-Name
           END-IF
           MOVE RightNum ( counter ) TO Lookup-Id
           PERFORM 055-Lookup-Location
           IF Lookup-Found
             MOVE Lookup-Name TO Brch-Right-Name
           ELSE
             MOVE "*NOT ON MASTER*" TO Brch-Right-Name
           END-IF
           IF NOT Loc-Master-Open
             MOVE SPACES TO Brch-Left-Name
             MOVE SPACES TO Brch-Right-Name
           END-IF

           IF Breach-Line-Count > 55
             PERFORM 076-Breach-Headings
           END-IF
           MOVE SPACES TO Breach-Detail-Line
           MOVE Lmt-Pair-District    TO BD-District
           MOVE LeftNum ( counter )  TO BD-Left
           MOVE Brch-Left-Name       TO BD-Left-Name
           MOVE RightNum ( counter ) TO BD-Right
           MOVE Brch-Right-Name      TO BD-Right-Name
           MOVE Distance             TO BD-Distance
           MOVE Lmt-Max-Dist ( Lmt-Hit-Idx ) TO BD-Max-Distance
           MOVE SimScore-Contrib     TO BD-Contrib
           IF Lmt-Contrib-Limited ( Lmt-Hit-Idx )
             MOVE Lmt-Max-Contrib ( Lmt-Hit-Idx ) TO BD-Max-Contrib
           ELSE
             MOVE "         NONE" TO BD-Max-Contrib-X
           END-IF
           IF Dist-Breach
             MOVE "*" TO BD-Dist-Flag
           END-IF
           IF Contrib-Breach
             MOVE "*" TO BD-Contrib-Flag
           END-IF
           MOVE Breach-Detail-Line TO BreachRpt-Record
           WRITE BreachRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Breach-Line-Count

           MOVE SPACES TO AlertOut-Record
           MOVE Lmt-Pair-District    TO Alr-District
           MOVE Run-Date             TO Alr-Run-Date
           MOVE Feed-Business-Date   TO Alr-Bus-Date
           MOVE LeftNum ( counter )  TO Alr-LeftNum
           MOVE RightNum ( counter ) TO Alr-RightNum
           MOVE Distance             TO Alr-Distance
           MOVE Lmt-Max-Dist ( Lmt-Hit-Idx )    TO Alr-Max-Distance
           MOVE SimScore-Contrib     TO Alr-Contrib
           MOVE Lmt-Max-Contrib ( Lmt-Hit-Idx ) TO Alr-Max-Contrib
           EVALUATE TRUE
             WHEN Dist-Breach AND Contrib-Breach
               MOVE "BOTH" TO Alr-Breach-Type
             WHEN Dist-Breach
               MOVE "DIST" TO Alr-Breach-Type
             WHEN OTHER
               MOVE "CONT" TO Alr-Breach-Type
           END-EVALUATE
           MOVE Brch-Left-Name       TO Alr-Left-Name
           MOVE Brch-Right-Name      TO Alr-Right-Name
           WRITE AlertOut-Record
           .

       076-Breach-Headings SECTION.
           ADD 1 TO Breach-Page-Count
           MOVE Run-Date          TO BH-Run-Date
           MOVE Breach-Page-Count TO BH-Page
           MOVE Breach-Heading-1  TO BreachRpt-Record
           IF Breach-Page-Count = 1
             WRITE BreachRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE BreachRpt-Record AFTER ADVANCING PAGE
           END-IF
           MOVE Breach-Heading-2 TO BreachRpt-Record
           WRITE BreachRpt-Record AFTER ADVANCING 2 LINES
           MOVE SPACES TO BreachRpt-Record
           WRITE BreachRpt-Record AFTER ADVANCING 1 LINE
           MOVE 4 TO Breach-Line-Count
           .

       078-End-Breach-Report SECTION.
      * Close the breach report: each limited district's breach count
      * against its threshold, flagged where the district ran over -
      * those are what hold the run at RC=08 - then the total.
           IF Breach-Line-Count > 52
             PERFORM 076-Breach-Headings
           END-IF
           IF Limit-Count = ZERO
             MOVE SPACES TO BreachRpt-Record
             MOVE " NO DISTRICT LIMITS ALLOCATED - PAIRS NOT CHECKED"
               TO BreachRpt-Record
             WRITE BreachRpt-Record AFTER ADVANCING 2 LINES
           ELSE
             IF Breach-Count = ZERO
               MOVE SPACES TO BreachRpt-Record
               MOVE " NO DISTRICT LIMIT BREACHES THIS RUN"
                 TO BreachRpt-Record
               WRITE BreachRpt-Record AFTER ADVANCING 2 LINES
               ADD 2 TO Breach-Line-Count
             END-IF
             MOVE SPACES TO BreachRpt-Record
             WRITE BreachRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Breach-Line-Count
             PERFORM VARYING Lmt-Idx FROM 1 BY 1
               UNTIL Lmt-Idx > Limit-Count
                 IF Breach-Line-Count > 55
                   PERFORM 076-Breach-Headings
                 END-IF
                 MOVE Lmt-District ( Lmt-Idx ) TO BS-District
                 MOVE Lmt-Max-Dist ( Lmt-Idx ) TO BS-Max-Distance
                 IF Lmt-Contrib-Limited ( Lmt-Idx )
                   MOVE Lmt-Max-Contrib ( Lmt-Idx ) TO BS-Max-Contrib
                 ELSE
                   MOVE "         NONE" TO BS-Max-Contrib-X
                 END-IF
                 MOVE Lmt-Breaches  ( Lmt-Idx ) TO BS-Breaches
                 MOVE Lmt-Threshold ( Lmt-Idx ) TO BS-Threshold
                 IF Lmt-Breaches ( Lmt-Idx ) > Lmt-Threshold ( Lmt-Idx )
                   ADD 1 TO Breach-Districts-Over
                   MOVE "*OVER THRESHOLD*" TO BS-Flag
                   DISPLAY "D01HISHY: district '"
                           Lmt-District ( Lmt-Idx ) "' - "
                           Lmt-Breaches ( Lmt-Idx ) " limit breaches"
                           " exceed threshold of "
                           Lmt-Threshold ( Lmt-Idx ) "."
                 ELSE
                   MOVE SPACES TO BS-Flag
                 END-IF
                 MOVE Breach-Summary-Line TO BreachRpt-Record
                 WRITE BreachRpt-Record AFTER ADVANCING 1 LINE
                 ADD 1 TO Breach-Line-Count
             END-PERFORM
             MOVE Breach-Count          TO BT-Breaches
             MOVE Breach-Districts-Over TO BT-Districts-Over
             MOVE Breach-Total-Line TO BreachRpt-Record
             WRITE BreachRpt-Record AFTER ADVANCING 2 LINES
           END-IF
           CLOSE BreachRpt
           CLOSE AlertOut
           IF Breach-Count > ZERO
             DISPLAY "D01HISHY: " Breach-Count " pairs breached "
                     "their district's limits - see BREACHRP, "
                     "alerts on ALERTOUT."
           END-IF
           .

       080-Load-Morning-Run SECTION.
      * SUPPLEMENTAL=YES - pick up the morning run this run merges
      * into. Today's last AUDITOUT record is the base; the RESULTIN
      * and DETAILIN generations handed in must agree with it, and
      * any disagreement refuses the whole run (RC=12) before a late
      * section is read - the usual cause is a generation already
      * rolled on by some other run. ACKIN only adds districts the
      * morning accepted without pairs, so its absence is a warning.
           MOVE "SUPPLEMENTAL" TO PH-Run-Type
           MOVE "SUPPLEMENTAL" TO BH-Run-Type
           PERFORM 081-Find-Morning-Audit
           IF NOT Supp-Refused
             PERFORM 082-Load-Morning-Results
           END-IF
           IF NOT Supp-Refused AND Detail-Rpt-Wanted
             PERFORM 084-Count-Morning-Detail
           END-IF
           IF Supp-Refused
             DISPLAY "D01HISHY: SUPPLEMENTAL RUN REFUSED - "
                     Supp-Reason
           ELSE
             PERFORM 083-Load-Morning-Acks
             DISPLAY "D01HISHY: supplemental run - merging into the "
                     "morning run of " Base-Run-Time " - "
                     Base-Pairs " pairs, " District-Count
                     " district lines, " Morn-Count
                     " districts acknowledged accepted."
           END-IF
           .

       081-Find-Morning-Audit SECTION.
      * The last AUDITOUT record for today's run date. After an
      * earlier supplemental run that is the supplemental's own
      * record, whose merged totals are exactly what its RESULTOT
      * generation - today's RESULTIN - then holds.
           SET Base-Found  TO FALSE
           SET Base-At-End TO FALSE
           OPEN INPUT AuditOut
           IF Audit-File-Status NOT = "00"
             SET Base-At-End TO TRUE
           ELSE
             READ AuditOut
                  AT END SET Base-At-End TO TRUE
             END-READ
           END-IF
           PERFORM UNTIL Base-At-End
             IF Audit-RunDate = Run-Date
               SET Base-Found TO TRUE
               MOVE Audit-RunTime    TO Base-Run-Time
               MOVE Audit-Pair-Count TO Base-Pairs
               MOVE Audit-SumOfDist  TO Base-Audit-Sum
               MOVE Audit-SimScore   TO Base-Audit-Sim
             END-IF
             READ AuditOut
                  AT END SET Base-At-End TO TRUE
             END-READ
           END-PERFORM
           IF Audit-File-Status = "00" OR Audit-File-Status = "10"
             CLOSE AuditOut
           END-IF
           IF NOT Base-Found
             SET Supp-Refused TO TRUE
             MOVE "no morning run on AUDITOUT for today"
               TO Supp-Reason
           END-IF
           .

       082-Load-Morning-Results SECTION.
      * The morning's district lines go straight back into
      * District-Results - NONE as the blank district 070 would
      * have stored - so 900 rewrites them alongside the late
      * districts' lines. Its *ALL line seeds the consolidated
      * totals the late sections add to, and must agree with the
      * audit record (whose SumOfDistances holds the low-order
      * eight digits); the pair count comes off the audit record,
      * RESULTOT carries none.
           SET Base-At-End   TO FALSE
           SET Base-All-Seen TO FALSE
           OPEN INPUT ResultIn
           IF Rin-File-Status NOT = "00"
             SET Supp-Refused TO TRUE
             MOVE "morning RESULTIN not available" TO Supp-Reason
           ELSE
             READ ResultIn
                  AT END SET Base-At-End TO TRUE
             END-READ
             PERFORM UNTIL Base-At-End
               EVALUATE TRUE
                 WHEN Rin-RunDate NOT = Run-Date
                   SET Supp-Refused TO TRUE
                   MOVE "RESULTIN is not today's results generation"
                     TO Supp-Reason
                   SET Base-At-End TO TRUE
                 WHEN Rin-District = "*ALL"
                   SET Base-All-Seen TO TRUE
                   MOVE Rin-Sum      TO Consol-Sum
                   MOVE Rin-SimScore TO Consol-Sim
                 WHEN District-Count < 16
                   ADD 1 TO District-Count
                   IF Rin-District = "NONE"
                     MOVE SPACES TO Dist-District ( District-Count )
                   ELSE
                     MOVE Rin-District
                       TO Dist-District ( District-Count )
                   END-IF
                   MOVE ZERO         TO Dist-Pairs ( District-Count )
                   MOVE Rin-Sum      TO Dist-Sum   ( District-Count )
                   MOVE Rin-SimScore TO Dist-Sim   ( District-Count )
                 WHEN OTHER
                   DISPLAY "D01HISHY: more than 16 district lines on "
                           "RESULTIN - district " Rin-District
                           " carries only in the consolidated "
                           "totals."
               END-EVALUATE
               IF NOT Base-At-End
                 READ ResultIn
                      AT END SET Base-At-End TO TRUE
                 END-READ
               END-IF
             END-PERFORM
             CLOSE ResultIn
             IF NOT Supp-Refused
               MOVE Consol-Sum TO Base-Sum-Check
               EVALUATE TRUE
                 WHEN NOT Base-All-Seen
                   SET Supp-Refused TO TRUE
                   MOVE "morning RESULTIN has no *ALL line"
                     TO Supp-Reason
                 WHEN Base-Sum-Check NOT = Base-Audit-Sum
                      OR Consol-Sim NOT = Base-Audit-Sim
                   SET Supp-Refused TO TRUE
                   MOVE "morning RESULTIN does not tie to AUDITOUT"
                     TO Supp-Reason
                 WHEN OTHER
                   MOVE Base-Pairs TO Consol-Pairs
               END-EVALUATE
             END-IF
           END-IF
           .

       083-Load-Morning-Acks SECTION.
      * Every district the morning acknowledged as accepted -
      * verified or not - is held for 086. RESULTIN already named
      * the ones with pairs; ACKIN adds any accepted with none.
      * Without ACKIN the RESULTIN lines and FEEDLOG still guard
      * the merge. A district rejected this morning is not held -
      * its late resend is exactly what a supplemental run is for.
           SET Base-At-End TO FALSE
           OPEN INPUT AckIn
           IF Ain-File-Status NOT = "00"
             DISPLAY "D01HISHY: WARNING - morning ACKIN not available "
                     "(file status " Ain-File-Status ") - districts "
                     "accepted this morning are known from RESULTIN "
                     "and FEEDLOG only."
           ELSE
             READ AckIn
                  AT END SET Base-At-End TO TRUE
             END-READ
             PERFORM UNTIL Base-At-End
               IF Ain-Status ( 1 : 8 ) = "ACCEPTED"
                  AND Ain-District NOT = "NONE"
                  AND Morn-Count < 32
                 ADD 1 TO Morn-Count
                 MOVE Ain-District TO Morn-District ( Morn-Count )
               END-IF
               READ AckIn
                    AT END SET Base-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE AckIn
           END-IF
           .

       084-Count-Morning-Detail SECTION.
      * DETAILIN must hold exactly the morning's pairs - 085 copies it
      * to the head of the new DETAILRP generation, and a short or
      * stale copy would only surface later, in D01RSTVF's tie-out
      * of the repository.
           MOVE ZERO TO Base-Detail-Count
           SET Base-At-End TO FALSE
           OPEN INPUT DetailIn
           IF Din-File-Status NOT = "00"
             SET Supp-Refused TO TRUE
             MOVE "morning DETAILIN not available" TO Supp-Reason
           ELSE
             READ DetailIn
                  AT END SET Base-At-End TO TRUE
             END-READ
             PERFORM UNTIL Base-At-End
               ADD 1 TO Base-Detail-Count
               READ DetailIn
                    AT END SET Base-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE DetailIn
             IF Base-Detail-Count NOT = Base-Pairs
               DISPLAY "D01HISHY: DETAILIN holds " Base-Detail-Count
                       " pairs, the morning audit record "
                       Base-Pairs "."
               SET Supp-Refused TO TRUE
               MOVE "morning DETAILIN does not tie to AUDITOUT"
                 TO Supp-Reason
             END-IF
           END-IF
           .

       085-Copy-Morning-Detail SECTION.
      * The morning's pairs lead the new DETAILRP generation and the
      * late sections' pairs follow as 070 computes them, so the
      * generation holds the whole merged day for D01RSTLD.
           SET Base-At-End TO FALSE
           OPEN INPUT DetailIn
           IF Din-File-Status NOT = "00"
             DISPLAY "D01HISHY: DETAILIN could not be reopened - "
                     "file status " Din-File-Status
             SET File-Error TO TRUE
           ELSE
             READ DetailIn
                  AT END SET Base-At-End TO TRUE
             END-READ
             PERFORM UNTIL Base-At-End
               MOVE DetailIn-Record TO DetailRpt-Record
               WRITE DetailRpt-Record
               READ DetailIn
                    AT END SET Base-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE DetailIn
           END-IF
           .

       086-Check-Accepted-Today SECTION.
      * Supplemental runs only - a late section is refused when its
      * district already has a section in today's results: a
      * RESULTIN line, an ACKIN acceptance, a late section earlier
      * in this same run, or a FEEDLOG entry accepted on today's run
      * date all count.
           SET Accepted-Today TO FALSE
           PERFORM VARYING Dist-Idx FROM 1 BY 1
             UNTIL Dist-Idx > District-Count
                OR Accepted-Today
               IF Dist-District ( Dist-Idx ) = Feed-District
                 SET Accepted-Today TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING Morn-Idx FROM 1 BY 1
             UNTIL Morn-Idx > Morn-Count
                OR Accepted-Today
               IF Morn-District ( Morn-Idx ) = Feed-District
                 SET Accepted-Today TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING Log-Idx FROM 1 BY 1
             UNTIL Log-Idx > Log-Count
                OR Accepted-Today
               IF Log-District ( Log-Idx ) = Feed-District
                  AND Log-Run-Date ( Log-Idx ) = Run-Date
                 SET Accepted-Today TO TRUE
               END-IF
           END-PERFORM
           IF Accepted-Today
             DISPLAY "D01HISHY: district " Feed-District " was "
                     "already accepted today - a supplemental run "
                     "only merges districts missing from the "
                     "morning's results."
           END-IF
           .

       900-Write-ResultOut SECTION.
      * Archive today's results to RESULTOT so batch history can be
      * retained and diffed day-over-day instead of scraping SYSOUT:
             MOVE Consol-Sum     TO Audit-SumOfDist
             MOVE Consol-Sim     TO Audit-SimScore
             MOVE Reject-Count   TO Audit-Reject-Count
             MOVE Consol-Pairs   TO Audit-Pair-Count
             IF Supplemental-Run
               MOVE "S"           TO Audit-Run-Type
               MOVE Base-Run-Time TO Audit-Base-Time
             ELSE
               MOVE "M"           TO Audit-Run-Type
               MOVE ZERO          TO Audit-Base-Time
             END-IF
             WRITE AuditOut-Record
             IF Audit-File-Status NOT = "00"
               DISPLAY "D01HISHY: AUDITOUT write failed - file "
      * holds the downstream steps until someone asks the district
      * where its feed is. A district the schedule marks not required
      * daily is noted on SYSOUT only - silence from it is normal.
      * A morning feed covers the previous business day, so that is
      * the day a district closure is looked up for. The walk back
      * stops after a month of non-business days.
           COMPUTE Prev-Bday-Int = Run-Date-Int - 1
           END-COMPUTE
           MOVE Prev-Bday-Int TO Bday-Test-Int
           PERFORM 026-Test-Business-Day
           PERFORM UNTIL Business-Day
                      OR Prev-Bday-Int < Run-Date-Int - 31
             SUBTRACT 1 FROM Prev-Bday-Int
             MOVE Prev-Bday-Int TO Bday-Test-Int
             PERFORM 026-Test-Business-Day
           END-PERFORM
           IF Expected-Count = ZERO
             CONTINUE
           ELSE
                       SET Exp-Found TO TRUE
                     END-IF
                 END-PERFORM
      * A required district whose office the calendar had closed on
      * the previous business day owes no section and is noted on
      * SYSOUT only.
                 IF NOT Exp-Found
                    AND Expd-Required ( Exp-Idx ) = "Y"
                   MOVE Prev-Bday-Int TO Bday-Test-Int
                   MOVE Expd-District ( Exp-Idx ) TO Cal-District-Work
                   PERFORM 027-Test-District-Closed
                   IF District-Closed
                     SET Exp-Found TO TRUE
                     DISPLAY "D01HISHY: district "
                             Expd-District ( Exp-Idx )
                             " office closed on the previous business "
                             "day per the calendar - no section "
                             "expected."
                   END-IF
                 END-IF
                 IF NOT Exp-Found
                   IF Expd-Required ( Exp-Idx ) = "Y"
                     ADD 1 TO Missing-Required
      * tell a clean run from a degraded one instead of cataloging
      * RESULTOT(+1) blindly:
      *   00 - clean run, nothing rejected
      *   04 - rejects present but within the REJECT-THRESHOLD card,
      *        or pairs over their district's limits but no district
      *        past its breach threshold
      *   08 - rejects over threshold, a required district missing,
      *        or nothing loaded at all - published totals are not
      *        trustworthy - or a district past its breach threshold
      *   12 - a file failure was detected along the way, or a
      *        supplemental run was refused because the morning
      *        generations it was given don't tie to AUDITOUT
      * The highest applicable code wins; the reason is written to the
      * job log so operations don't have to decode the number.
           EVALUATE TRUE
             WHEN Supp-Refused
               MOVE 12 TO Run-RC
               MOVE Supp-Reason TO Status-Reason
               DISPLAY "D01HISHY: ending RC=12 - supplemental run "
                       "refused: " Supp-Reason
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01HISHY: ending RC=08 - " Reject-Count
                       " rejects exceed threshold of "
                       Reject-Threshold "."
             WHEN Breach-Districts-Over > ZERO
               MOVE 8 TO Run-RC
               MOVE "district limit breaches over threshold"
                 TO Status-Reason
               DISPLAY "D01HISHY: ending RC=08 - "
                       Breach-Districts-Over " districts over their "
                       "limit-breach threshold - see BREACHRP."
             WHEN Reject-Count > ZERO
               MOVE 4 TO Run-RC
               MOVE "rejects present, within threshold"
               DISPLAY "D01HISHY: ending RC=04 - " Reject-Count
                       " records rejected, within threshold of "
                       Reject-Threshold "."
             WHEN Breach-Count > ZERO
               MOVE 4 TO Run-RC
               MOVE "limit breaches present, within threshold"
                 TO Status-Reason
               DISPLAY "D01HISHY: ending RC=04 - " Breach-Count
                       " district limit breaches, each district "
                       "within its threshold."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "clean run" TO Status-Reason
      * append-or-prime OPEN as AUDITOUT, but a failure here is
      * only warned: the run's own work is already complete and
      * published, and the dashboard will show the program missing.
      * A supplemental run that published the merged day (RC 00 or
      * 04) reports as D01HISHY - it is now the day's result and
      * supersedes a morning held for the missing district. One
      * refused, rejected or failed leaves the morning's record as
      * D01HISHY's last word and reports under D01HISUP, so it holds
      * only its own job and not every gate on D01HISHY.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             IF Supplemental-Run AND Run-RC > 4
               MOVE "D01HISUP" TO RS-Program
             ELSE
               MOVE MY-PGM     TO RS-Program
             END-IF
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC   TO RS-RC
