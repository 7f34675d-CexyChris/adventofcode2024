      ******************************************************************
      *  Dormant and unregistered location report
      *
      *  The location master only ever shrinks when a district
      *  office sends a D transaction, and pairs from IDs nobody
      *  registered keep raising "location ID not on location
      *  master" exception lines night after night. This report
      *  sets the master against the results repository:
      *    - every active location with no pair, on either side, in
      *      the last DORMANT-DAYS business days of its district's
      *      calendar, grouped by district with the run date it was
      *      last seen on;
      *    - every location ID the repository's pairs carry that has
      *      no version at all on the master, with how often and
      *      over which run dates it appeared.
      *  The dormant list is also written as proposed D transactions
      *  in the registry-extract layout D01LOCLD reads, so a district
      *  office confirms the proposals instead of keying them.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01DORMT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResultRepo ASSIGN TO RESLTVSM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Repo-Key
           FILE STATUS IS Repo-File-Status.

           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Loc-Key
           FILE STATUS IS Loc-File-Status.

           SELECT BusCalendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Cal-File-Status.

           SELECT DormantRpt ASSIGN TO DORMRPT
           ORGANIZATION IS SEQUENTIAL.

           SELECT Proposals ASSIGN TO DORMPROP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Prop-File-Status.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

           SELECT RunStatus ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

       DATA DIVISION.
       FILE SECTION.

      * The repository record D01RSTLD writes, LRECL 56, key at
      * offset 0 length 19. Location 00000000 sequence 000 is the
      * run's header record - no pair data, skipped here.
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

      * Same layout as the FD in D01LOCLD, D01HISHY, D01RSTIQ and
      * D01LOCST - keep them in step. Effective-dated: one record per
      * version, keyed by location ID and the date the version took
      * effect, LRECL 63; the open version runs to 99999999.
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

      * Business-day calendar D01HISHY reads, LRECL 46 - keep the
      * layouts in step. Monday to Friday are business days unless
      * a B (worked weekend day) or H (shop holiday) record says
      * otherwise; a C record closes one district's office.
       FD BusCalendar RECORDING MODE F.
       01  BusCalendar-Record.
           05  Cal-Date           PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Cal-Day-Type       PIC X(1).
           05                     PIC X(1).
           05  Cal-District       PIC X(4).
           05                     PIC X(1).
           05  Cal-Description    PIC X(30).

       FD DormantRpt RECORDING MODE F.
       01  DormantRpt-Record      PIC X(132).

      * The registry-extract record D01LOCLD applies, LRECL 46 -
      * keep the layouts in step. Every proposal is a D (deactivate)
      * carrying the open version's name and district.
       FD Proposals RECORDING MODE F.
       01  Proposal-Record.
           05  Prop-Action        PIC X(1).
           05                     PIC X(1).
           05  Prop-Loc-Id        PIC 9(8).
           05                     PIC X(1).
           05  Prop-Loc-Name      PIC X(30).
           05                     PIC X(1).
           05  Prop-Loc-District  PIC X(4).

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
           05  MY-PGM             PIC X(8) VALUE 'D01DORMT'.
           05  Repo-File-Status   PIC X(2).
           05  Loc-File-Status    PIC X(2).
           05  Prop-File-Status   PIC X(2).
           05  Ctl-File-Status    PIC X(2).
           05  Stat-File-Status   PIC X(2).
           05  Ctl-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Browse-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Prop-Open-Sw       PIC 9(1) BINARY VALUE 0.
               88 Prop-Open          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Report-Part        PIC 9(1) BINARY VALUE 1.
               88 Part-Dormant       VALUE 1.
               88 Part-Unregistered  VALUE 2.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Run-Date-Int       PIC 9(8) BINARY.
           05  Status-Reason      PIC X(46).
           05  Date-Work          PIC 9(8).
           05  Versions-Read      PIC 9(8) BINARY VALUE 0.
           05  Pairs-Read         PIC 9(8) BINARY VALUE 0.
           05  Active-Total       PIC 9(6) BINARY VALUE 0.
           05  Too-New-Total      PIC 9(6) BINARY VALUE 0.
           05  Proposed-Count     PIC 9(6) BINARY VALUE 0.
           05  Unr-Sides-Total    PIC 9(8) BINARY VALUE 0.
           05  Mst-Overflow-Count PIC 9(8) BINARY VALUE 0.
           05  Unr-Overflow-Count PIC 9(8) BINARY VALUE 0.
           05  Line-Count         PIC 9(4) BINARY VALUE 99.
           05  Page-Count         PIC 9(4) BINARY VALUE 0.
           05  Mst-Idx            PIC 9(6) BINARY.
           05  Drm-Idx            PIC 9(6) BINARY.
           05  Unr-Idx            PIC 9(6) BINARY.
           05  Shift-Idx          PIC 9(6) BINARY.
           05  Insert-At          PIC 9(6) BINARY.
           05  Dist-Idx           PIC 9(4) BINARY.
           05  Found-Idx          PIC 9(4) BINARY.
           05  Probe-Id           PIC 9(8) BINARY.
           05  Prior-District     PIC X(4).

      * Run-control cards, same deck conventions as D01HISHY:
      *   DORMANT-DAYS=nnn  (default 60 - an active location with no
      *                      pair in that many business days of its
      *                      district's calendar, up to and including
      *                      the run date, is listed and proposed)
       01  Run-Control-Params.
           05  Dormant-Days       PIC 9(4) BINARY VALUE 60.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.
           05  Ctl-Number         PIC 9(6) BINARY.
           05  Ctl-Number-Ok-Sw   PIC 9(1) BINARY VALUE 0.
               88 Ctl-Number-Ok       VALUE 1
                                 WHEN SET TO FALSE 0.

      * Business-day calendar in storage, same tables as D01HISHY -
      * shop-wide B/H days in one, per-district closures in the
      * other, both as day integers.
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
           05  Bday-Test-Int      PIC 9(8) BINARY.
           05  Bday-Weekday       PIC 9(1) BINARY.
           05  Bday-Count         PIC 9(6) BINARY VALUE 0.
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

      * One slot per location ID on the master, built in key order
      * so the table is in ascending ID order for SEARCH ALL. First-
      * From is the earliest version's valid-from - when the location
      * was first registered; the name, district and status are the
      * open version's (status blank when no version is open). Last-
      * Seen is the newest run date a repository pair carried the ID
      * on, either side, zero if never. Twenty thousand is several
      * times the registry, as in D01LOCST.
       01  Mst-Fields.
           05  Mst-Count          PIC 9(6) BINARY VALUE 0.
       01  Mst-Table.
           05  Mst-Entry          OCCURS 1 TO 20000 TIMES
                                      DEPENDING ON Mst-Count
                                      ASCENDING KEY IS Mst-Loc-Id
                                      INDEXED BY mindex.
               10  Mst-Loc-Id     PIC 9(8)  BINARY.
               10  Mst-First-From PIC 9(8)  BINARY.
               10  Mst-Name       PIC X(30).
               10  Mst-District   PIC X(4).
               10  Mst-Status     PIC X(1).
               10  Mst-Last-Seen  PIC 9(8)  BINARY.

      * One slot per district with active locations: its count of
      * active and dormant locations and the first day of its
      * dormancy window - the earliest of the last DORMANT-DAYS days
      * its office was open.
       01  Dist-Fields.
           05  Dist-Count         PIC 9(4) BINARY VALUE 0.
       01  Dist-Table.
           05  Dist-Entry         OCCURS 200 TIMES.
               10  Dist-Code      PIC X(4).
               10  Dist-Active    PIC 9(6)  BINARY.
               10  Dist-Dormant   PIC 9(6)  BINARY.
               10  Dist-Cutoff    PIC 9(8).

      * The dormant locations, sorted on the declared keys before
      * printing so the report groups by district and, within it,
      * by location ID.
       01  Drm-Fields.
           05  Drm-Count          PIC 9(6) BINARY VALUE 0.
       01  Drm-Table.
           05  Drm-Entry          OCCURS 1 TO 20000 TIMES
                                      DEPENDING ON Drm-Count
                                      ASCENDING KEY IS Drm-District
                                                       Drm-Loc-Id.
               10  Drm-District   PIC X(4).
               10  Drm-Loc-Id     PIC 9(8)  BINARY.
               10  Drm-Name       PIC X(30).
               10  Drm-First-From PIC 9(8)  BINARY.
               10  Drm-Last-Seen  PIC 9(8)  BINARY.

      * One slot per repository location ID with no version on the
      * master, kept in ascending ID order by the same find-and-
      * shift D01LOCST uses. Sides counts every pair the ID sat on,
      * left or right; Dates the distinct run dates; District the
      * district stamped on the last pair it was seen in.
       01  Unr-Fields.
           05  Unr-Count          PIC 9(6) BINARY VALUE 0.
       01  Unr-Table.
           05  Unr-Entry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON Unr-Count
                                      ASCENDING KEY IS Unr-Loc-Id
                                      INDEXED BY uindex.
               10  Unr-Loc-Id     PIC 9(8)  BINARY.
               10  Unr-Sides      PIC 9(8)  BINARY.
               10  Unr-Dates      PIC 9(6)  BINARY.
               10  Unr-First-Date PIC 9(8)  BINARY.
               10  Unr-Last-Date  PIC 9(8)  BINARY.
               10  Unr-District   PIC X(4).

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01DORMT'.
           05                     PIC X(42) VALUE
               'DORMANT AND UNREGISTERED LOCATIONS'.
           05                     PIC X(40) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  Head-Page          PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

       01  Dormant-Title-Line.
           05                     PIC X(43) VALUE
               ' ACTIVE LOCATIONS WITH NO PAIR IN THE LAST '.
           05  DT-Days            PIC ZZZ9.
           05                     PIC X(31) VALUE
               ' BUSINESS DAYS, BY DISTRICT'.
           05                     PIC X(54) VALUE SPACES.

       01  District-Line.
           05                     PIC X(10) VALUE ' DISTRICT '.
           05  DD-District        PIC X(4).
           05                     PIC X(3)  VALUE SPACES.
           05  DD-Dormant         PIC Z(5)9.
           05                     PIC X(4)  VALUE ' OF '.
           05  DD-Active          PIC Z(5)9.
           05                     PIC X(37) VALUE
               ' ACTIVE LOCATIONS HAVE NO PAIR SINCE '.
           05  DD-Cutoff          PIC 9(8).
           05                     PIC X(54) VALUE SPACES.

      * REG-FROM is the first version's valid-from (00000000 for a
      * location loaded before the master was effective-dated);
      * LAST-SEEN is NEVER for a location no repository pair names.
       01  Dormant-Head-Line.
           05                     PIC X(9)  VALUE ' LOCATION'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(30) VALUE 'NAME'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE 'REG-FROM'.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(9)  VALUE 'LAST-SEEN'.
           05                     PIC X(69) VALUE SPACES.

       01  Dormant-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  DL-Loc             PIC 9(8).
           05                     PIC X(2)  VALUE SPACES.
           05  DL-Name            PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  DL-First-From      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05  DL-Last-Seen       PIC X(9).
           05                     PIC X(69) VALUE SPACES.

       01  Unregistered-Title-Line.
           05                     PIC X(33) VALUE
               ' LOCATION IDS ON REPOSITORY PAIRS'.
           05                     PIC X(31) VALUE
               ' BUT NOT ON THE LOCATION MASTER'.
           05                     PIC X(68) VALUE SPACES.

       01  Unregistered-Head-Line.
           05                     PIC X(9)  VALUE ' LOCATION'.
           05                     PIC X(10) VALUE '  APPEARED'.
           05                     PIC X(8)  VALUE '   DATES'.
           05                     PIC X(11) VALUE ' FIRST-SEEN'.
           05                     PIC X(10) VALUE ' LAST-SEEN'.
           05                     PIC X(7)  VALUE '   DIST'.
           05                     PIC X(77) VALUE SPACES.

       01  Unregistered-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  UL-Loc             PIC 9(8).
           05                     PIC X(2)  VALUE SPACES.
           05  UL-Sides           PIC Z(7)9.
           05                     PIC X(2)  VALUE SPACES.
           05  UL-Dates           PIC Z(5)9.
           05                     PIC X(3)  VALUE SPACES.
           05  UL-First           PIC 9(8).
           05                     PIC X(2)  VALUE SPACES.
           05  UL-Last            PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05  UL-District        PIC X(4).
           05                     PIC X(77) VALUE SPACES.

       01  Summary-Line-1.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Active          PIC Z(5)9.
           05                     PIC X(18) VALUE ' ACTIVE LOCATIONS,'.
           05  SM-Dormant         PIC Z(5)9.
           05                     PIC X(9)  VALUE ' DORMANT,'.
           05  SM-Too-New         PIC Z(5)9.
           05                     PIC X(32) VALUE
               ' REGISTERED INSIDE THE WINDOW,'.
           05  SM-Proposed        PIC Z(5)9.
           05                     PIC X(28) VALUE
               ' DEACTIVATIONS PROPOSED'.
           05                     PIC X(20) VALUE SPACES.

       01  Summary-Line-2.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Unregistered    PIC Z(5)9.
           05                     PIC X(25) VALUE
               ' UNREGISTERED IDS SEEN IN'.
           05  SM-Unr-Sides       PIC Z(7)9.
           05                     PIC X(20) VALUE
               ' PAIR SIDES, ACROSS '.
           05  SM-Pairs           PIC Z(7)9.
           05                     PIC X(21) VALUE
               ' REPOSITORY PAIRS'.
           05                     PIC X(43) VALUE SPACES.

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           COMPUTE Run-Date-Int =
               FUNCTION INTEGER-OF-DATE (Run-Date)
           END-COMPUTE
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 012-Load-Business-Calendar

      * Master first - the repository browse needs the whole ID
      * table to tell a registered ID from an unregistered one.
           PERFORM 010-Load-Location-Master
           IF NOT File-Error
             PERFORM 015-Build-District-Table
             PERFORM 020-Browse-Repository
           END-IF
           IF NOT File-Error
             PERFORM 030-Select-Dormant
             PERFORM 050-Write-Report
           END-IF

           PERFORM 900-Set-Return-Code
           GOBACK
           .

       005-Read-Control-Cards SECTION.
      * Same deck conventions as D01HISHY - KEYWORD=VALUE, "*"
      * comments, defaults when no deck is allocated.
           SET Ctl-At-End TO FALSE
           OPEN INPUT ControlCards
           IF Ctl-File-Status NOT = "00"
             DISPLAY "D01DORMT: no control card deck allocated - "
                     "run-control defaults in effect."
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
           DISPLAY "D01DORMT: run-control - DORMANT-DAYS="
                   Dormant-Days
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
               WHEN "DORMANT-DAYS"
                 PERFORM 007-Parse-Control-Number
                 IF Ctl-Number-Ok
                   IF Ctl-Number = ZERO OR Ctl-Number > 999
                     DISPLAY "D01DORMT: DORMANT-DAYS must be 1 to "
                             "999 - card ignored: "
                             ControlCards-Record
                   ELSE
                     MOVE Ctl-Number TO Dormant-Days
                   END-IF
                 END-IF
               WHEN OTHER
                 DISPLAY "D01DORMT: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       007-Parse-Control-Number SECTION.
           SET Ctl-Number-Ok TO FALSE
           IF Ctl-Value-Len > 0 AND Ctl-Value-Len NOT > 6
              AND Ctl-Value ( 1 : Ctl-Value-Len ) IS NUMERIC
             MOVE Ctl-Value ( 1 : Ctl-Value-Len ) TO Ctl-Number
             SET Ctl-Number-Ok TO TRUE
           ELSE
             DISPLAY "D01DORMT: " Ctl-Keyword " needs a numeric "
                     "value of 1-6 digits - card ignored: "
                     ControlCards-Record
           END-IF
           .

       012-Load-Business-Calendar SECTION.
      * Same calendar, same rules as D01HISHY. Optional - with no
      * BUSCAL allocated the window counts Monday to Friday.
           SET Cal-At-End TO FALSE
           OPEN INPUT BusCalendar
           IF Cal-File-Status NOT = "00"
             DISPLAY "D01DORMT: no business-day calendar allocated - "
                     "window counts Monday to Friday, no holidays or "
                     "district closures known."
           ELSE
             READ BusCalendar NEXT RECORD
                  AT END SET Cal-At-End TO TRUE
             END-READ
             PERFORM UNTIL Cal-At-End
               PERFORM 013-Store-Calendar-Entry
               READ BusCalendar NEXT RECORD
                    AT END SET Cal-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE BusCalendar
             DISPLAY "D01DORMT: " Cal-Day-Count " calendar days and "
                     Cal-Closure-Count " district closures loaded "
                     "from BUSCAL."
           END-IF
           .

       013-Store-Calendar-Entry SECTION.
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
               DISPLAY "D01DORMT: calendar record has a bad date - "
                       "ignored: " BusCalendar-Record
             WHEN Cal-Day-Type = "B" OR Cal-Day-Type = "H"
               IF Cal-Day-Count < 400
                 ADD 1 TO Cal-Day-Count
                 MOVE Cal-Int-Work TO Cday-Int  ( Cal-Day-Count )
                 MOVE Cal-Day-Type TO Cday-Type ( Cal-Day-Count )
               ELSE
                 DISPLAY "D01DORMT: more than 400 calendar days - "
                         "ignored: " BusCalendar-Record
               END-IF
             WHEN Cal-Day-Type = "C" AND Cal-District NOT = SPACES
               IF Cal-Closure-Count < 400
                 ADD 1 TO Cal-Closure-Count
                 MOVE Cal-Int-Work TO Cclo-Int ( Cal-Closure-Count )
                 MOVE Cal-District
                   TO Cclo-District ( Cal-Closure-Count )
               ELSE
                 DISPLAY "D01DORMT: more than 400 district closures "
                         "- ignored: " BusCalendar-Record
               END-IF
             WHEN OTHER
               DISPLAY "D01DORMT: calendar record type must be B, H "
                       "or C with a district - ignored: "
                       BusCalendar-Record
           END-EVALUATE
           .

       016-Test-Business-Day SECTION.
      * A calendar day record decides outright; otherwise Monday to
      * Friday are business days. INTEGER-OF-DATE day 1 was a
      * Monday, so the remainder by seven runs 1 Monday .. 0 Sunday.
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

       017-Test-District-Closed SECTION.
      * Closed when the day is no business day for the shop, or the
      * calendar closes that one district's office.
           SET District-Closed TO FALSE
           PERFORM 016-Test-Business-Day
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

       010-Load-Location-Master SECTION.
      * One pass over the whole master in key order - ID major, so a
      * location's versions arrive together, earliest first. Unlike
      * the enrichment readers this report cannot run without the
      * master: a master that can't open is a file failure.
           OPEN INPUT LocMaster
           IF Loc-File-Status NOT = "00"
             DISPLAY "D01DORMT: LOCMASTR could not be opened - "
                     "file status " Loc-File-Status
             SET File-Error TO TRUE
           ELSE
             SET Browse-Done TO FALSE
             MOVE ZERO TO Loc-Id
             MOVE ZERO TO Loc-Valid-From
             START LocMaster KEY NOT < Loc-Key
             END-START
             IF Loc-File-Status NOT = "00"
               SET Browse-Done TO TRUE
             END-IF
             PERFORM UNTIL Browse-Done
               READ LocMaster NEXT RECORD
                 AT END SET Browse-Done TO TRUE
               END-READ
               IF NOT Browse-Done
                 IF Loc-File-Status NOT = "00"
                   DISPLAY "D01DORMT: LOCMASTR read failed - file "
                           "status " Loc-File-Status
                   SET File-Error  TO TRUE
                   SET Browse-Done TO TRUE
                 ELSE
                   ADD 1 TO Versions-Read
                   PERFORM 011-Store-Location
                 END-IF
               END-IF
             END-PERFORM
             CLOSE LocMaster
             DISPLAY "D01DORMT: " Versions-Read " master versions "
                     "read for " Mst-Count " locations."
           END-IF
           .

       011-Store-Location SECTION.
      * A new ID opens a slot carrying its first version's valid-
      * from; every version of it then passes here, and the open one
      * (valid-to 99999999) leaves its name, district and status.
           IF Mst-Count = ZERO
              OR Loc-Id NOT = Mst-Loc-Id ( Mst-Count )
             IF Mst-Count = 20000
               ADD 1 TO Mst-Overflow-Count
             ELSE
               ADD 1 TO Mst-Count
               MOVE Loc-Id         TO Mst-Loc-Id     ( Mst-Count )
               MOVE Loc-Valid-From TO Mst-First-From ( Mst-Count )
               MOVE SPACES         TO Mst-Name       ( Mst-Count )
               MOVE SPACES         TO Mst-District   ( Mst-Count )
               MOVE SPACE          TO Mst-Status     ( Mst-Count )
               MOVE ZERO           TO Mst-Last-Seen  ( Mst-Count )
             END-IF
           END-IF
           IF Mst-Count > ZERO
              AND Loc-Id = Mst-Loc-Id ( Mst-Count )
              AND Loc-Valid-To = 99999999
             MOVE Loc-Name     TO Mst-Name     ( Mst-Count )
             MOVE Loc-District TO Mst-District ( Mst-Count )
             MOVE Loc-Status   TO Mst-Status   ( Mst-Count )
           END-IF
           .

       015-Build-District-Table SECTION.
      * Count the active locations per district, then fix each
      * district's window on its own office calendar.
           PERFORM VARYING Mst-Idx FROM 1 BY 1
             UNTIL Mst-Idx > Mst-Count
               IF Mst-Status ( Mst-Idx ) = "A"
                 ADD 1 TO Active-Total
                 PERFORM 019-Find-District-Slot
                 IF Found-Idx > ZERO
                   ADD 1 TO Dist-Active ( Found-Idx )
                 END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING Dist-Idx FROM 1 BY 1
             UNTIL Dist-Idx > Dist-Count
               PERFORM 018-Find-District-Cutoff
           END-PERFORM
           DISPLAY "D01DORMT: " Active-Total " active locations in "
                   Dist-Count " districts."
           .

       018-Find-District-Cutoff SECTION.
      * Walk back from the run date over the district's open days
      * until DORMANT-DAYS of them are counted; the day the walk
      * stops on is the first day of the window.
           MOVE Dist-Code ( Dist-Idx ) TO Cal-District-Work
           MOVE Run-Date-Int TO Bday-Test-Int
           MOVE ZERO TO Bday-Count
           PERFORM UNTIL Bday-Count NOT < Dormant-Days
             PERFORM 017-Test-District-Closed
             IF NOT District-Closed
               ADD 1 TO Bday-Count
             END-IF
             IF Bday-Count < Dormant-Days
               SUBTRACT 1 FROM Bday-Test-Int
             END-IF
           END-PERFORM
           COMPUTE Dist-Cutoff ( Dist-Idx ) =
               FUNCTION DATE-OF-INTEGER (Bday-Test-Int)
           END-COMPUTE
           .

       019-Find-District-Slot SECTION.
      * The slot for Mst-District ( Mst-Idx ), added on first sight.
           MOVE ZERO TO Found-Idx
           PERFORM VARYING Dist-Idx FROM 1 BY 1
             UNTIL Dist-Idx > Dist-Count
                OR Found-Idx > ZERO
               IF Dist-Code ( Dist-Idx ) = Mst-District ( Mst-Idx )
                 MOVE Dist-Idx TO Found-Idx
               END-IF
           END-PERFORM
           IF Found-Idx = ZERO
             IF Dist-Count = 200
               DISPLAY "D01DORMT: more than 200 districts - location "
                       Mst-Loc-Id ( Mst-Idx ) " not judged."
             ELSE
               ADD 1 TO Dist-Count
               MOVE Dist-Count TO Found-Idx
               MOVE Mst-District ( Mst-Idx ) TO Dist-Code ( Found-Idx )
               MOVE ZERO TO Dist-Active  ( Found-Idx )
               MOVE ZERO TO Dist-Dormant ( Found-Idx )
               MOVE ZERO TO Dist-Cutoff  ( Found-Idx )
             END-IF
           END-IF
           .

       020-Browse-Repository SECTION.
      * Every run date the repository still holds - the last-seen
      * date is only as old as the oldest date D01RSTAR has left on
      * it. Header records (location zero) carry no pair data and
      * are passed over; both sides of every pair are noted.
           OPEN INPUT ResultRepo
           IF Repo-File-Status NOT = "00"
             DISPLAY "D01DORMT: RESLTVSM could not be opened - "
                     "file status " Repo-File-Status
             SET File-Error TO TRUE
           ELSE
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
                 IF Repo-Left-Id = ZERO AND Repo-Seq = ZERO
                   CONTINUE
                 ELSE
                   ADD 1 TO Pairs-Read
                   MOVE Repo-Left-Id TO Probe-Id
                   PERFORM 025-Note-Location
                   MOVE Repo-Right   TO Probe-Id
                   PERFORM 025-Note-Location
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ResultRepo
             DISPLAY "D01DORMT: " Pairs-Read " repository pairs "
                     "read, " Unr-Count " unregistered IDs."
           END-IF
           .

       025-Note-Location SECTION.
      * A registered ID moves its last-seen date up; the browse is
      * date major, so the newest date simply arrives last. Any
      * version on the master counts as registered - an ID that was
      * deactivated is a different question from one never entered.
           MOVE ZERO TO Insert-At
           IF Mst-Count > ZERO
             SEARCH ALL Mst-Entry
               AT END CONTINUE
               WHEN Mst-Loc-Id ( mindex ) = Probe-Id
                 SET Insert-At TO mindex
             END-SEARCH
           END-IF
           IF Insert-At > ZERO
             IF Repo-Run-Date > Mst-Last-Seen ( Insert-At )
               MOVE Repo-Run-Date TO Mst-Last-Seen ( Insert-At )
             END-IF
           ELSE
             PERFORM 027-Note-Unregistered
           END-IF
           .

       027-Note-Unregistered SECTION.
      * Find the ID's slot by binary search, inserting a new slot in
      * ID order the first time it turns up - the same find-and-
      * shift D01LOCST uses. Overflow is counted and reported.
           MOVE ZERO TO Insert-At
           IF Unr-Count > ZERO
             SEARCH ALL Unr-Entry
               AT END CONTINUE
               WHEN Unr-Loc-Id ( uindex ) = Probe-Id
                 SET Insert-At TO uindex
             END-SEARCH
           END-IF

           IF Insert-At = ZERO
             IF Unr-Count = 5000
               ADD 1 TO Unr-Overflow-Count
             ELSE
               MOVE 1 TO Insert-At
               PERFORM VARYING Unr-Idx FROM 1 BY 1
                 UNTIL Unr-Idx > Unr-Count
                    OR Unr-Loc-Id ( Unr-Idx ) > Probe-Id
                   COMPUTE Insert-At = Unr-Idx + 1
                   END-COMPUTE
               END-PERFORM
               ADD 1 TO Unr-Count
               PERFORM VARYING Shift-Idx FROM Unr-Count BY -1
                 UNTIL Shift-Idx NOT > Insert-At
                   MOVE Unr-Entry ( Shift-Idx - 1 )
                     TO Unr-Entry ( Shift-Idx )
               END-PERFORM
               MOVE Probe-Id      TO Unr-Loc-Id     ( Insert-At )
               MOVE ZERO          TO Unr-Sides      ( Insert-At )
               MOVE ZERO          TO Unr-Dates      ( Insert-At )
               MOVE Repo-Run-Date TO Unr-First-Date ( Insert-At )
               MOVE ZERO          TO Unr-Last-Date  ( Insert-At )
             END-IF
           END-IF

           IF Insert-At > ZERO
             ADD 1 TO Unr-Sides ( Insert-At )
             ADD 1 TO Unr-Sides-Total
             IF Unr-Last-Date ( Insert-At ) NOT = Repo-Run-Date
               ADD 1 TO Unr-Dates ( Insert-At )
               MOVE Repo-Run-Date TO Unr-Last-Date ( Insert-At )
             END-IF
             MOVE Repo-District TO Unr-District ( Insert-At )
           END-IF
           .

       030-Select-Dormant SECTION.
      * An active location is dormant when neither its last pair
      * nor its registration falls inside its district's window - a
      * location registered inside the window has not had the full
      * window to turn up in a feed, and is only counted.
           PERFORM VARYING Mst-Idx FROM 1 BY 1
             UNTIL Mst-Idx > Mst-Count
               IF Mst-Status ( Mst-Idx ) = "A"
                 PERFORM 019-Find-District-Slot
                 IF Found-Idx > ZERO
                   PERFORM 035-Judge-Location
                 END-IF
               END-IF
           END-PERFORM
           IF Drm-Count > 1
             SORT Drm-Entry
           END-IF
           DISPLAY "D01DORMT: " Drm-Count " dormant locations, "
                   Too-New-Total " registered inside the window."
           .

       035-Judge-Location SECTION.
           EVALUATE TRUE
             WHEN Mst-Last-Seen ( Mst-Idx )
                    NOT < Dist-Cutoff ( Found-Idx )
               CONTINUE
             WHEN Mst-First-From ( Mst-Idx )
                    NOT < Dist-Cutoff ( Found-Idx )
               ADD 1 TO Too-New-Total
             WHEN OTHER
               ADD 1 TO Drm-Count
               ADD 1 TO Dist-Dormant ( Found-Idx )
               MOVE Mst-District ( Mst-Idx )
                 TO Drm-District ( Drm-Count )
               MOVE Mst-Loc-Id ( Mst-Idx )
                 TO Drm-Loc-Id ( Drm-Count )
               MOVE Mst-Name ( Mst-Idx )
                 TO Drm-Name ( Drm-Count )
               MOVE Mst-First-From ( Mst-Idx )
                 TO Drm-First-From ( Drm-Count )
               MOVE Mst-Last-Seen ( Mst-Idx )
                 TO Drm-Last-Seen ( Drm-Count )
           END-EVALUATE
           .

       050-Write-Report SECTION.
      * Dormant locations by district, each written to DORMPROP as
      * it prints, then the unregistered IDs in ID order, then the
      * summary. A repository with no pairs at all would make every
      * active location dormant - nothing is proposed from that.
           OPEN OUTPUT DormantRpt
           MOVE 99 TO Line-Count
           MOVE ZERO TO Page-Count

           SET Prop-Open TO FALSE
           IF Pairs-Read = ZERO
             DISPLAY "D01DORMT: repository holds no pairs - no "
                     "deactivations proposed."
           ELSE
             OPEN OUTPUT Proposals
             IF Prop-File-Status NOT = "00"
               DISPLAY "D01DORMT: DORMPROP could not be opened - "
                       "file status " Prop-File-Status
               SET File-Error TO TRUE
             ELSE
               SET Prop-Open TO TRUE
             END-IF
           END-IF

           SET Part-Dormant TO TRUE
           PERFORM 060-Write-Headings
           MOVE Dormant-Days TO DT-Days
           MOVE Dormant-Title-Line TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           IF Drm-Count = ZERO
             MOVE " NO DORMANT ACTIVE LOCATIONS" TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 2 LINES
             ADD 2 TO Line-Count
           END-IF
           MOVE HIGH-VALUES TO Prior-District
           PERFORM VARYING Drm-Idx FROM 1 BY 1
             UNTIL Drm-Idx > Drm-Count
               PERFORM 055-Write-Dormant-Line
           END-PERFORM
           IF Prop-Open
             CLOSE Proposals
           END-IF

           SET Part-Unregistered TO TRUE
           IF Line-Count > 50
             PERFORM 060-Write-Headings
           ELSE
             MOVE Unregistered-Title-Line TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 3 LINES
             ADD 3 TO Line-Count
             IF Unr-Count > ZERO
               MOVE Unregistered-Head-Line TO DormantRpt-Record
               WRITE DormantRpt-Record AFTER ADVANCING 2 LINES
               ADD 2 TO Line-Count
             END-IF
           END-IF
           IF Unr-Count = ZERO
             MOVE " NO UNREGISTERED LOCATION IDS ON THE REPOSITORY"
               TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 2 LINES
             ADD 2 TO Line-Count
           END-IF
           PERFORM VARYING Unr-Idx FROM 1 BY 1
             UNTIL Unr-Idx > Unr-Count
               PERFORM 058-Write-Unregistered-Line
           END-PERFORM

           IF Line-Count > 52
             PERFORM 060-Write-Headings
           END-IF
           MOVE Active-Total    TO SM-Active
           MOVE Drm-Count       TO SM-Dormant
           MOVE Too-New-Total   TO SM-Too-New
           MOVE Proposed-Count  TO SM-Proposed
           MOVE Summary-Line-1 TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 3 LINES
           MOVE Unr-Count       TO SM-Unregistered
           MOVE Unr-Sides-Total TO SM-Unr-Sides
           MOVE Pairs-Read      TO SM-Pairs
           MOVE Summary-Line-2 TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           CLOSE DormantRpt

           IF Mst-Overflow-Count > ZERO
             DISPLAY "D01DORMT: " Mst-Overflow-Count " master "
                     "versions fell past the 20000-location table - "
                     "their IDs may be listed as unregistered."
           END-IF
           IF Unr-Overflow-Count > ZERO
             DISPLAY "D01DORMT: " Unr-Overflow-Count " pair sides "
                     "fell past the 5000-ID unregistered table - "
                     "those IDs are not on the report."
           END-IF
           DISPLAY "D01DORMT: " Proposed-Count " deactivations "
                   "written to DORMPROP."
           .

       055-Write-Dormant-Line SECTION.
      * A district heading line opens each district's group; the
      * proposal goes out with the line.
           IF Line-Count > 53
             PERFORM 060-Write-Headings
             IF Drm-District ( Drm-Idx ) = Prior-District
               MOVE Dormant-Head-Line TO DormantRpt-Record
               WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
               ADD 1 TO Line-Count
             END-IF
           END-IF
           IF Drm-District ( Drm-Idx ) NOT = Prior-District
             MOVE Drm-District ( Drm-Idx ) TO Prior-District
             PERFORM VARYING Dist-Idx FROM 1 BY 1
               UNTIL Dist-Idx > Dist-Count
                  OR Dist-Code ( Dist-Idx ) = Prior-District
                 CONTINUE
             END-PERFORM
             MOVE SPACES TO District-Line
             MOVE Prior-District          TO DD-District
             MOVE Dist-Dormant ( Dist-Idx ) TO DD-Dormant
             MOVE Dist-Active  ( Dist-Idx ) TO DD-Active
             MOVE Dist-Cutoff  ( Dist-Idx ) TO DD-Cutoff
             MOVE District-Line TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 2 LINES
             MOVE Dormant-Head-Line TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
             ADD 3 TO Line-Count
           END-IF
           MOVE SPACES TO Dormant-Line
           MOVE Drm-Loc-Id     ( Drm-Idx ) TO DL-Loc
           MOVE Drm-Name       ( Drm-Idx ) TO DL-Name
           MOVE Drm-First-From ( Drm-Idx ) TO DL-First-From
           IF Drm-Last-Seen ( Drm-Idx ) = ZERO
             MOVE "NEVER" TO DL-Last-Seen
           ELSE
             MOVE Drm-Last-Seen ( Drm-Idx ) TO Date-Work
             MOVE Date-Work TO DL-Last-Seen
           END-IF
           MOVE Dormant-Line TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count

           IF Prop-Open
             MOVE SPACES TO Proposal-Record
             MOVE "D"                        TO Prop-Action
             MOVE Drm-Loc-Id   ( Drm-Idx )   TO Prop-Loc-Id
             MOVE Drm-Name     ( Drm-Idx )   TO Prop-Loc-Name
             MOVE Drm-District ( Drm-Idx )   TO Prop-Loc-District
             WRITE Proposal-Record
             ADD 1 TO Proposed-Count
           END-IF
           .

       058-Write-Unregistered-Line SECTION.
           IF Line-Count > 55
             PERFORM 060-Write-Headings
           END-IF
           MOVE SPACES TO Unregistered-Line
           MOVE Unr-Loc-Id     ( Unr-Idx ) TO UL-Loc
           MOVE Unr-Sides      ( Unr-Idx ) TO UL-Sides
           MOVE Unr-Dates      ( Unr-Idx ) TO UL-Dates
           MOVE Unr-First-Date ( Unr-Idx ) TO UL-First
           MOVE Unr-Last-Date  ( Unr-Idx ) TO UL-Last
           MOVE Unr-District   ( Unr-Idx ) TO UL-District
           MOVE Unregistered-Line TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           .

       060-Write-Headings SECTION.
      * Page banner; the unregistered part's title and column
      * header come again on every page of it. The dormant part's
      * column header is written by its own line writer, which knows
      * whether a district is continuing or starting.
           ADD 1 TO Page-Count
           MOVE Run-Date   TO Head-Run-Date
           MOVE Page-Count TO Head-Page
           MOVE Heading-Line-1 TO DormantRpt-Record
           IF Page-Count = 1
             WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE DormantRpt-Record AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO DormantRpt-Record
           WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
           MOVE 2 TO Line-Count
           IF Part-Unregistered
             MOVE Unregistered-Title-Line TO DormantRpt-Record
             WRITE DormantRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Line-Count
             IF Unr-Count > ZERO
               MOVE Unregistered-Head-Line TO DormantRpt-Record
               WRITE DormantRpt-Record AFTER ADVANCING 2 LINES
               ADD 2 TO Line-Count
             END-IF
           END-IF
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 master and repository agree, 04 dormant or unregistered
      * locations to take up with the districts (or a table
      * overflowed), 08 repository holds no pairs - nothing judged
      * or proposed, 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01DORMT: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Pairs-Read = ZERO
               MOVE 8 TO Run-RC
               MOVE "no pairs on the results repository"
                 TO Status-Reason
               DISPLAY "D01DORMT: ending RC=08 - no pairs on the "
                       "results repository, nothing proposed."
             WHEN Drm-Count > ZERO OR Unr-Count > ZERO
                  OR Mst-Overflow-Count > ZERO
                  OR Unr-Overflow-Count > ZERO
               MOVE 4 TO Run-RC
               MOVE "dormant or unregistered locations found"
                 TO Status-Reason
               DISPLAY "D01DORMT: ending RC=04 - " Drm-Count
                       " dormant, " Unr-Count " unregistered - "
                       "see DORMRPT."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "master and repository agree" TO Status-Reason
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           PERFORM 910-Write-Run-Status
           .

       910-Write-Run-Status SECTION.
      * One structured status record for the D01CYCST cycle
      * dashboard - appended-or-primed like the AUDITOUT pattern in
      * D01HISHY; a failure is only warned, the report is done.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
           END-IF
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01DORMT: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             MOVE MY-PGM   TO RS-Program
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Pairs-Read    TO RS-Records-Read
             COMPUTE RS-Records-Flagged = Drm-Count + Unr-Count
             END-COMPUTE
             MOVE Dist-Count    TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01DORMT.
      /
