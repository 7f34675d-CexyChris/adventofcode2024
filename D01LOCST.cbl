      *  its own min and max distance runs past VARIANCE-FACTOR
      *  times its own average - the locations the analysts used to
      *  dig out of weeks of DETAILRP generations by spreadsheet.
      *
      *  Each pair is stamped from the location master with the name
      *  and district in effect on its own run date. A location that
      *  was renamed or moved between districts inside the window
      *  gets one line per master version, so its history under the
      *  old office stays under the old office.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01LOCST.
           RECORD KEY IS Repo-Key
           FILE STATUS IS Repo-File-Status.

      * DYNAMIC - each location's versions are browsed with
      * START/READ NEXT to find the one in effect on a run date.
           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Loc-Key
           FILE STATUS IS Loc-File-Status.

           SELECT StatsRpt ASSIGN TO LOCSTRPT
           ORGANIZATION IS SEQUENTIAL.

               10                 PIC X(1).
               10  Repo-District  PIC X(4).

      * Same layout as the FD in D01LOCLD, D01HISHY and D01RSTIQ -
      * keep them in step. Effective-dated: one record per version,
      * keyed by location ID and the date the version took effect,
      * LRECL 63; the open version runs to 99999999.
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

       FD StatsRpt RECORDING MODE F.
       01  StatsRpt-Record        PIC X(132).

           05  Avg-Dist           PIC 9(8)  BINARY.
           05  Avg-Contrib        PIC 9(13) BINARY.
           05  Spread             PIC 9(8)  BINARY.
           05  Loc-Count          PIC 9(6)  BINARY VALUE 0.
           05  Prior-Loc-Id       PIC 9(8)  BINARY VALUE 0.

      * Location master state - with no LOCMASTR allocated the lines
      * stay bare and each location keeps a single line, the report
      * as it always was. Pair- is the version in effect on the
      * current pair's run date: the version's valid-from (zero when
      * no version covers the date) and what it says.
       01  Master-Fields.
           05  Loc-File-Status    PIC X(2).
           05  Loc-Master-Open-Sw PIC 9(1) BINARY VALUE 0.
               88 Loc-Master-Open    VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Found-Sw    PIC 9(1) BINARY VALUE 0.
               88 Lookup-Found       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Lookup-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Pair-Ver-From      PIC 9(8).
           05  Pair-Name          PIC X(30).
           05  Pair-District      PIC X(4).
           05  Res-From           PIC 9(8).
           05  Res-To             PIC 9(8).
           05  Vc-At              PIC 9(6)  BINARY.
           05  Vc-Idx             PIC 9(6)  BINARY.
           05  Vc-Shift           PIC 9(6)  BINARY.

      * Last version resolved for each left location, kept in
      * ascending ID order exactly like the statistics table. The
      * browse is date-major, so a location's run dates arrive in
      * order and nearly every pair falls inside the range already
      * held here - the master is only browsed again when a pair's
      * run date runs past the cached version. A date no version
      * covers is cached as a one-day range so it resolves once.
       01  Vcache-Fields.
           05  Vc-Count           PIC 9(6) BINARY VALUE 0.
       01  Vcache-Table.
           05  Vc-Entry           OCCURS 1 TO 20000 TIMES
                                      DEPENDING ON Vc-Count
                                      ASCENDING KEY IS Vc-Loc-Id
                                      INDEXED BY vindex.
               10  Vc-Loc-Id      PIC 9(8)  BINARY.
               10  Vc-From        PIC 9(8)  BINARY.
               10  Vc-To          PIC 9(8)  BINARY.
               10  Vc-Ver-From    PIC 9(8)  BINARY.
               10  Vc-Name        PIC X(30).
               10  Vc-District    PIC X(4).

      * Run-control cards, same deck conventions as D01HISHY:
      *   FROM=YYYYMMDD       (optional, default all history)
               88 Ctl-Number-Ok       VALUE 1
                                 WHEN SET TO FALSE 0.

      * One slot per distinct left location and master version, kept
      * in ascending ID/version order the whole time - a location's
      * versions sit side by side. The browse arrives date-major with
      * ascending IDs inside each date, so after the first date
      * almost every record binary-searches straight to its slot,
      * and only a genuinely new location pays the insertion shift.
           05  Stat-Entry         OCCURS 1 TO 20000 TIMES
                                      DEPENDING ON Stat-Count
                                      ASCENDING KEY IS Stat-Loc-Id
                                                       Stat-Ver-From
                                      INDEXED BY sindex.
               10  Stat-Loc-Id    PIC 9(8)  BINARY.
               10  Stat-Ver-From  PIC 9(8)  BINARY.
               10  Stat-Name      PIC X(30).
               10  Stat-District  PIC X(4).
               10  Stat-Dates     PIC 9(6)  BINARY.
               10  Stat-Last-Date PIC 9(8)  BINARY.
               10  Stat-Pairs     PIC 9(8)  BINARY.
           05                     PIC X(10) VALUE '  AVG-DIST'.
           05                     PIC X(16) VALUE '     AVG-CONTRIB'.
           05                     PIC X(10) VALUE '  FLAG    '.
           05                     PIC X(8)  VALUE '  DIST  '.
           05                     PIC X(30) VALUE
               'NAME IN EFFECT ON RUN DATES'.
           05                     PIC X(12) VALUE SPACES.

       01  Stats-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  SL-Contrib         PIC Z(12)9.
           05                     PIC X(2)  VALUE SPACES.
           05  SL-Flag            PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  SL-District        PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  SL-Name            PIC X(30).
           05                     PIC X(12) VALUE SPACES.

       01  Summary-Line.
           05                     PIC X(1)  VALUE SPACE.
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 008-Open-Location-Master
           PERFORM 010-Browse-Repository
           IF Loc-Master-Open
             CLOSE LocMaster
           END-IF
           IF NOT File-Error
             PERFORM 050-Write-Stats-Report
           END-IF
           END-IF
           .

       008-Open-Location-Master SECTION.
      * Enrichment source, not a prerequisite - same degradation as
      * D01HISHY and D01RSTIQ: no master means bare lines.
           SET Loc-Master-Open TO FALSE
           OPEN INPUT LocMaster
           IF Loc-File-Status = "00"
             SET Loc-Master-Open TO TRUE
           ELSE
             DISPLAY "D01LOCST: location master not available "
                     "(file status " Loc-File-Status ") - names and "
                     "districts will not be printed."
           END-IF
           .

       010-Browse-Repository SECTION.
      * One sequential browse from the FROM date - the key is run
      * date major, so the window is a single contiguous key range.
             END-PERFORM
             CLOSE ResultRepo
             DISPLAY "D01LOCST: " Pairs-Read " pairs read across "
                     Stat-Count " location versions."
           END-IF
           .

       020-Accumulate-Pair SECTION.
      * Find this left ID's slot for the version in effect on the
      * pair's run date by binary search, inserting a new slot in
      * ID/version order when the pair is the first of it - the
      * same find-and-shift D01HISHY's top-20 table uses, just keyed.
           PERFORM 025-Resolve-Version
           MOVE ZERO TO Insert-At
           IF Stat-Count > ZERO
             SEARCH ALL Stat-Entry
               AT END CONTINUE
               WHEN Stat-Loc-Id ( sindex ) = Repo-Left-Id
                AND Stat-Ver-From ( sindex ) = Pair-Ver-From
                 SET Insert-At TO sindex
             END-SEARCH
           END-IF
             IF Stat-Count = 20000
               ADD 1 TO Overflow-Count
             ELSE
      * Walk past every entry below the new ID/version - where the
      * walk stops is the slot the new one belongs in, whether that
      * is mid-table or one past the end.
               MOVE 1 TO Insert-At
               PERFORM VARYING Stat-Idx FROM 1 BY 1
                 UNTIL Stat-Idx > Stat-Count
                    OR Stat-Loc-Id ( Stat-Idx ) > Repo-Left-Id
                    OR ( Stat-Loc-Id ( Stat-Idx ) = Repo-Left-Id
                     AND Stat-Ver-From ( Stat-Idx ) > Pair-Ver-From )
                   COMPUTE Insert-At = Stat-Idx + 1
                   END-COMPUTE
               END-PERFORM
                   MOVE Stat-Entry ( Shift-Idx - 1 )
                     TO Stat-Entry ( Shift-Idx )
               END-PERFORM
               MOVE Repo-Left-Id  TO Stat-Loc-Id   ( Insert-At )
               MOVE Pair-Ver-From TO Stat-Ver-From ( Insert-At )
               MOVE Pair-Name     TO Stat-Name     ( Insert-At )
               MOVE Pair-District TO Stat-District ( Insert-At )
               MOVE ZERO TO Stat-Dates     ( Insert-At )
               MOVE ZERO TO Stat-Last-Date ( Insert-At )
               MOVE ZERO TO Stat-Pairs     ( Insert-At )
           END-IF
           .

       025-Resolve-Version SECTION.
      * The version of Repo-Left-Id in effect on Repo-Run-Date -
      * straight from the cache when the date falls inside the range
      * held for the location, otherwise browsed off the master and
      * cached. A full cache only costs the extra browses.
           MOVE ZERO   TO Pair-Ver-From
           MOVE SPACES TO Pair-Name
           MOVE SPACES TO Pair-District
           IF Loc-Master-Open
             MOVE ZERO TO Vc-At
             IF Vc-Count > ZERO
               SEARCH ALL Vc-Entry
                 AT END CONTINUE
                 WHEN Vc-Loc-Id ( vindex ) = Repo-Left-Id
                   SET Vc-At TO vindex
               END-SEARCH
             END-IF
             IF Vc-At > ZERO
                AND Vc-From ( Vc-At ) NOT > Repo-Run-Date
                AND Vc-To ( Vc-At ) NOT < Repo-Run-Date
               MOVE Vc-Ver-From ( Vc-At ) TO Pair-Ver-From
               MOVE Vc-Name     ( Vc-At ) TO Pair-Name
               MOVE Vc-District ( Vc-At ) TO Pair-District
             ELSE
               PERFORM 027-Browse-Versions
               IF Vc-At = ZERO AND Vc-Count < 20000
                 MOVE 1 TO Vc-At
                 PERFORM VARYING Vc-Idx FROM 1 BY 1
                   UNTIL Vc-Idx > Vc-Count
                      OR Vc-Loc-Id ( Vc-Idx ) > Repo-Left-Id
                     COMPUTE Vc-At = Vc-Idx + 1
                     END-COMPUTE
                 END-PERFORM
                 ADD 1 TO Vc-Count
                 PERFORM VARYING Vc-Shift FROM Vc-Count BY -1
                   UNTIL Vc-Shift NOT > Vc-At
                     MOVE Vc-Entry ( Vc-Shift - 1 )
                       TO Vc-Entry ( Vc-Shift )
                 END-PERFORM
                 MOVE Repo-Left-Id TO Vc-Loc-Id ( Vc-At )
               END-IF
               IF Vc-At > ZERO
                 MOVE Res-From      TO Vc-From     ( Vc-At )
                 MOVE Res-To        TO Vc-To       ( Vc-At )
                 MOVE Pair-Ver-From TO Vc-Ver-From ( Vc-At )
                 MOVE Pair-Name     TO Vc-Name     ( Vc-At )
                 MOVE Pair-District TO Vc-District ( Vc-At )
               END-IF
             END-IF
           END-IF
           .

       027-Browse-Versions SECTION.
      * Browse the left ID's versions in date order and stop on the
      * one in effect on Repo-Run-Date - same resolution as
      * D01HISHY's 055-Lookup-Location. Res- is the date range the
      * answer holds for.
           SET Lookup-Found TO FALSE
           SET Lookup-Done  TO FALSE
           MOVE "*NOT ON MASTER*" TO Pair-Name
           MOVE Repo-Run-Date     TO Res-From
           MOVE Repo-Run-Date     TO Res-To
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
                   MOVE Loc-Valid-From TO Pair-Ver-From
                   MOVE Loc-Name       TO Pair-Name
                   MOVE Loc-District   TO Pair-District
                   MOVE Loc-Valid-From TO Res-From
                   MOVE Loc-Valid-To   TO Res-To
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       050-Write-Stats-Report SECTION.
      * The table is already in location-ID order - one pass prints
      * it. A line is flagged when its min-to-max spread runs
      * past VARIANCE-FACTOR times its own average; a location seen
      * once has no spread and can never flag.
           OPEN OUTPUT StatsRpt
             PERFORM 060-Write-Headings
           END-IF
           MOVE SPACES TO StatsRpt-Record
           MOVE Loc-Count       TO SM-Locs
           MOVE Flagged-Count   TO SM-Flagged
           MOVE Variance-Factor TO SM-Factor
           MOVE Pairs-Read      TO SM-Pairs
                          - Stat-Dist-Min ( Stat-Idx )
           END-COMPUTE

           IF Stat-Idx = 1
              OR Stat-Loc-Id ( Stat-Idx ) NOT = Prior-Loc-Id
             ADD 1 TO Loc-Count
             MOVE Stat-Loc-Id ( Stat-Idx ) TO Prior-Loc-Id
           END-IF
           MOVE SPACES TO Stats-Line
           MOVE Stat-Loc-Id ( Stat-Idx ) TO SL-Loc
           MOVE Stat-District ( Stat-Idx ) TO SL-District
           MOVE Stat-Name     ( Stat-Idx ) TO SL-Name
           MOVE Stat-Dates  ( Stat-Idx ) TO SL-Dates
           MOVE Stat-Pairs  ( Stat-Idx ) TO SL-Pairs
           MOVE Stat-Dist-Min ( Stat-Idx ) TO SL-Min
