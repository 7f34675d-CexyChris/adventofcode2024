      *    FROM=YYYYMMDD        (optional, default all history)
      *    TO=YYYYMMDD          (optional, default all history)
      *  Hit lines carry the left location's name from the master so
      *  the analyst stops cross-referencing IDs by hand - the name
      *  in effect on that pair's run date, so an old line reads the
      *  way the reports of the day did. A NAME card matches any
      *  name a location has ever carried.
      *  Every inquiry must say who is asking and why:
      *    REQUESTER=userid     (required - up to 8 characters)
      *    REASON=code          (required - up to 8 characters)
      *  A run without both is refused. Each run, answered or
      *  refused, appends its record group to the access log - who,
      *  why, when, the cards, the window and the hits returned per
      *  location and district - so we can show a district office
      *  who looked at its locations' figures; D01ACCRP reports the
      *  log monthly. REQUIRE-REQUESTER=NO lets an unidentified run
      *  through for the transition, logged under *NONE*.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01RSTIQ.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

      * DYNAMIC - short version browses enrich hit lines with names,
      * and the NAME-card resolution browses the whole master.
           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

           SELECT AccessLog ASSIGN TO ACCESSLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Acc-File-Status.

       DATA DIVISION.
       FILE SECTION.

       01  ControlCards-Record    PIC X(80).

      * Same layout as the FD in D01HISHY and D01LOCLD - the
      * cluster's writers and readers stay in step. Effective-dated:
      * one record per version, keyed by location ID and the date
      * the version took effect, LRECL 63.
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

      * Shared run-status record, LRECL 97 - same layout in every
      * program of the suite and in D01CYCST, keep them in step.
           05                     PIC X(1).
           05  RS-Reason          PIC X(46).

      * Inquiry access log, LRECL 100 - appended, one record group
      * per run: an H record with the run's outcome, then one S
      * record per selection. Every record carries the stamp,
      * requester and reason, so a group reads the same wherever
      * the log is cut. Keep in step with D01ACCRP.
      *   S type LOCATION  a LOCATION card
      *          NAME-LOC  a location a NAME card resolved to
      *          NAME      the NAME card itself - hits are the
      *                    locations it resolved to
      *          DISTRICT  a DISTRICT card
      * Acc-Sel-District is the district the hits were fed under.
       FD AccessLog RECORDING MODE F.
       01  AccessLog-Record.
           05  Acc-Rec-Type       PIC X(1).
           05                     PIC X(1).
           05  Acc-Date           PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Acc-Time           PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Acc-Requester      PIC X(8).
           05                     PIC X(1).
           05  Acc-Reason         PIC X(8).
           05                     PIC X(1).
           05  Acc-Run-Data.
               10  Acc-From       PIC 9(8) DISPLAY.
               10                 PIC X(1).
               10  Acc-To         PIC 9(8) DISPLAY.
               10                 PIC X(1).
               10  Acc-Outcome    PIC X(8).
               10                 PIC X(1).
               10  Acc-Total-Hits PIC 9(8) DISPLAY.
               10                 PIC X(1).
               10  Acc-Sel-Count  PIC 9(4) DISPLAY.
               10                 PIC X(1).
               10  Acc-RC         PIC 9(2) DISPLAY.
               10                 PIC X(21).
           05  Acc-Sel-Data REDEFINES Acc-Run-Data.
               10  Acc-Sel-Type   PIC X(8).
               10                 PIC X(1).
               10  Acc-Sel-Value  PIC X(30).
               10                 PIC X(1).
               10  Acc-Sel-District PIC X(4).
               10                 PIC X(1).
               10  Acc-Sel-Hits   PIC 9(8) DISPLAY.
               10                 PIC X(11).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D01RSTIQ'.
           05  Hdr-Sim            PIC 9(16) VALUE ZERO.
           05  Stat-File-Status   PIC X(2).
           05  Status-Reason      PIC X(46).
           05  Acc-File-Status    PIC X(2).
           05  Acc-Log-Open-Sw    PIC 9(1) BINARY VALUE 0.
               88 Acc-Log-Open       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Refused-Sw         PIC 9(1) BINARY VALUE 0.
               88 Inquiry-Refused    VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Run-Time           PIC 9(6).
           05  Sel-Logged         PIC 9(4) BINARY VALUE 0.

      * Who is asking and why - required on every run unless the
      * REQUIRE-REQUESTER=NO card lets an unidentified run through.
       01  Requester-Fields.
           05  Requester-Id       PIC X(8) VALUE SPACES.
           05  Reason-Code        PIC X(8) VALUE SPACES.
           05  Require-Req-Sw     PIC X(1) VALUE 'Y'.
               88 Requester-Required     VALUE 'Y'.
               88 Requester-Optional     VALUE 'N'.

       01  Run-Control-Params.
           05  From-Date          PIC 9(8) VALUE ZERO.
           05  Request-Entry      OCCURS 50 TIMES.
               10  Req-Loc-Id     PIC 9(8).
               10  Req-Hits       PIC 9(6) BINARY.
               10  Req-Source     PIC X(1).
               10  Req-District   PIC X(4).

      * District and name requests. A DISTRICT card filters the
      * browse on the Repo-District stored with every pair; a NAME
               10  Nam-Text       PIC X(30).
               10  Nam-Len        PIC 9(2) BINARY.
               10  Nam-Locs       PIC 9(6) BINARY.
               10  Nam-Last-Id    PIC 9(8).

      * Location master enrichment state - with no LOCMASTR
      * allocated the NAME cards resolve to nothing (with a loud
           05  Pair-Hit-Sw        PIC 9(1) BINARY VALUE 0.
               88 Pair-Hit           VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Found-Sw    PIC 9(1) BINARY VALUE 0.
               88 Lookup-Found       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Lookup-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Lookup-Done        VALUE 1
                                 WHEN SET TO FALSE 0.

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01RSTIQ'.
           05                     PIC X(42) VALUE
               'RESULTS REPOSITORY INQUIRY BY LOCATION'.
           05                     PIC X(10) VALUE 'REQUESTER '.
           05  Head-Requester     PIC X(8).
           05                     PIC X(1)  VALUE SPACE.
           05  Head-Reason        PIC X(8).
           05                     PIC X(13) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           MOVE FUNCTION CURRENT-DATE (9:6) TO Run-Time
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 009-Check-Requester
           EVALUATE TRUE
             WHEN Inquiry-Refused OR File-Error
               CONTINUE
             WHEN Request-Count = ZERO AND Dst-Count = ZERO
                  AND Nam-Count = ZERO
               DISPLAY "D01RSTIQ: no LOCATION, DISTRICT or NAME "
                       "cards supplied - nothing to look up."
             WHEN OTHER
               PERFORM 008-Open-Location-Master
               IF Nam-Count > ZERO
                 PERFORM 015-Resolve-Names
               END-IF
               PERFORM 010-Open-Repository
               IF NOT File-Error
                 PERFORM 020-Browse-Repository
                 CLOSE ResultRepo
               END-IF
               IF Loc-Master-Open
                 CLOSE LocMaster
               END-IF
           END-EVALUATE

           PERFORM 900-Set-Return-Code
           GOBACK
                     MOVE Ctl-Value ( 1 : Ctl-Value-Len )
                       TO Req-Loc-Id ( Request-Count )
                     MOVE ZERO TO Req-Hits ( Request-Count )
                     MOVE "L"    TO Req-Source   ( Request-Count )
                     MOVE SPACES TO Req-District ( Request-Count )
                   END-IF
                 ELSE
                   DISPLAY "D01RSTIQ: LOCATION needs a numeric ID "
                   DISPLAY "D01RSTIQ: TO needs YYYYMMDD - card "
                           "ignored: " ControlCards-Record
                 END-IF
               WHEN "REQUESTER"
                 IF Ctl-Value-Len > 0 AND Ctl-Value-Len NOT > 8
                   MOVE Ctl-Value ( 1 : 8 ) TO Requester-Id
                 ELSE
                   DISPLAY "D01RSTIQ: REQUESTER needs a 1-8 "
                           "character user ID - card ignored: "
                           ControlCards-Record
                 END-IF
               WHEN "REASON"
                 IF Ctl-Value-Len > 0 AND Ctl-Value-Len NOT > 8
                   MOVE Ctl-Value ( 1 : 8 ) TO Reason-Code
                 ELSE
                   DISPLAY "D01RSTIQ: REASON needs a 1-8 "
                           "character code - card ignored: "
                           ControlCards-Record
                 END-IF
               WHEN "REQUIRE-REQUESTER"
                 EVALUATE Ctl-Value
                   WHEN "YES" SET Requester-Required TO TRUE
                   WHEN "NO"  SET Requester-Optional TO TRUE
                   WHEN OTHER
                     DISPLAY "D01RSTIQ: REQUIRE-REQUESTER must be "
                             "YES or NO - card ignored: "
                             ControlCards-Record
                 END-EVALUATE
               WHEN "DISTRICT"
                 IF Ctl-Value-Len > 0 AND Ctl-Value-Len NOT > 4
                   IF Dst-Count = 10
               ADD 1 TO Nam-Count
               MOVE SPACES TO Nam-Text ( Nam-Count )
               MOVE ZERO   TO Nam-Locs ( Nam-Count )
               MOVE ZERO   TO Nam-Last-Id ( Nam-Count )
               MOVE FUNCTION TRIM (Ctl-Card-Work ( 6 : ))
                 TO Nam-Text ( Nam-Count )
               MOVE ZERO TO Nam-Len ( Nam-Count )
           END-IF
           .

       009-Check-Requester SECTION.
      * No answer without a record of the question: the access log
      * must open before anything is looked up, and a run that
      * does not name its requester and reason is refused - and
      * logged as refused - unless REQUIRE-REQUESTER=NO was given.
           SET Inquiry-Refused TO FALSE
           SET Acc-Log-Open    TO FALSE
           OPEN EXTEND AccessLog
           IF Acc-File-Status = "35"
             OPEN OUTPUT AccessLog
           END-IF
           IF Acc-File-Status NOT = "00"
             DISPLAY "D01RSTIQ: ACCESSLG could not be opened - file "
                     "status " Acc-File-Status " - inquiry not run."
             SET File-Error TO TRUE
           ELSE
             SET Acc-Log-Open TO TRUE
             IF Requester-Id = SPACES OR Reason-Code = SPACES
               IF Requester-Required
                 SET Inquiry-Refused TO TRUE
                 DISPLAY "D01RSTIQ: REQUESTER and REASON cards are "
                         "required - inquiry refused."
               ELSE
                 DISPLAY "D01RSTIQ: WARNING - no REQUESTER/REASON, "
                         "REQUIRE-REQUESTER=NO - run logged under "
                         "*NONE*."
               END-IF
               IF Requester-Id = SPACES
                 MOVE "*NONE*" TO Requester-Id
               END-IF
               IF Reason-Code = SPACES
                 MOVE "*NONE*" TO Reason-Code
               END-IF
             END-IF
           END-IF
           DISPLAY "D01RSTIQ: requester " Requester-Id " reason "
                   Reason-Code
           .

       008-Open-Location-Master SECTION.
      * Enrichment and name resolution source, not a prerequisite -
      * same degradation as D01HISHY: no master means bare IDs on
      * into LOCATION entries in the request table, so the
      * repository browse that follows needs no new matching logic.
      * A location matching two NAME cards (or a NAME card and an
      * explicit LOCATION card, or one card under two of its
      * versions) goes in once.
           SET Resolve-Done TO FALSE
           IF NOT Loc-Master-Open
             SET Resolve-Done TO TRUE
           ELSE
             MOVE ZERO TO Loc-Id
             MOVE ZERO TO Loc-Valid-From
             START LocMaster KEY NOT < Loc-Key
             END-START
             IF Loc-File-Status NOT = "00"
           .

       016-Match-Names SECTION.
      * Test one master version against every NAME card - a sliding
      * compare of the card text across the 30-byte name field. A
      * match adds the location to the request table unless it is
      * already there; a card's location count moves once per
      * location however many of its versions match, the versions
      * of one location arriving together in key order.
           PERFORM VARYING Nam-Idx FROM 1 BY 1
             UNTIL Nam-Idx > Nam-Count
               SET Nam-Match TO FALSE
                 END-PERFORM
               END-IF
               IF Nam-Match
                  AND Nam-Last-Id ( Nam-Idx ) NOT = Loc-Id
                 ADD 1 TO Nam-Locs ( Nam-Idx )
                 MOVE Loc-Id TO Nam-Last-Id ( Nam-Idx )
                 SET Pair-Hit TO FALSE
                 PERFORM VARYING counter FROM 1 BY 1
                   UNTIL counter > Request-Count
                      OR Pair-Hit
                     IF Req-Loc-Id ( counter ) = Loc-Id
                       SET Pair-Hit TO TRUE
                     END-IF
                 END-PERFORM
                 IF NOT Pair-Hit
                   IF Request-Count = 50
                     DISPLAY "D01RSTIQ: request table full - "
                             "location " Loc-Id " from NAME '"
                             Nam-Text ( Nam-Idx ) "' not added."
                   ELSE
                     ADD 1 TO Request-Count
                     MOVE Loc-Id
                       TO Req-Loc-Id ( Request-Count )
                     MOVE ZERO TO Req-Hits ( Request-Count )
                     MOVE "N"    TO Req-Source   ( Request-Count )
                     MOVE SPACES TO Req-District ( Request-Count )
                   END-IF
                 END-IF
               END-IF
           PERFORM VARYING counter FROM 1 BY 1
             UNTIL counter > Request-Count
               IF Repo-Left-Id = Req-Loc-Id ( counter )
                 IF Req-Hits ( counter ) = ZERO
                   MOVE Repo-District TO Req-District ( counter )
                 END-IF
                 ADD 1 TO Req-Hits ( counter )
                 SET Pair-Hit TO TRUE
               END-IF
             MOVE ZERO TO IL-Tot-Sum
             MOVE ZERO TO IL-Tot-Sim
           END-IF
      * Stamp the left location's name from the master - the
      * version in effect on the pair's run date; bare with no
      * master open, flagged when the master has no version of the
      * ID covering that date.
           MOVE SPACES TO IL-Name
           IF Loc-Master-Open
             PERFORM 045-Lookup-Version
             IF Lookup-Found
               MOVE Loc-Name TO IL-Name
             ELSE
               MOVE "*NOT ON MASTER*" TO IL-Name
           ADD 1 TO Line-Count
           .

       045-Lookup-Version SECTION.
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

       050-Write-Misses SECTION.
           PERFORM VARYING counter FROM 1 BY 1
             UNTIL counter > Request-Count

       060-Write-Headings SECTION.
           ADD 1 TO Page-Count
           MOVE Run-Date     TO Head-Run-Date
           MOVE Requester-Id TO Head-Requester
           MOVE Reason-Code  TO Head-Reason
           MOVE Page-Count   TO Head-Page
           MOVE Heading-Line-1 TO InquiryRpt-Record
           IF Page-Count = 1
             WRITE InquiryRpt-Record AFTER ADVANCING 1 LINE
       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 every requested location found, 04 some locations had no
      * results, 08 nothing found (or nothing requested, or the
      * inquiry refused for want of a requester), 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01RSTIQ: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Inquiry-Refused
               MOVE 8 TO Run-RC
               MOVE "inquiry refused - no requester or reason"
                 TO Status-Reason
               DISPLAY "D01RSTIQ: ending RC=08 - inquiry refused."
             WHEN ( Request-Count = ZERO AND Dst-Count = ZERO
                    AND Nam-Count = ZERO )
                  OR Hit-Count = ZERO
               MOVE "all requests answered" TO Status-Reason
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           IF Acc-Log-Open
             PERFORM 920-Write-Access-Log
           END-IF
           PERFORM 910-Write-Run-Status
           .

             CLOSE RunStatus
           END-IF
           .

       920-Write-Access-Log SECTION.
      * The run's record group - H first, then one S per selection
      * in card order. A refused run logs its cards with no hits.
           MOVE SPACES TO AccessLog-Record
           MOVE "H"          TO Acc-Rec-Type
           PERFORM 925-Stamp-Access-Record
           MOVE From-Date    TO Acc-From
           MOVE To-Date      TO Acc-To
           EVALUATE TRUE
             WHEN Inquiry-Refused MOVE "REFUSED"  TO Acc-Outcome
             WHEN File-Error      MOVE "FAILED"   TO Acc-Outcome
             WHEN OTHER           MOVE "ANSWERED" TO Acc-Outcome
           END-EVALUATE
           MOVE Hit-Count    TO Acc-Total-Hits
           COMPUTE Acc-Sel-Count = Request-Count + Dst-Count
                                 + Nam-Count
           END-COMPUTE
           MOVE Run-RC       TO Acc-RC
           WRITE AccessLog-Record

           PERFORM VARYING counter FROM 1 BY 1
             UNTIL counter > Request-Count
               MOVE SPACES TO AccessLog-Record
               MOVE "S" TO Acc-Rec-Type
               PERFORM 925-Stamp-Access-Record
               IF Req-Source ( counter ) = "N"
                 MOVE "NAME-LOC" TO Acc-Sel-Type
               ELSE
                 MOVE "LOCATION" TO Acc-Sel-Type
               END-IF
               MOVE Req-Loc-Id   ( counter ) TO Acc-Sel-Value
               MOVE Req-District ( counter ) TO Acc-Sel-District
               MOVE Req-Hits     ( counter ) TO Acc-Sel-Hits
               WRITE AccessLog-Record
               ADD 1 TO Sel-Logged
           END-PERFORM
           PERFORM VARYING Nam-Idx FROM 1 BY 1
             UNTIL Nam-Idx > Nam-Count
               MOVE SPACES TO AccessLog-Record
               MOVE "S" TO Acc-Rec-Type
               PERFORM 925-Stamp-Access-Record
               MOVE "NAME"                TO Acc-Sel-Type
               MOVE Nam-Text ( Nam-Idx )  TO Acc-Sel-Value
               MOVE Nam-Locs ( Nam-Idx )  TO Acc-Sel-Hits
               WRITE AccessLog-Record
               ADD 1 TO Sel-Logged
           END-PERFORM
           PERFORM VARYING Dst-Idx FROM 1 BY 1
             UNTIL Dst-Idx > Dst-Count
               MOVE SPACES TO AccessLog-Record
               MOVE "S" TO Acc-Rec-Type
               PERFORM 925-Stamp-Access-Record
               MOVE "DISTRICT"                TO Acc-Sel-Type
               MOVE Dst-District ( Dst-Idx )  TO Acc-Sel-Value
               MOVE Dst-District ( Dst-Idx )  TO Acc-Sel-District
               MOVE Dst-Hits     ( Dst-Idx )  TO Acc-Sel-Hits
               WRITE AccessLog-Record
               ADD 1 TO Sel-Logged
           END-PERFORM
           CLOSE AccessLog
           DISPLAY "D01RSTIQ: access logged - " Sel-Logged
                   " selections for " Requester-Id "."
           .

       925-Stamp-Access-Record SECTION.
           MOVE Run-Date     TO Acc-Date
           MOVE Run-Time     TO Acc-Time
           MOVE Requester-Id TO Acc-Requester
           MOVE Reason-Code  TO Acc-Reason
           .
      /
       END PROGRAM D01RSTIQ.
      /
