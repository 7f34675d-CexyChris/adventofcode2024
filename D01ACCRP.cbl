      ******************************************************************
      *  Monthly results-inquiry access report
      *
      *  Every D01RSTIQ run appends its record group to the inquiry
      *  access log ACCESSLG - who asked, why, when, the cards, the
      *  window and the hits each selection returned. This month-end
      *  job reads the month's groups and prints, on one report:
      *    by requester - runs, refused runs and hits per requester
      *    and reason code, with a subtotal per requester; refused
      *    runs and runs let through without a requester (*NONE*)
      *    are flagged
      *    by district - for each district whose figures were
      *    returned, which requesters looked, in how many runs, over
      *    how many selections and how many pairs
      *  so a district office asking who has been reading its
      *  locations' results can be answered from one page.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01ACCRP.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccessLog ASSIGN TO ACCESSLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Acc-File-Status.

           SELECT AccessRpt ASSIGN TO ACCESSRP
           ORGANIZATION IS SEQUENTIAL.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

           SELECT RunStatus ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

       DATA DIVISION.
       FILE SECTION.

      * Inquiry access log D01RSTIQ appends, LRECL 100 - keep the
      * layouts in step. One H record per run, then one S record
      * per selection, all carrying the run's stamp, requester and
      * reason.
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

       FD AccessRpt RECORDING MODE F.
       01  AccessRpt-Record       PIC X(132).

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
           05  MY-PGM             PIC X(8) VALUE 'D01ACCRP'.
           05  File-Status        PIC 9(1) BINARY.
               88 EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Acc-File-Status    PIC X(2).
           05  Ctl-File-Status    PIC X(2).
           05  Stat-File-Status   PIC X(2).
           05  Ctl-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Report-Part        PIC 9(1) BINARY VALUE 1.
               88 Part-By-Requester  VALUE 1.
               88 Part-By-District   VALUE 2.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Status-Reason      PIC X(46).
           05  Log-Read           PIC 9(8) BINARY VALUE 0.
           05  Runs-In-Month      PIC 9(8) BINARY VALUE 0.
           05  Refused-Total      PIC 9(8) BINARY VALUE 0.
           05  Unnamed-Total      PIC 9(8) BINARY VALUE 0.
           05  Hits-Total         PIC 9(10) BINARY VALUE 0.
           05  Overflow-Count     PIC 9(8) BINARY VALUE 0.
           05  Line-Count         PIC 9(4) BINARY VALUE 99.
           05  Page-Count         PIC 9(4) BINARY VALUE 0.
           05  Rq-Idx             PIC 9(4) BINARY.
           05  Dr-Idx             PIC 9(4) BINARY.
           05  Found-Idx          PIC 9(4) BINARY.
           05  Rec-Month          PIC 9(6).
           05  Rec-Stamp          PIC 9(14).
           05  Break-Key          PIC X(8).
           05  Dist-Count         PIC 9(4) BINARY VALUE 0.
           05  Reqr-Count         PIC 9(4) BINARY VALUE 0.

      * The report month and its pieces.
       01  Month-Fields.
           05  Report-Month       PIC 9(6).
           05  Rm-Year            PIC 9(4).
           05  Rm-Mm              PIC 9(2).

      * Run-control cards, same deck conventions as D01HISHY:
      *   REPORT-MONTH=YYYYMM (default: the month before the run
      *                        date - the normal month-end case)
       01  Run-Control-Params.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.

      * One slot per requester and reason code seen in the month -
      * an H record is one run.
       01  Requester-Fields.
           05  Rq-Count           PIC 9(4) BINARY VALUE 0.
           05  Sub-Runs           PIC 9(8) BINARY.
           05  Sub-Refused        PIC 9(8) BINARY.
           05  Sub-Hits           PIC 9(10) BINARY.
       01  Requester-Table.
           05  Rq-Entry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON Rq-Count.
               10  Rq-Requester   PIC X(8).
               10  Rq-Reason      PIC X(8).
               10  Rq-Runs        PIC 9(8) BINARY.
               10  Rq-Refused     PIC 9(8) BINARY.
               10  Rq-Hits        PIC 9(10) BINARY.

      * One slot per district and requester - only selections that
      * returned pairs fed under a district count; a run is counted
      * once per slot however many of its selections hit it
      * (Dr-Last-Stamp is the last run's date and time).
       01  District-Fields.
           05  Dr-Count           PIC 9(4) BINARY VALUE 0.
           05  Sub-Inquiries      PIC 9(8) BINARY.
           05  Sub-Selections     PIC 9(8) BINARY.
           05  Sub-Dist-Hits      PIC 9(10) BINARY.
       01  District-Table.
           05  Dr-Entry           OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON Dr-Count.
               10  Dr-District    PIC X(4).
               10  Dr-Requester   PIC X(8).
               10  Dr-Inquiries   PIC 9(8) BINARY.
               10  Dr-Selections  PIC 9(8) BINARY.
               10  Dr-Hits        PIC 9(10) BINARY.
               10  Dr-Last-Stamp  PIC 9(14).

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01ACCRP'.
           05                     PIC X(36) VALUE
               'RESULTS INQUIRY ACCESS REPORT'.
           05                     PIC X(6)  VALUE 'MONTH '.
           05  Head-Month         PIC 9(6).
           05                     PIC X(34) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  Head-Page          PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

       01  Requester-Heading-1.
           05                     PIC X(132) VALUE
               ' INQUIRIES BY REQUESTER AND REASON'.
       01  Requester-Heading-2.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(11) VALUE 'REQUESTER'.
           05                     PIC X(11) VALUE 'REASON'.
           05                     PIC X(7)  VALUE '   RUNS'.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(7)  VALUE 'REFUSED'.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(10) VALUE '      HITS'.
           05                     PIC X(79) VALUE SPACES.

       01  Requester-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  RL-Requester       PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
           05  RL-Reason          PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
           05  RL-Runs            PIC Z(6)9.
           05                     PIC X(3)  VALUE SPACES.
           05  RL-Refused         PIC Z(6)9.
           05  RL-Refused-X       REDEFINES RL-Refused
                                  PIC X(7).
           05                     PIC X(3)  VALUE SPACES.
           05  RL-Hits            PIC Z(9)9.
           05                     PIC X(3)  VALUE SPACES.
           05  RL-Flag            PIC X(20).
           05                     PIC X(56) VALUE SPACES.

       01  District-Heading-1.
           05                     PIC X(132) VALUE
               ' DISTRICT RESULTS RETURNED, BY REQUESTER'.
       01  District-Heading-2.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(8)  VALUE 'DIST'.
           05                     PIC X(11) VALUE 'REQUESTER'.
           05                     PIC X(7)  VALUE '   RUNS'.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(10) VALUE 'SELECTIONS'.
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(10) VALUE '      HITS'.
           05                     PIC X(79) VALUE SPACES.

       01  District-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  DL-District        PIC X(4).
           05                     PIC X(4)  VALUE SPACES.
           05  DL-Requester       PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
           05  DL-Inquiries       PIC Z(6)9.
           05                     PIC X(6)  VALUE SPACES.
           05  DL-Selections      PIC Z(6)9.
           05                     PIC X(3)  VALUE SPACES.
           05  DL-Hits            PIC Z(9)9.
           05                     PIC X(79) VALUE SPACES.

       01  Summary-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Runs            PIC Z(6)9.
           05                     PIC X(16) VALUE
               ' RUNS IN MONTH, '.
           05  SM-Refused         PIC Z(6)9.
           05                     PIC X(11) VALUE
               ' REFUSED, '.
           05  SM-Unnamed         PIC Z(6)9.
           05                     PIC X(20) VALUE
               ' WITHOUT REQUESTER, '.
           05  SM-Hits            PIC Z(9)9.
           05                     PIC X(15) VALUE
               ' PAIRS RETURNED'.
           05                     PIC X(38) VALUE SPACES.

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           SET EOF TO FALSE
           SET File-Error TO FALSE

      * Default report month: the month before the run date - this
      * job runs on the first business days of the new month.
           MOVE Run-Date ( 1 : 4 ) TO Rm-Year
           MOVE Run-Date ( 5 : 2 ) TO Rm-Mm
           IF Rm-Mm = 1
             SUBTRACT 1 FROM Rm-Year
             MOVE 12 TO Rm-Mm
           ELSE
             SUBTRACT 1 FROM Rm-Mm
           END-IF
           COMPUTE Report-Month = Rm-Year * 100 + Rm-Mm
           END-COMPUTE

           PERFORM 005-Read-Control-Cards
           PERFORM 010-Read-Access-Log
           IF NOT File-Error
             PERFORM 030-Write-Report
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
             DISPLAY "D01ACCRP: no control card deck allocated - "
                     "report month defaults to last month."
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
           DISPLAY "D01ACCRP: run-control - REPORT-MONTH="
                   Report-Month
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
               WHEN "REPORT-MONTH"
                 IF Ctl-Value-Len = 6
                    AND Ctl-Value ( 1 : 6 ) IS NUMERIC
                    AND Ctl-Value ( 5 : 2 ) >= "01"
                    AND Ctl-Value ( 5 : 2 ) <= "12"
                   MOVE Ctl-Value ( 1 : 6 ) TO Report-Month
                 ELSE
                   DISPLAY "D01ACCRP: REPORT-MONTH needs YYYYMM "
                           "- card ignored: " ControlCards-Record
                 END-IF
               WHEN OTHER
                 DISPLAY "D01ACCRP: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       010-Read-Access-Log SECTION.
      * One pass over the whole log - records outside the report
      * month are passed over, so the log need not be cut by month.
           SET EOF TO FALSE
           OPEN INPUT AccessLog
           IF Acc-File-Status NOT = "00"
             DISPLAY "D01ACCRP: ACCESSLG could not be opened - file "
                     "status " Acc-File-Status
             SET File-Error TO TRUE
           ELSE
             READ AccessLog NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Log-Read
               COMPUTE Rec-Month = Acc-Date / 100
               END-COMPUTE
               IF Rec-Month = Report-Month
                 EVALUATE Acc-Rec-Type
                   WHEN "H"
                     PERFORM 015-Tally-Run
                   WHEN "S"
                     PERFORM 020-Tally-Selection
                   WHEN OTHER
                     DISPLAY "D01ACCRP: unknown access record type "
                             "- ignored: " AccessLog-Record
                 END-EVALUATE
               END-IF
               READ AccessLog NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE AccessLog
             DISPLAY "D01ACCRP: " Log-Read " access records read, "
                     Runs-In-Month " runs in the month."
           END-IF
           .

       015-Tally-Run SECTION.
      * An H record is one run: counted against its requester and
      * reason, refused runs and *NONE* requesters noted.
           ADD 1 TO Runs-In-Month
           IF Acc-Outcome = "REFUSED"
             ADD 1 TO Refused-Total
           END-IF
           IF Acc-Requester = "*NONE*"
             ADD 1 TO Unnamed-Total
           END-IF
           ADD Acc-Total-Hits TO Hits-Total

           MOVE ZERO TO Found-Idx
           PERFORM VARYING Rq-Idx FROM 1 BY 1
             UNTIL Rq-Idx > Rq-Count OR Found-Idx > ZERO
               IF Rq-Requester ( Rq-Idx ) = Acc-Requester
                  AND Rq-Reason ( Rq-Idx ) = Acc-Reason
                 MOVE Rq-Idx TO Found-Idx
               END-IF
           END-PERFORM
           IF Found-Idx = ZERO
             IF Rq-Count < 500
               ADD 1 TO Rq-Count
               MOVE Rq-Count      TO Found-Idx
               MOVE Acc-Requester TO Rq-Requester ( Found-Idx )
               MOVE Acc-Reason    TO Rq-Reason    ( Found-Idx )
               MOVE ZERO TO Rq-Runs    ( Found-Idx )
                            Rq-Refused ( Found-Idx )
                            Rq-Hits    ( Found-Idx )
             ELSE
               ADD 1 TO Overflow-Count
               DISPLAY "D01ACCRP: more than 500 requester/reason "
                       "pairs - run left off the requester lines: "
                       AccessLog-Record
             END-IF
           END-IF
           IF Found-Idx > ZERO
             ADD 1 TO Rq-Runs ( Found-Idx )
             IF Acc-Outcome = "REFUSED"
               ADD 1 TO Rq-Refused ( Found-Idx )
             END-IF
             ADD Acc-Total-Hits TO Rq-Hits ( Found-Idx )
           END-IF
           .

       020-Tally-Selection SECTION.
      * Only selections that returned pairs under a district say
      * something about that district - a NAME card's own record is
      * a count of locations, its NAME-LOC records carry the pairs.
           IF Acc-Sel-District = SPACES
              OR Acc-Sel-Hits = ZERO
              OR Acc-Sel-Type = "NAME"
             CONTINUE
           ELSE
             COMPUTE Rec-Stamp = Acc-Date * 1000000 + Acc-Time
             END-COMPUTE
             MOVE ZERO TO Found-Idx
             PERFORM VARYING Dr-Idx FROM 1 BY 1
               UNTIL Dr-Idx > Dr-Count OR Found-Idx > ZERO
                 IF Dr-District ( Dr-Idx ) = Acc-Sel-District
                    AND Dr-Requester ( Dr-Idx ) = Acc-Requester
                   MOVE Dr-Idx TO Found-Idx
                 END-IF
             END-PERFORM
             IF Found-Idx = ZERO
               IF Dr-Count < 2000
                 ADD 1 TO Dr-Count
                 MOVE Dr-Count         TO Found-Idx
                 MOVE Acc-Sel-District TO Dr-District  ( Found-Idx )
                 MOVE Acc-Requester    TO Dr-Requester ( Found-Idx )
                 MOVE ZERO TO Dr-Inquiries  ( Found-Idx )
                              Dr-Selections ( Found-Idx )
                              Dr-Hits       ( Found-Idx )
                              Dr-Last-Stamp ( Found-Idx )
               ELSE
                 ADD 1 TO Overflow-Count
                 DISPLAY "D01ACCRP: more than 2000 district/requester "
                         "pairs - selection left off the district "
                         "lines: " AccessLog-Record
               END-IF
             END-IF
             IF Found-Idx > ZERO
               IF Dr-Last-Stamp ( Found-Idx ) NOT = Rec-Stamp
                 ADD 1 TO Dr-Inquiries ( Found-Idx )
                 MOVE Rec-Stamp TO Dr-Last-Stamp ( Found-Idx )
               END-IF
               ADD 1 TO Dr-Selections ( Found-Idx )
               ADD Acc-Sel-Hits TO Dr-Hits ( Found-Idx )
             END-IF
           END-IF
           .

       030-Write-Report SECTION.
      * Requester part first, then the district part on a new page;
      * both in key order with a subtotal at each break.
           OPEN OUTPUT AccessRpt
           MOVE 99 TO Line-Count
           MOVE ZERO TO Page-Count

           SET Part-By-Requester TO TRUE
           IF Rq-Count > 1
             SORT Rq-Entry ON ASCENDING KEY Rq-Requester
                           ON ASCENDING KEY Rq-Reason
           END-IF
           MOVE LOW-VALUES TO Break-Key
           PERFORM VARYING Rq-Idx FROM 1 BY 1
             UNTIL Rq-Idx > Rq-Count
               IF Rq-Requester ( Rq-Idx ) NOT = Break-Key
                 IF Rq-Idx > 1
                   PERFORM 036-Write-Requester-Total
                 END-IF
                 MOVE Rq-Requester ( Rq-Idx ) TO Break-Key
                 MOVE ZERO TO Sub-Runs Sub-Refused Sub-Hits
                 ADD 1 TO Reqr-Count
               END-IF
               PERFORM 035-Write-Requester-Line
           END-PERFORM
           IF Rq-Count > ZERO
             PERFORM 036-Write-Requester-Total
           ELSE
             PERFORM 050-Write-Headings
             MOVE SPACES TO AccessRpt-Record
             MOVE ' NO INQUIRY RUNS LOGGED IN THE MONTH'
               TO AccessRpt-Record
             WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Line-Count
           END-IF

           SET Part-By-District TO TRUE
           MOVE 99 TO Line-Count
           IF Dr-Count > 1
             SORT Dr-Entry ON ASCENDING KEY Dr-District
                           ON ASCENDING KEY Dr-Requester
           END-IF
           MOVE LOW-VALUES TO Break-Key
           PERFORM VARYING Dr-Idx FROM 1 BY 1
             UNTIL Dr-Idx > Dr-Count
               IF Dr-District ( Dr-Idx ) NOT = Break-Key
                 IF Dr-Idx > 1
                   PERFORM 041-Write-District-Total
                 END-IF
                 MOVE Dr-District ( Dr-Idx ) TO Break-Key
                 MOVE ZERO TO Sub-Inquiries Sub-Selections
                              Sub-Dist-Hits
                 ADD 1 TO Dist-Count
               END-IF
               PERFORM 040-Write-District-Line
           END-PERFORM
           IF Dr-Count > ZERO
             PERFORM 041-Write-District-Total
           ELSE
             PERFORM 050-Write-Headings
             MOVE SPACES TO AccessRpt-Record
             MOVE ' NO DISTRICT RESULTS RETURNED IN THE MONTH'
               TO AccessRpt-Record
             WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Line-Count
           END-IF

           IF Line-Count > 53
             PERFORM 050-Write-Headings
           END-IF
           MOVE Runs-In-Month TO SM-Runs
           MOVE Refused-Total TO SM-Refused
           MOVE Unnamed-Total TO SM-Unnamed
           MOVE Hits-Total    TO SM-Hits
           MOVE Summary-Line TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 2 LINES
           CLOSE AccessRpt
           DISPLAY "D01ACCRP: " Reqr-Count " requesters, " Dist-Count
                   " districts reported."
           .

       035-Write-Requester-Line SECTION.
           IF Line-Count > 55
             PERFORM 050-Write-Headings
           END-IF
           MOVE SPACES TO RL-Flag
           MOVE Rq-Requester ( Rq-Idx ) TO RL-Requester
           MOVE Rq-Reason    ( Rq-Idx ) TO RL-Reason
           MOVE Rq-Runs      ( Rq-Idx ) TO RL-Runs
           MOVE Rq-Hits      ( Rq-Idx ) TO RL-Hits
           IF Rq-Refused ( Rq-Idx ) > ZERO
             MOVE Rq-Refused ( Rq-Idx ) TO RL-Refused
             MOVE "*REFUSED*" TO RL-Flag
           ELSE
             MOVE SPACES TO RL-Refused-X
           END-IF
           IF Rq-Requester ( Rq-Idx ) = "*NONE*"
             MOVE "*NO REQUESTER*" TO RL-Flag
           END-IF
           MOVE Requester-Line TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           ADD Rq-Runs    ( Rq-Idx ) TO Sub-Runs
           ADD Rq-Refused ( Rq-Idx ) TO Sub-Refused
           ADD Rq-Hits    ( Rq-Idx ) TO Sub-Hits
           .

       036-Write-Requester-Total SECTION.
           IF Line-Count > 54
             PERFORM 050-Write-Headings
           END-IF
           MOVE SPACES      TO RL-Flag
           MOVE SPACES      TO RL-Requester
           MOVE 'TOTAL'     TO RL-Reason
           MOVE Sub-Runs    TO RL-Runs
           MOVE Sub-Refused TO RL-Refused
           MOVE Sub-Hits    TO RL-Hits
           MOVE Requester-Line TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           MOVE SPACES TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           ADD 2 TO Line-Count
           .

       040-Write-District-Line SECTION.
           IF Line-Count > 55
             PERFORM 050-Write-Headings
           END-IF
           MOVE Dr-District   ( Dr-Idx ) TO DL-District
           MOVE Dr-Requester  ( Dr-Idx ) TO DL-Requester
           MOVE Dr-Inquiries  ( Dr-Idx ) TO DL-Inquiries
           MOVE Dr-Selections ( Dr-Idx ) TO DL-Selections
           MOVE Dr-Hits       ( Dr-Idx ) TO DL-Hits
           MOVE District-Line TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           ADD Dr-Inquiries  ( Dr-Idx ) TO Sub-Inquiries
           ADD Dr-Selections ( Dr-Idx ) TO Sub-Selections
           ADD Dr-Hits       ( Dr-Idx ) TO Sub-Dist-Hits
           .

       041-Write-District-Total SECTION.
      * A run that looked at a district for two requesters' slots is
      * two runs here - the subtotal is runs per requester added up.
           IF Line-Count > 54
             PERFORM 050-Write-Headings
           END-IF
           MOVE SPACES         TO DL-District
           MOVE 'TOTAL'        TO DL-Requester
           MOVE Sub-Inquiries  TO DL-Inquiries
           MOVE Sub-Selections TO DL-Selections
           MOVE Sub-Dist-Hits  TO DL-Hits
           MOVE District-Line TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           MOVE SPACES TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           ADD 2 TO Line-Count
           .

       050-Write-Headings SECTION.
           ADD 1 TO Page-Count
           MOVE Report-Month TO Head-Month
           MOVE Run-Date     TO Head-Run-Date
           MOVE Page-Count   TO Head-Page
           MOVE Heading-Line-1 TO AccessRpt-Record
           IF Page-Count = 1
             WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE AccessRpt-Record AFTER ADVANCING PAGE
           END-IF
           IF Part-By-Requester
             MOVE Requester-Heading-1 TO AccessRpt-Record
             WRITE AccessRpt-Record AFTER ADVANCING 2 LINES
             MOVE Requester-Heading-2 TO AccessRpt-Record
           ELSE
             MOVE District-Heading-1 TO AccessRpt-Record
             WRITE AccessRpt-Record AFTER ADVANCING 2 LINES
             MOVE District-Heading-2 TO AccessRpt-Record
           END-IF
           WRITE AccessRpt-Record AFTER ADVANCING 2 LINES
           MOVE SPACES TO AccessRpt-Record
           WRITE AccessRpt-Record AFTER ADVANCING 1 LINE
           MOVE 7 TO Line-Count
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 clean, 04 refused runs or runs without a requester in
      * the month (for the review), 08 no inquiry runs logged in
      * the month, 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01ACCRP: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Runs-In-Month = ZERO
               MOVE 8 TO Run-RC
               MOVE "no inquiry runs logged in the month"
                 TO Status-Reason
               DISPLAY "D01ACCRP: ending RC=08 - no inquiry runs on "
                       "ACCESSLG for " Report-Month "."
             WHEN Refused-Total > ZERO OR Unnamed-Total > ZERO
               MOVE 4 TO Run-RC
               MOVE "refused or unidentified inquiry runs"
                 TO Status-Reason
               DISPLAY "D01ACCRP: ending RC=04 - " Refused-Total
                       " refused runs, " Unnamed-Total
                       " runs without a requester."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "access report complete" TO Status-Reason
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
             DISPLAY "D01ACCRP: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             MOVE MY-PGM   TO RS-Program
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Log-Read      TO RS-Records-Read
             COMPUTE RS-Records-Flagged = Refused-Total
                                        + Unnamed-Total
             END-COMPUTE
             MOVE ZERO          TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01ACCRP.
