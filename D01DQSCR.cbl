      ******************************************************************
      *  Monthly district data-quality scorecard
      *
      *  Three files already say how well each district office
      *  behaves, and nobody reads them side by side: ACKOUT holds
      *  the verdict on every section a district sent, the exception
      *  register EXCPTREG holds what each district's feeds raised
      *  and how long it took to close, and FEEDLOG holds the
      *  business dates each district delivered. This month-end job
      *  puts them together - one line per district for the month:
      *    sections sent, and rejected by reason (trailer, stale or
      *    bad business date, duplicate retransmission, other)
      *    share of sections sent without HDR/TRL controls
      *    required business days missed, against EXPDISTS and the
      *    BUSCAL calendar
      *    exceptions raised per thousand records sent
      *    average business days from raising to closing
      *  folded into one score out of 100 (see 045-Score-One-
      *  District), ranked best first and compared with last month's
      *  score off the SCOREIN history - a district that dropped is
      *  flagged for the monthly district review.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01DQSCR.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckIn ASSIGN TO ACKIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Ack-File-Status.

           SELECT ExcpRegister ASSIGN TO EXCPTREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Reg-Key
           FILE STATUS IS Reg-File-Status.

           SELECT FeedLog ASSIGN TO FEEDLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FLog-File-Status.

           SELECT ExpDistricts ASSIGN TO EXPDISTS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Exp-File-Status.

           SELECT BusCalendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Cal-File-Status.

           SELECT ScoreIn ASSIGN TO SCOREIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Hin-File-Status.

           SELECT ScoreOut ASSIGN TO SCOREOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Hout-File-Status.

           SELECT ScoreRpt ASSIGN TO SCORERPT
           ORGANIZATION IS SEQUENTIAL.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

           SELECT RunStatus ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

       DATA DIVISION.
       FILE SECTION.

      * The acknowledgment 045-Write-Acknowledgment in D01HISHY
      * produces, LRECL 94 - keep the layouts in step. ACKOUT carries
      * no run date, so the ACKIN concatenation is the month window.
       FD AckIn RECORDING MODE F.
       01  AckIn-Record.
           05  Ack-District       PIC X(4).
           05                     PIC X(1).
           05  Ack-Bus-Date       PIC X(8).
           05                     PIC X(1).
           05  Ack-Records-Read   PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Ack-Hash           PIC 9(12) DISPLAY.
           05                     PIC X(1).
           05  Ack-Status         PIC X(19).
           05                     PIC X(1).
           05  Ack-Reason         PIC X(40).

      * The register record D01EXCOR writes, LRECL 112, key at
      * offset 0 length 14 - keep the layouts in step.
       FD ExcpRegister.
       01  Register-Record.
           05  Reg-Key.
               10  Reg-Open-Date  PIC 9(8).
               10  Reg-Exc-Num    PIC 9(6).
           05                     PIC X(1).
           05  Reg-District      PIC X(4).
           05                     PIC X(1).
           05  Reg-Reason        PIC X(40).
           05                     PIC X(1).
           05  Reg-Status        PIC X(1).
           05                     PIC X(1).
           05  Reg-Closed-Date   PIC 9(8).
           05                     PIC X(1).
           05  Reg-Corr-Step     PIC X(1).
           05                     PIC X(1).
           05  Reg-Entered-By    PIC X(8).
           05                     PIC X(1).
           05  Reg-Entered-Date  PIC 9(8).
           05                     PIC X(1).
           05  Reg-Decided-By    PIC X(8).
           05                     PIC X(1).
           05  Reg-Decided-Date  PIC 9(8).
           05                     PIC X(1).
           05  Reg-Corr-Rounds   PIC 9(2).

      * Accepted-feeds log D01HISHY rewrites every run, LRECL 22 -
      * keep the layouts in step.
       FD FeedLog RECORDING MODE F.
       01  FeedLog-Record.
           05  FLog-District      PIC X(4).
           05                     PIC X(1).
           05  FLog-Bus-Date      PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  FLog-Run-Date      PIC 9(8) DISPLAY.

      * Expected-districts schedule D01HISHY reconciles against,
      * LRECL 37 - keep the layouts in step.
       FD ExpDistricts RECORDING MODE F.
       01  ExpDistricts-Record.
           05  Exp-District       PIC X(4).
           05                     PIC X(1).
           05  Exp-Name           PIC X(30).
           05                     PIC X(1).
           05  Exp-Required       PIC X(1).

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

      * Score history, LRECL 21 - one record per district per month
      * scored: month, district, score (one decimal), rank. Read
      * from the previous generation for last month's scores and
      * carried forward into the new one with this month's added.
       FD ScoreIn RECORDING MODE F.
       01  ScoreIn-Record.
           05  Hin-Month          PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Hin-District       PIC X(4).
           05                     PIC X(1).
           05  Hin-Score          PIC 9(3)V9 DISPLAY.
           05                     PIC X(1).
           05  Hin-Rank           PIC 9(4) DISPLAY.

       FD ScoreOut RECORDING MODE F.
       01  ScoreOut-Record.
           05  Hout-Month         PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Hout-District      PIC X(4).
           05                     PIC X(1).
           05  Hout-Score         PIC 9(3)V9 DISPLAY.
           05                     PIC X(1).
           05  Hout-Rank          PIC 9(4) DISPLAY.

       FD ScoreRpt RECORDING MODE F.
       01  ScoreRpt-Record        PIC X(132).

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
           05  MY-PGM             PIC X(8) VALUE 'D01DQSCR'.
           05  File-Status        PIC 9(1) BINARY.
               88 EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Ack-File-Status    PIC X(2).
           05  Reg-File-Status    PIC X(2).
           05  FLog-File-Status   PIC X(2).
           05  Exp-File-Status    PIC X(2).
           05  Hin-File-Status    PIC X(2).
           05  Hout-File-Status   PIC X(2).
           05  Ctl-File-Status    PIC X(2).
           05  Stat-File-Status   PIC X(2).
           05  Ctl-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Browse-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Delivered-Sw       PIC 9(1) BINARY VALUE 0.
               88 Delivered          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Status-Reason      PIC X(46).
           05  Run-Date           PIC 9(8).
           05  Acks-Read          PIC 9(8) BINARY VALUE 0.
           05  Sections-In-Month  PIC 9(8) BINARY VALUE 0.
           05  Log-Read           PIC 9(8) BINARY VALUE 0.
           05  Entries-Read       PIC 9(8) BINARY VALUE 0.
           05  Hist-Carried       PIC 9(6) BINARY VALUE 0.
           05  Dropped-Count      PIC 9(4) BINARY VALUE 0.
           05  Line-Count         PIC 9(4) BINARY VALUE 99.
           05  Page-Count         PIC 9(4) BINARY VALUE 0.
           05  Dq-Idx             PIC 9(2) BINARY.
           05  Found-Idx          PIC 9(2) BINARY.
           05  Dlv-Idx            PIC 9(4) BINARY.
           05  District-Work      PIC X(4).
           05  Date-Text          PIC X(8).
           05  Date-Num           PIC 9(8).
           05  Date-Int           PIC 9(8) BINARY.
           05  Open-Int           PIC 9(8) BINARY.
           05  Close-Int          PIC 9(8) BINARY.
           05  Rejected-Work      PIC 9(6) BINARY.
           05  Score-Work         PIC S9(5)V9(2) BINARY.
           05  Penalty-Work       PIC S9(5)V9(2) BINARY.

      * The scorecard month and the months either side of it:
      * Prior-Month is the one the scores are compared with, and
      * history older than Keep-From-Month (two years back) is not
      * carried into the new generation.
       01  Month-Fields.
           05  Score-Month        PIC 9(6).
           05  Sc-Year            PIC 9(4).
           05  Sc-Mm              PIC 9(2).
           05  Prior-Month        PIC 9(6).
           05  Keep-From-Month    PIC 9(6).
           05  Month-First-Date   PIC 9(8).
           05  Month-First-Int    PIC 9(8) BINARY.
           05  Month-Last-Int     PIC 9(8) BINARY.
           05  Next-Year          PIC 9(4).
           05  Next-Mm            PIC 9(2).

      * Run-control cards, same deck conventions as D01HISHY:
      *   SCORE-MONTH=YYYYMM  (default: the month before the run
      *                        date - the normal month-end case)
       01  Run-Control-Params.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.

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
           05  Bday-From-Int      PIC 9(8) BINARY.
           05  Bday-To-Int        PIC 9(8) BINARY.
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

      * Every district/business-date delivery the month shows -
      * FEEDLOG acceptances plus the business dates on the month's
      * accepted acknowledgments, so a date FEEDLOG has already
      * pruned still counts as delivered. Two thousand slots is a
      * month for 32 districts several times over.
       01  Delivery-Fields.
           05  Dlv-Count          PIC 9(4) BINARY VALUE 0.
       01  Delivery-Table.
           05  Dlv-Entry          OCCURS 2000 TIMES.
               10  Dlv-District   PIC X(4).
               10  Dlv-Int        PIC 9(8) BINARY.

      * One slot per district scored - every district on EXPDISTS,
      * plus any other district that sent a section or raised an
      * exception in the month. The unstamped legacy section scores
      * as NONE, the tag ACKOUT and RESULTOT carry for it.
       01  Score-Fields.
           05  Dq-Count           PIC 9(2) BINARY VALUE 0.
       01  Score-Table.
           05  Dq-Entry           OCCURS 1 TO 32 TIMES
                                      DEPENDING ON Dq-Count.
               10  Dq-District    PIC X(4).
               10  Dq-Name        PIC X(30).
               10  Dq-Required    PIC X(1).
               10  Dq-Sent        PIC 9(6)  BINARY.
               10  Dq-Rej-Trl     PIC 9(6)  BINARY.
               10  Dq-Rej-Date    PIC 9(6)  BINARY.
               10  Dq-Rej-Dup     PIC 9(6)  BINARY.
               10  Dq-Rej-Other   PIC 9(6)  BINARY.
               10  Dq-Unverified  PIC 9(6)  BINARY.
               10  Dq-Records     PIC 9(10) BINARY.
               10  Dq-Req-Days    PIC 9(4)  BINARY.
               10  Dq-Missed      PIC 9(4)  BINARY.
               10  Dq-Exc-Raised  PIC 9(6)  BINARY.
               10  Dq-Closed      PIC 9(6)  BINARY.
               10  Dq-Close-Days  PIC 9(8)  BINARY.
               10  Dq-Unver-Pct   PIC 9(3)V9(1) BINARY.
               10  Dq-Exc-Rate    PIC 9(5)V9(1) BINARY.
               10  Dq-Avg-Close   PIC 9(3)V9(1) BINARY.
               10  Dq-Score       PIC 9(3)V9(1) BINARY.
               10  Dq-Rank        PIC 9(4)  BINARY.
               10  Dq-Prior-Sw    PIC X(1).
               10  Dq-Prior-Score PIC 9(3)V9(1) BINARY.

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01DQSCR'.
           05                     PIC X(36) VALUE
               'DISTRICT DATA-QUALITY SCORECARD'.
           05                     PIC X(6)  VALUE 'MONTH '.
           05  Head-Month         PIC 9(6).
           05                     PIC X(34) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  Head-Page          PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

       01  Heading-Line-2.
           05                     PIC X(5)  VALUE ' RANK'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(4)  VALUE 'DIST'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(20) VALUE 'DISTRICT NAME'.
           05                     PIC X(6)  VALUE '  SECT'.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(19) VALUE
               ' REJECTED BY REASON'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'UNVER'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(10) VALUE 'REQ DAYS  '.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE ' RECORDS'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(7)  VALUE 'EXCPTNS'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'AVG-D'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'SCORE'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PRIOR'.
           05                     PIC X(14) VALUE SPACES.

       01  Heading-Line-3.
           05                     PIC X(33) VALUE SPACES.
           05                     PIC X(6)  VALUE '  SENT'.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(19) VALUE
               ' TRL DATE  DUP  OTH'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE '  PCT'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(10) VALUE 'MISSED    '.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE '    SENT'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(7)  VALUE 'PER1000'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'CLOSE'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE SPACES.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'MONTH'.
           05                     PIC X(14) VALUE SPACES.

       01  Scorecard-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Rank            PIC Z(3)9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-District        PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Name            PIC X(20).
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Sent            PIC Z(4)9.
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Rej-Trl         PIC Z(3)9.
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Rej-Date        PIC Z(3)9.
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Rej-Dup         PIC Z(3)9.
           05                     PIC X(1)  VALUE SPACE.
           05  SC-Rej-Other       PIC Z(3)9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Unver-Pct       PIC ZZ9.9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Missed          PIC ZZ9.
           05                     PIC X(4)  VALUE ' OF '.
           05  SC-Req-Days        PIC ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Records         PIC Z(7)9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Exc-Rate        PIC Z(4)9.9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Avg-Close       PIC ZZ9.9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Score           PIC ZZ9.9.
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Prior           PIC ZZ9.9.
           05  SC-Prior-X         REDEFINES SC-Prior
                                  PIC X(5).
           05                     PIC X(2)  VALUE SPACES.
           05  SC-Flag            PIC X(9).
           05                     PIC X(3)  VALUE SPACES.

       01  Summary-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Districts       PIC ZZZ9.
           05                     PIC X(19) VALUE
               ' DISTRICTS SCORED, '.
           05  SM-Dropped         PIC ZZZ9.
           05                     PIC X(27) VALUE
               ' DROPPED FROM PRIOR MONTH, '.
           05  SM-Sections        PIC Z(5)9.
           05                     PIC X(18) VALUE
               ' SECTIONS IN MONTH'.
           05                     PIC X(53) VALUE SPACES.

       01  Legend-Line-1.
           05                     PIC X(51) VALUE
               ' SCORE = 100 LESS 40 X REJECTED SHARE OF SECTIONS, '.
           05                     PIC X(23) VALUE
               '20 X UNVERIFIED SHARE, '.
           05                     PIC X(58) VALUE
               '20 X SHARE OF REQUIRED DAYS MISSED,'.
       01  Legend-Line-2.
           05                     PIC X(51) VALUE
               '         EXCEPTIONS PER 1000 / 10 (MAX 10) AND '.
           05                     PIC X(81) VALUE
               'AVERAGE DAYS TO CLOSE (MAX 10) - NEVER BELOW ZERO'.

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           SET EOF TO FALSE
           SET File-Error TO FALSE

      * Default scorecard month: the month before the run date -
      * this job runs on the first business days of the new month.
           MOVE Run-Date ( 1 : 4 ) TO Sc-Year
           MOVE Run-Date ( 5 : 2 ) TO Sc-Mm
           IF Sc-Mm = 1
             SUBTRACT 1 FROM Sc-Year
             MOVE 12 TO Sc-Mm
           ELSE
             SUBTRACT 1 FROM Sc-Mm
           END-IF
           COMPUTE Score-Month = Sc-Year * 100 + Sc-Mm
           END-COMPUTE

           PERFORM 005-Read-Control-Cards
           PERFORM 007-Set-Month-Window
           PERFORM 008-Load-Business-Calendar
           PERFORM 010-Load-Expected-Districts
           PERFORM 015-Read-Acknowledgments
           IF NOT File-Error
             PERFORM 020-Read-Feed-Log
             PERFORM 025-Browse-Register
           END-IF
           IF NOT File-Error
             PERFORM 030-Count-Missed-Days
             PERFORM 040-Score-Districts
             PERFORM 050-Carry-History
             PERFORM 060-Write-Scorecard
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
             DISPLAY "D01DQSCR: no control card deck allocated - "
                     "scorecard month defaults to last month."
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
           DISPLAY "D01DQSCR: run-control - SCORE-MONTH=" Score-Month
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
               WHEN "SCORE-MONTH"
                 IF Ctl-Value-Len = 6
                    AND Ctl-Value ( 1 : 6 ) IS NUMERIC
                    AND Ctl-Value ( 5 : 2 ) >= "01"
                    AND Ctl-Value ( 5 : 2 ) <= "12"
                   MOVE Ctl-Value ( 1 : 6 ) TO Score-Month
                 ELSE
                   DISPLAY "D01DQSCR: SCORE-MONTH needs YYYYMM "
                           "- card ignored: " ControlCards-Record
                 END-IF
               WHEN OTHER
                 DISPLAY "D01DQSCR: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       007-Set-Month-Window SECTION.
      * First and last day of the scorecard month as day integers,
      * the month compared against, and the oldest month of history
      * still worth carrying.
           MOVE Score-Month ( 1 : 4 ) TO Sc-Year
           MOVE Score-Month ( 5 : 2 ) TO Sc-Mm
           COMPUTE Month-First-Date = Score-Month * 100 + 1
           END-COMPUTE
           COMPUTE Month-First-Int =
               FUNCTION INTEGER-OF-DATE (Month-First-Date)
           END-COMPUTE
           MOVE Sc-Year TO Next-Year
           MOVE Sc-Mm   TO Next-Mm
           IF Next-Mm = 12
             ADD 1 TO Next-Year
             MOVE 1 TO Next-Mm
           ELSE
             ADD 1 TO Next-Mm
           END-IF
           COMPUTE Month-First-Date = Next-Year * 10000
                                    + Next-Mm * 100 + 1
           END-COMPUTE
           COMPUTE Month-Last-Int =
               FUNCTION INTEGER-OF-DATE (Month-First-Date) - 1
           END-COMPUTE

           IF Sc-Mm = 1
             COMPUTE Prior-Month = ( Sc-Year - 1 ) * 100 + 12
             END-COMPUTE
           ELSE
             COMPUTE Prior-Month = Score-Month - 1
             END-COMPUTE
           END-IF
           COMPUTE Keep-From-Month = Score-Month - 200
           END-COMPUTE
           .

       008-Load-Business-Calendar SECTION.
      * Same calendar, same rules as D01HISHY. Optional - with no
      * BUSCAL allocated the month's business days are its Mondays
      * to Fridays.
           SET Cal-At-End TO FALSE
           OPEN INPUT BusCalendar
           IF Cal-File-Status NOT = "00"
             DISPLAY "D01DQSCR: no business-day calendar allocated - "
                     "Monday to Friday counted as business days, no "
                     "holidays or district closures known."
           ELSE
             READ BusCalendar NEXT RECORD
                  AT END SET Cal-At-End TO TRUE
             END-READ
             PERFORM UNTIL Cal-At-End
               PERFORM 009-Store-Calendar-Entry
               READ BusCalendar NEXT RECORD
                    AT END SET Cal-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE BusCalendar
             DISPLAY "D01DQSCR: " Cal-Day-Count " calendar days and "
                     Cal-Closure-Count " district closures loaded "
                     "from BUSCAL."
           END-IF
           .

       009-Store-Calendar-Entry SECTION.
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
               DISPLAY "D01DQSCR: calendar record has a bad date - "
                       "ignored: " BusCalendar-Record
             WHEN Cal-Day-Type = "B" OR Cal-Day-Type = "H"
               IF Cal-Day-Count < 400
                 ADD 1 TO Cal-Day-Count
                 MOVE Cal-Int-Work TO Cday-Int  ( Cal-Day-Count )
                 MOVE Cal-Day-Type TO Cday-Type ( Cal-Day-Count )
               ELSE
                 DISPLAY "D01DQSCR: more than 400 calendar days - "
                         "ignored: " BusCalendar-Record
               END-IF
             WHEN Cal-Day-Type = "C" AND Cal-District NOT = SPACES
               IF Cal-Closure-Count < 400
                 ADD 1 TO Cal-Closure-Count
                 MOVE Cal-Int-Work TO Cclo-Int ( Cal-Closure-Count )
                 MOVE Cal-District
                   TO Cclo-District ( Cal-Closure-Count )
               ELSE
                 DISPLAY "D01DQSCR: more than 400 district closures "
                         "- ignored: " BusCalendar-Record
               END-IF
             WHEN OTHER
               DISPLAY "D01DQSCR: calendar record type must be B, H "
                       "or C with a district - ignored: "
                       BusCalendar-Record
           END-EVALUATE
           .

       010-Load-Expected-Districts SECTION.
      * The schedule seeds the table so a district that sent nothing
      * at all still gets a line - scored on its missed days. Like
      * in D01HISHY it is an oversight source: with no EXPDISTS the
      * scorecard covers whoever sent something, and no district
      * counts as required.
           SET EOF TO FALSE
           OPEN INPUT ExpDistricts
           IF Exp-File-Status NOT = "00"
             DISPLAY "D01DQSCR: no expected-districts schedule "
                     "allocated - required days missed not scored."
           ELSE
             READ ExpDistricts NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               IF Exp-District NOT = SPACES
                 MOVE Exp-District TO District-Work
                 PERFORM 018-Find-District-Slot
                 IF Found-Idx > ZERO
                   MOVE Exp-Name     TO Dq-Name     ( Found-Idx )
                   MOVE Exp-Required TO Dq-Required ( Found-Idx )
                 END-IF
               END-IF
               READ ExpDistricts NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE ExpDistricts
           END-IF
           .

       015-Read-Acknowledgments SECTION.
      * One pass over the month's ACKOUT concatenation: every record
      * is one section a district sent, with our verdict on it.
           SET EOF TO FALSE
           OPEN INPUT AckIn
           IF Ack-File-Status NOT = "00"
             DISPLAY "D01DQSCR: ACKIN could not be opened - file "
                     "status " Ack-File-Status
             SET File-Error TO TRUE
           ELSE
             READ AckIn NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Acks-Read
               PERFORM 016-Tally-Acknowledgment
               READ AckIn NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE AckIn
             DISPLAY "D01DQSCR: " Acks-Read " acknowledgments read "
                     "for " Dq-Count " districts."
           END-IF
           .

       016-Tally-Acknowledgment SECTION.
      * Rejects are split on the reason 018/019 in D01HISHY wrote -
      * every reject reason reads "feed rejected - " and then the
      * cause: trailer missing or out of balance, a business date
      * that is stale, in the future or unreadable, a duplicate -
      * a retransmission, or a late section for a district
      * D01HISUP finds already accepted today - or anything else
      * (capacity).
           IF Ack-District = SPACES
             MOVE "NONE" TO District-Work
           ELSE
             MOVE Ack-District TO District-Work
           END-IF
           PERFORM 018-Find-District-Slot
           IF Found-Idx > ZERO
             ADD 1 TO Sections-In-Month
             ADD 1 TO Dq-Sent ( Found-Idx )
             IF Ack-Records-Read IS NUMERIC
               ADD Ack-Records-Read TO Dq-Records ( Found-Idx )
             END-IF
             EVALUATE Ack-Status
               WHEN "REJECTED"
                 EVALUATE TRUE
                   WHEN Ack-Reason ( 17 : 7 ) = "trailer"
                     ADD 1 TO Dq-Rej-Trl ( Found-Idx )
                   WHEN Ack-Reason ( 17 : 9 ) = "duplicate"
                   WHEN Ack-Reason ( 17 : 23 )
                        = "district accepted today"
                     ADD 1 TO Dq-Rej-Dup ( Found-Idx )
                   WHEN Ack-Reason ( 17 : 5 ) = "stale"
                   WHEN Ack-Reason ( 17 : 6 ) = "future"
                   WHEN Ack-Reason ( 17 : 10 ) = "unreadable"
                     ADD 1 TO Dq-Rej-Date ( Found-Idx )
                   WHEN OTHER
                     ADD 1 TO Dq-Rej-Other ( Found-Idx )
                 END-EVALUATE
               WHEN "ACCEPTED-UNVERIFIED"
                 ADD 1 TO Dq-Unverified ( Found-Idx )
                 PERFORM 019-Note-Ack-Delivery
               WHEN OTHER
                 PERFORM 019-Note-Ack-Delivery
             END-EVALUATE
           END-IF
           .

       017-Edit-Month-Date SECTION.
      * Date-Text to a day integer in Date-Int - zero unless it is a
      * readable calendar date inside the scorecard month. Ranges
      * are edited before INTEGER-OF-DATE sees the value, the same
      * way D01HISHY edits a header business date.
           MOVE ZERO TO Date-Int
           IF Date-Text IS NUMERIC
              AND Date-Text ( 1 : 6 ) = Score-Month
              AND Date-Text ( 7 : 2 ) >= "01"
              AND Date-Text ( 7 : 2 ) <= "31"
             MOVE Date-Text TO Date-Num
             COMPUTE Date-Int = FUNCTION INTEGER-OF-DATE (Date-Num)
             END-COMPUTE
           END-IF
           .

       018-Find-District-Slot SECTION.
           MOVE ZERO TO Found-Idx
           PERFORM VARYING Dq-Idx FROM 1 BY 1
             UNTIL Dq-Idx > Dq-Count
                OR Found-Idx > ZERO
               IF Dq-District ( Dq-Idx ) = District-Work
                 MOVE Dq-Idx TO Found-Idx
               END-IF
           END-PERFORM
           IF Found-Idx = ZERO
             IF Dq-Count = 32
               DISPLAY "D01DQSCR: more than 32 districts - "
                       District-Work " not scored."
             ELSE
               ADD 1 TO Dq-Count
               MOVE Dq-Count TO Found-Idx
               MOVE District-Work TO Dq-District ( Found-Idx )
               MOVE SPACES TO Dq-Name        ( Found-Idx )
               MOVE "N"    TO Dq-Required    ( Found-Idx )
               MOVE ZERO   TO Dq-Sent        ( Found-Idx )
               MOVE ZERO   TO Dq-Rej-Trl     ( Found-Idx )
               MOVE ZERO   TO Dq-Rej-Date    ( Found-Idx )
               MOVE ZERO   TO Dq-Rej-Dup     ( Found-Idx )
               MOVE ZERO   TO Dq-Rej-Other   ( Found-Idx )
               MOVE ZERO   TO Dq-Unverified  ( Found-Idx )
               MOVE ZERO   TO Dq-Records     ( Found-Idx )
               MOVE ZERO   TO Dq-Req-Days    ( Found-Idx )
               MOVE ZERO   TO Dq-Missed      ( Found-Idx )
               MOVE ZERO   TO Dq-Exc-Raised  ( Found-Idx )
               MOVE ZERO   TO Dq-Closed      ( Found-Idx )
               MOVE ZERO   TO Dq-Close-Days  ( Found-Idx )
               MOVE ZERO   TO Dq-Unver-Pct   ( Found-Idx )
               MOVE ZERO   TO Dq-Exc-Rate    ( Found-Idx )
               MOVE ZERO   TO Dq-Avg-Close   ( Found-Idx )
               MOVE ZERO   TO Dq-Score       ( Found-Idx )
               MOVE ZERO   TO Dq-Rank        ( Found-Idx )
               MOVE "N"    TO Dq-Prior-Sw    ( Found-Idx )
               MOVE ZERO   TO Dq-Prior-Score ( Found-Idx )
             END-IF
           END-IF
           .

       019-Note-Ack-Delivery SECTION.
      * An accepted section with a business date inside the month
      * proves that day delivered. A section sent without controls
      * has no header and so no business date - it cannot prove a
      * day, which is one more thing HDR/TRL buys a district.
           MOVE Ack-Bus-Date TO Date-Text
           PERFORM 017-Edit-Month-Date
           IF Date-Int > ZERO
             PERFORM 021-Store-Delivery
           END-IF
           .

       020-Read-Feed-Log SECTION.
      * FEEDLOG's acceptances inside the month. Optional - D01HISHY
      * prunes it back to a month, and the acknowledgments already
      * prove the days it no longer holds.
           SET EOF TO FALSE
           OPEN INPUT FeedLog
           IF FLog-File-Status NOT = "00"
             DISPLAY "D01DQSCR: no accepted-feeds log allocated - "
                     "deliveries taken from ACKIN alone."
           ELSE
             READ FeedLog NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Log-Read
               MOVE FLog-District TO District-Work
               MOVE FeedLog-Record ( 6 : 8 ) TO Date-Text
               PERFORM 017-Edit-Month-Date
               IF Date-Int > ZERO
                 PERFORM 021-Store-Delivery
               END-IF
               READ FeedLog NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE FeedLog
           END-IF
           .

       021-Store-Delivery SECTION.
      * District-Work delivered day Date-Int. The same day proven
      * twice is held once.
           SET Delivered TO FALSE
           PERFORM VARYING Dlv-Idx FROM 1 BY 1
             UNTIL Dlv-Idx > Dlv-Count
                OR Delivered
               IF Dlv-District ( Dlv-Idx ) = District-Work
                  AND Dlv-Int ( Dlv-Idx ) = Date-Int
                 SET Delivered TO TRUE
               END-IF
           END-PERFORM
           IF NOT Delivered
             IF Dlv-Count < 2000
               ADD 1 TO Dlv-Count
               MOVE District-Work TO Dlv-District ( Dlv-Count )
               MOVE Date-Int      TO Dlv-Int      ( Dlv-Count )
             ELSE
               DISPLAY "D01DQSCR: delivery table full - district "
                       District-Work " day " Date-Text
                       " not held."
             END-IF
           END-IF
           .

       025-Browse-Register SECTION.
      * One pass over the whole register - an exception counts as
      * raised in the month it was opened and as closed in the month
      * it was closed, so an old exception closed this month still
      * weighs on this month's days-to-close. Read-only; a register
      * that can't open is a file failure.
           OPEN INPUT ExcpRegister
           IF Reg-File-Status NOT = "00"
             DISPLAY "D01DQSCR: EXCPTREG could not be opened - "
                     "file status " Reg-File-Status
             SET File-Error TO TRUE
           ELSE
             SET Browse-Done TO FALSE
             MOVE ZERO TO Reg-Open-Date
             MOVE ZERO TO Reg-Exc-Num
             START ExcpRegister KEY NOT < Reg-Key
             END-START
             IF Reg-File-Status NOT = "00"
               SET Browse-Done TO TRUE
             END-IF
             PERFORM UNTIL Browse-Done
               READ ExcpRegister NEXT RECORD
                 AT END SET Browse-Done TO TRUE
               END-READ
               IF NOT Browse-Done
                 ADD 1 TO Entries-Read
                 PERFORM 026-Tally-Register-Entry
               END-IF
             END-PERFORM
             CLOSE ExcpRegister
           END-IF
           .

       026-Tally-Register-Entry SECTION.
      * Days-to-close counts only C entries - an I entry is closed
      * the moment it is registered and would flatter the average.
      * The count is in business days the district's office was
      * open, the same measure D01EXCAG ages by.
           IF Reg-District = SPACES
             MOVE "NONE" TO District-Work
           ELSE
             MOVE Reg-District TO District-Work
           END-IF
           MOVE Reg-Open-Date TO Date-Text
           PERFORM 017-Edit-Month-Date
           IF Date-Int > ZERO
             PERFORM 018-Find-District-Slot
             IF Found-Idx > ZERO
               ADD 1 TO Dq-Exc-Raised ( Found-Idx )
             END-IF
           END-IF

           IF Reg-Status = "C"
             MOVE Reg-Closed-Date TO Date-Text
             PERFORM 017-Edit-Month-Date
             MOVE Date-Int TO Close-Int
             MOVE ZERO TO Open-Int
             IF Close-Int > ZERO
                AND Reg-Open-Date IS NUMERIC
                AND Reg-Open-Date ( 5 : 2 ) >= "01"
                AND Reg-Open-Date ( 5 : 2 ) <= "12"
                AND Reg-Open-Date ( 7 : 2 ) >= "01"
                AND Reg-Open-Date ( 7 : 2 ) <= "31"
               MOVE Reg-Open-Date TO Date-Num
               COMPUTE Open-Int = FUNCTION INTEGER-OF-DATE (Date-Num)
               END-COMPUTE
             END-IF
             IF Close-Int > ZERO AND Open-Int > ZERO
                AND Open-Int NOT > Close-Int
               PERFORM 018-Find-District-Slot
               IF Found-Idx > ZERO
                 MOVE Open-Int      TO Bday-From-Int
                 MOVE Close-Int     TO Bday-To-Int
                 MOVE District-Work TO Cal-District-Work
                 PERFORM 035-Count-Business-Days
                 ADD 1          TO Dq-Closed     ( Found-Idx )
                 ADD Bday-Count TO Dq-Close-Days ( Found-Idx )
               END-IF
             END-IF
           END-IF
           .

       030-Count-Missed-Days SECTION.
      * For every district EXPDISTS marks required, each day of the
      * month its office was open is a required day; one with no
      * delivery on the table is a day missed.
           PERFORM VARYING Found-Idx FROM 1 BY 1
             UNTIL Found-Idx > Dq-Count
               IF Dq-Required ( Found-Idx ) = "Y"
                 MOVE Dq-District ( Found-Idx ) TO Cal-District-Work
                 MOVE Month-First-Int TO Bday-Test-Int
                 PERFORM UNTIL Bday-Test-Int > Month-Last-Int
                   PERFORM 037-Test-District-Closed
                   IF NOT District-Closed
                     ADD 1 TO Dq-Req-Days ( Found-Idx )
                     SET Delivered TO FALSE
                     PERFORM VARYING Dlv-Idx FROM 1 BY 1
                       UNTIL Dlv-Idx > Dlv-Count
                          OR Delivered
                         IF Dlv-District ( Dlv-Idx )
                              = Cal-District-Work
                            AND Dlv-Int ( Dlv-Idx ) = Bday-Test-Int
                           SET Delivered TO TRUE
                         END-IF
                     END-PERFORM
                     IF NOT Delivered
                       ADD 1 TO Dq-Missed ( Found-Idx )
                     END-IF
                   END-IF
                   ADD 1 TO Bday-Test-Int
                 END-PERFORM
               END-IF
           END-PERFORM
           .

       035-Count-Business-Days SECTION.
      * Days after Bday-From-Int up to and including Bday-To-Int on
      * which district Cal-District-Work's office was open, into
      * Bday-Count.
           MOVE ZERO TO Bday-Count
           COMPUTE Bday-Test-Int = Bday-From-Int + 1
           END-COMPUTE
           PERFORM UNTIL Bday-Test-Int > Bday-To-Int
             PERFORM 037-Test-District-Closed
             IF NOT District-Closed
               ADD 1 TO Bday-Count
             END-IF
             ADD 1 TO Bday-Test-Int
           END-PERFORM
           .

       036-Test-Business-Day SECTION.
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

       037-Test-District-Closed SECTION.
      * Closed when the day is no business day for the shop, or the
      * calendar closes that one district's office.
           SET District-Closed TO FALSE
           PERFORM 036-Test-Business-Day
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

       040-Score-Districts SECTION.
      * Score every district, then rank best first - ties share the
      * order of the district code so the ranking is repeatable.
           PERFORM VARYING Found-Idx FROM 1 BY 1
             UNTIL Found-Idx > Dq-Count
               PERFORM 045-Score-One-District
           END-PERFORM
           IF Dq-Count > 1
             SORT Dq-Entry ON DESCENDING KEY Dq-Score
                           ON ASCENDING KEY Dq-District
           END-IF
           PERFORM VARYING Found-Idx FROM 1 BY 1
             UNTIL Found-Idx > Dq-Count
               MOVE Found-Idx TO Dq-Rank ( Found-Idx )
           END-PERFORM
           .

       045-Score-One-District SECTION.
      * The score starts at 100 and loses:
      *   up to 40 for the share of sections rejected
      *   up to 20 for the share sent without HDR/TRL controls
      *   up to 20 for the share of required days missed
      *   up to 10 for exceptions - a tenth of a point per
      *            exception per thousand records sent
      *   up to 10 for closing - a point per business day taken,
      *            on average, to close an exception
      * A district that sent nothing at all loses the full 60 of
      * the first two - there was nothing to accept or verify.
           COMPUTE Rejected-Work = Dq-Rej-Trl ( Found-Idx )
                                 + Dq-Rej-Date ( Found-Idx )
                                 + Dq-Rej-Dup ( Found-Idx )
                                 + Dq-Rej-Other ( Found-Idx )
           END-COMPUTE
           MOVE 100 TO Score-Work

           IF Dq-Sent ( Found-Idx ) = ZERO
             SUBTRACT 60 FROM Score-Work
             MOVE ZERO TO Dq-Unver-Pct ( Found-Idx )
           ELSE
             COMPUTE Penalty-Work ROUNDED =
                 40 * Rejected-Work / Dq-Sent ( Found-Idx )
             END-COMPUTE
             SUBTRACT Penalty-Work FROM Score-Work
             COMPUTE Penalty-Work ROUNDED =
                 20 * Dq-Unverified ( Found-Idx )
                    / Dq-Sent ( Found-Idx )
             END-COMPUTE
             SUBTRACT Penalty-Work FROM Score-Work
             COMPUTE Dq-Unver-Pct ( Found-Idx ) ROUNDED =
                 100 * Dq-Unverified ( Found-Idx )
                     / Dq-Sent ( Found-Idx )
             END-COMPUTE
           END-IF

           IF Dq-Req-Days ( Found-Idx ) > ZERO
             COMPUTE Penalty-Work ROUNDED =
                 20 * Dq-Missed ( Found-Idx )
                    / Dq-Req-Days ( Found-Idx )
             END-COMPUTE
             SUBTRACT Penalty-Work FROM Score-Work
           END-IF

      * Exceptions with no records sent behind them (a district
      * whose every section was rejected before counting) rate at
      * the ceiling rather than dividing by zero.
           IF Dq-Records ( Found-Idx ) = ZERO
             IF Dq-Exc-Raised ( Found-Idx ) > ZERO
               MOVE 99999.9 TO Dq-Exc-Rate ( Found-Idx )
             ELSE
               MOVE ZERO TO Dq-Exc-Rate ( Found-Idx )
             END-IF
           ELSE
             COMPUTE Dq-Exc-Rate ( Found-Idx ) ROUNDED =
                 Dq-Exc-Raised ( Found-Idx ) * 1000
                   / Dq-Records ( Found-Idx )
               ON SIZE ERROR MOVE 99999.9 TO Dq-Exc-Rate ( Found-Idx )
             END-COMPUTE
           END-IF
           COMPUTE Penalty-Work ROUNDED =
               Dq-Exc-Rate ( Found-Idx ) / 10
           END-COMPUTE
           IF Penalty-Work > 10
             MOVE 10 TO Penalty-Work
           END-IF
           SUBTRACT Penalty-Work FROM Score-Work

           IF Dq-Closed ( Found-Idx ) = ZERO
             MOVE ZERO TO Dq-Avg-Close ( Found-Idx )
           ELSE
             COMPUTE Dq-Avg-Close ( Found-Idx ) ROUNDED =
                 Dq-Close-Days ( Found-Idx ) / Dq-Closed ( Found-Idx )
               ON SIZE ERROR MOVE 999.9 TO Dq-Avg-Close ( Found-Idx )
             END-COMPUTE
           END-IF
           MOVE Dq-Avg-Close ( Found-Idx ) TO Penalty-Work
           IF Penalty-Work > 10
             MOVE 10 TO Penalty-Work
           END-IF
           SUBTRACT Penalty-Work FROM Score-Work

           IF Score-Work < ZERO
             MOVE ZERO TO Score-Work
           END-IF
           COMPUTE Dq-Score ( Found-Idx ) ROUNDED = Score-Work
           END-COMPUTE
           .

       050-Carry-History SECTION.
      * Read last generation's history for the prior month's scores,
      * and write the new generation: everything still inside two
      * years except this month (a rerun replaces its own month),
      * then this month's scores. With no previous generation (the
      * first month) nothing is compared and the history starts.
           OPEN OUTPUT ScoreOut
           IF Hout-File-Status NOT = "00"
             DISPLAY "D01DQSCR: SCOREOUT could not be opened - file "
                     "status " Hout-File-Status " - score history "
                     "not written."
      * An empty new generation would leave next month nothing to
      * compare with - the run must not end clean.
             SET File-Error TO TRUE
           END-IF
           SET EOF TO FALSE
           OPEN INPUT ScoreIn
           IF Hin-File-Status NOT = "00"
             DISPLAY "D01DQSCR: no score history allocated - no "
                     "prior month to compare with."
           ELSE
             READ ScoreIn NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               IF Hin-Month IS NUMERIC AND Hin-Score IS NUMERIC
                 IF Hin-Month = Prior-Month
                   PERFORM 055-Note-Prior-Score
                 END-IF
                 IF Hin-Month NOT < Keep-From-Month
                    AND Hin-Month NOT = Score-Month
                    AND Hout-File-Status = "00"
                   MOVE ScoreIn-Record TO ScoreOut-Record
                   WRITE ScoreOut-Record
                   ADD 1 TO Hist-Carried
                 END-IF
               END-IF
               READ ScoreIn NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE ScoreIn
           END-IF

           IF Hout-File-Status = "00"
             PERFORM VARYING Found-Idx FROM 1 BY 1
               UNTIL Found-Idx > Dq-Count
                 MOVE SPACES TO ScoreOut-Record
                 MOVE Score-Month               TO Hout-Month
                 MOVE Dq-District ( Found-Idx ) TO Hout-District
                 MOVE Dq-Score    ( Found-Idx ) TO Hout-Score
                 MOVE Dq-Rank     ( Found-Idx ) TO Hout-Rank
                 WRITE ScoreOut-Record
             END-PERFORM
             CLOSE ScoreOut
             DISPLAY "D01DQSCR: score history carried " Hist-Carried
                     " records, added " Dq-Count " for "
                     Score-Month "."
           END-IF
           .

       055-Note-Prior-Score SECTION.
      * Last month's score for a district on this month's card - a
      * district that has gone away since is simply not compared.
           PERFORM VARYING Dq-Idx FROM 1 BY 1
             UNTIL Dq-Idx > Dq-Count
               IF Dq-District ( Dq-Idx ) = Hin-District
                 MOVE "Y"       TO Dq-Prior-Sw    ( Dq-Idx )
                 MOVE Hin-Score TO Dq-Prior-Score ( Dq-Idx )
               END-IF
           END-PERFORM
           .

       060-Write-Scorecard SECTION.
           OPEN OUTPUT ScoreRpt
           MOVE 99 TO Line-Count
           MOVE ZERO TO Page-Count

           PERFORM VARYING Found-Idx FROM 1 BY 1
             UNTIL Found-Idx > Dq-Count
               PERFORM 065-Write-Scorecard-Line
           END-PERFORM

           IF Line-Count > 50
             PERFORM 070-Write-Headings
           END-IF
           MOVE SPACES TO ScoreRpt-Record
           MOVE Dq-Count          TO SM-Districts
           MOVE Dropped-Count     TO SM-Dropped
           MOVE Sections-In-Month TO SM-Sections
           MOVE Summary-Line TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 2 LINES
           MOVE Legend-Line-1 TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 2 LINES
           MOVE Legend-Line-2 TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 1 LINE
           CLOSE ScoreRpt
           .

       065-Write-Scorecard-Line SECTION.
           IF Line-Count > 55
             PERFORM 070-Write-Headings
           END-IF
           MOVE SPACES TO Scorecard-Line
           MOVE Dq-Rank       ( Found-Idx ) TO SC-Rank
           MOVE Dq-District   ( Found-Idx ) TO SC-District
           MOVE Dq-Name       ( Found-Idx ) TO SC-Name
           MOVE Dq-Sent       ( Found-Idx ) TO SC-Sent
           MOVE Dq-Rej-Trl    ( Found-Idx ) TO SC-Rej-Trl
           MOVE Dq-Rej-Date   ( Found-Idx ) TO SC-Rej-Date
           MOVE Dq-Rej-Dup    ( Found-Idx ) TO SC-Rej-Dup
           MOVE Dq-Rej-Other  ( Found-Idx ) TO SC-Rej-Other
           MOVE Dq-Unver-Pct  ( Found-Idx ) TO SC-Unver-Pct
           MOVE Dq-Missed     ( Found-Idx ) TO SC-Missed
           MOVE Dq-Req-Days   ( Found-Idx ) TO SC-Req-Days
           MOVE Dq-Records    ( Found-Idx ) TO SC-Records
           MOVE Dq-Exc-Rate   ( Found-Idx ) TO SC-Exc-Rate
           MOVE Dq-Avg-Close  ( Found-Idx ) TO SC-Avg-Close
           MOVE Dq-Score      ( Found-Idx ) TO SC-Score
           MOVE SPACES TO SC-Flag
           IF Dq-Prior-Sw ( Found-Idx ) = "Y"
             MOVE Dq-Prior-Score ( Found-Idx ) TO SC-Prior
             IF Dq-Score ( Found-Idx ) < Dq-Prior-Score ( Found-Idx )
               MOVE "*DROPPED*" TO SC-Flag
               ADD 1 TO Dropped-Count
             END-IF
           ELSE
             MOVE SPACES TO SC-Prior-X
           END-IF
           MOVE Scorecard-Line TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           .

       070-Write-Headings SECTION.
           ADD 1 TO Page-Count
           MOVE Score-Month TO Head-Month
           MOVE Run-Date    TO Head-Run-Date
           MOVE Page-Count  TO Head-Page
           MOVE Heading-Line-1 TO ScoreRpt-Record
           IF Page-Count = 1
             WRITE ScoreRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE ScoreRpt-Record AFTER ADVANCING PAGE
           END-IF
           MOVE Heading-Line-2 TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 2 LINES
           MOVE Heading-Line-3 TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 1 LINE
           MOVE SPACES TO ScoreRpt-Record
           WRITE ScoreRpt-Record AFTER ADVANCING 1 LINE
           MOVE 5 TO Line-Count
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 clean, 04 districts dropped from the prior month (the
      * review meeting's agenda), 08 nothing sent in the month,
      * 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01DQSCR: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Sections-In-Month = ZERO
               MOVE 8 TO Run-RC
               MOVE "no acknowledgments in the month"
                 TO Status-Reason
               DISPLAY "D01DQSCR: ending RC=08 - no acknowledgments "
                       "on ACKIN, nothing to score."
             WHEN Dropped-Count > ZERO
               MOVE 4 TO Run-RC
               MOVE "districts scored below last month"
                 TO Status-Reason
               DISPLAY "D01DQSCR: ending RC=04 - " Dropped-Count
                       " districts scored below last month."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "scorecard written" TO Status-Reason
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           PERFORM 910-Write-Run-Status
           .

       910-Write-Run-Status SECTION.
      * One structured status record for the D01CYCST cycle
      * dashboard - appended-or-primed like the AUDITOUT pattern in
      * D01HISHY; a failure is only warned, the scorecard is done.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
           END-IF
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01DQSCR: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             MOVE MY-PGM   TO RS-Program
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Acks-Read     TO RS-Records-Read
             MOVE Dropped-Count TO RS-Records-Flagged
             MOVE Dq-Count      TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01DQSCR.
      /
