      ******************************************************************
      *  Downstream dependency gate
      *
      *  D01RSTLD, D01VOLST and D01COMPR run as jobs of their own and
      *  pick up DETAILRP(0) and RESULTOT(0) blind - a morning that
      *  ended RC=08, or never ran at all, went straight into the
      *  repository or the rerun sign-off. This program runs as the
      *  first step of such a job. It is told the prerequisite
      *  programs and the worst RC each may have ended with, reads
      *  the common run-status dataset, and takes each
      *  prerequisite's LAST attempt of the day as its final word
      *  (the same rule D01CYCST's go/no-go applies - a rerun
      *  supersedes the failure it fixed). A prerequisite is
      *    MISSING  when RUNSTAT holds no record of it at all
      *    STALE    when its last attempt is from an earlier day
      *    FAILED   when today's last attempt ended above its RC
      *  and any one of those holds the job: RC=08 with the reason
      *  on the log, and the job's remaining steps test this step's
      *  RC. Every decision, held or released, is appended to
      *  RUNSTAT under the gated job's own name, so the cycle
      *  dashboard's go/no-go sees each held job as that job's last
      *  word for the day - one job's release can't hide another's
      *  hold - until the job itself runs and writes its own record.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01GATE.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunStatus ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Stat-File-Status.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.

       DATA DIVISION.
       FILE SECTION.

      * The status record every suite program's Write-Run-Status
      * section appends, LRECL 97 - keep the layouts in step.
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

       FD ControlCards.
       01  ControlCards-Record    PIC X(80).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D01GATE'.
           05  File-Status        PIC 9(1) BINARY.
               88 EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Stat-File-Status   PIC X(2).
           05  Ctl-File-Status    PIC X(2).
           05  Ctl-At-End-Sw      PIC 9(1) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Records-Read       PIC 9(8) BINARY VALUE 0.
           05  Bad-Record-Count   PIC 9(6) BINARY VALUE 0.
           05  Held-Count         PIC 9(4) BINARY VALUE 0.
           05  Req-Idx            PIC 9(2) BINARY.
           05  Status-Reason      PIC X(46).
           05  Reason-Ptr         PIC 9(2) BINARY.
           05  Edit-RC            PIC 9(2).
           05  Edit-Max-RC        PIC 9(2).

      * Run-control cards, same deck conventions as D01HISHY:
      *   GATE-JOB=name          the job being gated - names the
      *                          decision on the log and RUNSTAT;
      *                          required, a deck without it holds
      *   REQUIRE=program,rc     one card per prerequisite: the
      *                          program and the worst RC its last
      *                          attempt may have ended with (rc
      *                          defaults to 00); up to 10 cards
      *   GATE-DATE=YYYYMMDD     the day the prerequisites must have
      *                          run (default today - a card for a
      *                          job that slips past midnight);
      *                          a date that can't be one holds
      * A gate with no REQUIRE card holds the job - a gate that
      * checks nothing is a JCL mistake, not a green light.
       01  Run-Control-Params.
           05  Gate-Job           PIC X(8) VALUE SPACES.
           05  Gate-Date          PIC 9(8) VALUE ZERO.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.
           05  Req-Program-Work   PIC X(8).
           05  Req-RC-Work        PIC X(4).
           05  Req-RC-Len         PIC 9(2) BINARY.

      * One slot per prerequisite. RUNSTAT is append-order, so the
      * last record of a program on or before the gate date is its
      * final word - the date tells today's attempt from a stale one.
       01  Require-Fields.
           05  Req-Count          PIC 9(2) BINARY VALUE 0.
       01  Require-Table.
           05  Require-Entry      OCCURS 10 TIMES.
               10  Req-Program    PIC X(8).
               10  Req-Max-RC     PIC 9(2).
               10  Req-Seen-Sw    PIC X(1).
               10  Req-Last-Date  PIC 9(8).
               10  Req-Last-Time  PIC 9(6).
               10  Req-Last-RC    PIC 9(2).
               10  Req-Verdict    PIC X(7).

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           SET EOF TO FALSE
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           IF Gate-Date = ZERO
             MOVE Run-Date TO Gate-Date
           END-IF
           IF Gate-Job = SPACES
             DISPLAY "D01GATE: no GATE-JOB card - the decision "
                     "could not be told from other jobs' on "
                     "RUNSTAT, job held."
           END-IF
           DISPLAY "D01GATE: run-control - GATE-JOB=" Gate-Job
                   " GATE-DATE=" Gate-Date " prerequisites="
                   Req-Count

           IF Req-Count > ZERO
             PERFORM 010-Read-Status-Records
           END-IF
           IF Req-Count > ZERO AND NOT File-Error
             PERFORM 030-Decide-Prerequisites
           END-IF

           PERFORM 900-Set-Return-Code
           GOBACK
           .

       005-Read-Control-Cards SECTION.
      * Same deck conventions as D01HISHY - KEYWORD=VALUE, "*"
      * comments.
           SET Ctl-At-End TO FALSE
           OPEN INPUT ControlCards
           IF Ctl-File-Status NOT = "00"
             DISPLAY "D01GATE: no control card deck allocated - "
                     "no prerequisites to check."
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
               WHEN "GATE-JOB"
                 IF Ctl-Value-Len > ZERO AND Ctl-Value-Len < 9
                   MOVE Ctl-Value ( 1 : 8 ) TO Gate-Job
                 ELSE
                   DISPLAY "D01GATE: GATE-JOB needs a job name of "
                           "1 to 8 characters - card ignored: "
                           ControlCards-Record
                 END-IF
               WHEN "GATE-DATE"
      * Range-checked like D01EXCOR's EXCEPT-DATE. A bad date is
      * refused, not ignored - gating today instead of the day
      * asked for would release on the wrong day's runs.
                 IF Ctl-Value-Len = 8
                    AND Ctl-Value ( 1 : 8 ) IS NUMERIC
                    AND Ctl-Value ( 5 : 2 ) >= "01"
                    AND Ctl-Value ( 5 : 2 ) <= "12"
                    AND Ctl-Value ( 7 : 2 ) >= "01"
                    AND Ctl-Value ( 7 : 2 ) <= "31"
                   MOVE Ctl-Value ( 1 : 8 ) TO Gate-Date
                 ELSE
                   DISPLAY "D01GATE: GATE-DATE needs a valid "
                           "YYYYMMDD - card refused: "
                           ControlCards-Record
                   SET File-Error TO TRUE
                 END-IF
               WHEN "REQUIRE"
                 PERFORM 007-Add-Prerequisite
               WHEN OTHER
                 DISPLAY "D01GATE: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       007-Add-Prerequisite SECTION.
      * REQUIRE=program,rc - a card that can't be read is refused
      * loudly: silently dropping a prerequisite would let the job
      * through on less than it asked for, so a bad card holds.
           MOVE SPACES TO Req-Program-Work
           MOVE SPACES TO Req-RC-Work
           MOVE ZERO   TO Req-RC-Len
           UNSTRING Ctl-Value
             DELIMITED BY "," OR ALL SPACE
             INTO Req-Program-Work
                  Req-RC-Work COUNT IN Req-RC-Len
           END-UNSTRING
           EVALUATE TRUE
             WHEN Req-Program-Work = SPACES
               DISPLAY "D01GATE: REQUIRE needs program,rc - "
                       "card refused: " ControlCards-Record
               SET File-Error TO TRUE
             WHEN Req-RC-Len > 2
               DISPLAY "D01GATE: REQUIRE rc must be 00 to 99 - "
                       "card refused: " ControlCards-Record
               SET File-Error TO TRUE
             WHEN Req-RC-Len > ZERO
                  AND Req-RC-Work ( 1 : Req-RC-Len ) IS NOT NUMERIC
               DISPLAY "D01GATE: REQUIRE rc must be 00 to 99 - "
                       "card refused: " ControlCards-Record
               SET File-Error TO TRUE
             WHEN Req-Count = 10
               DISPLAY "D01GATE: more than 10 REQUIRE cards - "
                       "card refused: " ControlCards-Record
               SET File-Error TO TRUE
             WHEN OTHER
               ADD 1 TO Req-Count
               MOVE Req-Program-Work TO Req-Program ( Req-Count )
               IF Req-RC-Len = ZERO
                 MOVE ZERO TO Req-Max-RC ( Req-Count )
               ELSE
                 MOVE Req-RC-Work ( 1 : Req-RC-Len )
                   TO Req-Max-RC ( Req-Count )
               END-IF
               MOVE "N"  TO Req-Seen-Sw   ( Req-Count )
               MOVE ZERO TO Req-Last-Date ( Req-Count )
               MOVE ZERO TO Req-Last-Time ( Req-Count )
               MOVE ZERO TO Req-Last-RC   ( Req-Count )
               MOVE SPACES TO Req-Verdict ( Req-Count )
           END-EVALUATE
           .

       010-Read-Status-Records SECTION.
      * RUNSTAT is the one place every program's outcome lands - a
      * gate that can't read it can't vouch for anything, so that
      * is a file failure and the job is held.
           OPEN INPUT RunStatus
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01GATE: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status
             SET File-Error TO TRUE
           ELSE
             READ RunStatus NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Records-Read
               PERFORM 020-Check-Status-Record
               READ RunStatus NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE RunStatus
           END-IF
           .

       020-Check-Status-Record SECTION.
      * Records stamped after the gate date belong to later cycles
      * and are passed over - GATE-DATE reruns a past day's gate.
           IF RS-Run-Date IS NOT NUMERIC OR RS-RC IS NOT NUMERIC
             ADD 1 TO Bad-Record-Count
           ELSE
             IF RS-Run-Date NOT > Gate-Date
               PERFORM VARYING Req-Idx FROM 1 BY 1
                 UNTIL Req-Idx > Req-Count
                   IF Req-Program ( Req-Idx ) = RS-Program
                     MOVE "Y"         TO Req-Seen-Sw   ( Req-Idx )
                     MOVE RS-Run-Date TO Req-Last-Date ( Req-Idx )
                     MOVE RS-Run-Time TO Req-Last-Time ( Req-Idx )
                     MOVE RS-RC       TO Req-Last-RC   ( Req-Idx )
                   END-IF
               END-PERFORM
             END-IF
           END-IF
           .

       030-Decide-Prerequisites SECTION.
      * Every prerequisite gets a verdict on the log; the first one
      * that holds the job is the reason RUNSTAT carries.
           MOVE SPACES TO Status-Reason
           PERFORM VARYING Req-Idx FROM 1 BY 1
             UNTIL Req-Idx > Req-Count
               MOVE Req-Last-RC ( Req-Idx ) TO Edit-RC
               MOVE Req-Max-RC  ( Req-Idx ) TO Edit-Max-RC
               EVALUATE TRUE
                 WHEN Req-Seen-Sw ( Req-Idx ) = "N"
                   MOVE "MISSING" TO Req-Verdict ( Req-Idx )
                   DISPLAY "D01GATE: " Req-Program ( Req-Idx )
                           " MISSING - no run on RUNSTAT at all."
                 WHEN Req-Last-Date ( Req-Idx ) < Gate-Date
                   MOVE "STALE"   TO Req-Verdict ( Req-Idx )
                   DISPLAY "D01GATE: " Req-Program ( Req-Idx )
                           " STALE - last ran "
                           Req-Last-Date ( Req-Idx ) " RC="
                           Edit-RC ", not on " Gate-Date "."
                 WHEN Req-Last-RC ( Req-Idx )
                        > Req-Max-RC ( Req-Idx )
                   MOVE "FAILED"  TO Req-Verdict ( Req-Idx )
                   DISPLAY "D01GATE: " Req-Program ( Req-Idx )
                           " FAILED - last attempt at "
                           Req-Last-Time ( Req-Idx ) " ended RC="
                           Edit-RC ", over " Edit-Max-RC "."
                 WHEN OTHER
                   MOVE "OK"      TO Req-Verdict ( Req-Idx )
                   DISPLAY "D01GATE: " Req-Program ( Req-Idx )
                           " OK - last attempt at "
                           Req-Last-Time ( Req-Idx ) " ended RC="
                           Edit-RC ", within " Edit-Max-RC "."
               END-EVALUATE
               IF Req-Verdict ( Req-Idx ) NOT = "OK"
                 ADD 1 TO Held-Count
                 IF Status-Reason = SPACES
                   MOVE 1 TO Reason-Ptr
                   STRING Gate-Job DELIMITED BY SPACE
                          " held - " DELIMITED BY SIZE
                          Req-Program ( Req-Idx ) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          Req-Verdict ( Req-Idx ) DELIMITED BY SPACE
                     INTO Status-Reason
                     WITH POINTER Reason-Ptr
                   END-STRING
                   IF Req-Verdict ( Req-Idx ) NOT = "MISSING"
                     STRING " RC=" DELIMITED BY SIZE
                            Edit-RC DELIMITED BY SIZE
                       INTO Status-Reason
                       WITH POINTER Reason-Ptr
                     END-STRING
                   END-IF
                 END-IF
               END-IF
           END-PERFORM
           .

       900-Set-Return-Code SECTION.
      * 00 released - the job may run; 08 held - a prerequisite is
      * missing, stale or failed; 12 the gate itself could not
      * decide (RUNSTAT unreadable, no GATE-JOB card, no or bad
      * REQUIRE cards, a bad GATE-DATE) - which holds the job just
      * the same.
           EVALUATE TRUE
             WHEN Gate-Job = SPACES
               MOVE 12 TO Run-RC
               MOVE "job held - no GATE-JOB card" TO Status-Reason
               DISPLAY "D01GATE: ending RC=12 - no GATE-JOB card."
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE SPACES TO Status-Reason
               STRING Gate-Job DELIMITED BY SPACE
                      " held - gate could not decide"
                        DELIMITED BY SIZE
                 INTO Status-Reason
               END-STRING
               DISPLAY "D01GATE: ending RC=12 - " Gate-Job
                       " held, gate failure - see prior messages."
             WHEN Req-Count = ZERO
               MOVE 12 TO Run-RC
               MOVE SPACES TO Status-Reason
               STRING Gate-Job DELIMITED BY SPACE
                      " held - no REQUIRE cards" DELIMITED BY SIZE
                 INTO Status-Reason
               END-STRING
               DISPLAY "D01GATE: ending RC=12 - " Gate-Job
                       " held, no REQUIRE cards given."
             WHEN Held-Count > ZERO
               MOVE 8 TO Run-RC
               DISPLAY "D01GATE: ending RC=08 - " Status-Reason
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE SPACES TO Status-Reason
               STRING Gate-Job DELIMITED BY SPACE
                      " released - prerequisites met"
                        DELIMITED BY SIZE
                 INTO Status-Reason
               END-STRING
               DISPLAY "D01GATE: ending RC=00 - " Status-Reason
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           PERFORM 910-Write-Run-Status
           .

       910-Write-Run-Status SECTION.
      * The decision goes on RUNSTAT like any program's outcome,
      * under GATE-JOB's name - appended-or-primed like the AUDITOUT
      * pattern in D01HISHY.
      * READ counts the status records examined, FLAGGED the
      * prerequisites that held the job, SECT the prerequisites
      * checked. A failure is only warned; the RC already decides.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
           END-IF
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01GATE: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             IF Gate-Job = SPACES
               MOVE MY-PGM   TO RS-Program
             ELSE
               MOVE Gate-Job TO RS-Program
             END-IF
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Records-Read  TO RS-Records-Read
             MOVE Held-Count    TO RS-Records-Flagged
             MOVE Req-Count     TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01GATE.
      /
