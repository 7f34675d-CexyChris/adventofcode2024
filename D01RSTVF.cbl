      ******************************************************************
      *  Results repository verification
      *
      *  The help desk quotes RESLTVSM, but nothing proved a run
      *  date's pairs in the cluster still are what was published:
      *  D01RSTLD can stop partway through 050-Load-Pairs, a
      *  D01RSTAR restore can bring back part of a day, and a run on
      *  AUDITOUT may never have been loaded at all. This program
      *  browses the repository one run date at a time and checks
      *    the pairs' distances add up to the header record's Sum
      *    the pairs' contributions add up to its SimScore
      *    the number of pairs matches the run's AUDITOUT record
      *  then lists every AUDITOUT run date the repository does not
      *  hold (unless D01RSTAR archived it to REPOARCH) and every
      *  repository date with no audit record behind it. Any
      *  mismatch ends RC=08 and goes on RUNSTAT, so a corrupted
      *  day is found before the help desk quotes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01RSTVF.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResultRepo ASSIGN TO RESLTVSM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Repo-Key
           FILE STATUS IS Repo-File-Status.

           SELECT AuditTrail ASSIGN TO AUDITIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT RepoArchive ASSIGN TO REPOARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Arch-File-Status.

           SELECT VerifyRpt ASSIGN TO VERIFRPT
           ORGANIZATION IS SEQUENTIAL.

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

      * The layout 910-Write-Audit in D01HISHY produces, LRECL 73 -
      * keep in step with D01AUDMN. Records written before the
      * pair-count column carry spaces there; their pair count
      * can't be checked. A supplemental run's record (run type S)
      * carries the merged day's pair count, and being the later
      * record of its date it is the one the repository is held to.
       FD AuditTrail RECORDING MODE F.
       01  AuditTrail-Record.
           05  Audit-RunDate      PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Audit-RunTime      PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Audit-Record-Count PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Audit-SumOfDist    PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Audit-SimScore     PIC 9(16) DISPLAY.
           05                     PIC X(1).
           05  Audit-Reject-Count PIC 9(6) DISPLAY.
           05                     PIC X(1).
           05  Audit-Pair-Count   PIC 9(8) DISPLAY.
           05                     PIC X(1).
           05  Audit-Run-Type     PIC X(1).
           05                     PIC X(1).
           05  Audit-Base-Time    PIC 9(6) DISPLAY.

      * D01RSTAR's offloaded repository records, byte for byte -
      * only the run date is of interest here.
       FD RepoArchive RECORDING MODE F.
       01  RepoArchive-Record.
           05  Arch-Run-Date      PIC 9(8).
           05                     PIC X(48).

       FD VerifyRpt RECORDING MODE F.
       01  VerifyRpt-Record       PIC X(132).

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
           05  MY-PGM             PIC X(8) VALUE 'D01RSTVF'.
           05  File-Status        PIC 9(1) BINARY.
               88 EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Repo-File-Status   PIC X(2).
           05  Audit-File-Status  PIC X(2).
           05  Arch-File-Status   PIC X(2).
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
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Repo-Read          PIC 9(8) BINARY VALUE 0.
           05  Audit-Read         PIC 9(8) BINARY VALUE 0.
           05  Arch-Read          PIC 9(8) BINARY VALUE 0.
           05  Dates-Verified     PIC 9(6) BINARY VALUE 0.
           05  Dates-Flagged      PIC 9(6) BINARY VALUE 0.
           05  Dates-Unchecked    PIC 9(6) BINARY VALUE 0.
           05  Dates-Not-Loaded   PIC 9(6) BINARY VALUE 0.
           05  Dates-Archived     PIC 9(6) BINARY VALUE 0.
           05  Dates-No-Audit     PIC 9(6) BINARY VALUE 0.
           05  Bad-Audit-Count    PIC 9(6) BINARY VALUE 0.
           05  Line-Count         PIC 9(4) BINARY VALUE 99.
           05  Page-Count         PIC 9(4) BINARY VALUE 0.
           05  Aud-Idx            PIC 9(4) BINARY.
           05  Found-Idx          PIC 9(4) BINARY.
           05  Arc-Idx            PIC 9(4) BINARY.
           05  Result-Ptr         PIC 9(2) BINARY.
           05  Result-Text        PIC X(30).
           05  Status-Reason      PIC X(46).

      * Run-control cards, same deck conventions as D01HISHY:
      *   FROM-DATE=YYYYMMDD  (default: the oldest run date held)
      *   TO-DATE=YYYYMMDD    (default: the newest run date held)
      * Only run dates inside the window are verified or listed -
      * a card pair for checking one suspect day after a restore.
       01  Run-Control-Params.
           05  From-Date          PIC 9(8) VALUE ZERO.
           05  To-Date            PIC 9(8) VALUE 99999999.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.

      * One run date of the repository as the browse accumulates it.
      * The sums are held wider than the header's fields so an
      * overstated day shows as a mismatch, not as an overflow.
       01  Run-Date-Fields.
           05  Cur-Run-Date       PIC 9(8) VALUE ZERO.
           05  Cur-Header-Sw      PIC 9(1) BINARY VALUE 0.
               88 Cur-Header-Found   VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Cur-Tot-Sum        PIC 9(12) VALUE ZERO.
           05  Cur-Tot-Sim        PIC 9(16) VALUE ZERO.
           05  Cur-Pairs          PIC 9(8)  BINARY VALUE 0.
           05  Cur-Pair-Sum       PIC 9(14) BINARY VALUE 0.
           05  Cur-Pair-Sim       PIC 9(18) BINARY VALUE 0.

      * Last audit record per run date - AUDITIN is append-order
      * (archive first, then the live trail), so a rerun's record
      * supersedes the attempt it fixed, exactly as the repository
      * holds only the last load of a day. Three thousand dates is
      * better than ten years of daily runs.
       01  Audit-Fields.
           05  Aud-Count          PIC 9(4) BINARY VALUE 0.
       01  Audit-Table.
           05  Audit-Entry        OCCURS 3000 TIMES.
               10  Aud-Date       PIC 9(8).
               10  Aud-Pairs      PIC 9(8).
               10  Aud-Count-Sw   PIC X(1).
               10  Aud-Matched    PIC X(1).

      * Every run date D01RSTAR has archived off the cluster.
       01  Archive-Fields.
           05  Arc-Count          PIC 9(4) BINARY VALUE 0.
           05  Arc-Last-Date      PIC 9(8) VALUE ZERO.
       01  Archive-Table.
           05  Arc-Date           OCCURS 3000 TIMES PIC 9(8).

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01RSTVF'.
           05                     PIC X(40) VALUE
               'RESULTS REPOSITORY VERIFICATION'.
           05                     PIC X(5)  VALUE 'FROM '.
           05  Head-From          PIC 9(8).
           05                     PIC X(4)  VALUE ' TO '.
           05  Head-To            PIC 9(8).
           05                     PIC X(17) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  Head-Page          PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

       01  Heading-Line-2.
           05                     PIC X(9)  VALUE ' RUN DATE'.
           05                     PIC X(10) VALUE '  REPO PRS'.
           05                     PIC X(10) VALUE ' AUDIT PRS'.
           05                     PIC X(14) VALUE '    HEADER SUM'.
           05                     PIC X(16) VALUE '        PAIR SUM'.
           05                     PIC X(18) VALUE
               '   HEADER SIMSCORE'.
           05                     PIC X(20) VALUE
               '     PAIRS SIMSCORE'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(30) VALUE 'RESULT'.
           05                     PIC X(3)  VALUE SPACES.

       01  Verify-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  VL-Run-Date        PIC 9(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Repo-Pairs      PIC Z(7)9.
           05  VL-Repo-Pairs-X    REDEFINES VL-Repo-Pairs
                                  PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Audit-Pairs     PIC Z(7)9.
           05  VL-Audit-Pairs-X   REDEFINES VL-Audit-Pairs
                                  PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Hdr-Sum         PIC Z(11)9.
           05  VL-Hdr-Sum-X       REDEFINES VL-Hdr-Sum
                                  PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Pair-Sum        PIC Z(13)9.
           05  VL-Pair-Sum-X      REDEFINES VL-Pair-Sum
                                  PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Hdr-Sim         PIC Z(15)9.
           05  VL-Hdr-Sim-X       REDEFINES VL-Hdr-Sim
                                  PIC X(16).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Pair-Sim        PIC Z(17)9.
           05  VL-Pair-Sim-X      REDEFINES VL-Pair-Sim
                                  PIC X(18).
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Result          PIC X(30).
           05                     PIC X(3)  VALUE SPACES.

       01  Summary-Line-1.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Verified        PIC Z(5)9.
           05                     PIC X(26) VALUE
               ' REPOSITORY DATES CHECKED,'.
           05  SM-Flagged         PIC Z(5)9.
           05                     PIC X(15) VALUE ' IN ERROR,     '.
           05  SM-Unchecked       PIC Z(5)9.
           05                     PIC X(32) VALUE
               ' WITHOUT AN AUDIT PAIR COUNT    '.
           05                     PIC X(40) VALUE SPACES.
       01  Summary-Line-2.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Not-Loaded      PIC Z(5)9.
           05                     PIC X(26) VALUE
               ' AUDIT DATES NOT LOADED,  '.
           05  SM-Archived        PIC Z(5)9.
           05                     PIC X(15) VALUE ' ARCHIVED,     '.
           05  SM-No-Audit        PIC Z(5)9.
           05                     PIC X(32) VALUE
               ' REPOSITORY DATES WITHOUT AUDIT '.
           05                     PIC X(40) VALUE SPACES.

      /
       PROCEDURE DIVISION.

       000-Main SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           SET EOF TO FALSE
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 010-Load-Audit-Trail
           IF NOT File-Error
             PERFORM 015-Load-Archive-Dates
             OPEN OUTPUT VerifyRpt
             PERFORM 020-Browse-Repository
             IF NOT File-Error
               PERFORM 040-List-Unloaded-Dates
             END-IF
             PERFORM 070-Write-Summary
             CLOSE VerifyRpt
           END-IF

           DISPLAY "D01RSTVF: " Dates-Verified " repository dates "
                   "checked, " Dates-Flagged " in error, "
                   Dates-Not-Loaded " audit dates not loaded, "
                   Dates-No-Audit " without audit record."

           PERFORM 900-Set-Return-Code
           GOBACK
           .

       005-Read-Control-Cards SECTION.
      * Same deck conventions as D01HISHY - KEYWORD=VALUE, "*"
      * comments, defaults when no deck is allocated.
           SET Ctl-At-End TO FALSE
           OPEN INPUT ControlCards
           IF Ctl-File-Status NOT = "00"
             DISPLAY "D01RSTVF: no control card deck allocated - "
                     "every run date is verified."
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
           DISPLAY "D01RSTVF: run-control - FROM-DATE=" From-Date
                   " TO-DATE=" To-Date
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
               WHEN "FROM-DATE"
                 IF Ctl-Value-Len = 8
                    AND Ctl-Value ( 1 : 8 ) IS NUMERIC
                   MOVE Ctl-Value ( 1 : 8 ) TO From-Date
                 ELSE
                   DISPLAY "D01RSTVF: FROM-DATE needs YYYYMMDD - "
                           "card ignored: " ControlCards-Record
                 END-IF
               WHEN "TO-DATE"
                 IF Ctl-Value-Len = 8
                    AND Ctl-Value ( 1 : 8 ) IS NUMERIC
                   MOVE Ctl-Value ( 1 : 8 ) TO To-Date
                 ELSE
                   DISPLAY "D01RSTVF: TO-DATE needs YYYYMMDD - "
                           "card ignored: " ControlCards-Record
                 END-IF
               WHEN OTHER
                 DISPLAY "D01RSTVF: unrecognized control card "
                         "ignored: " ControlCards-Record
             END-EVALUATE
           END-IF
           .

       010-Load-Audit-Trail SECTION.
      * The audit trail is the independent record of what each run
      * published - without it there is nothing to verify against,
      * so an AUDITIN that can't open is a file failure.
           OPEN INPUT AuditTrail
           IF Audit-File-Status NOT = "00"
             DISPLAY "D01RSTVF: AUDITIN could not be opened - file "
                     "status " Audit-File-Status
             SET File-Error TO TRUE
           ELSE
             SET EOF TO FALSE
             READ AuditTrail NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Audit-Read
               PERFORM 011-Store-Audit-Record
               READ AuditTrail NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE AuditTrail
             DISPLAY "D01RSTVF: " Audit-Read " audit records read, "
                     Aud-Count " run dates in the window."
           END-IF
           .

       011-Store-Audit-Record SECTION.
           IF Audit-RunDate IS NOT NUMERIC
             ADD 1 TO Bad-Audit-Count
             DISPLAY "D01RSTVF: unreadable audit record ignored: "
                     AuditTrail-Record ( 1 : 73 )
           ELSE
             IF Audit-RunDate NOT < From-Date
                AND Audit-RunDate NOT > To-Date
               MOVE ZERO TO Found-Idx
               PERFORM VARYING Aud-Idx FROM 1 BY 1
                 UNTIL Aud-Idx > Aud-Count
                    OR Found-Idx > ZERO
                   IF Aud-Date ( Aud-Idx ) = Audit-RunDate
                     MOVE Aud-Idx TO Found-Idx
                   END-IF
               END-PERFORM
               IF Found-Idx = ZERO
                 IF Aud-Count = 3000
                   DISPLAY "D01RSTVF: more than 3000 audit run dates "
                           "- " Audit-RunDate " not checked; narrow "
                           "the window with FROM-DATE/TO-DATE."
                 ELSE
                   ADD 1 TO Aud-Count
                   MOVE Aud-Count TO Found-Idx
                 END-IF
               END-IF
               IF Found-Idx > ZERO
                 MOVE Audit-RunDate TO Aud-Date    ( Found-Idx )
                 MOVE "N"           TO Aud-Matched ( Found-Idx )
                 IF Audit-Pair-Count IS NUMERIC
                   MOVE Audit-Pair-Count TO Aud-Pairs ( Found-Idx )
                   MOVE "Y"              TO Aud-Count-Sw ( Found-Idx )
                 ELSE
                   MOVE ZERO TO Aud-Pairs    ( Found-Idx )
                   MOVE "N"  TO Aud-Count-Sw ( Found-Idx )
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       015-Load-Archive-Dates SECTION.
      * Optional - before the first D01RSTAR retention run there is
      * no archive, and every audit date must then be on the cluster.
           OPEN INPUT RepoArchive
           IF Arch-File-Status NOT = "00"
             DISPLAY "D01RSTVF: no repository archive allocated - "
                     "every audit date must be on RESLTVSM."
           ELSE
             SET EOF TO FALSE
             READ RepoArchive NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM UNTIL EOF
               ADD 1 TO Arch-Read
               IF Arch-Run-Date IS NUMERIC
                  AND Arch-Run-Date NOT = Arc-Last-Date
                 MOVE Arch-Run-Date TO Arc-Last-Date
                 PERFORM 016-Store-Archive-Date
               END-IF
               READ RepoArchive NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE RepoArchive
             DISPLAY "D01RSTVF: " Arch-Read " archived records, "
                     Arc-Count " archived run dates."
           END-IF
           .

       016-Store-Archive-Date SECTION.
           MOVE ZERO TO Found-Idx
           PERFORM VARYING Arc-Idx FROM 1 BY 1
             UNTIL Arc-Idx > Arc-Count
                OR Found-Idx > ZERO
               IF Arc-Date ( Arc-Idx ) = Arch-Run-Date
                 MOVE Arc-Idx TO Found-Idx
               END-IF
           END-PERFORM
           IF Found-Idx = ZERO
             IF Arc-Count < 3000
               ADD 1 TO Arc-Count
               MOVE Arch-Run-Date TO Arc-Date ( Arc-Count )
             ELSE
               DISPLAY "D01RSTVF: more than 3000 archived run dates "
                       "- " Arch-Run-Date " not held."
             END-IF
           END-IF
           .

       020-Browse-Repository SECTION.
      * One pass in key order - run date first, so each date's
      * records arrive together and the check is a control break.
      * Read-only; the help desk may be inquiring at the same time.
           OPEN INPUT ResultRepo
           IF Repo-File-Status NOT = "00"
             DISPLAY "D01RSTVF: RESLTVSM could not be opened - file "
                     "status " Repo-File-Status
             SET File-Error TO TRUE
           ELSE
             SET Browse-Done TO FALSE
             MOVE From-Date TO Repo-Run-Date
             MOVE ZERO      TO Repo-Left-Id
             MOVE ZERO      TO Repo-Seq
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
                 IF Repo-Run-Date > To-Date
                   SET Browse-Done TO TRUE
                 ELSE
                   ADD 1 TO Repo-Read
                   IF Repo-Run-Date NOT = Cur-Run-Date
                     IF Cur-Run-Date NOT = ZERO
                       PERFORM 030-Verify-Run-Date
                     END-IF
                     PERFORM 022-Start-Run-Date
                   END-IF
                   PERFORM 025-Accumulate-Record
                 END-IF
               END-IF
             END-PERFORM
             IF Cur-Run-Date NOT = ZERO
               PERFORM 030-Verify-Run-Date
             END-IF
             CLOSE ResultRepo
           END-IF
           .

       022-Start-Run-Date SECTION.
           MOVE Repo-Run-Date TO Cur-Run-Date
           SET Cur-Header-Found TO FALSE
           MOVE ZERO TO Cur-Tot-Sum
           MOVE ZERO TO Cur-Tot-Sim
           MOVE ZERO TO Cur-Pairs
           MOVE ZERO TO Cur-Pair-Sum
           MOVE ZERO TO Cur-Pair-Sim
           .

       025-Accumulate-Record SECTION.
      * Location 00000000 sequence 000 is the header; everything
      * else is one pair. A pair with unreadable amounts still
      * counts as a pair - its sums will then disagree, which is
      * the point.
           IF Repo-Left-Id = ZERO AND Repo-Seq = ZERO
             SET Cur-Header-Found TO TRUE
             IF Repo-Tot-Sum IS NUMERIC
               MOVE Repo-Tot-Sum TO Cur-Tot-Sum
             END-IF
             IF Repo-Tot-Sim IS NUMERIC
               MOVE Repo-Tot-Sim TO Cur-Tot-Sim
             END-IF
           ELSE
             ADD 1 TO Cur-Pairs
             IF Repo-Distance IS NUMERIC
               ADD Repo-Distance TO Cur-Pair-Sum
             END-IF
             IF Repo-Contrib IS NUMERIC
               ADD Repo-Contrib TO Cur-Pair-Sim
             END-IF
           END-IF
           .

       030-Verify-Run-Date SECTION.
      * Every failed test adds its tag to the result, so one line
      * tells the whole story of a bad day.
           ADD 1 TO Dates-Verified
           MOVE SPACES TO Result-Text
           MOVE 1 TO Result-Ptr

           MOVE ZERO TO Found-Idx
           PERFORM VARYING Aud-Idx FROM 1 BY 1
             UNTIL Aud-Idx > Aud-Count
                OR Found-Idx > ZERO
               IF Aud-Date ( Aud-Idx ) = Cur-Run-Date
                 MOVE Aud-Idx TO Found-Idx
               END-IF
           END-PERFORM

           IF NOT Cur-Header-Found
             STRING "*NO HEADER* " DELIMITED BY SIZE
               INTO Result-Text WITH POINTER Result-Ptr
             END-STRING
           ELSE
             IF Cur-Pair-Sum NOT = Cur-Tot-Sum
               STRING "*SUM* " DELIMITED BY SIZE
                 INTO Result-Text WITH POINTER Result-Ptr
               END-STRING
             END-IF
             IF Cur-Pair-Sim NOT = Cur-Tot-Sim
               STRING "*SIMSCORE* " DELIMITED BY SIZE
                 INTO Result-Text WITH POINTER Result-Ptr
               END-STRING
             END-IF
           END-IF

           IF Found-Idx = ZERO
             ADD 1 TO Dates-No-Audit
             STRING "*NO AUDIT RECORD* " DELIMITED BY SIZE
               INTO Result-Text WITH POINTER Result-Ptr
             END-STRING
           ELSE
             MOVE "Y" TO Aud-Matched ( Found-Idx )
             IF Aud-Count-Sw ( Found-Idx ) = "Y"
               IF Aud-Pairs ( Found-Idx ) NOT = Cur-Pairs
                 STRING "*PAIR COUNT* " DELIMITED BY SIZE
                   INTO Result-Text WITH POINTER Result-Ptr
                 END-STRING
               END-IF
             ELSE
               ADD 1 TO Dates-Unchecked
             END-IF
           END-IF

           IF Result-Text = SPACES
             IF Found-Idx > ZERO
                AND Aud-Count-Sw ( Found-Idx ) = "N"
               MOVE "OK - PAIR COUNT NOT ON AUDIT" TO Result-Text
             ELSE
               MOVE "OK" TO Result-Text
             END-IF
           ELSE
             ADD 1 TO Dates-Flagged
             DISPLAY "D01RSTVF: run date " Cur-Run-Date " - "
                     Result-Text
           END-IF

           MOVE SPACES TO Verify-Line
           MOVE Cur-Run-Date TO VL-Run-Date
           MOVE Cur-Pairs    TO VL-Repo-Pairs
           IF Found-Idx > ZERO AND Aud-Count-Sw ( Found-Idx ) = "Y"
             MOVE Aud-Pairs ( Found-Idx ) TO VL-Audit-Pairs
           ELSE
             MOVE SPACES TO VL-Audit-Pairs-X
           END-IF
           IF Cur-Header-Found
             MOVE Cur-Tot-Sum TO VL-Hdr-Sum
             MOVE Cur-Tot-Sim TO VL-Hdr-Sim
           ELSE
             MOVE SPACES TO VL-Hdr-Sum-X
             MOVE SPACES TO VL-Hdr-Sim-X
           END-IF
           MOVE Cur-Pair-Sum TO VL-Pair-Sum
           MOVE Cur-Pair-Sim TO VL-Pair-Sim
           MOVE Result-Text  TO VL-Result
           PERFORM 050-Write-Verify-Line
           .

       040-List-Unloaded-Dates SECTION.
      * Audit dates the browse never met. D01RSTAR's archive
      * explains the old ones; anything else never reached the
      * cluster, or was lost from it.
           PERFORM VARYING Aud-Idx FROM 1 BY 1
             UNTIL Aud-Idx > Aud-Count
               IF Aud-Matched ( Aud-Idx ) = "N"
                 MOVE ZERO TO Found-Idx
                 PERFORM VARYING Arc-Idx FROM 1 BY 1
                   UNTIL Arc-Idx > Arc-Count
                      OR Found-Idx > ZERO
                     IF Arc-Date ( Arc-Idx ) = Aud-Date ( Aud-Idx )
                       MOVE Arc-Idx TO Found-Idx
                     END-IF
                 END-PERFORM
                 IF Found-Idx > ZERO
                   ADD 1 TO Dates-Archived
                 ELSE
                   ADD 1 TO Dates-Not-Loaded
                   DISPLAY "D01RSTVF: run date " Aud-Date ( Aud-Idx )
                           " on AUDITOUT but not in the repository."
                   MOVE SPACES TO Verify-Line
                   MOVE Aud-Date ( Aud-Idx ) TO VL-Run-Date
                   MOVE SPACES TO VL-Repo-Pairs-X
                   IF Aud-Count-Sw ( Aud-Idx ) = "Y"
                     MOVE Aud-Pairs ( Aud-Idx ) TO VL-Audit-Pairs
                   ELSE
                     MOVE SPACES TO VL-Audit-Pairs-X
                   END-IF
                   MOVE SPACES TO VL-Hdr-Sum-X
                   MOVE SPACES TO VL-Pair-Sum-X
                   MOVE SPACES TO VL-Hdr-Sim-X
                   MOVE SPACES TO VL-Pair-Sim-X
                   MOVE "*NOT IN REPOSITORY*" TO VL-Result
                   PERFORM 050-Write-Verify-Line
                 END-IF
               END-IF
           END-PERFORM
           .

       050-Write-Verify-Line SECTION.
           IF Line-Count > 55
             PERFORM 060-Write-Headings
           END-IF
           MOVE Verify-Line TO VerifyRpt-Record
           WRITE VerifyRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           .

       060-Write-Headings SECTION.
           ADD 1 TO Page-Count
           MOVE From-Date  TO Head-From
           MOVE To-Date    TO Head-To
           MOVE Run-Date   TO Head-Run-Date
           MOVE Page-Count TO Head-Page
           MOVE Heading-Line-1 TO VerifyRpt-Record
           IF Page-Count = 1
             WRITE VerifyRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE VerifyRpt-Record AFTER ADVANCING PAGE
           END-IF
           MOVE Heading-Line-2 TO VerifyRpt-Record
           WRITE VerifyRpt-Record AFTER ADVANCING 2 LINES
           MOVE SPACES TO VerifyRpt-Record
           WRITE VerifyRpt-Record AFTER ADVANCING 1 LINE
           MOVE 4 TO Line-Count
           .

       070-Write-Summary SECTION.
           IF Line-Count > 53
             PERFORM 060-Write-Headings
           END-IF
           MOVE Dates-Verified   TO SM-Verified
           MOVE Dates-Flagged    TO SM-Flagged
           MOVE Dates-Unchecked  TO SM-Unchecked
           MOVE Summary-Line-1 TO VerifyRpt-Record
           WRITE VerifyRpt-Record AFTER ADVANCING 2 LINES
           MOVE Dates-Not-Loaded TO SM-Not-Loaded
           MOVE Dates-Archived   TO SM-Archived
           MOVE Dates-No-Audit   TO SM-No-Audit
           MOVE Summary-Line-2 TO VerifyRpt-Record
           WRITE VerifyRpt-Record AFTER ADVANCING 1 LINE
           .

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 every date verified, 04 clean but some dates could only
      * be checked against the totals (audit records older than
      * the pair-count column), 08 a repository date in error or
      * an audit date missing from the repository, 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01RSTVF: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN Dates-Flagged > ZERO OR Dates-Not-Loaded > ZERO
               MOVE 8 TO Run-RC
               MOVE "repository out of step with published totals"
                 TO Status-Reason
               DISPLAY "D01RSTVF: ending RC=08 - " Dates-Flagged
                       " dates in error, " Dates-Not-Loaded
                       " audit dates not in the repository."
             WHEN Dates-Unchecked > ZERO
               MOVE 4 TO Run-RC
               MOVE "pair counts not on older audit records"
                 TO Status-Reason
               DISPLAY "D01RSTVF: ending RC=04 - " Dates-Unchecked
                       " dates checked on totals only."
             WHEN OTHER
               MOVE ZERO TO Run-RC
               MOVE "repository verified" TO Status-Reason
           END-EVALUATE
           MOVE Run-RC TO RETURN-CODE
           PERFORM 910-Write-Run-Status
           .

       910-Write-Run-Status SECTION.
      * One structured status record for the D01CYCST cycle
      * dashboard - appended-or-primed like the AUDITOUT pattern in
      * D01HISHY. READ counts repository records browsed, FLAGGED
      * the dates in error or missing, SECT the dates checked.
           OPEN EXTEND RunStatus
           IF Stat-File-Status = "35"
             OPEN OUTPUT RunStatus
           END-IF
           IF Stat-File-Status NOT = "00"
             DISPLAY "D01RSTVF: RUNSTAT could not be opened - file "
                     "status " Stat-File-Status " - no status "
                     "record written."
           ELSE
             MOVE SPACES TO RunStatus-Record
             MOVE MY-PGM   TO RS-Program
             MOVE FUNCTION CURRENT-DATE (1:8) TO RS-Run-Date
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC        TO RS-RC
             MOVE Repo-Read     TO RS-Records-Read
             COMPUTE RS-Records-Flagged = Dates-Flagged
                                        + Dates-Not-Loaded
             END-COMPUTE
             MOVE Dates-Verified TO RS-Sections
             MOVE Status-Reason TO RS-Reason
             WRITE RunStatus-Record
             CLOSE RunStatus
           END-IF
           .
      /
       END PROGRAM D01RSTVF.
      /
