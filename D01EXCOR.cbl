      *
      *  Pairs an EXCEPRPT generation with the analysts' correction
      *  transaction file: each correction carries the exception's
      *  record number, the fixed left/right location IDs, and the
      *  entering analyst's ID and reason. A correction that passes
      *  the same edits 010-Load-From-Input applies to the live feed
      *  is held on the pending-corrections file (PENDCORR) - it does
      *  not reach SUPPLIN until a second, different analyst approves
      *  it on an APPRTRAN transaction. Only then is it written to
      *  SUPPLIN as a clean delimited input line - concatenate
      *  SUPPLIN onto SIDBYVAR and the next D01HISHY run processes the
      *  repaired records together with the regular feed instead of
      *  waiting a day for the district office to resend everything.
      *  A correction can be rejected by the second analyst, and one
      *  nobody approves within APPROVAL-DAYS expires; either way the
      *  exception stays open for a fresh correction. CORRRPT lists
      *  every step the run took and what still awaits approval.
      *
      *  Every exception line also lands in the keyed exception
      *  register (EXCPTREG, key business date + record number) with
      *  an open/closed status, so an exception that never gets a
      *  correction stops scrolling off with the old EXCEPRPT
      *  generation - D01EXCAG ages the open entries for the
      *  supervisors. Every correction step - entered, released,
      *  rejected, expired - is recorded on the exception's register
      *  entry, and a released correction closes it, including one
      *  opened on an earlier date when the EXCEPT-DATE card points
      *  this run at an older generation. Master-ID lines register as
      *  informational (status I) - the registry extract cures those,
      *  not a correction - and the feed-level and missing-district
      *  entries, which only the district itself can cure, are
      *  closed by supervisor CLOSE cards once it delivers.
      ******************************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Corr-File-Status.

           SELECT ApprTrans ASSIGN TO APPRTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Appr-File-Status.

           SELECT SupplOut ASSIGN TO SUPPLIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PendCorr ASSIGN TO PENDCORR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Pnd-Key
           FILE STATUS IS Pnd-File-Status.

           SELECT CorrRpt ASSIGN TO CORRRPT
           ORGANIZATION IS SEQUENTIAL.

           SELECT ExcpRegister ASSIGN TO EXCPTREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05  Exc-Loc-District   PIC X(4).

      * Analyst correction transaction - the exception's record
      * number, the fixed values, and who entered it and why,
      * LRECL 64.
       FD CorrTrans RECORDING MODE F.
       01  CorrTrans-Record.
           05  Corr-In-Num        PIC X(6).
           05  Corr-In-Left       PIC X(8).
           05                     PIC X(1).
           05  Corr-In-Right      PIC X(8).
           05                     PIC X(1).
           05  Corr-In-Analyst    PIC X(8).
           05                     PIC X(1).
           05  Corr-In-Reason     PIC X(30).

      * Second analyst's decision on a pending correction, LRECL 84 -
      * A approve or R reject, the pending correction's key as the
      * CORRRPT awaiting list prints it (open date and entry), the
      * deciding analyst's ID and an optional reason, then the
      * left/right values and entered date of the version reviewed,
      * copied off the same CORRRPT line. An approval releases only
      * that version.
       FD ApprTrans RECORDING MODE F.
       01  ApprTrans-Record.
           05  Apr-In-Action      PIC X(1).
           05                     PIC X(1).
           05  Apr-In-Date        PIC X(8).
           05                     PIC X(1).
           05  Apr-In-Num         PIC X(6).
           05                     PIC X(1).
           05  Apr-In-Analyst     PIC X(8).
           05                     PIC X(1).
           05  Apr-In-Reason      PIC X(30).
           05                     PIC X(1).
           05  Apr-In-Left        PIC X(8).
           05                     PIC X(1).
           05  Apr-In-Right       PIC X(8).
           05                     PIC X(1).
           05  Apr-In-Entered     PIC X(8).

      * Clean supplemental feed line in the delimited SIDBYVAR
      * layout - two IDs separated by a space.
       FD SupplOut.
       01  SupplOut-Record        PIC X(80).

      * Exception register, LRECL 112, key at offset 0 length 14 -
      * one entry per exception line ever raised, status O open or
      * C closed, carried forward day to day. The correction fields
      * hold the latest correction step - P pending approval, A
      * approved and released, R rejected, E expired, blank none -
      * with the entering and deciding analysts and the number of
      * corrections entered against the exception so far. D01EXCAG
      * and D01DQSCR read it; keep the layout in step there.
       FD ExcpRegister.
       01  Register-Record.
           05  Reg-Key.
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

      * Pending-corrections file, LRECL 139, keyed like the register
      * entry the correction is for (offset 0 length 14). One record
      * per exception that has had a correction entered: status P
      * awaiting a second analyst, A approved and released to
      * SUPPLIN, R rejected, E expired. A new correction for an
      * exception whose last one was rejected or expired replaces
      * it; decided records stay as the approval trail.
       FD PendCorr.
       01  Pending-Record.
           05  Pnd-Key.
               10  Pnd-Open-Date  PIC 9(8).
               10  Pnd-Exc-Num    PIC 9(6).
           05                     PIC X(1).
           05  Pnd-Status         PIC X(1).
           05                     PIC X(1).
           05  Pnd-Rec-Num        PIC X(6).
           05                     PIC X(1).
           05  Pnd-Left           PIC X(8).
           05                     PIC X(1).
           05  Pnd-Right          PIC X(8).
           05                     PIC X(1).
           05  Pnd-Entered-By     PIC X(8).
           05                     PIC X(1).
           05  Pnd-Entered-Date   PIC 9(8).
           05                     PIC X(1).
           05  Pnd-Entry-Reason   PIC X(30).
           05                     PIC X(1).
           05  Pnd-Decided-By     PIC X(8).
           05                     PIC X(1).
           05  Pnd-Decided-Date   PIC 9(8).
           05                     PIC X(1).
           05  Pnd-Decision-Reason PIC X(30).

       FD CorrRpt RECORDING MODE F.
       01  CorrRpt-Record         PIC X(132).

       FD ControlCards.
       01  ControlCards-Record    PIC X(80).
                                 WHEN SET TO FALSE 0.
           05  Excp-File-Status   PIC X(2).
           05  Corr-File-Status   PIC X(2).
           05  Appr-File-Status   PIC X(2).
           05  Appr-At-End-Sw     PIC 9(1) BINARY VALUE 0.
               88 Appr-At-End        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  File-Error-Sw      PIC 9(1) BINARY VALUE 0.
               88 File-Error         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Exceptions-Read    PIC 9(6) BINARY VALUE 0.
           05  Correctable-Count  PIC 9(6) BINARY VALUE 0.
           05  Entered-Count      PIC 9(6) BINARY VALUE 0.
           05  Uncorrected-Count  PIC 9(6) BINARY VALUE 0.
           05  Invalid-Corr-Count PIC 9(6) BINARY VALUE 0.
           05  Info-Line-Count    PIC 9(6) BINARY VALUE 0.
           05  counter            PIC 9(6) BINARY.
           05  Match-Idx          PIC 9(6) BINARY.
           05  Run-Date           PIC 9(8).
           05  Run-Date-Int       PIC 9(8) BINARY.
           05  Entered-Date-Int   PIC 9(8) BINARY.
           05  Stat-File-Status   PIC X(2).
           05  Status-Reason      PIC X(46).
           05  Reg-File-Status    PIC X(2).
           05  Reg-Open-Sw        PIC 9(1) BINARY VALUE 0.
               88 Reg-Open           VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Exc-Entered-Sw     PIC 9(1) BINARY VALUE 0.
               88 Exc-Entered        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  In-Hand-Sw         PIC 9(1) BINARY VALUE 0.
               88 In-Hand            VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Reg-Added          PIC 9(6) BINARY VALUE 0.
           05  Reg-Closed-Count   PIC 9(6) BINARY VALUE 0.
               88 Ctl-At-End          VALUE 1
                                 WHEN SET TO FALSE 0.

      * Two-person approval state. Pnd-Exists says the pending
      * record just read is on file (REWRITE, not WRITE); Step-Work
      * is the step 075 records on the register entry.
       01  Approval-Fields.
           05  Pnd-File-Status    PIC X(2).
           05  Pnd-Open-Sw        PIC 9(1) BINARY VALUE 0.
               88 Pnd-Open           VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Pnd-Exists-Sw      PIC 9(1) BINARY VALUE 0.
               88 Pnd-Exists         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY VALUE 0.
               88 Browse-Done        VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Step-Work          PIC X(1).
           05  Refuse-Text        PIC X(40).
           05  Approvals-Read     PIC 9(6) BINARY VALUE 0.
           05  Released-Count     PIC 9(6) BINARY VALUE 0.
           05  Rejected-Count     PIC 9(6) BINARY VALUE 0.
           05  Expired-Count      PIC 9(6) BINARY VALUE 0.
           05  Refused-Count      PIC 9(6) BINARY VALUE 0.
           05  Awaiting-Count     PIC 9(6) BINARY VALUE 0.
           05  Steps-Written      PIC 9(6) BINARY VALUE 0.
           05  Line-Count         PIC 9(4) BINARY VALUE 99.
           05  Page-Count         PIC 9(4) BINARY VALUE 0.
           05  Report-Part        PIC 9(1) BINARY VALUE 1.
               88 Part-Steps         VALUE 1.
               88 Part-Awaiting      VALUE 2.

      * Run-control cards, same deck conventions as D01HISHY:
      *   EXCEPT-DATE=YYYYMMDD  (default the run date - the business
      *                          date of the EXCEPIN generation, so
      *                          has retransmitted or delivered -
      *                          nothing in the nightly path can
      *                          know that for them)
      *   APPROVAL-DAYS=nnn     (default 7 - a pending correction no
      *                          second analyst has approved or
      *                          rejected that many calendar days
      *                          after it was entered expires)
       01  Run-Control-Params.
           05  Except-Date        PIC 9(8) VALUE ZERO.
           05  Approval-Days      PIC 9(4) BINARY VALUE 7.
           05  Ctl-Card-Work      PIC X(80).
           05  Ctl-Keyword        PIC X(20).
           05  Ctl-Value          PIC X(20).
               10  Corr-Num       PIC 9(6).
               10  Corr-Left      PIC X(8).
               10  Corr-Right     PIC X(8).
               10  Corr-Analyst   PIC X(8).
               10  Corr-Reason    PIC X(30).
               10  Corr-Used-Sw   PIC 9(1) BINARY.
                   88 Corr-Used      VALUE 1
                                 WHEN SET TO FALSE 0.
               88 Values-Valid       VALUE 1
                                 WHEN SET TO FALSE 0.

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01EXCOR'.
           05                     PIC X(42) VALUE
               'EXCEPTION CORRECTION TWO-PERSON APPROVAL'.
           05                     PIC X(40) VALUE SPACES.
           05                     PIC X(9)  VALUE 'RUN DATE '.
           05  Head-Run-Date      PIC 9(8).
           05                     PIC X(3)  VALUE SPACES.
           05                     PIC X(5)  VALUE 'PAGE '.
           05  Head-Page          PIC ZZZ9.
           05                     PIC X(11) VALUE SPACES.

      * OPEN-DATE/ENTRY is the register key - the value an APPRTRAN
      * transaction quotes to approve or reject the correction.
       01  Event-Head-Line.
           05                     PIC X(10) VALUE ' EVENT'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(15) VALUE 'OPEN-DATE/ENTRY'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE 'LEFT-ID'.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(8)  VALUE 'RIGHT-ID'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE 'ENTERED'.
           05                     PIC X(1)  VALUE SPACE.
           05                     PIC X(8)  VALUE 'ON'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(8)  VALUE 'DECIDED'.
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(40) VALUE 'REASON'.
           05                     PIC X(15) VALUE SPACES.

       01  Event-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  EV-Event           PIC X(9).
           05                     PIC X(2)  VALUE SPACES.
           05  EV-Date            PIC X(8).
           05                     PIC X(1)  VALUE '/'.
           05  EV-Num             PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  EV-Left            PIC X(8).
           05                     PIC X(1)  VALUE SPACE.
           05  EV-Right           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EV-Entered-By      PIC X(8).
           05                     PIC X(1)  VALUE SPACE.
           05  EV-Entered-Date    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EV-Decided-By      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EV-Reason          PIC X(40).
           05                     PIC X(15) VALUE SPACES.

       01  Summary-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  SM-Entered         PIC Z(5)9.
           05                     PIC X(9)  VALUE ' ENTERED,'.
           05  SM-Released        PIC Z(5)9.
           05                     PIC X(21) VALUE
               ' RELEASED TO SUPPLIN,'.
           05  SM-Rejected        PIC Z(5)9.
           05                     PIC X(10) VALUE ' REJECTED,'.
           05  SM-Expired         PIC Z(5)9.
           05                     PIC X(9)  VALUE ' EXPIRED,'.
           05  SM-Refused         PIC Z(5)9.
           05                     PIC X(19) VALUE
               ' APPROVALS REFUSED,'.
           05  SM-Awaiting        PIC Z(5)9.
           05                     PIC X(9)  VALUE ' AWAITING'.
           05                     PIC X(18) VALUE SPACES.

      /
       PROCEDURE DIVISION.

           SET EOF TO FALSE
           SET File-Error TO FALSE
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
           COMPUTE Run-Date-Int =
               FUNCTION INTEGER-OF-DATE (Run-Date)
           END-COMPUTE

           PERFORM 005-Read-Control-Cards
           IF Except-Date = ZERO
             MOVE Run-Date TO Except-Date
           END-IF
           OPEN OUTPUT CorrRpt
           SET Part-Steps TO TRUE
           PERFORM 090-Write-Headings
           PERFORM 008-Open-Register
           IF Reg-Open AND Close-Count > ZERO
             PERFORM 009-Apply-Close-Requests
           END-IF
           PERFORM 011-Open-Pending

           PERFORM 010-Load-Corrections

      * New corrections go pending as the exception lines pass;
      * approvals are applied after, so a correction entered and
      * approved by two analysts in the same deck releases at once.
      * Expiry runs last - an approval in this run's deck beats it.
           OPEN INPUT ExceptionIn
           IF Excp-File-Status NOT = "00"
             DISPLAY "D01EXCOR: EXCEPIN could not be opened - file "
               END-READ
             END-PERFORM
             CLOSE ExceptionIn
             IF Pnd-Open
               PERFORM 080-Apply-Approvals
               PERFORM 085-Expire-Pending
             END-IF
             CLOSE SupplOut
           END-IF
           IF Steps-Written = ZERO
             MOVE " NO CORRECTION STEPS THIS RUN" TO CorrRpt-Record
             WRITE CorrRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Line-Count
           END-IF
           IF Pnd-Open
             PERFORM 088-List-Awaiting
             CLOSE PendCorr
           END-IF

           IF Reg-Open
             CLOSE ExcpRegister
             DISPLAY "D01EXCOR: register - " Reg-Added
                     " entries written, " Reg-Closed-Count
                     " closed by released corrections, "
                     Closes-Applied " closed by CLOSE cards."
           END-IF

           PERFORM 060-Report-Unused-Corrections
           PERFORM 098-Write-Summary
           CLOSE CorrRpt

           DISPLAY "D01EXCOR: " Exceptions-Read " exception lines - "
                   Correctable-Count " correctable, "
                   Entered-Count " corrections entered, "
                   Uncorrected-Count " still uncorrected, "
                   Invalid-Corr-Count " corrections invalid."
           DISPLAY "D01EXCOR: approvals - " Approvals-Read " read, "
                   Released-Count " released, " Rejected-Count
                   " rejected, " Refused-Count " refused; "
                   Expired-Count " expired, " Awaiting-Count
                   " awaiting a second analyst."

           PERFORM 900-Set-Return-Code
           GOBACK
                   DISPLAY "D01EXCOR: CLOSE needs YYYYMMDD,NNNNNN "
                           "- card ignored: " ControlCards-Record
                 END-IF
               WHEN "APPROVAL-DAYS"
                 IF Ctl-Value-Len > 0 AND Ctl-Value-Len NOT > 3
                    AND Ctl-Value ( 1 : Ctl-Value-Len ) IS NUMERIC
                    AND Ctl-Value ( 1 : Ctl-Value-Len ) NOT = ZERO
                   MOVE Ctl-Value ( 1 : Ctl-Value-Len )
                     TO Approval-Days
                 ELSE
                   DISPLAY "D01EXCOR: APPROVAL-DAYS needs 1 to 999 "
                           "- card ignored: " ControlCards-Record
                 END-IF
               WHEN OTHER
                 DISPLAY "D01EXCOR: unrecognized control card "
                         "ignored: " ControlCards-Record
           END-PERFORM
           .

       011-Open-Pending SECTION.
      * Same open-or-prime pattern as the register. Unlike the
      * register, the pending file is not optional: without it no
      * correction can wait for its second analyst, so none is
      * taken and the run ends as a file failure.
           SET Pnd-Open TO FALSE
           OPEN I-O PendCorr
           IF Pnd-File-Status = "35"
             OPEN OUTPUT PendCorr
             CLOSE PendCorr
             OPEN I-O PendCorr
           END-IF
           IF Pnd-File-Status = "00"
             SET Pnd-Open TO TRUE
           ELSE
             DISPLAY "D01EXCOR: PENDCORR could not be opened - file "
                     "status " Pnd-File-Status " - no corrections "
                     "entered or released this run."
             SET File-Error TO TRUE
           END-IF
           .

       010-Load-Corrections SECTION.
      * The correction file is small (an analyst types it), so it is
      * held in storage and matched against each exception line by
      * record number. A transaction with a non-numeric key can never
      * match anything - reject it here with a message.
      * Only a missing file (35) means no corrections today; any
      * other open failure - a dataset still at an old LRECL (39),
      * say - would drop every correction silently, so it fails.
           SET Corr-At-End TO FALSE
           OPEN INPUT CorrTrans
           EVALUATE Corr-File-Status
             WHEN "00"
               CONTINUE
             WHEN "35"
               DISPLAY "D01EXCOR: no correction file allocated - "
                       "every exception will pass through "
                       "uncorrected."
             WHEN OTHER
               DISPLAY "D01EXCOR: CORRTRAN could not be opened - "
                       "file status " Corr-File-Status
               SET File-Error TO TRUE
           END-EVALUATE
           IF Corr-File-Status = "00"
             READ CorrTrans NEXT RECORD
                  AT END SET Corr-At-End TO TRUE
             END-READ
                   MOVE Corr-In-Num   TO Corr-Num   ( Corr-Count )
                   MOVE Corr-In-Left  TO Corr-Left  ( Corr-Count )
                   MOVE Corr-In-Right TO Corr-Right ( Corr-Count )
                   MOVE Corr-In-Analyst
                     TO Corr-Analyst ( Corr-Count )
                   MOVE Corr-In-Reason
                     TO Corr-Reason  ( Corr-Count )
                   SET Corr-Used ( Corr-Count ) TO FALSE
                 END-IF
               END-IF
      * location-master lines are informational, so both pass through
      * uncounted as correctable work. Every line lands in the
      * register either way - that is what the aging report chases.
           SET Exc-Entered TO FALSE
           EVALUATE Exc-Reason
             WHEN "non-numeric or malformed record"
             WHEN "capacity exceeded - record not loaded"
               END-IF
           END-PERFORM

      * No correction in this deck is not necessarily uncorrected
      * work - one entered on an earlier run of the same generation
      * may be waiting for its approval, or already released.
           IF Match-Idx = ZERO
             PERFORM 042-Check-In-Hand
             IF NOT In-Hand
               ADD 1 TO Uncorrected-Count
             END-IF
           ELSE
             SET Corr-Used ( Match-Idx ) TO TRUE
             PERFORM 050-Validate-Correction
             EVALUATE TRUE
               WHEN NOT Values-Valid
                 ADD 1 TO Invalid-Corr-Count
                 ADD 1 TO Uncorrected-Count
                 DISPLAY "D01EXCOR: correction for record "
                         Exc-Record-Num " fails the input edits - "
                         "exception remains open: "
                         Corr-Left ( Match-Idx ) " / "
                         Corr-Right ( Match-Idx )
                 MOVE "correction fails the input edits"
                   TO Refuse-Text
                 PERFORM 044-Report-Refused-Entry
               WHEN Corr-Analyst ( Match-Idx ) = SPACES
                 OR Corr-Reason ( Match-Idx ) = SPACES
                 ADD 1 TO Invalid-Corr-Count
                 ADD 1 TO Uncorrected-Count
                 DISPLAY "D01EXCOR: correction for record "
                         Exc-Record-Num " carries no analyst ID or "
                         "no reason - exception remains open."
                 MOVE "correction has no analyst ID or reason"
                   TO Refuse-Text
                 PERFORM 044-Report-Refused-Entry
               WHEN NOT Pnd-Open
                 ADD 1 TO Uncorrected-Count
               WHEN OTHER
                 PERFORM 045-Enter-Pending
             END-EVALUATE
           END-IF
           .

       042-Check-In-Hand SECTION.
           SET In-Hand TO FALSE
           IF Pnd-Open
             MOVE Except-Date     TO Pnd-Open-Date
             MOVE Exceptions-Read TO Pnd-Exc-Num
             READ PendCorr
             IF Pnd-File-Status = "00"
                AND ( Pnd-Status = "P" OR Pnd-Status = "A" )
               SET In-Hand TO TRUE
             END-IF
           END-IF
           .

       044-Report-Refused-Entry SECTION.
      * A correction turned away at entry never reaches the pending
      * file - the report line is its only trace.
           MOVE SPACES TO Event-Line
           MOVE "REFUSED"                  TO EV-Event
           MOVE Except-Date                TO EV-Date
           MOVE Exceptions-Read            TO EV-Num
           MOVE Corr-Left    ( Match-Idx ) TO EV-Left
           MOVE Corr-Right   ( Match-Idx ) TO EV-Right
           MOVE Corr-Analyst ( Match-Idx ) TO EV-Entered-By
           MOVE Run-Date                   TO EV-Entered-Date
           MOVE Refuse-Text                TO EV-Reason
           PERFORM 095-Write-Event-Line
           .

       045-Enter-Pending SECTION.
      * The correction waits on PENDCORR under the register key of
      * its exception. Re-running the same deck finds it already
      * pending and leaves it; one for an exception whose previous
      * correction was rejected or expired starts a new round; a
      * different correction while one is still pending replaces
      * it - the approver only ever sees the latest. An exception
      * whose correction was already released takes no more.
           SET Pnd-Exists TO FALSE
           MOVE Except-Date     TO Pnd-Open-Date
           MOVE Exceptions-Read TO Pnd-Exc-Num
           READ PendCorr
           IF Pnd-File-Status = "00"
             SET Pnd-Exists TO TRUE
           END-IF
           EVALUATE TRUE
             WHEN Pnd-File-Status NOT = "00"
              AND Pnd-File-Status NOT = "23"
               DISPLAY "D01EXCOR: PENDCORR read failed - file "
                       "status " Pnd-File-Status
               SET File-Error TO TRUE
             WHEN Pnd-Exists AND Pnd-Status = "A"
               DISPLAY "D01EXCOR: correction for record "
                       Exc-Record-Num " ignored - the exception's "
                       "correction was already approved and released."
             WHEN Pnd-Exists AND Pnd-Status = "P"
              AND Pnd-Left  = Wk-LeftRec
              AND Pnd-Right = Wk-RightRec
              AND Pnd-Entered-By = Corr-Analyst ( Match-Idx )
               DISPLAY "D01EXCOR: correction for record "
                       Exc-Record-Num " already awaiting approval."
             WHEN OTHER
               PERFORM 046-Write-Pending
           END-EVALUATE
           .

       046-Write-Pending SECTION.
           MOVE Except-Date     TO Pnd-Open-Date
           MOVE Exceptions-Read TO Pnd-Exc-Num
           MOVE SPACES TO Pending-Record ( 15 : )
           MOVE "P"                        TO Pnd-Status
           MOVE Exc-Record-Num             TO Pnd-Rec-Num
           MOVE Wk-LeftRec                 TO Pnd-Left
           MOVE Wk-RightRec                TO Pnd-Right
           MOVE Corr-Analyst ( Match-Idx ) TO Pnd-Entered-By
           MOVE Run-Date                   TO Pnd-Entered-Date
           MOVE Corr-Reason  ( Match-Idx ) TO Pnd-Entry-Reason
           MOVE ZERO                       TO Pnd-Decided-Date
           IF Pnd-Exists
             REWRITE Pending-Record
           ELSE
             WRITE Pending-Record
           END-IF
           IF Pnd-File-Status = "00"
             ADD 1 TO Entered-Count
             SET Exc-Entered TO TRUE
             MOVE SPACES TO Event-Line
             MOVE "ENTERED" TO EV-Event
             PERFORM 094-Event-From-Pending
             MOVE Pnd-Entry-Reason TO EV-Reason
             PERFORM 095-Write-Event-Line
           ELSE
             DISPLAY "D01EXCOR: PENDCORR write failed - file "
                     "status " Pnd-File-Status
             SET File-Error TO TRUE
           END-IF
           .

       050-Validate-Correction SECTION.
      * The same rules 010-Load-From-Input enforces on the live feed:
      * each value 1-8 digits, entirely numeric. Leading blanks are
      * order, stable across re-runs of the same day - which is
      * exactly what makes the duplicate-key merge below safe: a 22
      * can only be this same line seen before, so an entry already
      * closed stays closed and an open entry takes the correction
      * this run entered for it as its latest step.
           MOVE Exceptions-Read TO Reg-Exc-Num
           MOVE SPACES TO Register-Record ( 15 : )
           MOVE Except-Date      TO Reg-Open-Date
      *      next registry extract through D01LOCLD, nobody files a
      *      CORRTRAN for them; they are kept for the record but
      *      must not sit in the aging buckets forever
      *   O  open - record-level rejects awaiting a correction (or
      *      its approval), and feed-level/missing-district lines
      *      awaiting the district (closed by a CLOSE card once it
      *      delivers)
      * A correction entered this run is only step P on the entry -
      * the entry closes when a second analyst releases it.
           EVALUATE TRUE
             WHEN Exc-Reason = "location ID not on location master"
               MOVE "I"         TO Reg-Status
               MOVE Except-Date TO Reg-Closed-Date
             WHEN OTHER
               MOVE "O"  TO Reg-Status
               MOVE ZERO TO Reg-Closed-Date
           END-EVALUATE
           MOVE ZERO TO Reg-Entered-Date
           MOVE ZERO TO Reg-Decided-Date
           MOVE ZERO TO Reg-Corr-Rounds
           IF Exc-Entered
             MOVE "P"            TO Reg-Corr-Step
             MOVE Pnd-Entered-By TO Reg-Entered-By
             MOVE Run-Date       TO Reg-Entered-Date
             MOVE 1              TO Reg-Corr-Rounds
           END-IF
           WRITE Register-Record
           EVALUATE Reg-File-Status
             WHEN "00"
               ADD 1 TO Reg-Added
             WHEN "22"
               READ ExcpRegister
               IF Reg-File-Status = "00"
                 IF Reg-Status = "O" AND Exc-Entered
                   IF Reg-Corr-Rounds IS NOT NUMERIC
                     MOVE ZERO TO Reg-Corr-Rounds
                   END-IF
                   MOVE "P"            TO Reg-Corr-Step
                   MOVE Pnd-Entered-By TO Reg-Entered-By
                   MOVE Run-Date       TO Reg-Entered-Date
                   MOVE SPACES         TO Reg-Decided-By
                   MOVE ZERO           TO Reg-Decided-Date
                   IF Reg-Corr-Rounds < 99
                     ADD 1 TO Reg-Corr-Rounds
                   END-IF
                   REWRITE Register-Record
                   IF Reg-File-Status NOT = "00"
                     DISPLAY "D01EXCOR: register REWRITE failed - "
                             "file status " Reg-File-Status
                     SET File-Error TO TRUE
           END-EVALUATE
           .

       075-Record-Register-Step SECTION.
      * Carry the step in Step-Work, and the analysts and dates on
      * the pending record just rewritten, onto the exception's
      * register entry. A release closes the entry; a rejection or
      * expiry leaves it open for the next correction.
           IF NOT Reg-Open
             DISPLAY "D01EXCOR: register not available - step "
                     Step-Work " for " Pnd-Open-Date "/" Pnd-Exc-Num
                     " not recorded."
           ELSE
             MOVE Pnd-Open-Date TO Reg-Open-Date
             MOVE Pnd-Exc-Num   TO Reg-Exc-Num
             READ ExcpRegister
             IF Reg-File-Status NOT = "00"
               DISPLAY "D01EXCOR: no register entry " Pnd-Open-Date
                       "/" Pnd-Exc-Num " - step " Step-Work
                       " not recorded."
             ELSE
               MOVE Step-Work        TO Reg-Corr-Step
               MOVE Pnd-Entered-By   TO Reg-Entered-By
               MOVE Pnd-Entered-Date TO Reg-Entered-Date
               MOVE Pnd-Decided-By   TO Reg-Decided-By
               MOVE Pnd-Decided-Date TO Reg-Decided-Date
               IF Reg-Corr-Rounds IS NOT NUMERIC
                 MOVE 1 TO Reg-Corr-Rounds
               END-IF
               IF Step-Work = "A" AND Reg-Status = "O"
                 MOVE "C"      TO Reg-Status
                 MOVE Run-Date TO Reg-Closed-Date
                 ADD 1 TO Reg-Closed-Count
               END-IF
               REWRITE Register-Record
               IF Reg-File-Status NOT = "00"
                 DISPLAY "D01EXCOR: register REWRITE failed - "
                         "file status " Reg-File-Status
                 SET File-Error TO TRUE
               END-IF
             END-IF
           END-IF
           .

       080-Apply-Approvals SECTION.
      * The second analysts' decisions. APPRTRAN is optional - a run
      * with no decisions to make simply releases nothing.
           SET Appr-At-End TO FALSE
           OPEN INPUT ApprTrans
           EVALUATE Appr-File-Status
             WHEN "00"
               CONTINUE
             WHEN "35"
               DISPLAY "D01EXCOR: no approval file allocated - no "
                       "corrections released this run."
             WHEN OTHER
               DISPLAY "D01EXCOR: APPRTRAN could not be opened - "
                       "file status " Appr-File-Status
               SET File-Error TO TRUE
           END-EVALUATE
           IF Appr-File-Status = "00"
             READ ApprTrans NEXT RECORD
                  AT END SET Appr-At-End TO TRUE
             END-READ
             PERFORM UNTIL Appr-At-End
               ADD 1 TO Approvals-Read
               PERFORM 082-Apply-Decision
               READ ApprTrans NEXT RECORD
                    AT END SET Appr-At-End TO TRUE
               END-READ
             END-PERFORM
             CLOSE ApprTrans
           END-IF
           .

       082-Apply-Decision SECTION.
      * An approval releases the correction only when it comes from
      * someone other than the analyst who entered it - that is the
      * whole point of the file. A rejection may come from anyone,
      * the entering analyst included (withdrawing it). An approval
      * must also name the values and entered date of the version
      * it reviewed: a correction re-entered since - even earlier
      * in this same run - no longer matches and is not released.
      * Decisions that can't be applied are refused, reported, and
      * leave the pending correction as it was.
           MOVE SPACES TO Refuse-Text
           IF Apr-In-Action NOT = "A" AND Apr-In-Action NOT = "R"
             MOVE "action must be A or R" TO Refuse-Text
           ELSE
             IF Apr-In-Date IS NOT NUMERIC
                OR Apr-In-Num IS NOT NUMERIC
               MOVE "key must be YYYYMMDD and NNNNNN" TO Refuse-Text
             ELSE
               IF Apr-In-Analyst = SPACES
                 MOVE "decision carries no analyst ID"
                   TO Refuse-Text
               END-IF
             END-IF
           END-IF
           IF Refuse-Text = SPACES
             MOVE Apr-In-Date TO Pnd-Open-Date
             MOVE Apr-In-Num  TO Pnd-Exc-Num
             READ PendCorr
             EVALUATE TRUE
               WHEN Pnd-File-Status NOT = "00"
                 MOVE "no pending correction under this key"
                   TO Refuse-Text
               WHEN Pnd-Status NOT = "P"
                 MOVE "correction already decided" TO Refuse-Text
               WHEN Apr-In-Action = "A"
                AND Apr-In-Analyst = Pnd-Entered-By
                 MOVE "approver is the analyst who entered it"
                   TO Refuse-Text
               WHEN Apr-In-Action = "A"
                AND ( Apr-In-Left    NOT = Pnd-Left
                   OR Apr-In-Right   NOT = Pnd-Right
                   OR Apr-In-Entered NOT = Pnd-Entered-Date )
                 MOVE "approval is not for the pending version"
                   TO Refuse-Text
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
      * An exception a supervisor has closed meanwhile takes no
      * released correction.
           IF Refuse-Text = SPACES AND Apr-In-Action = "A"
              AND Reg-Open
             MOVE Pnd-Open-Date TO Reg-Open-Date
             MOVE Pnd-Exc-Num   TO Reg-Exc-Num
             READ ExcpRegister
             IF Reg-File-Status = "00" AND Reg-Status NOT = "O"
               MOVE "exception no longer open on the register"
                 TO Refuse-Text
             END-IF
           END-IF

           IF Refuse-Text NOT = SPACES
             ADD 1 TO Refused-Count
             DISPLAY "D01EXCOR: decision refused - " Refuse-Text
                     ": " ApprTrans-Record
             MOVE SPACES TO Event-Line
             MOVE "REFUSED"      TO EV-Event
             MOVE Apr-In-Date    TO EV-Date
             MOVE Apr-In-Num     TO EV-Num
             MOVE Apr-In-Analyst TO EV-Decided-By
             MOVE Refuse-Text    TO EV-Reason
             PERFORM 095-Write-Event-Line
           ELSE
             MOVE Apr-In-Analyst TO Pnd-Decided-By
             MOVE Run-Date       TO Pnd-Decided-Date
             MOVE Apr-In-Reason  TO Pnd-Decision-Reason
             IF Apr-In-Action = "A"
               PERFORM 083-Release-Correction
             ELSE
               MOVE "R" TO Pnd-Status
               REWRITE Pending-Record
               IF Pnd-File-Status = "00"
                 ADD 1 TO Rejected-Count
                 MOVE "R" TO Step-Work
                 PERFORM 075-Record-Register-Step
                 MOVE SPACES TO Event-Line
                 MOVE "REJECTED" TO EV-Event
                 PERFORM 094-Event-From-Pending
                 MOVE Pnd-Decision-Reason TO EV-Reason
                 PERFORM 095-Write-Event-Line
               ELSE
                 DISPLAY "D01EXCOR: PENDCORR REWRITE failed - file "
                         "status " Pnd-File-Status
                 SET File-Error TO TRUE
               END-IF
             END-IF
           END-IF
           .

       083-Release-Correction SECTION.
      * The approved values go to SUPPLIN as the clean delimited line
      * the next D01HISHY run reads, exactly as a correction always
      * did before it needed a second analyst.
           MOVE "A" TO Pnd-Status
           REWRITE Pending-Record
           IF Pnd-File-Status NOT = "00"
             DISPLAY "D01EXCOR: PENDCORR REWRITE failed - file "
                     "status " Pnd-File-Status
             SET File-Error TO TRUE
           ELSE
             MOVE SPACES TO SupplOut-Record
             STRING Pnd-Left  DELIMITED BY SPACE
                    " "       DELIMITED BY SIZE
                    Pnd-Right DELIMITED BY SPACE
               INTO SupplOut-Record
             END-STRING
             WRITE SupplOut-Record
             ADD 1 TO Released-Count
             MOVE "A" TO Step-Work
             PERFORM 075-Record-Register-Step
             MOVE SPACES TO Event-Line
             MOVE "RELEASED" TO EV-Event
             PERFORM 094-Event-From-Pending
             MOVE Pnd-Decision-Reason TO EV-Reason
             PERFORM 095-Write-Event-Line
           END-IF
           .

       085-Expire-Pending SECTION.
      * One browse of the pending file: a correction still at P more
      * than APPROVAL-DAYS calendar days after it was entered
      * expires, decided by this program. An entered date that
      * won't convert expires too - it can never age out otherwise.
           SET Browse-Done TO FALSE
           MOVE ZERO TO Pnd-Open-Date
           MOVE ZERO TO Pnd-Exc-Num
           START PendCorr KEY NOT < Pnd-Key
           END-START
           IF Pnd-File-Status NOT = "00"
             SET Browse-Done TO TRUE
           END-IF
           PERFORM UNTIL Browse-Done
             READ PendCorr NEXT RECORD
               AT END SET Browse-Done TO TRUE
             END-READ
             IF NOT Browse-Done AND Pnd-Status = "P"
               MOVE ZERO TO Entered-Date-Int
               IF Pnd-Entered-Date IS NUMERIC
                  AND Pnd-Entered-Date ( 5 : 2 ) >= "01"
                  AND Pnd-Entered-Date ( 5 : 2 ) <= "12"
                  AND Pnd-Entered-Date ( 7 : 2 ) >= "01"
                  AND Pnd-Entered-Date ( 7 : 2 ) <= "31"
                 COMPUTE Entered-Date-Int =
                     FUNCTION INTEGER-OF-DATE (Pnd-Entered-Date)
                 END-COMPUTE
               END-IF
               IF Entered-Date-Int = ZERO
                  OR Run-Date-Int - Entered-Date-Int > Approval-Days
                 PERFORM 086-Expire-Correction
               END-IF
             END-IF
           END-PERFORM
           .

       086-Expire-Correction SECTION.
           MOVE "E"      TO Pnd-Status
           MOVE MY-PGM   TO Pnd-Decided-By
           MOVE Run-Date TO Pnd-Decided-Date
           MOVE "expired - no second approval"
             TO Pnd-Decision-Reason
           REWRITE Pending-Record
           IF Pnd-File-Status = "00"
             ADD 1 TO Expired-Count
             MOVE "E" TO Step-Work
             PERFORM 075-Record-Register-Step
             MOVE SPACES TO Event-Line
             MOVE "EXPIRED" TO EV-Event
             PERFORM 094-Event-From-Pending
             MOVE Pnd-Decision-Reason TO EV-Reason
             PERFORM 095-Write-Event-Line
           ELSE
             DISPLAY "D01EXCOR: PENDCORR REWRITE failed - file "
                     "status " Pnd-File-Status
             SET File-Error TO TRUE
             SET Browse-Done TO TRUE
           END-IF
           .

       088-List-Awaiting SECTION.
      * Second part of CORRRPT - every correction still at P after
      * this run, with its key: the second analyst's work list.
           SET Part-Awaiting TO TRUE
           IF Line-Count > 50
             PERFORM 090-Write-Headings
           ELSE
             PERFORM 092-Write-Part-Head
           END-IF
           SET Browse-Done TO FALSE
           MOVE ZERO TO Pnd-Open-Date
           MOVE ZERO TO Pnd-Exc-Num
           START PendCorr KEY NOT < Pnd-Key
           END-START
           IF Pnd-File-Status NOT = "00"
             SET Browse-Done TO TRUE
           END-IF
           PERFORM UNTIL Browse-Done
             READ PendCorr NEXT RECORD
               AT END SET Browse-Done TO TRUE
             END-READ
             IF NOT Browse-Done AND Pnd-Status = "P"
               ADD 1 TO Awaiting-Count
               MOVE SPACES TO Event-Line
               MOVE "PENDING" TO EV-Event
               PERFORM 094-Event-From-Pending
               MOVE Pnd-Entry-Reason TO EV-Reason
               PERFORM 095-Write-Event-Line
             END-IF
           END-PERFORM
           IF Awaiting-Count = ZERO
             MOVE " NO CORRECTIONS AWAITING APPROVAL"
               TO CorrRpt-Record
             WRITE CorrRpt-Record AFTER ADVANCING 1 LINE
             ADD 1 TO Line-Count
           END-IF
           .

       090-Write-Headings SECTION.
      * Page banner, then the current part's title and column
      * header, so a continued list stays readable.
           ADD 1 TO Page-Count
           MOVE Run-Date   TO Head-Run-Date
           MOVE Page-Count TO Head-Page
           MOVE Heading-Line-1 TO CorrRpt-Record
           IF Page-Count = 1
             WRITE CorrRpt-Record AFTER ADVANCING 1 LINE
           ELSE
             WRITE CorrRpt-Record AFTER ADVANCING PAGE
           END-IF
           MOVE 1 TO Line-Count
           PERFORM 092-Write-Part-Head
           .

       092-Write-Part-Head SECTION.
           IF Part-Steps
             MOVE " CORRECTION STEPS THIS RUN" TO CorrRpt-Record
           ELSE
             MOVE " CORRECTIONS AWAITING A SECOND ANALYST"
               TO CorrRpt-Record
           END-IF
           WRITE CorrRpt-Record AFTER ADVANCING 2 LINES
           MOVE Event-Head-Line TO CorrRpt-Record
           WRITE CorrRpt-Record AFTER ADVANCING 2 LINES
           ADD 4 TO Line-Count
           .

       094-Event-From-Pending SECTION.
           MOVE Pnd-Open-Date    TO EV-Date
           MOVE Pnd-Exc-Num      TO EV-Num
           MOVE Pnd-Left         TO EV-Left
           MOVE Pnd-Right        TO EV-Right
           MOVE Pnd-Entered-By   TO EV-Entered-By
           MOVE Pnd-Entered-Date TO EV-Entered-Date
           MOVE Pnd-Decided-By   TO EV-Decided-By
           .

       095-Write-Event-Line SECTION.
           IF Line-Count > 55
             PERFORM 090-Write-Headings
           END-IF
           MOVE Event-Line TO CorrRpt-Record
           WRITE CorrRpt-Record AFTER ADVANCING 1 LINE
           ADD 1 TO Line-Count
           IF Part-Steps
             ADD 1 TO Steps-Written
           END-IF
           .

       098-Write-Summary SECTION.
           IF Line-Count > 53
             PERFORM 090-Write-Headings
           END-IF
           MOVE Entered-Count  TO SM-Entered
           MOVE Released-Count TO SM-Released
           MOVE Rejected-Count TO SM-Rejected
           MOVE Expired-Count  TO SM-Expired
           MOVE Refused-Count  TO SM-Refused
           MOVE Awaiting-Count TO SM-Awaiting
           MOVE Summary-Line TO CorrRpt-Record
           WRITE CorrRpt-Record AFTER ADVANCING 3 LINES
           .

       060-Report-Unused-Corrections SECTION.
      * A correction that matched no exception is usually a mistyped
      * record number - worth a message so the analyst's fix doesn't

       900-Set-Return-Code SECTION.
      * Same condition-code convention as the rest of the suite:
      * 00 every correctable exception corrected and released, 04
      * some work left open (uncorrected exceptions, unused/invalid
      * corrections, a CLOSE card that matched nothing, corrections
      * awaiting approval, rejected, expired, or refused decisions),
      * 08 corrections or decisions supplied but none entered,
      * released or rejected, 12 file failure.
           EVALUATE TRUE
             WHEN File-Error
               MOVE 12 TO Run-RC
               MOVE "file failure detected" TO Status-Reason
               DISPLAY "D01EXCOR: ending RC=12 - file failure "
                       "detected, see prior messages."
             WHEN ( Corr-Count > ZERO OR Approvals-Read > ZERO )
                  AND Entered-Count = ZERO
                  AND Released-Count = ZERO
                  AND Rejected-Count = ZERO
               MOVE 8 TO Run-RC
               MOVE "corrections supplied but none applied"
                 TO Status-Reason
               DISPLAY "D01EXCOR: ending RC=08 - corrections or "
                       "decisions supplied but none could be applied."
             WHEN Uncorrected-Count > ZERO
                  OR Unused-Corr-Count > ZERO
                  OR Invalid-Corr-Count > ZERO
                  OR Close-Miss-Count > ZERO
                  OR Awaiting-Count > ZERO
                  OR Rejected-Count > ZERO
                  OR Expired-Count > ZERO
                  OR Refused-Count > ZERO
               MOVE 4 TO Run-RC
               MOVE "correction work remains open"
                 TO Status-Reason
             MOVE FUNCTION CURRENT-DATE (9:6) TO RS-Run-Time
             MOVE Run-RC            TO RS-RC
             MOVE Exceptions-Read   TO RS-Records-Read
             COMPUTE RS-Records-Flagged = Uncorrected-Count
                                        + Rejected-Count
                                        + Expired-Count
                                        + Refused-Count
             END-COMPUTE
             MOVE ZERO              TO RS-Sections
             MOVE Status-Reason     TO RS-Reason
             WRITE RunStatus-Record
