      *  Location master maintenance
      *
      *  Applies the district offices' registry extract to the
      *  location master KSDS that D01HISHY reads to stamp names and
      *  districts onto its detail and exception reports.
      *
      *  The master is effective-dated: keyed by the 8-digit location
      *  ID plus the date a version took effect, each version
      *  carrying the last date it was in effect (99999999 while it
      *  is still open). A change never overwrites - the open version
      *  is closed as of yesterday and a new one opened from today,
      *  so D01HISHY, D01RSTIQ and D01LOCST can stamp any past run
      *  date with the name and district that applied on it.
      *
      *  Extract transactions:
      *    A  add a location           (already on master: applied as
      *                                 a change, the registry wins)
      *    C  change name/district     (not on master: applied as an
      *                                 add, the registry wins)
      *    D  deactivate a location    (opens a version with status
      *                                 I - history stays reportable)
      *  A transaction that would leave the open version exactly as
      *  it is opens nothing and is counted as unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D01LOCLD.
           SELECT RegExtract ASSIGN TO REGEXTR
           ORGANIZATION IS SEQUENTIAL.

      * DYNAMIC, not RANDOM - the maintenance path browses one
      * location's versions with START/READ NEXT to find the open
      * one, and the certification dump browses the whole cluster.
           SELECT LocMaster ASSIGN TO LOCMASTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.

      * Registry extract, LRECL 46. D01DORMT writes its proposed
      * deactivations in this layout - keep the two in step.
       FD RegExtract RECORDING MODE F.
       01  RegExtract-Record.
           05  Reg-Action         PIC X(1).
           05                     PIC X(1).
           05  Reg-Loc-District   PIC X(4).

      * Same layout as the FD in D01HISHY, D01RSTIQ, D01LOCST,
      * D01RSTEX and D01DORMT - this program is the only writer,
      * keep them all in step.
      * LRECL 63, key at offset 0 length 16: location ID then the
      * date the version took effect, so one location's versions
      * sit together in date order. Loc-Valid-To is the last date
      * the version applied - 99999999 on the open version.
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

      * Maintenance journal - one record per transaction actually
      * applied to the master, old image and new image side by side,
           05  Exists-Sw          PIC 9(1) BINARY VALUE 0.
               88 Loc-Exists         VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Version-Done-Sw    PIC 9(1) BINARY VALUE 0.
               88 Version-Done       VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Total-Read         PIC 9(6) BINARY VALUE 0.
           05  Adds-Applied       PIC 9(6) BINARY VALUE 0.
           05  Changes-Applied    PIC 9(6) BINARY VALUE 0.
           05  Deacts-Applied     PIC 9(6) BINARY VALUE 0.
           05  Unchanged-Count    PIC 9(6) BINARY VALUE 0.
           05  Reject-Count       PIC 9(6) BINARY VALUE 0.
           05  Run-RC             PIC 9(2) BINARY VALUE 0.
           05  Run-Date           PIC 9(8).
           05  Prior-Date         PIC 9(8).
           05  Stat-File-Status   PIC X(2).
           05  Status-Reason      PIC X(46).
           05  Ctl-File-Status    PIC X(2).
               88 Dump-Done          VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Dump-Count         PIC 9(6) BINARY VALUE 0.
           05  Dump-Versions      PIC 9(6) BINARY VALUE 0.
           05  Dump-Last-Id       PIC 9(8).
           05  Chg-Line-Count     PIC 9(4) BINARY VALUE 99.
           05  Chg-Page-Count     PIC 9(4) BINARY VALUE 0.
           05  Dmp-Line-Count     PIC 9(4) BINARY VALUE 99.
           05  Ctl-Value          PIC X(20).
           05  Ctl-Value-Len      PIC 9(2) BINARY.

      * Old image of the open version a transaction is about to
      * close - captured off the version browse before the new
      * values overlay the record area, journaled beside the new
      * image. The New- fields are the version about to be opened.
       01  Old-Image-Fields.
           05  Old-Valid-From     PIC 9(8).
           05  Old-Name           PIC X(30).
           05  Old-District       PIC X(4).
           05  Old-Status         PIC X(1).
           05  Journal-Action     PIC X(1).
           05  New-Name           PIC X(30).
           05  New-District       PIC X(4).
           05  New-Status         PIC X(1).

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01LOCLD'.
           05  CT-Deacts          PIC Z(5)9.
           05                     PIC X(13) VALUE ' DEACTIVATED,'.
           05  CT-Rejects         PIC Z(5)9.
           05                     PIC X(10) VALUE ' REJECTED,'.
           05  CT-Unchanged       PIC Z(5)9.
           05                     PIC X(10) VALUE ' UNCHANGED'.
           05                     PIC X(52) VALUE SPACES.

       01  Dump-Heading-1.
           05                     PIC X(10) VALUE 'D01LOCLD'.
               'NAME                            '.
           05                     PIC X(6)  VALUE 'DIST  '.
           05                     PIC X(6)  VALUE 'STATUS'.
           05                     PIC X(10) VALUE 'VALID-FROM'.
           05                     PIC X(10) VALUE 'VALID-TO  '.
           05                     PIC X(58) VALUE SPACES.

       01  Dump-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  DL-District        PIC X(4).
           05                     PIC X(3)  VALUE SPACES.
           05  DL-Status          PIC X(1).
           05                     PIC X(3)  VALUE SPACES.
           05  DL-Valid-From      PIC 9(8).
           05                     PIC X(2)  VALUE SPACES.
           05  DL-Valid-To        PIC 9(8).
           05                     PIC X(60) VALUE SPACES.

       01  Dump-Total-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  DT-Count           PIC Z(5)9.
           05                     PIC X(21) VALUE
               ' LOCATIONS ON MASTER,'.
           05  DT-Versions        PIC Z(5)9.
           05                     PIC X(9)  VALUE ' VERSIONS'.
           05                     PIC X(89) VALUE SPACES.

      /
       PROCEDURE DIVISION.
           MOVE ZERO TO Adds-Applied
           MOVE ZERO TO Changes-Applied
           MOVE ZERO TO Deacts-Applied
           MOVE ZERO TO Unchanged-Count
           MOVE ZERO TO Reject-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
      * A version closed by today's extract was last in effect
      * yesterday.
           COMPUTE Prior-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (Run-Date) - 1)
           END-COMPUTE
           SET EOF TO FALSE
           SET File-Error TO FALSE

             MOVE Changes-Applied TO CT-Changes
             MOVE Deacts-Applied  TO CT-Deacts
             MOVE Reject-Count    TO CT-Rejects
             MOVE Unchanged-Count TO CT-Unchanged
             MOVE Change-Total-Line TO ChangeRpt-Record
             WRITE ChangeRpt-Record AFTER ADVANCING 2 LINES
             CLOSE MaintJournal
           DISPLAY "D01LOCLD: read " Total-Read " transactions - "
                   Adds-Applied " added, " Changes-Applied
                   " changed, " Deacts-Applied " deactivated, "
                   Reject-Count " rejected, " Unchanged-Count
                   " unchanged."

           PERFORM 900-Set-Return-Code
           GOBACK
           END-IF
           .

       015-Find-Open-Version SECTION.
      * Browse this location's versions from its lowest key and stop
      * on the open one (valid-to 99999999). Its image is kept in
      * the Old- fields - what the journal certifies the master held
      * before the extract ran. No open version means the location
      * is new to the master.
           SET Loc-Exists   TO FALSE
           SET Version-Done TO FALSE
           MOVE SPACES TO Old-Name
           MOVE SPACES TO Old-District
           MOVE SPACES TO Old-Status
           MOVE ZERO   TO Old-Valid-From
           MOVE Reg-Loc-Id TO Loc-Id
           MOVE ZERO       TO Loc-Valid-From
           START LocMaster KEY NOT < Loc-Key
           END-START
           IF Loc-File-Status NOT = "00"
             SET Version-Done TO TRUE
           END-IF
           PERFORM UNTIL Version-Done
             READ LocMaster NEXT RECORD
               AT END SET Version-Done TO TRUE
             END-READ
             IF NOT Version-Done
               IF Loc-File-Status NOT = "00"
                  OR Loc-Id NOT = Reg-Loc-Id
                 SET Version-Done TO TRUE
               ELSE
                 IF Loc-Valid-To = 99999999
                   SET Loc-Exists   TO TRUE
                   SET Version-Done TO TRUE
                   MOVE Loc-Valid-From TO Old-Valid-From
                   MOVE Loc-Name       TO Old-Name
                   MOVE Loc-District   TO Old-District
                   MOVE Loc-Status     TO Old-Status
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       020-Add-Or-Change SECTION.
      * Find the open version first so the counts reflect what
      * actually happened, not what the extract claimed. A re-run
      * extract finds the open version already holding these values
      * and opens nothing, which keeps the cluster idempotent.
           PERFORM 015-Find-Open-Version
           IF Loc-Exists
              AND Old-Name     = Reg-Loc-Name
              AND Old-District = Reg-Loc-District
              AND Old-Status   = "A"
             ADD 1 TO Unchanged-Count
           ELSE
             MOVE Reg-Loc-Name     TO New-Name
             MOVE Reg-Loc-District TO New-District
             MOVE "A"              TO New-Status
             PERFORM 025-Store-New-Version
             IF Loc-File-Status = "00"
               IF Loc-Exists
                 ADD 1 TO Changes-Applied
                 MOVE "C" TO Journal-Action
               ELSE
                 ADD 1 TO Adds-Applied
                 MOVE "A" TO Journal-Action
               END-IF
               PERFORM 040-Journal-Change
             END-IF
           END-IF
           .

       025-Store-New-Version SECTION.
      * Close the open version as of yesterday and open the new one
      * from today. When the open version itself only took effect
      * today (a second extract the same day) there is no earlier
      * day for it to have applied on, so it is rewritten in place.
      * Leaves Loc-File-Status "00" and the new version in the
      * record area when it worked.
           IF Loc-Exists AND Old-Valid-From NOT < Run-Date
             MOVE SPACES          TO LocMaster-Record
             MOVE Reg-Loc-Id      TO Loc-Id
             MOVE Old-Valid-From  TO Loc-Valid-From
             MOVE New-Name        TO Loc-Name
             MOVE New-District    TO Loc-District
             MOVE New-Status      TO Loc-Status
             MOVE 99999999        TO Loc-Valid-To
             REWRITE LocMaster-Record
             IF Loc-File-Status NOT = "00"
               ADD 1 TO Reject-Count
               DISPLAY "D01LOCLD: REWRITE failed for " Loc-Key
                       " - file status " Loc-File-Status
               SET File-Error TO TRUE
             END-IF
           ELSE
             MOVE "00" TO Loc-File-Status
             IF Loc-Exists
               MOVE SPACES          TO LocMaster-Record
               MOVE Reg-Loc-Id      TO Loc-Id
               MOVE Old-Valid-From  TO Loc-Valid-From
               MOVE Old-Name        TO Loc-Name
               MOVE Old-District    TO Loc-District
               MOVE Old-Status      TO Loc-Status
               MOVE Prior-Date      TO Loc-Valid-To
               REWRITE LocMaster-Record
               IF Loc-File-Status NOT = "00"
                 ADD 1 TO Reject-Count
                 DISPLAY "D01LOCLD: REWRITE failed closing "
                         Loc-Key " - file status " Loc-File-Status
                 SET File-Error TO TRUE
               END-IF
             END-IF
             IF Loc-File-Status = "00"
               MOVE SPACES          TO LocMaster-Record
               MOVE Reg-Loc-Id      TO Loc-Id
               MOVE Run-Date        TO Loc-Valid-From
               MOVE New-Name        TO Loc-Name
               MOVE New-District    TO Loc-District
               MOVE New-Status      TO Loc-Status
               MOVE 99999999        TO Loc-Valid-To
               WRITE LocMaster-Record
               IF Loc-File-Status NOT = "00"
                 ADD 1 TO Reject-Count
                 DISPLAY "D01LOCLD: WRITE failed for " Loc-Key
                         " - file status " Loc-File-Status
                 SET File-Error TO TRUE
               END-IF
             END-IF
           END-IF
           .

       030-Deactivate SECTION.
      * Deactivation opens a version with status I carrying the name
      * and district forward - D01HISHY still enriches old report
      * lines with the name, and the status byte tells anyone
      * reading the master the location is closed from today.
           PERFORM 015-Find-Open-Version
           IF NOT Loc-Exists
             ADD 1 TO Reject-Count
             DISPLAY "D01LOCLD: transaction " Total-Read
                     " rejected - deactivate for a location not on "
                     "the master: " Reg-Loc-Id
           ELSE
             IF Old-Status = "I"
               ADD 1 TO Unchanged-Count
             ELSE
               MOVE Old-Name     TO New-Name
               MOVE Old-District TO New-District
               MOVE "I"          TO New-Status
               PERFORM 025-Store-New-Version
               IF Loc-File-Status = "00"
                 ADD 1 TO Deacts-Applied
                 MOVE "D" TO Journal-Action
                 PERFORM 040-Journal-Change
               END-IF
             END-IF
           END-IF
           .

       040-Journal-Change SECTION.
      * One applied transaction: the journal record for the audit
      * trail and the matching before/after line on the printed
      * change report. The record area still holds the new version
      * 025 just stored; the Old- fields hold the version it closed
      * (blank for an add). MOVE SPACES (not INITIALIZE
      * - that skips unnamed FILLER items) so the separator bytes
      * come out as readable spaces.
           MOVE SPACES TO MaintJournal-Record
           MOVE Run-Date       TO Jrn-Run-Date
           MOVE Journal-Action TO Jrn-Action
           MOVE Loc-Id         TO Jrn-Loc-Id
           MOVE Old-Name       TO Jrn-Old-Name
           MOVE Old-District   TO Jrn-Old-District
           MOVE Old-Status     TO Jrn-Old-Status
           END-IF
           MOVE SPACES TO Change-Line
           MOVE Journal-Action TO CH-Action
           MOVE Loc-Id         TO CH-Loc-Id
           MOVE Old-Name       TO CH-Old-Name
           MOVE Old-District   TO CH-Old-District
           MOVE Old-Status     TO CH-Old-Status
      * Full master listing in key order for the quarterly
      * certification - each district office reads its own pages and
      * signs off the names, districts and statuses we will enrich
      * reports with, every version with the dates it applied on.
      * Browses from the low key with START/READ NEXT;
      * the maintenance pass above already ran, so the dump shows
      * the post-extract master.
           SET Dump-Done TO FALSE
           MOVE ZERO TO Dump-Count
           MOVE ZERO TO Dump-Versions
           MOVE ZERO TO Dump-Last-Id
           OPEN OUTPUT DumpRpt
           MOVE ZERO TO Loc-Id
           MOVE ZERO TO Loc-Valid-From
           START LocMaster KEY NOT < Loc-Key
           END-START
           IF Loc-File-Status NOT = "00"
               IF Loc-File-Status NOT = "00"
                 SET Dump-Done TO TRUE
               ELSE
                 ADD 1 TO Dump-Versions
                 IF Loc-Id NOT = Dump-Last-Id
                   ADD 1 TO Dump-Count
                   MOVE Loc-Id TO Dump-Last-Id
                 END-IF
                 IF Dmp-Line-Count > 55
                   PERFORM 070-Dump-Headings
                 END-IF
                 MOVE SPACES TO Dump-Line
                 MOVE Loc-Id         TO DL-Loc-Id
                 MOVE Loc-Name       TO DL-Name
                 MOVE Loc-District   TO DL-District
                 MOVE Loc-Status     TO DL-Status
                 MOVE Loc-Valid-From TO DL-Valid-From
                 MOVE Loc-Valid-To   TO DL-Valid-To
                 MOVE Dump-Line TO DumpRpt-Record
                 WRITE DumpRpt-Record AFTER ADVANCING 1 LINE
                 ADD 1 TO Dmp-Line-Count
             PERFORM 070-Dump-Headings
           END-IF
           MOVE SPACES TO DumpRpt-Record
           MOVE Dump-Count    TO DT-Count
           MOVE Dump-Versions TO DT-Versions
           MOVE Dump-Total-Line TO DumpRpt-Record
           WRITE DumpRpt-Record AFTER ADVANCING 2 LINES
           CLOSE DumpRpt
           DISPLAY "D01LOCLD: certification dump listed "
                   Dump-Count " locations, " Dump-Versions
                   " versions."
           .

       070-Dump-Headings SECTION.
                       "nothing applied."
             WHEN Total-Read > ZERO
                  AND Adds-Applied = ZERO AND Changes-Applied = ZERO
                  AND Deacts-Applied = ZERO AND Unchanged-Count = ZERO
               MOVE 8 TO Run-RC
               MOVE "every transaction rejected" TO Status-Reason
               DISPLAY "D01LOCLD: ending RC=08 - every transaction "
