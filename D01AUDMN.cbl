       DATA DIVISION.
       FILE SECTION.

      * The layout 910-Write-Audit produces, LRECL 73. Records older
      * than the reject-count column carry spaces there - read as
      * zero rejects rather than choking on history; the pair-count
      * column is carried through untouched. A supplemental run's
      * record (run type S) is a run like any other: its records
      * and rejects are the late sections', its SumOfDistances the
      * merged day's.
       FD AuditHistory RECORDING MODE F.
       01  AuditHistory-Record.
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

       FD AuditArchive RECORDING MODE F.
       01  AuditArchive-Record    PIC X(73).

       FD AuditTrimmed RECORDING MODE F.
       01  AuditTrimmed-Record    PIC X(73).

       FD SummaryRpt RECORDING MODE F.
       01  SummaryRpt-Record      PIC X(132).
           IF Audit-RunDate IS NOT NUMERIC
             ADD 1 TO Bad-Record-Count
             DISPLAY "D01AUDMN: unreadable audit record retained "
                     "as-is: " AuditHistory-Record ( 1 : 73 )
             MOVE AuditHistory-Record TO AuditTrimmed-Record
             WRITE AuditTrimmed-Record
             ADD 1 TO Retained-Count
