      *  every open exception listed with its register key (the
      *  value a D01EXCOR CLOSE card quotes back once the district
      *  delivers), then the buckets by reason and district, aged
      *  1 day / 2-5 days / over 5 days against today's date - in
      *  business days off the BUSCAL calendar, skipping weekends,
      *  shop holidays and days the district's own office was shut.
      *  Optionally prunes closed entries that have been
      *  closed longer than PURGE-CLOSED-DAYS so the register
      *  carries history without growing without bound.
           SELECT AgingRpt ASSIGN TO EXCAGRPT
           ORGANIZATION IS SEQUENTIAL.

           SELECT BusCalendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Cal-File-Status.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.
       DATA DIVISION.
       FILE SECTION.

      * The register record D01EXCOR writes, LRECL 112, key at
      * offset 0 length 14 - keep the layouts in step.
       FD ExcpRegister.
       01  Register-Record.
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

       FD AgingRpt RECORDING MODE F.
       01  AgingRpt-Record        PIC X(132).
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

      * One slot per distinct reason/district combination seen open
      * - a few dozen in practice, five hundred at the outside.
      * Sorted on the declared keys before printing so the report
           SET File-Error TO FALSE

           PERFORM 005-Read-Control-Cards
           PERFORM 012-Load-Business-Calendar

      * The report opens before the browse - the open-entry detail
      * section is written as the browse passes each open entry (in
           END-IF
           .

       012-Load-Business-Calendar SECTION.
      * Same calendar, same rules as D01HISHY. Optional - with no
      * BUSCAL allocated the aging counts Monday to Friday.
           SET Cal-At-End TO FALSE
           OPEN INPUT BusCalendar
           IF Cal-File-Status NOT = "00"
             DISPLAY "D01EXCAG: no business-day calendar allocated - "
                     "aging counts Monday to Friday, no holidays or "
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
             DISPLAY "D01EXCAG: " Cal-Day-Count " calendar days and "
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
               DISPLAY "D01EXCAG: calendar record has a bad date - "
                       "ignored: " BusCalendar-Record
             WHEN Cal-Day-Type = "B" OR Cal-Day-Type = "H"
               IF Cal-Day-Count < 400
                 ADD 1 TO Cal-Day-Count
                 MOVE Cal-Int-Work TO Cday-Int  ( Cal-Day-Count )
                 MOVE Cal-Day-Type TO Cday-Type ( Cal-Day-Count )
               ELSE
                 DISPLAY "D01EXCAG: more than 400 calendar days - "
                         "ignored: " BusCalendar-Record
               END-IF
             WHEN Cal-Day-Type = "C" AND Cal-District NOT = SPACES
               IF Cal-Closure-Count < 400
                 ADD 1 TO Cal-Closure-Count
                 MOVE Cal-Int-Work TO Cclo-Int ( Cal-Closure-Count )
                 MOVE Cal-District
                   TO Cclo-District ( Cal-Closure-Count )
               ELSE
                 DISPLAY "D01EXCAG: more than 400 district closures "
                         "- ignored: " BusCalendar-Record
               END-IF
             WHEN OTHER
               DISPLAY "D01EXCAG: calendar record type must be B, H "
                       "or C with a district - ignored: "
                       BusCalendar-Record
           END-EVALUATE
           .

       015-Count-Business-Days SECTION.
      * Days after Bday-From-Int up to and including Bday-To-Int on
      * which district Cal-District-Work's office was open, into
      * Bday-Count.
           MOVE ZERO TO Bday-Count
           COMPUTE Bday-Test-Int = Bday-From-Int + 1
           END-COMPUTE
           PERFORM UNTIL Bday-Test-Int > Bday-To-Int
             PERFORM 017-Test-District-Closed
             IF NOT District-Closed
               ADD 1 TO Bday-Count
             END-IF
             ADD 1 TO Bday-Test-Int
           END-PERFORM
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

       010-Browse-Register SECTION.
      * One pass over the whole register: open entries age into the
      * buckets, closed entries are counted (and purged when the
             COMPUTE Open-Date-Int =
                 FUNCTION INTEGER-OF-DATE (Date-Work)
             END-COMPUTE
      * The age is the district office's business days since the
      * entry opened - a Friday exception is three days old on
      * Wednesday, not five. Opened today is age zero.
             IF Open-Date-Int = ZERO
               ADD 1 TO Bad-Entry-Count
               MOVE 999 TO Age-Days
             ELSE
               MOVE ZERO TO Age-Days
               IF Open-Date-Int < Run-Date-Int
                 MOVE Open-Date-Int TO Bday-From-Int
                 MOVE Run-Date-Int  TO Bday-To-Int
                 MOVE Reg-District  TO Cal-District-Work
                 PERFORM 015-Count-Business-Days
                 MOVE Bday-Count TO Age-Days
               END-IF
             END-IF
           END-IF

