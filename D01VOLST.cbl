      *  Detail-Feed-District column, and reads the same month's
      *  RESULTOT generations (VOLRSLT) for each district's active
      *  business days. The statement shows, per district: business
      *  days active out of the district's real business days in the
      *  month (off the BUSCAL calendar - weekends, shop holidays and
      *  the office's own closures left out), pairs per day, month
      *  total and share of the
      *  consolidated volume; the grand-total line ties the summed
      *  distances of every counted pair back to the sum of the
      *  month's RESULTOT *ALL lines - if the two disagree, the
           SELECT StatementRpt ASSIGN TO VOLSTMT
           ORGANIZATION IS SEQUENTIAL.

           SELECT BusCalendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Cal-File-Status.

           SELECT ControlCards ASSIGN TO SYSIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-File-Status.
           05                     PIC X(1).
           05  RI-District        PIC X(4).

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

       FD StatementRpt RECORDING MODE F.
       01  StatementRpt-Record    PIC X(132).

           05  Found-Idx          PIC 9(2) BINARY.
           05  District-Work      PIC X(4).
           05  Avg-Per-Day        PIC 9(8)  BINARY.
           05  Month-First-Date   PIC 9(8).
           05  Month-First-Int    PIC 9(8)  BINARY.
           05  Month-Last-Int     PIC 9(8)  BINARY.
           05  Month-Bus-Days     PIC 9(4)  BINARY VALUE 0.
           05  Off-Day-Runs       PIC 9(4)  BINARY VALUE 0.
           05  Next-Year          PIC 9(4).
           05  Next-Mm            PIC 9(2).
           05  Share-Pct          PIC S9(3)V9(2) BINARY.

      * Run-control cards, same deck conventions as D01HISHY:
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
           05  Prev-Bday-Int      PIC 9(8) BINARY.
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

      * One slot per district billed. DETAILRP carries no dates, so
      * the month window is the VOLDETL concatenation itself (the
      * JCL names exactly the month's generations); the RESULTOT
               10  Vd-Pairs       PIC 9(8)  BINARY.
               10  Vd-Distances   PIC 9(14) BINARY.
               10  Vd-Days        PIC 9(4)  BINARY.
               10  Vd-Bus-Days    PIC 9(4)  BINARY.
               10  Vd-Last-Day    PIC 9(8)  BINARY.

       01  Heading-Line-1.
           05                     PIC X(10) VALUE 'D01VOLST'.
       01  Heading-Line-2.
           05                     PIC X(6)  VALUE ' DIST '.
           05                     PIC X(12) VALUE ' DAYS ACTIVE'.
           05                     PIC X(8)  VALUE '  OF BUS'.
           05                     PIC X(12) VALUE '   PAIRS/DAY'.
           05                     PIC X(13) VALUE '  MONTH TOTAL'.
           05                     PIC X(10) VALUE '   SHARE  '.
           05                     PIC X(16) VALUE '  SUM-DISTANCES '.
           05                     PIC X(55) VALUE SPACES.

       01  Statement-Line.
           05                     PIC X(1)  VALUE SPACE.
           05  VL-District        PIC X(4).
           05                     PIC X(5)  VALUE SPACES.
           05  VL-Days            PIC Z(3)9.
           05                     PIC X(4)  VALUE ' OF '.
           05  VL-Bus-Days        PIC Z(3)9.
           05                     PIC X(4)  VALUE SPACES.
           05  VL-Per-Day         PIC Z(7)9.
           05                     PIC X(4)  VALUE SPACES.
           05  VL-Distances       PIC Z(13)9.
           05                     PIC X(2)  VALUE SPACES.
           05  VL-Flag            PIC X(14).
           05                     PIC X(41) VALUE SPACES.

       01  Grand-Line.
           05                     PIC X(1)  VALUE SPACE.
           END-COMPUTE

           PERFORM 005-Read-Control-Cards
           PERFORM 008-Load-Business-Calendar
           PERFORM 010-Count-Detail-Volume
           IF NOT File-Error
             PERFORM 020-Read-Result-Activity
           END-IF
           IF NOT File-Error
             PERFORM 030-Count-Month-Business-Days
           END-IF
           IF NOT File-Error
             IF Vol-Count > 1
               SORT Volume-Entry
           END-IF
           .

       008-Load-Business-Calendar SECTION.
      * Same calendar, same rules as D01HISHY. Optional - with no
      * BUSCAL allocated the month's business days are its Mondays
      * to Fridays.
           SET Cal-At-End TO FALSE
           OPEN INPUT BusCalendar
           IF Cal-File-Status NOT = "00"
             DISPLAY "D01VOLST: no business-day calendar allocated - "
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
             DISPLAY "D01VOLST: " Cal-Day-Count " calendar days and "
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
               DISPLAY "D01VOLST: calendar record has a bad date - "
                       "ignored: " BusCalendar-Record
             WHEN Cal-Day-Type = "B" OR Cal-Day-Type = "H"
               IF Cal-Day-Count < 400
                 ADD 1 TO Cal-Day-Count
                 MOVE Cal-Int-Work TO Cday-Int  ( Cal-Day-Count )
                 MOVE Cal-Day-Type TO Cday-Type ( Cal-Day-Count )
               ELSE
                 DISPLAY "D01VOLST: more than 400 calendar days - "
                         "ignored: " BusCalendar-Record
               END-IF
             WHEN Cal-Day-Type = "C" AND Cal-District NOT = SPACES
               IF Cal-Closure-Count < 400
                 ADD 1 TO Cal-Closure-Count
                 MOVE Cal-Int-Work TO Cclo-Int ( Cal-Closure-Count )
                 MOVE Cal-District
                   TO Cclo-District ( Cal-Closure-Count )
               ELSE
                 DISPLAY "D01VOLST: more than 400 district closures "
                         "- ignored: " BusCalendar-Record
               END-IF
             WHEN OTHER
               DISPLAY "D01VOLST: calendar record type must be B, H "
                       "or C with a district - ignored: "
                       BusCalendar-Record
           END-EVALUATE
           .

       010-Count-Detail-Volume SECTION.
      * One pass over the month's DETAILRP concatenation, counting
      * pairs and summing distances per feed district. A blank
               MOVE ZERO TO Vd-Pairs     ( Found-Idx )
               MOVE ZERO TO Vd-Distances ( Found-Idx )
               MOVE ZERO TO Vd-Days      ( Found-Idx )
               MOVE ZERO TO Vd-Bus-Days  ( Found-Idx )
               MOVE ZERO TO Vd-Last-Day ( Found-Idx )
             END-IF
           END-IF
           .
             MOVE RI-District TO District-Work
             PERFORM 018-Find-District-Slot
             IF Found-Idx > ZERO
      * A run covers the previous business day - the day its
      * morning feed was for, the day D01HISHY's missing-district
      * check looks up closures on - so the day active is that
      * covered day, kept once per district: a rerun, or a weekend
      * catch-up run and the Monday run after it, cover the same
      * day and must not bill two. A run whose covered day the
      * calendar closed for that office still bills its pairs, it
      * just doesn't add a day.
               COMPUTE Prev-Bday-Int =
                   FUNCTION INTEGER-OF-DATE (RI-RunDate)
               END-COMPUTE
               IF Prev-Bday-Int > ZERO
                 PERFORM 026-Find-Covered-Day
               END-IF
               IF Vd-Last-Day ( Found-Idx ) NOT = Prev-Bday-Int
                 MOVE Prev-Bday-Int TO Vd-Last-Day ( Found-Idx )
                 MOVE RI-District TO Cal-District-Work
                 SET District-Closed TO FALSE
                 IF Prev-Bday-Int > ZERO
                   MOVE Prev-Bday-Int TO Bday-Test-Int
                   PERFORM 037-Test-District-Closed
                 END-IF
                 IF District-Closed
                   ADD 1 TO Off-Day-Runs
                 ELSE
                   ADD 1 TO Vd-Days ( Found-Idx )
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       026-Find-Covered-Day SECTION.
      * Prev-Bday-Int in as the run day, out as the shop business
      * day before it - walked back the way D01HISHY's 920 does,
      * giving up after a month of non-business days.
           MOVE Prev-Bday-Int TO Bday-From-Int
           SUBTRACT 1 FROM Prev-Bday-Int
           MOVE Prev-Bday-Int TO Bday-Test-Int
           PERFORM 036-Test-Business-Day
           PERFORM UNTIL Business-Day
                      OR Prev-Bday-Int < Bday-From-Int - 31
             SUBTRACT 1 FROM Prev-Bday-Int
             MOVE Prev-Bday-Int TO Bday-Test-Int
             PERFORM 036-Test-Business-Day
           END-PERFORM
           .

       030-Count-Month-Business-Days SECTION.
      * The statement month's real business days - once for the
      * shop, and once per district with that office's own closures
      * taken out - for the DAYS ACTIVE ... OF column.
           COMPUTE Month-First-Date = Statement-Month * 100 + 1
           END-COMPUTE
           COMPUTE Month-First-Int =
               FUNCTION INTEGER-OF-DATE (Month-First-Date)
           END-COMPUTE
           MOVE Statement-Month ( 1 : 4 ) TO Next-Year
           MOVE Statement-Month ( 5 : 2 ) TO Next-Mm
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

           COMPUTE Bday-From-Int = Month-First-Int - 1
           END-COMPUTE
           MOVE Month-Last-Int TO Bday-To-Int
           MOVE SPACES TO Cal-District-Work
           PERFORM 035-Count-Business-Days
           MOVE Bday-Count TO Month-Bus-Days
           PERFORM VARYING Vol-Idx FROM 1 BY 1
             UNTIL Vol-Idx > Vol-Count
               MOVE Vd-District ( Vol-Idx ) TO Cal-District-Work
               PERFORM 035-Count-Business-Days
               MOVE Bday-Count TO Vd-Bus-Days ( Vol-Idx )
           END-PERFORM
           DISPLAY "D01VOLST: " Month-Bus-Days " business days in "
                   Statement-Month ", " Off-Day-Runs " district "
                   "runs covering a closed day not counted active."
           .

       035-Count-Business-Days SECTION.
      * Days after Bday-From-Int up to and including Bday-To-Int on
      * which district Cal-District-Work's office was open, into
      * Bday-Count. A blank district counts the shop's business
      * days - no closure record carries a blank district.
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

       050-Write-Statement SECTION.
           OPEN OUTPUT StatementRpt
           MOVE 99 TO Line-Count
           MOVE SPACES TO Statement-Line
           MOVE Vd-District ( Vol-Idx ) TO VL-District
           MOVE Vd-Days     ( Vol-Idx ) TO VL-Days
           MOVE Vd-Bus-Days ( Vol-Idx ) TO VL-Bus-Days
           IF Vd-Days ( Vol-Idx ) = ZERO
      * Pairs on VOLDETL but no RESULTOT activity in the month -
      * the concatenation reaches outside the statement month, or
