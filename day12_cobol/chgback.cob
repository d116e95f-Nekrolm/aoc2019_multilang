      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgBack.

      * Monthly chargeback of the Day12 and Day10 runs to the groups
      * that asked for them. Every run is tagged on D12PARM with a
      * requester and a cost centre, which the run books to RUNXREF
      * on the D12PARM line behind its DAY12 or DAY10 line and stamps
      * on the end of each timing line it writes - D12PERF for Day12,
      * one line per system, and D10PERF for Day10. This program joins
      * the two for one month and lists on CHGRPT, for each cost
      * centre, the runs it asked for, the systems they simulated
      * and the scenarios swept after them (counted off SCENHIST),
      * the iterations stepped, the elapsed seconds and the charge
      * for that time at the hourly rate on the control card.
      *
      * CHGCTL carries KEYWORD=VALUE records:
      *   RATE=n.nn     charge per elapsed hour (required)
      *   MONTH=yyyy-mm the month charged (default the month before
      *                 the month of the run)
      * A run belongs to the month its run identifier was minted in,
      * which is the month it started. The live D12PERF and SCENHIST
      * are read and then HistArc's archive of each for the month and
      * for the month after, when those months have been archived: a
      * run restarted after the turn of the month books its later
      * lines under the later date, and HistArc files each line by
      * its own date. Only lines of runs minted in the month are
      * taken from any of them. A Driver job books its Day10 and
      * Day12 steps under one identifier; they are two runs here,
      * each charged for its own time.
      *
      * A run takes its tag from the D12PARM line it books to RUNXREF
      * under its own identifier. RunIdent appends one line at a time,
      * so two runs started together can interleave their lines: a
      * tag is applied to the run whose line it follows only when the
      * identifiers agree, and otherwise to the latest run opened
      * under its identifier. A tag that matches no run is left
      * unapplied with a warning. A run booked before runs were
      * tagged, or whose timing lines reach no RUNXREF line, takes
      * the tag off its timing lines instead. Each run's tag is
      * judged by CostCtr against COSTCTR as it stands when this report
      * is run: a run with no requester, no cost centre, or a cost
      * centre that is not open is charged to nobody and is listed
      * with the reason in the exceptions section, with the charge it
      * would have drawn, for the cost centre owners to settle. A run
      * on RUNXREF with no timing line (one that failed before its
      * first system ended, or a verification pass) is counted as a
      * run with no time to charge. The system count is of distinct
      * systems: a system stopped and resumed has a timing line for
      * each stretch, and all of its time is charged.
      *
      * Return code 0 when every run was charged, 4 when there are
      * exceptions or tags left unapplied, and 16 when nothing was
      * charged - a bad control card, no cost-centre table or no
      * RUNXREF.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "CHGCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select XREF-FILE assign to "RUNXREF"
               organization is line sequential
               file status is XREF-STATUS.

           select PERF-FILE assign using PERF-NAME
               organization is line sequential
               file status is PERF-STATUS.

           select SCENHIST-FILE assign using SCENHIST-NAME
               organization is line sequential
               file status is SCENHIST-STATUS.

           select REPORT-OUT assign to "CHGRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

      * RunIdent's line: run identifier, generation, program text.
       FD  XREF-FILE
           record contains 80 characters.
       01 XREF-RECORD.
           05 XR-RUN-ID   PIC X(14).
           05 XR-SEP-1    PIC X.
           05 XR-GEN      PIC X(02).
           05 XR-SEP-2    PIC X.
           05 XR-TEXT     PIC X(60).
           05 FILLER      PIC X(02).

      * The timing line Day12 books per system, and Day10 per run.
       FD  PERF-FILE
           record contains 81 characters.
       01 PERF-RECORD.
           05 PF-DATE        PIC X(19).
           05 PF-SEP-1       PIC X.
           05 PF-RUN-ID      PIC X(14).
           05 PF-SEP-2       PIC X.
           05 PF-SYSTEM      PIC X(02).
           05 PF-SEP-3       PIC X.
           05 PF-ITERS       PIC X(07).
           05 PF-SEP-4       PIC X.
           05 PF-CSECS       PIC X(09).
           05 PF-SEP-5       PIC X.
           05 PF-RATE        PIC X(07).
           05 PF-SEP-6       PIC X.
           05 PF-REQUESTER   PIC X(08).
           05 PF-SEP-7       PIC X.
           05 PF-COST-CENTRE PIC X(06).
           05 FILLER         PIC X.
           05 FILLER         PIC X.

      * Day12's scenario line; only the run identifier is wanted.
       FD  SCENHIST-FILE
           record contains 132 characters.
       01 SCENHIST-RECORD.
           05 SH-DATE     PIC X(19).
           05 SH-SEP-1    PIC X.
           05 SH-RUN-ID   PIC X(14).
           05 FILLER      PIC X(98).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS  PIC X(02) VALUE ZEROS.
       01 XREF-STATUS     PIC X(02) VALUE ZEROS.
       01 PERF-STATUS     PIC X(02) VALUE ZEROS.
       01 SCENHIST-STATUS PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS   PIC X(02) VALUE ZEROS.

       01 PERF-NAME       PIC X(20) VALUE SPACES.
       01 SCENHIST-NAME   PIC X(20) VALUE SPACES.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "CHGBACK".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z(8)9.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
               10 RUN-MONTH PIC 9(02).
               10 RUN-DAY   PIC 9(02).
           05 RUN-TIME.
               10 RUN-HOUR  PIC 9(02).
               10 RUN-MIN   PIC 9(02).
               10 RUN-SEC   PIC 9(02).
               10 FILLER    PIC 9(02).

       01 RUN-DATE-DISPLAY.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 RD-YEAR     PIC 9(04).
           05 FILLER      PIC X VALUE "-".
           05 RD-MONTH    PIC 9(02).
           05 FILLER      PIC X VALUE "-".
           05 RD-DAY      PIC 9(02).
           05 FILLER      PIC X VALUE SPACE.
           05 RD-HOUR     PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 RD-MIN      PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 RD-SEC      PIC 9(02).

       01 CTL-KEYWORD     PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX    PIC X(60) VALUE SPACES.
       01 CTL-ERROR       PIC 9 VALUE 0.
           88 CONTROL-BAD VALUE 1.

      * The month charged, and the same month as the first four
      * characters of a run identifier minted in it (YYMM).
       01 CHARGE-MONTH-TX.
           05 CHARGE-YEAR  PIC 9(04).
           05 CHARGE-DASH  PIC X VALUE "-".
           05 CHARGE-MONTH PIC 9(02).
       01 MONTH-KEY.
           05 MK-YEAR     PIC 9(02).
           05 MK-MONTH    PIC 9(02).
       01 MONTH-NUMBER    PIC 9(06) VALUE ZERO.

      * The month after the month charged, and the month of the
      * archive being named.
       01 AFTER-MONTH-TX.
           05 AFTER-YEAR   PIC 9(04) VALUE ZERO.
           05 AFTER-MONTH  PIC 9(02) VALUE ZERO.
       01 ARCHIVE-MONTH-TX.
           05 ARCHIVE-YEAR  PIC 9(04) VALUE ZERO.
           05 ARCHIVE-MONTH PIC 9(02) VALUE ZERO.

      * The rate is money per elapsed hour; time is booked in
      * hundredths of a second, 360000 to the hour.
       01 RATE-GIVEN      PIC 9 VALUE 0.
       01 CHARGE-RATE     PIC 9(07)V99 VALUE ZERO.
       01 RATE-BAD        PIC 9 VALUE 0.
       01 RATE-POINT      PIC 9(02) VALUE ZERO.
       01 RATE-DIGITS     PIC 9(02) VALUE ZERO.
       01 RATE-DECIMALS   PIC 9(02) VALUE ZERO.
       01 RATE-ENDED      PIC 9 VALUE 0.
       01 P               PIC 9(02) VALUE ZERO.

       01 CENTRES-ON-TABLE PIC 9(03) VALUE ZERO.

      * The runs of the month, in the order RUNXREF booked them, each
      * with the tag it is charged under and the work it did. Runs
      * that reach RUNXREF only by their timing lines are added
      * behind them in the order those lines are read.
       78 MAX-RUNS VALUE 3000.
       01 RUN-COUNT       PIC 9(04) VALUE ZERO.
       01 R               PIC 9(04) VALUE ZERO.
       01 RUN-FOUND       PIC 9(04) VALUE ZERO.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS MAX-RUNS TIMES.
               10 RN-RUN-ID      PIC X(14).
               10 RN-PROGRAM     PIC X(05).
               10 RN-ON-XREF     PIC 9.
               10 RN-TAGGED      PIC 9.
               10 RN-REQUESTER   PIC X(08).
               10 RN-COST-CENTRE PIC X(06).
               10 RN-SYSTEMS     PIC 9(03).
               10 RN-SYSTEM-SEEN PIC X(99).
               10 RN-SCENARIOS   PIC 9(07).
               10 RN-ITERS       PIC 9(11).
               10 RN-CSECS       PIC 9(11).
               10 RN-CHARGE      PIC 9(09)V99.
               10 RN-CHARGED     PIC 9.

      * The line being matched against the run table.
       01 LOOK-RUN-ID     PIC X(14) VALUE SPACES.
       01 LOOK-PROGRAM    PIC X(05) VALUE SPACES.
       01 PERF-PROGRAM    PIC X(05) VALUE SPACES.
       01 LINE-SYSTEM     PIC 9(02) VALUE ZERO.
       01 LINE-ITERS      PIC 9(07) VALUE ZERO.
       01 LINE-CSECS      PIC 9(09) VALUE ZERO.
       01 LAST-XREF-RUN   PIC 9(04) VALUE ZERO.
       01 TAG-RUN         PIC 9(04) VALUE ZERO.
       01 TAG-WORDS       PIC 9(02) VALUE ZERO.

       01 XREF-WORD-TABLE.
           05 XREF-WORD PIC X(30) OCCURS 5 TIMES.
       01 XREF-WORDS      PIC 9(02) VALUE ZERO.
       01 W               PIC 9(02) VALUE ZERO.

       01 CHARGE-TAG.
           05 CG-REQUESTER   PIC X(08) VALUE SPACES.
           05 CG-COST-CENTRE PIC X(06) VALUE SPACES.
           05 CG-VERDICT     PIC X(02) VALUE SPACES.
           05 CG-NAME        PIC X(30) VALUE SPACES.
           05 CG-TEXT        PIC X(60) VALUE SPACES.

      * One entry per cost centre charged, kept in code order.
       78 MAX-CENTRES VALUE 500.
       01 CENTRE-COUNT    PIC 9(03) VALUE ZERO.
       01 C               PIC 9(03) VALUE ZERO.
       01 CENTRE-AT       PIC 9(03) VALUE ZERO.
       01 CENTRE-TABLE.
           05 CENTRE-ENTRY OCCURS MAX-CENTRES TIMES.
               10 CE-CODE      PIC X(06).
               10 CE-NAME      PIC X(30).
               10 CE-RUNS      PIC 9(06).
               10 CE-SYSTEMS   PIC 9(07).
               10 CE-SCENARIOS PIC 9(09).
               10 CE-ITERS     PIC 9(15).
               10 CE-CSECS     PIC 9(13).
               10 CE-CHARGE    PIC 9(11)V99.

       01 TOTALS-CHARGED.
           05 TC-RUNS      PIC 9(06) VALUE ZERO.
           05 TC-SYSTEMS   PIC 9(07) VALUE ZERO.
           05 TC-SCENARIOS PIC 9(09) VALUE ZERO.
           05 TC-ITERS     PIC 9(15) VALUE ZERO.
           05 TC-CSECS     PIC 9(13) VALUE ZERO.
           05 TC-CHARGE    PIC 9(11)V99 VALUE ZERO.
       01 TOTALS-EXCEPTED.
           05 TX-RUNS      PIC 9(06) VALUE ZERO.
           05 TX-SYSTEMS   PIC 9(07) VALUE ZERO.
           05 TX-SCENARIOS PIC 9(09) VALUE ZERO.
           05 TX-ITERS     PIC 9(15) VALUE ZERO.
           05 TX-CSECS     PIC 9(13) VALUE ZERO.
           05 TX-CHARGE    PIC 9(11)V99 VALUE ZERO.

      * What was read, for the control counts at the foot.
       01 XREF-LINES      PIC 9(09) VALUE ZERO.
       01 XREF-TAKEN      PIC 9(09) VALUE ZERO.
       01 PERF-TAKEN      PIC 9(09) VALUE ZERO.
       01 PERF-UNREADABLE PIC 9(09) VALUE ZERO.
       01 PERF-NO-XREF    PIC 9(09) VALUE ZERO.
       01 TAGS-UNAPPLIED  PIC 9(09) VALUE ZERO.
       01 SCEN-TAKEN      PIC 9(09) VALUE ZERO.
       01 SCEN-NO-RUN     PIC 9(09) VALUE ZERO.
       01 FILE-TAKEN      PIC 9(09) VALUE ZERO.
       01 FILE-ABSENT     PIC 9 VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER      PIC X(30)
               VALUE "MONTHLY RUN CHARGEBACK REPORT ".
           05 FILLER      PIC X(06) VALUE "MONTH ".
           05 RTL-MONTH   PIC X(07).

       01 REPORT-RATE-LINE.
           05 FILLER      PIC X(05) VALUE "RATE ".
           05 RRL-RATE    PIC Z(6)9.99.
           05 FILLER      PIC X(42)
               VALUE " PER ELAPSED HOUR, JUDGED AGAINST COSTCTR ".
           05 RRL-CENTRES PIC ZZ9.
           05 FILLER      PIC X(14) VALUE " COST CENTRES".

       01 CENTRE-HEAD-LINE.
           05 FILLER PIC X(39) VALUE "CENTRE NAME".
           05 FILLER PIC X(37)
               VALUE "  RUNS  SYSTEMS  SCENARIOS      ITERA".
           05 FILLER PIC X(38)
               VALUE "TIONS    ELAPSED SECS          CHARGE".

       01 CENTRE-LINE.
           05 CL-CODE      PIC X(06).
           05 FILLER       PIC X VALUE SPACE.
           05 CL-NAME      PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-RUNS      PIC Z(5)9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-SYSTEMS   PIC Z(6)9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-SCENARIOS PIC Z(8)9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-ITERS     PIC Z(14)9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-SECS      PIC Z(10)9.99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CL-CHARGE    PIC Z(10)9.99.

       01 EXCEPTION-HEAD-LINE.
           05 FILLER PIC X(38)
               VALUE "RUN ID         PROG  REQUESTR CENTRE".
           05 FILLER PIC X(38)
               VALUE "  SYS  SCENS  ITERATIONS ELAPSED SECS".
           05 FILLER PIC X(20) VALUE "       CHARGE REASON".

       01 EXCEPTION-LINE.
           05 XL-RUN-ID      PIC X(14).
           05 FILLER         PIC X VALUE SPACE.
           05 XL-PROGRAM     PIC X(05).
           05 FILLER         PIC X VALUE SPACE.
           05 XL-REQUESTER   PIC X(08).
           05 FILLER         PIC X VALUE SPACE.
           05 XL-COST-CENTRE PIC X(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 XL-SYSTEMS     PIC ZZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 XL-SCENARIOS   PIC Z(5)9.
           05 FILLER         PIC X VALUE SPACE.
           05 XL-ITERS       PIC Z(10)9.
           05 FILLER         PIC X VALUE SPACE.
           05 XL-SECS        PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 XL-CHARGE      PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 XL-REASON      PIC X(40).

       01 SECS-WORK       PIC 9(11)V99 VALUE ZERO.

       01 COUNT-LINE.
           05 CNT-WHAT    PIC X(40).
           05 CNT-COUNT   PIC Z(8)9.

       PROCEDURE DIVISION.
           PERFORM OPEN-REPORT.

           PERFORM READ-CONTROL-DECK.

           PERFORM CHECK-COST-CENTRE-TABLE.

           PERFORM READ-RUN-XREF.

           MOVE "D12PERF" TO PERF-NAME.
           MOVE "DAY12" TO PERF-PROGRAM.
           PERFORM READ-PERF-FILE.
           MOVE CHARGE-YEAR  TO ARCHIVE-YEAR.
           MOVE CHARGE-MONTH TO ARCHIVE-MONTH.
           PERFORM READ-PERF-ARCHIVE.
           MOVE AFTER-MONTH-TX TO ARCHIVE-MONTH-TX.
           PERFORM READ-PERF-ARCHIVE.
           MOVE "D10PERF" TO PERF-NAME.
           MOVE "DAY10" TO PERF-PROGRAM.
           PERFORM READ-PERF-FILE.

           MOVE "SCENHIST" TO SCENHIST-NAME.
           PERFORM READ-SCENHIST-FILE.
           MOVE CHARGE-YEAR  TO ARCHIVE-YEAR.
           MOVE CHARGE-MONTH TO ARCHIVE-MONTH.
           PERFORM READ-SCENHIST-ARCHIVE.
           MOVE AFTER-MONTH-TX TO ARCHIVE-MONTH-TX.
           PERFORM READ-SCENHIST-ARCHIVE.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
               PERFORM CHARGE-ONE-RUN
           END-PERFORM.

           PERFORM WRITE-CENTRE-SECTION.

           PERFORM WRITE-EXCEPTION-SECTION.

           PERFORM WRITE-CONTROL-COUNTS.

           CLOSE REPORT-OUT.

           MOVE TC-RUNS TO MESSAGE-COUNT.
           MOVE "CHB001I" TO MSG-ID.
           STRING FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                  " RUNS CHARGED FOR " DELIMITED BY SIZE
                  CHARGE-MONTH-TX DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           IF TX-RUNS > 0
               MOVE TX-RUNS TO MESSAGE-COUNT
               MOVE "CHB030W" TO MSG-ID
               STRING FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                      " RUNS WITHOUT A VALID COST CENTRE - SEE "
                      "EXCEPTIONS ON CHGRPT" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF TAGS-UNAPPLIED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The month defaults to the one before the month of the run,
      * the month a chargeback run early in a month is closing off.
       OPEN-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.
           COMPUTE MONTH-NUMBER = RUN-YEAR * 12 + RUN-MONTH - 2.
           DIVIDE MONTH-NUMBER BY 12 GIVING CHARGE-YEAR
               REMAINDER CHARGE-MONTH.
           ADD 1 TO CHARGE-MONTH.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "CHB010S" TO MSG-ID
               STRING "UNABLE TO OPEN CHGRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Control deck. RATE has no default: a chargeback run at a rate
      * nobody set would be billed to every cost centre.
      ******************************************************************
       READ-CONTROL-DECK.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-STATUS = "10"
                   READ CONTROL-CARD
                       AT END
                           MOVE "10" TO CONTROL-STATUS
                       NOT AT END
                           PERFORM TAKE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD
           END-IF.

           IF RATE-GIVEN = 0 AND NOT CONTROL-BAD
               MOVE "CHB014E" TO MSG-ID
               MOVE "NO RATE ON CHGCTL" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

           MOVE CHARGE-YEAR(3:2) TO MK-YEAR.
           MOVE CHARGE-MONTH TO MK-MONTH.
           MOVE CHARGE-YEAR  TO AFTER-YEAR.
           COMPUTE AFTER-MONTH = CHARGE-MONTH + 1.
           IF AFTER-MONTH > 12
               MOVE 1 TO AFTER-MONTH
               ADD 1 TO AFTER-YEAR
           END-IF.

           MOVE CHARGE-MONTH-TX TO RTL-MONTH.
           MOVE REPORT-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF CONTROL-BAD
               MOVE "CHGCTL IN ERROR - NOTHING CHARGED" TO REPORT-LINE
               PERFORM STOP-BEFORE-CHARGING
           END-IF.

       TAKE-CONTROL-CARD.
           IF CONTROL-RECORD = SPACES OR CONTROL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-VALUE-TX
               UNSTRING CONTROL-RECORD DELIMITED BY "="
                   INTO CTL-KEYWORD CTL-VALUE-TX
               END-UNSTRING
               MOVE FUNCTION TRIM (CTL-VALUE-TX) TO CTL-VALUE-TX
               EVALUATE CTL-KEYWORD
                   WHEN "RATE"
                       PERFORM TAKE-RATE-VALUE
                   WHEN "MONTH"
                       PERFORM TAKE-MONTH-VALUE
                   WHEN OTHER
                       MOVE "CHB011E" TO MSG-ID
                       STRING "UNKNOWN CHGCTL KEYWORD " CTL-KEYWORD
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 1 TO CTL-ERROR
               END-EVALUATE
           END-IF.

       TAKE-MONTH-VALUE.
           MOVE CTL-VALUE-TX(1:7) TO CHARGE-MONTH-TX.
           IF CHARGE-YEAR NUMERIC AND CHARGE-DASH = "-"
              AND CHARGE-MONTH NUMERIC AND CTL-VALUE-TX(8:1) = SPACE
              AND CHARGE-MONTH >= 1 AND CHARGE-MONTH <= 12
               CONTINUE
           ELSE
               MOVE "CHB012E" TO MSG-ID
               STRING "MONTH MUST BE A MONTH YYYY-MM, NOT "
                      CTL-VALUE-TX DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

      * Up to seven whole digits and two decimal places: 12, 12.5
      * and 12.50 all do.
       TAKE-RATE-VALUE.
           MOVE 0 TO RATE-BAD.
           MOVE ZERO TO RATE-POINT.
           MOVE ZERO TO RATE-DIGITS.
           MOVE ZERO TO RATE-DECIMALS.
           MOVE 0 TO RATE-ENDED.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 20
               EVALUATE TRUE
                   WHEN CTL-VALUE-TX(P:1) = SPACE
                       MOVE 1 TO RATE-ENDED
                   WHEN RATE-ENDED = 1
                       MOVE 1 TO RATE-BAD
                   WHEN CTL-VALUE-TX(P:1) = "."
                       IF RATE-POINT > 0
                           MOVE 1 TO RATE-BAD
                       ELSE
                           MOVE P TO RATE-POINT
                       END-IF
                   WHEN CTL-VALUE-TX(P:1) < "0" OR
                        CTL-VALUE-TX(P:1) > "9"
                       MOVE 1 TO RATE-BAD
                   WHEN RATE-POINT > 0
                       ADD 1 TO RATE-DECIMALS
                   WHEN OTHER
                       ADD 1 TO RATE-DIGITS
               END-EVALUATE
           END-PERFORM.
           IF RATE-DIGITS + RATE-DECIMALS = 0 OR RATE-DIGITS > 7
              OR RATE-DECIMALS > 2
               MOVE 1 TO RATE-BAD
           END-IF.
           IF RATE-BAD = 0
               COMPUTE CHARGE-RATE = FUNCTION NUMVAL (CTL-VALUE-TX)
               MOVE 1 TO RATE-GIVEN
           ELSE
               MOVE "CHB013E" TO MSG-ID
               STRING "RATE MUST BE AN AMOUNT PER HOUR, NOT "
                      CTL-VALUE-TX DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

       STOP-BEFORE-CHARGING.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * With no table every run would be an exception, which is no
      * chargeback at all.
       CHECK-COST-CENTRE-TABLE.
           CALL "COUNT-COST-CENTRES" USING CENTRES-ON-TABLE
           END-CALL.
           IF CENTRES-ON-TABLE = 0
               MOVE "CHB020E" TO MSG-ID
               MOVE "NO COST CENTRES ON COSTCTR - NOTHING CHARGED"
                   TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "COSTCTR MISSING OR EMPTY - NOTHING CHARGED"
                   TO REPORT-LINE
               PERFORM STOP-BEFORE-CHARGING
           END-IF.

           MOVE CHARGE-RATE TO RRL-RATE.
           MOVE CENTRES-ON-TABLE TO RRL-CENTRES.
           MOVE REPORT-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * RUNXREF: a DAY12 or DAY10 line of the month opens a run; a
      * D12PARM line carrying REQUESTER= or COSTCTR= tags the run it
      * was booked under. Anything else is passed over.
      ******************************************************************
       READ-RUN-XREF.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = "00"
               MOVE "CHB021E" TO MSG-ID
               STRING "UNABLE TO OPEN RUNXREF, FILE STATUS "
                      XREF-STATUS " - NOTHING CHARGED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "RUNXREF NOT AVAILABLE - NOTHING CHARGED"
                   TO REPORT-LINE
               PERFORM STOP-BEFORE-CHARGING
           END-IF.
           MOVE ZERO TO LAST-XREF-RUN.
           PERFORM UNTIL XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       MOVE "10" TO XREF-STATUS
                   NOT AT END
                       ADD 1 TO XREF-LINES
                       IF XR-RUN-ID(1:4) = MONTH-KEY
                           PERFORM TAKE-XREF-LINE
                       ELSE
                           MOVE ZERO TO LAST-XREF-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

       TAKE-XREF-LINE.
           MOVE SPACES TO XREF-WORD-TABLE.
           MOVE ZERO TO XREF-WORDS.
           UNSTRING XR-TEXT DELIMITED BY ALL SPACE
               INTO XREF-WORD(1) XREF-WORD(2) XREF-WORD(3)
                    XREF-WORD(4) XREF-WORD(5)
               TALLYING IN XREF-WORDS
           END-UNSTRING.

           EVALUATE XREF-WORD(1)
               WHEN "DAY12"
               WHEN "DAY10"
                   ADD 1 TO XREF-TAKEN
                   MOVE XR-RUN-ID TO LOOK-RUN-ID
                   MOVE XREF-WORD(1) TO LOOK-PROGRAM
                   PERFORM FIND-RUN-ENTRY
                   IF RUN-FOUND = 0
                       PERFORM ADD-RUN-ENTRY
                   END-IF
                   MOVE RUN-FOUND TO LAST-XREF-RUN
                   IF RUN-FOUND > 0
                       MOVE 1 TO RN-ON-XREF(RUN-FOUND)
                   END-IF
               WHEN "D12PARM"
                   PERFORM TAKE-XREF-TAG-LINE
               WHEN OTHER
                   MOVE ZERO TO LAST-XREF-RUN
           END-EVALUATE.

      * Only a D12PARM line that carries a tag is matched to a run;
      * Day12's other D12PARM lines are passed over.
       TAKE-XREF-TAG-LINE.
           MOVE ZERO TO TAG-WORDS.
           PERFORM VARYING W FROM 2 BY 1 UNTIL W > XREF-WORDS
               IF XREF-WORD(W)(1:10) = "REQUESTER="
                  OR XREF-WORD(W)(1:8) = "COSTCTR="
                   ADD 1 TO TAG-WORDS
               END-IF
           END-PERFORM.
           IF TAG-WORDS > 0
               PERFORM FIND-TAGGED-RUN
               IF TAG-RUN > 0
                   PERFORM VARYING W FROM 2 BY 1
                           UNTIL W > XREF-WORDS
                       PERFORM TAKE-XREF-TAG-WORD
                   END-PERFORM
               ELSE
                   ADD 1 TO TAGS-UNAPPLIED
                   MOVE "CHB031W" TO MSG-ID
                   STRING "TAG FOR RUN " XR-RUN-ID
                          " FOLLOWS NO DAY12 OR DAY10 LINE OF THE RUN"
                          " - NOT APPLIED" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

      * The run whose line the tag follows, when it is the tag's own
      * run; otherwise the latest run opened under the tag's
      * identifier, which for a Driver job is the step that booked it.
       FIND-TAGGED-RUN.
           MOVE ZERO TO TAG-RUN.
           IF LAST-XREF-RUN > 0
               IF RN-RUN-ID(LAST-XREF-RUN) = XR-RUN-ID
                   MOVE LAST-XREF-RUN TO TAG-RUN
               END-IF
           END-IF.
           IF TAG-RUN = 0
               PERFORM VARYING R FROM RUN-COUNT BY -1
                       UNTIL R < 1 OR TAG-RUN > 0
                   IF RN-RUN-ID(R) = XR-RUN-ID
                       MOVE R TO TAG-RUN
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-XREF-TAG-WORD.
           EVALUATE TRUE
               WHEN XREF-WORD(W)(1:10) = "REQUESTER="
                   MOVE XREF-WORD(W)(11:8)
                       TO RN-REQUESTER(TAG-RUN)
                   MOVE 1 TO RN-TAGGED(TAG-RUN)
               WHEN XREF-WORD(W)(1:8) = "COSTCTR="
                   MOVE XREF-WORD(W)(9:6)
                       TO RN-COST-CENTRE(TAG-RUN)
                   MOVE 1 TO RN-TAGGED(TAG-RUN)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-RUN-ENTRY.
           MOVE ZERO TO RUN-FOUND.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > RUN-COUNT OR RUN-FOUND > 0
               IF RN-RUN-ID(R) = LOOK-RUN-ID
                  AND RN-PROGRAM(R) = LOOK-PROGRAM
                   MOVE R TO RUN-FOUND
               END-IF
           END-PERFORM.

       ADD-RUN-ENTRY.
           IF RUN-COUNT >= MAX-RUNS
               MOVE "CHB022E" TO MSG-ID
               STRING "MORE THAN 3000 RUNS IN " CHARGE-MONTH-TX
                      " - NOTHING CHARGED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "TOO MANY RUNS IN THE MONTH - NOTHING CHARGED"
                   TO REPORT-LINE
               PERFORM STOP-BEFORE-CHARGING
           END-IF.
           ADD 1 TO RUN-COUNT.
           MOVE RUN-COUNT TO RUN-FOUND.
           INITIALIZE RUN-ENTRY(RUN-FOUND).
           MOVE LOOK-RUN-ID  TO RN-RUN-ID(RUN-FOUND).
           MOVE LOOK-PROGRAM TO RN-PROGRAM(RUN-FOUND).
           MOVE SPACES TO RN-SYSTEM-SEEN(RUN-FOUND).

      ******************************************************************
      * Timing lines. A line is taken when it is in the timing layout
      * and its run was minted in the month; its system is counted
      * once for the run however many stretches it was run in.
      ******************************************************************
       READ-PERF-FILE.
           MOVE ZERO TO FILE-TAKEN.
           OPEN INPUT PERF-FILE.
           IF PERF-STATUS = "00"
               PERFORM UNTIL PERF-STATUS = "10"
                   READ PERF-FILE
                       AT END
                           MOVE "10" TO PERF-STATUS
                       NOT AT END
                           PERFORM TAKE-PERF-LINE
                   END-READ
               END-PERFORM
               CLOSE PERF-FILE
               MOVE 0 TO FILE-ABSENT
           ELSE
               MOVE 1 TO FILE-ABSENT
           END-IF.
           PERFORM WRITE-FILE-COUNT.

       TAKE-PERF-LINE.
           IF PF-RUN-ID(1:4) = MONTH-KEY
               IF PF-SEP-1 = "," AND PF-SEP-2 = "," AND PF-SEP-3 = ","
                  AND PF-SEP-4 = "," AND PF-SEP-5 = ","
                  AND PF-SYSTEM NUMERIC
                   PERFORM TAKE-PERF-FIGURES
               ELSE
                   ADD 1 TO PERF-UNREADABLE
               END-IF
           END-IF.

       TAKE-PERF-FIGURES.
           ADD 1 TO PERF-TAKEN.
           ADD 1 TO FILE-TAKEN.
           MOVE PF-SYSTEM TO LINE-SYSTEM.
           COMPUTE LINE-ITERS = FUNCTION NUMVAL (PF-ITERS).
           COMPUTE LINE-CSECS = FUNCTION NUMVAL (PF-CSECS).

           MOVE PF-RUN-ID TO LOOK-RUN-ID.
           MOVE PERF-PROGRAM TO LOOK-PROGRAM.
           PERFORM FIND-RUN-ENTRY.
           IF RUN-FOUND = 0
               PERFORM ADD-RUN-ENTRY
           END-IF.
           IF RN-ON-XREF(RUN-FOUND) = 0
               ADD 1 TO PERF-NO-XREF
           END-IF.
           IF RN-TAGGED(RUN-FOUND) = 0
               IF PF-SEP-6 = ","
                   MOVE PF-REQUESTER TO RN-REQUESTER(RUN-FOUND)
               END-IF
               IF PF-SEP-7 = ","
                   MOVE PF-COST-CENTRE TO RN-COST-CENTRE(RUN-FOUND)
               END-IF
           END-IF.

           IF LINE-SYSTEM > 0
               IF RN-SYSTEM-SEEN(RUN-FOUND)(LINE-SYSTEM:1) = SPACE
                   MOVE "Y" TO RN-SYSTEM-SEEN(RUN-FOUND)(LINE-SYSTEM:1)
                   ADD 1 TO RN-SYSTEMS(RUN-FOUND)
               END-IF
           END-IF.
           ADD LINE-ITERS TO RN-ITERS(RUN-FOUND).
           ADD LINE-CSECS TO RN-CSECS(RUN-FOUND).

      * D12PERF's archive for ARCHIVE-MONTH-TX, named as HistArc
      * names it. A month never archived is listed as not on file.
       READ-PERF-ARCHIVE.
           MOVE SPACES TO PERF-NAME.
           STRING "D12PERF.A" ARCHIVE-MONTH-TX DELIMITED BY SIZE
               INTO PERF-NAME
           END-STRING.
           PERFORM READ-PERF-FILE.

      * Only Day12 sweeps scenarios; a scenario line whose run is not
      * among the month's Day12 runs is counted but charged nowhere.
       READ-SCENHIST-FILE.
           MOVE ZERO TO FILE-TAKEN.
           OPEN INPUT SCENHIST-FILE.
           IF SCENHIST-STATUS = "00"
               PERFORM UNTIL SCENHIST-STATUS = "10"
                   READ SCENHIST-FILE
                       AT END
                           MOVE "10" TO SCENHIST-STATUS
                       NOT AT END
                           IF SH-RUN-ID(1:4) = MONTH-KEY
                              AND SH-SEP-1 = ","
                               PERFORM TAKE-SCENHIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENHIST-FILE
               MOVE 0 TO FILE-ABSENT
           ELSE
               MOVE 1 TO FILE-ABSENT
           END-IF.
           MOVE SCENHIST-NAME TO PERF-NAME.
           PERFORM WRITE-FILE-COUNT.

       READ-SCENHIST-ARCHIVE.
           MOVE SPACES TO SCENHIST-NAME.
           STRING "SCENHIST.A" ARCHIVE-MONTH-TX DELIMITED BY SIZE
               INTO SCENHIST-NAME
           END-STRING.
           PERFORM READ-SCENHIST-FILE.

       TAKE-SCENHIST-LINE.
           ADD 1 TO SCEN-TAKEN.
           ADD 1 TO FILE-TAKEN.
           MOVE SH-RUN-ID TO LOOK-RUN-ID.
           MOVE "DAY12" TO LOOK-PROGRAM.
           PERFORM FIND-RUN-ENTRY.
           IF RUN-FOUND = 0
               ADD 1 TO SCEN-NO-RUN
           ELSE
               ADD 1 TO RN-SCENARIOS(RUN-FOUND)
           END-IF.

       WRITE-FILE-COUNT.
           MOVE SPACES TO CNT-WHAT.
           IF FILE-ABSENT = 1
               STRING PERF-NAME DELIMITED BY SPACE
                      " NOT ON FILE" DELIMITED BY SIZE
                   INTO CNT-WHAT
               END-STRING
               MOVE SPACES TO REPORT-LINE
               MOVE CNT-WHAT TO REPORT-LINE
           ELSE
               STRING PERF-NAME DELIMITED BY SPACE
                      " LINES TAKEN" DELIMITED BY SIZE
                   INTO CNT-WHAT
               END-STRING
               MOVE FILE-TAKEN TO CNT-COUNT
               MOVE COUNT-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      ******************************************************************
      * Each run is charged for its time at the rate, rounded to the
      * cent, and the cost centre's charge is the sum of its runs'.
      ******************************************************************
       CHARGE-ONE-RUN.
           COMPUTE RN-CHARGE(R) ROUNDED =
               RN-CSECS(R) * CHARGE-RATE / 360000.
           MOVE RN-REQUESTER(R)   TO CG-REQUESTER.
           MOVE RN-COST-CENTRE(R) TO CG-COST-CENTRE.
           CALL "CHECK-CHARGE-TAG" USING CHARGE-TAG
           END-CALL.
           IF CG-VERDICT = "OK"
               MOVE 1 TO RN-CHARGED(R)
               PERFORM FIND-CENTRE-ENTRY
               ADD 1              TO CE-RUNS(CENTRE-AT)
               ADD RN-SYSTEMS(R)  TO CE-SYSTEMS(CENTRE-AT)
               ADD RN-SCENARIOS(R) TO CE-SCENARIOS(CENTRE-AT)
               ADD RN-ITERS(R)    TO CE-ITERS(CENTRE-AT)
               ADD RN-CSECS(R)    TO CE-CSECS(CENTRE-AT)
               ADD RN-CHARGE(R)   TO CE-CHARGE(CENTRE-AT)
               ADD 1              TO TC-RUNS
               ADD RN-SYSTEMS(R)  TO TC-SYSTEMS
               ADD RN-SCENARIOS(R) TO TC-SCENARIOS
               ADD RN-ITERS(R)    TO TC-ITERS
               ADD RN-CSECS(R)    TO TC-CSECS
               ADD RN-CHARGE(R)   TO TC-CHARGE
           ELSE
               MOVE 0 TO RN-CHARGED(R)
               ADD 1              TO TX-RUNS
               ADD RN-SYSTEMS(R)  TO TX-SYSTEMS
               ADD RN-SCENARIOS(R) TO TX-SCENARIOS
               ADD RN-ITERS(R)    TO TX-ITERS
               ADD RN-CSECS(R)    TO TX-CSECS
               ADD RN-CHARGE(R)   TO TX-CHARGE
           END-IF.

      * The cost centres are few and already open on COSTCTR, so the
      * table can never hold more of them than CostCtr does.
       FIND-CENTRE-ENTRY.
           MOVE ZERO TO CENTRE-AT.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > CENTRE-COUNT OR CENTRE-AT > 0
               IF CE-CODE(C) >= CG-COST-CENTRE
                   MOVE C TO CENTRE-AT
               END-IF
           END-PERFORM.
           IF CENTRE-AT = 0
               ADD 1 TO CENTRE-COUNT
               MOVE CENTRE-COUNT TO CENTRE-AT
               PERFORM OPEN-CENTRE-ENTRY
           ELSE
               IF CE-CODE(CENTRE-AT) NOT = CG-COST-CENTRE
                   PERFORM VARYING C FROM CENTRE-COUNT BY -1
                           UNTIL C < CENTRE-AT
                       MOVE CENTRE-ENTRY(C) TO CENTRE-ENTRY(C + 1)
                   END-PERFORM
                   ADD 1 TO CENTRE-COUNT
                   PERFORM OPEN-CENTRE-ENTRY
               END-IF
           END-IF.

       OPEN-CENTRE-ENTRY.
           INITIALIZE CENTRE-ENTRY(CENTRE-AT).
           MOVE CG-COST-CENTRE TO CE-CODE(CENTRE-AT).
           MOVE CG-NAME        TO CE-NAME(CENTRE-AT).

       WRITE-CENTRE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGES BY COST CENTRE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CENTRE-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CENTRE-COUNT = 0
               MOVE "  NO RUNS CHARGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CENTRE-COUNT
               MOVE CE-CODE(C)      TO CL-CODE
               MOVE CE-NAME(C)      TO CL-NAME
               MOVE CE-RUNS(C)      TO CL-RUNS
               MOVE CE-SYSTEMS(C)   TO CL-SYSTEMS
               MOVE CE-SCENARIOS(C) TO CL-SCENARIOS
               MOVE CE-ITERS(C)     TO CL-ITERS
               COMPUTE SECS-WORK = CE-CSECS(C) / 100
               MOVE SECS-WORK       TO CL-SECS
               MOVE CE-CHARGE(C)    TO CL-CHARGE
               MOVE CENTRE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES         TO CL-CODE.
           MOVE "TOTAL CHARGED" TO CL-NAME.
           MOVE TC-RUNS        TO CL-RUNS.
           MOVE TC-SYSTEMS     TO CL-SYSTEMS.
           MOVE TC-SCENARIOS   TO CL-SCENARIOS.
           MOVE TC-ITERS       TO CL-ITERS.
           COMPUTE SECS-WORK = TC-CSECS / 100.
           MOVE SECS-WORK      TO CL-SECS.
           MOVE TC-CHARGE      TO CL-CHARGE.
           MOVE CENTRE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS - RUNS WITHOUT A VALID COST CENTRE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCEPTION-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TX-RUNS = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
               IF RN-CHARGED(R) = 0
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES          TO CL-CODE.
           MOVE "TOTAL NOT CHARGED" TO CL-NAME.
           MOVE TX-RUNS         TO CL-RUNS.
           MOVE TX-SYSTEMS      TO CL-SYSTEMS.
           MOVE TX-SCENARIOS    TO CL-SCENARIOS.
           MOVE TX-ITERS        TO CL-ITERS.
           COMPUTE SECS-WORK = TX-CSECS / 100.
           MOVE SECS-WORK       TO CL-SECS.
           MOVE TX-CHARGE       TO CL-CHARGE.
           MOVE CENTRE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE RN-REQUESTER(R)   TO CG-REQUESTER.
           MOVE RN-COST-CENTRE(R) TO CG-COST-CENTRE.
           CALL "CHECK-CHARGE-TAG" USING CHARGE-TAG
           END-CALL.
           MOVE RN-RUN-ID(R)      TO XL-RUN-ID.
           MOVE RN-PROGRAM(R)     TO XL-PROGRAM.
           MOVE RN-REQUESTER(R)   TO XL-REQUESTER.
           MOVE RN-COST-CENTRE(R) TO XL-COST-CENTRE.
           MOVE RN-SYSTEMS(R)     TO XL-SYSTEMS.
           MOVE RN-SCENARIOS(R)   TO XL-SCENARIOS.
           MOVE RN-ITERS(R)       TO XL-ITERS.
           COMPUTE SECS-WORK = RN-CSECS(R) / 100.
           MOVE SECS-WORK         TO XL-SECS.
           MOVE RN-CHARGE(R)      TO XL-CHARGE.
           MOVE CG-TEXT           TO XL-REASON.
           MOVE EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNXREF LINES READ" TO CNT-WHAT.
           MOVE XREF-LINES TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNS BOOKED ON RUNXREF FOR THE MONTH" TO CNT-WHAT.
           MOVE XREF-TAKEN TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNXREF TAGS MATCHING NO RUN"
               TO CNT-WHAT.
           MOVE TAGS-UNAPPLIED TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIMING LINES TAKEN" TO CNT-WHAT.
           MOVE PERF-TAKEN TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIMING LINES WITH NO RUN ON RUNXREF" TO CNT-WHAT.
           MOVE PERF-NO-XREF TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIMING LINES NOT IN LAYOUT, PASSED" TO CNT-WHAT.
           MOVE PERF-UNREADABLE TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCENARIO LINES TAKEN" TO CNT-WHAT.
           MOVE SCEN-TAKEN TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCENARIO LINES WITH NO DAY12 RUN" TO CNT-WHAT.
           MOVE SCEN-NO-RUN TO CNT-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
