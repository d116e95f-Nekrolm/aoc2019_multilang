      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. D12Plan.

      * Batch-window admission check for tonight's Day12 run, taken
      * before anything starts. It reads the same PLANETS master,
      * D12CTL card and D12PARM keyword file Day12 is about to read,
      * works out how many iterations each system will be stepped,
      * and prices them at the iteration rates Day12 has been booking
      * on D12PERF for that system. The result is a forecast on
      * D12WRPT of each system's elapsed time, the total, and the
      * time of day the run would end, held against the end of the
      * batch window the operator puts on the D12WIN card.
      *
      * D12WIN carries KEYWORD=VALUE records like D12PARM:
      *   WINDOWEND=hh:mm  end of the batch window (required)
      *   START=hh:mm      when Day12 will start (default now)
      *   STREAMS=n        price a partitioned run of n streams
      *   SAMPLES=n        recent D12PERF lines priced per system
      * A window end at or before the start is taken to be tomorrow.
      *
      * A system's rate is its last SAMPLES timing lines on D12PERF,
      * iterations over elapsed time, so a short window with a bad
      * rate does not outweigh a long one. Months HistArc has taken
      * off D12PERF are read first from D12PSUM, each as one sample at
      * the month's average run, so they count only where too few
      * live lines are left to fill a system's SAMPLES. A system with
      * no timing on file is priced from the others by the pairs of
      * bodies the gravity step has to visit, and marked ESTIMATED.
      * VERIFY runs step forward and back again, and the compare
      * gravity mode steps both rule sets, so each counts its
      * iterations twice.
      * Scenario sweeps after a system are not priced. A system run
      * with AXISSTOP=1 steps fewer axes an iteration once its first
      * axis comes home, so the rate it books is faster than a full
      * run's; Day12 marks its D12PERF line, and HistArc carries the
      * marked runs apart on D12PSUM. A run without the option is
      * priced from the unmarked lines and runs only. A run with it
      * is priced from all of them, but at ITERLIMIT iterations: how
      * far short of that it will finish is not known until its axes
      * come home, so that forecast errs on the safe side. In a
      * partitioned run the systems are dealt to the streams as Day12
      * deals them, by position on the master, and each stream's
      * clock runs from the start on its own; the run ends when the
      * last stream does.
      *
      * Every system whose projected end falls after the window end
      * is listed as one that would not fit, so the run can be
      * deferred or narrowed with SYSTEMS= on D12PARM before it
      * starts. Return code 0 means the run fits the window, 4 that
      * it overruns, 8 that a selected system could not be priced at
      * all (nothing on D12PERF to go on), and 16 that the check
      * could not be made - no window card, a bad control value, or
      * no master to plan from.

       Environment division.
       Input-output section.
       File-control.
           select WINDOW-CARD assign to "D12WIN"
               organization is line sequential
               file status is WINDOW-STATUS.

           select PLANETS-FILE assign to "PLANETS"
               organization is line sequential
               file status is PLANETS-STATUS.

           select CONTROL-CARD assign to "D12CTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select PARM-FILE assign to "D12PARM"
               organization is line sequential
               file status is PARM-STATUS.

           select PERF-FILE assign to "D12PERF"
               organization is line sequential
               file status is PERF-STATUS.

           select PERF-SUMMARY assign to "D12PSUM"
               organization is line sequential
               file status is PERF-SUMMARY-STATUS.

           select REPORT-OUT assign to "D12WRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-CARD
           record contains 80 characters.
       01 WINDOW-RECORD PIC X(80).

       FD  PLANETS-FILE
           record contains 139 characters.
       01 PLANET-RECORD.
           05 PR-SYSTEM PIC 9(02).
           05 FILLER    PIC X(137).

       FD  CONTROL-CARD
           record contains 30 characters.
       01 CONTROL-RECORD.
           05 CC-ITER-LIMIT   PIC 9(07).
           05 CC-GRAVITY-MODE PIC 9(01).
           05 FILLER          PIC X(22).

       FD  PARM-FILE
           record contains 80 characters.
       01 PARM-RECORD PIC X(80).

      * The timing line Day12 books per system; see WRITE-PERF-LINE.
      * The run's requester and cost centre follow the rate and are
      * not needed here; the last byte marks a system run with axis
      * stopping in force.
       FD  PERF-FILE
           record contains 81 characters.
       01 PERF-RECORD.
           05 PF-DATE     PIC X(19).
           05 PF-SEP-1    PIC X.
           05 PF-RUN-ID   PIC X(14).
           05 PF-SEP-2    PIC X.
           05 PF-SYSTEM   PIC X(02).
           05 PF-SEP-3    PIC X.
           05 PF-ITERS    PIC X(07).
           05 PF-SEP-4    PIC X.
           05 PF-CSECS    PIC X(09).
           05 PF-SEP-5    PIC X.
           05 PF-RATE     PIC X(07).
           05 FILLER      PIC X(17).
           05 PF-AXIS-STOP PIC X(01).
               88 PF-AXES-STOOD VALUE "A".

      * The month roll-up HistArc leaves behind; see PERF-SUMMARY-LINE
      * there.
       FD  PERF-SUMMARY
           record contains 240 characters.
       01 PERF-SUMMARY-RECORD PIC X(240).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WINDOW-STATUS  PIC X(02) VALUE ZEROS.
       01 PLANETS-STATUS PIC X(02) VALUE ZEROS.
       01 CONTROL-STATUS PIC X(02) VALUE ZEROS.
       01 PARM-STATUS    PIC X(02) VALUE ZEROS.
       01 PERF-STATUS    PIC X(02) VALUE ZEROS.
       01 PERF-SUMMARY-STATUS PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "D12PLAN".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z9.

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

      * The PLANETS master version being planned, from PlanVer.
       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(18) VALUE SPACES.
       01 CARD-ERRORS    PIC 9(03) VALUE ZERO.
       01 REFUSE-REASON  PIC X(60) VALUE SPACES.

      * Times of day are carried as seconds from the midnight the
      * start falls after; anything past 86400 is tomorrow.
       01 START-SECS     PIC 9(07) VALUE ZERO.
       01 START-GIVEN    PIC 9 VALUE 0.
       01 WINDOW-END-SECS PIC 9(07) VALUE ZERO.
       01 WINDOW-GIVEN   PIC 9 VALUE 0.
       01 CLOCK-VALUE-SECS PIC 9(07) VALUE ZERO.
       01 CLOCK-BAD      PIC 9 VALUE 0.
       01 CLOCK-HH-TX    PIC X(02) VALUE SPACES.
       01 CLOCK-MM-TX    PIC X(02) VALUE SPACES.

       78 MAX-STREAMS VALUE 9.
       78 MAX-SAMPLES VALUE 9.
       01 STREAM-COUNT   PIC 9(01) VALUE 1.
       01 SAMPLE-LIMIT   PIC 9(01) VALUE 5.
       01 KEY-VALUE      PIC 9(02) VALUE ZERO.

      * What Day12 will run with: its own defaults, then the D12CTL
      * card, then D12PARM, the same precedence Day12 applies.
       01 ITER-LIMIT     PIC 9(07) VALUE 500000.
       01 GRAVITY-MODE   PIC 9(01) VALUE 1.
           88 GRAVITY-MODE-COMPARE VALUE 3.
       01 VERIFY-STEPS   PIC 9(07) VALUE ZERO.
       01 AXIS-STOP-OPTION PIC 9(01) VALUE ZERO.
           88 AXIS-STOP-REQUESTED VALUE 1.
       01 PARM-KEYWORD   PIC X(12) VALUE SPACES.
       01 PARM-VALUE-TX  PIC X(18) VALUE SPACES.
       01 SYSTEM-ITERS   PIC 9(08) VALUE ZERO.

       01 SELECT-LIST-TX PIC X(60) VALUE SPACES.
       01 SELECT-WANTED  PIC 9 VALUE 0.
           88 SYSTEMS-SELECTED VALUE 1.
       01 SELECT-ITEMS   PIC 9(02) VALUE ZERO.
       01 SELECT-COUNT   PIC 9(02) VALUE ZERO.
       01 SELECT-IDX     PIC 9(02) VALUE ZERO.
       01 SELECT-HIT     PIC 9 VALUE 0.
       01 SELECT-ITEM-TABLE.
           05 SELECT-ITEM PIC X(03) OCCURS 10 TIMES.
       01 SELECT-SYS-TABLE.
           05 SELECT-SYS  PIC 9(02) OCCURS 10 TIMES.

      * The master's systems in file order, which is the order Day12
      * runs them in and the order it deals them to streams.
       78 MAX-SYSTEMS VALUE 10.
       01 SYSTEM-COUNT   PIC 9(02) VALUE ZERO.
       01 SYS-IDX        PIC 9(02) VALUE ZERO.
       01 SYSTEM-TABLE.
           05 SYS-ENTRY OCCURS MAX-SYSTEMS TIMES.
               10 SYS-ID        PIC 9(02).
               10 SYS-BODIES    PIC 9(03).
               10 SYS-PAIRS     PIC 9(06).
               10 SYS-SAMPLES   PIC 9(01).
               10 SYS-NEXT      PIC 9(01).
               10 SYS-RATE      PIC 9(07).
               10 SYS-SAMPLE-ITERS PIC 9(07) OCCURS MAX-SAMPLES TIMES.
               10 SYS-SAMPLE-CSECS PIC 9(09) OCCURS MAX-SAMPLES TIMES.

       01 PERF-LINES     PIC 9(07) VALUE ZERO.
       01 PERF-SKIPPED   PIC 9(07) VALUE ZERO.
       01 PERF-ITERS     PIC 9(07) VALUE ZERO.
       01 MONTH-LINES    PIC 9(07) VALUE ZERO.
       01 MONTH-SKIPPED  PIC 9(07) VALUE ZERO.
       01 MONTH-SYSTEM   PIC 9(02) VALUE ZERO.
       01 MONTH-RUNS     PIC 9(07) VALUE ZERO.
       01 MONTH-ITERS    PIC 9(11) VALUE ZERO.
       01 MONTH-CSECS    PIC 9(13) VALUE ZERO.
       01 MONTH-AXIS-RUNS  PIC 9(07) VALUE ZERO.
       01 MONTH-AXIS-ITERS PIC 9(11) VALUE ZERO.
       01 MONTH-AXIS-CSECS PIC 9(13) VALUE ZERO.
       01 MONTH-FIELDS.
           05 MONTH-FIELD PIC X(21) OCCURS 14 TIMES.
       01 MONTH-FIELD-COUNT PIC 9(02) VALUE ZERO.
       01 PERF-CSECS     PIC 9(09) VALUE ZERO.
       01 SUM-ITERS      PIC 9(09) VALUE ZERO.
       01 SUM-CSECS      PIC 9(11) VALUE ZERO.
       01 K              PIC 9(02) VALUE ZERO.

      * Iterations times body pairs per second, averaged over every
      * system with a rate of its own; what a system with none is
      * priced from.
       01 PAIR-RATE-SUM  PIC 9(15) VALUE ZERO.
       01 PAIR-RATE-SYSTEMS PIC 9(02) VALUE ZERO.
       01 PAIR-RATE      PIC 9(13) VALUE ZERO.

       01 SYSTEM-RATE    PIC 9(07) VALUE ZERO.
       01 SYSTEM-SECS    PIC 9(07) VALUE ZERO.
       01 SYSTEM-STREAM  PIC 9(01) VALUE ZERO.
       01 SYSTEM-END-SECS PIC 9(07) VALUE ZERO.
       01 STREAM-CLOCK-TABLE.
           05 STREAM-CLOCK PIC 9(07) OCCURS MAX-STREAMS TIMES.
       01 TOTAL-SECS     PIC 9(08) VALUE ZERO.
       01 RUN-END-SECS   PIC 9(07) VALUE ZERO.
       01 PLANNED-COUNT  PIC 9(02) VALUE ZERO.
       01 UNPRICED-COUNT PIC 9(02) VALUE ZERO.

       01 LATE-COUNT     PIC 9(02) VALUE ZERO.
       01 LATE-TABLE.
           05 LATE-ENTRY OCCURS MAX-SYSTEMS TIMES.
               10 LATE-SYS    PIC 9(02).
               10 LATE-END    PIC 9(07).
               10 LATE-SECS   PIC 9(07).

      * Clock and span editing, shared by every line that shows one.
       01 EDIT-SECS      PIC 9(08) VALUE ZERO.
       01 EDIT-DAYS      PIC 9(02) VALUE ZERO.
       01 EDIT-REST      PIC 9(08) VALUE ZERO.
       01 CLOCK-EDIT.
           05 CKE-HOUR    PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 CKE-MIN     PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 CKE-SEC     PIC 9(02).
           05 CKE-DAY-TX  PIC X(05).
       01 DAY-TX.
           05 FILLER      PIC X(02) VALUE " (".
           05 DTX-SIGN    PIC X VALUE "+".
           05 DTX-DAYS    PIC 9.
           05 FILLER      PIC X VALUE ")".
       01 SPAN-EDIT.
           05 SPE-HOURS   PIC Z(3)9.
           05 FILLER      PIC X VALUE ":".
           05 SPE-MIN     PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 SPE-SEC     PIC 9(02).

       01 I PIC 9(03) VALUE 1.

       01 REPORT-PARM-LINE.
           05 FILLER      PIC X(22) VALUE "ITERATIONS PER SYSTEM ".
           05 RPL-ITERS   PIC Z(6)9.
           05 FILLER      PIC X(15) VALUE "  GRAVITY MODE ".
           05 RPL-MODE    PIC 9.
           05 FILLER      PIC X(09) VALUE "  VERIFY ".
           05 RPL-VERIFY  PIC Z(6)9.
           05 FILLER      PIC X(10) VALUE "  STREAMS ".
           05 RPL-STREAMS PIC 9.
           05 FILLER      PIC X(11) VALUE "  AXISSTOP ".
           05 RPL-AXIS    PIC 9.

       01 REPORT-WINDOW-LINE.
           05 FILLER      PIC X(13) VALUE "WINDOW START ".
           05 RWL-START   PIC X(13).
           05 FILLER      PIC X(06) VALUE "  END ".
           05 RWL-END     PIC X(13).
           05 FILLER      PIC X(12) VALUE "  AVAILABLE ".
           05 RWL-SPAN    PIC X(10).

       01 REPORT-BASIS-LINE.
           05 FILLER      PIC X(28)
               VALUE "RATES FROM D12PERF, LAST    ".
           05 RBL-SAMPLES PIC 9.
           05 FILLER      PIC X(31)
               VALUE " TIMING LINES PER SYSTEM; READ ".
           05 RBL-LINES   PIC Z(6)9.
           05 FILLER      PIC X(10) VALUE " SKIPPED ".
           05 RBL-SKIPPED PIC Z(6)9.

       01 REPORT-MONTH-LINE.
           05 FILLER      PIC X(46)
               VALUE "ARCHIVED MONTHS FROM D12PSUM, ONE SAMPLE EACH;".
           05 FILLER      PIC X(14) VALUE "         READ ".
           05 RML-LINES   PIC Z(6)9.
           05 FILLER      PIC X(10) VALUE " SKIPPED ".
           05 RML-SKIPPED PIC Z(6)9.

       01 REPORT-HEADING-LINE.
           05 FILLER      PIC X(43)
               VALUE "SYS BODIES STREAM ITERATIONS RATE/SEC BASIS".
           05 FILLER      PIC X(32)
               VALUE "          ELAPSED  PROJECTED END".

       01 REPORT-DETAIL-LINE.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 RDL-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(04) VALUE SPACES.
           05 RDL-BODIES  PIC ZZ9.
           05 FILLER      PIC X(06) VALUE SPACES.
           05 RDL-STREAM  PIC 9.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 RDL-ITERS   PIC Z(7)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RDL-RATE    PIC Z(6)9.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 RDL-BASIS   PIC X(12).
           05 RDL-ELAPSED PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RDL-END     PIC X(13).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RDL-MARK    PIC X(24).

       01 REPORT-BYPASS-LINE.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 RBY-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(04) VALUE SPACES.
           05 RBY-BODIES  PIC ZZ9.
           05 FILLER      PIC X(32)
               VALUE "  BYPASSED - NOT IN SYSTEMS LIST".

       01 REPORT-TOTAL-LINE.
           05 FILLER      PIC X(15) VALUE "TOTAL ELAPSED  ".
           05 RTL-SPAN    PIC X(10).
           05 FILLER      PIC X(10) VALUE "  SYSTEMS ".
           05 RTL-COUNT   PIC Z9.
           05 FILLER      PIC X(17) VALUE "  PROJECTED END  ".
           05 RTL-END     PIC X(13).
           05 FILLER      PIC X(14) VALUE "  WINDOW END  ".
           05 RTL-WINDOW  PIC X(13).

       01 REPORT-LATE-LINE.
           05 FILLER      PIC X(09) VALUE "  SYSTEM ".
           05 RLL-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(15) VALUE " PROJECTED END ".
           05 RLL-END     PIC X(13).
           05 FILLER      PIC X(09) VALUE " OVER BY ".
           05 RLL-SPAN    PIC X(10).

       01 REPORT-VERDICT-LINE.
           05 RVL-TEXT    PIC X(40).
           05 RVL-SPAN    PIC X(10).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.

           PERFORM OPEN-REPORT-OUT.

           PERFORM READ-WINDOW-CARD.

           PERFORM READ-PLANETS-FILE.

           PERFORM READ-CONTROL-CARD.

           PERFORM READ-PARM-FILE.

           PERFORM CHECK-SYSTEM-SELECTION.

           PERFORM READ-PERF-FILE.

           PERFORM SET-SYSTEM-RATES.

           PERFORM WRITE-PLAN-HEADINGS.

           MOVE ZERO TO STREAM-CLOCK-TABLE.
           PERFORM VARYING SYS-IDX FROM 1 BY 1
                   UNTIL SYS-IDX > SYSTEM-COUNT
               PERFORM FORECAST-ONE-SYSTEM
           END-PERFORM.

           PERFORM WRITE-PLAN-TOTALS.

           CLOSE REPORT-OUT.

           EVALUATE TRUE
               WHEN UNPRICED-COUNT > 0
                   MOVE UNPRICED-COUNT TO MESSAGE-COUNT
                   MOVE "DPL003E" TO MSG-ID
                   STRING FUNCTION TRIM (MESSAGE-COUNT)
                          " SYSTEMS HAVE NO TIMING TO FORECAST FROM"
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN LATE-COUNT > 0
                   MOVE LATE-COUNT TO MESSAGE-COUNT
                   MOVE "DPL002W" TO MSG-ID
                   STRING "FORECAST OVERRUNS THE WINDOW, "
                          FUNCTION TRIM (MESSAGE-COUNT)
                          " SYSTEMS WOULD NOT FIT" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "DPL001I" TO MSG-ID
                   MOVE "FORECAST FITS THE WINDOW" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * Every complaint about the card is displayed and counted so
      * one pass reports everything wrong with it, then the check is
      * refused.
       READ-WINDOW-CARD.
           OPEN INPUT WINDOW-CARD.
           IF WINDOW-STATUS NOT = "00"
               MOVE "DPL021S" TO MSG-ID
               MOVE "UNABLE TO OPEN D12WIN" TO REFUSE-REASON
               PERFORM REFUSE-PLAN
           END-IF.

           PERFORM UNTIL WINDOW-STATUS = "10"
               READ WINDOW-CARD
                   AT END
                       MOVE "10" TO WINDOW-STATUS
                   NOT AT END
                       PERFORM TAKE-WINDOW-RECORD
               END-READ
           END-PERFORM.
           CLOSE WINDOW-CARD.

           IF WINDOW-GIVEN = 0
               MOVE "DPL010E" TO MSG-ID
               MOVE "NO WINDOWEND ON D12WIN" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               ADD 1 TO CARD-ERRORS
           END-IF.

           IF CARD-ERRORS > 0
               MOVE "DPL014E" TO MSG-ID
               MOVE "ERRORS ON D12WIN CARD, SEE CONSOLE"
                   TO REFUSE-REASON
               PERFORM REFUSE-PLAN
           END-IF.

           IF START-GIVEN = 0
               COMPUTE START-SECS =
                   RUN-HOUR * 3600 + RUN-MIN * 60 + RUN-SEC
           END-IF.
           IF WINDOW-END-SECS NOT > START-SECS
               ADD 86400 TO WINDOW-END-SECS
           END-IF.

       TAKE-WINDOW-RECORD.
           IF WINDOW-RECORD = SPACES OR WINDOW-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-VALUE-TX
               UNSTRING WINDOW-RECORD DELIMITED BY "="
                   INTO CTL-KEYWORD CTL-VALUE-TX
               END-UNSTRING
               MOVE FUNCTION TRIM (CTL-VALUE-TX) TO CTL-VALUE-TX
               EVALUATE CTL-KEYWORD
                   WHEN "WINDOWEND"
                       PERFORM TAKE-CLOCK-VALUE
                       MOVE CLOCK-VALUE-SECS TO WINDOW-END-SECS
                       MOVE 1 TO WINDOW-GIVEN
                   WHEN "START"
                       PERFORM TAKE-CLOCK-VALUE
                       MOVE CLOCK-VALUE-SECS TO START-SECS
                       MOVE 1 TO START-GIVEN
                   WHEN "STREAMS"
                       PERFORM TAKE-KEY-VALUE
                       MOVE KEY-VALUE TO STREAM-COUNT
                   WHEN "SAMPLES"
                       PERFORM TAKE-KEY-VALUE
                       MOVE KEY-VALUE TO SAMPLE-LIMIT
                   WHEN OTHER
                       MOVE "DPL011E" TO MSG-ID
                       STRING "UNKNOWN CONTROL KEYWORD " CTL-KEYWORD
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO CARD-ERRORS
               END-EVALUATE
           END-IF.

      * A time of day is hh:mm or hhmm on the 24-hour clock.
       TAKE-CLOCK-VALUE.
           MOVE 0 TO CLOCK-BAD.
           MOVE ZERO TO CLOCK-VALUE-SECS.
           MOVE CTL-VALUE-TX(1:2) TO CLOCK-HH-TX.
           EVALUATE TRUE
               WHEN CTL-VALUE-TX(3:1) = ":"
                   AND CTL-VALUE-TX(6:1) = SPACE
                   MOVE CTL-VALUE-TX(4:2) TO CLOCK-MM-TX
               WHEN CTL-VALUE-TX(5:1) = SPACE
                   MOVE CTL-VALUE-TX(3:2) TO CLOCK-MM-TX
               WHEN OTHER
                   MOVE 1 TO CLOCK-BAD
           END-EVALUATE.
           IF CLOCK-BAD = 0
               IF CLOCK-HH-TX NOT NUMERIC OR CLOCK-MM-TX NOT NUMERIC
                   MOVE 1 TO CLOCK-BAD
               ELSE
                   IF CLOCK-HH-TX > "23" OR CLOCK-MM-TX > "59"
                       MOVE 1 TO CLOCK-BAD
                   END-IF
               END-IF
           END-IF.
           IF CLOCK-BAD = 1
               MOVE "DPL012E" TO MSG-ID
               STRING "BAD TIME OF DAY " CTL-KEYWORD CTL-VALUE-TX
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               ADD 1 TO CARD-ERRORS
           ELSE
               COMPUTE CLOCK-VALUE-SECS =
                   FUNCTION NUMVAL (CLOCK-HH-TX) * 3600
                   + FUNCTION NUMVAL (CLOCK-MM-TX) * 60
           END-IF.

       TAKE-KEY-VALUE.
           MOVE ZERO TO KEY-VALUE.
           IF CTL-VALUE-TX(1:1) >= "1" AND CTL-VALUE-TX(1:1) <= "9"
              AND CTL-VALUE-TX(2:1) = SPACE
               COMPUTE KEY-VALUE = FUNCTION NUMVAL (CTL-VALUE-TX)
           ELSE
               MOVE "DPL013E" TO MSG-ID
               STRING "BAD VALUE " CTL-KEYWORD CTL-VALUE-TX
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               ADD 1 TO CARD-ERRORS
               MOVE 1 TO KEY-VALUE
           END-IF.

       OPEN-REPORT-OUT.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "DPL020S" TO MSG-ID
               STRING "UNABLE TO OPEN D12WRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DAY12 BATCH-WINDOW ADMISSION CHECK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.

           CALL "GET-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.
           MOVE MV-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Anything that keeps the forecast from being made at all goes
      * on the listing as well as the console. Callers set MSG-ID.
       REFUSE-PLAN.
           MOVE REFUSE-REASON TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NO FORECAST - " TO REPORT-LINE.
           MOVE REFUSE-REASON TO REPORT-LINE(15:60).
           WRITE REPORT-LINE.
           CLOSE REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      * Only the system number matters here; Day12 itself judges the
      * bodies. The master is grouped by system, so a change of
      * number opens the next system.
       READ-PLANETS-FILE.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "DPL022S" TO MSG-ID
               MOVE "UNABLE TO OPEN PLANETS FILE" TO REFUSE-REASON
               PERFORM REFUSE-PLAN
           END-IF.

           PERFORM UNTIL PLANETS-STATUS = "10"
               READ PLANETS-FILE
                   AT END
                       MOVE "10" TO PLANETS-STATUS
                   NOT AT END
                       PERFORM TAKE-PLANET-RECORD
               END-READ
           END-PERFORM.
           CLOSE PLANETS-FILE.

           IF SYSTEM-COUNT < 1
               MOVE "DPL023E" TO MSG-ID
               MOVE "NO PLANET RECORDS ON PLANETS FILE" TO REFUSE-REASON
               PERFORM REFUSE-PLAN
           END-IF.

           PERFORM VARYING SYS-IDX FROM 1 BY 1
                   UNTIL SYS-IDX > SYSTEM-COUNT
               IF SYS-BODIES(SYS-IDX) > 1
                   COMPUTE SYS-PAIRS(SYS-IDX) =
                       SYS-BODIES(SYS-IDX) *
                       (SYS-BODIES(SYS-IDX) - 1) / 2
               ELSE
                   MOVE 1 TO SYS-PAIRS(SYS-IDX)
               END-IF
           END-PERFORM.

       TAKE-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC
               MOVE "DPL024E" TO MSG-ID
               MOVE "BAD SYSTEM NUMBER ON PLANETS FILE"
                   TO REFUSE-REASON
               PERFORM REFUSE-PLAN
           END-IF.

           IF SYSTEM-COUNT = 0 OR PR-SYSTEM NOT = SYS-ID(SYSTEM-COUNT)
               IF SYSTEM-COUNT >= MAX-SYSTEMS
                   MOVE "DPL025E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON PLANETS FILE"
                       TO REFUSE-REASON
                   PERFORM REFUSE-PLAN
               END-IF
               ADD 1 TO SYSTEM-COUNT
               INITIALIZE SYS-ENTRY(SYSTEM-COUNT)
               MOVE PR-SYSTEM TO SYS-ID(SYSTEM-COUNT)
           END-IF.

           ADD 1 TO SYS-BODIES(SYSTEM-COUNT).

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS = "00"
               READ CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-ITER-LIMIT NUMERIC
                           MOVE CC-ITER-LIMIT TO ITER-LIMIT
                       END-IF
                       IF CC-GRAVITY-MODE = 1 OR CC-GRAVITY-MODE = 2
                          OR CC-GRAVITY-MODE = 3
                           MOVE CC-GRAVITY-MODE TO GRAVITY-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      * Only the keywords that change how long the run takes are
      * taken; Day12 validates the file in full when it starts.
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
               PERFORM UNTIL PARM-STATUS = "10"
                   READ PARM-FILE
                       AT END
                           MOVE "10" TO PARM-STATUS
                       NOT AT END
                           PERFORM TAKE-PARM-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       TAKE-PARM-RECORD.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO PARM-KEYWORD
               MOVE SPACES TO PARM-VALUE-TX
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO PARM-KEYWORD PARM-VALUE-TX
               END-UNSTRING
               EVALUATE PARM-KEYWORD
                   WHEN "ITERLIMIT"
                       COMPUTE ITER-LIMIT =
                           FUNCTION NUMVAL (PARM-VALUE-TX)
                   WHEN "GRAVMODE"
                       COMPUTE GRAVITY-MODE =
                           FUNCTION NUMVAL (PARM-VALUE-TX)
                   WHEN "VERIFY"
                       COMPUTE VERIFY-STEPS =
                           FUNCTION NUMVAL (PARM-VALUE-TX)
                   WHEN "AXISSTOP"
                       COMPUTE AXIS-STOP-OPTION =
                           FUNCTION NUMVAL (PARM-VALUE-TX)
                   WHEN "SYSTEMS"
                       PERFORM TAKE-SYSTEMS-LIST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TAKE-SYSTEMS-LIST.
           MOVE SPACES TO SELECT-LIST-TX.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO PARM-KEYWORD SELECT-LIST-TX
           END-UNSTRING.
           MOVE SPACES TO SELECT-ITEM-TABLE.
           MOVE ZERO TO SELECT-ITEMS.
           UNSTRING SELECT-LIST-TX DELIMITED BY ","
               INTO SELECT-ITEM(1) SELECT-ITEM(2) SELECT-ITEM(3)
                    SELECT-ITEM(4) SELECT-ITEM(5) SELECT-ITEM(6)
                    SELECT-ITEM(7) SELECT-ITEM(8) SELECT-ITEM(9)
                    SELECT-ITEM(10)
               TALLYING IN SELECT-ITEMS
           END-UNSTRING.
           MOVE ZERO TO SELECT-COUNT.
           PERFORM VARYING SELECT-IDX FROM 1 BY 1
                   UNTIL SELECT-IDX > SELECT-ITEMS
               IF SELECT-ITEM(SELECT-IDX) NOT = SPACES
                   ADD 1 TO SELECT-COUNT
                   COMPUTE SELECT-SYS(SELECT-COUNT) =
                       FUNCTION NUMVAL (SELECT-ITEM(SELECT-IDX))
               END-IF
           END-PERFORM.
           MOVE 1 TO SELECT-WANTED.

      * A selection naming a system the master does not carry would
      * be refused by Day12, so there is nothing to plan.
       CHECK-SYSTEM-SELECTION.
           IF SYSTEMS-SELECTED
               PERFORM VARYING SELECT-IDX FROM 1 BY 1
                       UNTIL SELECT-IDX > SELECT-COUNT
                   MOVE 0 TO SELECT-HIT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > SYSTEM-COUNT
                       IF SYS-ID(I) = SELECT-SYS(SELECT-IDX)
                           MOVE 1 TO SELECT-HIT
                       END-IF
                   END-PERFORM
                   IF SELECT-HIT = 0
                       MOVE "DPL015E" TO MSG-ID
                       MOVE "SYSTEMS= NAMES A SYSTEM NOT ON THE MASTER"
                           TO REFUSE-REASON
                       PERFORM REFUSE-PLAN
                   END-IF
               END-PERFORM
           END-IF.

      * Each master system keeps its latest SAMPLE-LIMIT timing lines
      * in a ring; the file is in booking order, so what is left at
      * the end is the most recent. A line with no elapsed time on
      * it has nothing to price and is skipped with anything not in
      * Day12's layout.
       READ-PERF-FILE.
           PERFORM READ-PERF-SUMMARY.

           OPEN INPUT PERF-FILE.
           IF PERF-STATUS = "00"
               PERFORM UNTIL PERF-STATUS = "10"
                   READ PERF-FILE
                       AT END
                           MOVE "10" TO PERF-STATUS
                       NOT AT END
                           ADD 1 TO PERF-LINES
                           PERFORM TAKE-PERF-RECORD
                   END-READ
               END-PERFORM
               CLOSE PERF-FILE
           END-IF.

       TAKE-PERF-RECORD.
           MOVE ZERO TO SYS-IDX.
           MOVE ZERO TO PERF-ITERS.
           MOVE ZERO TO PERF-CSECS.
           IF PF-SEP-1 = "," AND PF-SEP-2 = "," AND PF-SEP-3 = ","
              AND PF-SEP-4 = "," AND PF-SEP-5 = ","
              AND PF-SYSTEM NUMERIC
               COMPUTE PERF-ITERS = FUNCTION NUMVAL (PF-ITERS)
               COMPUTE PERF-CSECS = FUNCTION NUMVAL (PF-CSECS)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SYSTEM-COUNT
                   IF SYS-ID(I) = PF-SYSTEM
                       MOVE I TO SYS-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF PF-AXES-STOOD AND NOT AXIS-STOP-REQUESTED
               MOVE ZERO TO SYS-IDX
           END-IF.

           IF SYS-IDX = 0 OR PERF-ITERS = 0 OR PERF-CSECS = 0
               ADD 1 TO PERF-SKIPPED
           ELSE
               PERFORM TAKE-PERF-SAMPLE
           END-IF.

      * D12PSUM is older than anything left on D12PERF, so its months
      * go into the ring first and are pushed out by the live lines.
      * For a run without axis stopping a month is its unmarked runs
      * only; a month that had no others is skipped. Lines HistArc
      * wrote before it kept the marked runs apart have none.
       READ-PERF-SUMMARY.
           OPEN INPUT PERF-SUMMARY.
           IF PERF-SUMMARY-STATUS = "00"
               PERFORM UNTIL PERF-SUMMARY-STATUS = "10"
                   READ PERF-SUMMARY
                       AT END
                           MOVE "10" TO PERF-SUMMARY-STATUS
                       NOT AT END
                           ADD 1 TO MONTH-LINES
                           PERFORM TAKE-PERF-MONTH
                   END-READ
               END-PERFORM
               CLOSE PERF-SUMMARY
           END-IF.

       TAKE-PERF-MONTH.
           MOVE ZERO TO SYS-IDX.
           MOVE ZERO TO MONTH-RUNS.
           MOVE ZERO TO MONTH-CSECS.
           MOVE SPACES TO MONTH-FIELDS.
           MOVE ZERO TO MONTH-FIELD-COUNT.
           UNSTRING PERF-SUMMARY-RECORD DELIMITED BY ","
               INTO MONTH-FIELD(1) MONTH-FIELD(2) MONTH-FIELD(3)
                    MONTH-FIELD(4) MONTH-FIELD(5) MONTH-FIELD(6)
                    MONTH-FIELD(7) MONTH-FIELD(8) MONTH-FIELD(9)
                    MONTH-FIELD(10) MONTH-FIELD(11) MONTH-FIELD(12)
                    MONTH-FIELD(13) MONTH-FIELD(14)
               TALLYING IN MONTH-FIELD-COUNT
           END-UNSTRING.
           IF MONTH-FIELD-COUNT > 10 AND MONTH-FIELD(2)(1:2) NUMERIC
               MOVE MONTH-FIELD(2)(1:2) TO MONTH-SYSTEM
               COMPUTE MONTH-RUNS  = FUNCTION NUMVAL (MONTH-FIELD(3))
               COMPUTE MONTH-ITERS = FUNCTION NUMVAL (MONTH-FIELD(10))
               COMPUTE MONTH-CSECS = FUNCTION NUMVAL (MONTH-FIELD(11))
               IF MONTH-FIELD-COUNT > 13 AND NOT AXIS-STOP-REQUESTED
                   COMPUTE MONTH-AXIS-RUNS =
                       FUNCTION NUMVAL (MONTH-FIELD(12))
                   COMPUTE MONTH-AXIS-ITERS =
                       FUNCTION NUMVAL (MONTH-FIELD(13))
                   COMPUTE MONTH-AXIS-CSECS =
                       FUNCTION NUMVAL (MONTH-FIELD(14))
                   IF MONTH-AXIS-RUNS <= MONTH-RUNS
                      AND MONTH-AXIS-ITERS <= MONTH-ITERS
                      AND MONTH-AXIS-CSECS <= MONTH-CSECS
                       SUBTRACT MONTH-AXIS-RUNS FROM MONTH-RUNS
                       SUBTRACT MONTH-AXIS-ITERS FROM MONTH-ITERS
                       SUBTRACT MONTH-AXIS-CSECS FROM MONTH-CSECS
                   ELSE
                       MOVE ZERO TO MONTH-RUNS
                   END-IF
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SYSTEM-COUNT
                   IF SYS-ID(I) = MONTH-SYSTEM
                       MOVE I TO SYS-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF SYS-IDX = 0 OR MONTH-RUNS = 0 OR MONTH-CSECS < MONTH-RUNS
               ADD 1 TO MONTH-SKIPPED
           ELSE
               COMPUTE PERF-ITERS = MONTH-ITERS / MONTH-RUNS
               COMPUTE PERF-CSECS = MONTH-CSECS / MONTH-RUNS
               PERFORM TAKE-PERF-SAMPLE
           END-IF.

       TAKE-PERF-SAMPLE.
           ADD 1 TO SYS-NEXT(SYS-IDX).
           IF SYS-NEXT(SYS-IDX) > SAMPLE-LIMIT
               MOVE 1 TO SYS-NEXT(SYS-IDX)
           END-IF.
           MOVE PERF-ITERS
               TO SYS-SAMPLE-ITERS(SYS-IDX, SYS-NEXT(SYS-IDX)).
           MOVE PERF-CSECS
               TO SYS-SAMPLE-CSECS(SYS-IDX, SYS-NEXT(SYS-IDX)).
           IF SYS-SAMPLES(SYS-IDX) < SAMPLE-LIMIT
               ADD 1 TO SYS-SAMPLES(SYS-IDX)
           END-IF.

      * A system's rate is all its sampled iterations over all its
      * sampled time. The pair rate every rated system implies is
      * averaged for pricing the systems with nothing on file.
       SET-SYSTEM-RATES.
           PERFORM VARYING SYS-IDX FROM 1 BY 1
                   UNTIL SYS-IDX > SYSTEM-COUNT
               MOVE ZERO TO SUM-ITERS
               MOVE ZERO TO SUM-CSECS
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > SYS-SAMPLES(SYS-IDX)
                   ADD SYS-SAMPLE-ITERS(SYS-IDX, K) TO SUM-ITERS
                   ADD SYS-SAMPLE-CSECS(SYS-IDX, K) TO SUM-CSECS
               END-PERFORM
               IF SUM-CSECS > 0
                   COMPUTE SYS-RATE(SYS-IDX) =
                       SUM-ITERS * 100 / SUM-CSECS
                   IF SYS-RATE(SYS-IDX) = 0
                       MOVE 1 TO SYS-RATE(SYS-IDX)
                   END-IF
                   COMPUTE PAIR-RATE-SUM = PAIR-RATE-SUM +
                       SYS-RATE(SYS-IDX) * SYS-PAIRS(SYS-IDX)
                   ADD 1 TO PAIR-RATE-SYSTEMS
               END-IF
           END-PERFORM.

           IF PAIR-RATE-SYSTEMS > 0
               COMPUTE PAIR-RATE = PAIR-RATE-SUM / PAIR-RATE-SYSTEMS
           END-IF.

       WRITE-PLAN-HEADINGS.
           MOVE ITER-LIMIT TO RPL-ITERS.
           MOVE GRAVITY-MODE TO RPL-MODE.
           MOVE VERIFY-STEPS TO RPL-VERIFY.
           MOVE STREAM-COUNT TO RPL-STREAMS.
           MOVE AXIS-STOP-OPTION TO RPL-AXIS.
           MOVE REPORT-PARM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE START-SECS TO EDIT-SECS.
           PERFORM EDIT-CLOCK.
           MOVE CLOCK-EDIT TO RWL-START.
           MOVE WINDOW-END-SECS TO EDIT-SECS.
           PERFORM EDIT-CLOCK.
           MOVE CLOCK-EDIT TO RWL-END.
           COMPUTE EDIT-SECS = WINDOW-END-SECS - START-SECS.
           PERFORM EDIT-SPAN.
           MOVE SPAN-EDIT TO RWL-SPAN.
           MOVE REPORT-WINDOW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SAMPLE-LIMIT TO RBL-SAMPLES.
           MOVE PERF-LINES TO RBL-LINES.
           MOVE PERF-SKIPPED TO RBL-SKIPPED.
           MOVE REPORT-BASIS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MONTH-LINES > 0
               MOVE MONTH-LINES TO RML-LINES
               MOVE MONTH-SKIPPED TO RML-SKIPPED
               MOVE REPORT-MONTH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The system runs on the stream Day12 would deal it to and
      * ends when that stream's clock has been run on by its time.
       FORECAST-ONE-SYSTEM.
           MOVE 1 TO SELECT-HIT.
           IF SYSTEMS-SELECTED
               MOVE 0 TO SELECT-HIT
               PERFORM VARYING SELECT-IDX FROM 1 BY 1
                       UNTIL SELECT-IDX > SELECT-COUNT
                   IF SELECT-SYS(SELECT-IDX) = SYS-ID(SYS-IDX)
                       MOVE 1 TO SELECT-HIT
                   END-IF
               END-PERFORM
           END-IF.

           IF SELECT-HIT = 0
               MOVE SYS-ID(SYS-IDX) TO RBY-SYSTEM
               MOVE SYS-BODIES(SYS-IDX) TO RBY-BODIES
               MOVE REPORT-BYPASS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM PRICE-ONE-SYSTEM
           END-IF.

       PRICE-ONE-SYSTEM.
           ADD 1 TO PLANNED-COUNT.
           COMPUTE SYSTEM-STREAM =
               FUNCTION MOD (SYS-IDX - 1, STREAM-COUNT) + 1.

           EVALUATE TRUE
               WHEN VERIFY-STEPS > 0
                   COMPUTE SYSTEM-ITERS = VERIFY-STEPS * 2
               WHEN GRAVITY-MODE-COMPARE
                   COMPUTE SYSTEM-ITERS = ITER-LIMIT * 2
               WHEN OTHER
                   MOVE ITER-LIMIT TO SYSTEM-ITERS
           END-EVALUATE.

           MOVE SPACES TO RDL-MARK.
           EVALUATE TRUE
               WHEN SYS-RATE(SYS-IDX) > 0
                   MOVE SYS-RATE(SYS-IDX) TO SYSTEM-RATE
                   MOVE "D12PERF(" TO RDL-BASIS
                   MOVE SYS-SAMPLES(SYS-IDX) TO RDL-BASIS(9:1)
                   MOVE ")" TO RDL-BASIS(10:1)
               WHEN PAIR-RATE > 0
                   COMPUTE SYSTEM-RATE =
                       PAIR-RATE / SYS-PAIRS(SYS-IDX)
                   IF SYSTEM-RATE = 0
                       MOVE 1 TO SYSTEM-RATE
                   END-IF
                   MOVE "ESTIMATED" TO RDL-BASIS
               WHEN OTHER
                   MOVE ZERO TO SYSTEM-RATE
                   MOVE "NONE" TO RDL-BASIS
           END-EVALUATE.

           MOVE SYS-ID(SYS-IDX) TO RDL-SYSTEM.
           MOVE SYS-BODIES(SYS-IDX) TO RDL-BODIES.
           MOVE SYSTEM-STREAM TO RDL-STREAM.
           MOVE SYSTEM-ITERS TO RDL-ITERS.
           MOVE SYSTEM-RATE TO RDL-RATE.

           IF SYSTEM-RATE = 0
               ADD 1 TO UNPRICED-COUNT
               MOVE SPACES TO RDL-ELAPSED
               MOVE SPACES TO RDL-END
               MOVE "NO TIMING ON D12PERF" TO RDL-MARK
           ELSE
               COMPUTE SYSTEM-SECS =
                   (SYSTEM-ITERS + SYSTEM-RATE - 1) / SYSTEM-RATE
               ADD SYSTEM-SECS TO STREAM-CLOCK(SYSTEM-STREAM)
               ADD SYSTEM-SECS TO TOTAL-SECS
               COMPUTE SYSTEM-END-SECS =
                   START-SECS + STREAM-CLOCK(SYSTEM-STREAM)
               IF SYSTEM-END-SECS > RUN-END-SECS
                   MOVE SYSTEM-END-SECS TO RUN-END-SECS
               END-IF
               MOVE SYSTEM-SECS TO EDIT-SECS
               PERFORM EDIT-SPAN
               MOVE SPAN-EDIT TO RDL-ELAPSED
               MOVE SYSTEM-END-SECS TO EDIT-SECS
               PERFORM EDIT-CLOCK
               MOVE CLOCK-EDIT TO RDL-END
               IF SYSTEM-END-SECS > WINDOW-END-SECS
                   MOVE "WOULD NOT FIT" TO RDL-MARK
                   ADD 1 TO LATE-COUNT
                   MOVE SYS-ID(SYS-IDX) TO LATE-SYS(LATE-COUNT)
                   MOVE SYSTEM-END-SECS TO LATE-END(LATE-COUNT)
                   COMPUTE LATE-SECS(LATE-COUNT) =
                       SYSTEM-END-SECS - WINDOW-END-SECS
               END-IF
           END-IF.

           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PLAN-TOTALS.
           IF RUN-END-SECS = 0
               MOVE START-SECS TO RUN-END-SECS
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-SECS TO EDIT-SECS.
           PERFORM EDIT-SPAN.
           MOVE SPAN-EDIT TO RTL-SPAN.
           MOVE PLANNED-COUNT TO RTL-COUNT.
           MOVE RUN-END-SECS TO EDIT-SECS.
           PERFORM EDIT-CLOCK.
           MOVE CLOCK-EDIT TO RTL-END.
           MOVE WINDOW-END-SECS TO EDIT-SECS.
           PERFORM EDIT-CLOCK.
           MOVE CLOCK-EDIT TO RTL-WINDOW.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-VERDICT-LINE.
           EVALUATE TRUE
               WHEN UNPRICED-COUNT > 0
                   MOVE "FORECAST INCOMPLETE - SYSTEMS NOT PRICED"
                       TO RVL-TEXT
               WHEN LATE-COUNT > 0
                   MOVE "FORECAST OVERRUNS THE WINDOW BY" TO RVL-TEXT
                   COMPUTE EDIT-SECS = RUN-END-SECS - WINDOW-END-SECS
                   PERFORM EDIT-SPAN
                   MOVE SPAN-EDIT TO RVL-SPAN
               WHEN OTHER
                   MOVE "FORECAST FITS THE WINDOW WITH TIME SPARE"
                       TO RVL-TEXT
                   COMPUTE EDIT-SECS = WINDOW-END-SECS - RUN-END-SECS
                   PERFORM EDIT-SPAN
                   MOVE SPAN-EDIT TO RVL-SPAN
           END-EVALUATE.
           MOVE REPORT-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF LATE-COUNT > 0
               MOVE "SYSTEMS THAT WOULD NOT FIT THE WINDOW:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > LATE-COUNT
                   MOVE LATE-SYS(K) TO RLL-SYSTEM
                   MOVE LATE-END(K) TO EDIT-SECS
                   PERFORM EDIT-CLOCK
                   MOVE CLOCK-EDIT TO RLL-END
                   MOVE LATE-SECS(K) TO EDIT-SECS
                   PERFORM EDIT-SPAN
                   MOVE SPAN-EDIT TO RLL-SPAN
                   MOVE REPORT-LATE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.

      * EDIT-SECS is a time of day counted from the start's midnight;
      * a day or more past it is marked (+n).
       EDIT-CLOCK.
           DIVIDE EDIT-SECS BY 86400 GIVING EDIT-DAYS
               REMAINDER EDIT-REST.
           DIVIDE EDIT-REST BY 3600 GIVING CKE-HOUR
               REMAINDER EDIT-SECS.
           DIVIDE EDIT-SECS BY 60 GIVING CKE-MIN
               REMAINDER CKE-SEC.
           IF EDIT-DAYS = 0
               MOVE SPACES TO CKE-DAY-TX
           ELSE
               IF EDIT-DAYS > 9
                   MOVE 9 TO DTX-DAYS
               ELSE
                   MOVE EDIT-DAYS TO DTX-DAYS
               END-IF
               MOVE DAY-TX TO CKE-DAY-TX
           END-IF.

      * EDIT-SECS is a length of time, shown as hours:mm:ss.
       EDIT-SPAN.
           DIVIDE EDIT-SECS BY 3600 GIVING SPE-HOURS
               REMAINDER EDIT-REST.
           DIVIDE EDIT-REST BY 60 GIVING SPE-MIN
               REMAINDER SPE-SEC.
