      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistArc.

      * Archives the run-over-run series Day12 appends to - D12HIST,
      * SCENHIST and D12PERF - which otherwise grow without end. Every
      * line older than the retention period is moved out of the live
      * file into a monthly archive file named for the series and the
      * month, D12HIST.A202503 say, and each month and system taken
      * away is rolled up into one line on the series' summary file:
      *   D12HSUM   from D12HIST - runs, first and last run, and the
      *             first, last, lowest and highest TOTAL-ENERGY and
      *             ANSWER-LOOP with how often each changed
      *   SCENHSUM  from SCENHIST - lines, winners, first and last
      *             run, the first and last winning delta with its
      *             total, the lowest and highest winning total and
      *             how often the winner changed
      *   D12PSUM   from D12PERF - runs, first and last run, the
      *             first, last, lowest and highest rate and the
      *             iterations and elapsed time they add up to,
      *             then the runs, iterations and elapsed time of
      *             those that ran with finished axes left standing
      * HistRpt and ScenRpt read the summary file ahead of the live
      * one, so their trend runs on across the archived months, and
      * D12Plan prices a system from D12PSUM when it has too little
      * timing left on D12PERF. The summaries go to files of their
      * own because everything else that reads the live series -
      * GoldCert, GoldUpd, Replay, OpSum, D12Merge - expects Day12's
      * layout on every line.
      *
      * ARCCTL is optional and carries KEYWORD=VALUE records:
      *   RETAIN=n          months kept live before the current one
      *                     (default 12)
      *   ASOF=yyyy-mm      the month counted back from (default the
      *                     month of the run)
      *   ALLOWRUNNING=YES  archive although D12STAT says RUNNING
      * Whole months are archived: with RETAIN=12 as of 2026-10 every
      * line dated before 2025-10 goes. A line whose date cannot be
      * read, or which is not in Day12's layout, stays live.
      *
      * Nothing is lost on the way. Each series is first split into a
      * keep work file (<series>.KEEP) and an archive work file
      * (<series>.ARCW), and both are read back: their lines and hash
      * totals must add up to the live file's before anything else is
      * done. The archived lines are then appended to their monthly
      * files, each of which must read back longer by exactly what
      * was added to it; the summary lines must account for every
      * archived line; and the live file, rewritten from the keep
      * work file, must read back the same as it. The ARCRPT listing
      * shows every one of those counts. The work files are removed
      * once a series is through, so a run that stops part way leaves
      * them behind and the next run is refused until the series has
      * been put right - from the last EnvSave set, or from the .KEEP
      * file, which holds what the live file should be left with -
      * and the work files taken away.
      *
      * The hash total weighs each character by its column but, unlike
      * EnvSave's, does not weigh a line by its place in the file: the
      * kept and archived lines are two halves of one file and their
      * totals have to add back up to its total.
      *
      * Replay, GoldUpd and GoldCert go on to the D12HIST archive for
      * a run's month when the live file has no lines for it, as
      * ChgBack does for D12PERF and SCENHIST. An EnvSave set taken
      * before an archive run puts the series back as they were, so a
      * fresh set should be taken once the run is through.
      * Archiving while Day12 is running would race its appends, so
      * it is refused while any D12STAT says RUNNING, as a backup is.
      *
      * Return code 0 when every series is archived or had nothing to
      * archive, 16 when the run was refused or a count did not agree.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "ARCCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select STAT-FILE assign using STAT-NAME
               organization is line sequential
               file status is STAT-STATUS.

           select SERIES-IN assign using IN-NAME
               organization is line sequential
               file status is IN-STATUS.

           select SERIES-OUT assign using OUT-NAME
               organization is line sequential
               file status is OUT-STATUS.

           select ARCHIVE-WORK assign using ARCW-NAME
               organization is line sequential
               file status is ARCW-STATUS.

           select MONTH-FILE assign using MONTH-NAME
               organization is line sequential
               file status is MONTH-STATUS.

           select SUMMARY-FILE assign using SUMMARY-NAME
               organization is line sequential
               file status is SUMMARY-STATUS.

           select COUNT-FILE assign using COUNT-NAME
               organization is line sequential
               file status is COUNT-STATUS.

           select ARCHIVE-LIST assign to "ARCRPT"
               organization is line sequential
               file status is LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

       FD  STAT-FILE
           record contains 120 characters.
       01 STAT-RECORD.
           05 ST-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 ST-STATE    PIC X(09).
           05 FILLER      PIC X(96).

      * Wide enough for the longest line of any series or summary
      * file; a line reaching the last column is taken to be longer
      * still and stops the series before it is touched.
       FD  SERIES-IN
           record contains 240 characters.
       01 SERIES-IN-RECORD PIC X(240).

       FD  SERIES-OUT
           record contains 240 characters.
       01 SERIES-OUT-RECORD PIC X(240).

       FD  ARCHIVE-WORK
           record contains 240 characters.
       01 ARCHIVE-WORK-RECORD PIC X(240).

       FD  MONTH-FILE
           record contains 240 characters.
       01 MONTH-RECORD PIC X(240).

       FD  SUMMARY-FILE
           record contains 240 characters.
       01 SUMMARY-RECORD PIC X(240).

       FD  COUNT-FILE
           record contains 240 characters.
       01 COUNT-RECORD PIC X(240).

       FD  ARCHIVE-LIST
           record contains 132 characters.
       01 LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS PIC X(02) VALUE ZEROS.
       01 STAT-STATUS    PIC X(02) VALUE ZEROS.
       01 IN-STATUS      PIC X(02) VALUE ZEROS.
       01 OUT-STATUS     PIC X(02) VALUE ZEROS.
       01 ARCW-STATUS    PIC X(02) VALUE ZEROS.
       01 MONTH-STATUS   PIC X(02) VALUE ZEROS.
       01 SUMMARY-STATUS PIC X(02) VALUE ZEROS.
       01 COUNT-STATUS   PIC X(02) VALUE ZEROS.
       01 LIST-STATUS    PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "HISTARC".
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

      * The series archived, in the order they are taken, each with
      * the summary file its months are rolled up into.
       78 SERIES-COUNT VALUE 3.
       01 SERIES-VALUES.
           05 FILLER PIC X(16) VALUE "D12HIST D12HSUM ".
           05 FILLER PIC X(16) VALUE "SCENHISTSCENHSUM".
           05 FILLER PIC X(16) VALUE "D12PERF D12PSUM ".
       01 SERIES-TABLE REDEFINES SERIES-VALUES.
           05 SERIES-ENTRY OCCURS SERIES-COUNT TIMES.
               10 SR-NAME    PIC X(08).
               10 SR-SUMMARY PIC X(08).

       01 S PIC 9 VALUE ZERO.
           88 SERIES-HISTORY  VALUE 1.
           88 SERIES-SCENARIO VALUE 2.
           88 SERIES-PERF     VALUE 3.

       01 CTL-KEYWORD     PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX    PIC X(60) VALUE SPACES.
       01 CTL-ERROR       PIC 9 VALUE 0.
           88 CONTROL-BAD VALUE 1.
       01 ALLOW-RUNNING   PIC 9 VALUE 0.
           88 RUNNING-ALLOWED VALUE 1.
       01 RUNNING-FOUND   PIC 9 VALUE 0.
       01 STREAM-NO       PIC 9(01) VALUE ZERO.
       01 STAT-NAME       PIC X(20) VALUE SPACES.

      * Lines dated in a month before CUTOFF-MONTH-TX are archived.
       01 RETAIN-MONTHS   PIC 9(02) VALUE 12.
       01 ASOF-MONTH-TX.
           05 ASOF-YEAR   PIC 9(04).
           05 ASOF-DASH   PIC X VALUE "-".
           05 ASOF-MONTH  PIC 9(02).
       01 CUTOFF-MONTH-TX.
           05 CUTOFF-YEAR  PIC 9(04).
           05 FILLER       PIC X VALUE "-".
           05 CUTOFF-MONTH PIC 9(02).
       01 MONTH-NUMBER    PIC 9(06) VALUE ZERO.

       01 IN-NAME         PIC X(40) VALUE SPACES.
       01 OUT-NAME        PIC X(40) VALUE SPACES.
       01 ARCW-NAME       PIC X(40) VALUE SPACES.
       01 KEEP-NAME       PIC X(40) VALUE SPACES.
       01 MONTH-NAME      PIC X(40) VALUE SPACES.
       01 SUMMARY-NAME    PIC X(40) VALUE SPACES.
       01 COUNT-NAME      PIC X(40) VALUE SPACES.
       01 DIR-RESULT      PIC S9(09) BINARY VALUE ZERO.

      * One line's weight, and the tallies of a series as it is split.
       01 LINE-IMAGE      PIC X(240) VALUE SPACES.
       01 LINE-SUM        PIC 9(18) VALUE ZERO.
       01 LINE-LENGTH     PIC 9(05) VALUE ZERO.
       01 TRAILING-SPACES PIC 9(05) VALUE ZERO.
       01 P               PIC 9(05) VALUE ZERO.
       01 HASH-MODULUS    PIC 9(19) VALUE 1000000000000000000.
       01 RECORD-TOO-LONG PIC 9 VALUE 0.

       01 SERIES-ABSENT   PIC 9 VALUE 0.
       01 LIVE-LINES      PIC 9(09) VALUE ZERO.
       01 LIVE-HASH       PIC 9(18) VALUE ZERO.
       01 KEPT-LINES      PIC 9(09) VALUE ZERO.
       01 KEPT-HASH       PIC 9(18) VALUE ZERO.
       01 ARCHIVED-LINES  PIC 9(09) VALUE ZERO.
       01 ARCHIVED-HASH   PIC 9(18) VALUE ZERO.
       01 UNREADABLE-LINES PIC 9(09) VALUE ZERO.
       01 SPLIT-LINES     PIC 9(09) VALUE ZERO.
       01 SPLIT-HASH      PIC 9(18) VALUE ZERO.

      * A file read back and counted.
       01 TALLY-LINES     PIC 9(09) VALUE ZERO.
       01 TALLY-HASH      PIC 9(18) VALUE ZERO.
       01 EXPECT-LINES    PIC 9(09) VALUE ZERO.
       01 EXPECT-HASH     PIC 9(18) VALUE ZERO.

       01 SERIES-ARCHIVED  PIC 9 VALUE ZERO.
       01 RUN-ARCHIVED     PIC 9(09) VALUE ZERO.
       01 RUN-SUMMARIES    PIC 9(06) VALUE ZERO.

      * The fields of one series line.
       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(21) OCCURS 9 TIMES.
       01 PARSE-COUNT PIC 9(02) VALUE ZERO.
       01 FIELD-BASE  PIC 9(02) VALUE ZERO.

       01 LINE-READABLE  PIC 9 VALUE 0.
           88 LINE-IS-READABLE VALUE 1.
       01 LINE-MONTH     PIC X(07) VALUE SPACES.
       01 LINE-RUN-ID    PIC X(14) VALUE SPACES.
       01 LINE-SYSTEM    PIC 9(02) VALUE ZERO.
       01 LINE-TOTAL     PIC 9(18) VALUE ZERO.
       01 LINE-ANSWER    PIC 9(20) VALUE ZERO.
       01 LINE-DVX       PIC S9(10) VALUE ZERO.
       01 LINE-DVY       PIC S9(10) VALUE ZERO.
       01 LINE-DVZ       PIC S9(10) VALUE ZERO.
       01 LINE-RANK      PIC 9(03) VALUE ZERO.
       01 LINE-ITERS     PIC 9(07) VALUE ZERO.
       01 LINE-CSECS     PIC 9(09) VALUE ZERO.
       01 LINE-RATE      PIC 9(07) VALUE ZERO.
       01 LINE-AXIS-STOP PIC X(01) VALUE SPACE.
           88 LINE-AXES-STOOD VALUE "A".

      * One entry per month and system archived from the series in
      * hand, in the order first met; each becomes a summary line.
       78 MAX-SUMMARIES VALUE 500.
       01 SUMMARY-COUNT  PIC 9(03) VALUE ZERO.
       01 E              PIC 9(03) VALUE ZERO.
       01 SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS MAX-SUMMARIES TIMES.
               10 SM-MONTH          PIC X(07).
               10 SM-SYSTEM         PIC 9(02).
               10 SM-LINES          PIC 9(07).
               10 SM-RUNS           PIC 9(07).
               10 SM-FIRST-ID       PIC X(14).
               10 SM-LAST-ID        PIC X(14).
               10 SM-FIRST-TOTAL    PIC 9(18).
               10 SM-LAST-TOTAL     PIC 9(18).
               10 SM-MIN-TOTAL      PIC 9(18).
               10 SM-MAX-TOTAL      PIC 9(18).
               10 SM-TOTAL-CHANGES  PIC 9(07).
               10 SM-FIRST-ANSWER   PIC 9(20).
               10 SM-LAST-ANSWER    PIC 9(20).
               10 SM-MIN-ANSWER     PIC 9(20).
               10 SM-MAX-ANSWER     PIC 9(20).
               10 SM-ANSWER-CHANGES PIC 9(07).
               10 SM-FIRST-DVX      PIC S9(10).
               10 SM-FIRST-DVY      PIC S9(10).
               10 SM-FIRST-DVZ      PIC S9(10).
               10 SM-LAST-DVX       PIC S9(10).
               10 SM-LAST-DVY       PIC S9(10).
               10 SM-LAST-DVZ       PIC S9(10).
               10 SM-FIRST-RATE     PIC 9(07).
               10 SM-LAST-RATE      PIC 9(07).
               10 SM-MIN-RATE       PIC 9(07).
               10 SM-MAX-RATE       PIC 9(07).
               10 SM-ITERS          PIC 9(11).
               10 SM-CSECS          PIC 9(13).
               10 SM-AXIS-RUNS      PIC 9(07).
               10 SM-AXIS-ITERS     PIC 9(11).
               10 SM-AXIS-CSECS     PIC 9(13).

       01 SUMMARY-BEFORE-LINES PIC 9(09) VALUE ZERO.
       01 SUMMARY-BEFORE-HASH  PIC 9(18) VALUE ZERO.
       01 SUMMARY-ADDED-LINES  PIC 9(09) VALUE ZERO.
       01 SUMMARY-ADDED-HASH   PIC 9(18) VALUE ZERO.
       01 SUMMARY-COVERED      PIC 9(09) VALUE ZERO.

      * One entry per monthly archive file the series adds to.
       78 MAX-MONTHS VALUE 240.
       01 MONTH-COUNT    PIC 9(03) VALUE ZERO.
       01 M              PIC 9(03) VALUE ZERO.
       01 OPEN-MONTH     PIC X(07) VALUE SPACES.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS MAX-MONTHS TIMES.
               10 MF-MONTH        PIC X(07).
               10 MF-NAME         PIC X(20).
               10 MF-BEFORE-LINES PIC 9(09).
               10 MF-BEFORE-HASH  PIC 9(18).
               10 MF-ADDED-LINES  PIC 9(09).
               10 MF-ADDED-HASH   PIC 9(18).

      * The summary lines, one layout per series. HistRpt, ScenRpt
      * and D12Plan read them by these field positions.
       01 HISTORY-SUMMARY-LINE.
           05 HSL-MONTH          PIC X(07).
           05 FILLER             PIC X VALUE ",".
           05 HSL-SYSTEM         PIC 9(02).
           05 FILLER             PIC X VALUE ",".
           05 HSL-RUNS           PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-FIRST-ID       PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 HSL-LAST-ID        PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 HSL-FIRST-TOTAL    PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-LAST-TOTAL     PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-MIN-TOTAL      PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-MAX-TOTAL      PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-TOTAL-CHANGES  PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-FIRST-ANSWER   PIC Z(19)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-LAST-ANSWER    PIC Z(19)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-MIN-ANSWER     PIC Z(19)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-MAX-ANSWER     PIC Z(19)9.
           05 FILLER             PIC X VALUE ",".
           05 HSL-ANSWER-CHANGES PIC Z(6)9.

       01 SCENARIO-SUMMARY-LINE.
           05 SSL-MONTH          PIC X(07).
           05 FILLER             PIC X VALUE ",".
           05 SSL-SYSTEM         PIC 9(02).
           05 FILLER             PIC X VALUE ",".
           05 SSL-LINES          PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-WINNERS        PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-FIRST-ID       PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 SSL-LAST-ID        PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 SSL-FIRST-DVX      PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-FIRST-DVY      PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-FIRST-DVZ      PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-FIRST-TOTAL    PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-LAST-DVX       PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-LAST-DVY       PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-LAST-DVZ       PIC -(10)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-LAST-TOTAL     PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-MIN-TOTAL      PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-MAX-TOTAL      PIC Z(17)9.
           05 FILLER             PIC X VALUE ",".
           05 SSL-WINNER-CHANGES PIC Z(6)9.

       01 PERF-SUMMARY-LINE.
           05 PSL-MONTH          PIC X(07).
           05 FILLER             PIC X VALUE ",".
           05 PSL-SYSTEM         PIC 9(02).
           05 FILLER             PIC X VALUE ",".
           05 PSL-RUNS           PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-FIRST-ID       PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 PSL-LAST-ID        PIC X(14).
           05 FILLER             PIC X VALUE ",".
           05 PSL-FIRST-RATE     PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-LAST-RATE      PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-MIN-RATE       PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-MAX-RATE       PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-ITERS          PIC Z(10)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-CSECS          PIC Z(12)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-AXIS-RUNS      PIC Z(6)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-AXIS-ITERS     PIC Z(10)9.
           05 FILLER             PIC X VALUE ",".
           05 PSL-AXIS-CSECS     PIC Z(12)9.

       01 LIST-CUTOFF-LINE.
           05 FILLER      PIC X(07) VALUE "RETAIN ".
           05 LCL-RETAIN  PIC Z9.
           05 FILLER      PIC X(14) VALUE " MONTHS AS OF ".
           05 LCL-ASOF    PIC X(07).
           05 FILLER      PIC X(32)
               VALUE " - ARCHIVING LINES DATED BEFORE ".
           05 LCL-CUTOFF  PIC X(07).

       01 LIST-SERIES-LINE.
           05 FILLER      PIC X(07) VALUE "SERIES ".
           05 LSL-NAME    PIC X(08).
           05 FILLER      PIC X(15) VALUE "  SUMMARY FILE ".
           05 LSL-SUMMARY PIC X(08).

       01 LIST-TALLY-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LTL-WHAT    PIC X(24).
           05 FILLER      PIC X(06) VALUE "LINES ".
           05 LTL-LINES   PIC Z(08)9.
           05 FILLER      PIC X(08) VALUE "   HASH ".
           05 LTL-HASH    PIC 9(18).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LTL-VERDICT PIC X(14).

       01 LIST-MONTH-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LML-NAME    PIC X(18).
           05 FILLER      PIC X(08) VALUE " BEFORE ".
           05 LML-BEFORE  PIC Z(08)9.
           05 FILLER      PIC X(07) VALUE " ADDED ".
           05 LML-ADDED   PIC Z(08)9.
           05 FILLER      PIC X(07) VALUE " AFTER ".
           05 LML-AFTER   PIC Z(08)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LML-VERDICT PIC X(14).

       01 LIST-SUMMARY-LINE.
           05 FILLER      PIC X(22) VALUE "  SUMMARY LINES ADDED ".
           05 LUL-ADDED   PIC Z(05)9.
           05 FILLER      PIC X(10) VALUE " COVERING ".
           05 LUL-COVERED PIC Z(08)9.
           05 FILLER      PIC X(17) VALUE " ARCHIVED LINES  ".
           05 LUL-VERDICT PIC X(14).

       01 LIST-TOTAL-LINE.
           05 FILLER      PIC X(18) VALUE "SERIES ARCHIVED = ".
           05 LTT-SERIES  PIC 9.
           05 FILLER      PIC X(20) VALUE "   LINES ARCHIVED = ".
           05 LTT-LINES   PIC Z(08)9.
           05 FILLER      PIC X(19) VALUE "   SUMMARY LINES = ".
           05 LTT-SUMMARY PIC Z(05)9.

       PROCEDURE DIVISION.
           PERFORM OPEN-LISTING.

           PERFORM READ-CONTROL-DECK.

           PERFORM SET-CUTOFF-MONTH.

           PERFORM CHECK-NO-RUN-ACTIVE.

           PERFORM CHECK-NO-WORK-FILES.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SERIES-COUNT
               PERFORM ARCHIVE-SERIES
           END-PERFORM.

           MOVE SERIES-ARCHIVED TO LTT-SERIES.
           MOVE RUN-ARCHIVED    TO LTT-LINES.
           MOVE RUN-SUMMARIES   TO LTT-SUMMARY.
           MOVE LIST-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           CLOSE ARCHIVE-LIST.

           MOVE RUN-ARCHIVED TO MESSAGE-COUNT.
           MOVE "HAR001I" TO MSG-ID.
           STRING FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                  " LINES DATED BEFORE " DELIMITED BY SIZE
                  CUTOFF-MONTH-TX DELIMITED BY SIZE
                  " ARCHIVED" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-LISTING.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.
           MOVE RUN-YEAR  TO ASOF-YEAR.
           MOVE RUN-MONTH TO ASOF-MONTH.

           OPEN OUTPUT ARCHIVE-LIST.
           IF LIST-STATUS NOT = "00"
               MOVE "HAR010S" TO MSG-ID
               STRING "UNABLE TO OPEN ARCRPT, FILE STATUS "
                      LIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "HISTORY ARCHIVE CONTROL LISTING" TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE RUN-DATE-DISPLAY TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * ARCCTL is optional; without it the run archives everything
      * more than a year old.
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

           IF CONTROL-BAD
               MOVE "ARCCTL IN ERROR - NOTHING ARCHIVED" TO LIST-LINE
               PERFORM STOP-BEFORE-ARCHIVING
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
                   WHEN "RETAIN"
                       PERFORM TAKE-RETAIN-VALUE
                   WHEN "ASOF"
                       PERFORM TAKE-ASOF-VALUE
                   WHEN "ALLOWRUNNING"
                       IF CTL-VALUE-TX = "YES"
                           MOVE 1 TO ALLOW-RUNNING
                       ELSE
                           IF CTL-VALUE-TX NOT = "NO"
                               MOVE "HAR014E" TO MSG-ID
                               MOVE "ALLOWRUNNING MUST BE YES OR NO"
                                   TO MSG-TEXT
                               PERFORM ISSUE-MESSAGE
                               MOVE 1 TO CTL-ERROR
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "HAR011E" TO MSG-ID
                       STRING "UNKNOWN ARCCTL KEYWORD " CTL-KEYWORD
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 1 TO CTL-ERROR
               END-EVALUATE
           END-IF.

       TAKE-RETAIN-VALUE.
           IF CTL-VALUE-TX(1:1) NUMERIC
              AND (CTL-VALUE-TX(2:1) = SPACE
                   OR (CTL-VALUE-TX(2:1) NUMERIC
                       AND CTL-VALUE-TX(3:1) = SPACE))
               COMPUTE RETAIN-MONTHS = FUNCTION NUMVAL (CTL-VALUE-TX)
           ELSE
               MOVE "HAR012E" TO MSG-ID
               STRING "RETAIN MUST BE 0 TO 99 MONTHS, NOT "
                      CTL-VALUE-TX DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

       TAKE-ASOF-VALUE.
           MOVE CTL-VALUE-TX(1:7) TO ASOF-MONTH-TX.
           IF ASOF-YEAR NUMERIC AND ASOF-DASH = "-"
              AND ASOF-MONTH NUMERIC AND CTL-VALUE-TX(8:1) = SPACE
              AND ASOF-MONTH >= 1 AND ASOF-MONTH <= 12
               CONTINUE
           ELSE
               MOVE "HAR013E" TO MSG-ID
               STRING "ASOF MUST BE A MONTH YYYY-MM, NOT "
                      CTL-VALUE-TX DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

      * RETAIN months are counted back from the ASOF month, which is
      * itself always kept.
       SET-CUTOFF-MONTH.
           COMPUTE MONTH-NUMBER =
               ASOF-YEAR * 12 + ASOF-MONTH - 1 - RETAIN-MONTHS.
           DIVIDE MONTH-NUMBER BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.

           MOVE RETAIN-MONTHS   TO LCL-RETAIN.
           MOVE ASOF-MONTH-TX   TO LCL-ASOF.
           MOVE CUTOFF-MONTH-TX TO LCL-CUTOFF.
           MOVE LIST-CUTOFF-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * The single-stream status line and each stream's own.
       CHECK-NO-RUN-ACTIVE.
           MOVE "D12STAT" TO STAT-NAME.
           PERFORM CHECK-ONE-STATUS.
           PERFORM VARYING STREAM-NO FROM 1 BY 1 UNTIL STREAM-NO > 8
               MOVE SPACES TO STAT-NAME
               STRING "D12STAT.P" DELIMITED BY SIZE
                      STREAM-NO DELIMITED BY SIZE
                   INTO STAT-NAME
               END-STRING
               PERFORM CHECK-ONE-STATUS
           END-PERFORM.
           MOVE "D12STAT.P9" TO STAT-NAME.
           PERFORM CHECK-ONE-STATUS.

           IF RUNNING-FOUND = 1
               IF RUNNING-ALLOWED
                   MOVE "HAR016W" TO MSG-ID
                   MOVE SPACES TO MSG-TEXT
                   STRING "DAY12 SHOWS AS RUNNING - OVERRIDDEN BY "
                          "ALLOWRUNNING=YES" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO LIST-LINE
                   STRING "D12STAT SHOWS A RUN IN PROGRESS - OVERRIDDEN"
                          " BY ALLOWRUNNING=YES" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   WRITE LIST-LINE
                   MOVE SPACES TO LIST-LINE
                   WRITE LIST-LINE
               ELSE
                   MOVE "HAR017E" TO MSG-ID
                   MOVE "DAY12 IS RUNNING - ARCHIVE REFUSED"
                       TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO LIST-LINE
                   STRING "D12STAT SHOWS A RUN IN PROGRESS - NOTHING"
                          " ARCHIVED" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   PERFORM STOP-BEFORE-ARCHIVING
               END-IF
           END-IF.

       CHECK-ONE-STATUS.
           OPEN INPUT STAT-FILE.
           IF STAT-STATUS = "00"
               READ STAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-STATE = "RUNNING"
                           MOVE "HAR015W" TO MSG-ID
                           STRING FUNCTION TRIM (STAT-NAME)
                                  " SHOWS RUN " ST-RUN-ID " RUNNING"
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 1 TO RUNNING-FOUND
                       END-IF
               END-READ
               CLOSE STAT-FILE
           END-IF.

      * Work files still on disk mean an earlier run stopped part way
      * through a series, which has to be put right by hand first.
       CHECK-NO-WORK-FILES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SERIES-COUNT
               PERFORM BUILD-WORK-NAMES
               MOVE KEEP-NAME TO COUNT-NAME
               PERFORM CHECK-NO-WORK-FILE
               MOVE ARCW-NAME TO COUNT-NAME
               PERFORM CHECK-NO-WORK-FILE
           END-PERFORM.

       CHECK-NO-WORK-FILE.
           OPEN INPUT COUNT-FILE.
           IF COUNT-STATUS NOT = "35"
               IF COUNT-STATUS = "00"
                   CLOSE COUNT-FILE
               END-IF
               MOVE "HAR018E" TO MSG-ID
               STRING "WORK FILE " DELIMITED BY SIZE
                      COUNT-NAME DELIMITED BY SPACE
                      " LEFT BY AN UNFINISHED RUN - ARCHIVE REFUSED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO LIST-LINE
               STRING "WORK FILE " DELIMITED BY SIZE
                      COUNT-NAME DELIMITED BY SPACE
                      " IS STILL ON DISK - NOTHING ARCHIVED"
                      DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               PERFORM STOP-BEFORE-ARCHIVING
           END-IF.

       BUILD-WORK-NAMES.
           MOVE SPACES TO KEEP-NAME.
           STRING SR-NAME(S) DELIMITED BY SPACE
                  ".KEEP" DELIMITED BY SIZE
               INTO KEEP-NAME
           END-STRING.
           MOVE SPACES TO ARCW-NAME.
           STRING SR-NAME(S) DELIMITED BY SPACE
                  ".ARCW" DELIMITED BY SIZE
               INTO ARCW-NAME
           END-STRING.

       STOP-BEFORE-ARCHIVING.
           WRITE LIST-LINE.
           CLOSE ARCHIVE-LIST.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * One series: split it, prove the split, file the archived lines
      * by month, add their summaries and put the kept lines back.
      ******************************************************************
       ARCHIVE-SERIES.
           PERFORM BUILD-WORK-NAMES.
           MOVE SR-SUMMARY(S) TO SUMMARY-NAME.
           MOVE ZERO TO LIVE-LINES KEPT-LINES ARCHIVED-LINES.
           MOVE ZERO TO LIVE-HASH KEPT-HASH ARCHIVED-HASH.
           MOVE ZERO TO UNREADABLE-LINES.
           MOVE ZERO TO SUMMARY-COUNT.
           MOVE ZERO TO MONTH-COUNT.
           MOVE 0 TO SERIES-ABSENT.
           MOVE 0 TO RECORD-TOO-LONG.

           MOVE SR-NAME(S)    TO LSL-NAME.
           MOVE SR-SUMMARY(S) TO LSL-SUMMARY.
           MOVE LIST-SERIES-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           PERFORM SPLIT-SERIES.

           EVALUATE TRUE
               WHEN SERIES-ABSENT = 1
                   MOVE "  NOT ON FILE - NOTHING TO ARCHIVE"
                       TO LIST-LINE
                   WRITE LIST-LINE
               WHEN ARCHIVED-LINES = 0
                   PERFORM DELETE-WORK-FILES
                   MOVE "LIVE LINES" TO LTL-WHAT
                   MOVE LIVE-LINES   TO LTL-LINES
                   MOVE LIVE-HASH    TO LTL-HASH
                   MOVE SPACES       TO LTL-VERDICT
                   MOVE LIST-TALLY-LINE TO LIST-LINE
                   WRITE LIST-LINE
                   PERFORM LIST-UNREADABLE-LINES
                   MOVE SPACES TO LIST-LINE
                   STRING "  NOTHING DATED BEFORE THE CUTOFF - SERIES"
                          " LEFT AS IT WAS" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   WRITE LIST-LINE
               WHEN OTHER
                   PERFORM CHECK-SPLIT
                   PERFORM FILE-ARCHIVED-LINES
                   PERFORM ADD-SUMMARY-LINES
                   PERFORM REWRITE-LIVE-FILE
                   PERFORM DELETE-WORK-FILES
                   ADD 1 TO SERIES-ARCHIVED
                   ADD ARCHIVED-LINES TO RUN-ARCHIVED
                   ADD SUMMARY-COUNT  TO RUN-SUMMARIES
                   MOVE "  SERIES ARCHIVED - EVERY COUNT AGREES"
                       TO LIST-LINE
                   WRITE LIST-LINE
           END-EVALUATE.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * Each live line goes to the keep or the archive work file; the
      * lines archived are rolled up by month and system on the way.
       SPLIT-SERIES.
           MOVE SR-NAME(S) TO IN-NAME.
           OPEN INPUT SERIES-IN.
           IF IN-STATUS = "35"
               MOVE 1 TO SERIES-ABSENT
           ELSE
               IF IN-STATUS NOT = "00"
                   MOVE IN-NAME TO COUNT-NAME
                   MOVE IN-STATUS TO COUNT-STATUS
                   PERFORM REPORT-OPEN-FAILURE
                   PERFORM STOP-SERIES-UNTOUCHED
               END-IF
               PERFORM SPLIT-LIVE-FILE
           END-IF.

       SPLIT-LIVE-FILE.
           MOVE KEEP-NAME TO OUT-NAME.
           OPEN OUTPUT SERIES-OUT.
           IF OUT-STATUS NOT = "00"
               MOVE OUT-NAME TO COUNT-NAME
               MOVE OUT-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-UNTOUCHED
           END-IF.
           OPEN OUTPUT ARCHIVE-WORK.
           IF ARCW-STATUS NOT = "00"
               MOVE ARCW-NAME TO COUNT-NAME
               MOVE ARCW-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-UNTOUCHED
           END-IF.

           PERFORM UNTIL IN-STATUS = "10"
               READ SERIES-IN
                   AT END
                       MOVE "10" TO IN-STATUS
                   NOT AT END
                       PERFORM SPLIT-SERIES-LINE
               END-READ
           END-PERFORM.
           CLOSE SERIES-IN.
           CLOSE SERIES-OUT.
           CLOSE ARCHIVE-WORK.

           IF RECORD-TOO-LONG = 1
               MOVE "HAR021S" TO MSG-ID
               STRING SR-NAME(S) DELIMITED BY SPACE
                      " HOLDS A LINE TOO LONG TO ARCHIVE"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "  A LINE IS TOO LONG TO ARCHIVE" TO LIST-LINE
               PERFORM STOP-SERIES-UNTOUCHED
           END-IF.

       SPLIT-SERIES-LINE.
           MOVE SERIES-IN-RECORD TO LINE-IMAGE.
           PERFORM WEIGH-LINE.
           ADD 1 TO LIVE-LINES.
           COMPUTE LIVE-HASH =
               FUNCTION MOD (LIVE-HASH + LINE-SUM, HASH-MODULUS).

           PERFORM READ-SERIES-LINE.

           IF LINE-IS-READABLE AND LINE-MONTH < CUTOFF-MONTH-TX
               MOVE LINE-IMAGE TO ARCHIVE-WORK-RECORD
               WRITE ARCHIVE-WORK-RECORD
               ADD 1 TO ARCHIVED-LINES
               COMPUTE ARCHIVED-HASH =
                   FUNCTION MOD (ARCHIVED-HASH + LINE-SUM,
                                 HASH-MODULUS)
               PERFORM ROLL-UP-LINE
           ELSE
               MOVE LINE-IMAGE TO SERIES-OUT-RECORD
               WRITE SERIES-OUT-RECORD
               ADD 1 TO KEPT-LINES
               COMPUTE KEPT-HASH =
                   FUNCTION MOD (KEPT-HASH + LINE-SUM, HASH-MODULUS)
               IF NOT LINE-IS-READABLE
                   ADD 1 TO UNREADABLE-LINES
               END-IF
           END-IF.

      * Each character counts its code times its column. Trailing
      * spaces are not counted, as line sequential files do not keep
      * them.
       WEIGH-LINE.
           IF LINE-IMAGE(240:1) NOT = SPACE
               MOVE 1 TO RECORD-TOO-LONG
           END-IF.
           MOVE ZERO TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE (LINE-IMAGE)
               TALLYING TRAILING-SPACES FOR LEADING SPACES.
           COMPUTE LINE-LENGTH = 240 - TRAILING-SPACES.
           MOVE ZERO TO LINE-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > LINE-LENGTH
               COMPUTE LINE-SUM = LINE-SUM
                   + FUNCTION ORD (LINE-IMAGE(P:1)) * P
           END-PERFORM.

      * A line is archived only if its month can be read and its
      * fields are in the layout Day12 writes for the series; D12HIST
      * lines from before run identifiers and system numbers are read
      * the way HistRpt reads them.
       READ-SERIES-LINE.
           MOVE 0 TO LINE-READABLE.
           MOVE SPACES TO PARSE-FIELDS.
           MOVE ZERO TO PARSE-COUNT.
           UNSTRING LINE-IMAGE DELIMITED BY ","
               INTO PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                    PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                    PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
               TALLYING IN PARSE-COUNT
           END-UNSTRING.

           MOVE PARSE-FIELD(1)(1:7) TO LINE-MONTH.
           IF LINE-MONTH(1:4) NUMERIC AND LINE-MONTH(5:1) = "-"
              AND LINE-MONTH(6:2) NUMERIC
              AND LINE-MONTH(6:2) >= "01" AND LINE-MONTH(6:2) <= "12"
               EVALUATE TRUE
                   WHEN SERIES-HISTORY AND PARSE-COUNT > 5
                       PERFORM READ-HISTORY-FIELDS
                   WHEN SERIES-SCENARIO AND PARSE-COUNT > 8
                       PERFORM READ-SCENARIO-FIELDS
                   WHEN SERIES-PERF AND PARSE-COUNT > 5
                       PERFORM READ-PERF-FIELDS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       READ-HISTORY-FIELDS.
           MOVE ZERO TO LINE-SYSTEM.
           EVALUATE TRUE
               WHEN PARSE-COUNT > 7
                   MOVE PARSE-FIELD(2)(1:14) TO LINE-RUN-ID
                   COMPUTE LINE-SYSTEM =
                       FUNCTION NUMVAL (PARSE-FIELD(3))
                   MOVE 3 TO FIELD-BASE
               WHEN PARSE-COUNT > 6
                   MOVE PARSE-FIELD(2)(1:14) TO LINE-RUN-ID
                   MOVE 2 TO FIELD-BASE
               WHEN OTHER
                   MOVE SPACES TO LINE-RUN-ID
                   MOVE 1 TO FIELD-BASE
           END-EVALUATE.
           COMPUTE LINE-TOTAL =
               FUNCTION NUMVAL (PARSE-FIELD(FIELD-BASE + 1)).
           COMPUTE LINE-ANSWER =
               FUNCTION NUMVAL (PARSE-FIELD(FIELD-BASE + 5)).
           MOVE 1 TO LINE-READABLE.

       READ-SCENARIO-FIELDS.
           MOVE PARSE-FIELD(2)(1:14) TO LINE-RUN-ID.
           COMPUTE LINE-SYSTEM = FUNCTION NUMVAL (PARSE-FIELD(3)).
           COMPUTE LINE-DVX    = FUNCTION NUMVAL (PARSE-FIELD(4)).
           COMPUTE LINE-DVY    = FUNCTION NUMVAL (PARSE-FIELD(5)).
           COMPUTE LINE-DVZ    = FUNCTION NUMVAL (PARSE-FIELD(6)).
           COMPUTE LINE-TOTAL  = FUNCTION NUMVAL (PARSE-FIELD(7)).
           COMPUTE LINE-RANK   = FUNCTION NUMVAL (PARSE-FIELD(9)).
           MOVE 1 TO LINE-READABLE.

       READ-PERF-FIELDS.
           MOVE PARSE-FIELD(2)(1:14) TO LINE-RUN-ID.
           COMPUTE LINE-SYSTEM = FUNCTION NUMVAL (PARSE-FIELD(3)).
           COMPUTE LINE-ITERS  = FUNCTION NUMVAL (PARSE-FIELD(4)).
           COMPUTE LINE-CSECS  = FUNCTION NUMVAL (PARSE-FIELD(5)).
           COMPUTE LINE-RATE   = FUNCTION NUMVAL (PARSE-FIELD(6)).
           MOVE LINE-IMAGE(81:1) TO LINE-AXIS-STOP.
           MOVE 1 TO LINE-READABLE.

      ******************************************************************
      * The month-and-system roll-up. Changes are counted between
      * consecutive lines inside the month only; the step from one
      * month to the next is seen by the reports, which compare each
      * summary's first figures with whatever came before it.
      ******************************************************************
       ROLL-UP-LINE.
           PERFORM FIND-SUMMARY-ENTRY.
           IF SM-LINES(E) = 0
               MOVE LINE-RUN-ID TO SM-FIRST-ID(E)
           END-IF.
           ADD 1 TO SM-LINES(E).
           MOVE LINE-RUN-ID TO SM-LAST-ID(E).

           EVALUATE TRUE
               WHEN SERIES-HISTORY
                   PERFORM ROLL-UP-HISTORY
               WHEN SERIES-SCENARIO
                   IF LINE-RANK = 1
                       PERFORM ROLL-UP-WINNER
                   END-IF
               WHEN SERIES-PERF
                   PERFORM ROLL-UP-PERF
           END-EVALUATE.

       FIND-SUMMARY-ENTRY.
           MOVE ZERO TO E.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > SUMMARY-COUNT OR E > 0
               IF SM-MONTH(M) = LINE-MONTH
                  AND SM-SYSTEM(M) = LINE-SYSTEM
                   MOVE M TO E
               END-IF
           END-PERFORM.
           IF E = 0
               IF SUMMARY-COUNT >= MAX-SUMMARIES
                   MOVE "HAR022E" TO MSG-ID
                   STRING "TOO MANY MONTHS AND SYSTEMS TO SUMMARISE IN "
                          SR-NAME(S) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE "  TOO MANY MONTHS AND SYSTEMS TO SUMMARISE"
                       TO LIST-LINE
                   PERFORM STOP-SERIES-UNTOUCHED
               END-IF
               ADD 1 TO SUMMARY-COUNT
               MOVE SUMMARY-COUNT TO E
               INITIALIZE SUMMARY-ENTRY(E)
               MOVE LINE-MONTH  TO SM-MONTH(E)
               MOVE LINE-SYSTEM TO SM-SYSTEM(E)
           END-IF.

       ROLL-UP-HISTORY.
           IF SM-RUNS(E) = 0
               MOVE LINE-TOTAL  TO SM-FIRST-TOTAL(E)
               MOVE LINE-TOTAL  TO SM-MIN-TOTAL(E)
               MOVE LINE-TOTAL  TO SM-MAX-TOTAL(E)
               MOVE LINE-ANSWER TO SM-FIRST-ANSWER(E)
               MOVE LINE-ANSWER TO SM-MIN-ANSWER(E)
               MOVE LINE-ANSWER TO SM-MAX-ANSWER(E)
           ELSE
               IF LINE-TOTAL NOT = SM-LAST-TOTAL(E)
                   ADD 1 TO SM-TOTAL-CHANGES(E)
               END-IF
               IF LINE-ANSWER NOT = SM-LAST-ANSWER(E)
                   ADD 1 TO SM-ANSWER-CHANGES(E)
               END-IF
               IF LINE-TOTAL < SM-MIN-TOTAL(E)
                   MOVE LINE-TOTAL TO SM-MIN-TOTAL(E)
               END-IF
               IF LINE-TOTAL > SM-MAX-TOTAL(E)
                   MOVE LINE-TOTAL TO SM-MAX-TOTAL(E)
               END-IF
               IF LINE-ANSWER < SM-MIN-ANSWER(E)
                   MOVE LINE-ANSWER TO SM-MIN-ANSWER(E)
               END-IF
               IF LINE-ANSWER > SM-MAX-ANSWER(E)
                   MOVE LINE-ANSWER TO SM-MAX-ANSWER(E)
               END-IF
           END-IF.
           ADD 1 TO SM-RUNS(E).
           MOVE LINE-TOTAL  TO SM-LAST-TOTAL(E).
           MOVE LINE-ANSWER TO SM-LAST-ANSWER(E).

      * Only the rank-one line of a batch is its winner; the others
      * are counted among the month's lines and no more.
       ROLL-UP-WINNER.
           IF SM-RUNS(E) = 0
               MOVE LINE-DVX   TO SM-FIRST-DVX(E)
               MOVE LINE-DVY   TO SM-FIRST-DVY(E)
               MOVE LINE-DVZ   TO SM-FIRST-DVZ(E)
               MOVE LINE-TOTAL TO SM-FIRST-TOTAL(E)
               MOVE LINE-TOTAL TO SM-MIN-TOTAL(E)
               MOVE LINE-TOTAL TO SM-MAX-TOTAL(E)
           ELSE
               IF LINE-DVX NOT = SM-LAST-DVX(E)
                  OR LINE-DVY NOT = SM-LAST-DVY(E)
                  OR LINE-DVZ NOT = SM-LAST-DVZ(E)
                   ADD 1 TO SM-TOTAL-CHANGES(E)
               END-IF
               IF LINE-TOTAL < SM-MIN-TOTAL(E)
                   MOVE LINE-TOTAL TO SM-MIN-TOTAL(E)
               END-IF
               IF LINE-TOTAL > SM-MAX-TOTAL(E)
                   MOVE LINE-TOTAL TO SM-MAX-TOTAL(E)
               END-IF
           END-IF.
           ADD 1 TO SM-RUNS(E).
           MOVE LINE-DVX   TO SM-LAST-DVX(E).
           MOVE LINE-DVY   TO SM-LAST-DVY(E).
           MOVE LINE-DVZ   TO SM-LAST-DVZ(E).
           MOVE LINE-TOTAL TO SM-LAST-TOTAL(E).

       ROLL-UP-PERF.
           IF SM-RUNS(E) = 0
               MOVE LINE-RATE TO SM-FIRST-RATE(E)
               MOVE LINE-RATE TO SM-MIN-RATE(E)
               MOVE LINE-RATE TO SM-MAX-RATE(E)
           ELSE
               IF LINE-RATE < SM-MIN-RATE(E)
                   MOVE LINE-RATE TO SM-MIN-RATE(E)
               END-IF
               IF LINE-RATE > SM-MAX-RATE(E)
                   MOVE LINE-RATE TO SM-MAX-RATE(E)
               END-IF
           END-IF.
           ADD 1 TO SM-RUNS(E).
           MOVE LINE-RATE TO SM-LAST-RATE(E).
           ADD LINE-ITERS TO SM-ITERS(E).
           ADD LINE-CSECS TO SM-CSECS(E).
           IF LINE-AXES-STOOD
               ADD 1 TO SM-AXIS-RUNS(E)
               ADD LINE-ITERS TO SM-AXIS-ITERS(E)
               ADD LINE-CSECS TO SM-AXIS-CSECS(E)
           END-IF.

      ******************************************************************
      * Both work files are read back; between them they must hold
      * every live line, no more and no fewer.
      ******************************************************************
       CHECK-SPLIT.
           MOVE "LIVE BEFORE" TO LTL-WHAT.
           MOVE LIVE-LINES    TO LTL-LINES.
           MOVE LIVE-HASH     TO LTL-HASH.
           MOVE SPACES        TO LTL-VERDICT.
           MOVE LIST-TALLY-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE KEEP-NAME TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE "KEPT LIVE" TO LTL-WHAT.
           MOVE KEPT-LINES  TO EXPECT-LINES.
           MOVE KEPT-HASH   TO EXPECT-HASH.
           PERFORM SET-TALLY-VERDICT.
           PERFORM LIST-UNREADABLE-LINES.
           IF TALLY-LINES NOT = KEPT-LINES
              OR TALLY-HASH NOT = KEPT-HASH
               PERFORM REPORT-SPLIT-FAILURE
           END-IF.

           MOVE ARCW-NAME TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE "ARCHIVED"     TO LTL-WHAT.
           MOVE ARCHIVED-LINES TO EXPECT-LINES.
           MOVE ARCHIVED-HASH  TO EXPECT-HASH.
           PERFORM SET-TALLY-VERDICT.
           IF TALLY-LINES NOT = ARCHIVED-LINES
              OR TALLY-HASH NOT = ARCHIVED-HASH
               PERFORM REPORT-SPLIT-FAILURE
           END-IF.

           COMPUTE SPLIT-LINES = KEPT-LINES + ARCHIVED-LINES.
           COMPUTE SPLIT-HASH =
               FUNCTION MOD (KEPT-HASH + ARCHIVED-HASH, HASH-MODULUS).
           MOVE "KEPT PLUS ARCHIVED" TO LTL-WHAT.
           MOVE SPLIT-LINES TO EXPECT-LINES.
           MOVE SPLIT-HASH  TO EXPECT-HASH.
           MOVE LIVE-LINES  TO TALLY-LINES.
           MOVE LIVE-HASH   TO TALLY-HASH.
           PERFORM SET-TALLY-VERDICT.
           IF SPLIT-LINES NOT = LIVE-LINES
              OR SPLIT-HASH NOT = LIVE-HASH
               PERFORM REPORT-SPLIT-FAILURE
           END-IF.

      * Lines left live because they could not be dated or read.
       LIST-UNREADABLE-LINES.
           IF UNREADABLE-LINES > 0
               MOVE UNREADABLE-LINES TO MESSAGE-COUNT
               MOVE SPACES TO LIST-LINE
               STRING "    OF WHICH " DELIMITED BY SIZE
                      FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                      " UNDATED OR NOT IN THE SERIES LAYOUT"
                      DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
           END-IF.

       REPORT-SPLIT-FAILURE.
           MOVE "HAR023S" TO MSG-ID.
           STRING SR-NAME(S) DELIMITED BY SPACE
                  " DOES NOT SPLIT CLEANLY - SERIES LEFT AS IT WAS"
                  DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO LIST-LINE.
           STRING "  KEEP AND ARCHIVE WORK FILES DO NOT ADD UP TO THE"
                  " LIVE FILE" DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           PERFORM STOP-SERIES-UNTOUCHED.

      * Puts the tally in EXPECT-LINES and EXPECT-HASH out under the
      * heading in LTL-WHAT, judged against the count just taken in
      * TALLY-LINES and TALLY-HASH.
       SET-TALLY-VERDICT.
           MOVE EXPECT-LINES TO LTL-LINES.
           MOVE EXPECT-HASH  TO LTL-HASH.
           IF EXPECT-LINES = TALLY-LINES AND EXPECT-HASH = TALLY-HASH
               MOVE "AGREES" TO LTL-VERDICT
           ELSE
               MOVE "DOES NOT AGREE" TO LTL-VERDICT
           END-IF.
           MOVE LIST-TALLY-LINE TO LIST-LINE.
           WRITE LIST-LINE.

      * Lines and hash total of the file named in COUNT-NAME; a file
      * that is not there counts as empty.
       COUNT-ONE-FILE.
           MOVE ZERO TO TALLY-LINES.
           MOVE ZERO TO TALLY-HASH.
           OPEN INPUT COUNT-FILE.
           IF COUNT-STATUS = "00"
               PERFORM UNTIL COUNT-STATUS = "10"
                   READ COUNT-FILE
                       AT END
                           MOVE "10" TO COUNT-STATUS
                       NOT AT END
                           MOVE COUNT-RECORD TO LINE-IMAGE
                           PERFORM WEIGH-LINE
                           ADD 1 TO TALLY-LINES
                           COMPUTE TALLY-HASH =
                               FUNCTION MOD (TALLY-HASH + LINE-SUM,
                                             HASH-MODULUS)
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

      ******************************************************************
      * The archived lines are appended to one file per month. Each
      * file is counted before the first line goes on and again at
      * the end, and must have grown by exactly what it was given.
      ******************************************************************
       FILE-ARCHIVED-LINES.
           MOVE SPACES TO OPEN-MONTH.
           MOVE ARCW-NAME TO IN-NAME.
           OPEN INPUT SERIES-IN.
           IF IN-STATUS NOT = "00"
               MOVE IN-NAME TO COUNT-NAME
               MOVE IN-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-UNTOUCHED
           END-IF.
           PERFORM UNTIL IN-STATUS = "10"
               READ SERIES-IN
                   AT END
                       MOVE "10" TO IN-STATUS
                   NOT AT END
                       PERFORM FILE-ARCHIVED-LINE
               END-READ
           END-PERFORM.
           CLOSE SERIES-IN.
           IF OPEN-MONTH NOT = SPACES
               CLOSE MONTH-FILE
           END-IF.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MONTH-COUNT
               PERFORM CHECK-MONTH-FILE
           END-PERFORM.

       FILE-ARCHIVED-LINE.
           IF SERIES-IN-RECORD(1:7) NOT = OPEN-MONTH
               IF OPEN-MONTH NOT = SPACES
                   CLOSE MONTH-FILE
               END-IF
               MOVE SERIES-IN-RECORD(1:7) TO OPEN-MONTH
               PERFORM FIND-MONTH-ENTRY
               PERFORM OPEN-MONTH-FILE
           END-IF.
           MOVE SERIES-IN-RECORD TO MONTH-RECORD.
           WRITE MONTH-RECORD.
           MOVE SERIES-IN-RECORD TO LINE-IMAGE.
           PERFORM WEIGH-LINE.
           ADD 1 TO MF-ADDED-LINES(M).
           COMPUTE MF-ADDED-HASH(M) =
               FUNCTION MOD (MF-ADDED-HASH(M) + LINE-SUM,
                             HASH-MODULUS).

       FIND-MONTH-ENTRY.
           MOVE ZERO TO M.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > MONTH-COUNT OR M > 0
               IF MF-MONTH(E) = OPEN-MONTH
                   MOVE E TO M
               END-IF
           END-PERFORM.
           IF M = 0
               IF MONTH-COUNT >= MAX-MONTHS
                   MOVE "HAR022E" TO MSG-ID
                   STRING "TOO MANY MONTHS TO ARCHIVE IN "
                          SR-NAME(S) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE "  TOO MANY MONTHS TO ARCHIVE" TO LIST-LINE
                   PERFORM STOP-SERIES-PART-DONE
               END-IF
               ADD 1 TO MONTH-COUNT
               MOVE MONTH-COUNT TO M
               MOVE OPEN-MONTH TO MF-MONTH(M)
               MOVE SPACES TO MF-NAME(M)
               STRING SR-NAME(S) DELIMITED BY SPACE
                      ".A" DELIMITED BY SIZE
                      OPEN-MONTH(1:4) DELIMITED BY SIZE
                      OPEN-MONTH(6:2) DELIMITED BY SIZE
                   INTO MF-NAME(M)
               END-STRING
               MOVE MF-NAME(M) TO COUNT-NAME
               PERFORM COUNT-ONE-FILE
               MOVE TALLY-LINES TO MF-BEFORE-LINES(M)
               MOVE TALLY-HASH  TO MF-BEFORE-HASH(M)
               MOVE ZERO TO MF-ADDED-LINES(M)
               MOVE ZERO TO MF-ADDED-HASH(M)
           END-IF.

       OPEN-MONTH-FILE.
           MOVE MF-NAME(M) TO MONTH-NAME.
           OPEN INPUT MONTH-FILE.
           IF MONTH-STATUS = "35"
               OPEN OUTPUT MONTH-FILE
               CLOSE MONTH-FILE
           ELSE
               CLOSE MONTH-FILE
           END-IF.

           OPEN EXTEND MONTH-FILE.
           IF MONTH-STATUS NOT = "00"
               MOVE MONTH-NAME TO COUNT-NAME
               MOVE MONTH-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               MOVE SPACES TO OPEN-MONTH
               PERFORM STOP-SERIES-PART-DONE
           END-IF.

       CHECK-MONTH-FILE.
           MOVE MF-NAME(M) TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE MF-NAME(M)         TO LML-NAME.
           MOVE MF-BEFORE-LINES(M) TO LML-BEFORE.
           MOVE MF-ADDED-LINES(M)  TO LML-ADDED.
           MOVE TALLY-LINES        TO LML-AFTER.
           IF TALLY-LINES = MF-BEFORE-LINES(M) + MF-ADDED-LINES(M)
              AND TALLY-HASH = FUNCTION MOD (MF-BEFORE-HASH(M)
                               + MF-ADDED-HASH(M), HASH-MODULUS)
               MOVE "AGREES" TO LML-VERDICT
               MOVE LIST-MONTH-LINE TO LIST-LINE
               WRITE LIST-LINE
           ELSE
               MOVE "DOES NOT AGREE" TO LML-VERDICT
               MOVE LIST-MONTH-LINE TO LIST-LINE
               WRITE LIST-LINE
               MOVE "HAR024S" TO MSG-ID
               STRING "ARCHIVE FILE " DELIMITED BY SIZE
                      MF-NAME(M) DELIMITED BY SPACE
                      " DOES NOT READ BACK AS WRITTEN"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "  AN ARCHIVE FILE DOES NOT READ BACK AS WRITTEN"
                   TO LIST-LINE
               PERFORM STOP-SERIES-PART-DONE
           END-IF.

      ******************************************************************
      * One summary line per month and system. Between them the lines
      * added must cover every line archived, and the summary file
      * must have grown by exactly those lines.
      ******************************************************************
       ADD-SUMMARY-LINES.
           MOVE SUMMARY-NAME TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE TALLY-LINES TO SUMMARY-BEFORE-LINES.
           MOVE TALLY-HASH  TO SUMMARY-BEFORE-HASH.
           MOVE ZERO TO SUMMARY-ADDED-LINES.
           MOVE ZERO TO SUMMARY-ADDED-HASH.
           MOVE ZERO TO SUMMARY-COVERED.

           OPEN INPUT SUMMARY-FILE.
           IF SUMMARY-STATUS = "35"
               OPEN OUTPUT SUMMARY-FILE
               CLOSE SUMMARY-FILE
           ELSE
               CLOSE SUMMARY-FILE
           END-IF.

           OPEN EXTEND SUMMARY-FILE.
           IF SUMMARY-STATUS NOT = "00"
               MOVE SUMMARY-NAME TO COUNT-NAME
               MOVE SUMMARY-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-PART-DONE
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.
           CLOSE SUMMARY-FILE.

           MOVE SUMMARY-NAME TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE SUMMARY-ADDED-LINES TO LUL-ADDED.
           MOVE SUMMARY-COVERED     TO LUL-COVERED.
           IF SUMMARY-COVERED = ARCHIVED-LINES
              AND TALLY-LINES =
                  SUMMARY-BEFORE-LINES + SUMMARY-ADDED-LINES
              AND TALLY-HASH = FUNCTION MOD (SUMMARY-BEFORE-HASH
                               + SUMMARY-ADDED-HASH, HASH-MODULUS)
               MOVE "AGREES" TO LUL-VERDICT
               MOVE LIST-SUMMARY-LINE TO LIST-LINE
               WRITE LIST-LINE
           ELSE
               MOVE "DOES NOT AGREE" TO LUL-VERDICT
               MOVE LIST-SUMMARY-LINE TO LIST-LINE
               WRITE LIST-LINE
               MOVE "HAR025S" TO MSG-ID
               STRING SR-SUMMARY(S) DELIMITED BY SPACE
                      " DOES NOT ACCOUNT FOR EVERY ARCHIVED LINE"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO LIST-LINE
               STRING "  THE SUMMARY LINES DO NOT ACCOUNT FOR THE"
                      " ARCHIVED LINES" DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               PERFORM STOP-SERIES-PART-DONE
           END-IF.

       WRITE-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN SERIES-HISTORY
                   PERFORM EDIT-HISTORY-SUMMARY
               WHEN SERIES-SCENARIO
                   PERFORM EDIT-SCENARIO-SUMMARY
               WHEN SERIES-PERF
                   PERFORM EDIT-PERF-SUMMARY
           END-EVALUATE.
           MOVE SUMMARY-RECORD TO LINE-IMAGE.
           PERFORM WEIGH-LINE.
           WRITE SUMMARY-RECORD.
           ADD 1 TO SUMMARY-ADDED-LINES.
           COMPUTE SUMMARY-ADDED-HASH =
               FUNCTION MOD (SUMMARY-ADDED-HASH + LINE-SUM,
                             HASH-MODULUS).
           ADD SM-LINES(E) TO SUMMARY-COVERED.

       EDIT-HISTORY-SUMMARY.
           MOVE SM-MONTH(E)          TO HSL-MONTH.
           MOVE SM-SYSTEM(E)         TO HSL-SYSTEM.
           MOVE SM-RUNS(E)           TO HSL-RUNS.
           MOVE SM-FIRST-ID(E)       TO HSL-FIRST-ID.
           MOVE SM-LAST-ID(E)        TO HSL-LAST-ID.
           MOVE SM-FIRST-TOTAL(E)    TO HSL-FIRST-TOTAL.
           MOVE SM-LAST-TOTAL(E)     TO HSL-LAST-TOTAL.
           MOVE SM-MIN-TOTAL(E)      TO HSL-MIN-TOTAL.
           MOVE SM-MAX-TOTAL(E)      TO HSL-MAX-TOTAL.
           MOVE SM-TOTAL-CHANGES(E)  TO HSL-TOTAL-CHANGES.
           MOVE SM-FIRST-ANSWER(E)   TO HSL-FIRST-ANSWER.
           MOVE SM-LAST-ANSWER(E)    TO HSL-LAST-ANSWER.
           MOVE SM-MIN-ANSWER(E)     TO HSL-MIN-ANSWER.
           MOVE SM-MAX-ANSWER(E)     TO HSL-MAX-ANSWER.
           MOVE SM-ANSWER-CHANGES(E) TO HSL-ANSWER-CHANGES.
           MOVE HISTORY-SUMMARY-LINE TO SUMMARY-RECORD.

      * The winner change count is kept in the total-changes slot.
       EDIT-SCENARIO-SUMMARY.
           MOVE SM-MONTH(E)         TO SSL-MONTH.
           MOVE SM-SYSTEM(E)        TO SSL-SYSTEM.
           MOVE SM-LINES(E)         TO SSL-LINES.
           MOVE SM-RUNS(E)          TO SSL-WINNERS.
           MOVE SM-FIRST-ID(E)      TO SSL-FIRST-ID.
           MOVE SM-LAST-ID(E)       TO SSL-LAST-ID.
           MOVE SM-FIRST-DVX(E)     TO SSL-FIRST-DVX.
           MOVE SM-FIRST-DVY(E)     TO SSL-FIRST-DVY.
           MOVE SM-FIRST-DVZ(E)     TO SSL-FIRST-DVZ.
           MOVE SM-FIRST-TOTAL(E)   TO SSL-FIRST-TOTAL.
           MOVE SM-LAST-DVX(E)      TO SSL-LAST-DVX.
           MOVE SM-LAST-DVY(E)      TO SSL-LAST-DVY.
           MOVE SM-LAST-DVZ(E)      TO SSL-LAST-DVZ.
           MOVE SM-LAST-TOTAL(E)    TO SSL-LAST-TOTAL.
           MOVE SM-MIN-TOTAL(E)     TO SSL-MIN-TOTAL.
           MOVE SM-MAX-TOTAL(E)     TO SSL-MAX-TOTAL.
           MOVE SM-TOTAL-CHANGES(E) TO SSL-WINNER-CHANGES.
           MOVE SCENARIO-SUMMARY-LINE TO SUMMARY-RECORD.

       EDIT-PERF-SUMMARY.
           MOVE SM-MONTH(E)      TO PSL-MONTH.
           MOVE SM-SYSTEM(E)     TO PSL-SYSTEM.
           MOVE SM-RUNS(E)       TO PSL-RUNS.
           MOVE SM-FIRST-ID(E)   TO PSL-FIRST-ID.
           MOVE SM-LAST-ID(E)    TO PSL-LAST-ID.
           MOVE SM-FIRST-RATE(E) TO PSL-FIRST-RATE.
           MOVE SM-LAST-RATE(E)  TO PSL-LAST-RATE.
           MOVE SM-MIN-RATE(E)   TO PSL-MIN-RATE.
           MOVE SM-MAX-RATE(E)   TO PSL-MAX-RATE.
           MOVE SM-ITERS(E)      TO PSL-ITERS.
           MOVE SM-CSECS(E)      TO PSL-CSECS.
           MOVE SM-AXIS-RUNS(E)  TO PSL-AXIS-RUNS.
           MOVE SM-AXIS-ITERS(E) TO PSL-AXIS-ITERS.
           MOVE SM-AXIS-CSECS(E) TO PSL-AXIS-CSECS.
           MOVE PERF-SUMMARY-LINE TO SUMMARY-RECORD.

      ******************************************************************
      * The live file is rewritten from the keep work file and read
      * back; it must hold exactly the lines counted as kept.
      ******************************************************************
       REWRITE-LIVE-FILE.
           MOVE KEEP-NAME TO IN-NAME.
           OPEN INPUT SERIES-IN.
           IF IN-STATUS NOT = "00"
               MOVE IN-NAME TO COUNT-NAME
               MOVE IN-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-PART-DONE
           END-IF.
           MOVE SR-NAME(S) TO OUT-NAME.
           OPEN OUTPUT SERIES-OUT.
           IF OUT-STATUS NOT = "00"
               MOVE OUT-NAME TO COUNT-NAME
               MOVE OUT-STATUS TO COUNT-STATUS
               PERFORM REPORT-OPEN-FAILURE
               PERFORM STOP-SERIES-PART-DONE
           END-IF.
           PERFORM UNTIL IN-STATUS = "10"
               READ SERIES-IN
                   AT END
                       MOVE "10" TO IN-STATUS
                   NOT AT END
                       MOVE SERIES-IN-RECORD TO SERIES-OUT-RECORD
                       WRITE SERIES-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE SERIES-IN.
           CLOSE SERIES-OUT.

           MOVE SR-NAME(S) TO COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE "LIVE AFTER" TO LTL-WHAT.
           MOVE TALLY-LINES  TO EXPECT-LINES.
           MOVE TALLY-HASH   TO EXPECT-HASH.
           MOVE KEPT-LINES   TO TALLY-LINES.
           MOVE KEPT-HASH    TO TALLY-HASH.
           PERFORM SET-TALLY-VERDICT.
           IF EXPECT-LINES NOT = KEPT-LINES
              OR EXPECT-HASH NOT = KEPT-HASH
               MOVE "HAR026S" TO MSG-ID
               STRING SR-NAME(S) DELIMITED BY SPACE
                      " DOES NOT READ BACK AS KEPT - RESTORE IT FROM "
                      DELIMITED BY SIZE
                      KEEP-NAME DELIMITED BY SPACE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "  THE LIVE FILE DOES NOT READ BACK AS KEPT"
                   TO LIST-LINE
               PERFORM STOP-SERIES-PART-DONE
           END-IF.

       DELETE-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING KEEP-NAME
               RETURNING DIR-RESULT
           END-CALL.
           CALL "CBL_DELETE_FILE" USING ARCW-NAME
               RETURNING DIR-RESULT
           END-CALL.

       REPORT-OPEN-FAILURE.
           MOVE "HAR020S" TO MSG-ID.
           STRING "UNABLE TO OPEN " DELIMITED BY SIZE
                  COUNT-NAME DELIMITED BY SPACE
                  ", FILE STATUS " DELIMITED BY SIZE
                  COUNT-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO LIST-LINE.
           STRING "  UNABLE TO OPEN " DELIMITED BY SIZE
                  COUNT-NAME DELIMITED BY SPACE
               INTO LIST-LINE
           END-STRING.

      * Nothing has been written anywhere but the work files, which
      * are cleared away; the series is as it was.
       STOP-SERIES-UNTOUCHED.
           WRITE LIST-LINE.
           CLOSE SERIES-IN.
           CLOSE SERIES-OUT.
           CLOSE ARCHIVE-WORK.
           PERFORM DELETE-WORK-FILES.
           MOVE "  SERIES LEFT AS IT WAS - RUN STOPPED" TO LIST-LINE.
           WRITE LIST-LINE.
           CLOSE ARCHIVE-LIST.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Archive or summary files have been added to, so the work files
      * are left for the series to be put right from.
       STOP-SERIES-PART-DONE.
           WRITE LIST-LINE.
           IF OPEN-MONTH NOT = SPACES
               CLOSE MONTH-FILE
           END-IF.
           CLOSE SERIES-IN.
           CLOSE SERIES-OUT.
           CLOSE SUMMARY-FILE.
           MOVE SPACES TO LIST-LINE.
           STRING "  RUN STOPPED PART WAY - WORK FILES KEPT, SERIES TO"
                  " BE PUT RIGHT BY HAND" DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           WRITE LIST-LINE.
           CLOSE ARCHIVE-LIST.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
