      * With an unchanged PLANETS file and control card those figures
      * should never move, so an exception line is the regression
      * signal.
      *
      * Months HistArc has archived out of D12HIST are read first,
      * from their D12HSUM summary lines, so the trend runs on across
      * them. A summary line stands for all of a system's runs in the
      * month: it takes their run numbers, shows the month's last
      * figures with their delta against whatever came before, and
      * the range inside the month when the figures moved. Its first
      * figures are judged against the previous run as a live run's
      * would be, and changes inside the month are listed as one
      * exception line each counted as often as they happened, so
      * the run and exception totals read as they did before the
      * archive.

       Environment division.
       Input-output section.
               organization is line sequential
               file status is HISTORY-STATUS.

           select SUMMARY-IN assign to "D12HSUM"
               organization is line sequential
               file status is SUMMARY-STATUS.

           select TREND-OUT assign to "D12TREND"
               organization is line sequential
               file status is TREND-STATUS.
           record contains 140 characters.
       01 HISTORY-RECORD PIC X(140).

       FD  SUMMARY-IN
           record contains 240 characters.
       01 SUMMARY-RECORD PIC X(240).

       FD  TREND-OUT
           record contains 180 characters.
       01 TREND-LINE PIC X(180).
       WORKING-STORAGE SECTION.

       01 HISTORY-STATUS PIC X(02) VALUE ZEROS.
       01 SUMMARY-STATUS PIC X(02) VALUE ZEROS.
       01 TREND-STATUS   PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "HISTRPT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z(4)9.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
       01 HIST-ZLOOP  PIC 9(20) VALUE ZERO.
       01 HIST-ANSWER PIC 9(20) VALUE ZERO.

      * One D12HSUM line, in the layout HistArc writes.
       01 ROLL-FIELDS.
           05 ROLL-FIELD PIC X(21) OCCURS 15 TIMES.
       01 ROLL-COUNT PIC 9(02) VALUE ZERO.

       01 ROLL-RUNS          PIC 9(07) VALUE ZERO.
       01 ROLL-LAST-ID       PIC X(14) VALUE SPACES.
       01 ROLL-FIRST-TOTAL   PIC 9(18) VALUE ZERO.
       01 ROLL-MIN-TOTAL     PIC 9(18) VALUE ZERO.
       01 ROLL-MAX-TOTAL     PIC 9(18) VALUE ZERO.
       01 ROLL-TOTAL-CHANGES PIC 9(07) VALUE ZERO.
       01 ROLL-FIRST-ANSWER  PIC 9(20) VALUE ZERO.
       01 ROLL-MIN-ANSWER    PIC 9(20) VALUE ZERO.
       01 ROLL-MAX-ANSWER    PIC 9(20) VALUE ZERO.
       01 ROLL-ANSWER-CHANGES PIC 9(07) VALUE ZERO.
       01 ROLL-TIMES         PIC 9(07) VALUE ZERO.

       01 ROLL-DATE-TX.
           05 RDT-MONTH   PIC X(07).
           05 FILLER      PIC X VALUE SPACE.
           05 RDT-RUNS    PIC ZZZZ9.
           05 FILLER      PIC X(05) VALUE " RUNS".

       01 RUN-COUNT    PIC 9(05) VALUE ZERO.
       01 DELTA-TOTAL  PIC S9(19) VALUE ZERO.
       01 DELTA-ANSWER PIC S9(20) VALUE ZERO.

       01 EXCEPTION-COUNT   PIC 9(03) VALUE ZERO.
       01 EXCEPTION-DROPPED PIC 9(05) VALUE ZERO.
       01 EXCEPTION-ROLLED  PIC 9(07) VALUE ZERO.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-TEXT PIC X(132) OCCURS MAX-EXCEPTIONS TIMES.

           05 FILLER      PIC X(04) VALUE " TO ".
           05 EEL-TO      PIC Z(19)9.

       01 TREND-RANGE-LINE.
           05 FILLER      PIC X(30) VALUE SPACES.
           05 FILLER      PIC X(17) VALUE "RANGE IN MONTH  ".
           05 FILLER      PIC X(04) VALUE "TOT=".
           05 TGL-MIN-TOTAL  PIC Z(17)9.
           05 FILLER      PIC X(04) VALUE " TO ".
           05 TGL-MAX-TOTAL  PIC Z(17)9.
           05 FILLER      PIC X(06) VALUE "  ANS=".
           05 TGL-MIN-ANSWER PIC Z(19)9.
           05 FILLER      PIC X(04) VALUE " TO ".
           05 TGL-MAX-ANSWER PIC Z(19)9.

       01 EXCEPTION-ROLL-LINE.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 ERL-NUM     PIC ZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 ERL-DATE    PIC X(19).
           05 FILLER      PIC X(05) VALUE " SYS=".
           05 ERL-SYS     PIC Z9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 ERL-WHAT    PIC X(12).
           05 FILLER      PIC X(09) VALUE " CHANGED ".
           05 ERL-TIMES   PIC Z(6)9.
           05 FILLER      PIC X(14) VALUE " TIMES, RANGE ".
           05 ERL-LOW     PIC Z(19)9.
           05 FILLER      PIC X(04) VALUE " TO ".
           05 ERL-HIGH    PIC Z(19)9.

       01 TREND-COUNT-LINE.
           05 FILLER      PIC X(19) VALUE "RUNS ON FILE     = ".
           05 TCL-RUNS    PIC ZZZZ9.
       PROCEDURE DIVISION.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS NOT = "00"
               MOVE "HSR010S" TO MSG-ID
               STRING "UNABLE TO OPEN D12HIST, FILE STATUS "
                      HISTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TREND-OUT.
           IF TREND-STATUS NOT = "00"
               MOVE "HSR011S" TO MSG-ID
               STRING "UNABLE TO OPEN D12TREND, FILE STATUS "
                      TREND-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TREND-LINE.
           WRITE TREND-LINE.

           PERFORM READ-SUMMARY-FILE.

           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-IN
                   AT END
           MOVE TREND-COUNT-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           COMPUTE TEL-COUNT = EXCEPTION-COUNT + EXCEPTION-ROLLED.
           MOVE TREND-EXC-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           END-IF.

           IF EXCEPTION-DROPPED > 0
               MOVE EXCEPTION-DROPPED TO MESSAGE-COUNT
               MOVE "HSR012W" TO MSG-ID
               STRING "EXCEPTION LINES DROPPED "
                      FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

           CLOSE HISTORY-IN.

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * D12HSUM is there only once HistArc has archived something.
       READ-SUMMARY-FILE.
           OPEN INPUT SUMMARY-IN.
           IF SUMMARY-STATUS = "00"
               PERFORM UNTIL SUMMARY-STATUS = "10"
                   READ SUMMARY-IN
                       AT END
                           MOVE "10" TO SUMMARY-STATUS
                       NOT AT END
                           PERFORM HANDLE-SUMMARY-LINE
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-IN
           ELSE
               IF SUMMARY-STATUS NOT = "35"
                   MOVE "HSR015S" TO MSG-ID
                   STRING "UNABLE TO OPEN D12HSUM, FILE STATUS "
                          SUMMARY-STATUS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       HANDLE-SUMMARY-LINE.
           MOVE SPACES TO ROLL-FIELDS.
           MOVE ZERO TO ROLL-COUNT.
           UNSTRING SUMMARY-RECORD DELIMITED BY ","
               INTO ROLL-FIELD(1) ROLL-FIELD(2) ROLL-FIELD(3)
                    ROLL-FIELD(4) ROLL-FIELD(5) ROLL-FIELD(6)
                    ROLL-FIELD(7) ROLL-FIELD(8) ROLL-FIELD(9)
                    ROLL-FIELD(10) ROLL-FIELD(11) ROLL-FIELD(12)
                    ROLL-FIELD(13) ROLL-FIELD(14) ROLL-FIELD(15)
               TALLYING IN ROLL-COUNT
           END-UNSTRING.
           IF ROLL-COUNT > 14
               COMPUTE ROLL-RUNS = FUNCTION NUMVAL (ROLL-FIELD(3))
           END-IF.

           IF ROLL-COUNT < 15 OR ROLL-RUNS = 0
               MOVE "HSR016E" TO MSG-ID
               STRING "MALFORMED SUMMARY LINE " SUMMARY-RECORD(1:60)
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ROLL-FIELD(1)(1:7) TO RDT-MONTH.
           MOVE ROLL-RUNS TO RDT-RUNS.
           MOVE ROLL-DATE-TX TO HIST-DATE.
           COMPUTE HIST-SYSTEM = FUNCTION NUMVAL (ROLL-FIELD(2)).
           MOVE ROLL-FIELD(5)(1:14) TO HIST-RUN-ID.
           COMPUTE ROLL-FIRST-TOTAL =
               FUNCTION NUMVAL (ROLL-FIELD(6)).
           COMPUTE HIST-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(7)).
           COMPUTE ROLL-MIN-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(8)).
           COMPUTE ROLL-MAX-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(9)).
           COMPUTE ROLL-TOTAL-CHANGES =
               FUNCTION NUMVAL (ROLL-FIELD(10)).
           COMPUTE ROLL-FIRST-ANSWER =
               FUNCTION NUMVAL (ROLL-FIELD(11)).
           COMPUTE HIST-ANSWER = FUNCTION NUMVAL (ROLL-FIELD(12)).
           COMPUTE ROLL-MIN-ANSWER = FUNCTION NUMVAL (ROLL-FIELD(13)).
           COMPUTE ROLL-MAX-ANSWER = FUNCTION NUMVAL (ROLL-FIELD(14)).
           COMPUTE ROLL-ANSWER-CHANGES =
               FUNCTION NUMVAL (ROLL-FIELD(15)).

      * The line carries the number of the month's first run; its
      * first figures are what the previous run is judged against.
           ADD 1 TO RUN-COUNT.

           PERFORM FIND-SYSTEM-SLOT.

           IF SYS-RUNS(SYS-SLOT) = 0
               MOVE ZERO TO DELTA-TOTAL
               MOVE ZERO TO DELTA-ANSWER
           ELSE
               COMPUTE DELTA-TOTAL  =
                   HIST-TOTAL - SYS-PREV-TOTAL(SYS-SLOT)
               COMPUTE DELTA-ANSWER =
                   HIST-ANSWER - SYS-PREV-ANSWER(SYS-SLOT)
               IF ROLL-FIRST-TOTAL NOT = SYS-PREV-TOTAL(SYS-SLOT)
                   MOVE "TOTAL-ENERGY" TO EEL-WHAT
                   MOVE SYS-PREV-TOTAL(SYS-SLOT) TO EEL-FROM
                   MOVE ROLL-FIRST-TOTAL TO EEL-TO
                   PERFORM NOTE-EXCEPTION
               END-IF
               IF ROLL-FIRST-ANSWER NOT = SYS-PREV-ANSWER(SYS-SLOT)
                   MOVE "ANSWER-LOOP " TO EEL-WHAT
                   MOVE SYS-PREV-ANSWER(SYS-SLOT) TO EEL-FROM
                   MOVE ROLL-FIRST-ANSWER TO EEL-TO
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-IF.

           IF ROLL-TOTAL-CHANGES > 0
               MOVE "TOTAL-ENERGY" TO ERL-WHAT
               MOVE ROLL-TOTAL-CHANGES TO ROLL-TIMES
               MOVE ROLL-MIN-TOTAL TO ERL-LOW
               MOVE ROLL-MAX-TOTAL TO ERL-HIGH
               PERFORM NOTE-ROLLED-EXCEPTION
           END-IF.
           IF ROLL-ANSWER-CHANGES > 0
               MOVE "ANSWER-LOOP " TO ERL-WHAT
               MOVE ROLL-ANSWER-CHANGES TO ROLL-TIMES
               MOVE ROLL-MIN-ANSWER TO ERL-LOW
               MOVE ROLL-MAX-ANSWER TO ERL-HIGH
               PERFORM NOTE-ROLLED-EXCEPTION
           END-IF.

           MOVE RUN-COUNT   TO TRL-NUM.
           MOVE HIST-DATE   TO TRL-DATE.
           MOVE HIST-SYSTEM TO TRL-SYSTEM.
           MOVE HIST-TOTAL  TO TRL-TOTAL.
           MOVE DELTA-TOTAL TO TRL-DTOTAL.
           MOVE HIST-ANSWER TO TRL-ANSWER.
           MOVE DELTA-ANSWER TO TRL-DANSWER.
           MOVE HIST-RUN-ID TO TRL-RUN-ID.
           MOVE TREND-RUN-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           IF ROLL-MIN-TOTAL NOT = ROLL-MAX-TOTAL
              OR ROLL-MIN-ANSWER NOT = ROLL-MAX-ANSWER
               MOVE ROLL-MIN-TOTAL  TO TGL-MIN-TOTAL
               MOVE ROLL-MAX-TOTAL  TO TGL-MAX-TOTAL
               MOVE ROLL-MIN-ANSWER TO TGL-MIN-ANSWER
               MOVE ROLL-MAX-ANSWER TO TGL-MAX-ANSWER
               MOVE TREND-RANGE-LINE TO TREND-LINE
               WRITE TREND-LINE
           END-IF.

           COMPUTE RUN-COUNT = RUN-COUNT + ROLL-RUNS - 1.
           ADD ROLL-RUNS TO SYS-RUNS(SYS-SLOT).
           MOVE HIST-TOTAL  TO SYS-PREV-TOTAL(SYS-SLOT).
           MOVE HIST-ANSWER TO SYS-PREV-ANSWER(SYS-SLOT).

       HANDLE-HISTORY-LINE.
           MOVE SPACES TO PARSE-FIELDS.
           MOVE ZERO TO PARSE-COUNT.
           END-UNSTRING.

           IF PARSE-COUNT < 6
               MOVE "HSR013E" TO MSG-ID
               STRING "MALFORMED HISTORY LINE " HISTORY-RECORD(1:60)
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-PERFORM.
           IF SYS-SLOT = 0
               IF SYSTEMS-SEEN >= MAX-TREND-SYSTEMS
                   MOVE "HSR014E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON FILE" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO EXCEPTION-DROPPED
           END-IF.

      * Changes inside an archived month take one exception line but
      * count as many times as they happened.
       NOTE-ROLLED-EXCEPTION.
           MOVE RUN-COUNT   TO ERL-NUM.
           MOVE HIST-DATE   TO ERL-DATE.
           MOVE HIST-SYSTEM TO ERL-SYS.
           MOVE ROLL-TIMES  TO ERL-TIMES.
           IF EXCEPTION-COUNT < MAX-EXCEPTIONS
               ADD 1 TO EXCEPTION-COUNT
               MOVE EXCEPTION-ROLL-LINE
                   TO EXCEPTION-TEXT(EXCEPTION-COUNT)
               COMPUTE EXCEPTION-ROLLED =
                   EXCEPTION-ROLLED + ROLL-TIMES - 1
           ELSE
               ADD 1 TO EXCEPTION-DROPPED
           END-IF.
