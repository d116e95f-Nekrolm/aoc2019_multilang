      * sweep range the same delta should win every time, so an
      * exception line is the signal that something in the sweep
      * changed - deliberately or not.
      *
      * Months HistArc has archived out of SCENHIST are read first,
      * from their SCENHSUM summary lines, so the trend runs on across
      * them. A summary line stands for all of a system's winners in
      * the month: it takes their run numbers and shows the month's
      * last winner, with the winner the month opened on and the
      * range of winning totals when they moved. The opening winner
      * is judged against the previous one as a live winner would be,
      * and changes of winner inside the month are listed as one
      * exception line counted as often as they happened, so the
      * winner and exception totals read as they did before the
      * archive.

       Environment division.
       Input-output section.
               organization is line sequential
               file status is SCENHIST-STATUS.

           select SUMMARY-IN assign to "SCENHSUM"
               organization is line sequential
               file status is SUMMARY-STATUS.

           select TREND-OUT assign to "SCENTRND"
               organization is line sequential
               file status is TREND-STATUS.
           record contains 132 characters.
       01 SCENHIST-RECORD PIC X(132).

       FD  SUMMARY-IN
           record contains 240 characters.
       01 SUMMARY-RECORD PIC X(240).

       FD  TREND-OUT
           record contains 160 characters.
       01 TREND-LINE PIC X(160).
       WORKING-STORAGE SECTION.

       01 SCENHIST-STATUS PIC X(02) VALUE ZEROS.
       01 SUMMARY-STATUS  PIC X(02) VALUE ZEROS.
       01 TREND-STATUS    PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "SCENRPT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z(4)9.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
       01 HIST-ANSWER PIC 9(20) VALUE ZERO.
       01 HIST-RANK   PIC 9(03) VALUE ZERO.

      * One SCENHSUM line, in the layout HistArc writes.
       01 ROLL-FIELDS.
           05 ROLL-FIELD PIC X(21) OCCURS 17 TIMES.
       01 ROLL-COUNT PIC 9(02) VALUE ZERO.

       01 ROLL-LINES       PIC 9(07) VALUE ZERO.
       01 ROLL-WINNERS     PIC 9(07) VALUE ZERO.
       01 ROLL-FIRST-DVX   PIC S9(10) VALUE ZERO.
       01 ROLL-FIRST-DVY   PIC S9(10) VALUE ZERO.
       01 ROLL-FIRST-DVZ   PIC S9(10) VALUE ZERO.
       01 ROLL-MIN-TOTAL   PIC 9(18) VALUE ZERO.
       01 ROLL-MAX-TOTAL   PIC 9(18) VALUE ZERO.
       01 ROLL-CHANGES     PIC 9(07) VALUE ZERO.

       01 ROLL-DATE-TX.
           05 RDT-MONTH   PIC X(07).
           05 FILLER      PIC X VALUE SPACE.
           05 RDT-WINS    PIC ZZZZ9.
           05 FILLER      PIC X(05) VALUE " WINS".

       01 LINE-COUNT   PIC 9(07) VALUE ZERO.
       01 WINNER-COUNT PIC 9(05) VALUE ZERO.


       01 EXCEPTION-COUNT   PIC 9(03) VALUE ZERO.
       01 EXCEPTION-DROPPED PIC 9(05) VALUE ZERO.
       01 EXCEPTION-ROLLED  PIC 9(07) VALUE ZERO.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-TEXT PIC X(132) OCCURS MAX-EXCEPTIONS TIMES.

           05 FILLER      PIC X(05) VALUE " DVZ=".
           05 EEL-OLD-DVZ PIC -(10)9.

       01 TREND-RANGE-LINE.
           05 FILLER      PIC X(30) VALUE SPACES.
           05 FILLER      PIC X(16) VALUE "MONTH OPENED ON ".
           05 FILLER      PIC X(04) VALUE "DVX=".
           05 TGL-DVX     PIC -(10)9.
           05 FILLER      PIC X(05) VALUE " DVY=".
           05 TGL-DVY     PIC -(10)9.
           05 FILLER      PIC X(05) VALUE " DVZ=".
           05 TGL-DVZ     PIC -(10)9.
           05 FILLER      PIC X(11) VALUE "  TOT RANGE".
           05 TGL-MIN-TOTAL PIC Z(17)9.
           05 FILLER      PIC X(04) VALUE " TO ".
           05 TGL-MAX-TOTAL PIC Z(17)9.

       01 EXCEPTION-ROLL-LINE.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 ERL-NUM     PIC ZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 ERL-DATE    PIC X(19).
           05 FILLER      PIC X(05) VALUE " SYS=".
           05 ERL-SYS     PIC Z9.
           05 FILLER      PIC X(16) VALUE " WINNER CHANGED ".
           05 ERL-TIMES   PIC Z(6)9.
           05 FILLER      PIC X(22) VALUE " TIMES IN MONTH, LAST ".
           05 FILLER      PIC X(04) VALUE "DVX=".
           05 ERL-DVX     PIC -(10)9.
           05 FILLER      PIC X(05) VALUE " DVY=".
           05 ERL-DVY     PIC -(10)9.
           05 FILLER      PIC X(05) VALUE " DVZ=".
           05 ERL-DVZ     PIC -(10)9.

       01 TREND-COUNT-LINE.
           05 FILLER      PIC X(19) VALUE "WINNERS ON FILE  = ".
           05 TCL-WINS    PIC ZZZZ9.
       PROCEDURE DIVISION.
           OPEN INPUT SCENHIST-IN.
           IF SCENHIST-STATUS NOT = "00"
               MOVE "SCR010S" TO MSG-ID
               STRING "UNABLE TO OPEN SCENHIST, FILE STATUS "
                      SCENHIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TREND-OUT.
           IF TREND-STATUS NOT = "00"
               MOVE "SCR011S" TO MSG-ID
               STRING "UNABLE TO OPEN SCENTRND, FILE STATUS "
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

           PERFORM UNTIL SCENHIST-STATUS = "10"
               READ SCENHIST-IN
                   AT END
           MOVE TREND-COUNT-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           COMPUTE TEL-COUNT = EXCEPTION-COUNT + EXCEPTION-ROLLED.
           MOVE TREND-EXC-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           END-IF.

           IF EXCEPTION-DROPPED > 0
               MOVE EXCEPTION-DROPPED TO MESSAGE-COUNT
               MOVE "SCR012W" TO MSG-ID
               STRING "EXCEPTION LINES DROPPED "
                      FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

           CLOSE SCENHIST-IN.

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * SCENHSUM is there only once HistArc has archived something.
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
                   MOVE "SCR015S" TO MSG-ID
                   STRING "UNABLE TO OPEN SCENHSUM, FILE STATUS "
                          SUMMARY-STATUS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * A month whose batches left no rank-one line adds its lines to
      * the count and nothing to the trend.
       HANDLE-SUMMARY-LINE.
           MOVE SPACES TO ROLL-FIELDS.
           MOVE ZERO TO ROLL-COUNT.
           UNSTRING SUMMARY-RECORD DELIMITED BY ","
               INTO ROLL-FIELD(1) ROLL-FIELD(2) ROLL-FIELD(3)
                    ROLL-FIELD(4) ROLL-FIELD(5) ROLL-FIELD(6)
                    ROLL-FIELD(7) ROLL-FIELD(8) ROLL-FIELD(9)
                    ROLL-FIELD(10) ROLL-FIELD(11) ROLL-FIELD(12)
                    ROLL-FIELD(13) ROLL-FIELD(14) ROLL-FIELD(15)
                    ROLL-FIELD(16) ROLL-FIELD(17)
               TALLYING IN ROLL-COUNT
           END-UNSTRING.

           IF ROLL-COUNT < 17
               MOVE "SCR016E" TO MSG-ID
               STRING "MALFORMED SUMMARY LINE " SUMMARY-RECORD(1:60)
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE ROLL-LINES   = FUNCTION NUMVAL (ROLL-FIELD(3)).
           COMPUTE ROLL-WINNERS = FUNCTION NUMVAL (ROLL-FIELD(4)).
           ADD ROLL-LINES TO LINE-COUNT.
           IF ROLL-WINNERS > 0
               PERFORM TAKE-WINNER-SUMMARY
           END-IF.

      * The line carries the number of the month's first winner.
       TAKE-WINNER-SUMMARY.
           MOVE ROLL-FIELD(1)(1:7) TO RDT-MONTH.
           MOVE ROLL-WINNERS TO RDT-WINS.
           MOVE ROLL-DATE-TX TO HIST-DATE.
           COMPUTE HIST-SYSTEM = FUNCTION NUMVAL (ROLL-FIELD(2)).
           MOVE ROLL-FIELD(6)(1:14) TO HIST-RUN-ID.
           COMPUTE ROLL-FIRST-DVX = FUNCTION NUMVAL (ROLL-FIELD(7)).
           COMPUTE ROLL-FIRST-DVY = FUNCTION NUMVAL (ROLL-FIELD(8)).
           COMPUTE ROLL-FIRST-DVZ = FUNCTION NUMVAL (ROLL-FIELD(9)).
           COMPUTE HIST-DVX   = FUNCTION NUMVAL (ROLL-FIELD(11)).
           COMPUTE HIST-DVY   = FUNCTION NUMVAL (ROLL-FIELD(12)).
           COMPUTE HIST-DVZ   = FUNCTION NUMVAL (ROLL-FIELD(13)).
           COMPUTE HIST-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(14)).
           COMPUTE ROLL-MIN-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(15)).
           COMPUTE ROLL-MAX-TOTAL = FUNCTION NUMVAL (ROLL-FIELD(16)).
           COMPUTE ROLL-CHANGES   = FUNCTION NUMVAL (ROLL-FIELD(17)).

           ADD 1 TO WINNER-COUNT.

           PERFORM FIND-SYSTEM-SLOT.

           IF SYS-WINS(SYS-SLOT) > 0
               IF ROLL-FIRST-DVX NOT = SYS-PREV-DVX(SYS-SLOT) OR
                  ROLL-FIRST-DVY NOT = SYS-PREV-DVY(SYS-SLOT) OR
                  ROLL-FIRST-DVZ NOT = SYS-PREV-DVZ(SYS-SLOT)
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-IF.

           IF ROLL-CHANGES > 0
               PERFORM NOTE-ROLLED-EXCEPTION
           END-IF.

           MOVE WINNER-COUNT TO TWL-NUM.
           MOVE HIST-DATE    TO TWL-DATE.
           MOVE HIST-SYSTEM  TO TWL-SYSTEM.
           MOVE HIST-DVX     TO TWL-DVX.
           MOVE HIST-DVY     TO TWL-DVY.
           MOVE HIST-DVZ     TO TWL-DVZ.
           MOVE HIST-TOTAL   TO TWL-TOTAL.
           MOVE HIST-RUN-ID  TO TWL-RUN-ID.
           MOVE TREND-WIN-LINE TO TREND-LINE.
           WRITE TREND-LINE.

           IF ROLL-CHANGES > 0 OR ROLL-MIN-TOTAL NOT = ROLL-MAX-TOTAL
               MOVE ROLL-FIRST-DVX TO TGL-DVX
               MOVE ROLL-FIRST-DVY TO TGL-DVY
               MOVE ROLL-FIRST-DVZ TO TGL-DVZ
               MOVE ROLL-MIN-TOTAL TO TGL-MIN-TOTAL
               MOVE ROLL-MAX-TOTAL TO TGL-MAX-TOTAL
               MOVE TREND-RANGE-LINE TO TREND-LINE
               WRITE TREND-LINE
           END-IF.

           COMPUTE WINNER-COUNT = WINNER-COUNT + ROLL-WINNERS - 1.
           ADD ROLL-WINNERS TO SYS-WINS(SYS-SLOT).
           MOVE HIST-DVX TO SYS-PREV-DVX(SYS-SLOT).
           MOVE HIST-DVY TO SYS-PREV-DVY(SYS-SLOT).
           MOVE HIST-DVZ TO SYS-PREV-DVZ(SYS-SLOT).

      * Only the rank-one line of each batch matters to the winner
      * trend; the rest of the archive is there for deeper digging.
       HANDLE-SCENHIST-LINE.
           END-UNSTRING.

           IF PARSE-COUNT < 9
               MOVE "SCR013E" TO MSG-ID
               STRING "MALFORMED ARCHIVE LINE " SCENHIST-RECORD(1:60)
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
                   MOVE "SCR014E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON FILE" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO EXCEPTION-DROPPED
           END-IF.

      * Changes of winner inside an archived month take one exception
      * line but count as many times as they happened.
       NOTE-ROLLED-EXCEPTION.
           MOVE WINNER-COUNT TO ERL-NUM.
           MOVE HIST-DATE    TO ERL-DATE.
           MOVE HIST-SYSTEM  TO ERL-SYS.
           MOVE ROLL-CHANGES TO ERL-TIMES.
           MOVE HIST-DVX     TO ERL-DVX.
           MOVE HIST-DVY     TO ERL-DVY.
           MOVE HIST-DVZ     TO ERL-DVZ.
           IF EXCEPTION-COUNT < MAX-EXCEPTIONS
               ADD 1 TO EXCEPTION-COUNT
               MOVE EXCEPTION-ROLL-LINE
                   TO EXCEPTION-TEXT(EXCEPTION-COUNT)
               COMPUTE EXCEPTION-ROLLED =
                   EXCEPTION-ROLLED + ROLL-CHANGES - 1
           ELSE
               ADD 1 TO EXCEPTION-DROPPED
           END-IF.
