      * generation, the parameters-in-effect text, and the retained
      * copies really on disk for it. Which copies a line is owed
      * comes from the program named in its own text - the Driver
      * retires RUNLOG, Day10 D10RPT and D10FEED, Day12 its report,
      * its four exports and D12FEED, and PLMAINT the master - so a
      * line is never marked missing a file its program does not
      * produce. The newest run's outputs
      * have not been retired yet (SAVE-GENERATION copies them when
      * the NEXT run starts), so they are reported as still live,
      * probed under their working names. A generation number
       01 REPORT-STATUS  PIC X(02) VALUE ZEROS.
       01 PROBE-STATUS   PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "GENAUDIT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z(6)9.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
      * new retained output earns a line here and an entry in the
      * program map below, and nowhere else.
       78 MAX-GENERATIONS VALUE 5.
       78 BASE-NAMES VALUE 10.

       01 BASE-NAME-TABLE.
           05 FILLER PIC X(14) VALUE "RUNLOG".
           05 FILLER PIC X(14) VALUE "D12EVENT".
           05 FILLER PIC X(14) VALUE "D12ENRGY".
           05 FILLER PIC X(14) VALUE "PLANETS".
           05 FILLER PIC X(14) VALUE "D10FEED".
           05 FILLER PIC X(14) VALUE "D12FEED".
       01 FILLER REDEFINES BASE-NAME-TABLE.
           05 BASE-NAME PIC X(14) OCCURS BASE-NAMES TIMES.

      * The catalog holds the newest MAX-XREF lines; an even older
      * backlog is counted past on a first pass so the audit still
      * covers the recent runs the operator cares about instead of
      * refusing the file it exists to shrink. Day12 books its DAY12
      * line and up to six D12PARM continuations a run (Day10 two),
      * so the window is sized at seven lines a run to hold the 200
      * runs it did when a run was one line.
       78 MAX-XREF VALUE 1400.

       01 XREF-TOTAL   PIC 9(07) VALUE ZERO.
       01 XREF-SKIP    PIC 9(07) VALUE ZERO.
       01 XREF-SEEN    PIC 9(07) VALUE ZERO.
       01 XREF-LOADED  PIC 9(04) VALUE ZERO.
       01 XREF-RUN-ID-TABLE.
           05 XREF-RUN-ID PIC X(14) OCCURS MAX-XREF TIMES
                          VALUE SPACES.
       01 CTL-KEYWORD   PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX  PIC X(18) VALUE SPACES.

       01 CUT-INDEX     PIC 9(04) VALUE ZERO.
       01 RUNS-SEEN     PIC 9(05) VALUE ZERO.
       01 PURGED-LINES  PIC 9(07) VALUE ZERO.

       01 ORPHAN-COUNT  PIC 9(05) VALUE ZERO.
       01 PURGED-COUNT  PIC 9(05) VALUE ZERO.

       01 I PIC 9(04) VALUE 1.
       01 J PIC 9(04) VALUE 1.
       01 K PIC 9(04) VALUE 1.
       01 G PIC 9(02) VALUE 1.

       01 CATALOG-RUN-LINE.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * Blank cards and cards starting with * are remarks, the same
      * convention every other card reader in the suite honors.
       READ-CONTROL-CARD.
                   COMPUTE RETAIN-COUNT =
                       FUNCTION NUMVAL (CTL-VALUE-TX)
                   IF RETAIN-COUNT < 1
                       MOVE "GNA010E" TO MSG-ID
                       MOVE "RETAIN MUST BE AT LEAST 1" TO MSG-TEXT
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 1 TO RETAIN-ASKED
               ELSE
                   MOVE "GNA011E" TO MSG-ID
                   STRING "UNKNOWN CONTROL KEYWORD " CTL-KEYWORD
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "GNA012S" TO MSG-ID
               STRING "UNABLE TO OPEN GENRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO XREF-TOTAL.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = "00"
               MOVE "GNA013S" TO MSG-ID
               STRING "UNABLE TO OPEN RUNXREF, FILE STATUS " XREF-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE XREF-FILE.

           IF XREF-TOTAL = 0
               MOVE "GNA014W" TO MSG-ID
               MOVE "RUNXREF IS EMPTY" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "RUNXREF IS EMPTY - NOTHING TO CATALOG"
                   TO REPORT-LINE
               WRITE REPORT-LINE

       TAKE-XREF-LINE.
           IF XR-GEN NOT NUMERIC
               MOVE XREF-SEEN TO MESSAGE-COUNT
               MOVE "GNA015E" TO MSG-ID
               STRING "BAD GENERATION ON RUNXREF LINE "
                      FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               PERFORM WRITE-ONE-CATALOG-PAGE
           END-PERFORM.

      * Day12 books its parameters in effect, and Day10 its charge
      * tag, on continuation lines opening with the word D12PARM
      * right behind its own line; they own no outputs, so they are
      * listed under the page of the run they continue instead of
      * opening a page of their own.
       WRITE-ONE-CATALOG-PAGE.
           PERFORM DERIVE-EXPECTED-SET.
           IF PROGRAM-WORD = "D12PARM"
               MOVE XREF-TEXT(I) TO CTL-TEXT
               MOVE CATALOG-TEXT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-RUN-CATALOG-PAGE
           END-IF.

       WRITE-RUN-CATALOG-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE CATALOG-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           EVALUATE TRUE
               WHEN XREF-GEN(I) < 1 OR
                    XREF-GEN(I) > MAX-GENERATIONS
      * The first word of the parameters-in-effect text names the
      * program that booked the line, and the program decides which
      * outputs the run left behind to retire: the Driver RUNLOG,
      * Day10 D10RPT and D10FEED, Day12 its report, four exports
      * and D12FEED, PLMAINT the master it promoted. A word this
      * audit does not know gets a note instead of a list of false
      * alarms.
       DERIVE-EXPECTED-SET.
           MOVE SPACES TO PROGRAM-WORD.
           UNSTRING XREF-TEXT(I) DELIMITED BY " "
                   MOVE 1 TO EXPECT-COUNT
               WHEN "DAY10"
                   MOVE 1 TO EXPECT-FLAG(2)
                   MOVE 1 TO EXPECT-FLAG(9)
                   MOVE 2 TO EXPECT-COUNT
               WHEN "DAY12"
                   PERFORM VARYING K FROM 3 BY 1 UNTIL K > 7
                       MOVE 1 TO EXPECT-FLAG(K)
                   END-PERFORM
                   MOVE 1 TO EXPECT-FLAG(10)
                   MOVE 6 TO EXPECT-COUNT
               WHEN "PLMAINT"
                   MOVE 1 TO EXPECT-FLAG(8)
                   MOVE 1 TO EXPECT-COUNT

               OPEN OUTPUT XREF-FILE
               IF XREF-STATUS NOT = "00"
                   MOVE "GNA016S" TO MSG-ID
                   STRING "UNABLE TO REWRITE RUNXREF, FILE STATUS "
                          XREF-STATUS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
