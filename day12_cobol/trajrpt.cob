      * section. An optional TRJCTL card selects extract mode as
      * well: the rows for one planet (or all planets) inside an
      * iteration window are copied unchanged to TRAJXTR as a small
      * CSV. TRAJECT must agree with its control-total trailer before
      * anything is reported: a file with no trailer, or one that
      * disagrees with it, ends the job with return code 14. The
      * trailer lines themselves are not copied to the extract.

       Environment division.
       Input-output section.
       01 EXTRACT-CARD-STATUS PIC X(02) VALUE ZEROS.
       01 EXTRACT-OUT-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "TRAJRPT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * The export is held against its control-total trailer (see
      * ExpTrail) before a row of it is trusted.
       01 EXPORT-NAME    PIC X(20) VALUE "TRAJECT".
       01 EXPORT-CHECK.
           05 EC-RESULT  PIC X(02).
               88 EC-PASSED     VALUE "OK".
               88 EC-NOT-FOUND  VALUE "NF".
               88 EC-NO-TRAILER VALUE "NT".
               88 EC-FAILED     VALUE "BD".
           05 EC-RUN-ID  PIC X(14).
           05 EC-ROWS    PIC 9(09).
           05 EC-TEXT    PIC X(80).

       01 EXTRACT-WANTED PIC 9 VALUE 0.
           88 EXTRACT-MODE VALUE 1.
       01 EXTRACT-PLANET PIC 9(03) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM READ-EXTRACT-CARD.

           CALL "CHECK-EXPORT-FILE" USING "T" EXPORT-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "TRR010E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-REPORT-OUT.

           OPEN INPUT TRAJECTORY-IN.
           IF TRAJECTORY-STATUS NOT = "00"
               MOVE "TRR011S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJECT, FILE STATUS "
                      TRAJECTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF EXTRACT-MODE
               OPEN OUTPUT EXTRACT-OUT
               IF EXTRACT-OUT-STATUS NOT = "00"
                   MOVE "TRR012S" TO MSG-ID
                   STRING "UNABLE TO OPEN TRAJXTR, FILE STATUS "
                          EXTRACT-OUT-STATUS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       READ-EXTRACT-CARD.
           OPEN INPUT EXTRACT-CARD.
           IF EXTRACT-CARD-STATUS = "00"
           END-IF.

           IF EXTRACT-MODE AND EXTRACT-TO < EXTRACT-FROM
               MOVE "TRR013E" TO MSG-ID
               MOVE "TRJCTL EXTRACT WINDOW ENDS BEFORE IT STARTS"
                   TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * data but is copied through to the extract so TRAJXTR opens in
      * a spreadsheet the same way the full export does.
       HANDLE-TRAJECTORY-LINE.
           EVALUATE TRUE
               WHEN TRAJECTORY-LINE(1:7) = "TRLSYS,"
               WHEN TRAJECTORY-LINE(1:8) = "TRAILER,"
                   CONTINUE
               WHEN TRAJECTORY-LINE(1:8) = "SIM_ITER"
               WHEN TRAJECTORY-LINE(1:7) = "SYSTEM,"
                   IF EXTRACT-MODE
                       MOVE TRAJECTORY-LINE TO EXTRACT-LINE
                       WRITE EXTRACT-LINE
                   END-IF
               WHEN OTHER
                   PERFORM PARSE-TRAJECTORY-ROW
                   PERFORM TALLY-TRAJECTORY-ROW
                   IF EXTRACT-MODE
                       PERFORM EXTRACT-TRAJECTORY-ROW
                   END-IF
           END-EVALUATE.

      * Ten fields is the current layout with the system number
      * leading; nine is an export from before system numbers; eight
                   COMPUTE ROW-Z =
                       FUNCTION NUMVAL (PARSE-FIELD(5))
               WHEN OTHER
                   MOVE "TRR014E" TO MSG-ID
                   STRING "MALFORMED TRAJECTORY ROW "
                          TRAJECTORY-LINE(1:60) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF ROW-PLANET < 1
               MOVE "TRR015E" TO MSG-ID
               STRING "PLANET NUMBER OUT OF RANGE " ROW-PLANET
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-PERFORM.
           IF ROW-SLOT = 0
               IF PLANET-SLOTS >= MAX-PLANETS
                   MOVE "TRR016E" TO MSG-ID
                   MOVE "TOO MANY PLANETS IN SECTION" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "TRR017S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
