      * the loop periodicity visible at a glance. The file is read
      * twice: the first pass takes each system's excursions so the
      * second can scale its grids, the same sum-of-axes world
      * TrajRpt reports on. TRAJECT must agree with its control-total
      * trailer before anything is plotted: a file with no trailer,
      * or one that disagrees with it, ends the job with return code
      * 14.

       Environment division.
       Input-output section.
       01 PLOT-CARD-STATUS  PIC X(02) VALUE ZEROS.
       01 PLOT-STATUS       PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "TRAJPLOT".
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

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
       PROCEDURE DIVISION.
           PERFORM READ-PLOT-CARD.

           CALL "CHECK-EXPORT-FILE" USING "T" EXPORT-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "TRP010E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-PLOT-OUT.

           PERFORM GATHER-EXCURSIONS.

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       READ-PLOT-CARD.
           OPEN INPUT PLOT-CARD.
           IF PLOT-CARD-STATUS = "00"
       TAKE-PLOT-CARD.
           IF PC-WIDTH NUMERIC AND PC-WIDTH > 0
               IF PC-WIDTH < 10 OR PC-WIDTH > MAX-GRID-W
                   MOVE "TRP011E" TO MSG-ID
                   STRING "GRID WIDTH OUT OF RANGE " PC-WIDTH
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PC-HEIGHT NUMERIC AND PC-HEIGHT > 0
               IF PC-HEIGHT < 5 OR PC-HEIGHT > MAX-GRID-H
                   MOVE "TRP012E" TO MSG-ID
                   STRING "GRID HEIGHT OUT OF RANGE " PC-HEIGHT
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-TO TO WINDOW-TO
           END-IF.
           IF WINDOW-TO < WINDOW-FROM
               MOVE "TRP013E" TO MSG-ID
               MOVE "PLOT WINDOW ENDS BEFORE IT STARTS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PLOT-OUT.
           IF PLOT-STATUS NOT = "00"
               MOVE "TRP014S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJPLOT, FILE STATUS "
                      PLOT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       GATHER-EXCURSIONS.
           OPEN INPUT TRAJECTORY-IN.
           IF TRAJECTORY-STATUS NOT = "00"
               MOVE "TRP015S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJECT, FILE STATUS "
                      TRAJECTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                       MOVE "10" TO TRAJECTORY-STATUS
                   NOT AT END
                       IF TRAJECTORY-LINE(1:8) = "SIM_ITER" OR
                          TRAJECTORY-LINE(1:7) = "SYSTEM," OR
                          TRAJECTORY-LINE(1:7) = "TRLSYS," OR
                          TRAJECTORY-LINE(1:8) = "TRAILER,"
                           CONTINUE
                       ELSE
                           PERFORM PARSE-TRAJECTORY-ROW
           CLOSE TRAJECTORY-IN.

           IF ROW-COUNT = 0
               MOVE "TRP016W" TO MSG-ID
               MOVE "NO TRAJECTORY ROWS ON FILE" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "NO TRAJECTORY ROWS - NOTHING TO PLOT"
                   TO PLOT-LINE
               WRITE PLOT-LINE
                   COMPUTE ROW-Z =
                       FUNCTION NUMVAL (PARSE-FIELD(5))
               WHEN OTHER
                   MOVE "TRP017E" TO MSG-ID
                   STRING "MALFORMED TRAJECTORY ROW "
                          TRAJECTORY-LINE(1:60) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           END-PERFORM.
           IF SYS-SLOT = 0
               IF SYS-SLOTS >= MAX-SYSTEMS
                   MOVE "TRP018E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON FILE" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
                           MOVE "10" TO TRAJECTORY-STATUS
                       NOT AT END
                           IF TRAJECTORY-LINE(1:8) = "SIM_ITER" OR
                              TRAJECTORY-LINE(1:7) = "SYSTEM," OR
                              TRAJECTORY-LINE(1:7) = "TRLSYS," OR
                              TRAJECTORY-LINE(1:8) = "TRAILER,"
                               CONTINUE
                           ELSE
                               PERFORM PARSE-TRAJECTORY-ROW
           END-PERFORM.
           IF ROW-SLOT = 0
               IF PLANET-SLOTS >= MAX-PLANETS
                   MOVE "TRP019E" TO MSG-ID
                   MOVE "TOO MANY PLANETS IN SECTION" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
