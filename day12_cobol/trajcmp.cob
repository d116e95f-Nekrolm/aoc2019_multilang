      * of rows present in one file but not the other. The TCMCTL
      * card names the generation to compare against with GEN=n. Any
      * difference found ends the job with return code 4 so a
      * post-change regression net can fail the schedule. Both files
      * must agree with their control-total trailers before a row is
      * compared: either one with no trailer, or disagreeing with it,
      * ends the job with return code 14. A generation retained
      * before exports carried trailers cannot be compared.

       Environment division.
       Input-output section.
       01 CONTROL-STATUS  PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS   PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "TRAJCMP".
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

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS = "00"
                               FUNCTION NUMVAL (CTL-VALUE-TX)
                           MOVE 1 TO GEN-ASKED
                       ELSE
                           MOVE "TCM012E" TO MSG-ID
                           STRING "UNKNOWN CONTROL KEYWORD " CTL-KEYWORD
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
           END-IF.

           IF GEN-ASKED = 0 OR COMPARE-GEN < 1
               MOVE "TCM013E" TO MSG-ID
               MOVE "TCMCTL MUST NAME A GENERATION, GEN=N" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "TCM014S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJCMP, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REPORT-LINE.

       OPEN-BOTH-INPUTS.
           CALL "CHECK-EXPORT-FILE" USING "T" EXPORT-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "TCM010E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CHECK-EXPORT-FILE" USING "T" RETAINED-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "TCM011E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CURRENT-IN.
           IF CURRENT-STATUS NOT = "00"
               MOVE "TCM015S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJECT, FILE STATUS "
                      CURRENT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETAINED-IN.
           IF RETAINED-STATUS NOT = "00"
               MOVE "TCM016S" TO MSG-ID
               STRING "UNABLE TO OPEN " DELIMITED BY SIZE
                      RETAINED-NAME DELIMITED BY SPACE
                      ", FILE STATUS " RETAINED-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-PERFORM.
           IF SYS-SLOT = 0
               IF SYS-SLOTS >= MAX-SYSTEMS
                   MOVE "TCM017E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON FILE" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           IF BODY-SLOT = 0
               IF BODY-SLOTS(SYS-SLOT) >= MAX-PLANETS
                   MOVE "TCM018E" TO MSG-ID
                   MOVE "TOO MANY PLANETS IN SECTION" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
                           MOVE 1 TO ROW-A-EOF
                       NOT AT END
                           IF CURRENT-LINE(1:8) = "SIM_ITER" OR
                              CURRENT-LINE(1:7) = "SYSTEM," OR
                              CURRENT-LINE(1:7) = "TRLSYS," OR
                              CURRENT-LINE(1:8) = "TRAILER,"
                               CONTINUE
                           ELSE
                               PERFORM PARSE-CURRENT-ROW
                           MOVE 1 TO ROW-B-EOF
                       NOT AT END
                           IF RETAINED-LINE(1:8) = "SIM_ITER" OR
                              RETAINED-LINE(1:7) = "SYSTEM," OR
                              RETAINED-LINE(1:7) = "TRLSYS," OR
                              RETAINED-LINE(1:8) = "TRAILER,"
                               CONTINUE
                           ELSE
                               PERFORM PARSE-RETAINED-ROW
                   COMPUTE WORK-VZ =
                       FUNCTION NUMVAL (PARSE-FIELD(8))
               WHEN OTHER
                   MOVE "TCM019E" TO MSG-ID
                   STRING "MALFORMED TRAJECTORY ROW " WORK-LINE(1:60)
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
