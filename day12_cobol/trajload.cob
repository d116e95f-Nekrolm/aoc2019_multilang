      * rebuilt from the current export each time the load runs, so
      * it always describes the run TRAJECT describes. A row whose
      * key is already on the store - the handful a restart rewrites
      * - replaces the earlier copy. TRAJECT must agree with its
      * control-total trailer before the store is touched: a file
      * with no trailer, or one that disagrees with it, ends the load
      * with return code 14 and the store as it was.

       Environment division.
       Input-output section.
       01 TRAJECTORY-STATUS PIC X(02) VALUE ZEROS.
       01 TRAJK-STATUS      PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "TRAJLOAD".
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

       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(21) OCCURS 10 TIMES.
       01 PARSE-COUNT PIC 9(02) VALUE ZERO.
       01 ROWS-REPLACED PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
           CALL "CHECK-EXPORT-FILE" USING "T" EXPORT-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "TLD010E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRAJECTORY-IN.
           IF TRAJECTORY-STATUS NOT = "00"
               MOVE "TLD011S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJECT, FILE STATUS "
                      TRAJECTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRAJK-FILE.
           IF TRAJK-STATUS NOT = "00"
               MOVE "TLD012S" TO MSG-ID
               STRING "UNABLE TO OPEN D12TRAJK, FILE STATUS "
                      TRAJK-STATUS DELIMITED BY SIZE
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
                           PERFORM LOAD-ONE-ROW
           CLOSE TRAJECTORY-IN.
           CLOSE TRAJK-FILE.

           MOVE "TLD001I" TO MSG-ID.
           STRING "ROWS READ " ROWS-READ " LOADED " ROWS-LOADED
                  " REPLACED " ROWS-REPLACED DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The same three export shapes TrajRpt reads; a row from
      * before system numbers keys under system zero.
       LOAD-ONE-ROW.
                   COMPUTE ROW-VZ =
                       FUNCTION NUMVAL (PARSE-FIELD(8))
               WHEN OTHER
                   MOVE "TLD013E" TO MSG-ID
                   STRING "MALFORMED TRAJECTORY ROW "
                          TRAJECTORY-LINE(1:60) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
               INVALID KEY
                   REWRITE TRAJK-RECORD
                       INVALID KEY
                           MOVE "TLD014S" TO MSG-ID
                           STRING "D12TRAJK KEY ERROR, FILE STATUS "
                                  TRAJK-STATUS DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
