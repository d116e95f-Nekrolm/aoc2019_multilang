      * lists each encounter with its start, end, duration and the
      * minimum separation reached. Systems are contiguous on the
      * feed, so a row carrying a new system number closes the open
      * section out, again as TrajRpt does. D12EVENT must agree with
      * its control-total trailer before anything is reported: a
      * feed with no trailer, or one that disagrees with it, ends the
      * job with return code 14.

       Environment division.
       Input-output section.
       01 EVENTS-STATUS PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "EVTRPT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * The export is held against its control-total trailer (see
      * ExpTrail) before a row of it is trusted.
       01 EXPORT-NAME    PIC X(20) VALUE "D12EVENT".
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

       01 ENC-DURATION PIC 9(07) VALUE ZERO.

       01 I PIC 9(04) VALUE 1.

       01 REPORT-SYSTEM-HDR.
           05 FILLER       PIC X(07) VALUE "SYSTEM ".
           05 RWL-ROWS     PIC Z(8)9.

       PROCEDURE DIVISION.
           CALL "CHECK-EXPORT-FILE" USING "E" EXPORT-NAME
               EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "EVR010E" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-REPORT-OUT.

           OPEN INPUT EVENTS-IN.
           IF EVENTS-STATUS NOT = "00"
               MOVE "EVR011S" TO MSG-ID
               STRING "UNABLE TO OPEN D12EVENT, FILE STATUS "
                      EVENTS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           GOBACK.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "EVR012S" TO MSG-ID
               STRING "UNABLE TO OPEN EVTRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REPORT-LINE.

       HANDLE-EVENT-LINE.
           IF EVENTS-LINE(1:7) = "SYSTEM," OR
              EVENTS-LINE(1:7) = "TRLSYS," OR
              EVENTS-LINE(1:8) = "TRAILER,"
               CONTINUE
           ELSE
               PERFORM PARSE-EVENT-ROW
           END-UNSTRING.

           IF PARSE-COUNT < 7
               MOVE "EVR013E" TO MSG-ID
               STRING "MALFORMED EVENT ROW " EVENTS-LINE(1:60)
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-PERFORM.
           IF PAIR-SLOT = 0
               IF PAIR-SLOTS >= MAX-PAIRS
                   MOVE "EVR014E" TO MSG-ID
                   MOVE "TOO MANY PAIRS IN SECTION" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DETAIL-DROPPED TO DDL-COUNT
               MOVE DETAIL-DROPPED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "EVR015W" TO MSG-ID
               STRING "ENCOUNTER DETAIL LINES DROPPED "
                      FUNCTION TRIM (DDL-COUNT) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

           MOVE 0 TO SECTION-STATE.
