      * RERUN REQUIRED banner whenever any step ended at or above
      * the Driver's abort level. The job itself ends with return
      * code 4 in that case so the schedule can raise the page
      * without anyone opening it. D12EVENT is held against its
      * control-total trailer before its rows are counted; a feed
      * with no trailer, or one that disagrees with it, is not
      * counted at all - the page says why in place of the count and
      * the job ends with return code 14, the code every reader of
      * the exports gives an untrustworthy file.

       Environment division.
       Input-output section.
       01 XREF-STATUS    PIC X(02) VALUE ZEROS.
       01 SUMMARY-STATUS PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "OPSUM".
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

      * The abort rule this page judges against is the Driver's.
       78 STEP-ABORT-LEVEL VALUE 8.

                              VALUE ZERO.

       01 EVENT-COUNT   PIC 9(09) VALUE ZERO.
       01 EVENTS-REFUSED-FLAG PIC 9 VALUE 0.
           88 EVENTS-REFUSED VALUE 1.
       01 CLOSEST-FLAG  PIC 9 VALUE 0.
           88 CLOSEST-SEEN VALUE 1.
       01 CLOSEST-SEP   PIC 9(20) VALUE ZERO.
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF EVENTS-REFUSED
               MOVE 14 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The most recent run identifier is the last line on RUNXREF;
      * every program that runs under an identifier books one there.
       FIND-TARGET-RUN.
           END-UNSTRING.

           IF PARSE-COUNT < 6
               MOVE "OPS011E" TO MSG-ID
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
               IF SYSTEMS-SEEN >= MAX-SYSTEMS
                   MOVE "OPS012E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON FILE" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      * whole file is the latest run's feed; only the count and the
      * closest pair are wanted here - EvtRpt has the detail.
       SCAN-EVENTS.
           CALL "CHECK-EXPORT-FILE" USING "E" EXPORT-NAME EXPORT-CHECK
           END-CALL.
           IF NOT EC-PASSED AND NOT EC-NOT-FOUND
               MOVE "OPS010W" TO MSG-ID
               MOVE EC-TEXT TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO EVENTS-REFUSED-FLAG
           ELSE
               PERFORM READ-EVENTS
           END-IF.

       READ-EVENTS.
           OPEN INPUT EVENTS-IN.
           IF EVENTS-STATUS = "00"
               PERFORM UNTIL EVENTS-STATUS = "10"
                       AT END
                           MOVE "10" TO EVENTS-STATUS
                       NOT AT END
                           IF EVENTS-LINE(1:7) = "SYSTEM," OR
                              EVENTS-LINE(1:7) = "TRLSYS," OR
                              EVENTS-LINE(1:8) = "TRAILER,"
                               CONTINUE
                           ELSE
                               PERFORM TAKE-EVENT-LINE

           OPEN OUTPUT SUMMARY-OUT.
           IF SUMMARY-STATUS NOT = "00"
               MOVE "OPS013S" TO MSG-ID
               STRING "UNABLE TO OPEN OPSUM, FILE STATUS "
                      SUMMARY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CLOSE APPROACHES" TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF EVENTS-REFUSED
               MOVE "  NOT COUNTED - " TO SUMMARY-LINE
               MOVE EC-TEXT TO SUMMARY-LINE(17:80)
           ELSE
               MOVE EVENT-COUNT TO SEL-COUNT
               MOVE SUMMARY-EVENTS-LINE TO SUMMARY-LINE
           END-IF.
           WRITE SUMMARY-LINE.

           IF CLOSEST-SEEN
