       01 TRAJK-STATUS      PIC X(02) VALUE ZEROS.
       01 QUERY-OUT-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "TRAJQRY".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 REQ-SYSTEM PIC 9(02) VALUE ZERO.
       01 REQ-FROM   PIC 9(07) VALUE ZERO.
       01 REQ-TO     PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
           OPEN INPUT QUERY-CARD.
           IF QUERY-CARD-STATUS NOT = "00"
               MOVE "TQY010S" TO MSG-ID
               STRING "UNABLE TO OPEN TRJQRY, FILE STATUS "
                      QUERY-CARD-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRAJK-FILE.
           IF TRAJK-STATUS NOT = "00"
               MOVE "TQY011S" TO MSG-ID
               STRING "UNABLE TO OPEN D12TRAJK, FILE STATUS "
                      TRAJK-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT QUERY-OUT.
           IF QUERY-OUT-STATUS NOT = "00"
               MOVE "TQY012S" TO MSG-ID
               STRING "UNABLE TO OPEN TRAJQOUT, FILE STATUS "
                      QUERY-OUT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TRAJK-FILE.
           CLOSE QUERY-OUT.

           MOVE "TQY001I" TO MSG-ID.
           STRING "CARDS " CARD-COUNT " ROWS RETURNED " ROWS-WRITTEN
               DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           IF CARD-COUNT = 0
               MOVE "TQY002W" TO MSG-ID
               MOVE "NO REQUEST CARDS READ" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       TAKE-QUERY-CARD.
           IF QUERY-CARD-RECORD = SPACES OR QC-SYSTEM(1:1) = "*"
               CONTINUE
       VALIDATE-QUERY-CARD.
           IF QC-SYSTEM NOT NUMERIC OR QC-FROM NOT NUMERIC OR
              QC-TO NOT NUMERIC
               MOVE "TQY013E" TO MSG-ID
               STRING "BAD REQUEST CARD " QUERY-CARD-RECORD
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE ZERO TO REQ-PLANET
           ELSE
               IF QC-PLANET NOT NUMERIC
                   MOVE "TQY014E" TO MSG-ID
                   STRING "BAD PLANET ON REQUEST CARD "
                          QUERY-CARD-RECORD DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           MOVE QC-FROM TO REQ-FROM.
           MOVE QC-TO   TO REQ-TO.
           IF REQ-TO < REQ-FROM
               MOVE "TQY015E" TO MSG-ID
               STRING "RANGE ENDS BEFORE IT STARTS " QUERY-CARD-RECORD
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               END-READ
           END-PERFORM.

           MOVE "TQY003I" TO MSG-ID.
           STRING "SYSTEM " REQ-SYSTEM " ITER " REQ-FROM "-" REQ-TO
                  " ROWS " CARD-ROWS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

       WRITE-QUERY-ROW.
           MOVE TK-ITER   TO TRAJ-EDIT(1).
