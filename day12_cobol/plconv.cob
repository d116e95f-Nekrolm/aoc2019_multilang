       01 PLANETS-STATUS PIC X(02) VALUE ZEROS.
       01 BACKUP-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "PLCONV".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * The old 91-byte record, taken apart in storage after each
      * line is read into the wider buffer.
       01 PLANET-RECORD-OLD.
           PERFORM LOAD-AND-CONVERT.

           IF ALREADY-NEW = 1
               MOVE "PCV002I" TO MSG-ID
               STRING "MASTER ALREADY IN EIGHTEEN-DIGIT LAYOUT - "
                      "NOTHING TO DO" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               STOP RUN
           END-IF.


           PERFORM REWRITE-NEW-MASTER.

           MOVE "PCV001I" TO MSG-ID.
           STRING "CONVERTED " RECORD-COUNT " RECORDS"
               DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The first record decides which layout the file is in: a new
      * record fills all 139 bytes and its last axis byte is a
      * digit, an old one leaves the tail of the buffer as spaces.
           MOVE ZERO TO RECORD-COUNT.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PCV010S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PLANETS-FILE.

           IF RECORD-COUNT = 0 AND ALREADY-NEW = 0
               MOVE "PCV011E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                  NOT (PO-X NUMERIC AND PO-Y NUMERIC AND
                       PO-Z NUMERIC AND PO-VX NUMERIC AND
                       PO-VY NUMERIC AND PO-VZ NUMERIC)
                   MOVE "PCV012E" TO MSG-ID
                   STRING "BAD RECORD UNDER OLD LAYOUT "
                          PLANET-RECORD(1:60) DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RECORD-COUNT >= MAX-RECORDS
                   MOVE "PCV013E" TO MSG-ID
                   MOVE "TOO MANY RECORDS ON MASTER" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           OPEN INPUT PLANETS-FILE.
           OPEN OUTPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00"
               MOVE "PCV014S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS.OLD, FILE STATUS "
                      BACKUP-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       REWRITE-NEW-MASTER.
           OPEN OUTPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PCV015S" TO MSG-ID
               STRING "UNABLE TO REWRITE PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
