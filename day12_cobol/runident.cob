
       01 STAMP-DATE-TIME PIC X(21) VALUE SPACES.

       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "RUNIDENT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 XREF-EDIT-LINE.
           05 XEL-RUN-ID PIC X(14).
           05 FILLER     PIC X VALUE ",".

           OPEN OUTPUT SAVE-OUT.
           IF SAVE-OUT-STATUS NOT = "00"
               MOVE "RID001W" TO MSG-ID
               STRING "UNABLE TO OPEN " FUNCTION TRIM (SAVE-OUT-NAME)
                      ", FILE STATUS " SAVE-OUT-STATUS
                      " - GENERATION COPY NOT KEPT" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               CALL "LOG-MESSAGE" USING MESSAGE-AREA
               END-CALL
               MOVE SPACES TO MSG-TEXT
               CLOSE SAVE-IN
               GOBACK
           END-IF.
