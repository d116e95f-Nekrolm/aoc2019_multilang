      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpTrail.

      * Shared control-total routines for the comma-separated exports
      * Day12 writes - TRAJECT, D12EVENT and D12ENRGY - called the
      * same way RunIdent and PlanVer are. A run that is cut off part
      * way (a full disk, a cancelled job, a suspension) leaves rows
      * on these files that look like any other; the trailer written
      * once the run has finished with them is what tells a complete
      * export from a fragment.
      *
      * The writer's half: START-EXPORT-TALLY clears the totals for
      * one kind of export, TALLY-EXPORT-LINE is given every line
      * written to it (headings are passed over), and
      * BUILD-EXPORT-TRAILER hands back the trailer lines to write
      * last. A restarted run feeds the rows already on file through
      * TALLY-EXPORT-LINE before it extends the file, so the trailer
      * describes the whole file.
      *
      * The readers' half: CHECK-EXPORT-FILE reads a file through,
      * tallies its rows the same way and holds them against its
      * trailer. The caller is told whether the file was missing,
      * had no trailer, or failed the check, with a message line to
      * display, and reads the rows itself only when the check has
      * passed, passing over the trailer lines as they go.
      *
      * The trailer is a line per system with rows on the file,
      *     TRLSYS,ss,nnnnnnnnn
      * then one closing line,
      *     TRAILER,runid,rows,hash,systems
      * The hash total is the sum, without signs, of the figures on
      * every row: X, Y and Z on TRAJECT, both bodies' X, Y and Z on
      * D12EVENT and the potential, kinetic and total energy on
      * D12ENRGY, kept to its low eighteen digits.
      *
      * Export kinds: T TRAJECT, E D12EVENT, N D12ENRGY.

       Environment division.
       Input-output section.
       File-control.
           select EXPORT-FILE assign using CHECK-NAME
               organization is line sequential
               file status is EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE
           record contains 200 characters.
       01 EXPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01 EXPORT-STATUS  PIC X(02) VALUE ZEROS.
       01 CHECK-NAME     PIC X(20) VALUE SPACES.

      * One set of totals per kind for writers, and a fourth for the
      * file being checked, so a program can check one file while
      * writing another.
       78 TALLY-SLOTS VALUE 4.
       78 CHECK-SLOT VALUE 4.
       01 TALLY-TABLE.
           05 TALLY-ENTRY OCCURS TALLY-SLOTS TIMES.
               10 TALLY-ROWS    PIC 9(09).
               10 TALLY-HASH    PIC 9(18).
               10 TALLY-SYS-ROWS PIC 9(09) OCCURS 100 TIMES.
       01 SLOT           PIC 9 VALUE 1.
       01 ROW-KIND       PIC X(01) VALUE SPACE.
       01 ROW-LINE       PIC X(200) VALUE SPACES.

       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(24) OCCURS 13 TIMES.
       01 PARSE-COUNT    PIC 9(02) VALUE ZERO.
       01 FIRST-FIGURE   PIC 9(02) VALUE ZERO.
       01 LAST-FIGURE    PIC 9(02) VALUE ZERO.
       01 FEWEST-FIELDS  PIC 9(02) VALUE ZERO.
       01 FIGURE-VALUE   PIC S9(21) VALUE ZERO.
       01 ROW-SUM        PIC 9(22) VALUE ZERO.
       01 ROW-SYSTEM     PIC 9(02) VALUE ZERO.
       01 HASH-MODULUS   PIC 9(19) VALUE 1000000000000000000.
       01 F              PIC 9(02) VALUE ZERO.
       01 S              PIC 9(03) VALUE ZERO.

       01 TRAILER-SYS-LINE.
           05 FILLER     PIC X(07) VALUE "TRLSYS,".
           05 TSL-SYSTEM PIC 9(02).
           05 FILLER     PIC X VALUE ",".
           05 TSL-ROWS   PIC 9(09).

       01 TRAILER-END-LINE.
           05 FILLER     PIC X(08) VALUE "TRAILER,".
           05 TEL-RUN-ID PIC X(14).
           05 FILLER     PIC X VALUE ",".
           05 TEL-ROWS   PIC 9(09).
           05 FILLER     PIC X VALUE ",".
           05 TEL-HASH   PIC 9(18).
           05 FILLER     PIC X VALUE ",".
           05 TEL-SYSTEMS PIC 9(03).

      * What the checked file's own trailer says.
       01 FILE-TRAILER.
           05 FT-SEEN     PIC 9.
           05 FT-ROWS     PIC 9(09).
           05 FT-HASH     PIC 9(18).
           05 FT-SYSTEMS  PIC 9(03).
           05 FT-SYS-LINES PIC 9(03).
           05 FT-SYS-ROWS PIC 9(09) OCCURS 100 TIMES.
       01 FT-SYS-SEEN-TABLE.
           05 FT-SYS-SEEN PIC 9 OCCURS 100 TIMES.
       01 TRAILER-STARTED PIC 9 VALUE 0.
       01 CHECK-FAULT     PIC X(40) VALUE SPACES.
       01 SYSTEMS-WITH-ROWS PIC 9(03) VALUE ZERO.

       01 TRAILER-SPLIT.
           05 TS-TAG      PIC X(10).
           05 TS-FIELD-1  PIC X(20).
           05 TS-FIELD-2  PIC X(20).
           05 TS-FIELD-3  PIC X(20).
           05 TS-FIELD-4  PIC X(20).

       01 ROWS-EDIT      PIC Z(08)9.
       01 TRAILER-EDIT   PIC Z(08)9.

       LINKAGE SECTION.

       01 EXPORT-KIND    PIC X(01).
       01 EXPORT-LINE    PIC X(200).
       01 EXPORT-RUN-ID  PIC X(14).
       01 EXPORT-NAME    PIC X(20).

       01 EXPORT-TRAILER.
           05 ET-LINES   PIC 9(03).
           05 ET-LINE    PIC X(80) OCCURS 101 TIMES.

       01 EXPORT-CHECK.
           05 EC-RESULT  PIC X(02).
               88 EC-PASSED     VALUE "OK".
               88 EC-NOT-FOUND  VALUE "NF".
               88 EC-NO-TRAILER VALUE "NT".
               88 EC-FAILED     VALUE "BD".
           05 EC-RUN-ID  PIC X(14).
           05 EC-ROWS    PIC 9(09).
           05 EC-TEXT    PIC X(80).

       PROCEDURE DIVISION.
           GOBACK.

       ENTRY "START-EXPORT-TALLY" USING EXPORT-KIND.
           PERFORM FIND-KIND-SLOT.
           PERFORM CLEAR-SLOT.
           GOBACK.

       ENTRY "TALLY-EXPORT-LINE" USING EXPORT-KIND EXPORT-LINE.
           PERFORM FIND-KIND-SLOT.
           MOVE EXPORT-KIND TO ROW-KIND.
           MOVE EXPORT-LINE TO ROW-LINE.
           IF NOT (ROW-LINE = SPACES
                   OR ROW-LINE(1:7) = "SYSTEM,"
                   OR ROW-LINE(1:8) = "SIM_ITER"
                   OR ROW-LINE(1:7) = "TRLSYS,"
                   OR ROW-LINE(1:8) = "TRAILER,")
               PERFORM TALLY-ROW
           END-IF.
           GOBACK.

      * The trailer for what has been tallied so far, a line per
      * system with rows in system order and the closing line last.
       ENTRY "BUILD-EXPORT-TRAILER" USING EXPORT-KIND EXPORT-RUN-ID
               EXPORT-TRAILER.
           PERFORM FIND-KIND-SLOT.
           MOVE ZERO TO ET-LINES.
           MOVE ZERO TO SYSTEMS-WITH-ROWS.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 100
               IF TALLY-SYS-ROWS(SLOT, S) > 0
                   ADD 1 TO SYSTEMS-WITH-ROWS
                   ADD 1 TO ET-LINES
                   COMPUTE TSL-SYSTEM = S - 1
                   MOVE TALLY-SYS-ROWS(SLOT, S) TO TSL-ROWS
                   MOVE TRAILER-SYS-LINE TO ET-LINE(ET-LINES)
               END-IF
           END-PERFORM.
           MOVE EXPORT-RUN-ID TO TEL-RUN-ID.
           MOVE TALLY-ROWS(SLOT) TO TEL-ROWS.
           MOVE TALLY-HASH(SLOT) TO TEL-HASH.
           MOVE SYSTEMS-WITH-ROWS TO TEL-SYSTEMS.
           ADD 1 TO ET-LINES.
           MOVE TRAILER-END-LINE TO ET-LINE(ET-LINES).
           GOBACK.

      ******************************************************************
      * Reads the named export through and holds its rows against its
      * trailer. Rows after the trailer has begun, a trailer line out
      * of place or a figure that does not agree all fail the file.
      ******************************************************************
       ENTRY "CHECK-EXPORT-FILE" USING EXPORT-KIND EXPORT-NAME
               EXPORT-CHECK.
           MOVE EXPORT-KIND TO ROW-KIND.
           MOVE CHECK-SLOT TO SLOT.
           PERFORM CLEAR-SLOT.
           MOVE SPACES TO EC-RUN-ID.
           MOVE ZERO TO EC-ROWS.
           MOVE SPACES TO EC-TEXT.
           MOVE SPACES TO CHECK-FAULT.
           MOVE ZERO TO FT-SEEN.
           MOVE ZERO TO FT-ROWS.
           MOVE ZERO TO FT-HASH.
           MOVE ZERO TO FT-SYSTEMS.
           MOVE ZERO TO FT-SYS-LINES.
           MOVE 0 TO TRAILER-STARTED.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 100
               MOVE ZERO TO FT-SYS-ROWS(S)
               MOVE 0 TO FT-SYS-SEEN(S)
           END-PERFORM.

           MOVE EXPORT-NAME TO CHECK-NAME.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-STATUS NOT = "00"
               MOVE "NF" TO EC-RESULT
               STRING FUNCTION TRIM (EXPORT-NAME) DELIMITED BY SIZE
                      " CANNOT BE OPENED, FILE STATUS "
                          DELIMITED BY SIZE
                      EXPORT-STATUS DELIMITED BY SIZE
                   INTO EC-TEXT
               END-STRING
               GOBACK
           END-IF.

           PERFORM UNTIL EXPORT-STATUS = "10"
               READ EXPORT-FILE
                   AT END
                       MOVE "10" TO EXPORT-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE EXPORT-FILE.

           MOVE TALLY-ROWS(SLOT) TO EC-ROWS.
           IF CHECK-FAULT = SPACES AND FT-SEEN = 1
               PERFORM COMPARE-WITH-TRAILER
           END-IF.

           EVALUATE TRUE
               WHEN CHECK-FAULT NOT = SPACES
                   MOVE "BD" TO EC-RESULT
                   STRING FUNCTION TRIM (EXPORT-NAME) DELIMITED BY SIZE
                          " FAILS ITS TRAILER CHECK - "
                              DELIMITED BY SIZE
                          CHECK-FAULT DELIMITED BY SIZE
                       INTO EC-TEXT
                   END-STRING
               WHEN FT-SEEN = 0
                   MOVE "NT" TO EC-RESULT
                   STRING FUNCTION TRIM (EXPORT-NAME) DELIMITED BY SIZE
                          " HAS NO TRAILER - THE RUN DID NOT FINISH"
                              DELIMITED BY SIZE
                          " WRITING IT" DELIMITED BY SIZE
                       INTO EC-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "OK" TO EC-RESULT
                   MOVE TALLY-ROWS(SLOT) TO ROWS-EDIT
                   STRING FUNCTION TRIM (EXPORT-NAME) DELIMITED BY SIZE
                          " TRAILER AGREES, RUN " DELIMITED BY SIZE
                          EC-RUN-ID DELIMITED BY SIZE
                          ", ROWS " DELIMITED BY SIZE
                          FUNCTION TRIM (ROWS-EDIT) DELIMITED BY SIZE
                       INTO EC-TEXT
                   END-STRING
           END-EVALUATE.
           GOBACK.

       CHECK-ONE-LINE.
           MOVE EXPORT-RECORD TO ROW-LINE.
           EVALUATE TRUE
               WHEN CHECK-FAULT NOT = SPACES
                   CONTINUE
               WHEN FT-SEEN = 1
                   MOVE "LINES AFTER THE TRAILER" TO CHECK-FAULT
               WHEN ROW-LINE(1:7) = "TRLSYS,"
                   MOVE 1 TO TRAILER-STARTED
                   PERFORM TAKE-TRAILER-SYSTEM
               WHEN ROW-LINE(1:8) = "TRAILER,"
                   MOVE 1 TO TRAILER-STARTED
                   PERFORM TAKE-TRAILER-END
               WHEN ROW-LINE = SPACES
                   CONTINUE
               WHEN ROW-LINE(1:7) = "SYSTEM,"
               WHEN ROW-LINE(1:8) = "SIM_ITER"
                   IF TALLY-ROWS(SLOT) > 0 OR TRAILER-STARTED = 1
                       MOVE "HEADING IN THE MIDDLE OF THE ROWS"
                           TO CHECK-FAULT
                   END-IF
               WHEN TRAILER-STARTED = 1
                   MOVE "ROWS INSIDE THE TRAILER" TO CHECK-FAULT
               WHEN OTHER
                   PERFORM TALLY-ROW
           END-EVALUATE.

       TAKE-TRAILER-SYSTEM.
           MOVE SPACES TO TRAILER-SPLIT.
           UNSTRING ROW-LINE DELIMITED BY ","
               INTO TS-TAG TS-FIELD-1 TS-FIELD-2
           END-UNSTRING.
           IF TS-FIELD-1(1:2) NOT NUMERIC OR TS-FIELD-1(3:1) NOT = SPACE
              OR TS-FIELD-2(1:9) NOT NUMERIC
               MOVE "TRAILER SYSTEM LINE DAMAGED" TO CHECK-FAULT
           ELSE
               COMPUTE S = FUNCTION NUMVAL (TS-FIELD-1(1:2)) + 1
               IF FT-SYS-SEEN(S) = 1
                   MOVE "SYSTEM TWICE ON THE TRAILER" TO CHECK-FAULT
               ELSE
                   MOVE 1 TO FT-SYS-SEEN(S)
                   ADD 1 TO FT-SYS-LINES
                   MOVE TS-FIELD-2(1:9) TO FT-SYS-ROWS(S)
               END-IF
           END-IF.

       TAKE-TRAILER-END.
           MOVE SPACES TO TRAILER-SPLIT.
           UNSTRING ROW-LINE DELIMITED BY ","
               INTO TS-TAG TS-FIELD-1 TS-FIELD-2 TS-FIELD-3 TS-FIELD-4
           END-UNSTRING.
           IF TS-FIELD-2(1:9) NOT NUMERIC
              OR TS-FIELD-3(1:18) NOT NUMERIC
              OR TS-FIELD-4(1:3) NOT NUMERIC
               MOVE "TRAILER LINE DAMAGED" TO CHECK-FAULT
           ELSE
               MOVE 1 TO FT-SEEN
               MOVE TS-FIELD-1(1:14) TO EC-RUN-ID
               MOVE TS-FIELD-2(1:9)  TO FT-ROWS
               MOVE TS-FIELD-3(1:18) TO FT-HASH
               MOVE TS-FIELD-4(1:3)  TO FT-SYSTEMS
           END-IF.

       COMPARE-WITH-TRAILER.
           MOVE ZERO TO SYSTEMS-WITH-ROWS.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 100
               IF TALLY-SYS-ROWS(SLOT, S) > 0
                   ADD 1 TO SYSTEMS-WITH-ROWS
               END-IF
               IF TALLY-SYS-ROWS(SLOT, S) NOT = FT-SYS-ROWS(S)
                  AND CHECK-FAULT = SPACES
                   MOVE "A SYSTEM'S ROW COUNT DOES NOT AGREE"
                       TO CHECK-FAULT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FT-ROWS NOT = TALLY-ROWS(SLOT)
                   MOVE TALLY-ROWS(SLOT) TO ROWS-EDIT
                   MOVE FT-ROWS TO TRAILER-EDIT
                   MOVE SPACES TO CHECK-FAULT
                   STRING "ROWS " DELIMITED BY SIZE
                          FUNCTION TRIM (ROWS-EDIT) DELIMITED BY SIZE
                          ", TRAILER SAYS " DELIMITED BY SIZE
                          FUNCTION TRIM (TRAILER-EDIT)
                              DELIMITED BY SIZE
                       INTO CHECK-FAULT
                   END-STRING
               WHEN CHECK-FAULT NOT = SPACES
                   CONTINUE
               WHEN FT-HASH NOT = TALLY-HASH(SLOT)
                   MOVE "HASH TOTAL DOES NOT AGREE" TO CHECK-FAULT
               WHEN FT-SYSTEMS NOT = SYSTEMS-WITH-ROWS
                 OR FT-SYS-LINES NOT = SYSTEMS-WITH-ROWS
                   MOVE "SYSTEM COUNT DOES NOT AGREE" TO CHECK-FAULT
           END-EVALUATE.

       FIND-KIND-SLOT.
           EVALUATE EXPORT-KIND
               WHEN "E"
                   MOVE 2 TO SLOT
               WHEN "N"
                   MOVE 3 TO SLOT
               WHEN OTHER
                   MOVE 1 TO SLOT
           END-EVALUATE.

       CLEAR-SLOT.
           MOVE ZERO TO TALLY-ROWS(SLOT).
           MOVE ZERO TO TALLY-HASH(SLOT).
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 100
               MOVE ZERO TO TALLY-SYS-ROWS(SLOT, S)
           END-PERFORM.

      * The figures are the last columns of each shape of row, so a
      * TRAJECT row from before system numbers or planet names sums
      * the same columns as a current one.
       TALLY-ROW.
           MOVE SPACES TO PARSE-FIELDS.
           MOVE ZERO TO PARSE-COUNT.
           UNSTRING ROW-LINE DELIMITED BY ","
               INTO PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                    PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                    PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                    PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
                    PARSE-FIELD(13)
               TALLYING IN PARSE-COUNT
           END-UNSTRING.

           EVALUATE ROW-KIND
               WHEN "E"
                   MOVE 13 TO FEWEST-FIELDS
                   COMPUTE FIRST-FIGURE = PARSE-COUNT - 5
                   MOVE PARSE-COUNT TO LAST-FIGURE
               WHEN "N"
                   MOVE 5 TO FEWEST-FIELDS
                   COMPUTE FIRST-FIGURE = PARSE-COUNT - 2
                   MOVE PARSE-COUNT TO LAST-FIGURE
               WHEN OTHER
                   MOVE 8 TO FEWEST-FIELDS
                   COMPUTE FIRST-FIGURE = PARSE-COUNT - 5
                   COMPUTE LAST-FIGURE = PARSE-COUNT - 3
           END-EVALUATE.

      * A row too short for its kind still counts but adds nothing to
      * the hash; the reader's own parse is what refuses it.
           MOVE ZERO TO ROW-SUM.
           IF PARSE-COUNT NOT < FEWEST-FIELDS
               PERFORM VARYING F FROM FIRST-FIGURE BY 1
                       UNTIL F > LAST-FIGURE
                   IF FUNCTION TEST-NUMVAL (PARSE-FIELD(F)) = 0
                       COMPUTE FIGURE-VALUE =
                           FUNCTION NUMVAL (PARSE-FIELD(F))
                       ADD FUNCTION ABS (FIGURE-VALUE) TO ROW-SUM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO ROW-SYSTEM.
           IF (ROW-KIND NOT = "T" OR PARSE-COUNT > 9)
              AND PARSE-FIELD(1)(1:2) NUMERIC
               MOVE PARSE-FIELD(1)(1:2) TO ROW-SYSTEM
           END-IF.
           COMPUTE S = ROW-SYSTEM + 1.

           ADD 1 TO TALLY-ROWS(SLOT).
           ADD 1 TO TALLY-SYS-ROWS(SLOT, S).
           COMPUTE TALLY-HASH(SLOT) = FUNCTION MOD (TALLY-HASH(SLOT)
               + ROW-SUM, HASH-MODULUS).
