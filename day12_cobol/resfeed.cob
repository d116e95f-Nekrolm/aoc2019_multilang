      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResFeed.

      * Shared routines for the results interchange feed, called the
      * same way ExpTrail and RunIdent are. Day12 writes D12FEED and
      * Day10 writes D10FEED, one file per run, so the figures a run
      * produced can be loaded elsewhere without reading the print
      * reports or the history files, whose layouts are ours to
      * change. The record layouts below are the interface: they are
      * defined here and nowhere else, and the callers hand over the
      * figures, never the records.
      *
      * The writer's half: START-RESULTS-FEED begins a new feed with
      * its header, RESUME-RESULTS-FEED takes up the feed a restarted
      * run already began (status 35 back when there is none, and the
      * caller starts one), WRITE-FEED-PARM, WRITE-FEED-SYSTEM and
      * WRITE-FEED-BODY add records, COPY-FEED-RECORD adds a record
      * some other feed already holds, and END-RESULTS-FEED closes it
      * off with its trailer. Every call opens the file, writes and
      * closes it again, so whatever was written survives however the
      * run ends, and every call hands back the file status - "00"
      * when the record is on the file.
      *
      * The readers' half: CHECK-RESULTS-FEED reads a feed through
      * and holds it against its trailer, telling the caller whether
      * the file was missing, had no trailer, or failed the check.
      *
      * FORMAT VERSION 01
      *
      * One record per line, at most 200 characters. Every field is
      * at a fixed column and fixed width, with a comma between
      * fields; numbers are unsigned and zero-filled to their width.
      * Read by column - a body name may itself hold a comma. The
      * first three characters name the record type:
      *
      *   HDR  first record, once
      *        1-3 HDR, 5-6 format version, 8-15 source program
      *        (DAY12 or DAY10), 17-30 run identifier, 32-33 run
      *        generation, 35-53 run date and time as yyyy-mm-dd
      *        hh:mm:ss, 55-59 PLANETS master version (five digits,
      *        NONE unversioned or ALTRD altered since promoted)
      *   PRM  one per parameter in effect, after the header
      *        5-14 keyword as on D12PARM (Day10: ITERLIMIT and
      *        SYSTEM), 16-59 value as it would be keyed, 61-68 where
      *        it came from: D12CTL, D12PARM, D10CTL or DEFAULT
      *   SYS  one per system simulated to the end, in master order
      *        5-6 system, 8-10 bodies, 12-18 last iteration stepped,
      *        20-37 total energy, 39-58 X loop, 60-79 Y loop, 81-100
      *        Z loop, 102-121 answer loop (zero = no loop found),
      *        123 loops tracked Y/N, 125 close approaches watched
      *        Y/N, 127-135 close approaches, 137 closest approach
      *        found Y/N, 139-145 its iteration, 147-149 and 151-153
      *        its two bodies, 155-174 its separation, 176 energy
      *        watched Y/N, 178-184 energy samples, 186-190 energy
      *        drift warnings (samples past the warning level)
      *   BDY  one per body, right behind its system's SYS record
      *        5-6 system, 8-10 body, 12-23 name, 25-42 potential
      *        energy, 44-61 kinetic energy, 63-69 71-77 79-85 first
      *        iteration the body came home on X, Y and Z (zero =
      *        never), 87 return period state, 89-108 whole-body
      *        return period. The state is F found, N not found
      *        within the run, X past twenty digits, U not tracked
      *        by the source program; the period is zero unless F
      *   TRL  last record, once, only when the run finished
      *        5-18 run identifier, 20-28 records on the file
      *        counting the header and the trailer itself, 30-32 SYS
      *        records, 34-38 BDY records, 40-57 hash total: the sum
      *        of every SYS total energy and every BDY potential and
      *        kinetic energy, kept to its low eighteen digits
      *
      * A feed without its trailer belongs to a run that stopped
      * short or is still running, and is not to be loaded. The
      * format version changes only when a field moves, changes width
      * or changes meaning. New fields are only ever added after the
      * last field of a record, and new record types may appear;
      * readers ignore record types they do not know and anything
      * past the fields they know, and need not change for either.

       Environment division.
       Input-output section.
       File-control.
           select FEED-FILE assign using FILE-NAME
               organization is line sequential
               file status is FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           record contains 200 characters.
       01 FEED-FILE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01 FEED-FILE-STATUS PIC X(02) VALUE ZEROS.
       01 FILE-NAME        PIC X(20) VALUE SPACES.
       01 WRITER-NAME      PIC X(20) VALUE SPACES.

       78 FORMAT-VERSION VALUE 1.

      * Totals for the feed being written, and a second set for the
      * feed being checked, so a program can check one feed while it
      * writes another.
       01 WRITER-TOTALS.
           05 WT-RECORDS    PIC 9(09) VALUE ZERO.
           05 WT-SYSTEMS    PIC 9(03) VALUE ZERO.
           05 WT-BODIES     PIC 9(05) VALUE ZERO.
           05 WT-HASH       PIC 9(18) VALUE ZERO.
       01 CHECK-TOTALS.
           05 CT-RECORDS    PIC 9(09) VALUE ZERO.
           05 CT-SYSTEMS    PIC 9(03) VALUE ZERO.
           05 CT-BODIES     PIC 9(05) VALUE ZERO.
           05 CT-HASH       PIC 9(18) VALUE ZERO.
       01 RECORD-TOTALS.
           05 RT-RECORDS    PIC 9(09) VALUE ZERO.
           05 RT-SYSTEMS    PIC 9(03) VALUE ZERO.
           05 RT-BODIES     PIC 9(05) VALUE ZERO.
           05 RT-HASH       PIC 9(18) VALUE ZERO.
       01 HASH-SUM         PIC 9(20) VALUE ZERO.
       01 HASH-MODULUS     PIC 9(19) VALUE 1000000000000000000.

       01 HEADER-RECORD.
           05 HR-TYPE       PIC X(03) VALUE "HDR".
           05 FILLER        PIC X VALUE ",".
           05 HR-VERSION    PIC 9(02).
           05 FILLER        PIC X VALUE ",".
           05 HR-SOURCE     PIC X(08).
           05 FILLER        PIC X VALUE ",".
           05 HR-RUN-ID     PIC X(14).
           05 FILLER        PIC X VALUE ",".
           05 HR-GEN        PIC 9(02).
           05 FILLER        PIC X VALUE ",".
           05 HR-STAMP      PIC X(19).
           05 FILLER        PIC X VALUE ",".
           05 HR-MASTER     PIC X(05).

       01 PARM-RECORD.
           05 PR-TYPE       PIC X(03) VALUE "PRM".
           05 FILLER        PIC X VALUE ",".
           05 PR-KEYWORD    PIC X(10).
           05 FILLER        PIC X VALUE ",".
           05 PR-VALUE      PIC X(44).
           05 FILLER        PIC X VALUE ",".
           05 PR-SOURCE     PIC X(08).

       01 SYSTEM-RECORD.
           05 SR-TYPE       PIC X(03) VALUE "SYS".
           05 FILLER        PIC X VALUE ",".
           05 SR-SYSTEM     PIC 9(02).
           05 FILLER        PIC X VALUE ",".
           05 SR-BODIES     PIC 9(03).
           05 FILLER        PIC X VALUE ",".
           05 SR-LAST-ITER  PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 SR-TOTAL      PIC 9(18).
           05 FILLER        PIC X VALUE ",".
           05 SR-X-LOOP     PIC 9(20).
           05 FILLER        PIC X VALUE ",".
           05 SR-Y-LOOP     PIC 9(20).
           05 FILLER        PIC X VALUE ",".
           05 SR-Z-LOOP     PIC 9(20).
           05 FILLER        PIC X VALUE ",".
           05 SR-ANSWER     PIC 9(20).
           05 FILLER        PIC X VALUE ",".
           05 SR-LOOPS-TRACKED PIC X(01).
           05 FILLER        PIC X VALUE ",".
           05 SR-APPROACH-WATCHED PIC X(01).
           05 FILLER        PIC X VALUE ",".
           05 SR-APPROACHES PIC 9(09).
           05 FILLER        PIC X VALUE ",".
           05 SR-CLOSEST-FOUND PIC X(01).
           05 FILLER        PIC X VALUE ",".
           05 SR-CLOSEST-ITER PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 SR-CLOSEST-I  PIC 9(03).
           05 FILLER        PIC X VALUE ",".
           05 SR-CLOSEST-J  PIC 9(03).
           05 FILLER        PIC X VALUE ",".
           05 SR-CLOSEST-SEP PIC 9(20).
           05 FILLER        PIC X VALUE ",".
           05 SR-ENERGY-WATCHED PIC X(01).
           05 FILLER        PIC X VALUE ",".
           05 SR-SAMPLES    PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 SR-WARNINGS   PIC 9(05).

       01 BODY-RECORD.
           05 BR-TYPE       PIC X(03) VALUE "BDY".
           05 FILLER        PIC X VALUE ",".
           05 BR-SYSTEM     PIC 9(02).
           05 FILLER        PIC X VALUE ",".
           05 BR-BODY       PIC 9(03).
           05 FILLER        PIC X VALUE ",".
           05 BR-NAME       PIC X(12).
           05 FILLER        PIC X VALUE ",".
           05 BR-POTENTIAL  PIC 9(18).
           05 FILLER        PIC X VALUE ",".
           05 BR-KINETIC    PIC 9(18).
           05 FILLER        PIC X VALUE ",".
           05 BR-RET-X      PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 BR-RET-Y      PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 BR-RET-Z      PIC 9(07).
           05 FILLER        PIC X VALUE ",".
           05 BR-PERIOD-STATE PIC X(01).
           05 FILLER        PIC X VALUE ",".
           05 BR-PERIOD     PIC 9(20).

       01 TRAILER-RECORD.
           05 TR-TYPE       PIC X(03) VALUE "TRL".
           05 FILLER        PIC X VALUE ",".
           05 TR-RUN-ID     PIC X(14).
           05 FILLER        PIC X VALUE ",".
           05 TR-RECORDS    PIC 9(09).
           05 FILLER        PIC X VALUE ",".
           05 TR-SYSTEMS    PIC 9(03).
           05 FILLER        PIC X VALUE ",".
           05 TR-BODIES     PIC 9(05).
           05 FILLER        PIC X VALUE ",".
           05 TR-HASH       PIC 9(18).

      * The record on hand, looked at through whichever layout its
      * type names.
       01 FEED-WORK        PIC X(200) VALUE SPACES.
       01 FEED-WORK-HEADER REDEFINES FEED-WORK.
           05 FW-TYPE       PIC X(03).
           05 FILLER        PIC X.
           05 FW-VERSION    PIC X(02).
           05 FILLER        PIC X.
           05 FW-SOURCE     PIC X(08).
           05 FILLER        PIC X.
           05 FW-RUN-ID     PIC X(14).
           05 FILLER        PIC X(158).
       01 FEED-WORK-SYSTEM REDEFINES FEED-WORK.
           05 FILLER        PIC X(19).
           05 FWS-TOTAL     PIC 9(18).
           05 FILLER        PIC X(163).
       01 FEED-WORK-BODY REDEFINES FEED-WORK.
           05 FILLER        PIC X(24).
           05 FWB-POTENTIAL PIC 9(18).
           05 FILLER        PIC X.
           05 FWB-KINETIC   PIC 9(18).
           05 FILLER        PIC X(139).
       01 FEED-WORK-TRAILER REDEFINES FEED-WORK.
           05 FILLER        PIC X(04).
           05 FWT-RUN-ID    PIC X(14).
           05 FILLER        PIC X.
           05 FWT-RECORDS   PIC X(09).
           05 FILLER        PIC X.
           05 FWT-SYSTEMS   PIC X(03).
           05 FILLER        PIC X.
           05 FWT-BODIES    PIC X(05).
           05 FILLER        PIC X.
           05 FWT-HASH      PIC X(18).
           05 FILLER        PIC X(143).

      * What the checked feed's own header and trailer say.
       01 CHECK-HEADER-SEEN  PIC 9 VALUE 0.
       01 CHECK-HEADER-RUN   PIC X(14) VALUE SPACES.
       01 CHECK-TRAILER-SEEN PIC 9 VALUE 0.
       01 CHECK-FAULT        PIC X(40) VALUE SPACES.
       01 TRAILER-TOTALS.
           05 TT-RECORDS    PIC 9(09) VALUE ZERO.
           05 TT-SYSTEMS    PIC 9(03) VALUE ZERO.
           05 TT-BODIES     PIC 9(05) VALUE ZERO.
           05 TT-HASH       PIC 9(18) VALUE ZERO.
       01 RECORDS-EDIT       PIC Z(08)9.
       01 TRAILER-EDIT       PIC Z(08)9.

       LINKAGE SECTION.

       01 FEED-NAME        PIC X(20).
       01 FEED-STATUS      PIC X(02).
       01 FEED-RUN-ID      PIC X(14).
       01 FEED-LINE        PIC X(200).

       01 FEED-HEADER.
           05 FH-SOURCE     PIC X(08).
           05 FH-RUN-ID     PIC X(14).
           05 FH-GEN        PIC 9(02).
           05 FH-STAMP      PIC X(19).
           05 FH-MASTER     PIC X(05).

       01 FEED-PARM.
           05 FP-KEYWORD    PIC X(10).
           05 FP-VALUE      PIC X(44).
           05 FP-SOURCE     PIC X(08).

       01 FEED-SYSTEM.
           05 FS-SYSTEM     PIC 9(02).
           05 FS-BODIES     PIC 9(03).
           05 FS-LAST-ITER  PIC 9(07).
           05 FS-TOTAL      PIC 9(18).
           05 FS-X-LOOP     PIC 9(20).
           05 FS-Y-LOOP     PIC 9(20).
           05 FS-Z-LOOP     PIC 9(20).
           05 FS-ANSWER     PIC 9(20).
           05 FS-LOOPS-TRACKED PIC X(01).
           05 FS-APPROACH-WATCHED PIC X(01).
           05 FS-APPROACHES PIC 9(09).
           05 FS-CLOSEST-FOUND PIC X(01).
           05 FS-CLOSEST-ITER PIC 9(07).
           05 FS-CLOSEST-I  PIC 9(03).
           05 FS-CLOSEST-J  PIC 9(03).
           05 FS-CLOSEST-SEP PIC 9(20).
           05 FS-ENERGY-WATCHED PIC X(01).
           05 FS-SAMPLES    PIC 9(07).
           05 FS-WARNINGS   PIC 9(05).

       01 FEED-BODY.
           05 FB-SYSTEM     PIC 9(02).
           05 FB-BODY       PIC 9(03).
           05 FB-NAME       PIC X(12).
           05 FB-POTENTIAL  PIC 9(18).
           05 FB-KINETIC    PIC 9(18).
           05 FB-RET-X      PIC 9(07).
           05 FB-RET-Y      PIC 9(07).
           05 FB-RET-Z      PIC 9(07).
           05 FB-PERIOD-STATE PIC X(01).
           05 FB-PERIOD     PIC 9(20).

       01 FEED-CHECK.
           05 FC-RESULT     PIC X(02).
               88 FC-PASSED     VALUE "OK".
               88 FC-NOT-FOUND  VALUE "NF".
               88 FC-NO-TRAILER VALUE "NT".
               88 FC-FAILED     VALUE "BD".
           05 FC-RUN-ID     PIC X(14).
           05 FC-RECORDS    PIC 9(09).
           05 FC-TEXT       PIC X(80).

       PROCEDURE DIVISION.
           GOBACK.

       ENTRY "START-RESULTS-FEED" USING FEED-NAME FEED-HEADER
               FEED-STATUS.
           MOVE FEED-NAME TO WRITER-NAME.
           MOVE FEED-NAME TO FILE-NAME.
           INITIALIZE WRITER-TOTALS.
           OPEN OUTPUT FEED-FILE.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           IF FEED-FILE-STATUS = "00"
               MOVE FORMAT-VERSION TO HR-VERSION
               MOVE FH-SOURCE TO HR-SOURCE
               MOVE FH-RUN-ID TO HR-RUN-ID
               MOVE FH-GEN    TO HR-GEN
               MOVE FH-STAMP  TO HR-STAMP
               MOVE FH-MASTER TO HR-MASTER
               MOVE HEADER-RECORD TO FEED-WORK
               PERFORM WRITE-WORK-RECORD
               CLOSE FEED-FILE
           END-IF.
           GOBACK.

      * A restarted run's feed already holds the header, parameters
      * and the systems it finished before it stopped; they are
      * tallied so the trailer covers the whole file.
       ENTRY "RESUME-RESULTS-FEED" USING FEED-NAME FEED-STATUS.
           MOVE FEED-NAME TO WRITER-NAME.
           MOVE FEED-NAME TO FILE-NAME.
           INITIALIZE WRITER-TOTALS.
           OPEN INPUT FEED-FILE.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           IF FEED-FILE-STATUS = "00"
               PERFORM UNTIL FEED-FILE-STATUS = "10"
                   READ FEED-FILE INTO FEED-WORK
                       AT END
                           MOVE "10" TO FEED-FILE-STATUS
                       NOT AT END
                           MOVE WRITER-TOTALS TO RECORD-TOTALS
                           PERFORM TALLY-WORK-RECORD
                           MOVE RECORD-TOTALS TO WRITER-TOTALS
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF.
           GOBACK.

       ENTRY "WRITE-FEED-PARM" USING FEED-PARM FEED-STATUS.
           MOVE FP-KEYWORD TO PR-KEYWORD.
           MOVE FP-VALUE   TO PR-VALUE.
           MOVE FP-SOURCE  TO PR-SOURCE.
           MOVE PARM-RECORD TO FEED-WORK.
           PERFORM APPEND-WORK-RECORD.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           GOBACK.

       ENTRY "WRITE-FEED-SYSTEM" USING FEED-SYSTEM FEED-STATUS.
           MOVE FS-SYSTEM     TO SR-SYSTEM.
           MOVE FS-BODIES     TO SR-BODIES.
           MOVE FS-LAST-ITER  TO SR-LAST-ITER.
           MOVE FS-TOTAL      TO SR-TOTAL.
           MOVE FS-X-LOOP     TO SR-X-LOOP.
           MOVE FS-Y-LOOP     TO SR-Y-LOOP.
           MOVE FS-Z-LOOP     TO SR-Z-LOOP.
           MOVE FS-ANSWER     TO SR-ANSWER.
           MOVE FS-LOOPS-TRACKED    TO SR-LOOPS-TRACKED.
           MOVE FS-APPROACH-WATCHED TO SR-APPROACH-WATCHED.
           MOVE FS-APPROACHES TO SR-APPROACHES.
           MOVE FS-CLOSEST-FOUND TO SR-CLOSEST-FOUND.
           MOVE FS-CLOSEST-ITER  TO SR-CLOSEST-ITER.
           MOVE FS-CLOSEST-I     TO SR-CLOSEST-I.
           MOVE FS-CLOSEST-J     TO SR-CLOSEST-J.
           MOVE FS-CLOSEST-SEP   TO SR-CLOSEST-SEP.
           MOVE FS-ENERGY-WATCHED TO SR-ENERGY-WATCHED.
           MOVE FS-SAMPLES    TO SR-SAMPLES.
           MOVE FS-WARNINGS   TO SR-WARNINGS.
           MOVE SYSTEM-RECORD TO FEED-WORK.
           PERFORM APPEND-WORK-RECORD.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           GOBACK.

       ENTRY "WRITE-FEED-BODY" USING FEED-BODY FEED-STATUS.
           MOVE FB-SYSTEM     TO BR-SYSTEM.
           MOVE FB-BODY       TO BR-BODY.
           MOVE FB-NAME       TO BR-NAME.
           MOVE FB-POTENTIAL  TO BR-POTENTIAL.
           MOVE FB-KINETIC    TO BR-KINETIC.
           MOVE FB-RET-X      TO BR-RET-X.
           MOVE FB-RET-Y      TO BR-RET-Y.
           MOVE FB-RET-Z      TO BR-RET-Z.
           MOVE FB-PERIOD-STATE TO BR-PERIOD-STATE.
           MOVE FB-PERIOD     TO BR-PERIOD.
           MOVE BODY-RECORD TO FEED-WORK.
           PERFORM APPEND-WORK-RECORD.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           GOBACK.

      * For a program putting together one feed out of others: the
      * record is written exactly as it stands and tallied like any
      * other. A header is written by START-RESULTS-FEED and a
      * trailer by END-RESULTS-FEED, never copied.
       ENTRY "COPY-FEED-RECORD" USING FEED-LINE FEED-STATUS.
           MOVE FEED-LINE TO FEED-WORK.
           PERFORM APPEND-WORK-RECORD.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           GOBACK.

       ENTRY "END-RESULTS-FEED" USING FEED-RUN-ID FEED-STATUS.
           MOVE FEED-RUN-ID TO TR-RUN-ID.
           COMPUTE TR-RECORDS = WT-RECORDS + 1.
           MOVE WT-SYSTEMS TO TR-SYSTEMS.
           MOVE WT-BODIES  TO TR-BODIES.
           MOVE WT-HASH    TO TR-HASH.
           MOVE TRAILER-RECORD TO FEED-WORK.
           PERFORM APPEND-WORK-RECORD.
           MOVE FEED-FILE-STATUS TO FEED-STATUS.
           GOBACK.

      ******************************************************************
      * Reads the named feed through and holds it against its trailer.
      * A feed must open with its header and end with its trailer,
      * carry the same run on both, and agree with the trailer's
      * counts and hash total.
      ******************************************************************
       ENTRY "CHECK-RESULTS-FEED" USING FEED-NAME FEED-CHECK.
           INITIALIZE CHECK-TOTALS.
           MOVE SPACES TO FC-RUN-ID.
           MOVE ZERO TO FC-RECORDS.
           MOVE SPACES TO FC-TEXT.
           MOVE SPACES TO CHECK-FAULT.
           MOVE 0 TO CHECK-HEADER-SEEN.
           MOVE SPACES TO CHECK-HEADER-RUN.
           MOVE 0 TO CHECK-TRAILER-SEEN.
           INITIALIZE TRAILER-TOTALS.

           MOVE FEED-NAME TO FILE-NAME.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS NOT = "00"
               MOVE "NF" TO FC-RESULT
               STRING FUNCTION TRIM (FEED-NAME) DELIMITED BY SIZE
                      " CANNOT BE OPENED, FILE STATUS "
                          DELIMITED BY SIZE
                      FEED-FILE-STATUS DELIMITED BY SIZE
                   INTO FC-TEXT
               END-STRING
               GOBACK
           END-IF.

           PERFORM UNTIL FEED-FILE-STATUS = "10"
               READ FEED-FILE INTO FEED-WORK
                   AT END
                       MOVE "10" TO FEED-FILE-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

           MOVE CT-RECORDS TO FC-RECORDS.
           IF CHECK-FAULT = SPACES AND CHECK-HEADER-SEEN = 0
               MOVE "NO HEADER RECORD" TO CHECK-FAULT
           END-IF.
           IF CHECK-FAULT = SPACES AND CHECK-TRAILER-SEEN = 1
               PERFORM COMPARE-WITH-TRAILER
           END-IF.

           EVALUATE TRUE
               WHEN CHECK-FAULT NOT = SPACES
                   MOVE "BD" TO FC-RESULT
                   STRING FUNCTION TRIM (FEED-NAME) DELIMITED BY SIZE
                          " FAILS ITS TRAILER CHECK - "
                              DELIMITED BY SIZE
                          CHECK-FAULT DELIMITED BY SIZE
                       INTO FC-TEXT
                   END-STRING
               WHEN CHECK-TRAILER-SEEN = 0
                   MOVE "NT" TO FC-RESULT
                   STRING FUNCTION TRIM (FEED-NAME) DELIMITED BY SIZE
                          " HAS NO TRAILER - THE RUN DID NOT FINISH"
                              DELIMITED BY SIZE
                          " WRITING IT" DELIMITED BY SIZE
                       INTO FC-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "OK" TO FC-RESULT
                   MOVE CT-RECORDS TO RECORDS-EDIT
                   STRING FUNCTION TRIM (FEED-NAME) DELIMITED BY SIZE
                          " TRAILER AGREES, RUN " DELIMITED BY SIZE
                          FC-RUN-ID DELIMITED BY SIZE
                          ", RECORDS " DELIMITED BY SIZE
                          FUNCTION TRIM (RECORDS-EDIT)
                              DELIMITED BY SIZE
                       INTO FC-TEXT
                   END-STRING
           END-EVALUATE.
           GOBACK.

       CHECK-ONE-RECORD.
           EVALUATE TRUE
               WHEN CHECK-FAULT NOT = SPACES
                   CONTINUE
               WHEN CHECK-TRAILER-SEEN = 1
                   MOVE "RECORDS AFTER THE TRAILER" TO CHECK-FAULT
               WHEN FW-TYPE = "HDR"
                   IF CT-RECORDS > 0
                       MOVE "HEADER IN THE MIDDLE OF THE FEED"
                           TO CHECK-FAULT
                   ELSE
                       IF FW-VERSION NOT NUMERIC
                           MOVE "HEADER RECORD DAMAGED" TO CHECK-FAULT
                       ELSE
                           MOVE 1 TO CHECK-HEADER-SEEN
                           MOVE FW-RUN-ID TO CHECK-HEADER-RUN
                       END-IF
                   END-IF
               WHEN CT-RECORDS = 0
                   MOVE "FIRST RECORD IS NOT THE HEADER" TO CHECK-FAULT
               WHEN FW-TYPE = "TRL"
                   PERFORM TAKE-TRAILER-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CHECK-FAULT = SPACES AND CHECK-TRAILER-SEEN = 0
               MOVE CHECK-TOTALS TO RECORD-TOTALS
               PERFORM TALLY-WORK-RECORD
               MOVE RECORD-TOTALS TO CHECK-TOTALS
           END-IF.

       TAKE-TRAILER-RECORD.
           IF FWT-RECORDS NOT NUMERIC OR FWT-SYSTEMS NOT NUMERIC
              OR FWT-BODIES NOT NUMERIC OR FWT-HASH NOT NUMERIC
               MOVE "TRAILER RECORD DAMAGED" TO CHECK-FAULT
           ELSE
               MOVE 1 TO CHECK-TRAILER-SEEN
               MOVE FWT-RUN-ID  TO FC-RUN-ID
               MOVE FWT-RECORDS TO TT-RECORDS
               MOVE FWT-SYSTEMS TO TT-SYSTEMS
               MOVE FWT-BODIES  TO TT-BODIES
               MOVE FWT-HASH    TO TT-HASH
               ADD 1 TO CT-RECORDS
           END-IF.

       COMPARE-WITH-TRAILER.
           EVALUATE TRUE
               WHEN TT-RECORDS NOT = CT-RECORDS
                   MOVE CT-RECORDS TO RECORDS-EDIT
                   MOVE TT-RECORDS TO TRAILER-EDIT
                   STRING "RECORDS " DELIMITED BY SIZE
                          FUNCTION TRIM (RECORDS-EDIT) DELIMITED BY SIZE
                          ", TRAILER SAYS " DELIMITED BY SIZE
                          FUNCTION TRIM (TRAILER-EDIT)
                              DELIMITED BY SIZE
                       INTO CHECK-FAULT
                   END-STRING
               WHEN FC-RUN-ID NOT = CHECK-HEADER-RUN
                   MOVE "HEADER AND TRAILER NAME DIFFERENT RUNS"
                       TO CHECK-FAULT
               WHEN TT-SYSTEMS NOT = CT-SYSTEMS
                   MOVE "SYSTEM COUNT DOES NOT AGREE" TO CHECK-FAULT
               WHEN TT-BODIES NOT = CT-BODIES
                   MOVE "BODY COUNT DOES NOT AGREE" TO CHECK-FAULT
               WHEN TT-HASH NOT = CT-HASH
                   MOVE "HASH TOTAL DOES NOT AGREE" TO CHECK-FAULT
           END-EVALUATE.

      * Every record counts; SYS and BDY records add to their own
      * counts and their energies to the hash total. A figure that is
      * not a number adds nothing, so the hash will not agree.
       TALLY-WORK-RECORD.
           ADD 1 TO RT-RECORDS.
           MOVE ZERO TO HASH-SUM.
           EVALUATE FW-TYPE
               WHEN "SYS"
                   ADD 1 TO RT-SYSTEMS
                   IF FWS-TOTAL NUMERIC
                       MOVE FWS-TOTAL TO HASH-SUM
                   END-IF
               WHEN "BDY"
                   ADD 1 TO RT-BODIES
                   IF FWB-POTENTIAL NUMERIC AND FWB-KINETIC NUMERIC
                       COMPUTE HASH-SUM = FWB-POTENTIAL + FWB-KINETIC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE RT-HASH = FUNCTION MOD (RT-HASH + HASH-SUM,
               HASH-MODULUS).

      * Only records that reached the file are tallied.
       APPEND-WORK-RECORD.
           MOVE WRITER-NAME TO FILE-NAME.
           OPEN EXTEND FEED-FILE.
           IF FEED-FILE-STATUS = "00"
               PERFORM WRITE-WORK-RECORD
               CLOSE FEED-FILE
           END-IF.

       WRITE-WORK-RECORD.
           MOVE FEED-WORK TO FEED-FILE-RECORD.
           WRITE FEED-FILE-RECORD.
           MOVE WRITER-TOTALS TO RECORD-TOTALS.
           PERFORM TALLY-WORK-RECORD.
           MOVE RECORD-TOTALS TO WRITER-TOTALS.
