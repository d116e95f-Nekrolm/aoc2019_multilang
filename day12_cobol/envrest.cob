      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnvRest.

      * Puts back a backup set taken by EnvSave, the whole set or
      * only the files named. Nothing is put back until the set has
      * been proved: the MANIFEST must be whole and name the set it
      * sits in, and every file to be restored must read back with
      * exactly the record count and hash total the manifest holds
      * for it. One failure and the job ends with return code 8 and
      * every live file as it was. A file the manifest records as
      * ABSENT is removed from the live side, so a restored set never
      * keeps a checkpoint the point in time it came from did not
      * have. Each file is counted again once it is back, and RUNXREF
      * is left exactly as the set held it - a restore is not a run.
      *
      * Files travel in their groups: naming PLANETS, PLANVER,
      * PLANHIST, PLMPEND or PLMQHIST restores all five, since the
      * master is only recognised as a version while its stamp and
      * history agree with it and its queued changes were checked
      * against it; D12HIST, SCENHIST and D12PERF each come back
      * with their summary and every monthly archive of theirs, as
      * HistArc moves lines between the three; D12GOLD comes back
      * with GLDHIST; naming CHECKPNT restores the single-stream and
      * every stream's checkpoint together.
      *
      * A set holds the archives it found, and a live archive of a
      * month it does not hold - one HistArc made after the set was
      * taken - counts as ABSENT from it and is removed with its
      * group, since the restored series still holds its lines.
      *
      * ENVRCTL cards, KEYWORD=VALUE, blank or * lines are remarks:
      *     SET=ENVyyyymmdd-hhmmss  the set to restore (required), or
      *     SET=LATEST              the last set on the ENVCAT catalog
      *     FILE=name               restore this file's group; repeat
      *                             (an archive, D12HIST.A202401 say,
      *                             names its series' group)
      *                             for more, omit for the whole set
      *     MODE=VERIFY             prove the set, put nothing back
      *     ALLOWRUNNING=YES        restore although D12STAT still
      *                             says RUNNING after a dead job
      *
      * Return code 0 when the set proved and was restored (or
      * verified), 8 when a card was bad or the set failed its
      * proof and nothing was touched, 16 when the set cannot be
      * found or a restored file does not count back right.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "ENVRCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select STAT-FILE assign using STAT-NAME
               organization is line sequential
               file status is STAT-STATUS.

           select COPY-IN assign using COPY-IN-NAME
               organization is line sequential
               file status is COPY-IN-STATUS.

           select COPY-OUT assign using COPY-OUT-NAME
               organization is line sequential
               file status is COPY-OUT-STATUS.

           select SUMMARY-IN assign using SUMMARY-NAME
               organization is line sequential
               file status is SUMMARY-STATUS.

           select MANIFEST-FILE assign using MANIFEST-NAME
               organization is line sequential
               file status is MANIFEST-STATUS.

           select CATALOG-FILE assign to "ENVCAT"
               organization is line sequential
               file status is CATALOG-STATUS.

           select RESTORE-LIST assign to "ENVRLIST"
               organization is line sequential
               file status is LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

       FD  STAT-FILE
           record contains 120 characters.
       01 STAT-RECORD.
           05 ST-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 ST-STATE    PIC X(09).
           05 FILLER      PIC X(96).

       FD  COPY-IN
           record contains 16000 characters.
       01 COPY-IN-RECORD PIC X(16000).

       FD  COPY-OUT
           record contains 16000 characters.
       01 COPY-OUT-RECORD PIC X(16000).

      * The month roll-ups HistArc keeps, read for the months the
      * live archives cover.
       FD  SUMMARY-IN
           record contains 240 characters.
       01 SUMMARY-RECORD.
           05 SUM-MONTH   PIC X(07).
           05 FILLER      PIC X(233).

      * EnvSave's manifest: a heading line, one line per file in
      * EnvSave's table order, and an end line.
       FD  MANIFEST-FILE
           record contains 80 characters.
       01 MANIFEST-RECORD.
           05 MR-TAG      PIC X(08).
           05 MR-REST     PIC X(72).
       01 MANIFEST-HEAD-RECORD.
           05 FILLER      PIC X(08).
           05 MH-SET      PIC X(18).
           05 FILLER      PIC X(07).
           05 MH-DATE     PIC X(19).
           05 FILLER      PIC X(07).
           05 MH-FILES    PIC X(03).
       01 MANIFEST-FILE-RECORD.
           05 FILLER      PIC X(08).
           05 MF-NAME     PIC X(16).
           05 FILLER      PIC X.
           05 MF-STATE    PIC X(07).
           05 FILLER      PIC X(09).
           05 MF-RECORDS  PIC X(09).
           05 FILLER      PIC X(06).
           05 MF-HASH     PIC X(18).
       01 MANIFEST-END-RECORD.
           05 FILLER      PIC X(08).
           05 ME-SET      PIC X(18).
           05 FILLER      PIC X(07).
           05 ME-FILES    PIC X(03).
           05 FILLER      PIC X(09).
           05 ME-RECORDS  PIC X(09).

       FD  CATALOG-FILE
           record contains 80 characters.
       01 CATALOG-RECORD.
           05 CR-SET      PIC X(18).
           05 FILLER      PIC X(62).

       FD  RESTORE-LIST
           record contains 132 characters.
       01 LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS  PIC X(02) VALUE ZEROS.
       01 STAT-STATUS     PIC X(02) VALUE ZEROS.
       01 COPY-IN-STATUS  PIC X(02) VALUE ZEROS.
       01 COPY-OUT-STATUS PIC X(02) VALUE ZEROS.
       01 SUMMARY-STATUS  PIC X(02) VALUE ZEROS.
       01 MANIFEST-STATUS PIC X(02) VALUE ZEROS.
       01 CATALOG-STATUS  PIC X(02) VALUE ZEROS.
       01 LIST-STATUS     PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "ENVREST".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
               10 RUN-MONTH PIC 9(02).
               10 RUN-DAY   PIC 9(02).
           05 RUN-TIME.
               10 RUN-HOUR  PIC 9(02).
               10 RUN-MIN   PIC 9(02).
               10 RUN-SEC   PIC 9(02).
               10 FILLER    PIC 9(02).

       01 RUN-DATE-DISPLAY.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 RD-YEAR     PIC 9(04).
           05 FILLER      PIC X VALUE "-".
           05 RD-MONTH    PIC 9(02).
           05 FILLER      PIC X VALUE "-".
           05 RD-DAY      PIC 9(02).
           05 FILLER      PIC X VALUE SPACE.
           05 RD-HOUR     PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 RD-MIN      PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 RD-SEC      PIC 9(02).

      * EnvSave's table of the files every set holds, with their
      * groups.
       78 FIXED-FILES VALUE 64.
       01 FIXED-FILE-VALUES.
           05 FILLER PIC X(20) VALUE "PLANETS     MASTER  ".
           05 FILLER PIC X(20) VALUE "PLANVER     MASTER  ".
           05 FILLER PIC X(20) VALUE "PLANHIST    MASTER  ".
           05 FILLER PIC X(20) VALUE "D12HIST     D12HIST ".
           05 FILLER PIC X(20) VALUE "SCENHIST    SCENHIST".
           05 FILLER PIC X(20) VALUE "RUNXREF     RUNXREF ".
           05 FILLER PIC X(20) VALUE "GENSEQ      GENSEQ  ".
           05 FILLER PIC X(20) VALUE "D12PERF     D12PERF ".
           05 FILLER PIC X(20) VALUE "CHECKPNT    CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P1 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P2 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P3 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P4 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P5 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P6 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P7 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P8 CHECKPNT".
           05 FILLER PIC X(20) VALUE "CHECKPNT.P9 CHECKPNT".
           05 FILLER PIC X(20) VALUE "PLMPEND     MASTER  ".
           05 FILLER PIC X(20) VALUE "PLMQHIST    MASTER  ".
           05 FILLER PIC X(20) VALUE "D12GOLD     GOLD    ".
           05 FILLER PIC X(20) VALUE "GLDHIST     GOLD    ".
           05 FILLER PIC X(20) VALUE "D12HSUM     D12HIST ".
           05 FILLER PIC X(20) VALUE "SCENHSUM    SCENHIST".
           05 FILLER PIC X(20) VALUE "D12PSUM     D12PERF ".
           05 FILLER PIC X(20) VALUE "D10PERF     D10PERF ".
           05 FILLER PIC X(20) VALUE "COSTCTR     COSTCTR ".
           05 FILLER PIC X(20) VALUE "D12PART     CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P1  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P2  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P3  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P4  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P5  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P6  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P7  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P8  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12HIST.P9  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P1  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P2  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P3  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P4  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P5  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P6  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P7  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P8  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12PERF.P9  CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P1 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P2 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P3 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P4 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P5 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P6 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P7 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P8 CHECKPNT".
           05 FILLER PIC X(20) VALUE "SCENHIST.P9 CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P1  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P2  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P3  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P4  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P5  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P6  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P7  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P8  CHECKPNT".
           05 FILLER PIC X(20) VALUE "D12STAT.P9  CHECKPNT".
       01 FIXED-FILE-TABLE REDEFINES FIXED-FILE-VALUES.
           05 FIXED-FILE-ENTRY OCCURS FIXED-FILES TIMES.
               10 FX-NAME  PIC X(12).
               10 FX-GROUP PIC X(08).

      * The series HistArc archives, each with its summary; a
      * series' name is its group's.
       78 SERIES-COUNT VALUE 3.
       01 SERIES-VALUES.
           05 FILLER PIC X(16) VALUE "D12HIST D12HSUM ".
           05 FILLER PIC X(16) VALUE "SCENHISTSCENHSUM".
           05 FILLER PIC X(16) VALUE "D12PERF D12PSUM ".
       01 SERIES-TABLE REDEFINES SERIES-VALUES.
           05 SERIES-ENTRY OCCURS SERIES-COUNT TIMES.
               10 SR-NAME    PIC X(08).
               10 SR-SUMMARY PIC X(08).
       01 S               PIC 9(01) VALUE ZERO.

      * The set being restored: the fixed files, the archives its
      * manifest holds, then the live archives it does not.
       78 MAX-SET-FILES VALUE 400.
       01 SET-FILES       PIC 9(03) VALUE ZERO.
       01 SET-FILE-TABLE.
           05 SET-FILE-ENTRY OCCURS MAX-SET-FILES TIMES.
               10 SF-NAME  PIC X(16).
               10 SF-GROUP PIC X(08).

       01 FILE-SELECT-TABLE.
           05 FILE-SELECTED PIC 9 OCCURS MAX-SET-FILES TIMES VALUE 0.
       01 FILE-STATE-TABLE.
           05 FILE-STATE    PIC X(07) OCCURS MAX-SET-FILES TIMES.
       01 FILE-COUNT-TABLE.
           05 FILE-RECORDS  PIC 9(09) OCCURS MAX-SET-FILES TIMES.
       01 FILE-HASH-TABLE.
           05 FILE-HASH     PIC 9(18) OCCURS MAX-SET-FILES TIMES.
       01 FILE-ACTION-TABLE.
           05 FILE-ACTION   PIC X(30) OCCURS MAX-SET-FILES TIMES.

      * An archive's name split into its series and month.
       01 ARCHIVE-NAME    PIC X(16) VALUE SPACES.
       01 ARCHIVE-SERIES  PIC X(16) VALUE SPACES.
       01 ARCHIVE-MONTH-TX PIC X(16) VALUE SPACES.
       01 ARCHIVE-GROUP   PIC X(08) VALUE SPACES.
       01 ARCHIVE-HELD    PIC 9 VALUE 0.

       01 F               PIC 9(03) VALUE ZERO.
       01 G               PIC 9(03) VALUE ZERO.
       01 P               PIC 9(05) VALUE ZERO.
       01 STREAM-NO       PIC 9(01) VALUE ZERO.

       01 CTL-KEYWORD     PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX    PIC X(60) VALUE SPACES.
       01 CTL-ERROR       PIC 9 VALUE 0.
           88 CONTROL-BAD VALUE 1.
       01 ALLOW-RUNNING   PIC 9 VALUE 0.
           88 RUNNING-ALLOWED VALUE 1.
       01 RUNNING-FOUND   PIC 9 VALUE 0.
       01 VERIFY-FLAG     PIC 9 VALUE 0.
           88 VERIFY-ONLY VALUE 1.
       01 FILE-CARDS      PIC 9(03) VALUE ZERO.
       01 GROUP-FOUND     PIC 9 VALUE 0.

       01 SET-ID          PIC X(18) VALUE SPACES.
       01 SET-DATE        PIC X(19) VALUE SPACES.
       01 DIR-RESULT      PIC S9(09) BINARY VALUE ZERO.

       01 STAT-NAME       PIC X(20) VALUE SPACES.
       01 COPY-IN-NAME    PIC X(40) VALUE SPACES.
       01 COPY-OUT-NAME   PIC X(40) VALUE SPACES.
       01 MANIFEST-NAME   PIC X(40) VALUE SPACES.
       01 SUMMARY-NAME    PIC X(20) VALUE SPACES.
       01 LIVE-NAME       PIC X(40) VALUE SPACES.

       01 MANIFEST-LINES  PIC 9(03) VALUE ZERO.
       01 MANIFEST-ERROR  PIC X(40) VALUE SPACES.
       01 MANIFEST-ENDED  PIC 9 VALUE 0.
       01 MANIFEST-TOTAL  PIC 9(09) VALUE ZERO.
       01 MANIFEST-FILES  PIC 9(03) VALUE ZERO.

       01 TALLY-RECORDS   PIC 9(09) VALUE ZERO.
       01 TALLY-HASH      PIC 9(18) VALUE ZERO.
       01 RECORD-SUM      PIC 9(18) VALUE ZERO.
       01 RECORD-LENGTH   PIC 9(05) VALUE ZERO.
       01 TRAILING-SPACES PIC 9(05) VALUE ZERO.
       01 RECORD-TOO-LONG PIC 9 VALUE 0.
       01 HASH-MODULUS    PIC 9(19) VALUE 1000000000000000000.

       01 FILES-FAILED    PIC 9(03) VALUE ZERO.
       01 FILES-RESTORED  PIC 9(03) VALUE ZERO.
       01 FILES-REMOVED   PIC 9(03) VALUE ZERO.
       01 FILES-VERIFIED  PIC 9(03) VALUE ZERO.

       01 LIST-SET-LINE.
           05 FILLER      PIC X(11) VALUE "BACKUP SET ".
           05 LSL-SET     PIC X(18).
           05 FILLER      PIC X(07) VALUE " TAKEN ".
           05 LSL-DATE    PIC X(19).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LSL-MODE    PIC X(30).

       01 LIST-FILE-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LFL-NAME    PIC X(16).
           05 FILLER      PIC X VALUE SPACE.
           05 LFL-STATE   PIC X(07).
           05 FILLER      PIC X(10) VALUE "  RECORDS ".
           05 LFL-RECORDS PIC Z(08)9.
           05 FILLER      PIC X(07) VALUE "  HASH ".
           05 LFL-HASH    PIC 9(18).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LFL-ACTION  PIC X(30).

       01 LIST-FAIL-LINE.
           05 FILLER      PIC X(16) VALUE "      READ BACK ".
           05 LXL-RECORDS PIC Z(08)9.
           05 FILLER      PIC X(07) VALUE "  HASH ".
           05 LXL-HASH    PIC 9(18).

       01 LIST-TOTAL-LINE.
           05 LTL-WHAT    PIC X(17).
           05 LTL-COUNT   PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-LISTING.

           PERFORM BUILD-FIXED-TABLE.

           PERFORM READ-CONTROL-DECK.

           PERFORM FIND-SET.

           PERFORM READ-MANIFEST.

           PERFORM FIND-LIVE-ARCHIVES.

           PERFORM SELECT-ARCHIVE-FILES.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
               PERFORM PROVE-SET-FILE
           END-PERFORM.

           IF FILES-FAILED > 0
               MOVE SPACES TO LIST-LINE
               WRITE LIST-LINE
               MOVE "SET FAILED ITS PROOF - NOTHING RESTORED"
                   TO LIST-LINE
               WRITE LIST-LINE
               CLOSE RESTORE-LIST
               MOVE "ENR003E" TO MSG-ID
               STRING FILES-FAILED " FILES FAIL THE MANIFEST - NOTHING"
                      " RESTORED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT VERIFY-ONLY
               PERFORM CHECK-NO-RUN-ACTIVE
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
                   PERFORM RESTORE-SET-FILE
               END-PERFORM
           END-IF.

           PERFORM WRITE-RESTORE-LISTING.

           IF VERIFY-ONLY
               MOVE "ENR001I" TO MSG-ID
               STRING "SET " SET-ID " VERIFIED, " FILES-VERIFIED
                      " FILES PROVED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
           ELSE
               MOVE "ENR002I" TO MSG-ID
               STRING "SET " SET-ID " RESTORED, " FILES-RESTORED
                      " FILES PUT BACK, " FILES-REMOVED " REMOVED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
           END-IF.
           PERFORM ISSUE-MESSAGE.
           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-LISTING.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           OPEN OUTPUT RESTORE-LIST.
           IF LIST-STATUS NOT = "00"
               MOVE "ENR010S" TO MSG-ID
               STRING "UNABLE TO OPEN ENVRLIST, FILE STATUS "
                      LIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PERSISTENT FILE RESTORE" TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE RUN-DATE-DISPLAY TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

       BUILD-FIXED-TABLE.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FIXED-FILES
               MOVE FX-NAME(F)  TO SF-NAME(F)
               MOVE FX-GROUP(F) TO SF-GROUP(F)
           END-PERFORM.
           MOVE FIXED-FILES TO SET-FILES.

      * The deck is read whole before anything is looked at; a bad
      * card ends the job with nothing restored.
       READ-CONTROL-DECK.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS NOT = "00"
               MOVE "ENR011E" TO MSG-ID
               MOVE "NO ENVRCTL - NOTHING RESTORED" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "NO ENVRCTL - NOTHING RESTORED" TO LIST-LINE
               PERFORM STOP-RESTORE
           END-IF.
           PERFORM UNTIL CONTROL-STATUS = "10"
               READ CONTROL-CARD
                   AT END
                       MOVE "10" TO CONTROL-STATUS
                   NOT AT END
                       PERFORM TAKE-CONTROL-CARD
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD.

           IF SET-ID = SPACES
               MOVE "ENR012E" TO MSG-ID
               MOVE "SET= IS REQUIRED" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

           IF FILE-CARDS = 0
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > FIXED-FILES
                   MOVE 1 TO FILE-SELECTED(F)
               END-PERFORM
           END-IF.

           IF CONTROL-BAD
               MOVE "ENVRCTL IN ERROR - NOTHING RESTORED" TO LIST-LINE
               WRITE LIST-LINE
               CLOSE RESTORE-LIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-CONTROL-CARD.
           IF CONTROL-RECORD = SPACES OR CONTROL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-VALUE-TX
               UNSTRING CONTROL-RECORD DELIMITED BY "="
                   INTO CTL-KEYWORD CTL-VALUE-TX
               END-UNSTRING
               MOVE FUNCTION TRIM (CTL-VALUE-TX) TO CTL-VALUE-TX
               PERFORM TAKE-CONTROL-KEYWORD
           END-IF.

       TAKE-CONTROL-KEYWORD.
           EVALUATE CTL-KEYWORD
               WHEN "SET"
                   IF SET-ID NOT = SPACES
                       MOVE "ENR013E" TO MSG-ID
                       MOVE "SET= GIVEN TWICE" TO MSG-TEXT
                       PERFORM ISSUE-MESSAGE
                       MOVE 1 TO CTL-ERROR
                   END-IF
                   MOVE CTL-VALUE-TX TO SET-ID
               WHEN "FILE"
                   ADD 1 TO FILE-CARDS
                   PERFORM SELECT-FILE-GROUP
               WHEN "MODE"
                   IF CTL-VALUE-TX = "VERIFY"
                       MOVE 1 TO VERIFY-FLAG
                   ELSE
                       IF CTL-VALUE-TX NOT = "RESTORE"
                           MOVE "ENR014E" TO MSG-ID
                           MOVE "MODE MUST BE VERIFY OR RESTORE"
                               TO MSG-TEXT
                           PERFORM ISSUE-MESSAGE
                           MOVE 1 TO CTL-ERROR
                       END-IF
                   END-IF
               WHEN "ALLOWRUNNING"
                   IF CTL-VALUE-TX = "YES"
                       MOVE 1 TO ALLOW-RUNNING
                   ELSE
                       IF CTL-VALUE-TX NOT = "NO"
                           MOVE "ENR015E" TO MSG-ID
                           MOVE "ALLOWRUNNING MUST BE YES OR NO"
                               TO MSG-TEXT
                           PERFORM ISSUE-MESSAGE
                           MOVE 1 TO CTL-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ENR016E" TO MSG-ID
                   STRING "UNKNOWN ENVRCTL KEYWORD " CTL-KEYWORD
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 1 TO CTL-ERROR
           END-EVALUATE.

      * FILE=ALL is the whole set; any file in the table brings its
      * whole group with it, and an archive brings its series'. The
      * fixed files are marked here and the archives follow their
      * groups once the manifest has named them.
       SELECT-FILE-GROUP.
           MOVE 0 TO GROUP-FOUND.
           MOVE CTL-VALUE-TX TO ARCHIVE-NAME.
           PERFORM SPLIT-ARCHIVE-NAME.
           IF ARCHIVE-GROUP NOT = SPACES
               MOVE ARCHIVE-GROUP TO CTL-VALUE-TX
           END-IF.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > FIXED-FILES
               IF SF-NAME(G) = CTL-VALUE-TX OR CTL-VALUE-TX = "ALL"
                   MOVE 1 TO GROUP-FOUND
                   PERFORM VARYING F FROM 1 BY 1 UNTIL F > FIXED-FILES
                       IF SF-GROUP(F) = SF-GROUP(G)
                           MOVE 1 TO FILE-SELECTED(F)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF GROUP-FOUND = 0
               MOVE "ENR017E" TO MSG-ID
               STRING CTL-VALUE-TX DELIMITED BY SPACE
                      " IS NOT A FILE IN A BACKUP SET"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

      * An archive is <series>.A<yyyymm>; ARCHIVE-GROUP is left
      * blank for any other name.
       SPLIT-ARCHIVE-NAME.
           MOVE SPACES TO ARCHIVE-GROUP.
           MOVE SPACES TO ARCHIVE-SERIES.
           MOVE SPACES TO ARCHIVE-MONTH-TX.
           UNSTRING ARCHIVE-NAME DELIMITED BY ".A"
               INTO ARCHIVE-SERIES ARCHIVE-MONTH-TX
           END-UNSTRING.
           IF ARCHIVE-MONTH-TX(1:6) NUMERIC
              AND ARCHIVE-MONTH-TX(7:10) = SPACES
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > SERIES-COUNT
                   IF SR-NAME(S) = ARCHIVE-SERIES
                       MOVE SR-NAME(S) TO ARCHIVE-GROUP
                   END-IF
               END-PERFORM
           END-IF.

      * The archives go with their series' group, chosen or not.
       SELECT-ARCHIVE-FILES.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
               IF F > FIXED-FILES
                   PERFORM VARYING G FROM 1 BY 1 UNTIL G > FIXED-FILES
                       IF SF-GROUP(G) = SF-GROUP(F)
                          AND FILE-SELECTED(G) = 1
                           MOVE 1 TO FILE-SELECTED(F)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * SET=LATEST is the last set EnvSave catalogued; EnvSave only
      * catalogues a set once its manifest is written.
       FIND-SET.
           IF SET-ID = "LATEST"
               MOVE SPACES TO SET-ID
               OPEN INPUT CATALOG-FILE
               IF CATALOG-STATUS = "00"
                   PERFORM UNTIL CATALOG-STATUS = "10"
                       READ CATALOG-FILE
                           AT END
                               MOVE "10" TO CATALOG-STATUS
                           NOT AT END
                               IF CR-SET NOT = SPACES
                                   MOVE CR-SET TO SET-ID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
               END-IF
               IF SET-ID = SPACES
                   MOVE "ENR018E" TO MSG-ID
                   MOVE "NO SET ON ENVCAT" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE "NO SET ON ENVCAT - NOTHING RESTORED"
                       TO LIST-LINE
                   PERFORM STOP-RESTORE
               END-IF
           END-IF.

       STOP-RESTORE.
           WRITE LIST-LINE.
           CLOSE RESTORE-LIST.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * The manifest must open with its own set's heading, list the
      * set's files in table order and close with an end line whose
      * file and record counts agree with the lines above it.
      ******************************************************************
       READ-MANIFEST.
           MOVE SPACES TO MANIFEST-NAME.
           STRING FUNCTION TRIM (SET-ID) DELIMITED BY SIZE
                  "/MANIFEST" DELIMITED BY SIZE
               INTO MANIFEST-NAME
           END-STRING.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
               MOVE "ENR019E" TO MSG-ID
               STRING "NO MANIFEST FOR SET " SET-ID DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "SET OR ITS MANIFEST NOT FOUND - NOTHING RESTORED"
                   TO LIST-LINE
               PERFORM STOP-RESTORE
           END-IF.
           MOVE SPACES TO MANIFEST-ERROR.
           MOVE ZERO TO MANIFEST-LINES.
           MOVE ZERO TO MANIFEST-TOTAL.
           PERFORM UNTIL MANIFEST-STATUS = "10"
               READ MANIFEST-FILE
                   AT END
                       MOVE "10" TO MANIFEST-STATUS
                   NOT AT END
                       PERFORM TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

           IF MANIFEST-ERROR = SPACES AND MANIFEST-ENDED = 0
               MOVE "MANIFEST HAS NO END LINE" TO MANIFEST-ERROR
           END-IF.
           IF MANIFEST-ERROR NOT = SPACES
               MOVE "ENR020E" TO MSG-ID
               STRING "MANIFEST FOR SET " SET-ID " IS DAMAGED - "
                      MANIFEST-ERROR DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO LIST-LINE
               STRING "MANIFEST DAMAGED - " DELIMITED BY SIZE
                      MANIFEST-ERROR DELIMITED BY SIZE
                      " - NOTHING RESTORED" DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
               CLOSE RESTORE-LIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SET-ID   TO LSL-SET.
           MOVE SET-DATE TO LSL-DATE.
           IF VERIFY-ONLY
               MOVE "VERIFY ONLY" TO LSL-MODE
           ELSE
               MOVE "RESTORE" TO LSL-MODE
           END-IF.
           MOVE LIST-SET-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

       TAKE-MANIFEST-LINE.
           ADD 1 TO MANIFEST-LINES.
           EVALUATE TRUE
               WHEN MANIFEST-ERROR NOT = SPACES
                   CONTINUE
               WHEN MANIFEST-ENDED = 1
                   MOVE "LINES AFTER THE END LINE" TO MANIFEST-ERROR
               WHEN MANIFEST-LINES = 1
                   PERFORM TAKE-MANIFEST-HEADING
               WHEN MR-TAG = "END"
                   MOVE 1 TO MANIFEST-ENDED
                   PERFORM TAKE-MANIFEST-END
               WHEN OTHER
                   COMPUTE F = MANIFEST-LINES - 1
                   PERFORM TAKE-MANIFEST-FILE
           END-EVALUATE.

      * The heading must be EnvSave's, for this set, and give a file
      * count that holds at least the fixed files and fits the table.
       TAKE-MANIFEST-HEADING.
           IF MR-TAG = "ENVSET" AND MH-SET = SET-ID
              AND MH-FILES NUMERIC
               MOVE MH-FILES TO MANIFEST-FILES
               MOVE MH-DATE TO SET-DATE
               IF MANIFEST-FILES < FIXED-FILES
                  OR MANIFEST-FILES > MAX-SET-FILES
                   MOVE "HEADING FILE COUNT OUT OF RANGE"
                       TO MANIFEST-ERROR
               END-IF
           ELSE
               MOVE "HEADING DOES NOT NAME THIS SET"
                   TO MANIFEST-ERROR
           END-IF.

       TAKE-MANIFEST-END.
           IF ME-SET NOT = SET-ID OR ME-FILES NOT = MANIFEST-FILES
              OR MANIFEST-LINES NOT = MANIFEST-FILES + 2
              OR ME-RECORDS NOT NUMERIC
               MOVE "END LINE DOES NOT AGREE" TO MANIFEST-ERROR
           ELSE
               IF ME-RECORDS NOT = MANIFEST-TOTAL
                   MOVE "RECORD TOTAL DOES NOT AGREE"
                       TO MANIFEST-ERROR
               END-IF
           END-IF.

      * The fixed files come first in table order; every line after
      * them must name an archive of one of the series.
       TAKE-MANIFEST-FILE.
           MOVE SPACES TO ARCHIVE-GROUP.
           IF F > MANIFEST-FILES
               MOVE "MORE FILE LINES THAN THE HEADING GIVES"
                   TO MANIFEST-ERROR
           ELSE
               IF F > FIXED-FILES
                   MOVE MF-NAME TO ARCHIVE-NAME
                   PERFORM SPLIT-ARCHIVE-NAME
                   IF ARCHIVE-GROUP NOT = SPACES
                       MOVE MF-NAME       TO SF-NAME(F)
                       MOVE ARCHIVE-GROUP TO SF-GROUP(F)
                       MOVE F TO SET-FILES
                   END-IF
               END-IF
               PERFORM TAKE-MANIFEST-ENTRY
           END-IF.

       TAKE-MANIFEST-ENTRY.
           IF MR-TAG NOT = "FILE"
              OR (F > FIXED-FILES AND ARCHIVE-GROUP = SPACES)
              OR MF-NAME NOT = SF-NAME(F)
              OR MF-RECORDS NOT NUMERIC OR MF-HASH NOT NUMERIC
              OR (MF-STATE NOT = "PRESENT" AND MF-STATE NOT = "ABSENT")
               MOVE "FILE LINES OUT OF ORDER OR DAMAGED"
                   TO MANIFEST-ERROR
           ELSE
               MOVE MF-STATE   TO FILE-STATE(F)
               MOVE MF-RECORDS TO FILE-RECORDS(F)
               MOVE MF-HASH    TO FILE-HASH(F)
               ADD FILE-RECORDS(F) TO MANIFEST-TOTAL
           END-IF.

      * Every month on a live summary has a live archive; one the set
      * does not hold is put on the table as ABSENT from it.
       FIND-LIVE-ARCHIVES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SERIES-COUNT
               MOVE SR-SUMMARY(S) TO SUMMARY-NAME
               OPEN INPUT SUMMARY-IN
               IF SUMMARY-STATUS = "00"
                   PERFORM UNTIL SUMMARY-STATUS = "10"
                       READ SUMMARY-IN
                           AT END
                               MOVE "10" TO SUMMARY-STATUS
                           NOT AT END
                               PERFORM TAKE-LIVE-MONTH
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-IN
               END-IF
           END-PERFORM.

       TAKE-LIVE-MONTH.
           IF SUM-MONTH(1:4) NUMERIC AND SUM-MONTH(5:1) = "-"
              AND SUM-MONTH(6:2) NUMERIC
               MOVE SPACES TO ARCHIVE-NAME
               STRING SR-NAME(S) DELIMITED BY SPACE
                      ".A" DELIMITED BY SIZE
                      SUM-MONTH(1:4) DELIMITED BY SIZE
                      SUM-MONTH(6:2) DELIMITED BY SIZE
                   INTO ARCHIVE-NAME
               END-STRING
               MOVE 0 TO ARCHIVE-HELD
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > SET-FILES
                   IF SF-NAME(G) = ARCHIVE-NAME
                       MOVE 1 TO ARCHIVE-HELD
                   END-IF
               END-PERFORM
               IF ARCHIVE-HELD = 0
                   IF SET-FILES >= MAX-SET-FILES
                       MOVE "ENR025E" TO MSG-ID
                       MOVE "TOO MANY ARCHIVES FOR ONE RESTORE"
                           TO MSG-TEXT
                       PERFORM ISSUE-MESSAGE
                       MOVE "TOO MANY ARCHIVES - NOTHING RESTORED"
                           TO LIST-LINE
                       PERFORM STOP-RESTORE
                   END-IF
                   ADD 1 TO SET-FILES
                   MOVE ARCHIVE-NAME TO SF-NAME(SET-FILES)
                   MOVE SR-NAME(S)   TO SF-GROUP(SET-FILES)
                   MOVE "ABSENT" TO FILE-STATE(SET-FILES)
                   MOVE ZERO TO FILE-RECORDS(SET-FILES)
                   MOVE ZERO TO FILE-HASH(SET-FILES)
               END-IF
           END-IF.

      * Each chosen file's copy in the set is counted and hashed and
      * held against its manifest line; an ABSENT file has no copy
      * and must not have gained one.
       PROVE-SET-FILE.
           MOVE SPACES TO FILE-ACTION(F).
           EVALUATE TRUE
               WHEN FILE-SELECTED(F) = 0
                   MOVE "NOT SELECTED" TO FILE-ACTION(F)
               WHEN OTHER
                   PERFORM PROVE-CHOSEN-FILE
           END-EVALUATE.

           MOVE SF-NAME(F)      TO LFL-NAME.
           MOVE FILE-STATE(F)   TO LFL-STATE.
           MOVE FILE-RECORDS(F) TO LFL-RECORDS.
           MOVE FILE-HASH(F)    TO LFL-HASH.
           MOVE FILE-ACTION(F)  TO LFL-ACTION.
           MOVE LIST-FILE-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           IF FILE-ACTION(F)(1:6) = "FAILED"
              AND FILE-STATE(F) = "PRESENT"
              AND COPY-IN-STATUS NOT = "35"
               MOVE TALLY-RECORDS TO LXL-RECORDS
               MOVE TALLY-HASH    TO LXL-HASH
               MOVE LIST-FAIL-LINE TO LIST-LINE
               WRITE LIST-LINE
           END-IF.

       PROVE-CHOSEN-FILE.
           PERFORM BUILD-SET-NAME.
           MOVE COPY-OUT-NAME TO COPY-IN-NAME.
           PERFORM TALLY-FILE.
           EVALUATE TRUE
               WHEN FILE-STATE(F) = "ABSENT"
                   IF COPY-IN-STATUS = "35"
                       MOVE "PROVED" TO FILE-ACTION(F)
                   ELSE
                       MOVE "FAILED - COPY WHERE NONE TAKEN"
                           TO FILE-ACTION(F)
                   END-IF
               WHEN COPY-IN-STATUS = "35"
                   MOVE "FAILED - COPY MISSING FROM SET"
                       TO FILE-ACTION(F)
               WHEN RECORD-TOO-LONG = 1
                   MOVE "FAILED - RECORD TOO LONG"
                       TO FILE-ACTION(F)
               WHEN TALLY-RECORDS NOT = FILE-RECORDS(F)
                   MOVE "FAILED - RECORD COUNT"
                       TO FILE-ACTION(F)
               WHEN TALLY-HASH NOT = FILE-HASH(F)
                   MOVE "FAILED - HASH TOTAL"
                       TO FILE-ACTION(F)
               WHEN OTHER
                   MOVE "PROVED" TO FILE-ACTION(F)
           END-EVALUATE.
           IF FILE-ACTION(F) = "PROVED"
               ADD 1 TO FILES-VERIFIED
           ELSE
               ADD 1 TO FILES-FAILED
           END-IF.

       BUILD-SET-NAME.
           MOVE SPACES TO COPY-OUT-NAME.
           STRING FUNCTION TRIM (SET-ID) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (SF-NAME(F)) DELIMITED BY SIZE
               INTO COPY-OUT-NAME
           END-STRING.

      * Counts and hashes the file named in COPY-IN-NAME exactly as
      * EnvSave does. A file that is not there leaves status 35.
       TALLY-FILE.
           MOVE ZERO TO TALLY-RECORDS.
           MOVE ZERO TO TALLY-HASH.
           MOVE 0 TO RECORD-TOO-LONG.
           OPEN INPUT COPY-IN.
           IF COPY-IN-STATUS = "00"
               PERFORM UNTIL COPY-IN-STATUS = "10"
                   READ COPY-IN
                       AT END
                           MOVE "10" TO COPY-IN-STATUS
                       NOT AT END
                           MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                           PERFORM TALLY-COPY-RECORD
                   END-READ
               END-PERFORM
               CLOSE COPY-IN
               MOVE "00" TO COPY-IN-STATUS
           END-IF.

       TALLY-COPY-RECORD.
           ADD 1 TO TALLY-RECORDS.
           IF COPY-OUT-RECORD(16000:1) NOT = SPACE
               MOVE 1 TO RECORD-TOO-LONG
           END-IF.
           MOVE ZERO TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE (COPY-OUT-RECORD)
               TALLYING TRAILING-SPACES FOR LEADING SPACES.
           COMPUTE RECORD-LENGTH = 16000 - TRAILING-SPACES.
           MOVE ZERO TO RECORD-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > RECORD-LENGTH
               COMPUTE RECORD-SUM = RECORD-SUM
                   + FUNCTION ORD (COPY-OUT-RECORD(P:1)) * P
           END-PERFORM.
           COMPUTE TALLY-HASH = FUNCTION MOD (TALLY-HASH
               + RECORD-SUM * (FUNCTION MOD (TALLY-RECORDS, 9973) + 1),
               HASH-MODULUS).

      * Putting files back under a running Day12 would hand it a
      * history and checkpoint it did not write.
       CHECK-NO-RUN-ACTIVE.
           MOVE "D12STAT" TO STAT-NAME.
           PERFORM CHECK-ONE-STATUS.
           PERFORM VARYING STREAM-NO FROM 1 BY 1 UNTIL STREAM-NO > 8
               MOVE SPACES TO STAT-NAME
               STRING "D12STAT.P" DELIMITED BY SIZE
                      STREAM-NO DELIMITED BY SIZE
                   INTO STAT-NAME
               END-STRING
               PERFORM CHECK-ONE-STATUS
           END-PERFORM.
           MOVE "D12STAT.P9" TO STAT-NAME.
           PERFORM CHECK-ONE-STATUS.

           IF RUNNING-FOUND = 1
               IF RUNNING-ALLOWED
                   MOVE SPACES TO LIST-LINE
                   STRING "D12STAT SHOWS A RUN IN PROGRESS - OVERRIDDEN"
                          " BY ALLOWRUNNING=YES" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   WRITE LIST-LINE
               ELSE
                   MOVE "ENR022E" TO MSG-ID
                   MOVE "DAY12 IS RUNNING - RESTORE REFUSED" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO LIST-LINE
                   STRING "D12STAT SHOWS A RUN IN PROGRESS - NOTHING"
                          " RESTORED" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   PERFORM STOP-RESTORE
               END-IF
           END-IF.

       CHECK-ONE-STATUS.
           OPEN INPUT STAT-FILE.
           IF STAT-STATUS = "00"
               READ STAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-STATE = "RUNNING"
                           MOVE "ENR021W" TO MSG-ID
                           STRING STAT-NAME DELIMITED BY SPACE
                                  " SHOWS RUN " ST-RUN-ID " RUNNING"
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 1 TO RUNNING-FOUND
                       END-IF
               END-READ
               CLOSE STAT-FILE
           END-IF.

      ******************************************************************
      * A proved file is copied back over the live one and counted
      * again; an ABSENT one is removed from the live side.
      ******************************************************************
       RESTORE-SET-FILE.
           IF FILE-SELECTED(F) = 1
               MOVE SPACES TO LIVE-NAME
               MOVE SF-NAME(F) TO LIVE-NAME
               IF FILE-STATE(F) = "ABSENT"
                   CALL "CBL_DELETE_FILE" USING LIVE-NAME
                       RETURNING DIR-RESULT
                   END-CALL
                   MOVE "REMOVED" TO FILE-ACTION(F)
                   ADD 1 TO FILES-REMOVED
               ELSE
                   PERFORM COPY-BACK-FILE
                   MOVE "RESTORED" TO FILE-ACTION(F)
                   ADD 1 TO FILES-RESTORED
               END-IF
           END-IF.

       COPY-BACK-FILE.
           PERFORM BUILD-SET-NAME.
           MOVE COPY-OUT-NAME TO COPY-IN-NAME.
           MOVE LIVE-NAME TO COPY-OUT-NAME.
           OPEN INPUT COPY-IN.
           OPEN OUTPUT COPY-OUT.
           IF COPY-IN-STATUS NOT = "00" OR COPY-OUT-STATUS NOT = "00"
               MOVE "ENR023S" TO MSG-ID
               STRING "UNABLE TO RESTORE " SF-NAME(F) DELIMITED BY
                      SPACE ", FILE STATUS " COPY-IN-STATUS " "
                      COPY-OUT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "RESTORE STOPPED PART WAY - SEE CONSOLE"
                   TO LIST-LINE
               PERFORM STOP-RESTORE
           END-IF.
           PERFORM UNTIL COPY-IN-STATUS = "10"
               READ COPY-IN
                   AT END
                       MOVE "10" TO COPY-IN-STATUS
                   NOT AT END
                       MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE COPY-IN.
           CLOSE COPY-OUT.

           MOVE LIVE-NAME TO COPY-IN-NAME.
           PERFORM TALLY-FILE.
           IF TALLY-RECORDS NOT = FILE-RECORDS(F)
              OR TALLY-HASH NOT = FILE-HASH(F)
               MOVE "ENR024S" TO MSG-ID
               STRING "RESTORED " SF-NAME(F) DELIMITED BY SPACE
                      " DOES NOT COUNT BACK TO THE MANIFEST"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "RESTORE STOPPED PART WAY - SEE CONSOLE"
                   TO LIST-LINE
               PERFORM STOP-RESTORE
           END-IF.

       WRITE-RESTORE-LISTING.
           IF NOT VERIFY-ONLY
               MOVE SPACES TO LIST-LINE
               WRITE LIST-LINE
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
                   IF FILE-SELECTED(F) = 1
                       MOVE SF-NAME(F)      TO LFL-NAME
                       MOVE FILE-STATE(F)   TO LFL-STATE
                       MOVE FILE-RECORDS(F) TO LFL-RECORDS
                       MOVE FILE-HASH(F)    TO LFL-HASH
                       MOVE FILE-ACTION(F)  TO LFL-ACTION
                       MOVE LIST-FILE-LINE TO LIST-LINE
                       WRITE LIST-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "FILES PROVED   = " TO LTL-WHAT.
           MOVE FILES-VERIFIED TO LTL-COUNT.
           MOVE LIST-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "FILES RESTORED = " TO LTL-WHAT.
           MOVE FILES-RESTORED TO LTL-COUNT.
           MOVE LIST-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "FILES REMOVED  = " TO LTL-WHAT.
           MOVE FILES-REMOVED TO LTL-COUNT.
           MOVE LIST-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           CLOSE RESTORE-LIST.
