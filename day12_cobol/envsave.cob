      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnvSave.

      * Takes a backup set of the files the system cannot rebuild:
      * the PLANETS master with its PLANVER stamp, PLANHIST body
      * history and the PLMPEND change queue with its PLMQHIST trail,
      * D12HIST, SCENHIST and D12PERF each with the summary and the
      * monthly archives HistArc has made of it, RUNXREF, GENSEQ, the
      * D12GOLD baseline with its GLDHIST trail, D10PERF, the COSTCTR
      * table and any pending Day12 checkpoint, single-stream or
      * partitioned, with the D12PART card and the per-stream files a
      * partitioned run resumes from. The archives are found from
      * the months on D12HSUM, SCENHSUM and D12PSUM: every month
      * HistArc rolls up there has a <series>.A<yyyymm> file of its
      * own. Each of them is appended to or rewritten by a different
      * program, so the generation copies of any one of them never
      * line up with the others; a set taken here is one point in
      * time for all of them, and EnvRest puts it back.
      *
      * A set is a directory named ENV<date>-<time> holding a copy
      * of every file and a MANIFEST recording, for each file, whether
      * it was present and, if so, its record count and hash total.
      * The manifest is a heading line tagged ENVSET naming the set,
      * the time it was taken and how many file lines follow, one
      * line per file in table order with the archives after the
      * fixed files, and an END line repeating the file count with
      * the total of all the record counts.
      * A file that is not there when the set is taken (a checkpoint
      * when no run is suspended, say) is recorded as ABSENT, which
      * tells EnvRest to leave no such file behind either. Every copy
      * is read back and counted again before the manifest is
      * written, and the set is added to the ENVCAT catalog last, so
      * a set that is on the catalog is complete.
      *
      * The hash total of a file weighs every character by its column
      * and every record by its place in the file, so a changed,
      * dropped, added or reordered line all change it. Trailing
      * spaces are not counted, as line sequential files do not keep
      * them.
      *
      * A set taken while Day12 is running would catch its history
      * and checkpoint half way, so the backup is refused while any
      * D12STAT says RUNNING. After a job has died without ending its
      * status line the operator may override that with the ENVSCTL
      * card ALLOWRUNNING=YES; the override is shown on the listing.
      *
      * Return code 0 when the set is taken, 16 when it is not.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "ENVSCTL"
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

           select SAVE-LIST assign to "ENVSLIST"
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

      * Wide enough for the longest record any of the saved files
      * holds, a checkpoint for a full system.
       FD  COPY-IN
           record contains 16000 characters.
       01 COPY-IN-RECORD PIC X(16000).

       FD  COPY-OUT
           record contains 16000 characters.
       01 COPY-OUT-RECORD PIC X(16000).

       FD  SUMMARY-IN
           record contains 240 characters.
       01 SUMMARY-RECORD.
           05 SUM-MONTH   PIC X(07).
           05 FILLER      PIC X(233).

       FD  MANIFEST-FILE
           record contains 80 characters.
       01 MANIFEST-RECORD PIC X(80).

       FD  CATALOG-FILE
           record contains 80 characters.
       01 CATALOG-RECORD PIC X(80).

       FD  SAVE-LIST
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
           05 MSG-PROGRAM PIC X(08) VALUE "ENVSAVE".
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

      * The files every set holds, in manifest order. EnvRest
      * carries the same table and the same groups: the master
      * travels with its version stamp, body history and change
      * queue, each archived series with its summary and archives,
      * the baseline with its trail, and the checkpoints as one with
      * everything a suspended partitioned run resumes from: D12PART
      * and each stream's history, timing, scenario and status
      * files.
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

      * The series HistArc archives, each with the summary whose
      * months name its archives. A series' name is its group's.
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

      * The set as taken: the fixed files, then the archives.
       78 MAX-SET-FILES VALUE 400.
       01 SET-FILES       PIC 9(03) VALUE ZERO.
       01 SET-FILE-TABLE.
           05 SET-FILE-ENTRY OCCURS MAX-SET-FILES TIMES.
               10 SF-NAME  PIC X(16).
               10 SF-GROUP PIC X(08).

       01 FILE-STATE-TABLE.
           05 FILE-STATE   PIC X(07) OCCURS MAX-SET-FILES TIMES.
       01 FILE-COUNT-TABLE.
           05 FILE-RECORDS PIC 9(09) OCCURS MAX-SET-FILES TIMES.
       01 FILE-HASH-TABLE.
           05 FILE-HASH    PIC 9(18) OCCURS MAX-SET-FILES TIMES.

       01 ARCHIVE-NAME    PIC X(16) VALUE SPACES.
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

       01 SET-ID.
           05 FILLER       PIC X(03) VALUE "ENV".
           05 SET-DATE     PIC 9(08).
           05 FILLER       PIC X VALUE "-".
           05 SET-TIME     PIC 9(06).
       01 DIR-RESULT      PIC S9(09) BINARY VALUE ZERO.

       01 STAT-NAME       PIC X(20) VALUE SPACES.
       01 COPY-IN-NAME    PIC X(40) VALUE SPACES.
       01 COPY-OUT-NAME   PIC X(40) VALUE SPACES.
       01 MANIFEST-NAME   PIC X(40) VALUE SPACES.
       01 SUMMARY-NAME    PIC X(20) VALUE SPACES.

      * One file's tally as it is copied, and again as the copy is
      * read back.
       01 TALLY-RECORDS   PIC 9(09) VALUE ZERO.
       01 TALLY-HASH      PIC 9(18) VALUE ZERO.
       01 RECORD-SUM      PIC 9(18) VALUE ZERO.
       01 RECORD-LENGTH   PIC 9(05) VALUE ZERO.
       01 TRAILING-SPACES PIC 9(05) VALUE ZERO.
       01 RECORD-TOO-LONG PIC 9 VALUE 0.
       01 HASH-MODULUS    PIC 9(19) VALUE 1000000000000000000.
       01 COPY-RECORDS    PIC 9(09) VALUE ZERO.
       01 COPY-HASH       PIC 9(18) VALUE ZERO.

       01 SET-RECORDS     PIC 9(09) VALUE ZERO.
       01 FILES-PRESENT   PIC 9(03) VALUE ZERO.

       01 MANIFEST-HEAD-LINE.
           05 FILLER      PIC X(08) VALUE "ENVSET  ".
           05 MHL-SET     PIC X(18).
           05 FILLER      PIC X(07) VALUE " TAKEN ".
           05 MHL-DATE    PIC X(19).
           05 FILLER      PIC X(07) VALUE " FILES ".
           05 MHL-FILES   PIC 9(03).

       01 MANIFEST-FILE-LINE.
           05 FILLER      PIC X(08) VALUE "FILE    ".
           05 MFL-NAME    PIC X(16).
           05 FILLER      PIC X VALUE SPACE.
           05 MFL-STATE   PIC X(07).
           05 FILLER      PIC X(09) VALUE " RECORDS ".
           05 MFL-RECORDS PIC 9(09).
           05 FILLER      PIC X(06) VALUE " HASH ".
           05 MFL-HASH    PIC 9(18).

       01 MANIFEST-END-LINE.
           05 FILLER      PIC X(08) VALUE "END     ".
           05 MEL-SET     PIC X(18).
           05 FILLER      PIC X(07) VALUE " FILES ".
           05 MEL-FILES   PIC 9(03).
           05 FILLER      PIC X(09) VALUE " RECORDS ".
           05 MEL-RECORDS PIC 9(09).

       01 CATALOG-LINE.
           05 CAL-SET     PIC X(18).
           05 FILLER      PIC X VALUE SPACE.
           05 CAL-DATE    PIC X(19).
           05 FILLER      PIC X(07) VALUE " FILES ".
           05 CAL-FILES   PIC 9(03).
           05 FILLER      PIC X(09) VALUE " RECORDS ".
           05 CAL-RECORDS PIC 9(09).

       01 LIST-FILE-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LFL-NAME    PIC X(16).
           05 FILLER      PIC X VALUE SPACE.
           05 LFL-STATE   PIC X(07).
           05 FILLER      PIC X(10) VALUE "  RECORDS ".
           05 LFL-RECORDS PIC Z(08)9.
           05 FILLER      PIC X(07) VALUE "  HASH ".
           05 LFL-HASH    PIC 9(18).

       01 LIST-SET-LINE.
           05 FILLER      PIC X(11) VALUE "BACKUP SET ".
           05 LSL-SET     PIC X(18).

       01 LIST-TOTAL-LINE.
           05 FILLER      PIC X(15) VALUE "FILES SAVED  = ".
           05 LTL-FILES   PIC ZZ9.
           05 FILLER      PIC X(17) VALUE "   RECORDS    =  ".
           05 LTL-RECORDS PIC Z(08)9.

       PROCEDURE DIVISION.
           PERFORM OPEN-LISTING.

           PERFORM READ-CONTROL-DECK.

           PERFORM CHECK-NO-RUN-ACTIVE.

           PERFORM CREATE-SET-DIRECTORY.

           PERFORM BUILD-SET-TABLE.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
               PERFORM SAVE-SET-FILE
           END-PERFORM.

           PERFORM WRITE-MANIFEST.

           PERFORM WRITE-CATALOG-ENTRY.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE FILES-PRESENT TO LTL-FILES.
           MOVE SET-RECORDS   TO LTL-RECORDS.
           MOVE LIST-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           CLOSE SAVE-LIST.

           MOVE "ENS001I" TO MSG-ID.
           STRING "BACKUP SET " SET-ID " TAKEN, " FILES-PRESENT
                  " FILES " SET-RECORDS " RECORDS" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
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
           MOVE RUN-DATE  TO SET-DATE.
           MOVE RUN-TIME(1:6) TO SET-TIME.

           OPEN OUTPUT SAVE-LIST.
           IF LIST-STATUS NOT = "00"
               MOVE "ENS010S" TO MSG-ID
               STRING "UNABLE TO OPEN ENVSLIST, FILE STATUS "
                      LIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PERSISTENT FILE BACKUP" TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE RUN-DATE-DISPLAY TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SET-ID TO LSL-SET.
           MOVE LIST-SET-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * ENVSCTL is optional; without it the backup runs under the
      * usual rules.
       READ-CONTROL-DECK.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-STATUS = "10"
                   READ CONTROL-CARD
                       AT END
                           MOVE "10" TO CONTROL-STATUS
                       NOT AT END
                           PERFORM TAKE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD
           END-IF.

           IF CONTROL-BAD
               MOVE "ENVSCTL IN ERROR - NO BACKUP TAKEN" TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
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
               EVALUATE CTL-KEYWORD
                   WHEN "ALLOWRUNNING"
                       IF CTL-VALUE-TX = "YES"
                           MOVE 1 TO ALLOW-RUNNING
                       ELSE
                           IF CTL-VALUE-TX NOT = "NO"
                               MOVE "ENS011E" TO MSG-ID
                               MOVE "ALLOWRUNNING MUST BE YES OR NO"
                                   TO MSG-TEXT
                               PERFORM ISSUE-MESSAGE
                               MOVE 1 TO CTL-ERROR
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "ENS012E" TO MSG-ID
                       STRING "UNKNOWN ENVSCTL KEYWORD " CTL-KEYWORD
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 1 TO CTL-ERROR
               END-EVALUATE
           END-IF.

      * The single-stream status line and each stream's own.
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
                   MOVE SPACES TO LIST-LINE
                   WRITE LIST-LINE
               ELSE
                   MOVE "ENS014E" TO MSG-ID
                   MOVE "DAY12 IS RUNNING - BACKUP REFUSED" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO LIST-LINE
                   STRING "D12STAT SHOWS A RUN IN PROGRESS - NO BACKUP"
                          " TAKEN" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
                   PERFORM STOP-WITHOUT-SET
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
                           MOVE "ENS013W" TO MSG-ID
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

      * A set is never written over: two backups in the same second
      * would meet here, and the second is refused.
       CREATE-SET-DIRECTORY.
           CALL "CBL_CREATE_DIR" USING SET-ID
               RETURNING DIR-RESULT
           END-CALL.
           IF DIR-RESULT NOT = 0
               MOVE "ENS015S" TO MSG-ID
               STRING "UNABLE TO CREATE SET DIRECTORY " SET-ID
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "SET DIRECTORY CANNOT BE CREATED - NO BACKUP TAKEN"
                   TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.

      * The fixed files, then one archive for every month on each
      * series' summary. A summary holds a line for each system in a
      * month, so a month is taken once however often it appears.
       BUILD-SET-TABLE.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FIXED-FILES
               MOVE FX-NAME(F)  TO SF-NAME(F)
               MOVE FX-GROUP(F) TO SF-GROUP(F)
           END-PERFORM.
           MOVE FIXED-FILES TO SET-FILES.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SERIES-COUNT
               MOVE SR-SUMMARY(S) TO SUMMARY-NAME
               OPEN INPUT SUMMARY-IN
               IF SUMMARY-STATUS = "00"
                   PERFORM UNTIL SUMMARY-STATUS = "10"
                       READ SUMMARY-IN
                           AT END
                               MOVE "10" TO SUMMARY-STATUS
                           NOT AT END
                               PERFORM TAKE-SUMMARY-MONTH
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-IN
               END-IF
           END-PERFORM.

       TAKE-SUMMARY-MONTH.
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
                       MOVE "ENS016E" TO MSG-ID
                       MOVE "TOO MANY ARCHIVES FOR ONE BACKUP SET"
                           TO MSG-TEXT
                       PERFORM ISSUE-MESSAGE
                       MOVE "TOO MANY ARCHIVES - NO BACKUP TAKEN"
                           TO LIST-LINE
                       PERFORM STOP-WITHOUT-SET
                   END-IF
                   ADD 1 TO SET-FILES
                   MOVE ARCHIVE-NAME TO SF-NAME(SET-FILES)
                   MOVE SR-NAME(S)   TO SF-GROUP(SET-FILES)
               END-IF
           END-IF.

       STOP-WITHOUT-SET.
           WRITE LIST-LINE.
           CLOSE SAVE-LIST.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Copies one file into the set, tallying it on the way, then
      * reads the copy back and tallies it again; the two must agree
      * before the file goes on the manifest.
      ******************************************************************
       SAVE-SET-FILE.
           MOVE SF-NAME(F) TO COPY-IN-NAME.
           MOVE SPACES TO COPY-OUT-NAME.
           STRING SET-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (SF-NAME(F)) DELIMITED BY SIZE
               INTO COPY-OUT-NAME
           END-STRING.
           MOVE ZERO TO FILE-RECORDS(F).
           MOVE ZERO TO FILE-HASH(F).

           OPEN INPUT COPY-IN.
           IF COPY-IN-STATUS = "35"
               MOVE "ABSENT" TO FILE-STATE(F)
           ELSE
               IF COPY-IN-STATUS NOT = "00"
                   MOVE "ENS017S" TO MSG-ID
                   STRING "UNABLE TO OPEN " SF-NAME(F) DELIMITED BY
                          SPACE ", FILE STATUS " COPY-IN-STATUS
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE "FILE CANNOT BE READ - SET INCOMPLETE"
                       TO LIST-LINE
                   PERFORM STOP-WITHOUT-SET
               END-IF
               PERFORM COPY-LIVE-FILE
               CLOSE COPY-IN
               MOVE TALLY-RECORDS TO FILE-RECORDS(F)
               MOVE TALLY-HASH    TO FILE-HASH(F)
               PERFORM CHECK-SET-COPY
               MOVE "PRESENT" TO FILE-STATE(F)
               ADD 1 TO FILES-PRESENT
               ADD TALLY-RECORDS TO SET-RECORDS
           END-IF.

           MOVE SF-NAME(F)      TO LFL-NAME.
           MOVE FILE-STATE(F)   TO LFL-STATE.
           MOVE FILE-RECORDS(F) TO LFL-RECORDS.
           MOVE FILE-HASH(F)    TO LFL-HASH.
           MOVE LIST-FILE-LINE TO LIST-LINE.
           WRITE LIST-LINE.

       COPY-LIVE-FILE.
           OPEN OUTPUT COPY-OUT.
           IF COPY-OUT-STATUS NOT = "00"
               MOVE "ENS018S" TO MSG-ID
               STRING "UNABLE TO OPEN " COPY-OUT-NAME DELIMITED BY
                      SPACE ", FILE STATUS " COPY-OUT-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "COPY CANNOT BE WRITTEN - SET INCOMPLETE"
                   TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.
           MOVE ZERO TO TALLY-RECORDS.
           MOVE ZERO TO TALLY-HASH.
           PERFORM UNTIL COPY-IN-STATUS = "10"
               READ COPY-IN
                   AT END
                       MOVE "10" TO COPY-IN-STATUS
                   NOT AT END
                       MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                       PERFORM TALLY-COPY-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE COPY-OUT.
           IF RECORD-TOO-LONG = 1
               MOVE "ENS019S" TO MSG-ID
               STRING SF-NAME(F) DELIMITED BY SPACE
                      " HOLDS A RECORD TOO LONG TO COPY"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "RECORD TOO LONG TO COPY - SET INCOMPLETE"
                   TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.

       CHECK-SET-COPY.
           MOVE COPY-OUT-NAME TO COPY-IN-NAME.
           MOVE ZERO TO TALLY-RECORDS.
           MOVE ZERO TO TALLY-HASH.
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
           END-IF.
           MOVE TALLY-RECORDS TO COPY-RECORDS.
           MOVE TALLY-HASH    TO COPY-HASH.
           MOVE FILE-RECORDS(F) TO TALLY-RECORDS.
           MOVE FILE-HASH(F)    TO TALLY-HASH.
           IF COPY-RECORDS NOT = FILE-RECORDS(F)
              OR COPY-HASH NOT = FILE-HASH(F)
               MOVE "ENS020S" TO MSG-ID
               STRING "COPY OF " SF-NAME(F) DELIMITED BY SPACE
                      " DOES NOT READ BACK THE SAME"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "COPY DOES NOT READ BACK THE SAME - SET INCOMPLETE"
                   TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.

      * Each character counts its code times its column, and each
      * record's sum is weighted by the record's place in the file.
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

       WRITE-MANIFEST.
           MOVE SPACES TO MANIFEST-NAME.
           STRING SET-ID DELIMITED BY SIZE
                  "/MANIFEST" DELIMITED BY SIZE
               INTO MANIFEST-NAME
           END-STRING.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
               MOVE "ENS018S" TO MSG-ID
               STRING "UNABLE TO OPEN " MANIFEST-NAME DELIMITED BY
                      SPACE ", FILE STATUS " MANIFEST-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "MANIFEST CANNOT BE WRITTEN - SET INCOMPLETE"
                   TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.

           MOVE SET-ID TO MHL-SET.
           MOVE RUN-DATE-DISPLAY(5:19) TO MHL-DATE.
           MOVE SET-FILES TO MHL-FILES.
           MOVE MANIFEST-HEAD-LINE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > SET-FILES
               MOVE SF-NAME(F)      TO MFL-NAME
               MOVE FILE-STATE(F)   TO MFL-STATE
               MOVE FILE-RECORDS(F) TO MFL-RECORDS
               MOVE FILE-HASH(F)    TO MFL-HASH
               MOVE MANIFEST-FILE-LINE TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-PERFORM.

           MOVE SET-ID TO MEL-SET.
           MOVE SET-FILES TO MEL-FILES.
           MOVE SET-RECORDS TO MEL-RECORDS.
           MOVE MANIFEST-END-LINE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       WRITE-CATALOG-ENTRY.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
           ELSE
               CLOSE CATALOG-FILE
           END-IF.

           OPEN EXTEND CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
               MOVE "ENS021S" TO MSG-ID
               STRING "UNABLE TO OPEN ENVCAT, FILE STATUS "
                      CATALOG-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "SET TAKEN BUT NOT CATALOGUED" TO LIST-LINE
               PERFORM STOP-WITHOUT-SET
           END-IF.
           MOVE SET-ID TO CAL-SET.
           MOVE RUN-DATE-DISPLAY(5:19) TO CAL-DATE.
           MOVE FILES-PRESENT TO CAL-FILES.
           MOVE SET-RECORDS TO CAL-RECORDS.
           MOVE CATALOG-LINE TO CATALOG-RECORD.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
