      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. D12Merge.

      * Opens and closes a partitioned Day12 run. A master too big
      * for one batch window is run as several Day12 streams side by
      * side, each submitted with PARTITION=n on its D12PARM and
      * otherwise the same parameters; Day12 deals the systems on the
      * master out to the streams in turn and each stream writes its
      * own checkpoint, report, TRAJECT, D12EVENT, D12ENRGY, SCENOUT,
      * D12FEED, D12HIST, D12PERF, SCENHIST and status under the
      * ordinary name with .P and the stream number appended.
      *
      * The D12MCTL card ACTION=OPEN STREAMS=n (two keyword cards)
      * runs first: it mints the run identifier and generation every
      * stream shares, publishes the identifier on RUNID the way the
      * Driver does, clears the streams' leftover checkpoints, status
      * and stop cards, and records the open run on D12PART.
      *
      * ACTION=MERGE runs last. It refuses, merging nothing, while
      * any stream has not ended for the open run - a failed or
      * suspended stream is simply resubmitted on its own and the
      * merge run again. Otherwise it checks every stream's report
      * banner matches (same run, master version and parameters) and
      * every stream's TRAJECT, D12EVENT and D12ENRGY agrees with its
      * own control-total trailer for this run (see ExpTrail),
      * retires the previous run's outputs the way Day12 does, and
      * rebuilds the ordinary REPORT-OUTPUT, SCENOUT, TRAJECT,
      * D12EVENT and D12ENRGY in master system order and books the
      * streams' history, timing and scenario lines to D12HIST,
      * D12PERF and SCENHIST, exactly as one stream would have left
      * them. The run is then closed: D12PART and RUNID are emptied.
      *
      * The merged exports get a trailer of their own, tallied from
      * the rows written, as a single stream's would have.
      *
      * Each stream's results feed, D12FEED.Pn, is held against its
      * own trailer (see ResFeed) along with the exports, and the
      * ordinary D12FEED is rebuilt the same way: the first stream's
      * header and parameters, every system's records in master
      * order, and a trailer tallied from what was written.
      *
      * D12MRPT lists the streams, where each system came from, each
      * stream export's trailer check and the lines read against the
      * lines written for every file.
      * Return code 0 means done, 8 that a merged file came out with
      * a different number of lines than its streams held, and 16
      * that nothing was opened or merged.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "D12MCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select PARTITION-CARD assign to "D12PART"
               organization is line sequential
               file status is PARTITION-STATUS.

           select RUNID-OUT assign to "RUNID"
               organization is line sequential
               file status is RUNID-STATUS.

           select STAT-IN assign using STAT-IN-NAME
               organization is line sequential
               file status is STAT-STATUS.

           select PART-IN assign using PART-IN-NAME
               organization is line sequential
               file status is PART-IN-STATUS.

           select MERGED-OUT assign using MERGED-NAME
               organization is line sequential
               file status is MERGED-STATUS.

           select REPORT-OUT assign to "D12MRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

      * The layout Day12 reads; see Day12.
       FD  PARTITION-CARD
           record contains 47 characters.
       01 PARTITION-RECORD.
           05 DP-TAG    PIC X(08).
           05 DP-RUN-ID PIC X(14).
           05 FILLER    PIC X.
           05 DP-GEN    PIC 9(02).
           05 FILLER    PIC X.
           05 DP-PARTS  PIC 9(01).
           05 FILLER    PIC X.
           05 DP-OPENED PIC X(19).

       FD  RUNID-OUT
           record contains 14 characters.
       01 RUNID-RECORD PIC X(14).

       FD  STAT-IN
           record contains 120 characters.
       01 STAT-RECORD.
           05 STI-RUN-ID PIC X(14).
           05 FILLER     PIC X.
           05 STI-STATE  PIC X(14).
           05 FILLER     PIC X(91).

       FD  PART-IN
           record contains 200 characters.
       01 PART-IN-RECORD PIC X(200).

       FD  MERGED-OUT
           record contains 200 characters.
       01 MERGED-RECORD PIC X(200).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS   PIC X(02) VALUE ZEROS.
       01 PARTITION-STATUS PIC X(02) VALUE ZEROS.
       01 RUNID-STATUS     PIC X(02) VALUE ZEROS.
       01 STAT-STATUS      PIC X(02) VALUE ZEROS.
       01 PART-IN-STATUS   PIC X(02) VALUE ZEROS.
       01 MERGED-STATUS    PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS    PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "D12MERGE".
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

       01 RUN-IDENT.
           05 RUN-ID  PIC X(14) VALUE SPACES.
           05 RUN-GEN PIC 9(02) VALUE ZERO.

      * The banner line Day12 writes third on every stream's report.
       01 RUN-ID-DISPLAY.
           05 FILLER      PIC X(07) VALUE "RUN ID ".
           05 RID-ID      PIC X(14).
           05 FILLER      PIC X(05) VALUE " GEN ".
           05 RID-GEN     PIC 9(02).

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(18) VALUE SPACES.
       01 MERGE-ACTION   PIC X(08) VALUE SPACES.
       01 STREAM-COUNT   PIC 9 VALUE 0.
       01 REFUSE-REASON  PIC X(60) VALUE SPACES.

       78 MAX-STREAMS VALUE 9.
       78 MAX-SYSTEMS VALUE 10.
       78 MAX-BANNER  VALUE 40.

       01 STREAM-IDX     PIC 9(02) VALUE ZERO.
       01 STREAM-SUFFIX.
           05 FILLER     PIC X(02) VALUE ".P".
           05 SSX-NUMBER PIC 9(01).
       01 BASE-NAME      PIC X(14) VALUE SPACES.
       01 STAT-IN-NAME   PIC X(20) VALUE SPACES.
       01 PART-IN-NAME   PIC X(20) VALUE SPACES.
       01 MERGED-NAME    PIC X(20) VALUE SPACES.
       01 STREAMS-SHORT  PIC 9 VALUE 0.
       01 STREAM-STATE   PIC X(24) VALUE SPACES.

      * The systems each stream's report sections came in, in the
      * order the stream ran them, and from those the order of the
      * whole run: the deal was in turn, so the master order is the
      * first system of every stream, then the second of every
      * stream, and so on.
       01 STREAM-BLOCK-TABLE.
           05 STREAM-BLOCKS PIC 9(02) OCCURS MAX-STREAMS TIMES
                            VALUE ZERO.
       01 STREAM-SYS-TABLE.
           05 STREAM-ENTRY OCCURS MAX-STREAMS TIMES.
               10 STREAM-SYS PIC 9(02) OCCURS MAX-SYSTEMS TIMES
                             VALUE ZERO.
       01 ORDER-COUNT    PIC 9(02) VALUE ZERO.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS MAX-SYSTEMS TIMES.
               10 ORDER-SYS    PIC 9(02).
               10 ORDER-STREAM PIC 9(01).
       01 ORDER-IDX      PIC 9(02) VALUE ZERO.
       01 BLOCK-IDX      PIC 9(02) VALUE ZERO.
       01 K              PIC 9(02) VALUE ZERO.

      * Section files (the report and SCENOUT) open with a banner and
      * then carry one section per system, each starting with a
      * blank line followed by the SYSTEM nn line. One reading
      * routine serves three purposes, chosen by SECTION-MODE.
       01 SECTION-MODE   PIC 9 VALUE 0.
           88 SCAN-BLOCKS    VALUE 1.
           88 COPY-BANNER    VALUE 2.
           88 COPY-SYSTEM    VALUE 3.
       01 WANT-SYS       PIC 9(02) VALUE ZERO.
       01 BLOCK-SYS      PIC 9(02) VALUE ZERO.
       01 BLOCK-SYS-TX   PIC X(02) VALUE SPACES.
       01 BLOCK-START    PIC 9 VALUE 0.
       01 PENDING-BLANKS PIC 9(03) VALUE ZERO.
       01 SEEN-BLOCK     PIC 9 VALUE 0.
       01 IN-WANTED      PIC 9 VALUE 0.
       01 SECTION-FLAG   PIC 9 VALUE 0.
           88 SECTION-DONE VALUE 1.
       01 PART-MISSING   PIC 9 VALUE 0.
       01 DUPLICATE-SYS  PIC 9 VALUE 0.

       01 BANNER-COUNT   PIC 9(02) VALUE ZERO.
       01 BANNER-IDX     PIC 9(02) VALUE ZERO.
       01 BANNER-TABLE.
           05 BANNER-LINE PIC X(132) OCCURS MAX-BANNER TIMES
                          VALUE SPACES.
       01 BANNER-WORK    PIC X(132) VALUE SPACES.
       01 BANNER-DIFFERS PIC 9 VALUE 0.
       01 BANNER-KEPT    PIC 9(02) VALUE ZERO.

      * Control totals on the comma-separated exports, checked on
      * every stream's file before anything is merged and rebuilt
      * for the merged file as its rows are written.
       01 EXPORT-KIND    PIC X(01) VALUE SPACE.
       01 EXPORT-TRAILER.
           05 ET-LINES   PIC 9(03).
           05 ET-LINE    PIC X(80) OCCURS 101 TIMES.
       01 ET-IDX         PIC 9(03) VALUE ZERO.
       01 EXPORT-CHECK.
           05 EC-RESULT  PIC X(02).
               88 EC-PASSED     VALUE "OK".
               88 EC-NOT-FOUND  VALUE "NF".
               88 EC-NO-TRAILER VALUE "NT".
               88 EC-FAILED     VALUE "BD".
           05 EC-RUN-ID  PIC X(14).
           05 EC-ROWS    PIC 9(09).
           05 EC-TEXT    PIC X(80).
       01 EXPORTS-FAILED PIC 9(02) VALUE ZERO.

      * The results feeds, through ResFeed.
       01 FEED-NAME      PIC X(20) VALUE SPACES.
       01 FEED-STATUS    PIC X(02) VALUE ZEROS.
       01 FEED-HEADER.
           05 FH-SOURCE  PIC X(08).
           05 FH-RUN-ID  PIC X(14).
           05 FH-GEN     PIC 9(02).
           05 FH-STAMP   PIC X(19).
           05 FH-MASTER  PIC X(05).
       01 FEED-CHECK.
           05 FC-RESULT  PIC X(02).
               88 FC-PASSED     VALUE "OK".
               88 FC-NOT-FOUND  VALUE "NF".
               88 FC-NO-TRAILER VALUE "NT".
               88 FC-FAILED     VALUE "BD".
           05 FC-RUN-ID  PIC X(14).
           05 FC-RECORDS PIC 9(09).
           05 FC-TEXT    PIC X(80).

       01 HEADER-WRITTEN PIC 9 VALUE 0.
       01 FIRST-LINE     PIC 9 VALUE 0.
       01 LINES-IN       PIC 9(09) VALUE ZERO.
       01 LINES-OUT      PIC 9(09) VALUE ZERO.
       01 SHORT-FILES    PIC 9(02) VALUE ZERO.

       01 XREF-TEXT      PIC X(60) VALUE SPACES.
       01 XREF-OPEN-TEXT.
           05 FILLER      PIC X(22) VALUE "D12MERGE OPEN STREAMS=".
           05 XOT-STREAMS PIC 9(01).
           05 FILLER      PIC X(37) VALUE SPACES.
       01 XREF-MERGE-TEXT.
           05 FILLER      PIC X(24)
               VALUE "D12MERGE MERGED STREAMS=".
           05 XMT-STREAMS PIC 9(01).
           05 FILLER      PIC X(09) VALUE " SYSTEMS=".
           05 XMT-SYSTEMS PIC 9(02).
           05 FILLER      PIC X(24) VALUE SPACES.

       01 REPORT-RUN-LINE.
           05 RRL-ACTION  PIC X(16).
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 RRL-RUN-ID  PIC X(14).
           05 FILLER      PIC X(05) VALUE " GEN ".
           05 RRL-GEN     PIC 9(02).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RRL-STREAMS PIC 9(01).
           05 FILLER      PIC X(08) VALUE " STREAMS".

       01 REPORT-STREAM-LINE.
           05 FILLER      PIC X(09) VALUE "  STREAM ".
           05 RSL-STREAM  PIC 9(01).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RSL-STATE   PIC X(24).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RSL-NOTE    PIC X(10).

       01 REPORT-SYSTEM-LINE.
           05 FILLER      PIC X(09) VALUE "  SYSTEM ".
           05 RYL-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(13) VALUE " FROM STREAM ".
           05 RYL-STREAM  PIC 9(01).

       01 REPORT-FILE-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-NAME    PIC X(14).
           05 FILLER      PIC X(09) VALUE "LINES IN=".
           05 RFL-IN      PIC Z(8)9.
           05 FILLER      PIC X(06) VALUE "  OUT=".
           05 RFL-OUT     PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-MARK    PIC X(12).

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD.

           PERFORM OPEN-REPORT-OUT.

           EVALUATE MERGE-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-PARTITIONED-RUN
               WHEN "MERGE"
                   PERFORM MERGE-PARTITIONED-RUN
               WHEN OTHER
                   MOVE "ACTION MUST BE OPEN OR MERGE" TO REFUSE-REASON
                   PERFORM REFUSE-ACTION
           END-EVALUATE.

           CLOSE REPORT-OUT.

           IF SHORT-FILES > 0
               MOVE "DMG003E" TO MSG-ID
               STRING "RUN " RUN-ID " MERGED, " SHORT-FILES
                      " FILES DO NOT BALANCE" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-STATUS = "10"
                   READ CONTROL-CARD
                       AT END
                           MOVE "10" TO CONTROL-STATUS
                       NOT AT END
                           PERFORM TAKE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD
           END-IF.

       TAKE-CONTROL-RECORD.
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
                   WHEN "ACTION"
                       MOVE CTL-VALUE-TX TO MERGE-ACTION
                   WHEN "STREAMS"
                       IF CTL-VALUE-TX(1:1) >= "2" AND
                          CTL-VALUE-TX(1:1) <= "9" AND
                          CTL-VALUE-TX(2:1) = SPACE
                           MOVE CTL-VALUE-TX(1:1) TO STREAM-COUNT
                       ELSE
                           MOVE "DMG010E" TO MSG-ID
                           STRING "BAD VALUE FOR STREAMS - "
                                  CTL-VALUE-TX DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       MOVE "DMG011E" TO MSG-ID
                       STRING "UNKNOWN CONTROL KEYWORD " CTL-KEYWORD
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       OPEN-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "DMG013S" TO MSG-ID
               STRING "UNABLE TO OPEN D12MRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DAY12 PARTITIONED RUN CONTROL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       REFUSE-ACTION.
           MOVE "DMG012E" TO MSG-ID.
           MOVE REFUSE-REASON TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOTHING DONE - " TO REPORT-LINE.
           MOVE REFUSE-REASON TO REPORT-LINE(16:60).
           WRITE REPORT-LINE.
           CLOSE REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Whatever run D12PART names, if any; RUN-ID stays spaces when
      * no partitioned run is open.
       READ-PARTITION-CARD.
           MOVE SPACES TO RUN-ID.
           MOVE ZERO TO RUN-GEN.
           OPEN INPUT PARTITION-CARD.
           IF PARTITION-STATUS = "00"
               READ PARTITION-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-TAG = "D12PART" AND DP-GEN NUMERIC
                          AND DP-PARTS NUMERIC
                           MOVE DP-RUN-ID TO RUN-ID
                           MOVE DP-GEN    TO RUN-GEN
                           MOVE DP-PARTS  TO STREAM-COUNT
                       END-IF
               END-READ
               CLOSE PARTITION-CARD
           END-IF.

      * BASE-NAME with the stream number of STREAM-IDX on the end.
       NAME-STREAM-FILE.
           MOVE STREAM-IDX TO SSX-NUMBER.
           MOVE SPACES TO PART-IN-NAME.
           STRING BASE-NAME DELIMITED BY SPACE
                  STREAM-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING.

      *----------------------------------------------------------
      * ACTION=OPEN
      *----------------------------------------------------------
       OPEN-PARTITIONED-RUN.
           IF STREAM-COUNT = 0
               MOVE "STREAMS=2 TO 9 IS REQUIRED TO OPEN A RUN"
                   TO REFUSE-REASON
               PERFORM REFUSE-ACTION
           END-IF.
           MOVE STREAM-COUNT TO XOT-STREAMS.

           PERFORM READ-PARTITION-CARD.
           IF RUN-ID NOT = SPACES
               MOVE SPACES TO REFUSE-REASON
               STRING "RUN " RUN-ID " IS STILL OPEN - MERGE IT FIRST"
                   DELIMITED BY SIZE INTO REFUSE-REASON
               END-STRING
               PERFORM REFUSE-ACTION
           END-IF.
           CALL "ACQUIRE-RUN-ID" USING RUN-ID RUN-GEN
           END-CALL.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.

           OPEN OUTPUT RUNID-OUT.
           MOVE RUN-ID TO RUNID-RECORD.
           WRITE RUNID-RECORD.
           CLOSE RUNID-OUT.

      * A checkpoint, status or stop card a stream left from the last
      * partitioned run would be taken for this run's.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               MOVE "CHECKPNT" TO BASE-NAME
               PERFORM EMPTY-STREAM-FILE
               MOVE "D12STAT" TO BASE-NAME
               PERFORM EMPTY-STREAM-FILE
               MOVE "D12STOP" TO BASE-NAME
               PERFORM EMPTY-STREAM-FILE
           END-PERFORM.

           MOVE SPACES TO PARTITION-RECORD.
           MOVE "D12PART" TO DP-TAG.
           MOVE RUN-ID TO DP-RUN-ID.
           MOVE RUN-GEN TO DP-GEN.
           MOVE STREAM-COUNT TO DP-PARTS.
           MOVE RUN-DATE-DISPLAY(5:19) TO DP-OPENED.
           OPEN OUTPUT PARTITION-CARD.
           IF PARTITION-STATUS NOT = "00"
               MOVE "DMG014S" TO MSG-ID
               STRING "UNABLE TO OPEN D12PART, FILE STATUS "
                      PARTITION-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE PARTITION-RECORD.
           CLOSE PARTITION-CARD.

           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-OPEN-TEXT
           END-CALL.

           MOVE "OPENED          " TO RRL-ACTION.
           PERFORM WRITE-RUN-LINE.
           MOVE "DMG001I" TO MSG-ID.
           STRING "RUN " RUN-ID " OPENED FOR " STREAM-COUNT
                  " STREAMS" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

       EMPTY-STREAM-FILE.
           PERFORM NAME-STREAM-FILE.
           MOVE PART-IN-NAME TO MERGED-NAME.
           OPEN OUTPUT MERGED-OUT.
           IF MERGED-STATUS NOT = "00"
               MOVE "DMG015S" TO MSG-ID
               STRING "UNABLE TO OPEN " FUNCTION TRIM (MERGED-NAME)
                      ", FILE STATUS " MERGED-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MERGED-OUT.

       WRITE-RUN-LINE.
           MOVE RUN-ID TO RRL-RUN-ID.
           MOVE RUN-GEN TO RRL-GEN.
           MOVE STREAM-COUNT TO RRL-STREAMS.
           MOVE REPORT-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *----------------------------------------------------------
      * ACTION=MERGE
      *----------------------------------------------------------
       MERGE-PARTITIONED-RUN.
           PERFORM READ-PARTITION-CARD.
           IF RUN-ID = SPACES
               MOVE "NO PARTITIONED RUN IS OPEN ON D12PART"
                   TO REFUSE-REASON
               PERFORM REFUSE-ACTION
           END-IF.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.
           MOVE RUN-ID TO RID-ID.
           MOVE RUN-GEN TO RID-GEN.

           MOVE "MERGING         " TO RRL-ACTION.
           PERFORM WRITE-RUN-LINE.

           PERFORM CHECK-STREAM-STATUS.

           PERFORM SCAN-STREAM-REPORTS.

           PERFORM CHECK-HISTORY-CLEAR.

           PERFORM CHECK-STREAM-EXPORTS.

           CALL "SAVE-GENERATION" USING RUN-GEN "REPORT-OUTPUT "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "SCENOUT       "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "TRAJECT       "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12EVENT      "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12ENRGY      "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12FEED       "
           END-CALL.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILES MERGED" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "REPORT-OUTPUT" TO BASE-NAME.
           PERFORM MERGE-SECTION-FILE.
           MOVE "SCENOUT" TO BASE-NAME.
           PERFORM MERGE-SECTION-FILE.
           MOVE "TRAJECT" TO BASE-NAME.
           MOVE "T" TO EXPORT-KIND.
           PERFORM MERGE-CSV-FILE.
           MOVE "D12EVENT" TO BASE-NAME.
           MOVE "E" TO EXPORT-KIND.
           PERFORM MERGE-CSV-FILE.
           MOVE "D12ENRGY" TO BASE-NAME.
           MOVE "N" TO EXPORT-KIND.
           PERFORM MERGE-CSV-FILE.
           MOVE "D12FEED" TO BASE-NAME.
           PERFORM MERGE-FEED-FILE.
           MOVE "D12HIST" TO BASE-NAME.
           PERFORM APPEND-HISTORY-FILE.
           MOVE "D12PERF" TO BASE-NAME.
           PERFORM APPEND-HISTORY-FILE.
           MOVE "SCENHIST" TO BASE-NAME.
           PERFORM APPEND-HISTORY-FILE.

      * The run is closed the moment its lines are booked, so the
      * same streams can never be booked twice.
           OPEN OUTPUT PARTITION-CARD.
           CLOSE PARTITION-CARD.
           OPEN OUTPUT RUNID-OUT.
           CLOSE RUNID-OUT.

           MOVE STREAM-COUNT TO XMT-STREAMS.
           MOVE ORDER-COUNT TO XMT-SYSTEMS.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-MERGE-TEXT
           END-CALL.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MERGED, CLOSED  " TO RRL-ACTION.
           PERFORM WRITE-RUN-LINE.
           MOVE "DMG002I" TO MSG-ID.
           STRING "RUN " RUN-ID " MERGED FROM " STREAM-COUNT
                  " STREAMS, " ORDER-COUNT " SYSTEMS"
                  DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

      * Every stream must have ended for this run. All of them are
      * listed before the verdict so one pass shows every stream that
      * still needs resubmitting.
       CHECK-STREAM-STATUS.
           MOVE ZERO TO STREAMS-SHORT.
           MOVE "D12STAT" TO BASE-NAME.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               MOVE PART-IN-NAME TO STAT-IN-NAME
               MOVE "NOT STARTED" TO STREAM-STATE
               OPEN INPUT STAT-IN
               IF STAT-STATUS = "00"
                   READ STAT-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STI-RUN-ID = RUN-ID
                               MOVE STI-STATE TO STREAM-STATE
                           ELSE
                               MOVE "NOT STARTED FOR THIS RUN"
                                   TO STREAM-STATE
                           END-IF
                   END-READ
                   CLOSE STAT-IN
               END-IF
               MOVE SPACES TO RSL-NOTE
               IF STREAM-STATE NOT = "ENDED"
                   ADD 1 TO STREAMS-SHORT
                   MOVE "RESUBMIT" TO RSL-NOTE
               END-IF
               MOVE STREAM-IDX TO RSL-STREAM
               MOVE STREAM-STATE TO RSL-STATE
               MOVE REPORT-STREAM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           IF STREAMS-SHORT > 0
               MOVE SPACES TO REFUSE-REASON
               STRING STREAMS-SHORT " STREAMS HAVE NOT ENDED"
                   DELIMITED BY SIZE INTO REFUSE-REASON
               END-STRING
               PERFORM REFUSE-ACTION
           END-IF.

      * Reads every stream's report once: its banner must match the
      * first stream's line for line (the run date apart), and its
      * sections say which systems it ran. A stream restarted in the
      * middle of a system has two sections for it, one after the
      * other; they count as one.
       SCAN-STREAM-REPORTS.
           MOVE "REPORT-OUTPUT" TO BASE-NAME.
           MOVE ZERO TO BANNER-COUNT.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               MOVE 1 TO SECTION-MODE
               MOVE ZERO TO BANNER-IDX
               MOVE 0 TO BANNER-DIFFERS
               PERFORM READ-SECTION-FILE
               IF PART-MISSING = 1
                   MOVE SPACES TO REFUSE-REASON
                   STRING "NO REPORT FROM STREAM " STREAM-IDX
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-ACTION
               END-IF
               IF STREAM-IDX = 1
                   MOVE BANNER-IDX TO BANNER-COUNT
               END-IF
               IF BANNER-IDX NOT = BANNER-COUNT OR
                  BANNER-LINE(3) NOT = RUN-ID-DISPLAY
                   MOVE 1 TO BANNER-DIFFERS
               END-IF
               IF BANNER-DIFFERS = 1
                   MOVE SPACES TO REFUSE-REASON
                   STRING "STREAM " STREAM-IDX " REPORT IS NOT FOR "
                       "THIS RUN OR RAN OTHER PARAMETERS"
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-ACTION
               END-IF
               IF DUPLICATE-SYS = 1
                   MOVE SPACES TO REFUSE-REASON
                   STRING "STREAM " STREAM-IDX " RAN A SYSTEM "
                       "ANOTHER STREAM RAN"
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-ACTION
               END-IF
           END-PERFORM.

      * Dealt in turn, no stream can hold fewer sections than a later
      * one or more than one section over the last.
           PERFORM VARYING STREAM-IDX FROM 2 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               IF STREAM-BLOCKS(STREAM-IDX) >
                  STREAM-BLOCKS(STREAM-IDX - 1) OR
                  STREAM-BLOCKS(STREAM-IDX) + 1 < STREAM-BLOCKS(1)
                   MOVE "STREAM REPORTS DO NOT COVER THE MASTER IN TURN"
                       TO REFUSE-REASON
                   PERFORM REFUSE-ACTION
               END-IF
           END-PERFORM.

           MOVE ZERO TO ORDER-COUNT.
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX > STREAM-BLOCKS(1)
               PERFORM VARYING STREAM-IDX FROM 1 BY 1
                       UNTIL STREAM-IDX > STREAM-COUNT
                   IF BLOCK-IDX <= STREAM-BLOCKS(STREAM-IDX)
                       ADD 1 TO ORDER-COUNT
                       MOVE STREAM-SYS(STREAM-IDX, BLOCK-IDX)
                           TO ORDER-SYS(ORDER-COUNT)
                       MOVE STREAM-IDX TO ORDER-STREAM(ORDER-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF ORDER-COUNT = 0
               MOVE "NO SYSTEM SECTIONS ON THE STREAM REPORTS"
                   TO REFUSE-REASON
               PERFORM REFUSE-ACTION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYSTEMS IN MASTER ORDER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-SYS(ORDER-IDX) TO RYL-SYSTEM
               MOVE ORDER-STREAM(ORDER-IDX) TO RYL-STREAM
               MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      * A run already on D12HIST has been merged once; booking its
      * lines again would double every figure HistRpt trends.
       CHECK-HISTORY-CLEAR.
           MOVE "D12HIST" TO PART-IN-NAME.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10"
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           IF PART-IN-RECORD(21:14) = RUN-ID
                               CLOSE PART-IN
                               MOVE SPACES TO REFUSE-REASON
                               STRING "RUN " RUN-ID
                                   " IS ALREADY ON D12HIST"
                                   DELIMITED BY SIZE
                                   INTO REFUSE-REASON
                               END-STRING
                               PERFORM REFUSE-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

      * A stream export without its trailer was cut off before the
      * stream finished with it, and one that disagrees with its
      * trailer has been damaged since; either way its rows cannot be
      * merged. Every stream file is listed before the verdict.
       CHECK-STREAM-EXPORTS.
           MOVE ZERO TO EXPORTS-FAILED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STREAM EXPORT TRAILERS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRAJECT" TO BASE-NAME.
           MOVE "T" TO EXPORT-KIND.
           PERFORM CHECK-STREAM-EXPORT.
           MOVE "D12EVENT" TO BASE-NAME.
           MOVE "E" TO EXPORT-KIND.
           PERFORM CHECK-STREAM-EXPORT.
           MOVE "D12ENRGY" TO BASE-NAME.
           MOVE "N" TO EXPORT-KIND.
           PERFORM CHECK-STREAM-EXPORT.
           MOVE "D12FEED" TO BASE-NAME.
           PERFORM CHECK-STREAM-FEED.

           IF EXPORTS-FAILED > 0
               MOVE SPACES TO REFUSE-REASON
               STRING EXPORTS-FAILED " STREAM EXPORTS FAIL THEIR "
                   "TRAILER CHECK" DELIMITED BY SIZE INTO REFUSE-REASON
               END-STRING
               PERFORM REFUSE-ACTION
           END-IF.

       CHECK-STREAM-EXPORT.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               CALL "CHECK-EXPORT-FILE" USING EXPORT-KIND PART-IN-NAME
                   EXPORT-CHECK
               END-CALL
               IF EC-PASSED AND EC-RUN-ID NOT = RUN-ID
                   MOVE "BD" TO EC-RESULT
                   MOVE SPACES TO EC-TEXT
                   STRING FUNCTION TRIM (PART-IN-NAME)
                       " TRAILER IS FOR RUN " EC-RUN-ID
                       DELIMITED BY SIZE INTO EC-TEXT
                   END-STRING
               END-IF
               IF NOT EC-PASSED
                   ADD 1 TO EXPORTS-FAILED
                   MOVE "DMG016E" TO MSG-ID
                   MOVE EC-TEXT TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE EC-TEXT TO REPORT-LINE(3:80)
               WRITE REPORT-LINE
           END-PERFORM.

       CHECK-STREAM-FEED.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               CALL "CHECK-RESULTS-FEED" USING PART-IN-NAME FEED-CHECK
               END-CALL
               IF FC-PASSED AND FC-RUN-ID NOT = RUN-ID
                   MOVE "BD" TO FC-RESULT
                   MOVE SPACES TO FC-TEXT
                   STRING FUNCTION TRIM (PART-IN-NAME)
                       " TRAILER IS FOR RUN " FC-RUN-ID
                       DELIMITED BY SIZE INTO FC-TEXT
                   END-STRING
               END-IF
               IF NOT FC-PASSED
                   ADD 1 TO EXPORTS-FAILED
                   MOVE "DMG017E" TO MSG-ID
                   MOVE FC-TEXT TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE FC-TEXT TO REPORT-LINE(3:80)
               WRITE REPORT-LINE
           END-PERFORM.

      *----------------------------------------------------------
      * Section files: REPORT-OUTPUT and SCENOUT
      *----------------------------------------------------------
      * The first stream's banner, then every system's sections from
      * the stream that ran it, in master order. A file no stream
      * wrote (SCENOUT with no scenarios) comes out empty, as Day12
      * leaves it.
       MERGE-SECTION-FILE.
           MOVE ZERO TO LINES-IN.
           MOVE ZERO TO LINES-OUT.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM COUNT-STREAM-LINES
           END-PERFORM.

           PERFORM OPEN-MERGED-OUT.

           MOVE 1 TO STREAM-IDX.
           PERFORM NAME-STREAM-FILE.
           MOVE 2 TO SECTION-MODE.
           PERFORM READ-SECTION-FILE.
           MOVE BANNER-IDX TO BANNER-KEPT.

           MOVE 3 TO SECTION-MODE.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-STREAM(ORDER-IDX) TO STREAM-IDX
               MOVE ORDER-SYS(ORDER-IDX) TO WANT-SYS
               PERFORM NAME-STREAM-FILE
               PERFORM READ-SECTION-FILE
           END-PERFORM.

           CLOSE MERGED-OUT.

      * Every stream's banner but the first is left behind.
           COMPUTE LINES-IN =
               LINES-IN - (STREAM-COUNT - 1) * BANNER-KEPT.
           PERFORM WRITE-FILE-LINE.

       READ-SECTION-FILE.
           MOVE ZERO TO PENDING-BLANKS.
           MOVE 0 TO SEEN-BLOCK.
           MOVE 0 TO IN-WANTED.
           MOVE 0 TO SECTION-FLAG.
           MOVE 0 TO PART-MISSING.
           MOVE 0 TO DUPLICATE-SYS.
           MOVE ZERO TO BANNER-IDX.
           IF SCAN-BLOCKS
               MOVE ZERO TO STREAM-BLOCKS(STREAM-IDX)
           END-IF.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS NOT = "00"
               MOVE 1 TO PART-MISSING
           ELSE
               PERFORM UNTIL PART-IN-STATUS = "10" OR SECTION-DONE
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           PERFORM TAKE-SECTION-LINE
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

       TAKE-SECTION-LINE.
           IF PART-IN-RECORD = SPACES
               ADD 1 TO PENDING-BLANKS
           ELSE
               MOVE 0 TO BLOCK-START
               IF PENDING-BLANKS > 0 AND
                  PART-IN-RECORD(1:7) = "SYSTEM "
                   MOVE PART-IN-RECORD(8:2) TO BLOCK-SYS-TX
                   INSPECT BLOCK-SYS-TX REPLACING LEADING SPACE BY "0"
                   IF BLOCK-SYS-TX NUMERIC
                       MOVE BLOCK-SYS-TX TO BLOCK-SYS
                       MOVE 1 TO BLOCK-START
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN SCAN-BLOCKS
                       PERFORM SCAN-SECTION-LINE
                   WHEN COPY-BANNER
                       IF BLOCK-START = 1
                           MOVE 1 TO SECTION-FLAG
                       ELSE
                           PERFORM COPY-SECTION-LINE
                           ADD PENDING-BLANKS TO BANNER-IDX
                           ADD 1 TO BANNER-IDX
                       END-IF
                   WHEN COPY-SYSTEM
                       IF BLOCK-START = 1
                           IF BLOCK-SYS = WANT-SYS
                               MOVE 1 TO IN-WANTED
                           ELSE
                               IF IN-WANTED = 1
                                   MOVE 0 TO IN-WANTED
                                   MOVE 1 TO SECTION-FLAG
                               END-IF
                           END-IF
                       END-IF
                       IF IN-WANTED = 1
                           PERFORM COPY-SECTION-LINE
                       END-IF
               END-EVALUATE
               MOVE ZERO TO PENDING-BLANKS
           END-IF.

       COPY-SECTION-LINE.
           PERFORM PENDING-BLANKS TIMES
               MOVE SPACES TO MERGED-RECORD
               WRITE MERGED-RECORD
               ADD 1 TO LINES-OUT
           END-PERFORM.
           MOVE PART-IN-RECORD TO MERGED-RECORD.
           WRITE MERGED-RECORD.
           ADD 1 TO LINES-OUT.

       SCAN-SECTION-LINE.
           IF BLOCK-START = 1
               MOVE 1 TO SEEN-BLOCK
               IF STREAM-BLOCKS(STREAM-IDX) = 0
                   PERFORM TAKE-STREAM-SYSTEM
               ELSE
                   IF STREAM-SYS(STREAM-IDX, STREAM-BLOCKS(STREAM-IDX))
                      NOT = BLOCK-SYS
                       PERFORM TAKE-STREAM-SYSTEM
                   END-IF
               END-IF
           ELSE
               IF SEEN-BLOCK = 0
                   MOVE SPACES TO BANNER-WORK
                   PERFORM PENDING-BLANKS TIMES
                       PERFORM TAKE-BANNER-LINE
                   END-PERFORM
                   MOVE PART-IN-RECORD TO BANNER-WORK
                   PERFORM TAKE-BANNER-LINE
               END-IF
           END-IF.

      * A system already dealt to another stream, or seen twice apart
      * in this one, marks the stream report as not this run's deal.
       TAKE-STREAM-SYSTEM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > STREAM-COUNT
               PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                       UNTIL BLOCK-IDX > STREAM-BLOCKS(K)
                   IF STREAM-SYS(K, BLOCK-IDX) = BLOCK-SYS
                       MOVE 1 TO DUPLICATE-SYS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF STREAM-BLOCKS(STREAM-IDX) < MAX-SYSTEMS
               ADD 1 TO STREAM-BLOCKS(STREAM-IDX)
               MOVE BLOCK-SYS
                   TO STREAM-SYS(STREAM-IDX, STREAM-BLOCKS(STREAM-IDX))
           ELSE
               MOVE 1 TO DUPLICATE-SYS
           END-IF.

      * The first stream's banner is kept; every later stream's is
      * held against it, the run date (line 2) apart.
       TAKE-BANNER-LINE.
           ADD 1 TO BANNER-IDX.
           IF BANNER-IDX > MAX-BANNER
               MOVE 1 TO BANNER-DIFFERS
           ELSE
               IF STREAM-IDX = 1
                   MOVE BANNER-WORK TO BANNER-LINE(BANNER-IDX)
               ELSE
                   IF BANNER-IDX NOT = 2 AND
                      BANNER-WORK NOT = BANNER-LINE(BANNER-IDX)
                       MOVE 1 TO BANNER-DIFFERS
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO BANNER-WORK.

      *----------------------------------------------------------
      * Comma-separated exports: TRAJECT, D12EVENT, D12ENRGY
      *----------------------------------------------------------
      * One heading line, then each system's rows from the stream that
      * ran it, in master order, then the merged file's own trailer.
      * The streams' trailer lines are neither counted nor copied;
      * the trailer written in their place is counted on both sides.
       MERGE-CSV-FILE.
           MOVE ZERO TO LINES-IN.
           MOVE ZERO TO LINES-OUT.
           MOVE 0 TO HEADER-WRITTEN.
           CALL "START-EXPORT-TALLY" USING EXPORT-KIND
           END-CALL.
           PERFORM OPEN-MERGED-OUT.

           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               MOVE 1 TO FIRST-LINE
               OPEN INPUT PART-IN
               IF PART-IN-STATUS = "00"
                   PERFORM UNTIL PART-IN-STATUS = "10"
                       READ PART-IN
                           AT END
                               MOVE "10" TO PART-IN-STATUS
                           NOT AT END
                               PERFORM TAKE-CSV-COUNT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN
               END-IF
           END-PERFORM.

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-STREAM(ORDER-IDX) TO STREAM-IDX
               MOVE ORDER-SYS(ORDER-IDX) TO WANT-SYS
               PERFORM NAME-STREAM-FILE
               PERFORM COPY-CSV-ROWS
           END-PERFORM.

           CALL "BUILD-EXPORT-TRAILER" USING EXPORT-KIND RUN-ID
               EXPORT-TRAILER
           END-CALL.
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-LINES
               MOVE ET-LINE(ET-IDX) TO MERGED-RECORD
               WRITE MERGED-RECORD
               ADD 1 TO LINES-OUT
               ADD 1 TO LINES-IN
           END-PERFORM.

           CLOSE MERGED-OUT.
           IF HEADER-WRITTEN = 1
               ADD 1 TO LINES-IN
           END-IF.
           PERFORM WRITE-FILE-LINE.

       TAKE-CSV-COUNT-LINE.
           IF FIRST-LINE = 1
               MOVE 0 TO FIRST-LINE
               IF HEADER-WRITTEN = 0
                   MOVE PART-IN-RECORD TO MERGED-RECORD
                   WRITE MERGED-RECORD
                   ADD 1 TO LINES-OUT
                   MOVE 1 TO HEADER-WRITTEN
               END-IF
           ELSE
               IF PART-IN-RECORD(1:7) NOT = "TRLSYS," AND
                  PART-IN-RECORD(1:8) NOT = "TRAILER,"
                   ADD 1 TO LINES-IN
               END-IF
           END-IF.

      * A system's rows sit together on its stream's file, so the
      * reading stops at the first row past them.
       COPY-CSV-ROWS.
           MOVE 0 TO IN-WANTED.
           MOVE 0 TO SECTION-FLAG.
           MOVE 1 TO FIRST-LINE.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10" OR SECTION-DONE
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           IF FIRST-LINE = 1
                               MOVE 0 TO FIRST-LINE
                           ELSE
                               PERFORM TAKE-CSV-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

       TAKE-CSV-ROW.
           IF PART-IN-RECORD(1:2) = WANT-SYS
               MOVE 1 TO IN-WANTED
               CALL "TALLY-EXPORT-LINE" USING EXPORT-KIND PART-IN-RECORD
               END-CALL
               MOVE PART-IN-RECORD TO MERGED-RECORD
               WRITE MERGED-RECORD
               ADD 1 TO LINES-OUT
           ELSE
               IF IN-WANTED = 1
                   MOVE 1 TO SECTION-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------
      * The results feed: D12FEED
      *----------------------------------------------------------
      * Written through ResFeed, which tallies the merged feed's
      * trailer as the records go out. A system's block on its
      * stream's feed runs from its SYS record up to the next SYS
      * record or the trailer, and is copied whole, whatever record
      * types it holds.
       MERGE-FEED-FILE.
           MOVE ZERO TO LINES-IN.
           MOVE ZERO TO LINES-OUT.
           MOVE BASE-NAME TO FEED-NAME.

           MOVE 1 TO STREAM-IDX.
           PERFORM NAME-STREAM-FILE.
           MOVE 1 TO FIRST-LINE.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10"
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           PERFORM TAKE-FEED-OPENING
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               OPEN INPUT PART-IN
               IF PART-IN-STATUS = "00"
                   PERFORM UNTIL PART-IN-STATUS = "10"
                       READ PART-IN
                           AT END
                               MOVE "10" TO PART-IN-STATUS
                           NOT AT END
                               IF PART-IN-RECORD(1:4) NOT = "HDR,"
                                  AND NOT = "PRM," AND NOT = "TRL,"
                                   ADD 1 TO LINES-IN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN
               END-IF
           END-PERFORM.

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-STREAM(ORDER-IDX) TO STREAM-IDX
               MOVE ORDER-SYS(ORDER-IDX) TO WANT-SYS
               PERFORM NAME-STREAM-FILE
               PERFORM COPY-FEED-BLOCK
           END-PERFORM.

           CALL "END-RESULTS-FEED" USING RUN-ID FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-STATUS.
           ADD 1 TO LINES-IN.
           ADD 1 TO LINES-OUT.
           PERFORM WRITE-FILE-LINE.

      * The first stream's header starts the merged feed and its
      * parameters follow; every stream was submitted with the same.
       TAKE-FEED-OPENING.
           EVALUATE TRUE
               WHEN FIRST-LINE = 1 AND PART-IN-RECORD(1:4) = "HDR,"
                   MOVE 0 TO FIRST-LINE
                   MOVE PART-IN-RECORD(8:8)   TO FH-SOURCE
                   MOVE RUN-ID                TO FH-RUN-ID
                   MOVE RUN-GEN               TO FH-GEN
                   MOVE PART-IN-RECORD(35:19) TO FH-STAMP
                   MOVE PART-IN-RECORD(55:5)  TO FH-MASTER
                   CALL "START-RESULTS-FEED" USING FEED-NAME
                       FEED-HEADER FEED-STATUS
                   END-CALL
                   PERFORM CHECK-FEED-STATUS
                   ADD 1 TO LINES-IN
                   ADD 1 TO LINES-OUT
               WHEN PART-IN-RECORD(1:4) = "PRM,"
                   ADD 1 TO LINES-IN
                   PERFORM COPY-ONE-FEED-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPY-FEED-BLOCK.
           MOVE 0 TO IN-WANTED.
           MOVE 0 TO SECTION-FLAG.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10" OR SECTION-DONE
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           PERFORM TAKE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

       TAKE-FEED-RECORD.
           EVALUATE TRUE
               WHEN PART-IN-RECORD(1:4) = "SYS,"
                   IF PART-IN-RECORD(5:2) = WANT-SYS
                       MOVE 1 TO IN-WANTED
                       PERFORM COPY-ONE-FEED-RECORD
                   ELSE
                       IF IN-WANTED = 1
                           MOVE 1 TO SECTION-FLAG
                       END-IF
                   END-IF
               WHEN PART-IN-RECORD(1:4) = "TRL,"
                   IF IN-WANTED = 1
                       MOVE 1 TO SECTION-FLAG
                   END-IF
               WHEN IN-WANTED = 1
                   PERFORM COPY-ONE-FEED-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPY-ONE-FEED-RECORD.
           CALL "COPY-FEED-RECORD" USING PART-IN-RECORD FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-STATUS.
           ADD 1 TO LINES-OUT.

       CHECK-FEED-STATUS.
           IF FEED-STATUS NOT = "00"
               MOVE "DMG018S" TO MSG-ID
               STRING "UNABLE TO WRITE " FUNCTION TRIM (FEED-NAME)
                      ", FILE STATUS " FEED-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * History archives: D12HIST, D12PERF, SCENHIST
      *----------------------------------------------------------
      * The streams' lines for this run are appended to the real
      * archive in master order with the same create-if-missing,
      * append-and-close treatment Day12 gives it.
       APPEND-HISTORY-FILE.
           MOVE ZERO TO LINES-IN.
           MOVE ZERO TO LINES-OUT.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-COUNT
               PERFORM NAME-STREAM-FILE
               MOVE ZERO TO WANT-SYS
               PERFORM READ-HISTORY-LINES
           END-PERFORM.

           MOVE BASE-NAME TO MERGED-NAME.
           OPEN INPUT MERGED-OUT.
           IF MERGED-STATUS = "35"
               OPEN OUTPUT MERGED-OUT
               CLOSE MERGED-OUT
           ELSE
               CLOSE MERGED-OUT
           END-IF.
           OPEN EXTEND MERGED-OUT.
           IF MERGED-STATUS NOT = "00"
               MOVE "DMG015S" TO MSG-ID
               STRING "UNABLE TO OPEN " FUNCTION TRIM (MERGED-NAME)
                      ", FILE STATUS " MERGED-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-STREAM(ORDER-IDX) TO STREAM-IDX
               MOVE ORDER-SYS(ORDER-IDX) TO WANT-SYS
               PERFORM NAME-STREAM-FILE
               PERFORM READ-HISTORY-LINES
           END-PERFORM.

           CLOSE MERGED-OUT.
           PERFORM WRITE-FILE-LINE.

      * WANT-SYS zero counts the stream's lines for the run; a system
      * number copies that system's lines across.
       READ-HISTORY-LINES.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10"
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           PERFORM TAKE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

       TAKE-HISTORY-LINE.
           IF PART-IN-RECORD(21:14) = RUN-ID
               IF WANT-SYS = ZERO
                   ADD 1 TO LINES-IN
               ELSE
                   IF PART-IN-RECORD(36:2) = WANT-SYS
                       MOVE PART-IN-RECORD TO MERGED-RECORD
                       WRITE MERGED-RECORD
                       ADD 1 TO LINES-OUT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      * Shared pieces
      *----------------------------------------------------------
       OPEN-MERGED-OUT.
           MOVE BASE-NAME TO MERGED-NAME.
           OPEN OUTPUT MERGED-OUT.
           IF MERGED-STATUS NOT = "00"
               MOVE "DMG015S" TO MSG-ID
               STRING "UNABLE TO OPEN " FUNCTION TRIM (MERGED-NAME)
                      ", FILE STATUS " MERGED-STATUS
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-STREAM-LINES.
           PERFORM NAME-STREAM-FILE.
           OPEN INPUT PART-IN.
           IF PART-IN-STATUS = "00"
               PERFORM UNTIL PART-IN-STATUS = "10"
                   READ PART-IN
                       AT END
                           MOVE "10" TO PART-IN-STATUS
                       NOT AT END
                           ADD 1 TO LINES-IN
                   END-READ
               END-PERFORM
               CLOSE PART-IN
           END-IF.

       WRITE-FILE-LINE.
           MOVE BASE-NAME TO RFL-NAME.
           MOVE LINES-IN TO RFL-IN.
           MOVE LINES-OUT TO RFL-OUT.
           IF LINES-IN = LINES-OUT
               MOVE SPACES TO RFL-MARK
           ELSE
               MOVE "*UNBALANCED*" TO RFL-MARK
               ADD 1 TO SHORT-FILES
               MOVE "DMG004W" TO MSG-ID
               STRING FUNCTION TRIM (BASE-NAME) " READ " LINES-IN
                      " LINES, WROTE " LINES-OUT DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.
           MOVE REPORT-FILE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
