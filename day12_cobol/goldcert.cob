      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoldCert.

      * Certifies a Day12 run against the approved expected results
      * on D12GOLD. HistRpt only holds each run against the run
      * before it; this step holds it against figures somebody signed
      * off, so a wrong answer that two runs happen to agree on still
      * fails. By default the run certified is the latest on D12HIST
      * - the run identifier on its last line - and a GLDCTL card
      * RUNID=id names an earlier one instead. A run named that way
      * whose month HistArc has moved out of D12HIST is read off the
      * monthly archive - D12HIST.A<yyyymm> for the month its run
      * identifier was minted in, or the month after for a run that
      * went on over the turn of the month.
      *
      * Every system that run booked is listed on GLDRPT with PASS or
      * FAIL and its TOTAL-ENERGY, X/Y/Z-LOOP and ANSWER-LOOP beside
      * the approved figures, together with who approved them, when,
      * from which run and against which PLANETS master version. A
      * run that read a different master version from the one the
      * expectation was approved against is noted, since a FAIL there
      * may be the master's doing rather than the physics'.
      *
      * Return code 0 means every system passed, 4 that none failed
      * but at least one has no approved expectation yet, 8 that at
      * least one failed, and 16 that the run could not be certified
      * at all - no baseline, a baseline that fails its trailer check
      * (changed outside GoldUpd), or no history lines for the run.

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "GLDCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select GOLD-FILE assign to "D12GOLD"
               organization is line sequential
               file status is GOLD-STATUS.

           select HISTORY-IN assign using HISTORY-NAME
               organization is line sequential
               file status is HISTORY-STATUS.

           select XREF-IN assign to "RUNXREF"
               organization is line sequential
               file status is XREF-STATUS.

           select REPORT-OUT assign to "GLDRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

      * The layout GoldUpd writes; see GoldUpd.
       FD  GOLD-FILE
           record contains 146 characters.
       01 GOLD-RECORD.
           05 GB-SYSTEM   PIC 9(02).
           05 FILLER      PIC X.
           05 GB-TOTAL    PIC 9(18).
           05 FILLER      PIC X.
           05 GB-XLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-YLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-ZLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-ANSWER   PIC 9(20).
           05 FILLER      PIC X.
           05 GB-APPROVER PIC X(08).
           05 FILLER      PIC X.
           05 GB-APPROVED PIC X(10).
           05 FILLER      PIC X.
           05 GB-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 GB-MASTER   PIC X(05).
       01 GOLD-TRAILER REDEFINES GOLD-RECORD.
           05 GT-TAG      PIC X(07).
           05 FILLER      PIC X.
           05 GT-VERSION  PIC 9(05).
           05 FILLER      PIC X.
           05 GT-COUNT    PIC 9(03).
           05 FILLER      PIC X.
           05 GT-HASH     PIC 9(22).
           05 FILLER      PIC X.
           05 GT-DATE     PIC X(19).
           05 FILLER      PIC X.
           05 GT-RUN-ID   PIC X(14).
           05 FILLER      PIC X(71).

       FD  HISTORY-IN
           record contains 140 characters.
       01 HISTORY-RECORD PIC X(140).

       FD  XREF-IN
           record contains 80 characters.
       01 XREF-RECORD.
           05 XR-RUN-ID PIC X(14).
           05 FILLER    PIC X.
           05 XR-GEN    PIC X(02).
           05 FILLER    PIC X.
           05 XR-TEXT   PIC X(62).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS PIC X(02) VALUE ZEROS.
       01 GOLD-STATUS    PIC X(02) VALUE ZEROS.
       01 HISTORY-STATUS PIC X(02) VALUE ZEROS.
       01 XREF-STATUS    PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "GOLDCERT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z9.

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

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(18) VALUE SPACES.

       01 CERT-RUN-ID    PIC X(14) VALUE SPACES.
       01 CERT-MASTER    PIC X(05) VALUE SPACES.
       01 LATEST-FLAG    PIC 9 VALUE 0.
           88 LATEST-WANTED VALUE 1.
       01 REFUSE-REASON  PIC X(60) VALUE SPACES.

      * The history file the run's figures are read from, and the
      * month of the archive tried when the live file has none.
       01 HISTORY-NAME   PIC X(20) VALUE "D12HIST".
       01 ARCHIVE-YY     PIC 9(02) VALUE ZERO.
       01 ARCHIVE-MONTH.
           05 AM-YEAR     PIC 9(04) VALUE ZERO.
           05 AM-MONTH    PIC 9(02) VALUE ZERO.

       78 MAX-SYSTEMS VALUE 10.
       01 GOLD-COUNT     PIC 9(02) VALUE ZERO.
       01 GOLD-IMAGE-TABLE.
           05 GOLD-IMAGE PIC X(146) OCCURS MAX-SYSTEMS TIMES
                         VALUE SPACES.
       01 GOLD-USED-TABLE.
           05 GOLD-USED  PIC 9 OCCURS MAX-SYSTEMS TIMES VALUE 0.
       01 TRAILER-FOUND  PIC 9 VALUE 0.
           88 TRAILER-ON-FILE VALUE 1.
       01 GOLD-DAMAGE    PIC 9 VALUE 0.
           88 GOLD-DAMAGED VALUE 1.
       01 TRAILER-VERSION PIC 9(05) VALUE ZERO.
       01 TRAILER-COUNT  PIC 9(03) VALUE ZERO.
       01 TRAILER-HASH   PIC 9(22) VALUE ZERO.
       01 TRAILER-DATE   PIC X(19) VALUE SPACES.
       01 TRAILER-RUN-ID PIC X(14) VALUE SPACES.
       01 TALLY-COUNT    PIC 9(03) VALUE ZERO.
       01 TALLY-HASH     PIC 9(22) VALUE ZERO.
       01 RECORD-SUM     PIC 9(12) VALUE ZERO.
       01 HASH-MODULUS   PIC 9(19) VALUE 1000000000000000000.
       01 P              PIC 9(03) VALUE ZERO.
       78 RECORD-LENGTH  VALUE 146.

       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(21) OCCURS 8 TIMES.
       01 PARSE-COUNT PIC 9(02) VALUE ZERO.
       01 HIST-SYSTEM PIC 9(02) VALUE ZERO.

       01 RUN-COUNT      PIC 9(02) VALUE ZERO.
       01 RUN-SYS-TABLE.
           05 RUN-SYS     PIC 9(02) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-TOTAL-TABLE.
           05 RUN-TOTAL   PIC 9(18) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-XLOOP-TABLE.
           05 RUN-XLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-YLOOP-TABLE.
           05 RUN-YLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-ZLOOP-TABLE.
           05 RUN-ZLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-ANSWER-TABLE.
           05 RUN-ANSWER  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.

       01 XREF-WORD-TABLE.
           05 XREF-WORD PIC X(30) OCCURS 5 TIMES.
       01 XREF-WORDS     PIC 9(02) VALUE ZERO.
       01 W              PIC 9(02) VALUE ZERO.

       01 GOLD-SLOT      PIC 9(02) VALUE ZERO.
       01 RUN-SLOT       PIC 9(02) VALUE ZERO.
       01 SYSTEM-DIFFS   PIC 9(02) VALUE ZERO.
       01 PASS-COUNT     PIC 9(02) VALUE ZERO.
       01 FAIL-COUNT     PIC 9(02) VALUE ZERO.
       01 UNSET-COUNT    PIC 9(02) VALUE ZERO.
       01 NOT-RUN-COUNT  PIC 9(02) VALUE ZERO.

       01 I PIC 9(03) VALUE 1.

       01 REPORT-BASELINE-LINE.
           05 FILLER      PIC X(17) VALUE "BASELINE VERSION ".
           05 RBL-VERSION PIC 9(05).
           05 FILLER      PIC X(09) VALUE " UPDATED ".
           05 RBL-DATE    PIC X(19).
           05 FILLER      PIC X(13) VALUE " GOLDUPD RUN ".
           05 RBL-RUN-ID  PIC X(14).

       01 REPORT-RUN-LINE.
           05 FILLER      PIC X(15) VALUE "CERTIFYING RUN ".
           05 RRL-RUN-ID  PIC X(14).
           05 FILLER      PIC X(16) VALUE " MASTER VERSION ".
           05 RRL-MASTER  PIC X(05).

       01 REPORT-SYSTEM-LINE.
           05 FILLER      PIC X(07) VALUE "SYSTEM ".
           05 RSL-SYSTEM  PIC Z9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RSL-VERDICT PIC X(60).

       01 REPORT-APPROVAL-LINE.
           05 FILLER      PIC X(14) VALUE "  APPROVED BY ".
           05 RAL-APPROVER PIC X(08).
           05 FILLER      PIC X(04) VALUE " ON ".
           05 RAL-DATE    PIC X(10).
           05 FILLER      PIC X(10) VALUE " FROM RUN ".
           05 RAL-RUN-ID  PIC X(14).
           05 FILLER      PIC X(16) VALUE " MASTER VERSION ".
           05 RAL-MASTER  PIC X(05).

       01 REPORT-FIGURE-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-WHAT    PIC X(13).
           05 FILLER      PIC X(10) VALUE "EXPECTED= ".
           05 RFL-EXPECT  PIC Z(19)9.
           05 FILLER      PIC X(09) VALUE "  ACTUAL=".
           05 RFL-ACTUAL  PIC Z(19)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-MARK    PIC X(07).

       01 REPORT-COUNT-LINE.
           05 RCT-WHAT    PIC X(27).
           05 RCT-COUNT   PIC ZZZZ9.

       01 REPORT-VERDICT-LINE.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 RVL-RUN-ID  PIC X(14).
           05 RVL-TEXT    PIC X(60).

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD.

           PERFORM OPEN-REPORT-OUT.

           PERFORM READ-GOLD-FILE.

           PERFORM LOAD-RUN-HISTORY.

           PERFORM FIND-RUN-MASTER.

           MOVE CERT-RUN-ID TO RRL-RUN-ID.
           MOVE CERT-MASTER TO RRL-MASTER.
           MOVE REPORT-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF HISTORY-NAME NOT = "D12HIST"
               MOVE SPACES TO REPORT-LINE
               STRING "FIGURES READ OFF ARCHIVE " HISTORY-NAME
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING RUN-SLOT FROM 1 BY 1
                   UNTIL RUN-SLOT > RUN-COUNT
               PERFORM CERTIFY-ONE-SYSTEM
           END-PERFORM.

           PERFORM LIST-SYSTEMS-NOT-RUN.

           PERFORM WRITE-CERTIFICATE.

           CLOSE REPORT-OUT.

           EVALUATE TRUE
               WHEN FAIL-COUNT > 0
                   MOVE FAIL-COUNT TO MESSAGE-COUNT
                   MOVE "GCT003E" TO MSG-ID
                   STRING "RUN " CERT-RUN-ID " FAILED, "
                          FUNCTION TRIM (MESSAGE-COUNT)
                          " SYSTEMS OFF BASELINE" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN UNSET-COUNT > 0
                   MOVE UNSET-COUNT TO MESSAGE-COUNT
                   MOVE "GCT002W" TO MSG-ID
                   STRING "RUN " CERT-RUN-ID " PASSED, "
                          FUNCTION TRIM (MESSAGE-COUNT)
                          " SYSTEMS WITHOUT A BASELINE"
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "GCT001I" TO MSG-ID
                   STRING "RUN " CERT-RUN-ID " PASSED" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
               EVALUATE CTL-KEYWORD
                   WHEN "RUNID"
                       MOVE FUNCTION TRIM (CTL-VALUE-TX)
                           TO CERT-RUN-ID
                   WHEN OTHER
                       MOVE "GCT010E" TO MSG-ID
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
               MOVE "GCT011S" TO MSG-ID
               STRING "UNABLE TO OPEN GLDRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DAY12 GOLDEN-BASELINE CERTIFICATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Anything that keeps the run from being certified at all goes
      * on the listing as well as the console. Callers set MSG-ID.
       REFUSE-CERTIFICATION.
           MOVE REFUSE-REASON TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT CERTIFIED - " TO REPORT-LINE.
           MOVE REFUSE-REASON TO REPORT-LINE(17:60).
           WRITE REPORT-LINE.
           CLOSE REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-GOLD-FILE.
           OPEN INPUT GOLD-FILE.
           IF GOLD-STATUS NOT = "00"
               MOVE "GCT012E" TO MSG-ID
               MOVE "NO D12GOLD BASELINE ON FILE" TO REFUSE-REASON
               PERFORM REFUSE-CERTIFICATION
           END-IF.

           PERFORM UNTIL GOLD-STATUS = "10"
               READ GOLD-FILE
                   AT END
                       MOVE "10" TO GOLD-STATUS
                   NOT AT END
                       PERFORM TAKE-GOLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE GOLD-FILE.

           IF NOT TRAILER-ON-FILE OR GOLD-DAMAGED
              OR TRAILER-COUNT NOT = TALLY-COUNT
              OR TRAILER-HASH NOT = TALLY-HASH
               MOVE "GCT013E" TO MSG-ID
               MOVE "D12GOLD FAILS ITS TRAILER CHECK - ALTERED OUTSIDE"
                   TO REFUSE-REASON
               MOVE "GOLDUPD" TO REFUSE-REASON(51:7)
               PERFORM REFUSE-CERTIFICATION
           END-IF.

           MOVE TRAILER-VERSION TO RBL-VERSION.
           MOVE TRAILER-DATE    TO RBL-DATE.
           MOVE TRAILER-RUN-ID  TO RBL-RUN-ID.
           MOVE REPORT-BASELINE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Anything after the trailer, a second trailer, or more systems
      * than the baseline can hold means the file was not written by
      * GoldUpd.
       TAKE-GOLD-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-ON-FILE
                   MOVE 1 TO GOLD-DAMAGE
               WHEN GT-TAG = "TRAILER"
                   MOVE 1 TO TRAILER-FOUND
                   MOVE GT-VERSION TO TRAILER-VERSION
                   MOVE GT-COUNT   TO TRAILER-COUNT
                   MOVE GT-HASH    TO TRAILER-HASH
                   MOVE GT-DATE    TO TRAILER-DATE
                   MOVE GT-RUN-ID  TO TRAILER-RUN-ID
               WHEN GOLD-COUNT >= MAX-SYSTEMS
                   MOVE 1 TO GOLD-DAMAGE
               WHEN OTHER
                   ADD 1 TO GOLD-COUNT
                   MOVE GOLD-RECORD TO GOLD-IMAGE(GOLD-COUNT)
                   PERFORM TALLY-GOLD-RECORD
           END-EVALUATE.

      * Every character of every record weighed by its column and
      * every record's sum by its place on the file, as EnvSave hashes
      * a file; GoldUpd and GoldCert keep this paragraph identical.
       TALLY-GOLD-RECORD.
           ADD 1 TO TALLY-COUNT.
           MOVE ZERO TO RECORD-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > RECORD-LENGTH
               COMPUTE RECORD-SUM = RECORD-SUM
                   + FUNCTION ORD (GOLD-RECORD(P:1)) * P
           END-PERFORM.
           COMPUTE TALLY-HASH = FUNCTION MOD (TALLY-HASH
               + RECORD-SUM * (FUNCTION MOD (TALLY-COUNT, 9973) + 1),
               HASH-MODULUS).

      * With no RUNID= card every line is taken and the table starts
      * over whenever the run identifier changes, so what is left at
      * end of file is the latest run's lines.
       LOAD-RUN-HISTORY.
           IF CERT-RUN-ID = SPACES
               MOVE 1 TO LATEST-FLAG
           END-IF.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS NOT = "00"
               MOVE "GCT014S" TO MSG-ID
               MOVE "UNABLE TO OPEN D12HIST" TO REFUSE-REASON
               PERFORM REFUSE-CERTIFICATION
           END-IF.

           PERFORM READ-HISTORY-LINES.
           CLOSE HISTORY-IN.

           IF RUN-COUNT = 0 AND NOT LATEST-WANTED
              AND CERT-RUN-ID(1:4) NUMERIC
               MOVE CERT-RUN-ID(1:2) TO ARCHIVE-YY
               COMPUTE AM-YEAR = 2000 + ARCHIVE-YY
               MOVE CERT-RUN-ID(3:2) TO AM-MONTH
               PERFORM READ-ARCHIVED-HISTORY
               IF RUN-COUNT = 0
                   ADD 1 TO AM-MONTH
                   IF AM-MONTH > 12
                       MOVE 1 TO AM-MONTH
                       ADD 1 TO AM-YEAR
                   END-IF
                   PERFORM READ-ARCHIVED-HISTORY
               END-IF
           END-IF.

           IF RUN-COUNT = 0
               MOVE "GCT015E" TO MSG-ID
               MOVE "NO D12HIST LINES FOR THE RUN" TO REFUSE-REASON
               PERFORM REFUSE-CERTIFICATION
           END-IF.

      * An archive month that was never written is simply passed.
       READ-ARCHIVED-HISTORY.
           MOVE SPACES TO HISTORY-NAME.
           STRING "D12HIST.A" AM-YEAR AM-MONTH DELIMITED BY SIZE
               INTO HISTORY-NAME
           END-STRING.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS = "00"
               PERFORM READ-HISTORY-LINES
               CLOSE HISTORY-IN
           END-IF.

       READ-HISTORY-LINES.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-IN
                   AT END
                       MOVE "10" TO HISTORY-STATUS
                   NOT AT END
                       PERFORM TAKE-HISTORY-LINE
               END-READ
           END-PERFORM.

       TAKE-HISTORY-LINE.
           MOVE SPACES TO PARSE-FIELDS.
           MOVE ZERO TO PARSE-COUNT.
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                    PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                    PARSE-FIELD(7) PARSE-FIELD(8)
               TALLYING IN PARSE-COUNT
           END-UNSTRING.

           IF PARSE-COUNT > 7
               IF LATEST-WANTED
                  AND PARSE-FIELD(2)(1:14) NOT = CERT-RUN-ID
                   MOVE PARSE-FIELD(2)(1:14) TO CERT-RUN-ID
                   MOVE ZERO TO RUN-COUNT
               END-IF
               IF PARSE-FIELD(2)(1:14) = CERT-RUN-ID
                   COMPUTE HIST-SYSTEM =
                       FUNCTION NUMVAL (PARSE-FIELD(3))
                   PERFORM TAKE-RUN-LINE
               END-IF
           END-IF.

       TAKE-RUN-LINE.
           MOVE ZERO TO RUN-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               IF RUN-SYS(I) = HIST-SYSTEM
                   MOVE I TO RUN-SLOT
               END-IF
           END-PERFORM.
           IF RUN-SLOT = 0 AND RUN-COUNT < MAX-SYSTEMS
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-SLOT
           END-IF.
           IF RUN-SLOT > 0
               MOVE HIST-SYSTEM TO RUN-SYS(RUN-SLOT)
               COMPUTE RUN-TOTAL(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(4))
               COMPUTE RUN-XLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(5))
               COMPUTE RUN-YLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(6))
               COMPUTE RUN-ZLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(7))
               COMPUTE RUN-ANSWER(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(8))
           END-IF.

      * The master version the run read, off its DAY12 line.
       FIND-RUN-MASTER.
           MOVE "NONE " TO CERT-MASTER.
           OPEN INPUT XREF-IN.
           IF XREF-STATUS = "00"
               PERFORM UNTIL XREF-STATUS = "10"
                   READ XREF-IN
                       AT END
                           MOVE "10" TO XREF-STATUS
                       NOT AT END
                           IF XR-RUN-ID = CERT-RUN-ID
                               PERFORM TAKE-XREF-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-IN
           END-IF.

       TAKE-XREF-LINE.
           MOVE SPACES TO XREF-WORD-TABLE.
           MOVE ZERO TO XREF-WORDS.
           UNSTRING XR-TEXT DELIMITED BY ALL SPACE
               INTO XREF-WORD(1) XREF-WORD(2) XREF-WORD(3)
                    XREF-WORD(4) XREF-WORD(5)
               TALLYING IN XREF-WORDS
           END-UNSTRING.
           IF XREF-WORD(1) = "DAY12"
               PERFORM VARYING W FROM 2 BY 1 UNTIL W > XREF-WORDS
                   IF XREF-WORD(W)(1:3) = "MV="
                       MOVE XREF-WORD(W)(4:5) TO CERT-MASTER
                   END-IF
               END-PERFORM
           END-IF.

       CERTIFY-ONE-SYSTEM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-SYS(RUN-SLOT) TO RSL-SYSTEM.

           MOVE ZERO TO GOLD-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GOLD-COUNT
               IF GOLD-IMAGE(I)(1:2) = RUN-SYS(RUN-SLOT)
                   MOVE I TO GOLD-SLOT
               END-IF
           END-PERFORM.

           IF GOLD-SLOT = 0
               MOVE "NO BASELINE - NO APPROVED EXPECTATION"
                   TO RSL-VERDICT
               MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO UNSET-COUNT
           ELSE
               MOVE 1 TO GOLD-USED(GOLD-SLOT)
               MOVE GOLD-IMAGE(GOLD-SLOT) TO GOLD-RECORD
               PERFORM JUDGE-ONE-SYSTEM
           END-IF.

       JUDGE-ONE-SYSTEM.
           MOVE ZERO TO SYSTEM-DIFFS.
           IF GB-TOTAL NOT = RUN-TOTAL(RUN-SLOT)
               ADD 1 TO SYSTEM-DIFFS
           END-IF.
           IF GB-XLOOP NOT = RUN-XLOOP(RUN-SLOT)
               ADD 1 TO SYSTEM-DIFFS
           END-IF.
           IF GB-YLOOP NOT = RUN-YLOOP(RUN-SLOT)
               ADD 1 TO SYSTEM-DIFFS
           END-IF.
           IF GB-ZLOOP NOT = RUN-ZLOOP(RUN-SLOT)
               ADD 1 TO SYSTEM-DIFFS
           END-IF.
           IF GB-ANSWER NOT = RUN-ANSWER(RUN-SLOT)
               ADD 1 TO SYSTEM-DIFFS
           END-IF.

           IF SYSTEM-DIFFS = 0
               MOVE "PASS" TO RSL-VERDICT
               ADD 1 TO PASS-COUNT
           ELSE
               MOVE "FAIL" TO RSL-VERDICT
               ADD 1 TO FAIL-COUNT
           END-IF.
           MOVE REPORT-SYSTEM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE GB-APPROVER TO RAL-APPROVER.
           MOVE GB-APPROVED TO RAL-DATE.
           MOVE GB-RUN-ID   TO RAL-RUN-ID.
           MOVE GB-MASTER   TO RAL-MASTER.
           MOVE REPORT-APPROVAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF GB-MASTER NOT = CERT-MASTER
               MOVE "  RUN READ A DIFFERENT MASTER VERSION FROM THE ONE"
                   TO REPORT-LINE
               MOVE "APPROVED" TO REPORT-LINE(52:8)
               WRITE REPORT-LINE
           END-IF.

           MOVE "TOTAL-ENERGY " TO RFL-WHAT.
           MOVE GB-TOTAL TO RFL-EXPECT.
           MOVE RUN-TOTAL(RUN-SLOT) TO RFL-ACTUAL.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "X-LOOP       " TO RFL-WHAT.
           MOVE GB-XLOOP TO RFL-EXPECT.
           MOVE RUN-XLOOP(RUN-SLOT) TO RFL-ACTUAL.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "Y-LOOP       " TO RFL-WHAT.
           MOVE GB-YLOOP TO RFL-EXPECT.
           MOVE RUN-YLOOP(RUN-SLOT) TO RFL-ACTUAL.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "Z-LOOP       " TO RFL-WHAT.
           MOVE GB-ZLOOP TO RFL-EXPECT.
           MOVE RUN-ZLOOP(RUN-SLOT) TO RFL-ACTUAL.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "ANSWER-LOOP  " TO RFL-WHAT.
           MOVE GB-ANSWER TO RFL-EXPECT.
           MOVE RUN-ANSWER(RUN-SLOT) TO RFL-ACTUAL.
           PERFORM WRITE-FIGURE-LINE.

       WRITE-FIGURE-LINE.
           IF RFL-EXPECT = RFL-ACTUAL
               MOVE "MATCH" TO RFL-MARK
           ELSE
               MOVE "DIFFERS" TO RFL-MARK
           END-IF.
           MOVE REPORT-FIGURE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A run narrowed with SYSTEMS= leaves some expectations unused;
      * they are listed so the reader knows they were not checked,
      * but they do not affect the return code.
       LIST-SYSTEMS-NOT-RUN.
           PERFORM VARYING GOLD-SLOT FROM 1 BY 1
                   UNTIL GOLD-SLOT > GOLD-COUNT
               IF GOLD-USED(GOLD-SLOT) = 0
                   MOVE GOLD-IMAGE(GOLD-SLOT) TO GOLD-RECORD
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE GB-SYSTEM TO RSL-SYSTEM
                   MOVE "NOT RUN - EXPECTATION NOT CHECKED"
                       TO RSL-VERDICT
                   MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO NOT-RUN-COUNT
               END-IF
           END-PERFORM.

       WRITE-CERTIFICATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "SYSTEMS PASSED           = " TO RCT-WHAT.
           MOVE PASS-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYSTEMS FAILED           = " TO RCT-WHAT.
           MOVE FAIL-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYSTEMS WITH NO BASELINE = " TO RCT-WHAT.
           MOVE UNSET-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BASELINES NOT CHECKED    = " TO RCT-WHAT.
           MOVE NOT-RUN-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CERT-RUN-ID TO RVL-RUN-ID.
           EVALUATE TRUE
               WHEN FAIL-COUNT > 0
                   MOVE " FAILED CERTIFICATION AGAINST THE BASELINE"
                       TO RVL-TEXT
               WHEN UNSET-COUNT > 0
                   MOVE " PASSED WHERE A BASELINE EXISTS"
                       TO RVL-TEXT
               WHEN OTHER
                   MOVE " PASSED CERTIFICATION AGAINST THE BASELINE"
                       TO RVL-TEXT
           END-EVALUATE.
           MOVE REPORT-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
