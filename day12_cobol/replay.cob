      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Replay.

      * Replays a past Day12 run and certifies that it reproduces.
      * The RPLCTL card names the run identifier. Everything the run
      * read is rebuilt from what the suite recorded about it at the
      * time: the parameters in effect from the D12PARM continuation
      * lines Day12 booked to RUNXREF behind its own line, and the
      * PLANETS master from the version that line names, replayed
      * out of PLANHIST. A D12CTL card, a D12PARM deck, the master and
      * its PLANVER stamp are written into a scratch directory, with
      * a RUNID file carrying the original identifier, and Day12 is
      * called there exactly as the Driver calls it - every file it
      * opens, its RunIdent and PlanVer files included, is the scratch
      * directory's, so tonight's files are never touched. No SCENCTL
      * is given to the replay: scenarios never feed D12HIST.
      *
      * Each system's TOTAL-ENERGY, X/Y/Z-LOOP and ANSWER-LOOP on the
      * scratch D12HIST are then held against that run's original
      * D12HIST lines, and the RPLRPT certification listing shows both
      * figures side by side for every system. Return code 0 means
      * every figure reproduced, 8 that at least one did not, and 16
      * that the run could not be replayed at all - not on RUNXREF,
      * booked before its parameters were or with more of them than
      * can be replayed, run against an unversioned or hand-altered
      * master, or with no history lines to check.
      *
      * The original figures are read off the live D12HIST. Once
      * HistArc has moved the run's month out of it they are read
      * off the monthly archive instead - D12HIST.A<yyyymm> for the
      * month the run identifier was minted in, or for the month
      * after when the run went on over the turn of the month - and
      * RPLRPT names the file they came from.
      *
      * RPLCTL cards, KEYWORD=VALUE, blank or * lines are remarks:
      *     RUNID=yymmddhhmmsshh   the run to replay (required)
      *     WORKDIR=name           scratch directory, default RPLWORK

       Environment division.
       Input-output section.
       File-control.
           select CONTROL-CARD assign to "RPLCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select XREF-IN assign to "RUNXREF"
               organization is line sequential
               file status is XREF-STATUS.

           select PLANHIST-IN assign to "PLANHIST"
               organization is line sequential
               file status is PLANHIST-STATUS.

           select HISTORY-IN assign using HISTORY-NAME
               organization is line sequential
               file status is HISTORY-STATUS.

           select SCRATCH-OUT assign using SCRATCH-NAME
               organization is line sequential
               file status is SCRATCH-STATUS.

           select SCRATCH-HIST assign using SCRATCH-NAME
               organization is line sequential
               file status is SCRATCH-STATUS.

           select REPORT-OUT assign to "RPLRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

       FD  XREF-IN
           record contains 80 characters.
       01 XREF-RECORD.
           05 XR-RUN-ID PIC X(14).
           05 FILLER    PIC X.
           05 XR-GEN    PIC X(02).
           05 FILLER    PIC X.
           05 XR-TEXT   PIC X(62).

       FD  PLANHIST-IN
           record contains 184 characters.
       01 PLANHIST-RECORD.
           05 PH-VERSION  PIC 9(05).
           05 FILLER      PIC X.
           05 PH-EFF-DATE PIC X(19).
           05 FILLER      PIC X.
           05 PH-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 PH-ACTION   PIC X(03).
           05 FILLER      PIC X.
           05 PH-BODY.
               10 PH-SYSTEM PIC 9(02).
               10 FILLER    PIC X.
               10 PH-ID     PIC 9(03).
               10 FILLER    PIC X(133).

       FD  HISTORY-IN
           record contains 140 characters.
       01 HISTORY-RECORD PIC X(140).

       FD  SCRATCH-OUT
           record contains 200 characters.
       01 SCRATCH-RECORD PIC X(200).

       FD  SCRATCH-HIST
           record contains 140 characters.
       01 SCRATCH-HIST-RECORD PIC X(140).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS  PIC X(02) VALUE ZEROS.
       01 XREF-STATUS     PIC X(02) VALUE ZEROS.
       01 PLANHIST-STATUS PIC X(02) VALUE ZEROS.
       01 HISTORY-STATUS  PIC X(02) VALUE ZEROS.
       01 SCRATCH-STATUS  PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS   PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "REPLAY".
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

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(18) VALUE SPACES.

       01 REPLAY-RUN-ID  PIC X(14) VALUE SPACES.
       01 WORK-DIR       PIC X(20) VALUE "RPLWORK".
       01 HOME-DIR       PIC X(256) VALUE SPACES.
       01 SCRATCH-NAME   PIC X(40) VALUE SPACES.
       01 SCRATCH-BASE   PIC X(14) VALUE SPACES.
       01 DIR-RESULT     PIC S9(09) BINARY VALUE ZERO.
       01 REPLAY-RC      PIC 9(04) VALUE ZERO.
       01 REFUSE-REASON  PIC X(60) VALUE SPACES.

      * The history file the original figures are read from, and the
      * month of the archive tried when the live file has none.
       01 HISTORY-NAME   PIC X(20) VALUE "D12HIST".
       01 ARCHIVE-YY     PIC 9(02) VALUE ZERO.
       01 ARCHIVE-MONTH.
           05 AM-YEAR     PIC 9(04) VALUE ZERO.
           05 AM-MONTH    PIC 9(02) VALUE ZERO.

      * What RUNXREF said about the run: the DAY12 line's master
      * version word and the keyword cards off the D12PARM lines that
      * follow it. A second DAY12 line for the same identifier starts
      * the card list again; the last one booked is the one replayed.
      * A run that booked more words than the table holds cannot be
      * replayed as it ran, so it is refused rather than replayed
      * short of a parameter.
       01 DAY12-FOUND    PIC 9 VALUE 0.
           88 DAY12-LINE-FOUND VALUE 1.
       01 XREF-VERSION   PIC X(05) VALUE SPACES.
       01 XREF-WORD-TABLE.
           05 XREF-WORD PIC X(30) OCCURS 5 TIMES.
       01 XREF-WORDS     PIC 9(02) VALUE ZERO.
       01 W              PIC 9(02) VALUE ZERO.

       78 MAX-CARDS VALUE 32.
       01 CARD-COUNT     PIC 9(02) VALUE ZERO.
       01 CARD-OVERFLOW  PIC 9 VALUE 0.
           88 TOO-MANY-CARDS VALUE 1.
       01 PARM-CARD-TABLE.
           05 PARM-CARD PIC X(30) OCCURS MAX-CARDS TIMES
                        VALUE SPACES.

      * The positional D12CTL card carries four of the parameters;
      * it is rebuilt too so the deck matches what the run was given,
      * though the keyword cards alone would already decide it.
       01 D12CTL-IMAGE.
           05 DCI-ITER     PIC 9(07) VALUE ZERO.
           05 DCI-MODE     PIC 9(01) VALUE 1.
           05 FILLER       PIC X VALUE SPACE.
           05 DCI-APPROACH PIC 9(10) VALUE ZERO.
           05 FILLER       PIC X VALUE SPACE.
           05 DCI-DIVTOL   PIC 9(10) VALUE ZERO.

      * The master is rebuilt in file order: a body keeps the place
      * PlMaint gave it, an ADD lands behind the last body of its
      * system or opens the system at the end of the file, and the
      * first BAS line of a version starts the master afresh.
       78 MAX-POOL VALUE 500.
       01 BODY-COUNT     PIC 9(03) VALUE ZERO.
       01 BODY-SLOT      PIC 9(03) VALUE ZERO.
       01 BODY-SYSTEM-TABLE.
           05 BODY-SYSTEM PIC 9(02) OCCURS MAX-POOL TIMES VALUE ZERO.
       01 BODY-ID-TABLE.
           05 BODY-ID PIC 9(03) OCCURS MAX-POOL TIMES VALUE ZERO.
       01 BODY-IMAGE-TABLE.
           05 BODY-IMAGE PIC X(139) OCCURS MAX-POOL TIMES
                         VALUE SPACES.
       01 TARGET-VERSION PIC 9(05) VALUE ZERO.
       01 TARGET-FOUND   PIC 9 VALUE 0.
           88 TARGET-ON-PLANHIST VALUE 1.
       01 BAS-VERSION    PIC 9(05) VALUE ZERO.
       01 BAS-SEEN       PIC 9 VALUE 0.
       01 HISTORY-FAULTS PIC 9(05) VALUE ZERO.

      * The version block PlanVer fills and reads.
       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

      * D12HIST parsing, the same eight-field layout HistRpt reads.
       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(21) OCCURS 8 TIMES.
       01 PARSE-COUNT PIC 9(02) VALUE ZERO.
       01 HIST-SYSTEM PIC 9(02) VALUE ZERO.

       78 MAX-SYSTEMS VALUE 10.
       01 ORIG-COUNT     PIC 9(02) VALUE ZERO.
       01 ORIG-SYS-TABLE.
           05 ORIG-SYS    PIC 9(02) OCCURS MAX-SYSTEMS TIMES.
       01 ORIG-TOTAL-TABLE.
           05 ORIG-TOTAL  PIC 9(18) OCCURS MAX-SYSTEMS TIMES.
       01 ORIG-XLOOP-TABLE.
           05 ORIG-XLOOP  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 ORIG-YLOOP-TABLE.
           05 ORIG-YLOOP  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 ORIG-ZLOOP-TABLE.
           05 ORIG-ZLOOP  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 ORIG-ANSWER-TABLE.
           05 ORIG-ANSWER PIC 9(20) OCCURS MAX-SYSTEMS TIMES.

       01 RPL-COUNT      PIC 9(02) VALUE ZERO.
       01 RPL-SYS-TABLE.
           05 RPL-SYS     PIC 9(02) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-TOTAL-TABLE.
           05 RPL-TOTAL   PIC 9(18) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-XLOOP-TABLE.
           05 RPL-XLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-YLOOP-TABLE.
           05 RPL-YLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-ZLOOP-TABLE.
           05 RPL-ZLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-ANSWER-TABLE.
           05 RPL-ANSWER  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RPL-MATCHED-TABLE.
           05 RPL-MATCHED PIC 9 OCCURS MAX-SYSTEMS TIMES.

       01 SYS-SLOT       PIC 9(02) VALUE ZERO.
       01 SYSTEM-DIFFS   PIC 9(02) VALUE ZERO.
       01 REPRODUCED-COUNT PIC 9(02) VALUE ZERO.
       01 DIFFER-COUNT   PIC 9(02) VALUE ZERO.

       01 I PIC 9(03) VALUE 1.
       01 J PIC 9(03) VALUE 1.

       01 REPORT-RUN-LINE.
           05 FILLER      PIC X(16) VALUE "ORIGINAL RUN ID ".
           05 RRL-RUN-ID  PIC X(14).

       01 REPORT-HISTORY-LINE.
           05 FILLER      PIC X(31)
               VALUE "ORIGINAL FIGURES READ OFF FILE ".
           05 RHL-NAME    PIC X(20).

       01 REPORT-BODIES-LINE.
           05 FILLER      PIC X(38)
               VALUE "MASTER REBUILT FROM PLANHIST, BODIES =".
           05 RBL-COUNT   PIC ZZZ9.

       01 REPORT-CARD-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RCL-FILE    PIC X(08).
           05 RCL-CARD    PIC X(40).

       01 REPORT-RC-LINE.
           05 FILLER      PIC X(33)
               VALUE "REPLAY OF DAY12 ENDED RETURN CODE".
           05 FILLER      PIC X VALUE SPACE.
           05 RRC-RC      PIC ZZZ9.

       01 REPORT-SYSTEM-LINE.
           05 FILLER      PIC X(07) VALUE "SYSTEM ".
           05 RSL-SYSTEM  PIC Z9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RSL-VERDICT PIC X(40).

       01 REPORT-FIGURE-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-WHAT    PIC X(13).
           05 FILLER      PIC X(10) VALUE "ORIGINAL= ".
           05 RFL-ORIG    PIC Z(19)9.
           05 FILLER      PIC X(09) VALUE "  REPLAY=".
           05 RFL-REPLAY  PIC Z(19)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RFL-MARK    PIC X(07).

       01 REPORT-COUNT-LINE.
           05 RCT-WHAT    PIC X(21).
           05 RCT-COUNT   PIC ZZZZ9.

       01 REPORT-VERDICT-LINE.
           05 FILLER      PIC X(04) VALUE "RUN ".
           05 RVL-RUN-ID  PIC X(14).
           05 RVL-TEXT    PIC X(50).

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD.

           PERFORM OPEN-REPORT-OUT.

           PERFORM READ-RUN-XREF.

           PERFORM REBUILD-MASTER-VERSION.

           PERFORM LOAD-ORIGINAL-HISTORY.

           PERFORM PREPARE-WORK-DIR.

           PERFORM WRITE-SCRATCH-INPUTS.

           PERFORM RUN-REPLAY.

           PERFORM LOAD-REPLAY-HISTORY.

           PERFORM COMPARE-SYSTEMS.

           PERFORM WRITE-CERTIFICATE.

           CLOSE REPORT-OUT.

           IF DIFFER-COUNT > 0
               MOVE "RPL002E" TO MSG-ID
               STRING "RUN " REPLAY-RUN-ID " NOT REPRODUCED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "RPL001I" TO MSG-ID
               STRING "RUN " REPLAY-RUN-ID " REPRODUCED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
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

           IF REPLAY-RUN-ID = SPACES
               MOVE "RPL010E" TO MSG-ID
               MOVE "NO RUNID CARD ON RPLCTL" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
                           TO REPLAY-RUN-ID
                   WHEN "WORKDIR"
                       MOVE FUNCTION TRIM (CTL-VALUE-TX) TO WORK-DIR
                   WHEN OTHER
                       MOVE "RPL011E" TO MSG-ID
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
               MOVE "RPL012S" TO MSG-ID
               STRING "UNABLE TO OPEN RPLRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DAY12 RUN REPLAY AND CERTIFICATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPLAY-RUN-ID TO RRL-RUN-ID.
           MOVE REPORT-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Anything that stops the replay before Day12 could be run is
      * put on the listing as well as the console, so the auditor
      * holding the listing sees why there is no certificate. The
      * caller sets the message identifier the reason goes out under.
       REFUSE-REPLAY.
           MOVE REFUSE-REASON TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REPLAY REFUSED - " TO REPORT-LINE.
           MOVE REFUSE-REASON TO REPORT-LINE(18:60).
           WRITE REPORT-LINE.
           CLOSE REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-RUN-XREF.
           OPEN INPUT XREF-IN.
           IF XREF-STATUS NOT = "00"
               MOVE "RPL013S" TO MSG-ID
               MOVE "UNABLE TO OPEN RUNXREF" TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.

           PERFORM UNTIL XREF-STATUS = "10"
               READ XREF-IN
                   AT END
                       MOVE "10" TO XREF-STATUS
                   NOT AT END
                       IF XR-RUN-ID = REPLAY-RUN-ID
                           PERFORM TAKE-XREF-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-IN.

           EVALUATE TRUE
               WHEN NOT DAY12-LINE-FOUND
                   MOVE "RPL014E" TO MSG-ID
                   MOVE "NO DAY12 LINE ON RUNXREF FOR THIS RUN"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REPLAY
               WHEN CARD-COUNT = 0
                   MOVE "RPL015E" TO MSG-ID
                   MOVE "PARAMETERS IN EFFECT NOT BOOKED FOR THIS RUN"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REPLAY
               WHEN TOO-MANY-CARDS
                   MOVE "RPL018E" TO MSG-ID
                   MOVE "TOO MANY PARAMETERS BOOKED" TO REFUSE-REASON
                   PERFORM REFUSE-REPLAY
               WHEN XREF-VERSION = SPACES
                   MOVE "RPL016E" TO MSG-ID
                   MOVE "MASTER VERSION NOT BOOKED FOR THIS RUN"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REPLAY
               WHEN XREF-VERSION NOT NUMERIC
                   MOVE "RPL017E" TO MSG-ID
                   MOVE SPACES TO REFUSE-REASON
                   STRING "RUN READ MASTER VERSION "
                          DELIMITED BY SIZE
                          XREF-VERSION DELIMITED BY SIZE
                          " - NOT REPRODUCIBLE" DELIMITED BY SIZE
                       INTO REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-REPLAY
           END-EVALUATE.

           MOVE XREF-VERSION TO TARGET-VERSION.

           MOVE "INPUTS REBUILT FROM RUNXREF" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "D12CTL  " TO RCL-FILE.
           MOVE D12CTL-IMAGE TO RCL-CARD.
           MOVE REPORT-CARD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CARD-COUNT
               MOVE "D12PARM " TO RCL-FILE
               MOVE PARM-CARD(I) TO RCL-CARD
               MOVE REPORT-CARD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       TAKE-XREF-LINE.
           MOVE SPACES TO XREF-WORD-TABLE.
           MOVE ZERO TO XREF-WORDS.
           UNSTRING XR-TEXT DELIMITED BY ALL SPACE
               INTO XREF-WORD(1) XREF-WORD(2) XREF-WORD(3)
                    XREF-WORD(4) XREF-WORD(5)
               TALLYING IN XREF-WORDS
           END-UNSTRING.

           EVALUATE XREF-WORD(1)
               WHEN "DAY12"
                   MOVE 1 TO DAY12-FOUND
                   MOVE ZERO TO CARD-COUNT
                   MOVE 0 TO CARD-OVERFLOW
                   MOVE SPACES TO XREF-VERSION
                   PERFORM VARYING W FROM 2 BY 1 UNTIL W > XREF-WORDS
                       IF XREF-WORD(W)(1:3) = "MV="
                           MOVE XREF-WORD(W)(4:5) TO XREF-VERSION
                       END-IF
                   END-PERFORM
               WHEN "D12PARM"
                   IF DAY12-LINE-FOUND
                       PERFORM VARYING W FROM 2 BY 1
                               UNTIL W > XREF-WORDS
                           PERFORM TAKE-XREF-PARM-WORD
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-XREF-PARM-WORD.
           IF XREF-WORD(W) NOT = SPACES AND CARD-COUNT >= MAX-CARDS
               MOVE 1 TO CARD-OVERFLOW
           END-IF.
           IF XREF-WORD(W) NOT = SPACES AND CARD-COUNT < MAX-CARDS
               ADD 1 TO CARD-COUNT
               MOVE XREF-WORD(W) TO PARM-CARD(CARD-COUNT)
               MOVE SPACES TO CTL-KEYWORD
               MOVE SPACES TO CTL-VALUE-TX
               UNSTRING XREF-WORD(W) DELIMITED BY "="
                   INTO CTL-KEYWORD CTL-VALUE-TX
               END-UNSTRING
               EVALUATE CTL-KEYWORD
                   WHEN "ITERLIMIT"
                       COMPUTE DCI-ITER =
                           FUNCTION NUMVAL (CTL-VALUE-TX)
                   WHEN "GRAVMODE"
                       COMPUTE DCI-MODE =
                           FUNCTION NUMVAL (CTL-VALUE-TX)
                   WHEN "APPROACH"
                       COMPUTE DCI-APPROACH =
                           FUNCTION NUMVAL (CTL-VALUE-TX)
                   WHEN "DIVTOL"
                       COMPUTE DCI-DIVTOL =
                           FUNCTION NUMVAL (CTL-VALUE-TX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * PLANHIST is only ever appended to, so its lines are already in
      * version order; reading stops at the first line past the
      * version wanted.
       REBUILD-MASTER-VERSION.
           MOVE ZERO TO BODY-COUNT.
           OPEN INPUT PLANHIST-IN.
           IF PLANHIST-STATUS NOT = "00"
               MOVE "RPL020S" TO MSG-ID
               MOVE "UNABLE TO OPEN PLANHIST" TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.

           PERFORM UNTIL PLANHIST-STATUS = "10"
               READ PLANHIST-IN
                   AT END
                       MOVE "10" TO PLANHIST-STATUS
                   NOT AT END
                       IF PH-VERSION > TARGET-VERSION
                           MOVE "10" TO PLANHIST-STATUS
                       ELSE
                           PERFORM TAKE-PLANHIST-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLANHIST-IN.

           IF NOT TARGET-ON-PLANHIST
               MOVE "RPL021E" TO MSG-ID
               MOVE SPACES TO REFUSE-REASON
               STRING "MASTER VERSION " DELIMITED BY SIZE
                      XREF-VERSION DELIMITED BY SIZE
                      " NOT ON PLANHIST" DELIMITED BY SIZE
                   INTO REFUSE-REASON
               END-STRING
               PERFORM REFUSE-REPLAY
           END-IF.
           IF HISTORY-FAULTS > 0
               MOVE "RPL022E" TO MSG-ID
               MOVE "PLANHIST DOES NOT REPLAY CLEANLY TO THIS VERSION"
                   TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.

       TAKE-PLANHIST-LINE.
           IF PH-VERSION = TARGET-VERSION
               MOVE 1 TO TARGET-FOUND
               MOVE PH-VERSION  TO MV-VERSION
               MOVE PH-EFF-DATE TO MV-EFF-DATE
               MOVE PH-RUN-ID   TO MV-RUN-ID
           END-IF.

           PERFORM FIND-BODY-SLOT.
           EVALUATE PH-ACTION
               WHEN "BAS"
                   IF BAS-SEEN = 0 OR PH-VERSION NOT = BAS-VERSION
                       MOVE ZERO TO BODY-COUNT
                       MOVE PH-VERSION TO BAS-VERSION
                       MOVE 1 TO BAS-SEEN
                   END-IF
                   PERFORM APPEND-BODY
               WHEN "ADD"
                   IF BODY-SLOT > 0
                       ADD 1 TO HISTORY-FAULTS
                   ELSE
                       PERFORM INSERT-BODY
                   END-IF
               WHEN "CHG"
                   IF BODY-SLOT = 0
                       ADD 1 TO HISTORY-FAULTS
                   ELSE
                       MOVE PH-BODY TO BODY-IMAGE(BODY-SLOT)
                   END-IF
               WHEN "DEL"
                   IF BODY-SLOT = 0
                       ADD 1 TO HISTORY-FAULTS
                   ELSE
                       PERFORM REMOVE-BODY
                   END-IF
               WHEN OTHER
                   ADD 1 TO HISTORY-FAULTS
           END-EVALUATE.

       FIND-BODY-SLOT.
           MOVE ZERO TO BODY-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BODY-COUNT OR BODY-SLOT > 0
               IF BODY-SYSTEM(I) = PH-SYSTEM AND BODY-ID(I) = PH-ID
                   MOVE I TO BODY-SLOT
               END-IF
           END-PERFORM.

       APPEND-BODY.
           IF BODY-COUNT >= MAX-POOL
               ADD 1 TO HISTORY-FAULTS
           ELSE
               ADD 1 TO BODY-COUNT
               MOVE PH-SYSTEM TO BODY-SYSTEM(BODY-COUNT)
               MOVE PH-ID     TO BODY-ID(BODY-COUNT)
               MOVE PH-BODY   TO BODY-IMAGE(BODY-COUNT)
           END-IF.

      * Behind the last body of the same system, or at the end of the
      * file for a system not on the master yet - where PlMaint put
      * it.
       INSERT-BODY.
           MOVE ZERO TO BODY-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BODY-COUNT
               IF BODY-SYSTEM(I) = PH-SYSTEM
                   MOVE I TO BODY-SLOT
               END-IF
           END-PERFORM.
           IF BODY-SLOT = 0 OR BODY-SLOT = BODY-COUNT
               PERFORM APPEND-BODY
           ELSE
               IF BODY-COUNT >= MAX-POOL
                   ADD 1 TO HISTORY-FAULTS
               ELSE
                   PERFORM VARYING I FROM BODY-COUNT BY -1
                           UNTIL I <= BODY-SLOT
                       COMPUTE J = I + 1
                       MOVE BODY-SYSTEM(I) TO BODY-SYSTEM(J)
                       MOVE BODY-ID(I)     TO BODY-ID(J)
                       MOVE BODY-IMAGE(I)  TO BODY-IMAGE(J)
                   END-PERFORM
                   ADD 1 TO BODY-COUNT
                   ADD 1 TO BODY-SLOT
                   MOVE PH-SYSTEM TO BODY-SYSTEM(BODY-SLOT)
                   MOVE PH-ID     TO BODY-ID(BODY-SLOT)
                   MOVE PH-BODY   TO BODY-IMAGE(BODY-SLOT)
               END-IF
           END-IF.

       REMOVE-BODY.
           PERFORM VARYING I FROM BODY-SLOT BY 1
                   UNTIL I >= BODY-COUNT
               COMPUTE J = I + 1
               MOVE BODY-SYSTEM(J) TO BODY-SYSTEM(I)
               MOVE BODY-ID(J)     TO BODY-ID(I)
               MOVE BODY-IMAGE(J)  TO BODY-IMAGE(I)
           END-PERFORM.
           SUBTRACT 1 FROM BODY-COUNT.

      * The run's own lines on D12HIST: eight-field lines carrying
      * its identifier, the latest line per system if a system was
      * ever booked twice. With none on the live file the run's month
      * has been archived, and the archive is read instead.
       LOAD-ORIGINAL-HISTORY.
           MOVE ZERO TO ORIG-COUNT.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS NOT = "00"
               MOVE "RPL023S" TO MSG-ID
               MOVE "UNABLE TO OPEN D12HIST" TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.
           PERFORM READ-ORIGINAL-LINES.
           CLOSE HISTORY-IN.

           IF ORIG-COUNT = 0 AND REPLAY-RUN-ID(1:4) NUMERIC
               MOVE REPLAY-RUN-ID(1:2) TO ARCHIVE-YY
               COMPUTE AM-YEAR = 2000 + ARCHIVE-YY
               MOVE REPLAY-RUN-ID(3:2) TO AM-MONTH
               PERFORM READ-ARCHIVED-HISTORY
               IF ORIG-COUNT = 0
                   ADD 1 TO AM-MONTH
                   IF AM-MONTH > 12
                       MOVE 1 TO AM-MONTH
                       ADD 1 TO AM-YEAR
                   END-IF
                   PERFORM READ-ARCHIVED-HISTORY
               END-IF
           END-IF.

           IF ORIG-COUNT = 0
               MOVE "RPL024E" TO MSG-ID
               MOVE "NO D12HIST LINES FOR THIS RUN" TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.

           MOVE HISTORY-NAME TO RHL-NAME.
           MOVE REPORT-HISTORY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * An archive month that was never written is simply passed.
       READ-ARCHIVED-HISTORY.
           MOVE SPACES TO HISTORY-NAME.
           STRING "D12HIST.A" AM-YEAR AM-MONTH DELIMITED BY SIZE
               INTO HISTORY-NAME
           END-STRING.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS = "00"
               PERFORM READ-ORIGINAL-LINES
               CLOSE HISTORY-IN
           END-IF.

       READ-ORIGINAL-LINES.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-IN
                   AT END
                       MOVE "10" TO HISTORY-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-LINE
                       IF PARSE-COUNT > 7 AND
                          PARSE-FIELD(2)(1:14) = REPLAY-RUN-ID
                           PERFORM TAKE-ORIGINAL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PARSE-HISTORY-LINE.
           MOVE SPACES TO PARSE-FIELDS.
           MOVE ZERO TO PARSE-COUNT.
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                    PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                    PARSE-FIELD(7) PARSE-FIELD(8)
               TALLYING IN PARSE-COUNT
           END-UNSTRING.
           IF PARSE-COUNT > 7
               COMPUTE HIST-SYSTEM = FUNCTION NUMVAL (PARSE-FIELD(3))
           END-IF.

       TAKE-ORIGINAL-LINE.
           MOVE ZERO TO SYS-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORIG-COUNT
               IF ORIG-SYS(I) = HIST-SYSTEM
                   MOVE I TO SYS-SLOT
               END-IF
           END-PERFORM.
           IF SYS-SLOT = 0
               IF ORIG-COUNT >= MAX-SYSTEMS
                   MOVE "RPL025E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON THE ORIGINAL RUN"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REPLAY
               END-IF
               ADD 1 TO ORIG-COUNT
               MOVE ORIG-COUNT TO SYS-SLOT
           END-IF.
           MOVE HIST-SYSTEM TO ORIG-SYS(SYS-SLOT).
           COMPUTE ORIG-TOTAL(SYS-SLOT) =
               FUNCTION NUMVAL (PARSE-FIELD(4)).
           COMPUTE ORIG-XLOOP(SYS-SLOT) =
               FUNCTION NUMVAL (PARSE-FIELD(5)).
           COMPUTE ORIG-YLOOP(SYS-SLOT) =
               FUNCTION NUMVAL (PARSE-FIELD(6)).
           COMPUTE ORIG-ZLOOP(SYS-SLOT) =
               FUNCTION NUMVAL (PARSE-FIELD(7)).
           COMPUTE ORIG-ANSWER(SYS-SLOT) =
               FUNCTION NUMVAL (PARSE-FIELD(8)).

      * The scratch directory is emptied of anything a previous
      * replay left that Day12 would otherwise pick up: a checkpoint
      * to resume from, a stop request, a scenario deck, history and
      * run bookkeeping that would mix two replays together.
       PREPARE-WORK-DIR.
           CALL "CBL_CREATE_DIR" USING WORK-DIR
               RETURNING DIR-RESULT
           END-CALL.
           MOVE "CHECKPNT      " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "D12STOP       " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "SCENCTL       " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "D12HIST       " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "SCENHIST      " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "D12PERF       " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "RUNXREF       " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.
           MOVE "GENSEQ        " TO SCRATCH-BASE.
           PERFORM DELETE-SCRATCH-FILE.

       DELETE-SCRATCH-FILE.
           PERFORM BUILD-SCRATCH-NAME.
           CALL "CBL_DELETE_FILE" USING SCRATCH-NAME
               RETURNING DIR-RESULT
           END-CALL.

       BUILD-SCRATCH-NAME.
           MOVE SPACES TO SCRATCH-NAME.
           STRING FUNCTION TRIM (WORK-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (SCRATCH-BASE) DELIMITED BY SIZE
               INTO SCRATCH-NAME
           END-STRING.

       WRITE-SCRATCH-INPUTS.
           MOVE "D12CTL        " TO SCRATCH-BASE.
           PERFORM OPEN-SCRATCH-OUT.
           MOVE D12CTL-IMAGE TO SCRATCH-RECORD.
           WRITE SCRATCH-RECORD.
           CLOSE SCRATCH-OUT.

           MOVE "D12PARM       " TO SCRATCH-BASE.
           PERFORM OPEN-SCRATCH-OUT.
           MOVE SPACES TO SCRATCH-RECORD.
           STRING "* REBUILT FROM RUNXREF FOR RUN " DELIMITED BY SIZE
                  REPLAY-RUN-ID DELIMITED BY SIZE
               INTO SCRATCH-RECORD
           END-STRING.
           WRITE SCRATCH-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CARD-COUNT
               MOVE PARM-CARD(I) TO SCRATCH-RECORD
               WRITE SCRATCH-RECORD
           END-PERFORM.
           CLOSE SCRATCH-OUT.

           MOVE "PLANETS       " TO SCRATCH-BASE.
           PERFORM OPEN-SCRATCH-OUT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BODY-COUNT
               MOVE BODY-IMAGE(I) TO SCRATCH-RECORD
               WRITE SCRATCH-RECORD
           END-PERFORM.
           CLOSE SCRATCH-OUT.

           MOVE "RUNID         " TO SCRATCH-BASE.
           PERFORM OPEN-SCRATCH-OUT.
           MOVE REPLAY-RUN-ID TO SCRATCH-RECORD.
           WRITE SCRATCH-RECORD.
           CLOSE SCRATCH-OUT.

           MOVE BODY-COUNT TO RBL-COUNT.
           MOVE REPORT-BODIES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       OPEN-SCRATCH-OUT.
           PERFORM BUILD-SCRATCH-NAME.
           OPEN OUTPUT SCRATCH-OUT.
           IF SCRATCH-STATUS NOT = "00"
               MOVE "RPL026S" TO MSG-ID
               MOVE SPACES TO REFUSE-REASON
               STRING "UNABLE TO WRITE " DELIMITED BY SIZE
                      SCRATCH-NAME DELIMITED BY SPACE
                      " STATUS " DELIMITED BY SIZE
                      SCRATCH-STATUS DELIMITED BY SIZE
                   INTO REFUSE-REASON
               END-STRING
               PERFORM REFUSE-REPLAY
           END-IF.

      * Day12 runs in the scratch directory with the current
      * directory switched under it, and is handed back its return
      * code. The master's PLANVER stamp is written there first, so
      * the replay's banner and RUNXREF line name the same version
      * the original run read.
       RUN-REPLAY.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE LENGTH OF HOME-DIR
               BY REFERENCE HOME-DIR
               RETURNING DIR-RESULT
           END-CALL.
           CALL "CBL_CHANGE_DIR" USING WORK-DIR
               RETURNING DIR-RESULT
           END-CALL.
           IF DIR-RESULT NOT = 0
               MOVE "RPL027S" TO MSG-ID
               MOVE "UNABLE TO CHANGE TO THE SCRATCH DIRECTORY"
                   TO REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF.

           CALL "STAMP-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.

           CALL "Day12"
           END-CALL.
           MOVE RETURN-CODE TO REPLAY-RC.
           MOVE 0 TO RETURN-CODE.

           CALL "CBL_CHANGE_DIR" USING HOME-DIR
               RETURNING DIR-RESULT
           END-CALL.

           MOVE MV-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPLAY-RC TO RRC-RC.
           MOVE REPORT-RC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A replay that ended with no history at all still gets its
      * certificate: every system simply shows as not reproduced.
       LOAD-REPLAY-HISTORY.
           MOVE ZERO TO RPL-COUNT.
           MOVE "D12HIST       " TO SCRATCH-BASE.
           PERFORM BUILD-SCRATCH-NAME.
           OPEN INPUT SCRATCH-HIST.
           IF SCRATCH-STATUS = "00"
               PERFORM UNTIL SCRATCH-STATUS = "10"
                   READ SCRATCH-HIST
                       AT END
                           MOVE "10" TO SCRATCH-STATUS
                       NOT AT END
                           MOVE SCRATCH-HIST-RECORD TO HISTORY-RECORD
                           PERFORM PARSE-HISTORY-LINE
                           IF PARSE-COUNT > 7
                               PERFORM TAKE-REPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRATCH-HIST
           END-IF.

       TAKE-REPLAY-LINE.
           MOVE ZERO TO SYS-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RPL-COUNT
               IF RPL-SYS(I) = HIST-SYSTEM
                   MOVE I TO SYS-SLOT
               END-IF
           END-PERFORM.
           IF SYS-SLOT = 0 AND RPL-COUNT < MAX-SYSTEMS
               ADD 1 TO RPL-COUNT
               MOVE RPL-COUNT TO SYS-SLOT
               MOVE 0 TO RPL-MATCHED(SYS-SLOT)
           END-IF.
           IF SYS-SLOT > 0
               MOVE HIST-SYSTEM TO RPL-SYS(SYS-SLOT)
               COMPUTE RPL-TOTAL(SYS-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(4))
               COMPUTE RPL-XLOOP(SYS-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(5))
               COMPUTE RPL-YLOOP(SYS-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(6))
               COMPUTE RPL-ZLOOP(SYS-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(7))
               COMPUTE RPL-ANSWER(SYS-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(8))
           END-IF.

      * Every original system gets all five figures listed with the
      * replay's beside them, so the listing is the evidence and not
      * just the verdict. A system the replay booked that the
      * original never did is a difference too.
       COMPARE-SYSTEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIGURES ORIGINAL AGAINST REPLAY" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORIG-COUNT
               PERFORM COMPARE-ONE-SYSTEM
           END-PERFORM.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RPL-COUNT
               IF RPL-MATCHED(J) = 0
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE RPL-SYS(J) TO RSL-SYSTEM
                   MOVE "DIFFERS - NOT ON THE ORIGINAL RUN"
                       TO RSL-VERDICT
                   MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO DIFFER-COUNT
               END-IF
           END-PERFORM.

       COMPARE-ONE-SYSTEM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ORIG-SYS(I) TO RSL-SYSTEM.

           MOVE ZERO TO SYS-SLOT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RPL-COUNT
               IF RPL-SYS(J) = ORIG-SYS(I)
                   MOVE J TO SYS-SLOT
               END-IF
           END-PERFORM.

           IF SYS-SLOT = 0
               MOVE "NOT REPRODUCED - NO REPLAY HISTORY LINE"
                   TO RSL-VERDICT
               MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO DIFFER-COUNT
           ELSE
               MOVE 1 TO RPL-MATCHED(SYS-SLOT)
               MOVE ZERO TO SYSTEM-DIFFS
               IF ORIG-TOTAL(I) NOT = RPL-TOTAL(SYS-SLOT)
                   ADD 1 TO SYSTEM-DIFFS
               END-IF
               IF ORIG-XLOOP(I) NOT = RPL-XLOOP(SYS-SLOT)
                   ADD 1 TO SYSTEM-DIFFS
               END-IF
               IF ORIG-YLOOP(I) NOT = RPL-YLOOP(SYS-SLOT)
                   ADD 1 TO SYSTEM-DIFFS
               END-IF
               IF ORIG-ZLOOP(I) NOT = RPL-ZLOOP(SYS-SLOT)
                   ADD 1 TO SYSTEM-DIFFS
               END-IF
               IF ORIG-ANSWER(I) NOT = RPL-ANSWER(SYS-SLOT)
                   ADD 1 TO SYSTEM-DIFFS
               END-IF
               IF SYSTEM-DIFFS = 0
                   MOVE "REPRODUCED" TO RSL-VERDICT
                   ADD 1 TO REPRODUCED-COUNT
               ELSE
                   MOVE "DIFFERS" TO RSL-VERDICT
                   ADD 1 TO DIFFER-COUNT
               END-IF
               MOVE REPORT-SYSTEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE "TOTAL-ENERGY " TO RFL-WHAT
               MOVE ORIG-TOTAL(I) TO RFL-ORIG
               MOVE RPL-TOTAL(SYS-SLOT) TO RFL-REPLAY
               PERFORM WRITE-FIGURE-LINE
               MOVE "X-LOOP       " TO RFL-WHAT
               MOVE ORIG-XLOOP(I) TO RFL-ORIG
               MOVE RPL-XLOOP(SYS-SLOT) TO RFL-REPLAY
               PERFORM WRITE-FIGURE-LINE
               MOVE "Y-LOOP       " TO RFL-WHAT
               MOVE ORIG-YLOOP(I) TO RFL-ORIG
               MOVE RPL-YLOOP(SYS-SLOT) TO RFL-REPLAY
               PERFORM WRITE-FIGURE-LINE
               MOVE "Z-LOOP       " TO RFL-WHAT
               MOVE ORIG-ZLOOP(I) TO RFL-ORIG
               MOVE RPL-ZLOOP(SYS-SLOT) TO RFL-REPLAY
               PERFORM WRITE-FIGURE-LINE
               MOVE "ANSWER-LOOP  " TO RFL-WHAT
               MOVE ORIG-ANSWER(I) TO RFL-ORIG
               MOVE RPL-ANSWER(SYS-SLOT) TO RFL-REPLAY
               PERFORM WRITE-FIGURE-LINE
           END-IF.

       WRITE-FIGURE-LINE.
           IF RFL-ORIG = RFL-REPLAY
               MOVE "MATCH" TO RFL-MARK
           ELSE
               MOVE "DIFFERS" TO RFL-MARK
           END-IF.
           MOVE REPORT-FIGURE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CERTIFICATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "SYSTEMS ON ORIGINAL = " TO RCT-WHAT.
           MOVE ORIG-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYSTEMS REPRODUCED  = " TO RCT-WHAT.
           MOVE REPRODUCED-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYSTEMS DIFFERING   = " TO RCT-WHAT.
           MOVE DIFFER-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPLAY-RUN-ID TO RVL-RUN-ID.
           IF DIFFER-COUNT > 0
               MOVE " NOT CERTIFIED - FIGURES DID NOT REPRODUCE"
                   TO RVL-TEXT
           ELSE
               MOVE " CERTIFIED - EVERY FIGURE REPRODUCED"
                   TO RVL-TEXT
           END-IF.
           MOVE REPORT-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
