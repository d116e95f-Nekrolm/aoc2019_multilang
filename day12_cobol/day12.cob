               organization is line sequential
               file status is PLANETS-STATUS.

           select REPORT-OUTPUT assign using REPORT-NAME
               organization is line sequential
               file status is REPORT-STATUS.

           select CHECKPOINT-FILE assign using CHECKPOINT-NAME
               organization is line sequential
               file status is CHECKPOINT-STATUS.

           select TRAJECTORY-OUT assign using TRAJECTORY-NAME
               organization is line sequential
               file status is TRAJECTORY-STATUS.

               organization is line sequential
               file status is PARM-STATUS.

           select HISTORY-FILE assign using HISTORY-NAME
               organization is line sequential
               file status is HISTORY-STATUS.

               organization is line sequential
               file status is SCENARIO-STATUS.

           select SCENARIO-OUT assign using SCENOUT-NAME
               organization is line sequential
               file status is SCENOUT-STATUS.

           select ENERGY-OUT assign using ENERGY-NAME
               organization is line sequential
               file status is ENERGY-STATUS.

           select SCENHIST-FILE assign using SCENHIST-NAME
               organization is line sequential
               file status is SCENHIST-STATUS.

           select PERF-FILE assign using PERF-NAME
               organization is line sequential
               file status is PERF-STATUS.

           select STAT-FILE assign using STAT-NAME
               organization is line sequential
               file status is STAT-STATUS.

           select EVENTS-OUT assign using EVENTS-NAME
               organization is line sequential
               file status is EVENTS-STATUS.

           select OPERATOR-STOP assign using STOP-NAME
               organization is line sequential
               file status is STOP-FILE-STATUS.

           select DUMP-OUT assign using DUMP-NAME
               organization is line sequential
               file status is DUMP-STATUS.

           select PARTITION-CARD assign to "D12PART"
               organization is line sequential
               file status is PARTITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
               10 CKP-RET-Y PIC 9(07) OCCURS 50 TIMES.
           05 CKP-RET-Z-VALS.
               10 CKP-RET-Z PIC 9(07) OCCURS 50 TIMES.
      * Whether the system was being run with finished axes left
      * standing, and the iteration limit their resting places were
      * worked out against. A checkpoint from before these fields
      * reads them back as spaces, which is a run without the option.
           05 CKP-AXIS-STOP  PIC 9.
           05 CKP-AXIS-LIMIT PIC 9(07).

       FD  TRAJECTORY-OUT
           record contains 200 characters.
       01 ENERGY-LINE PIC X(132).

       FD  PERF-FILE
           record contains 81 characters.
       01 PERF-RECORD PIC X(81).

       FD  STAT-FILE
           record contains 120 characters.
           record contains 200 characters.
       01 DUMP-LINE PIC X(200).

      * The open partitioned run, written by D12Merge before any of
      * its streams start: the run identifier and generation every
      * stream shares, and how many streams the systems are dealt to.
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

       WORKING-STORAGE SECTION.

       01 PLANETS-STATUS    PIC X(02) VALUE ZEROS.
       01 DUMP-STATUS       PIC X(02) VALUE ZEROS.
       01 PERF-STATUS       PIC X(02) VALUE ZEROS.
       01 SCENHIST-STATUS   PIC X(02) VALUE ZEROS.
       01 PARTITION-STATUS  PIC X(02) VALUE ZEROS.

      * Wall-clock accounting per system, kept in hundredths of a
      * second so a short system still yields a usable rate. The
           05 FILLER         PIC X VALUE ":".
           05 STL-ETA-SS     PIC 9(02).

      * The last byte of the timing line is A when the system ran
      * with finished axes left standing. Such a run steps fewer axes
      * an iteration than a full one, so its rate is not one a full
      * run can be priced at.
       01 PERF-EDIT-LINE.
           05 PEL-DATE      PIC X(19).
           05 FILLER        PIC X VALUE ",".
           05 PEL-CSECS     PIC Z(8)9.
           05 FILLER        PIC X VALUE ",".
           05 PEL-RATE      PIC Z(6)9.
           05 FILLER        PIC X VALUE ",".
           05 PEL-REQUESTER PIC X(08).
           05 FILLER        PIC X VALUE ",".
           05 PEL-COST-CENTRE PIC X(06).
           05 FILLER        PIC X VALUE ",".
           05 PEL-AXIS-STOP PIC X(01).

      * First overflow anywhere in the Gravity routines fails the run
      * at once with return code 12: the iteration, the planet and
           05 SRC-EWARN     PIC 9 VALUE 0.
           05 SRC-ELIMIT    PIC 9 VALUE 0.
           05 SRC-VERIFY    PIC 9 VALUE 0.
           05 SRC-AXISSTOP  PIC 9 VALUE 0.
           05 SRC-REQUESTER PIC 9 VALUE 0.
           05 SRC-COSTCTR   PIC 9 VALUE 0.

      * Every run is charged back to whoever asked for it: REQUESTER=
      * and COSTCTR= on D12PARM tag the run, CostCtr judges the tag
      * against the COSTCTR table at start of job, and the tag goes
      * on RUNXREF and every D12PERF line for ChgBack to charge from.
      * A tag too long for its field is a parameter error like any
      * other; a tag that is missing or names a cost centre that is
      * not open draws a warning and the run goes on, to be listed
      * among the month's exceptions.
       01 CHARGE-TAG.
           05 CG-REQUESTER   PIC X(08) VALUE SPACES.
           05 CG-COST-CENTRE PIC X(06) VALUE SPACES.
           05 CG-VERDICT     PIC X(02) VALUE SPACES.
           05 CG-NAME        PIC X(30) VALUE SPACES.
           05 CG-TEXT        PIC X(60) VALUE SPACES.
       01 TAG-LENGTH     PIC 9(02) VALUE ZERO.
       01 TAG-BAD        PIC 9 VALUE 0.

      * Reverse-run verification: VERIFY=n on D12PARM turns the run
      * into a certification pass instead of a simulation - each
               10 CK2-CMP-VZ PIC S9(10) SIGN LEADING SEPARATE
                             OCCURS 50 TIMES.

      * A trajectory interval of zero writes no rows at all; TRAJECT
      * then carries its header only.
       01 TRAJECTORY-INTERVAL PIC 9(07) VALUE 1000.
       01 TRAJ-EDIT-TABLE.
           05 TRAJ-EDIT PIC -(18)9 OCCURS 8 TIMES.
      * An APPROACH-LIMIT of zero still reports exact coincidences;
      * the operator raises it on the control card to be told about
      * near misses as well. Separation is the sum of the three axis
      * distances, the same measure TRAJRPT uses. APPROACH=OFF on
      * D12PARM turns the watch off altogether.
       01 APPROACH-LIMIT PIC 9(10) VALUE ZERO.
       01 APPROACH-WATCH PIC 9 VALUE 1.
           88 APPROACH-WATCH-ON VALUE 1.
       01 EVENT-COUNT    PIC 9(09) VALUE ZERO.
       01 EVENT-SEP      PIC 9(20) VALUE ZERO.
       01 CLOSEST-FLAG   PIC 9 VALUE 0.
           05 RUN-ID  PIC X(14) VALUE SPACES.
           05 RUN-GEN PIC 9(02) VALUE ZERO.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG; a stream of
      * a partitioned run signs its messages DAY12.Pn.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "DAY12".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.
       01 MESSAGE-FIGURES.
           05 MSG-FIGURE  PIC Z(19)9 OCCURS 3 TIMES.

      * Control totals for the three exports. Every row written is
      * tallied through ExpTrail (a restarted run first tallies the
      * rows already on file), and a run that has been through every
      * system ends each export with the trailer ExpTrail builds -
      * per-system row counts, then the run identifier, row count and
      * hash total - which every program reading the file checks
      * before trusting it. A run that stops short leaves no trailer.
       01 EXPORT-WORK-LINE  PIC X(200) VALUE SPACES.
       01 EXPORT-TRAILER.
           05 ET-LINES      PIC 9(03).
           05 ET-LINE       PIC X(80) OCCURS 101 TIMES.
       01 ET-IDX            PIC 9(03) VALUE ZERO.

      * The results interchange feed, D12FEED: the run's parameters
      * and every finished system's figures in the versioned layout
      * ResFeed owns and documents, for loading elsewhere. It is
      * begun as the run commits (a restarted run takes up the feed
      * it already began), gains each system as its history is
      * booked, and is closed off with its trailer along with the
      * exports, so a feed without one is a run that stopped short.
       01 FEED-STATUS       PIC X(02) VALUE ZEROS.
       01 FEED-HEADER.
           05 FH-SOURCE     PIC X(08) VALUE "DAY12".
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

      * The parameters in effect are listed once, in
      * LIST-RUN-PARAMETERS, for both the report banner and the
      * feed; this says which of the two the list is going to.
       01 PARM-LINE-TARGET  PIC 9 VALUE 0.
           88 PARMS-TO-REPORT VALUE 0.
           88 PARMS-TO-FEED   VALUE 1.

       01 RUN-ID-DISPLAY.
           05 FILLER      PIC X(07) VALUE "RUN ID ".
           05 RID-ID      PIC X(14).
           05 XPT-ITER    PIC 9(07).
           05 FILLER      PIC X(06) VALUE " MODE=".
           05 XPT-MODE    PIC 9(01).
           05 FILLER      PIC X(04) VALUE " MV=".
           05 XPT-VERSION PIC X(05).
           05 FILLER      PIC X(26) VALUE SPACES.

      * Continuation lines booked to RUNXREF right behind the DAY12
      * line: every parameter in effect, whether it came from the
      * control card, D12PARM or a default, written as D12PARM
      * keyword cards so a past run's inputs can be rebuilt exactly
      * from RUNXREF alone.
       01 XREF-PARM-LINE-1.
           05 FILLER      PIC X(18) VALUE "D12PARM ITERLIMIT=".
           05 XP1-ITER    PIC 9(07).
           05 FILLER      PIC X(10) VALUE " GRAVMODE=".
           05 XP1-MODE    PIC 9(01).
           05 FILLER      PIC X(09) VALUE " TRAJINT=".
           05 XP1-TRAJ    PIC 9(07).
           05 FILLER      PIC X(08) VALUE SPACES.

       01 XREF-PARM-LINE-2.
           05 FILLER      PIC X(16) VALUE "D12PARM CHKPINT=".
           05 XP2-CHKP    PIC 9(07).
           05 FILLER      PIC X(11) VALUE " HEARTBEAT=".
           05 XP2-BEAT    PIC 9(07).
           05 FILLER      PIC X(08) VALUE " VERIFY=".
           05 XP2-VERIFY  PIC 9(07).
           05 FILLER      PIC X(04) VALUE SPACES.

       01 XREF-PARM-LINE-3.
           05 FILLER      PIC X(17) VALUE "D12PARM APPROACH=".
           05 XP3-APPR    PIC X(10).
           05 FILLER      PIC X(08) VALUE " DIVTOL=".
           05 XP3-DIVTOL  PIC 9(10).
           05 FILLER      PIC X(10) VALUE " AXISSTOP=".
           05 XP3-AXIS    PIC 9(01).
           05 FILLER      PIC X(04) VALUE SPACES.

       01 XREF-PARM-LINE-4.
           05 FILLER      PIC X(18) VALUE "D12PARM ENERGYINT=".
           05 XP4-EINT    PIC 9(07).
           05 FILLER      PIC X(07) VALUE " EWARN=".
           05 XP4-EWARN   PIC 9(10).
           05 FILLER      PIC X(08) VALUE " ELIMIT=".
           05 XP4-ELIMIT  PIC 9(10).

       01 XREF-PARM-LINE-5.
           05 FILLER      PIC X(16) VALUE "D12PARM SYSTEMS=".
           05 XP5-LIST    PIC X(44).
       01 XP5-PTR         PIC 9(02) VALUE 1.

       01 XREF-PARM-LINE-6.
           05 FILLER      PIC X(18) VALUE "D12PARM REQUESTER=".
           05 XP6-REQ     PIC X(08).
           05 FILLER      PIC X(09) VALUE " COSTCTR=".
           05 XP6-CC      PIC X(06).
           05 FILLER      PIC X(19) VALUE SPACES.

      * The PLANETS master version this run read, from PlanVer.
       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

       01 RUN-DATE-DISPLAY.
           05 FILLER      PIC X(04) VALUE "RUN ".
               VALUE "STOPPED BY OPERATOR AT ITERATION ".
           05 RPT-STOP-ITER   PIC 9(07).

       01 REPORT-AXSTOP-LINE.
           05 FILLER          PIC X(34)
               VALUE "AXIS STOPPING ON - LAST STEPPED X=".
           05 RAX-X           PIC Z(7)9.
           05 FILLER          PIC X(03) VALUE " Y=".
           05 RAX-Y           PIC Z(7)9.
           05 FILLER          PIC X(03) VALUE " Z=".
           05 RAX-Z           PIC Z(7)9.

       01 REPORT-AXOFF-LINE.
           05 FILLER          PIC X(43)
               VALUE "AXIS STOPPING TURNED OFF FOR THIS SYSTEM - ".
           05 RAO-REASON      PIC X(44).

       01 REPORT-EVENTS-LINE.
           05 FILLER          PIC X(19) VALUE "CLOSE APPROACHES = ".
           05 RPT-EVENTS      PIC Z(8)9.
           05 RPL-KEY         PIC X(10).
           05 FILLER          PIC X(02) VALUE "= ".
           05 RPL-VALUE       PIC Z(9)9.
           05 RPL-VALUE-TX    REDEFINES RPL-VALUE PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPL-SOURCE      PIC X(10).

       01 SELECT-HIT     PIC 9 VALUE 0.
       01 SELECT-IDX     PIC 9(02) VALUE ZERO.

      * PARTITION= on D12PARM makes this job one stream of a
      * partitioned run: the systems on the master are dealt out in
      * turn across the streams named on D12PART, and this stream
      * simulates only the ones dealt to it, skipping the rest
      * without a report section. Everything the stream writes goes
      * to files of its own, the base name with .P and the stream
      * number appended, so streams running side by side never touch
      * each other's checkpoint, outputs or history, and a failed
      * stream is restarted on its own. D12Merge puts the streams
      * back together into the ordinary files once every one ended.
       01 PARTITION-NUMBER PIC 9 VALUE 0.
           88 RUN-IS-PARTITIONED VALUE 1 THRU 9.
       01 PARTITION-COUNT  PIC 9 VALUE 0.
       01 PARTITION-RUN-ID PIC X(14) VALUE SPACES.
       01 PARTITION-GEN    PIC 9(02) VALUE ZERO.
       01 PARTITION-SUFFIX.
           05 FILLER       PIC X(02) VALUE ".P".
           05 PSX-NUMBER   PIC 9(01).
       01 PARTITION-SLOT   PIC 9(02) VALUE ZERO.

       78 STREAM-FILES VALUE 13.
       01 STREAM-IDX       PIC 9(02) VALUE ZERO.
       01 STREAM-BASE-NAMES.
           05 FILLER PIC X(20) VALUE "REPORT-OUTPUT".
           05 FILLER PIC X(20) VALUE "CHECKPNT".
           05 FILLER PIC X(20) VALUE "TRAJECT".
           05 FILLER PIC X(20) VALUE "D12HIST".
           05 FILLER PIC X(20) VALUE "SCENOUT".
           05 FILLER PIC X(20) VALUE "D12ENRGY".
           05 FILLER PIC X(20) VALUE "SCENHIST".
           05 FILLER PIC X(20) VALUE "D12PERF".
           05 FILLER PIC X(20) VALUE "D12STAT".
           05 FILLER PIC X(20) VALUE "D12EVENT".
           05 FILLER PIC X(20) VALUE "D12STOP".
           05 FILLER PIC X(20) VALUE "D12DUMP".
           05 FILLER PIC X(20) VALUE "D12FEED".
       01 STREAM-BASE-TABLE REDEFINES STREAM-BASE-NAMES.
           05 STREAM-BASE PIC X(20) OCCURS STREAM-FILES TIMES.

       01 STREAM-FILE-NAMES.
           05 REPORT-NAME     PIC X(20) VALUE SPACES.
           05 CHECKPOINT-NAME PIC X(20) VALUE SPACES.
           05 TRAJECTORY-NAME PIC X(20) VALUE SPACES.
           05 HISTORY-NAME    PIC X(20) VALUE SPACES.
           05 SCENOUT-NAME    PIC X(20) VALUE SPACES.
           05 ENERGY-NAME     PIC X(20) VALUE SPACES.
           05 SCENHIST-NAME   PIC X(20) VALUE SPACES.
           05 PERF-NAME       PIC X(20) VALUE SPACES.
           05 STAT-NAME       PIC X(20) VALUE SPACES.
           05 EVENTS-NAME     PIC X(20) VALUE SPACES.
           05 STOP-NAME       PIC X(20) VALUE SPACES.
           05 DUMP-NAME       PIC X(20) VALUE SPACES.
           05 FEED-NAME       PIC X(20) VALUE SPACES.
       01 STREAM-NAME-TABLE REDEFINES STREAM-FILE-NAMES.
           05 STREAM-NAME PIC X(20) OCCURS STREAM-FILES TIMES.

       01 REPORT-BYPASS-LINE.
           05 FILLER        PIC X(07) VALUE "SYSTEM ".
           05 RBY-SYSTEM    PIC Z9.
                       DEPENDING ON N-PLANETS VALUE ZEROS.

       01 BODY-PERIOD PIC 9(20) VALUE ZERO.
       01 BODY-PERIOD-STATE PIC X(01) VALUE SPACE.
           88 BODY-PERIOD-FOUND    VALUE "F".
           88 BODY-PERIOD-NONE     VALUE "N".
           88 BODY-PERIOD-TOO-LONG VALUE "X".
       01 RET-AXIS-EDIT PIC Z(6)9.
       01 RET-PERIOD-EDIT PIC Z(19)9.
      * The loop-length LCM takes twenty-digit operands by
       01 CMP-Y-LOOP PIC 9(20) VALUE ZERO.
       01 CMP-Z-LOOP PIC 9(20) VALUE ZERO.
       01 CMP-ANSWER-LOOP PIC 9(20) VALUE ZERO.

      * Axis stopping: AXISSTOP=1 on D12PARM stops stepping an axis
      * once its loop is known, so a run that only wants the loop
      * lengths finishes when the slowest axis comes home instead of
      * at ITERLIMIT. The axes never pull on one another, so a
      * finished axis is stepped on only to the iteration on its own
      * loop that matches ITERLIMIT (loop + MOD (ITERLIMIT - loop,
      * loop)) and left standing there - exactly where a full run
      * would have left it - and the end-of-run energy is the same
      * figure. Anything that looks at all three axes part way
      * through (trajectory rows, the energy watch, close-approach
      * events, the mode 3 comparison) turns the option off for the
      * system, and the report says which one did.
       01 AXIS-STOP-OPTION  PIC 9 VALUE 0.
           88 AXIS-STOP-REQUESTED VALUE 1.
       01 AXIS-STOP-FLAG    PIC 9 VALUE 0.
           88 AXIS-STOP-ACTIVE VALUE 1.
       01 AXIS-STOP-REASON  PIC X(44) VALUE SPACES.
       01 AXES-PARKED-FLAG  PIC 9 VALUE 0.
           88 ALL-AXES-PARKED VALUE 1.
       01 PARK-LIMIT        PIC 9(07) VALUE ZERO.
       01 X-PARK-ITER       PIC 9(08) VALUE ZERO.
       01 Y-PARK-ITER       PIC 9(08) VALUE ZERO.
       01 Z-PARK-ITER       PIC 9(08) VALUE ZERO.
       01 LAST-PARK-ITER    PIC 9(08) VALUE ZERO.
       01 RESTORED-AXIS-STOP  PIC 9 VALUE 0.
       01 RESTORED-AXIS-LIMIT PIC 9(07) VALUE ZERO.
       01 AXES-STANDING     PIC 9 VALUE ZERO.
       01 AXIS-STEPPED-TO   PIC 9(08) VALUE ZERO.


       01 P-ENERGY-TABLE.
           05 P-ENERGY PIC 9(18) OCCURS 1 TO MAX-PLANETS TIMES

           PERFORM VALIDATE-PARAMETERS.

           PERFORM NAME-STREAM-FILES.

           PERFORM READ-SCENARIO-CARD.

           PERFORM READ-PLANETS-FILE.

      * Which version of the master was just read goes on RUNXREF and
      * the report banner, so a change in the figures can later be
      * put down to the bodies or to the physics.
           CALL "GET-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.

           PERFORM CHECK-SYSTEM-SELECTION.

           PERFORM RESTORE-CHECKPOINT.

           IF RUN-IS-PARTITIONED AND RUN-WAS-RESTORED
               PERFORM CHECK-PARTITION-RESTART
           END-IF.

      * A fresh run mints its identity, retires the previous run's
      * outputs and records itself in RUNXREF, and starts at the
      * first system on the master; a restarted run took its identity
      * and its place in the system sequence back out of the
      * checkpoint and did all three the first time it started, so
      * doing them again would retire this run's own half-written
      * outputs and double-book RUNXREF. A stream of a partitioned
      * run takes the identity D12Merge opened the run under and
      * leaves the retiring of outputs to the merge, which is what
      * writes the run's real outputs; only the first stream books
      * the run to RUNXREF, every stream having been submitted with
      * the same parameters.
           IF NOT RUN-WAS-RESTORED
               IF RUN-IS-PARTITIONED
                   PERFORM TAKE-PARTITION-IDENT
               ELSE
                   PERFORM ACQUIRE-RUN-IDENT
                   PERFORM SAVE-OUTPUT-GENERATIONS
               END-IF
               IF PARTITION-NUMBER < 2
                   PERFORM WRITE-RUN-XREF-LINE
               END-IF
               MOVE 1 TO START-SYS
           END-IF.

           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.

           PERFORM JUDGE-CHARGE-TAG.

           PERFORM OPEN-REPORT-OUTPUT.

           PERFORM OPEN-TRAJECTORY-OUT.

           PERFORM OPEN-SCENARIO-OUT.

           PERFORM OPEN-RESULTS-FEED.

      *    Dx + CycleX * I = Dy + CycleY * J = Dz + CycleZ * K
      *    Dx = Ans mod CycleX
      *    Dy = Ans mod CycleY
                   UNTIL SYS-IDX > SYSTEM-COUNT OR STOP-REQUESTED
                      OR ENERGY-STOPPED
               PERFORM JUDGE-SYSTEM-SELECTED
               EVALUATE SELECT-HIT
                   WHEN 0
                       PERFORM WRITE-BYPASS-SECTION
                   WHEN 1
                       IF VERIFY-STEPS > 0
                           PERFORM RUN-ONE-SYSTEM-VERIFY
                       ELSE
                           PERFORM RUN-ONE-SYSTEM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF NOT STOP-REQUESTED AND NOT ENERGY-STOPPED
               PERFORM WRITE-EXPORT-TRAILERS
           END-IF.

           CLOSE TRAJECTORY-OUT.

           CLOSE EVENTS-OUT.

           CLOSE ENERGY-OUT.

           CLOSE REPORT-OUTPUT.

      * broken physics change as a hard failure.
           IF VERIFY-STEPS > 0
               IF VERIFY-JOB-FAILED
                   MOVE "D12002E" TO MSG-ID
                   MOVE "VERIFICATION FAILED" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE "FAILED" TO STAT-STATE-TX
                   PERFORM WRITE-RUN-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "D12001I" TO MSG-ID
                   MOVE "VERIFICATION PASSED" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE "ENDED" TO STAT-STATE-TX
                   PERFORM WRITE-RUN-STATUS
               END-IF
      * resume the run anyway, and return code 6 marks the condition
      * apart from an operator suspension.
           IF ENERGY-STOPPED
               MOVE "D12003W" TO MSG-ID
               STRING "STOPPED BY ENERGY LIMIT AT ITERATION "
                      ENERGY-STOP-ITER DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 6 TO RETURN-CODE
               GOBACK
           END-IF.
      * a finished run's. Return code 4 tells the scheduler this was
      * a clean stop, not a failure.
           IF STOP-REQUESTED
               MOVE "D12004W" TO MSG-ID
               STRING "STOPPED BY OPERATOR AT ITERATION "
                      STOP-ITERATION DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
               MOVE 1 TO START-ITER
           END-IF.

           PERFORM JUDGE-AXIS-STOP.

           PERFORM MARK-SYSTEM-START.

           PERFORM VARYING SIM-ITER FROM START-ITER BY 1
                   UNTIL SIM-ITER > ITER-LIMIT OR STOP-REQUESTED
                      OR ENERGY-STOPPED OR ALL-AXES-PARKED
               IF AXIS-STOP-ACTIVE
                   PERFORM STEP-OPEN-AXES
               ELSE
                   PERFORM UPDATE-VELOCITY
                   PERFORM APPLY-VELOCITY
               END-IF
               PERFORM CHECK-GRAVITY-OVERFLOW
               IF APPROACH-WATCH-ON
                   PERFORM CHECK-CLOSE-APPROACH
               END-IF
               COMPUTE STEPS-PASSED = SIM-ITER
               PERFORM CHECK-SIMULATION-LOOPS
               PERFORM CHECK-BODY-RETURNS
               IF AXIS-STOP-ACTIVE
                   PERFORM PARK-FINISHED-AXES
               END-IF
               IF GRAVITY-MODE-COMPARE
                   PERFORM UPDATE-VELOCITY-COMPARE
                   PERFORM APPLY-VELOCITY-COMPARE

           PERFORM CHECK-GRAVITY-OVERFLOW.

           MOVE "D12005I" TO MSG-ID.
           STRING "SYSTEM " CURRENT-SYSTEM " TOTAL ENERGY "
                  TOTAL-ENERGY DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           MOVE ZERO TO ANSWER-LOOP.
           IF X-LOOP > 0 AND Y-LOOP > 0 AND Z-LOOP > 0
               COMPUTE ANSWER-LOOP = FUNCTION LCM (X-LOOP, Y-LOOP)
               COMPUTE ANSWER-LOOP = FUNCTION LCM (ANSWER-LOOP, Z-LOOP)
               IF ANSWER-LOOP = 0
                   MOVE "D12007S" TO MSG-ID
                   MOVE "LOOP-LENGTH LCM EXCEEDS 20 DIGITS" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE ZERO TO OVERFLOW-PLANET
                   PERFORM OVERFLOW-ABORT
               END-IF
           END-IF.

           MOVE "D12006I" TO MSG-ID.
           STRING "SYSTEM " CURRENT-SYSTEM " LOOP LENGTH "
                  ANSWER-LOOP DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           IF GRAVITY-MODE-COMPARE
               MOVE ZERO TO CMP-ANSWER-LOOP
                   COMPUTE CMP-ANSWER-LOOP =
                       FUNCTION LCM (CMP-ANSWER-LOOP, CMP-Z-LOOP)
                   IF CMP-ANSWER-LOOP = 0
                       MOVE "D12007S" TO MSG-ID
                       STRING "COMPARISON LOOP-LENGTH LCM EXCEEDS "
                              "20 DIGITS" DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE ZERO TO OVERFLOW-PLANET
                       PERFORM OVERFLOW-ABORT
                   END-IF

           IF NOT STOP-REQUESTED AND NOT ENERGY-STOPPED
               PERFORM WRITE-HISTORY
               PERFORM WRITE-FEED-RESULTS
               PERFORM RUN-SCENARIOS
           END-IF.

      * With no SYSTEMS parameter every system is a hit; with one,
      * only the listed system numbers run. A bypassed system gets a
      * one-line section on the report so the reader can tell a
      * deliberate bypass from a system lost off the master. In a
      * partitioned run a system dealt to another stream is neither
      * (hit 2): that stream runs it or bypasses it.
       JUDGE-SYSTEM-SELECTED.
           MOVE SYS-IDX TO PARTITION-SLOT.
           PERFORM JUDGE-PARTITION-SLOT.
           EVALUATE TRUE
               WHEN PARTITION-SLOT = 0
                   MOVE 2 TO SELECT-HIT
               WHEN NOT SYSTEMS-SELECTED
                   MOVE 1 TO SELECT-HIT
               WHEN OTHER
                   MOVE 0 TO SELECT-HIT
                   PERFORM VARYING SELECT-IDX FROM 1 BY 1
                           UNTIL SELECT-IDX > SELECT-COUNT
                       IF SELECT-SYS(SELECT-IDX) = SYS-ID(SYS-IDX)
                           MOVE 1 TO SELECT-HIT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * PARTITION-SLOT comes in as a position on the master and goes
      * out zero when that position is dealt to another stream. The
      * deal is strictly in turn - position 1 to stream 1, position
      * 2 to stream 2, and round again - which is what lets D12Merge
      * put the streams' sections back in master order without
      * reading the master itself.
       JUDGE-PARTITION-SLOT.
           IF RUN-IS-PARTITIONED
               IF FUNCTION MOD (PARTITION-SLOT - 1, PARTITION-COUNT)
                  NOT = PARTITION-NUMBER - 1
                   MOVE ZERO TO PARTITION-SLOT
               END-IF
           END-IF.

       WRITE-BYPASS-SECTION.
           MOVE REPORT-BYPASS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM FLUSH-REPORT-OUTPUT.
           MOVE "D12008I" TO MSG-ID.
           STRING "SYSTEM " SYS-ID(SYS-IDX)
                  " BYPASSED - NOT IN SYSTEMS LIST" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

      * A selection naming a system the master does not carry is a
      * mis-keyed parameter, not a smaller run, and is refused the
                       END-IF
                   END-PERFORM
                   IF SELECT-HIT = 0
                       MOVE "D12009E" TO MSG-ID
                       STRING "SYSTEMS LIST NAMES SYSTEM "
                              SELECT-SYS(SELECT-IDX) ", NOT ON MASTER"
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           PERFORM WRITE-VERIFY-SECTION.
           PERFORM FLUSH-REPORT-OUTPUT.

           MOVE "D12014I" TO MSG-ID.
           STRING "SYSTEM " CURRENT-SYSTEM " VERIFICATION "
                  "DISCREPANCIES " VERIFY-FAIL-COUNT DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

       APPLY-VELOCITY-VERIFY.
           CALL "APPLY-VELOCITY" USING N-PLANETS X-TABLE Y-TABLE
           MOVE RUN-ID  TO RID-ID.
           MOVE RUN-GEN TO RID-GEN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * A run nobody can be charged for is still run; the warning
      * puts it in front of the operator while the submitter can
      * still be asked, and ChgBack lists it among the exceptions.
       JUDGE-CHARGE-TAG.
           CALL "CHECK-CHARGE-TAG" USING CHARGE-TAG
           END-CALL.
           IF CG-VERDICT NOT = "OK"
               MOVE "D12071W" TO MSG-ID
               STRING "RUN NOT CHARGEABLE - " CG-TEXT
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

      * Every file a stream writes is named here, before the first
      * of them is opened: the plain names for an ordinary run, the
      * names with the stream's .Pn suffix for one stream of a
      * partitioned run.
       NAME-STREAM-FILES.
           IF RUN-IS-PARTITIONED
               MOVE PARTITION-NUMBER TO PSX-NUMBER
               MOVE SPACES TO MSG-PROGRAM
               STRING "DAY12" PARTITION-SUFFIX DELIMITED BY SIZE
                   INTO MSG-PROGRAM
               END-STRING
               PERFORM READ-PARTITION-CARD
           END-IF.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                   UNTIL STREAM-IDX > STREAM-FILES
               MOVE STREAM-BASE(STREAM-IDX) TO STREAM-NAME(STREAM-IDX)
               IF RUN-IS-PARTITIONED
                   MOVE SPACES TO STREAM-NAME(STREAM-IDX)
                   STRING STREAM-BASE(STREAM-IDX) DELIMITED BY SPACE
                          PARTITION-SUFFIX DELIMITED BY SIZE
                       INTO STREAM-NAME(STREAM-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

      * A stream can only join a run D12Merge has opened and not yet
      * merged, and only as one of the streams it was opened for.
       READ-PARTITION-CARD.
           MOVE SPACES TO PARTITION-RUN-ID.
           OPEN INPUT PARTITION-CARD.
           IF PARTITION-STATUS = "00"
               READ PARTITION-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-TAG = "D12PART" AND DP-GEN NUMERIC
                          AND DP-PARTS NUMERIC
                           MOVE DP-RUN-ID TO PARTITION-RUN-ID
                           MOVE DP-GEN    TO PARTITION-GEN
                           MOVE DP-PARTS  TO PARTITION-COUNT
                       END-IF
               END-READ
               CLOSE PARTITION-CARD
           END-IF.

           IF PARTITION-RUN-ID = SPACES
               MOVE "D12010E" TO MSG-ID
               MOVE "NO PARTITIONED RUN IS OPEN ON D12PART" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF PARTITION-NUMBER > PARTITION-COUNT
               MOVE "D12011E" TO MSG-ID
               STRING "PARTITION " PARTITION-NUMBER " BUT RUN "
                      PARTITION-RUN-ID " HAS " PARTITION-COUNT
                      " STREAMS" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "D12012I" TO MSG-ID.
           STRING "STREAM " PARTITION-NUMBER " OF " PARTITION-COUNT
                  " FOR RUN " PARTITION-RUN-ID DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

      * A fresh stream starts its own history, timing and scenario
      * archives over: they hold only what this stream produced for
      * the open run, ready for D12Merge to book to the real files.
       TAKE-PARTITION-IDENT.
           MOVE PARTITION-RUN-ID TO RUN-ID.
           MOVE PARTITION-GEN    TO RUN-GEN.
           MOVE RUN-ID  TO RID-ID.
           MOVE RUN-GEN TO RID-GEN.
           OPEN OUTPUT HISTORY-FILE.
           CLOSE HISTORY-FILE.
           OPEN OUTPUT PERF-FILE.
           CLOSE PERF-FILE.
           OPEN OUTPUT SCENHIST-FILE.
           CLOSE SCENHIST-FILE.

      * A stream's checkpoint left over from an earlier partitioned
      * run must not be resumed into this one.
       CHECK-PARTITION-RESTART.
           IF RUN-ID NOT = PARTITION-RUN-ID
               MOVE "D12013E" TO MSG-ID
               STRING "CHECKPOINT IS FOR RUN " RUN-ID
                      " NOT OPEN RUN " PARTITION-RUN-ID
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       SAVE-OUTPUT-GENERATIONS.
           CALL "SAVE-GENERATION" USING RUN-GEN "REPORT-OUTPUT "
           END-CALL.
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12ENRGY      "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12FEED       "
           END-CALL.

       WRITE-RUN-XREF-LINE.
           MOVE ITER-LIMIT   TO XPT-ITER.
           MOVE GRAVITY-MODE TO XPT-MODE.
           MOVE MV-STAMP     TO XPT-VERSION.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-TEXT
           END-CALL.

           MOVE ITER-LIMIT          TO XP1-ITER.
           MOVE GRAVITY-MODE        TO XP1-MODE.
           MOVE TRAJECTORY-INTERVAL TO XP1-TRAJ.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-LINE-1
           END-CALL.
           MOVE CHECKPOINT-INTERVAL TO XP2-CHKP.
           MOVE HEARTBEAT-INTERVAL  TO XP2-BEAT.
           MOVE VERIFY-STEPS        TO XP2-VERIFY.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-LINE-2
           END-CALL.
           IF APPROACH-WATCH-ON
               MOVE APPROACH-LIMIT  TO XP3-APPR
           ELSE
               MOVE "OFF"           TO XP3-APPR
           END-IF.
           MOVE DIVERGE-LIMIT       TO XP3-DIVTOL.
           MOVE AXIS-STOP-OPTION    TO XP3-AXIS.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-LINE-3
           END-CALL.
           MOVE ENERGY-INTERVAL     TO XP4-EINT.
           MOVE ENERGY-WARN-LIMIT   TO XP4-EWARN.
           MOVE ENERGY-HARD-LIMIT   TO XP4-ELIMIT.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-LINE-4
           END-CALL.
      * The systems list is booked in its normalized form, two
      * digits per item, whatever spacing the operator keyed.
           IF SYSTEMS-SELECTED
               PERFORM BUILD-SELECT-LIST
               CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN
                   XREF-PARM-LINE-5
               END-CALL
           END-IF.
           MOVE CG-REQUESTER        TO XP6-REQ.
           MOVE CG-COST-CENTRE      TO XP6-CC.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-LINE-6
           END-CALL.

       BUILD-SELECT-LIST.
           MOVE SPACES TO XP5-LIST.
           MOVE 1 TO XP5-PTR.
           PERFORM VARYING SELECT-IDX FROM 1 BY 1
                   UNTIL SELECT-IDX > SELECT-COUNT
               IF SELECT-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO XP5-LIST WITH POINTER XP5-PTR
                   END-STRING
               END-IF
               STRING SELECT-SYS(SELECT-IDX) DELIMITED BY SIZE
                   INTO XP5-LIST WITH POINTER XP5-PTR
               END-STRING
           END-PERFORM.

      * The report is one file for the whole run with a section per
      * planet system, so the banner is written when the file opens
      * and each system appends its own section. The same fresh
           END-IF.

       ABORT-REPORT-OPEN.
           MOVE "D12020S" TO MSG-ID.
           STRING "UNABLE TO OPEN REPORT-OUTPUT, FILE STATUS "
                  REPORT-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

           MOVE RUN-ID-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE MV-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "PARAMETERS IN EFFECT" TO REPORT-LINE.
           WRITE REPORT-LINE.

           SET PARMS-TO-REPORT TO TRUE.
           PERFORM LIST-RUN-PARAMETERS.

       LIST-RUN-PARAMETERS.
           MOVE "ITERLIMIT " TO RPL-KEY.
           MOVE ITER-LIMIT TO RPL-VALUE.
           MOVE SRC-ITERLIMIT TO PARM-SRC.

           MOVE "APPROACH  " TO RPL-KEY.
           MOVE APPROACH-LIMIT TO RPL-VALUE.
           IF NOT APPROACH-WATCH-ON
               MOVE "       OFF" TO RPL-VALUE-TX
           END-IF.
           MOVE SRC-APPROACH TO PARM-SRC.
           PERFORM WRITE-PARM-LINE.

           MOVE SRC-VERIFY TO PARM-SRC.
           PERFORM WRITE-PARM-LINE.

           MOVE "AXISSTOP  " TO RPL-KEY.
           MOVE AXIS-STOP-OPTION TO RPL-VALUE.
           MOVE SRC-AXISSTOP TO PARM-SRC.
           PERFORM WRITE-PARM-LINE.

           MOVE "REQUESTER " TO RPL-KEY.
           MOVE CG-REQUESTER TO RPL-VALUE-TX.
           MOVE SRC-REQUESTER TO PARM-SRC.
           PERFORM WRITE-PARM-LINE.

           MOVE "COSTCTR   " TO RPL-KEY.
           MOVE CG-COST-CENTRE TO RPL-VALUE-TX.
           MOVE SRC-COSTCTR TO PARM-SRC.
           PERFORM WRITE-PARM-LINE.

           IF SYSTEMS-SELECTED
               IF PARMS-TO-FEED
                   PERFORM BUILD-SELECT-LIST
                   MOVE "SYSTEMS   " TO FP-KEYWORD
                   MOVE XP5-LIST TO FP-VALUE
                   MOVE "D12PARM" TO FP-SOURCE
                   PERFORM WRITE-FEED-PARM-LINE
               ELSE
                   MOVE SELECT-LIST-TX TO RSE-LIST
                   MOVE REPORT-SELECT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-PARM-LINE.
           EVALUATE PARM-SRC
               WHEN 1
                   MOVE "(D12CTL)" TO RPL-SOURCE
                   MOVE "D12CTL" TO FP-SOURCE
               WHEN 2
                   MOVE "(D12PARM)" TO RPL-SOURCE
                   MOVE "D12PARM" TO FP-SOURCE
               WHEN OTHER
                   MOVE "(DEFAULT)" TO RPL-SOURCE
                   MOVE "DEFAULT" TO FP-SOURCE
           END-EVALUATE.
           IF PARMS-TO-FEED
               MOVE RPL-KEY TO FP-KEYWORD
               MOVE FUNCTION TRIM (RPL-VALUE-TX) TO FP-VALUE
               PERFORM WRITE-FEED-PARM-LINE
           ELSE
               MOVE REPORT-PARM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FLUSH-REPORT-OUTPUT.
           CLOSE REPORT-OUTPUT.
           OPEN EXTEND REPORT-OUTPUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "D12021S" TO MSG-ID
               STRING "UNABLE TO REOPEN REPORT-OUTPUT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE REPORT-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF AXIS-STOP-REQUESTED
               PERFORM WRITE-AXIS-STOP-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF APPROACH-WATCH-ON
               MOVE EVENT-COUNT TO RPT-EVENTS
               MOVE REPORT-EVENTS-LINE TO REPORT-LINE
           ELSE
               MOVE "CLOSE APPROACHES = NOT WATCHED (APPROACH=OFF)"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           IF CLOSEST-EVENT-FOUND
               WRITE REPORT-LINE
           END-IF.

      * With the option on, the last iteration each axis was stepped
      * in: an axis that found its loop stands from its resting place
      * on, and one that did not was stepped to the end of the run.
      * With it off, the reason it was turned off for this system.
       WRITE-AXIS-STOP-LINE.
           IF AXIS-STOP-ACTIVE
               COMPUTE AXIS-STEPPED-TO =
                   SYSTEM-START-ITER + SYSTEM-ITERS-RUN - 1
               IF X-PARK-ITER > 0 AND X-PARK-ITER < AXIS-STEPPED-TO
                   MOVE X-PARK-ITER TO RAX-X
               ELSE
                   MOVE AXIS-STEPPED-TO TO RAX-X
               END-IF
               IF Y-PARK-ITER > 0 AND Y-PARK-ITER < AXIS-STEPPED-TO
                   MOVE Y-PARK-ITER TO RAX-Y
               ELSE
                   MOVE AXIS-STEPPED-TO TO RAX-Y
               END-IF
               IF Z-PARK-ITER > 0 AND Z-PARK-ITER < AXIS-STEPPED-TO
                   MOVE Z-PARK-ITER TO RAX-Z
               ELSE
                   MOVE AXIS-STEPPED-TO TO RAX-Z
               END-IF
               MOVE REPORT-AXSTOP-LINE TO REPORT-LINE
           ELSE
               MOVE AXIS-STOP-REASON TO RAO-REASON
               MOVE REPORT-AXOFF-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      * Each planet's per-axis return periods, with the LCM-derived
      * whole-body period where all three axes found one. NONE on an
      * axis means that body never came home on it inside the
               MOVE RET-AXIS-EDIT TO RRP-Z
           END-IF.

           PERFORM COMPUTE-BODY-PERIOD.
           EVALUATE TRUE
               WHEN BODY-PERIOD-NONE
                   MOVE "NONE FOUND" TO RRP-PERIOD
               WHEN BODY-PERIOD-TOO-LONG
                   MOVE "EXCEEDS 20 DIGITS" TO RRP-PERIOD
               WHEN OTHER
                   MOVE BODY-PERIOD TO RET-PERIOD-EDIT
                   MOVE RET-PERIOD-EDIT TO RRP-PERIOD
           END-EVALUATE.

           MOVE REPORT-RETURN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Body I's whole return period is the LCM of its three axis
      * return iterations, when it came home on all three.
       COMPUTE-BODY-PERIOD.
           MOVE ZERO TO BODY-PERIOD.
           IF RET-X(I) = 0 OR RET-Y(I) = 0 OR RET-Z(I) = 0
               SET BODY-PERIOD-NONE TO TRUE
           ELSE
               MOVE RET-X(I) TO RET-LCM-A
               MOVE RET-Y(I) TO RET-LCM-B
               COMPUTE BODY-PERIOD =
                   FUNCTION LCM (RET-LCM-A, RET-LCM-B)
               IF BODY-PERIOD = 0
                   SET BODY-PERIOD-TOO-LONG TO TRUE
               ELSE
                   SET BODY-PERIOD-FOUND TO TRUE
               END-IF
           END-IF.

       WRITE-DIVERGENCE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING STAT-SCAN-IDX FROM START-SYS BY 1
                   UNTIL STAT-SCAN-IDX > SYSTEM-COUNT
               MOVE 1 TO STAT-SEL-HIT
               MOVE STAT-SCAN-IDX TO PARTITION-SLOT
               PERFORM JUDGE-PARTITION-SLOT
               IF PARTITION-SLOT = 0
                   MOVE 0 TO STAT-SEL-HIT
               END-IF
               IF SYSTEMS-SELECTED AND STAT-SEL-HIT = 1
                   MOVE 0 TO STAT-SEL-HIT
                   PERFORM VARYING SELECT-IDX FROM 1 BY 1
                           UNTIL SELECT-IDX > SELECT-COUNT

           OPEN OUTPUT STAT-FILE.
           IF STAT-STATUS NOT = "00"
               MOVE "D12022S" TO MSG-ID
               STRING "UNABLE TO OPEN D12STAT, FILE STATUS "
                      STAT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SYSTEM-ITERS-RUN TO PEL-ITERS.
           MOVE SYSTEM-ELAPSED-CSECS TO PEL-CSECS.
           MOVE SYSTEM-ITER-RATE TO PEL-RATE.
           MOVE CG-REQUESTER TO PEL-REQUESTER.
           MOVE CG-COST-CENTRE TO PEL-COST-CENTRE.
           IF AXIS-STOP-ACTIVE
               MOVE "A" TO PEL-AXIS-STOP
           ELSE
               MOVE SPACE TO PEL-AXIS-STOP
           END-IF.
           MOVE PERF-EDIT-LINE TO PERF-RECORD.

           OPEN INPUT PERF-FILE.
      * wrote, so spaces there mean the checkpoint is not ours to
      * resume from.
                       IF CKP-RUN-GEN NOT NUMERIC
                           MOVE "D12040E" TO MSG-ID
                           MOVE "CHECKPOINT RECORD LAYOUT MISMATCH"
                               TO MSG-TEXT
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                           MOVE CHECKPOINT-RECORD
                               TO CHECKPOINT-V2-HOLD
                           IF CK2-VZ(MAX-PLANETS) NOT NUMERIC
                               MOVE "D12040E" TO MSG-ID
                               MOVE "CHECKPOINT RECORD LAYOUT MISMATCH"
                                   TO MSG-TEXT
                               PERFORM ISSUE-MESSAGE
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
      * run, or the reverse, would silently compare two different
      * physics histories.
                       IF CKP-GRAVITY-MODE NOT = GRAVITY-MODE
                           MOVE "D12041E" TO MSG-ID
                           STRING "CHECKPOINT WAS TAKEN UNDER GRAVITY "
                                  "MODE " CKP-GRAVITY-MODE
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF VERIFY-STEPS > 0
                           MOVE "D12042E" TO MSG-ID
                           STRING "VERIFICATION CANNOT RESUME A "
                                  "SUSPENDED RUN" DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF CKP-SYSTEM-IDX < 1 OR
                          CKP-SYSTEM-IDX > SYSTEM-COUNT
                           MOVE "D12043E" TO MSG-ID
                           STRING "CHECKPOINT SYSTEM INDEX OUT OF "
                                  "RANGE " CKP-SYSTEM-IDX
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF CKP-N-PLANETS NOT =
                          SYS-NPLANETS(CKP-SYSTEM-IDX)
                           MOVE "D12044E" TO MSG-ID
                           STRING "PLANET COUNT MISMATCH, CHECKPOINT "
                                  CKP-N-PLANETS " CURRENT "
                                  SYS-NPLANETS(CKP-SYSTEM-IDX)
                                  DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF GRAVITY-MODE-COMPARE
                           PERFORM RESTORE-COMPARE-STATE
                       END-IF
                       PERFORM CHECK-AXIS-STOP-RESUME
                       MOVE 1 TO CHECKPOINT-RESTORED
                       MOVE "D12045I" TO MSG-ID
                       STRING "RESUMING SYSTEM " CKP-SYSTEM-IDX
                              " AT " CKP-SIM-ITER DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      * a comparison study.
       DEFAULT-CHECKPOINT-V2-TAIL.
           IF GRAVITY-MODE-COMPARE
               MOVE "D12046E" TO MSG-ID
               STRING "CHECKPOINT PREDATES COMPARISON STATE - "
                      "CANNOT RESUME AS MODE 3" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * one; every field is a numeric display move, so the axis
      * values widen on the way across.
       CONVERT-CHECKPOINT-V2.
           MOVE "D12047I" TO MSG-ID.
           MOVE "CONVERTING CHECKPOINT FROM PREVIOUS LAYOUT"
               TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.
           INITIALIZE CHECKPOINT-RECORD.
           MOVE CK2-N-PLANETS TO CKP-N-PLANETS.
           MOVE CK2-SIM-ITER  TO CKP-SIM-ITER.
      * being truncated; a fresh run starts TRAJECT from scratch and
      * writes the header immediately. TRAJECTORY-STATUS = "35" on the
      * OPEN INPUT probe means the prior run never got as far as
      * creating TRAJECT (no rows to preserve). The rows a restarted
      * run finds are tallied on the probe so its trailer covers them.
       OPEN-TRAJECTORY-OUT.
           CALL "START-EXPORT-TALLY" USING "T"
           END-CALL.
           IF RUN-WAS-RESTORED
               OPEN INPUT TRAJECTORY-OUT
               IF TRAJECTORY-STATUS = "35"
                   IF TRAJECTORY-STATUS NOT = "00"
                       PERFORM ABORT-TRAJECTORY-OPEN
                   END-IF
                   PERFORM TALLY-TRAJECTORY-ON-FILE
                   CLOSE TRAJECTORY-OUT
               END-IF
               OPEN EXTEND TRAJECTORY-OUT
               PERFORM WRITE-TRAJECTORY-HEADER
           END-IF.

       TALLY-TRAJECTORY-ON-FILE.
           PERFORM UNTIL TRAJECTORY-STATUS = "10"
               READ TRAJECTORY-OUT INTO EXPORT-WORK-LINE
                   AT END
                       MOVE "10" TO TRAJECTORY-STATUS
                   NOT AT END
                       CALL "TALLY-EXPORT-LINE" USING "T"
                           EXPORT-WORK-LINE
                       END-CALL
               END-READ
           END-PERFORM.

       ABORT-TRAJECTORY-OPEN.
           MOVE "D12023S" TO MSG-ID.
           STRING "UNABLE TO OPEN TRAJECT, FILE STATUS "
                  TRAJECTORY-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      * D12ENRGY follows the same fresh/restart treatment as TRAJECT
      * whether or not the watch is on. With it off the file carries
      * only its header and, once the run finishes, its trailer, so
      * no stale time-series from an earlier run survives to mislead
      * and a reader can still tell the file is complete.
       OPEN-ENERGY-OUT.
           CALL "START-EXPORT-TALLY" USING "N"
           END-CALL.
           IF RUN-WAS-RESTORED
               OPEN INPUT ENERGY-OUT
               IF ENERGY-STATUS = "35"
                   OPEN OUTPUT ENERGY-OUT
                   IF ENERGY-STATUS NOT = "00"
                       PERFORM ABORT-ENERGY-OPEN
                   END-IF
                   PERFORM WRITE-ENERGY-HEADER
                   CLOSE ENERGY-OUT
               ELSE
                   IF ENERGY-STATUS NOT = "00"
                       PERFORM ABORT-ENERGY-OPEN
                   END-IF
                   PERFORM TALLY-ENERGY-ON-FILE
                   CLOSE ENERGY-OUT
               END-IF
               OPEN EXTEND ENERGY-OUT
               IF ENERGY-STATUS NOT = "00"
                   PERFORM ABORT-ENERGY-OPEN
               END-IF
           ELSE
               OPEN OUTPUT ENERGY-OUT
               IF ENERGY-STATUS NOT = "00"
                   PERFORM ABORT-ENERGY-OPEN
               END-IF
               PERFORM WRITE-ENERGY-HEADER
           END-IF.

       TALLY-ENERGY-ON-FILE.
           PERFORM UNTIL ENERGY-STATUS = "10"
               READ ENERGY-OUT INTO EXPORT-WORK-LINE
                   AT END
                       MOVE "10" TO ENERGY-STATUS
                   NOT AT END
                       CALL "TALLY-EXPORT-LINE" USING "N"
                           EXPORT-WORK-LINE
                       END-CALL
               END-READ
           END-PERFORM.

       ABORT-ENERGY-OPEN.
           MOVE "D12025S" TO MSG-ID.
           STRING "UNABLE TO OPEN D12ENRGY, FILE STATUS "
                  ENERGY-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

           CLOSE ENERGY-OUT.
           OPEN EXTEND ENERGY-OUT.
           IF ENERGY-STATUS NOT = "00"
               MOVE "D12026S" TO MSG-ID
               STRING "UNABLE TO REOPEN D12ENRGY, FILE STATUS "
                      ENERGY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ENERGY-HARD-LIMIT > 0 AND
              TOTAL-ENERGY > ENERGY-HARD-LIMIT
               MOVE 1 TO ENERGY-PENDING-FLAG
               MOVE "D12051W" TO MSG-ID
               STRING "SYSTEM " CURRENT-SYSTEM " ITERATION " SIM-ITER
                      " TOTAL " TOTAL-ENERGY " EXCEEDS HARD LIMIT "
                      ENERGY-HARD-LIMIT DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           ELSE
               IF ENERGY-WARN-LIMIT > 0 AND
                  TOTAL-ENERGY > ENERGY-WARN-LIMIT
                   ADD 1 TO ENERGY-WARN-COUNT
                   MOVE "D12050W" TO MSG-ID
                   STRING "SYSTEM " CURRENT-SYSTEM " ITERATION "
                          SIM-ITER " TOTAL " TOTAL-ENERGY
                          " EXCEEDS WARNING LEVEL " ENERGY-WARN-LIMIT
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

                  FUNCTION TRIM (ENRG-EDIT(4)) DELIMITED BY SIZE
               INTO ENERGY-LINE
           END-STRING.
           MOVE ENERGY-LINE TO EXPORT-WORK-LINE.
           CALL "TALLY-EXPORT-LINE" USING "N" EXPORT-WORK-LINE
           END-CALL.
           WRITE ENERGY-LINE.

      * D12EVENT follows the same fresh/restart treatment as TRAJECT:
      * a restarted run extends the event rows it already wrote, a
      * fresh run starts the file over with its header.
       OPEN-EVENTS-OUT.
           CALL "START-EXPORT-TALLY" USING "E"
           END-CALL.
           IF RUN-WAS-RESTORED
               OPEN INPUT EVENTS-OUT
               IF EVENTS-STATUS = "35"
                   IF EVENTS-STATUS NOT = "00"
                       PERFORM ABORT-EVENTS-OPEN
                   END-IF
                   PERFORM TALLY-EVENTS-ON-FILE
                   CLOSE EVENTS-OUT
               END-IF
               OPEN EXTEND EVENTS-OUT
               PERFORM WRITE-EVENTS-HEADER
           END-IF.

       TALLY-EVENTS-ON-FILE.
           PERFORM UNTIL EVENTS-STATUS = "10"
               READ EVENTS-OUT INTO EXPORT-WORK-LINE
                   AT END
                       MOVE "10" TO EVENTS-STATUS
                   NOT AT END
                       CALL "TALLY-EXPORT-LINE" USING "E"
                           EXPORT-WORK-LINE
                       END-CALL
               END-READ
           END-PERFORM.

       ABORT-EVENTS-OPEN.
           MOVE "D12027S" TO MSG-ID.
           STRING "UNABLE TO OPEN D12EVENT, FILE STATUS "
                  EVENTS-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

           CLOSE EVENTS-OUT.
           OPEN EXTEND EVENTS-OUT.
           IF EVENTS-STATUS NOT = "00"
               MOVE "D12028S" TO MSG-ID
               STRING "UNABLE TO REOPEN D12EVENT, FILE STATUS "
                      EVENTS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
                  FUNCTION TRIM (EVENT-EDIT(8)) DELIMITED BY SIZE
               INTO EVENTS-LINE
           END-STRING.
           CALL "TALLY-EXPORT-LINE" USING "E" EVENTS-LINE
           END-CALL.
           WRITE EVENTS-LINE.

       WRITE-CHECKPOINT.
               MOVE RET-Y(I) TO CKP-RET-Y(I)
               MOVE RET-Z(I) TO CKP-RET-Z(I)
           END-PERFORM.
           MOVE AXIS-STOP-FLAG TO CKP-AXIS-STOP.
           MOVE ITER-LIMIT     TO CKP-AXIS-LIMIT.

           MOVE GRAVITY-MODE TO CKP-GRAVITY-MODE.
           IF GRAVITY-MODE-COMPARE

           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               MOVE "D12029S" TO MSG-ID
               STRING "UNABLE TO OPEN CHECKPNT FOR CHECKPOINT, "
                      "FILE STATUS "
                      CHECKPOINT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       PURGE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               MOVE "D12030S" TO MSG-ID
               STRING "UNABLE TO OPEN CHECKPNT TO PURGE IT, "
                      "FILE STATUS "
                      CHECKPOINT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           END-PERFORM.

           IF SELECT-COUNT = 0
               MOVE "D12060E" TO MSG-ID
               MOVE "D12PARM SYSTEMS LIST IS EMPTY" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           ELSE
               MOVE 1 TO SELECT-WANTED
           END-IF.

           IF SELECT-BAD = 1
               MOVE "D12061E" TO MSG-ID
               STRING "D12PARM BAD SYSTEMS ITEM "
                      SELECT-ITEM(SELECT-IDX) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           ELSE
               ADD 1 TO SELECT-COUNT
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "TRAJINT"
                   IF PARM-VALUE-GOOD AND PARM-VALUE <= 9999999
                       MOVE PARM-VALUE TO TRAJECTORY-INTERVAL
                       MOVE 2 TO SRC-TRAJINT
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "APPROACH"
                   EVALUATE TRUE
                       WHEN PARM-VALUE-TX = "OFF"
                           MOVE 0 TO APPROACH-WATCH
                           MOVE ZERO TO APPROACH-LIMIT
                           MOVE 2 TO SRC-APPROACH
                       WHEN PARM-VALUE-GOOD
                           MOVE 1 TO APPROACH-WATCH
                           MOVE PARM-VALUE TO APPROACH-LIMIT
                           MOVE 2 TO SRC-APPROACH
                       WHEN OTHER
                           PERFORM NOTE-PARM-ERROR
                   END-EVALUATE
               WHEN "DIVTOL"
                   IF PARM-VALUE-GOOD
                       MOVE PARM-VALUE TO DIVERGE-LIMIT
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "AXISSTOP"
                   IF PARM-VALUE-GOOD AND PARM-VALUE <= 1
                       MOVE PARM-VALUE TO AXIS-STOP-OPTION
                       MOVE 2 TO SRC-AXISSTOP
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "PARTITION"
                   IF PARM-VALUE-GOOD AND PARM-VALUE >= 1 AND
                      PARM-VALUE <= 9
                       MOVE PARM-VALUE TO PARTITION-NUMBER
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "REQUESTER"
                   PERFORM MEASURE-TAG-VALUE
                   IF TAG-BAD = 0 AND TAG-LENGTH <= 8
                       MOVE PARM-VALUE-TX TO CG-REQUESTER
                       MOVE 2 TO SRC-REQUESTER
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN "COSTCTR"
                   PERFORM MEASURE-TAG-VALUE
                   IF TAG-BAD = 0 AND TAG-LENGTH <= 6
                       MOVE PARM-VALUE-TX TO CG-COST-CENTRE
                       MOVE 2 TO SRC-COSTCTR
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN OTHER
                   MOVE "D12062E" TO MSG-ID
                   STRING "D12PARM UNKNOWN KEYWORD " PARM-KEYWORD
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO PARM-ERRORS
           END-EVALUATE.

      * A tag is one word: its length is counted up to the first
      * space, and anything keyed after that space spoils it.
       MEASURE-TAG-VALUE.
           MOVE ZERO TO TAG-LENGTH.
           MOVE 0 TO TAG-BAD.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 18 OR PARM-VALUE-TX(I:1) = SPACE
               ADD 1 TO TAG-LENGTH
           END-PERFORM.
           IF TAG-LENGTH < 18
               IF PARM-VALUE-TX(TAG-LENGTH + 1:) NOT = SPACES
                   MOVE 1 TO TAG-BAD
               END-IF
           END-IF.

       NOTE-PARM-ERROR.
           MOVE "D12063E" TO MSG-ID.
           STRING "D12PARM BAD VALUE FOR " PARM-KEYWORD " - "
                  PARM-VALUE-TX DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           ADD 1 TO PARM-ERRORS.

      * Cross-checks after both the card and the parameter file have
      * had their say, so conflicts are judged on the values actually
      * in effect. The checkpoint interval staying a multiple of the
      * trajectory interval is what keeps a restart from re-writing
      * trajectory rows already on disk; with no rows written there
      * is nothing to re-write and any checkpoint interval will do.
       VALIDATE-PARAMETERS.
           IF TRAJECTORY-INTERVAL > 0
               IF FUNCTION MOD (CHECKPOINT-INTERVAL,
                                TRAJECTORY-INTERVAL) NOT = 0
                   MOVE "D12064E" TO MSG-ID
                   STRING "CHKPINT " CHECKPOINT-INTERVAL
                          " IS NOT A MULTIPLE OF TRAJINT "
                          TRAJECTORY-INTERVAL DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO PARM-ERRORS
               END-IF
           END-IF.

           IF DIVERGE-LIMIT > 0 AND NOT GRAVITY-MODE-COMPARE
               MOVE "D12065E" TO MSG-ID
               MOVE "DIVTOL SET BUT GRAVMODE IS NOT 3" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           END-IF.

           IF (ENERGY-WARN-LIMIT > 0 OR ENERGY-HARD-LIMIT > 0)
              AND ENERGY-INTERVAL = 0
               MOVE "D12066E" TO MSG-ID
               MOVE "EWARN/ELIMIT SET BUT ENERGYINT IS ZERO" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           END-IF.

           IF ENERGY-WARN-LIMIT > 0 AND ENERGY-HARD-LIMIT > 0
              AND ENERGY-HARD-LIMIT <= ENERGY-WARN-LIMIT
               MOVE "D12067E" TO MSG-ID
               STRING "ELIMIT " ENERGY-HARD-LIMIT " IS NOT ABOVE EWARN "
                      ENERGY-WARN-LIMIT DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           END-IF.

           IF VERIFY-STEPS > 0 AND GRAVITY-MODE-COMPARE
               MOVE "D12068E" TO MSG-ID
               MOVE "VERIFY RUNS ONE RULE SET - GRAVMODE 3 NOT ALLOWED"
                   TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           END-IF.

           IF VERIFY-STEPS > 0 AND RUN-IS-PARTITIONED
               MOVE "D12069E" TO MSG-ID
               STRING "VERIFY RUNS ARE NOT PARTITIONED - PARTITION "
                      "NOT ALLOWED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               ADD 1 TO PARM-ERRORS
           END-IF.

           IF PARM-ERRORS > 0
               MOVE "D12070E" TO MSG-ID
               STRING PARM-ERRORS " PARAMETER ERRORS - RUN NOT STARTED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
                   PERFORM GENERATE-SWEEP-SCENARIOS
               END-IF
               IF SCENARIO-DROPPED > 0
                   MOVE "D12080W" TO MSG-ID
                   STRING "SCENCTL SCENARIOS DROPPED " SCENARIO-DROPPED
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

           ELSE
               IF SWEEP-MODE
                   IF SWEEP-AXIS >= 3
                       MOVE "D12081E" TO MSG-ID
                       MOVE "SCENCTL EXTRA CARD AFTER SWEEP RANGES"
                           TO MSG-TEXT
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF

       GENERATE-SWEEP-SCENARIOS.
           IF SWEEP-AXIS < 3
               MOVE "D12082E" TO MSG-ID
               STRING "SCENCTL SWEEP NEEDS THREE RANGE CARDS, GOT "
                      SWEEP-AXIS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING SWEEP-AXIS FROM 1 BY 1 UNTIL SWEEP-AXIS > 3
               IF SWEEP-STEP(SWEEP-AXIS) <= 0
                   MOVE "D12083E" TO MSG-ID
                   STRING "SCENCTL SWEEP STEP MUST BE POSITIVE, AXIS "
                          SWEEP-AXIS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF SWEEP-TO(SWEEP-AXIS) < SWEEP-FROM(SWEEP-AXIS)
                   MOVE "D12084E" TO MSG-ID
                   STRING "SCENCTL SWEEP RANGE ENDS BEFORE IT STARTS, "
                          "AXIS " SWEEP-AXIS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.

           IF SWEEP-TOTAL-SIZE > MAX-SCENARIOS
               MOVE "D12085E" TO MSG-ID
               MOVE SWEEP-TOTAL-SIZE TO MSG-FIGURE(1)
               MOVE MAX-SCENARIOS    TO MSG-FIGURE(2)
               STRING "SCENCTL SWEEP WOULD GENERATE "
                      FUNCTION TRIM (MSG-FIGURE(1))
                      " COMBINATIONS, LIMIT IS "
                      FUNCTION TRIM (MSG-FIGURE(2)) DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           END-PERFORM
           END-PERFORM.

           MOVE "D12086I" TO MSG-ID.
           STRING "SCENCTL SWEEP GENERATED " SCENARIO-COUNT
                  " SCENARIOS" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

       READ-PLANETS-FILE.
           MOVE ZERO TO POOL-TOTAL.
           MOVE ZERO TO SYSTEM-COUNT.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "D12090S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PLANETS-FILE.

           IF SYSTEM-COUNT < 1
               MOVE "D12091E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ FROM PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * system's bodies across two runs, so it is refused outright.
       TAKE-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC
               MOVE "D12092E" TO MSG-ID
               MOVE "PLANETS RECORD HAS A BAD SYSTEM NUMBER" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
              PR-SYSTEM NOT = SYS-ID(SYSTEM-COUNT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SYSTEM-COUNT
                   IF SYS-ID(I) = PR-SYSTEM
                       MOVE "D12093E" TO MSG-ID
                       STRING "PLANETS SYSTEM " PR-SYSTEM
                              " NOT CONTIGUOUS ON FILE"
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-PERFORM
               IF SYSTEM-COUNT >= MAX-SYSTEMS
                   MOVE "D12094E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON PLANETS" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF SYS-NPLANETS(SYSTEM-COUNT) >= MAX-PLANETS
               MOVE "D12095E" TO MSG-ID
               STRING "TOO MANY PLANETS, SYSTEM " PR-SYSTEM
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF POOL-TOTAL >= MAX-POOL
               MOVE "D12096E" TO MSG-ID
               MOVE "TOO MANY PLANETS ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
                       POOL-VX(POOL-IDX) NUMERIC AND
                       POOL-VY(POOL-IDX) NUMERIC AND
                       POOL-VZ(POOL-IDX) NUMERIC)
                   MOVE "D12097E" TO MSG-ID
                   STRING "PLANETS BAD AXIS VALUE, RECORD " POOL-IDX
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF POOL-ID(POOL-IDX) NOT NUMERIC
                   MOVE "D12098E" TO MSG-ID
                   STRING "PLANETS BAD PLANET ID, RECORD " POOL-IDX
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
      * nonsense total. Return code 12 is distinct from both the
      * operator stop (4) and the hard error paths (16).
       OVERFLOW-ABORT.
           MOVE "D12100S" TO MSG-ID.
           STRING "ARITHMETIC OVERFLOW AT ITERATION " SIM-ITER
                  " PLANET " OVERFLOW-PLANET DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           OPEN OUTPUT DUMP-OUT.
           IF DUMP-STATUS = "00"
               END-PERFORM
               CLOSE DUMP-OUT
           ELSE
               MOVE "D12034S" TO MSG-ID
               STRING "UNABLE TO OPEN D12DUMP, FILE STATUS "
                      DUMP-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

      * The report file is already open by the time any overflow can
      * return code 10 - distinct from the overflow's 12 so the
      * scheduler can tell the two apart.
       MOMENTUM-ABORT.
           MOVE "D12101S" TO MSG-ID.
           STRING "MOMENTUM DRIFT AT ITERATION " SIM-ITER
                  " AXIS " MOMENTUM-BAD-AXIS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           OPEN OUTPUT DUMP-OUT.
           IF DUMP-STATUS = "00"
               END-PERFORM
               CLOSE DUMP-OUT
           ELSE
               MOVE "D12034S" TO MSG-ID
               STRING "UNABLE TO OPEN D12DUMP, FILE STATUS "
                      DUMP-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

           MOVE SIM-ITER          TO RML-ITER.
               IF STOP-REQUESTED
                   OPEN OUTPUT OPERATOR-STOP
                   CLOSE OPERATOR-STOP
                   MOVE "D12110I" TO MSG-ID
                   STRING "D12STOP REQUEST SEEN AT ITERATION " SIM-ITER
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

       DISPLAY-HEARTBEAT.
           MOVE X-LOOP TO MSG-FIGURE(1).
           MOVE Y-LOOP TO MSG-FIGURE(2).
           MOVE Z-LOOP TO MSG-FIGURE(3).
           MOVE "D12111I" TO MSG-ID.
           STRING "HEARTBEAT SYSTEM " CURRENT-SYSTEM
                  " ITERATION " SIM-ITER
                  " X-LOOP=" FUNCTION TRIM (MSG-FIGURE(1))
                  " Y-LOOP=" FUNCTION TRIM (MSG-FIGURE(2))
                  " Z-LOOP=" FUNCTION TRIM (MSG-FIGURE(3))
                  DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

       CHECK-SIMULATION-LOOPS.
           MOVE 1 TO LOOP-FOUND.
           END-PERFORM.

           IF (LOOP-FOUND = 1) AND (X-LOOP = 0)
               MOVE "D12112I" TO MSG-ID
               STRING "SYSTEM " CURRENT-SYSTEM " X LOOP LENGTH "
                      STEPS-PASSED DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               COMPUTE X-LOOP = STEPS-PASSED
           END-IF.

           END-PERFORM.

           IF (LOOP-FOUND = 1) AND (Y-LOOP = 0)
               MOVE "D12112I" TO MSG-ID
               STRING "SYSTEM " CURRENT-SYSTEM " Y LOOP LENGTH "
                      STEPS-PASSED DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               COMPUTE Y-LOOP = STEPS-PASSED
           END-IF.

           END-PERFORM.

           IF (LOOP-FOUND = 1) AND (Z-LOOP = 0)
               MOVE "D12112I" TO MSG-ID
               STRING "SYSTEM " CURRENT-SYSTEM " Z LOOP LENGTH "
                      STEPS-PASSED DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               COMPUTE Z-LOOP = STEPS-PASSED
           END-IF.

               Z-TABLE VX-TABLE VY-TABLE VZ-TABLE
           END-CALL.

           IF TRAJECTORY-INTERVAL > 0
               IF FUNCTION MOD (SIM-ITER, TRAJECTORY-INTERVAL) = 0
                   PERFORM WRITE-TRAJECTORY-ROW
               END-IF
           END-IF.

      * Whether this system runs with finished axes left standing.
      * The reasons are checked in the order an operator is most
      * likely to want told about, and the first that applies is
      * the one the report gives. A run resumed from a checkpoint
      * that was taken without the option keeps stepping all three
      * axes: a finished axis in that checkpoint is already past the
      * place it would have been left standing.
       JUDGE-AXIS-STOP.
           PERFORM JUDGE-AXIS-STOP-RULES.
           PERFORM CLEAR-AXIS-PARKS.

           IF RUN-WAS-RESTORED AND SYS-IDX = START-SYS AND
              AXIS-STOP-ACTIVE AND RESTORED-AXIS-STOP NOT = 1
               MOVE 0 TO AXIS-STOP-FLAG
               MOVE "RESUMED FROM A CHECKPOINT TAKEN WITHOUT IT"
                   TO AXIS-STOP-REASON
           END-IF.

           IF AXIS-STOP-ACTIVE
               PERFORM SET-AXIS-PARK-ITERS
               IF LAST-PARK-ITER > 0 AND LAST-PARK-ITER < START-ITER
                   MOVE 1 TO AXES-PARKED-FLAG
               END-IF
           END-IF.

       JUDGE-AXIS-STOP-RULES.
           MOVE 0 TO AXIS-STOP-FLAG.
           MOVE SPACES TO AXIS-STOP-REASON.
           IF AXIS-STOP-REQUESTED
               EVALUATE TRUE
                   WHEN TRAJECTORY-INTERVAL > 0 AND
                        TRAJECTORY-INTERVAL <= ITER-LIMIT
                       MOVE "TRAJECTORY ROWS NEED ALL THREE AXES"
                           TO AXIS-STOP-REASON
                   WHEN ENERGY-INTERVAL > 0
                       MOVE "ENERGY WATCH NEEDS ALL THREE AXES"
                           TO AXIS-STOP-REASON
                   WHEN APPROACH-WATCH-ON
                       MOVE "CLOSE-APPROACH EVENTS NEED ALL THREE AXES"
                           TO AXIS-STOP-REASON
                   WHEN GRAVITY-MODE-COMPARE
                       MOVE "GRAVITY MODE 3 COMPARES ALL THREE AXES"
                           TO AXIS-STOP-REASON
                   WHEN OTHER
                       MOVE 1 TO AXIS-STOP-FLAG
               END-EVALUATE
           END-IF.

      * A checkpoint taken with the option on may hold axes already
      * left standing, at places worked out against the iteration
      * limit of the run that took it. Those figures are only right
      * if the run carries on the same way to the same limit; any
      * other resume would finish on a mixture of iterations, so it
      * is refused. With no axis yet standing, the run is free to
      * carry on either way.
       CHECK-AXIS-STOP-RESUME.
           MOVE 0 TO RESTORED-AXIS-STOP.
           MOVE ZERO TO RESTORED-AXIS-LIMIT.
           IF CKP-AXIS-STOP NUMERIC
               IF CKP-AXIS-STOP = 1
                   MOVE 1 TO RESTORED-AXIS-STOP
                   MOVE CKP-AXIS-LIMIT TO RESTORED-AXIS-LIMIT
               END-IF
           END-IF.
           IF RESTORED-AXIS-STOP = 1
               PERFORM JUDGE-AXIS-STOP-RULES
               PERFORM CLEAR-AXIS-PARKS
               MOVE RESTORED-AXIS-LIMIT TO PARK-LIMIT
               PERFORM SET-AXIS-PARK-ITERS
               MOVE ZERO TO AXES-STANDING
               IF X-PARK-ITER > 0 AND X-PARK-ITER < CKP-SIM-ITER
                   ADD 1 TO AXES-STANDING
               END-IF
               IF Y-PARK-ITER > 0 AND Y-PARK-ITER < CKP-SIM-ITER
                   ADD 1 TO AXES-STANDING
               END-IF
               IF Z-PARK-ITER > 0 AND Z-PARK-ITER < CKP-SIM-ITER
                   ADD 1 TO AXES-STANDING
               END-IF
               IF AXES-STANDING > 0 AND
                  (NOT AXIS-STOP-ACTIVE OR
                   ITER-LIMIT NOT = RESTORED-AXIS-LIMIT)
                   MOVE "D12048E" TO MSG-ID
                   STRING "CHECKPOINT HAS AXES ALREADY STOPPED AT "
                          "ITERLIMIT " RESTORED-AXIS-LIMIT
                          " - RESUME WITH AXISSTOP=1 AND THE SAME "
                          "ITERLIMIT" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CLEAR-AXIS-PARKS
           END-IF.

       CLEAR-AXIS-PARKS.
           MOVE ITER-LIMIT TO PARK-LIMIT.
           MOVE ZERO TO X-PARK-ITER.
           MOVE ZERO TO Y-PARK-ITER.
           MOVE ZERO TO Z-PARK-ITER.
           MOVE ZERO TO LAST-PARK-ITER.
           MOVE 0 TO AXES-PARKED-FLAG.

      * The iteration each found axis is stepped to: the point on its
      * own loop that matches the iteration limit. A loop longer than
      * the limit can only be an old checkpoint's; its axis is left
      * where the loop closed.
       SET-AXIS-PARK-ITERS.
           IF X-LOOP > 0 AND X-PARK-ITER = 0
               IF X-LOOP > PARK-LIMIT
                   MOVE X-LOOP TO X-PARK-ITER
               ELSE
                   COMPUTE X-PARK-ITER = X-LOOP +
                       FUNCTION MOD (PARK-LIMIT - X-LOOP, X-LOOP)
               END-IF
           END-IF.
           IF Y-LOOP > 0 AND Y-PARK-ITER = 0
               IF Y-LOOP > PARK-LIMIT
                   MOVE Y-LOOP TO Y-PARK-ITER
               ELSE
                   COMPUTE Y-PARK-ITER = Y-LOOP +
                       FUNCTION MOD (PARK-LIMIT - Y-LOOP, Y-LOOP)
               END-IF
           END-IF.
           IF Z-LOOP > 0 AND Z-PARK-ITER = 0
               IF Z-LOOP > PARK-LIMIT
                   MOVE Z-LOOP TO Z-PARK-ITER
               ELSE
                   COMPUTE Z-PARK-ITER = Z-LOOP +
                       FUNCTION MOD (PARK-LIMIT - Z-LOOP, Z-LOOP)
               END-IF
           END-IF.

           IF X-PARK-ITER > 0 AND Y-PARK-ITER > 0 AND
              Z-PARK-ITER > 0 AND LAST-PARK-ITER = 0
               MOVE X-PARK-ITER TO LAST-PARK-ITER
               IF Y-PARK-ITER > LAST-PARK-ITER
                   MOVE Y-PARK-ITER TO LAST-PARK-ITER
               END-IF
               IF Z-PARK-ITER > LAST-PARK-ITER
                   MOVE Z-PARK-ITER TO LAST-PARK-ITER
               END-IF
           END-IF.

      * Runs after the loop checks each iteration. Once every axis
      * has been stepped to its resting place there is nothing left
      * to compute and the stepping loop ends.
       PARK-FINISHED-AXES.
           PERFORM SET-AXIS-PARK-ITERS.
           IF LAST-PARK-ITER > 0 AND SIM-ITER >= LAST-PARK-ITER
               MOVE 1 TO AXES-PARKED-FLAG
           END-IF.

      * One iteration for the axes still moving. Each axis is pulled
      * and moved on its own through the single-axis Gravity entries;
      * an axis past its resting place is not touched.
       STEP-OPEN-AXES.
           IF X-PARK-ITER = 0 OR SIM-ITER <= X-PARK-ITER
               IF GRAVITY-MODE-INVERSE-SQUARE
                   CALL "UPDATE-VELOCITY-INVSQ-AXIS" USING N-PLANETS
                       X-TABLE VX-TABLE
                   END-CALL
               ELSE
                   CALL "UPDATE-VELOCITY-AXIS" USING N-PLANETS
                       X-TABLE VX-TABLE
                   END-CALL
               END-IF
               CALL "APPLY-VELOCITY-AXIS" USING N-PLANETS
                   X-TABLE VX-TABLE
               END-CALL
           END-IF.
           IF Y-PARK-ITER = 0 OR SIM-ITER <= Y-PARK-ITER
               IF GRAVITY-MODE-INVERSE-SQUARE
                   CALL "UPDATE-VELOCITY-INVSQ-AXIS" USING N-PLANETS
                       Y-TABLE VY-TABLE
                   END-CALL
               ELSE
                   CALL "UPDATE-VELOCITY-AXIS" USING N-PLANETS
                       Y-TABLE VY-TABLE
                   END-CALL
               END-IF
               CALL "APPLY-VELOCITY-AXIS" USING N-PLANETS
                   Y-TABLE VY-TABLE
               END-CALL
           END-IF.
           IF Z-PARK-ITER = 0 OR SIM-ITER <= Z-PARK-ITER
               IF GRAVITY-MODE-INVERSE-SQUARE
                   CALL "UPDATE-VELOCITY-INVSQ-AXIS" USING N-PLANETS
                       Z-TABLE VZ-TABLE
                   END-CALL
               ELSE
                   CALL "UPDATE-VELOCITY-AXIS" USING N-PLANETS
                       Z-TABLE VZ-TABLE
                   END-CALL
               END-IF
               CALL "APPLY-VELOCITY-AXIS" USING N-PLANETS
                   Z-TABLE VZ-TABLE
               END-CALL
           END-IF.

       INIT-COMPARE-STATE.
           CLOSE TRAJECTORY-OUT.
           OPEN EXTEND TRAJECTORY-OUT.
           IF TRAJECTORY-STATUS NOT = "00"
               MOVE "D12024S" TO MSG-ID
               STRING "UNABLE TO REOPEN TRAJECT, FILE STATUS "
                      TRAJECTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
                      FUNCTION TRIM (TRAJ-EDIT(8)) DELIMITED BY SIZE
                   INTO TRAJECTORY-LINE
               END-STRING
               CALL "TALLY-EXPORT-LINE" USING "T" TRAJECTORY-LINE
               END-CALL
               WRITE TRAJECTORY-LINE
           END-PERFORM.

      * Each export is closed off with its trailer, the last lines
      * on the file, once every system has been run through.
       WRITE-EXPORT-TRAILERS.
           CALL "BUILD-EXPORT-TRAILER" USING "T" RUN-ID EXPORT-TRAILER
           END-CALL.
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-LINES
               MOVE ET-LINE(ET-IDX) TO TRAJECTORY-LINE
               WRITE TRAJECTORY-LINE
           END-PERFORM.

           CALL "BUILD-EXPORT-TRAILER" USING "E" RUN-ID EXPORT-TRAILER
           END-CALL.
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-LINES
               MOVE ET-LINE(ET-IDX) TO EVENTS-LINE
               WRITE EVENTS-LINE
           END-PERFORM.

           CALL "BUILD-EXPORT-TRAILER" USING "N" RUN-ID EXPORT-TRAILER
           END-CALL.
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-LINES
               MOVE ET-LINE(ET-IDX) TO ENERGY-LINE
               WRITE ENERGY-LINE
           END-PERFORM.

           CALL "END-RESULTS-FEED" USING RUN-ID FEED-STATUS
           END-CALL.
           IF FEED-STATUS NOT = "00"
               PERFORM ABORT-FEED-WRITE
           END-IF.

      * D12FEED gets the fresh versus restart treatment too, through
      * ResFeed: a fresh run starts the feed with its header and the
      * parameters in effect, a restarted one takes up the feed it
      * began, or starts one if it has gone missing.
       OPEN-RESULTS-FEED.
           MOVE "35" TO FEED-STATUS.
           IF RUN-WAS-RESTORED
               CALL "RESUME-RESULTS-FEED" USING FEED-NAME FEED-STATUS
               END-CALL
               IF FEED-STATUS NOT = "00" AND NOT = "35"
                   PERFORM ABORT-FEED-OPEN
               END-IF
           END-IF.
           IF FEED-STATUS = "35"
               MOVE RUN-ID  TO FH-RUN-ID
               MOVE RUN-GEN TO FH-GEN
               MOVE RUN-YEAR  TO HDS-YEAR
               MOVE RUN-MONTH TO HDS-MONTH
               MOVE RUN-DAY   TO HDS-DAY
               MOVE RUN-HOUR  TO HDS-HOUR
               MOVE RUN-MIN   TO HDS-MIN
               MOVE RUN-SEC   TO HDS-SEC
               MOVE HISTORY-DATE-STAMP TO FH-STAMP
               MOVE MV-STAMP TO FH-MASTER
               CALL "START-RESULTS-FEED" USING FEED-NAME FEED-HEADER
                   FEED-STATUS
               END-CALL
               IF FEED-STATUS NOT = "00"
                   PERFORM ABORT-FEED-OPEN
               END-IF
               SET PARMS-TO-FEED TO TRUE
               PERFORM LIST-RUN-PARAMETERS
               SET PARMS-TO-REPORT TO TRUE
           END-IF.

       ABORT-FEED-OPEN.
           MOVE "D12035S" TO MSG-ID.
           STRING "UNABLE TO OPEN D12FEED, FILE STATUS "
                  FEED-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       ABORT-FEED-WRITE.
           MOVE "D12036S" TO MSG-ID.
           STRING "UNABLE TO WRITE D12FEED, FILE STATUS "
                  FEED-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       WRITE-FEED-PARM-LINE.
           CALL "WRITE-FEED-PARM" USING FEED-PARM FEED-STATUS
           END-CALL.
           IF FEED-STATUS NOT = "00"
               PERFORM ABORT-FEED-WRITE
           END-IF.

      * A finished system goes to the feed as one SYS record and a
      * BDY record per body, the figures its report section shows.
       WRITE-FEED-RESULTS.
           MOVE CURRENT-SYSTEM TO FS-SYSTEM.
           MOVE N-PLANETS      TO FS-BODIES.
           MOVE STEPS-PASSED   TO FS-LAST-ITER.
           MOVE TOTAL-ENERGY   TO FS-TOTAL.
           MOVE X-LOOP         TO FS-X-LOOP.
           MOVE Y-LOOP         TO FS-Y-LOOP.
           MOVE Z-LOOP         TO FS-Z-LOOP.
           MOVE ANSWER-LOOP    TO FS-ANSWER.
           MOVE "Y"            TO FS-LOOPS-TRACKED.
           MOVE "N"            TO FS-APPROACH-WATCHED.
           MOVE "N"            TO FS-CLOSEST-FOUND.
           MOVE ZERO TO FS-APPROACHES FS-CLOSEST-ITER FS-CLOSEST-I
                        FS-CLOSEST-J FS-CLOSEST-SEP.
           IF APPROACH-WATCH-ON
               MOVE "Y" TO FS-APPROACH-WATCHED
               MOVE EVENT-COUNT TO FS-APPROACHES
               IF CLOSEST-EVENT-FOUND
                   MOVE "Y" TO FS-CLOSEST-FOUND
                   MOVE CLOSEST-ITER TO FS-CLOSEST-ITER
                   MOVE PLANET-ID(CLOSEST-I) TO FS-CLOSEST-I
                   MOVE PLANET-ID(CLOSEST-J) TO FS-CLOSEST-J
                   MOVE CLOSEST-SEP TO FS-CLOSEST-SEP
               END-IF
           END-IF.
           MOVE "N" TO FS-ENERGY-WATCHED.
           MOVE ZERO TO FS-SAMPLES FS-WARNINGS.
           IF ENERGY-INTERVAL > 0
               MOVE "Y" TO FS-ENERGY-WATCHED
               MOVE ENERGY-SAMPLE-COUNT TO FS-SAMPLES
               MOVE ENERGY-WARN-COUNT TO FS-WARNINGS
           END-IF.
           CALL "WRITE-FEED-SYSTEM" USING FEED-SYSTEM FEED-STATUS
           END-CALL.
           IF FEED-STATUS NOT = "00"
               PERFORM ABORT-FEED-WRITE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-PLANETS
               PERFORM WRITE-FEED-BODY-LINE
           END-PERFORM.

       WRITE-FEED-BODY-LINE.
           MOVE CURRENT-SYSTEM TO FB-SYSTEM.
           MOVE PLANET-ID(I)   TO FB-BODY.
           MOVE PLANET-NAME(I) TO FB-NAME.
           MOVE P-ENERGY(I)    TO FB-POTENTIAL.
           MOVE K-ENERGY(I)    TO FB-KINETIC.
           MOVE RET-X(I)       TO FB-RET-X.
           MOVE RET-Y(I)       TO FB-RET-Y.
           MOVE RET-Z(I)       TO FB-RET-Z.
           PERFORM COMPUTE-BODY-PERIOD.
           MOVE BODY-PERIOD-STATE TO FB-PERIOD-STATE.
           MOVE BODY-PERIOD    TO FB-PERIOD.
           CALL "WRITE-FEED-BODY" USING FEED-BODY FEED-STATUS
           END-CALL.
           IF FEED-STATUS NOT = "00"
               PERFORM ABORT-FEED-WRITE
           END-IF.

       COMPUTE-POTENTIAL-ENERGY.
           CALL "COMPUTE-POTENTIAL-ENERGY" USING N-PLANETS X-TABLE
               Y-TABLE Z-TABLE P-ENERGY-TABLE
           MOVE ZERO TO Y-LOOP.
           MOVE ZERO TO Z-LOOP.
           MOVE ZERO TO ANSWER-LOOP.
           PERFORM CLEAR-AXIS-PARKS.

      * A scenario only ever reports its loop lengths and end-of-run
      * energy, so it stops its finished axes whenever its system
      * did.
           PERFORM VARYING SIM-ITER FROM 1 BY 1
                   UNTIL SIM-ITER > ITER-LIMIT OR ALL-AXES-PARKED
               IF AXIS-STOP-ACTIVE
                   PERFORM STEP-OPEN-AXES
               ELSE
                   PERFORM UPDATE-VELOCITY
                   PERFORM APPLY-VELOCITY-SCENARIO
               END-IF
               PERFORM CHECK-GRAVITY-OVERFLOW
               COMPUTE STEPS-PASSED = SIM-ITER
               PERFORM CHECK-SCENARIO-LOOPS
               IF AXIS-STOP-ACTIVE
                   PERFORM PARK-FINISHED-AXES
               END-IF
           END-PERFORM.

           PERFORM COMPUTE-KINETIC-ENERGY.
           END-IF.

       ABORT-SCENARIO-OPEN.
           MOVE "D12031S" TO MSG-ID.
           STRING "UNABLE TO OPEN SCENARIO-OUT, FILE STATUS "
                  SCENOUT-STATUS DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

           CLOSE SCENARIO-OUT.
           OPEN EXTEND SCENARIO-OUT.
           IF SCENOUT-STATUS NOT = "00"
               MOVE "D12032S" TO MSG-ID
               STRING "UNABLE TO REOPEN SCENARIO-OUT, FILE STATUS "
                      SCENOUT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       PURGE-SCENARIO-OUT.
           OPEN OUTPUT SCENARIO-OUT.
           IF SCENOUT-STATUS NOT = "00"
               MOVE "D12033S" TO MSG-ID
               STRING "UNABLE TO OPEN SCENARIO-OUT TO PURGE IT, "
                      "FILE STATUS "
                      SCENOUT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
