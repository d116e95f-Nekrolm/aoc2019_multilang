               organization is line sequential
               file status is REPORT-STATUS.

           select PARM-FILE assign to "D12PARM"
               organization is line sequential
               file status is PARM-STATUS.

           select PERF-FILE assign to "D10PERF"
               organization is line sequential
               file status is PERF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The control card may now carry a system number after the
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       FD  PARM-FILE
           record contains 80 characters.
       01 PARM-RECORD PIC X(80).

       FD  PERF-FILE
           record contains 80 characters.
       01 PERF-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS PIC X(02) VALUE ZEROS.
       01 PLANETS-STATUS PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS  PIC X(02) VALUE ZEROS.
       01 PARM-STATUS    PIC X(02) VALUE ZEROS.
       01 PERF-STATUS    PIC X(02) VALUE ZEROS.
       01 ITER-LIMIT     PIC 9(07) VALUE 1000.
       01 ITER-LIMIT-SOURCE PIC X(08) VALUE "DEFAULT".

      * The run is charged back to the requester and cost centre
      * tagged on D12PARM, the same REQUESTER= and COSTCTR= cards
      * Day12 takes; every other keyword there is Day12's and is
      * passed over. CostCtr judges the tag at start of job, it goes
      * on RUNXREF behind the DAY10 line, and the run's timing goes
      * to D10PERF in D12PERF's layout with the tag on the end.
       01 PARM-KEYWORD   PIC X(12) VALUE SPACES.
       01 PARM-VALUE-TX  PIC X(18) VALUE SPACES.
       01 TAG-LENGTH     PIC 9(02) VALUE ZERO.
       01 TAG-BAD        PIC 9 VALUE 0.
       01 CHARGE-TAG.
           05 CG-REQUESTER   PIC X(08) VALUE SPACES.
           05 CG-COST-CENTRE PIC X(06) VALUE SPACES.
           05 CG-VERDICT     PIC X(02) VALUE SPACES.
           05 CG-NAME        PIC X(30) VALUE SPACES.
           05 CG-TEXT        PIC X(60) VALUE SPACES.

       01 XREF-CHARGE-TEXT.
           05 FILLER      PIC X(18) VALUE "D12PARM REQUESTER=".
           05 XCT-REQ     PIC X(08).
           05 FILLER      PIC X(09) VALUE " COSTCTR=".
           05 XCT-CC      PIC X(06).
           05 FILLER      PIC X(19) VALUE SPACES.

      * The clock is read in hundredths of a second within the day
      * either side of the stepping loop, as Day12 times a system.
       01 CLOCK-STAMP    PIC X(21) VALUE SPACES.
       01 CLOCK-CSECS    PIC 9(09) VALUE ZERO.
       01 START-CSECS    PIC 9(09) VALUE ZERO.
       01 ELAPSED-CSECS  PIC 9(09) VALUE ZERO.
       01 ITER-RATE      PIC 9(07) VALUE ZERO.

       01 PERF-EDIT-LINE.
           05 PEL-DATE      PIC X(19).
           05 FILLER        PIC X VALUE ",".
           05 PEL-RUN-ID    PIC X(14).
           05 FILLER        PIC X VALUE ",".
           05 PEL-SYSTEM    PIC 9(02).
           05 FILLER        PIC X VALUE ",".
           05 PEL-ITERS     PIC Z(6)9.
           05 FILLER        PIC X VALUE ",".
           05 PEL-CSECS     PIC Z(8)9.
           05 FILLER        PIC X VALUE ",".
           05 PEL-RATE      PIC Z(6)9.
           05 FILLER        PIC X VALUE ",".
           05 PEL-REQUESTER PIC X(08).
           05 FILLER        PIC X VALUE ",".
           05 PEL-COST-CENTRE PIC X(06).

       01 RUN-DATE-TIME.
           05 RUN-DATE.
           05 RUN-ID  PIC X(14) VALUE SPACES.
           05 RUN-GEN PIC 9(02) VALUE ZERO.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "DAY10".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 RUN-ID-DISPLAY.
           05 FILLER      PIC X(07) VALUE "RUN ID ".
           05 RID-ID      PIC X(14).
           05 FILLER      PIC X(06) VALUE "DAY10 ".
           05 FILLER      PIC X(05) VALUE "ITER=".
           05 XPT-ITER    PIC 9(07).
           05 FILLER      PIC X(04) VALUE " MV=".
           05 XPT-VERSION PIC X(05).
           05 FILLER      PIC X(33) VALUE SPACES.

      * The results interchange feed, D10FEED, written through
      * ResFeed in the layout Day12's D12FEED uses: the header, the
      * two parameters, the one system and its bodies, and the
      * trailer. Day10 tracks no loops, returns, close approaches or
      * energy drift, and its records say so.
       01 FEED-NAME      PIC X(20) VALUE "D10FEED".
       01 FEED-STATUS    PIC X(02) VALUE ZEROS.
       01 FEED-HEADER.
           05 FH-SOURCE     PIC X(08) VALUE "DAY10".
           05 FH-RUN-ID     PIC X(14).
           05 FH-GEN        PIC 9(02).
           05 FH-STAMP      PIC X(19).
           05 FH-MASTER     PIC X(05).
       01 FEED-STAMP.
           05 FST-YEAR      PIC 9(04).
           05 FILLER        PIC X VALUE "-".
           05 FST-MONTH     PIC 9(02).
           05 FILLER        PIC X VALUE "-".
           05 FST-DAY       PIC 9(02).
           05 FILLER        PIC X VALUE SPACE.
           05 FST-HOUR      PIC 9(02).
           05 FILLER        PIC X VALUE ":".
           05 FST-MIN       PIC 9(02).
           05 FILLER        PIC X VALUE ":".
           05 FST-SEC       PIC 9(02).
       01 FEED-PARM.
           05 FP-KEYWORD    PIC X(10).
           05 FP-VALUE      PIC X(44).
           05 FP-SOURCE     PIC X(08).
       01 FEED-VALUE-EDIT PIC Z(6)9.
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
      * to load, so it has to be in hand before the master is read.
           PERFORM READ-CONTROL-CARD.

           PERFORM READ-PARM-FILE.

           PERFORM READ-PLANETS-FILE.

           PERFORM ACQUIRE-RUN-IDENT.

           PERFORM JUDGE-CHARGE-TAG.

           PERFORM READ-CLOCK-CSECS.
           MOVE CLOCK-CSECS TO START-CSECS.

           PERFORM VARYING SIM-ITER FROM 1 BY 1
                   UNTIL SIM-ITER > ITER-LIMIT
               PERFORM UPDATE-VELOCITY
               PERFORM APPLY-VELOCITY
           END-PERFORM.

           PERFORM MARK-RUN-END.
           
           PERFORM COMPUTE-KINETIC-ENERGY.
           PERFORM COMPUTE-POTENTIAL-ENERGY.

           PERFORM CHECK-GRAVITY-OVERFLOW.

           MOVE "D10001I" TO MSG-ID.
           STRING "SYSTEM " LOADED-SYSTEM " TOTAL ENERGY " TOTAL-ENERGY
                  DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           PERFORM WRITE-REPORT.

           PERFORM WRITE-RESULTS-FEED.

           PERFORM WRITE-PERF-LINE.

      *    DISPLAY "Updated".
      *        
      *    DISPLAY 'VX: ' VX(1) VX(2) VX(3) VX(4).
           END-CALL.
           MOVE RUN-ID  TO RID-ID.
           MOVE RUN-GEN TO RID-GEN.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.

           CALL "SAVE-GENERATION" USING RUN-GEN "D10RPT        "
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D10FEED       "
           END-CALL.

      * RUNXREF records the master version alongside the parameters,
      * so a later change in the figures can be told apart from a
      * change in the bodies they were computed from.
           CALL "GET-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.

           MOVE ITER-LIMIT TO XPT-ITER.
           MOVE MV-STAMP   TO XPT-VERSION.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-TEXT
           END-CALL.
           MOVE CG-REQUESTER   TO XCT-REQ.
           MOVE CG-COST-CENTRE TO XCT-CC.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-CHARGE-TEXT
           END-CALL.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The same planet master Day12 reads, loaded the same way, so
      * the two steps of the consolidated job are always simulating
           MOVE 1 TO I.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "D10010S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PLANETS-FILE.

           IF SYSTEM-WANTED AND NOT SYSTEM-CHOSEN
               MOVE "D10011E" TO MSG-ID
               STRING "D10CTL SELECTED SYSTEM " WANTED-SYSTEM
                      " NOT ON MASTER" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF PLANET-COUNT < 1
               MOVE "D10012E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ FROM PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
               IF NOT (X(I) NUMERIC AND Y(I) NUMERIC AND
                       Z(I) NUMERIC AND VX(I) NUMERIC AND
                       VY(I) NUMERIC AND VZ(I) NUMERIC)
                   MOVE "D10013E" TO MSG-ID
                   STRING "PLANETS BAD AXIS VALUE, PLANET " I
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF PLANET-ID(I) NOT NUMERIC
                   MOVE "D10014E" TO MSG-ID
                   STRING "PLANETS BAD PLANET ID, PLANET " I
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
      * different system number after the load began ends it.
       LOAD-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC
               MOVE "D10015E" TO MSG-ID
               MOVE "PLANETS RECORD HAS A BAD SYSTEM NUMBER" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       TAKE-PLANET-RECORD.
           IF I > MAX-PLANETS
               MOVE "D10016E" TO MSG-ID
               MOVE "TOO MANY PLANETS IN THE SYSTEM" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
                       CONTINUE
                   NOT AT END
                       MOVE CC-ITER-LIMIT TO ITER-LIMIT
                       MOVE "D10CTL" TO ITER-LIMIT-SOURCE
                       IF CC-SYSTEM NUMERIC
                           MOVE CC-SYSTEM TO WANTED-SYSTEM
                           MOVE 1 TO SYSTEM-ASKED
               CLOSE CONTROL-CARD
           END-IF.

      * D12PARM is optional here as it is to Day12. A tag too long
      * for its field stops the run, as it would stop Day12.
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
               PERFORM UNTIL PARM-STATUS = "10"
                   READ PARM-FILE
                       AT END
                           MOVE "10" TO PARM-STATUS
                       NOT AT END
                           PERFORM TAKE-PARM-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       TAKE-PARM-RECORD.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO PARM-KEYWORD
               MOVE SPACES TO PARM-VALUE-TX
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO PARM-KEYWORD PARM-VALUE-TX
               END-UNSTRING
               MOVE FUNCTION TRIM (PARM-VALUE-TX) TO PARM-VALUE-TX
               EVALUATE PARM-KEYWORD
                   WHEN "REQUESTER"
                       PERFORM MEASURE-TAG-VALUE
                       IF TAG-BAD = 0 AND TAG-LENGTH <= 8
                           MOVE PARM-VALUE-TX TO CG-REQUESTER
                       ELSE
                           PERFORM REFUSE-PARM-VALUE
                       END-IF
                   WHEN "COSTCTR"
                       PERFORM MEASURE-TAG-VALUE
                       IF TAG-BAD = 0 AND TAG-LENGTH <= 6
                           MOVE PARM-VALUE-TX TO CG-COST-CENTRE
                       ELSE
                           PERFORM REFUSE-PARM-VALUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

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

       REFUSE-PARM-VALUE.
           MOVE "D10024E" TO MSG-ID.
           STRING "D12PARM BAD VALUE FOR " PARM-KEYWORD " - "
                  PARM-VALUE-TX DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       JUDGE-CHARGE-TAG.
           CALL "CHECK-CHARGE-TAG" USING CHARGE-TAG
           END-CALL.
           IF CG-VERDICT NOT = "OK"
               MOVE "D10025W" TO MSG-ID
               STRING "RUN NOT CHARGEABLE - " CG-TEXT
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

       READ-CLOCK-CSECS.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP.
           COMPUTE CLOCK-CSECS =
      -        ((FUNCTION NUMVAL (CLOCK-STAMP(9:2)) * 3600)
      -        + (FUNCTION NUMVAL (CLOCK-STAMP(11:2)) * 60)
      -        + FUNCTION NUMVAL (CLOCK-STAMP(13:2))) * 100
      -        + FUNCTION NUMVAL (CLOCK-STAMP(15:2)).

      * An end reading earlier than the start crossed midnight and
      * gets the day back.
       MARK-RUN-END.
           PERFORM READ-CLOCK-CSECS.
           IF CLOCK-CSECS < START-CSECS
               ADD 8640000 TO CLOCK-CSECS
           END-IF.
           COMPUTE ELAPSED-CSECS = CLOCK-CSECS - START-CSECS.
           IF ELAPSED-CSECS > 0
               COMPUTE ITER-RATE = ITER-LIMIT * 100 / ELAPSED-CSECS
           ELSE
               MOVE ZERO TO ITER-RATE
           END-IF.

      * Created on first use and appended to, as Day12's D12PERF is.
       WRITE-PERF-LINE.
           MOVE FEED-STAMP     TO PEL-DATE.
           MOVE RUN-ID         TO PEL-RUN-ID.
           MOVE LOADED-SYSTEM  TO PEL-SYSTEM.
           MOVE ITER-LIMIT     TO PEL-ITERS.
           MOVE ELAPSED-CSECS  TO PEL-CSECS.
           MOVE ITER-RATE      TO PEL-RATE.
           MOVE CG-REQUESTER   TO PEL-REQUESTER.
           MOVE CG-COST-CENTRE TO PEL-COST-CENTRE.
           MOVE PERF-EDIT-LINE TO PERF-RECORD.

           OPEN INPUT PERF-FILE.
           IF PERF-STATUS = "35"
               OPEN OUTPUT PERF-FILE
               CLOSE PERF-FILE
           ELSE
               CLOSE PERF-FILE
           END-IF.

           OPEN EXTEND PERF-FILE.
           WRITE PERF-RECORD.
           CLOSE PERF-FILE.

      * The Gravity routines latch their first arithmetic overflow;
      * a wrapped field means every figure after it is garbage, so
      * the run fails loudly instead of reporting on it.
               OVERFLOW-PLANET
           END-CALL.
           IF OVERFLOW-SEEN
               MOVE "D10020S" TO MSG-ID
               STRING "ARITHMETIC OVERFLOW, PLANET " OVERFLOW-PLANET
                      " - RESULTS DISCARDED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUT.
           IF REPORT-STATUS NOT = "00"
               MOVE "D10021S" TO MSG-ID
               STRING "UNABLE TO OPEN D10RPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RUN-ID-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE MV-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ITER-LIMIT TO RPT-ITER.
           MOVE REPORT-ITER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-OUT.

      * The feed is written whole once the report is out, stamped
      * with the report's run date.
       WRITE-RESULTS-FEED.
           MOVE RUN-ID    TO FH-RUN-ID.
           MOVE RUN-GEN   TO FH-GEN.
           MOVE RUN-YEAR  TO FST-YEAR.
           MOVE RUN-MONTH TO FST-MONTH.
           MOVE RUN-DAY   TO FST-DAY.
           MOVE RUN-HOUR  TO FST-HOUR.
           MOVE RUN-MIN   TO FST-MIN.
           MOVE RUN-SEC   TO FST-SEC.
           MOVE FEED-STAMP TO FH-STAMP.
           MOVE MV-STAMP  TO FH-MASTER.
           CALL "START-RESULTS-FEED" USING FEED-NAME FEED-HEADER
               FEED-STATUS
           END-CALL.
           IF FEED-STATUS NOT = "00"
               MOVE "D10022S" TO MSG-ID
               STRING "UNABLE TO OPEN D10FEED, FILE STATUS "
                      FEED-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ITERLIMIT " TO FP-KEYWORD.
           MOVE ITER-LIMIT TO FEED-VALUE-EDIT.
           MOVE FUNCTION TRIM (FEED-VALUE-EDIT) TO FP-VALUE.
           MOVE ITER-LIMIT-SOURCE TO FP-SOURCE.
           CALL "WRITE-FEED-PARM" USING FEED-PARM FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-WRITE.

           MOVE "SYSTEM    " TO FP-KEYWORD.
           MOVE LOADED-SYSTEM TO FEED-VALUE-EDIT.
           MOVE FUNCTION TRIM (FEED-VALUE-EDIT) TO FP-VALUE.
           IF SYSTEM-WANTED
               MOVE "D10CTL" TO FP-SOURCE
           ELSE
               MOVE "DEFAULT" TO FP-SOURCE
           END-IF.
           CALL "WRITE-FEED-PARM" USING FEED-PARM FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-WRITE.

           INITIALIZE FEED-SYSTEM.
           MOVE LOADED-SYSTEM TO FS-SYSTEM.
           MOVE PLANET-COUNT  TO FS-BODIES.
           MOVE ITER-LIMIT    TO FS-LAST-ITER.
           MOVE TOTAL-ENERGY  TO FS-TOTAL.
           MOVE "N" TO FS-LOOPS-TRACKED.
           MOVE "N" TO FS-APPROACH-WATCHED.
           MOVE "N" TO FS-CLOSEST-FOUND.
           MOVE "N" TO FS-ENERGY-WATCHED.
           CALL "WRITE-FEED-SYSTEM" USING FEED-SYSTEM FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-WRITE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PLANET-COUNT
               INITIALIZE FEED-BODY
               MOVE LOADED-SYSTEM  TO FB-SYSTEM
               MOVE PLANET-ID(I)   TO FB-BODY
               MOVE PLANET-NAME(I) TO FB-NAME
               MOVE P-ENERGY(I)    TO FB-POTENTIAL
               MOVE K-ENERGY(I)    TO FB-KINETIC
               MOVE "U"            TO FB-PERIOD-STATE
               CALL "WRITE-FEED-BODY" USING FEED-BODY FEED-STATUS
               END-CALL
               PERFORM CHECK-FEED-WRITE
           END-PERFORM.

           CALL "END-RESULTS-FEED" USING RUN-ID FEED-STATUS
           END-CALL.
           PERFORM CHECK-FEED-WRITE.

       CHECK-FEED-WRITE.
           IF FEED-STATUS NOT = "00"
               MOVE "D10023S" TO MSG-ID
               STRING "UNABLE TO WRITE D10FEED, FILE STATUS "
                      FEED-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
