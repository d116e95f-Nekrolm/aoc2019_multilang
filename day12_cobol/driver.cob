
      * Runs Day10 and Day12 back to back as one job step and keeps a
      * consolidated RUNLOG of when each one started and finished.
      * Both programs' own messages still go to the console and to
      * MSGLOG exactly as they do standalone; Day10's D10RPT and
      * Day12's REPORT-OUTPUT are each copied into RUNLOG as well so
      * their key totals and loop lengths end up in the same place.
      * Every RUNLOG entry the Driver itself makes is also put out as
      * a catalogued message, so the job's own milestones reach MSGLOG
      * beside its steps' messages under the same run identifier.
      *
      * When a D12WIN batch-window card is on file the job opens
      * with D12Plan's admission check. A forecast that does not fit
      * the window, or could not be made, defers the job before Day10
      * or Day12 starts anything; the forecast is copied into RUNLOG
      * so the operator can narrow the run with SYSTEMS= on D12PARM
      * and resubmit.

       Environment division.
       Input-output section.
               organization is line sequential
               file status is D12PARM-IN-STATUS.

           select D12WIN-IN assign to "D12WIN"
               organization is line sequential
               file status is D12WIN-IN-STATUS.

           select D12WRPT-IN assign to "D12WRPT"
               organization is line sequential
               file status is D12WRPT-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG
           record contains 80 characters.
       01 D12PARM-RECORD PIC X(80).

       FD  D12WIN-IN
           record contains 80 characters.
       01 D12WIN-RECORD PIC X(80).

       FD  D12WRPT-IN
           record contains 132 characters.
       01 D12WRPT-IN-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 RUN-LOG-STATUS      PIC X(02) VALUE ZEROS.
       01 D12CTL-IN-STATUS    PIC X(02) VALUE ZEROS.
       01 DRIVER-CARD-STATUS  PIC X(02) VALUE ZEROS.
       01 D12PARM-IN-STATUS   PIC X(02) VALUE ZEROS.
       01 D12WIN-IN-STATUS    PIC X(02) VALUE ZEROS.
       01 D12WRPT-IN-STATUS   PIC X(02) VALUE ZEROS.

       01 DP-KEYWORD  PIC X(12) VALUE SPACES.
       01 DP-VALUE-TX PIC X(18) VALUE SPACES.
           05 FILLER      PIC X(28)
               VALUE " BYPASSED - RESTART IN CARD".

       01 STEP-DEFER-LINE.
           05 FILLER      PIC X(20) VALUE "JOB DEFERRED BY STEP".
           05 FILLER      PIC X(06) VALUE " PLAN ".
           05 FILLER      PIC X(03) VALUE "RC=".
           05 SDF-RC      PIC 9(04).
           05 FILLER      PIC X(32)
               VALUE " - DAY12 DOES NOT FIT THE WINDOW".

       01 STEP-ABORT-LINE.
           05 FILLER      PIC X(20) VALUE "JOB ABORTED BY STEP ".
           05 SAB-STEP    PIC X(05).

       01 XREF-PARM-TEXT PIC X(60) VALUE "DRIVER JOB".

      * Callers set MSG-ID before WRITE-LOG-ENTRY; the entry's text
      * becomes the message text.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "DRIVER".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
               10 RUN-YEAR  PIC 9(04).
           END-CALL.
           MOVE RUN-ID  TO RID-ID.
           MOVE RUN-GEN TO RID-GEN.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.

           CALL "SAVE-GENERATION" USING RUN-GEN "RUNLOG        "
           END-CALL.

           OPEN OUTPUT RUN-LOG.

           MOVE "DRV001I" TO MSG-ID
           MOVE "RUNALL JOB STARTED" TO LOG-TEXT
           PERFORM WRITE-LOG-ENTRY.

           MOVE "DRV002I" TO MSG-ID
           MOVE RUN-ID-DISPLAY TO LOG-TEXT
           PERFORM WRITE-LOG-ENTRY.

           PERFORM RUN-STEP-PLAN.

           IF NOT JOB-ABORTED
               PERFORM RUN-STEP-DAY10
           END-IF.

           IF NOT JOB-ABORTED
               PERFORM RUN-STEP-DAY12
               PERFORM RECONCILE-STEPS
           END-IF.

           MOVE "DRV008I" TO MSG-ID
           MOVE "RUNALL JOB ENDED" TO LOG-TEXT
           PERFORM WRITE-LOG-ENTRY.

           MOVE HIGHEST-RC TO JSL-RC.
           MOVE "DRV009I" TO MSG-ID.
           MOVE JOB-SUMMARY-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG-ENTRY.

           MOVE HIGHEST-RC TO RETURN-CODE.
           STOP RUN.

      * The admission check is only taken when the operator has put
      * a window on file. Any warning from it defers the job: the
      * window is the operator's limit, not a figure to run past.
       RUN-STEP-PLAN.
           OPEN INPUT D12WIN-IN.
           IF D12WIN-IN-STATUS = "00"
               CLOSE D12WIN-IN
               MOVE "DRV003I" TO MSG-ID
               MOVE "STARTING STEP PLAN" TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY

               MOVE 0 TO RETURN-CODE
               CALL "D12Plan"
               MOVE RETURN-CODE TO STEP-RC
               MOVE 0 TO RETURN-CODE

               MOVE "PLAN" TO SEL-STEP
               MOVE STEP-RC TO SEL-RC
               MOVE "DRV004I" TO MSG-ID
               MOVE STEP-END-LINE TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY

               IF STEP-RC > HIGHEST-RC
                   MOVE STEP-RC TO HIGHEST-RC
               END-IF

               PERFORM COPY-PLAN-REPORT

               IF STEP-RC > 0
                   MOVE 1 TO JOB-ABORT-FLAG
                   MOVE STEP-RC TO SDF-RC
                   MOVE "DRV005W" TO MSG-ID
                   MOVE STEP-DEFER-LINE TO LOG-TEXT
                   PERFORM WRITE-LOG-ENTRY
               END-IF
           END-IF.

       RUN-STEP-DAY10.
           IF RESTART-STEP = "DAY12"
               MOVE "DAY10" TO SBY-STEP
               MOVE "DRV006I" TO MSG-ID
               MOVE STEP-BYPASS-LINE TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY
           ELSE
               MOVE "DRV003I" TO MSG-ID
               MOVE "STARTING STEP DAY10" TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY


               MOVE "DAY10" TO SEL-STEP
               MOVE STEP-RC TO SEL-RC
               MOVE "DRV004I" TO MSG-ID
               MOVE STEP-END-LINE TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY

                   MOVE 1 TO JOB-ABORT-FLAG
                   MOVE "DAY10" TO SAB-STEP
                   MOVE STEP-RC TO SAB-RC
                   MOVE "DRV007E" TO MSG-ID
                   MOVE STEP-ABORT-LINE TO LOG-TEXT
                   PERFORM WRITE-LOG-ENTRY
               ELSE
           END-IF.

       RUN-STEP-DAY12.
           MOVE "DRV003I" TO MSG-ID
           MOVE "STARTING STEP DAY12" TO LOG-TEXT
           PERFORM WRITE-LOG-ENTRY.


           MOVE "DAY12" TO SEL-STEP.
           MOVE STEP-RC TO SEL-RC.
           MOVE "DRV004I" TO MSG-ID.
           MOVE STEP-END-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG-ENTRY.

               MOVE 1 TO JOB-ABORT-FLAG
               MOVE "DAY12" TO SAB-STEP
               MOVE STEP-RC TO SAB-RC
               MOVE "DRV007E" TO MSG-ID
               MOVE STEP-ABORT-LINE TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY
           ELSE
                           IF DRV-STEP = "DAY10" OR DRV-STEP = "DAY12"
                               MOVE DRV-STEP TO RESTART-STEP
                           ELSE
                               MOVE "DRV020E" TO MSG-ID
                               STRING "DRVCTL INVALID RESTART STEP "
                                      DRV-STEP DELIMITED BY SIZE
                                   INTO MSG-TEXT
                               END-STRING
                               PERFORM ISSUE-MESSAGE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       ELSE
                           MOVE "DRV021E" TO MSG-ID
                           STRING "DRVCTL INVALID DRIVER CARD "
                                  DRIVER-CARD-RECORD DELIMITED BY SIZE
                               INTO MSG-TEXT
                           END-STRING
                           PERFORM ISSUE-MESSAGE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF

           MOVE LOG-ENTRY TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           MOVE LOG-TEXT TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       COPY-DAY12-REPORT.
           OPEN INPUT REPORT-IN.
               CLOSE REPORT-IN
           END-IF.

       COPY-PLAN-REPORT.
           OPEN INPUT D12WRPT-IN.
           IF D12WRPT-IN-STATUS = "00"
               PERFORM UNTIL D12WRPT-IN-STATUS = "10"
                   READ D12WRPT-IN
                       AT END
                           MOVE "10" TO D12WRPT-IN-STATUS
                       NOT AT END
                           MOVE D12WRPT-IN-RECORD TO RUN-LOG-RECORD
                           WRITE RUN-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE D12WRPT-IN
           END-IF.

       COPY-DAY10-REPORT.
           OPEN INPUT D10RPT-IN.
           IF D10RPT-IN-STATUS = "00"

       JUDGE-RECONCILIATION.
           IF D10-TOTAL-SEEN = 0 OR D12-TOTAL-SEEN = 0
               MOVE "DRV010W" TO MSG-ID
               MOVE "RECONCILE SKIPPED - STEP REPORT MISSING"
                   TO LOG-TEXT
               PERFORM WRITE-LOG-ENTRY
           ELSE
               IF D10-ITERS NOT = D12-ITERS OR D12-MODE NOT = 1
                   MOVE "DRV011I" TO MSG-ID
                   MOVE "RECONCILE SKIPPED - STEP PARAMETERS DIFFER"
                       TO LOG-TEXT
                   PERFORM WRITE-LOG-ENTRY
               ELSE
                   IF D10-TOTAL-ENERGY = D12-TOTAL-ENERGY
                       MOVE D12-TOTAL-ENERGY TO RCN-TOTAL
                       MOVE "DRV012I" TO MSG-ID
                       MOVE RECONCILED-LINE TO LOG-TEXT
                       PERFORM WRITE-LOG-ENTRY
                   ELSE
                       MOVE D10-TOTAL-ENERGY TO OOB-D10
                       MOVE D12-TOTAL-ENERGY TO OOB-D12
                       MOVE "DRV013E" TO MSG-ID
                       MOVE OUT-OF-BALANCE-LINE TO LOG-TEXT
                       PERFORM WRITE-LOG-ENTRY
                   END-IF
