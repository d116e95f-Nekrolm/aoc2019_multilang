      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MsgLog.

      * Shared message routine, called the way the run-identification
      * routines in RunIdent are. Every error, warning and information
      * message the batch programs put out carries a fixed message
      * identifier - three characters naming the program, a three
      * digit number and a severity letter, D12031S say - so the
      * console can be searched and the monitor can alert on an
      * identifier rather than on wording. The severities are
      *     I  information, nothing to do
      *     W  warning, the step carried on
      *     E  error, the step stopped or refused its input
      *     S  severe, a file or system failure or a physics abort
      * and MSGCAT, listed by MsgCat, gives every identifier's meaning
      * and the operator action to take.
      *
      * LOG-MESSAGE shows the message on the console as
      *     <identifier> <program>: <text>
      * and appends it to the shared MSGLOG file stamped with the date
      * and time, the run identifier and the program name. The run
      * identifier is the one the caller hands to SET-MESSAGE-RUN once
      * it has acquired it; until then it is taken from the RUNID file
      * the Driver publishes, and a message put out before any run
      * identifier exists is logged with a dashed one. MSGLOG is opened
      * and closed around every message so that the steps of a job,
      * and the streams of a partitioned run, all add to the one file.
      * A message that cannot be logged is still shown on the console;
      * the caller is never stopped for want of its log.

       Environment division.
       Input-output section.
       File-control.
           select MESSAGE-LOG assign to "MSGLOG"
               organization is line sequential
               file status is MESSAGE-LOG-STATUS.

           select RUNID-FILE assign to "RUNID"
               organization is line sequential
               file status is RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-LOG
           record contains 155 characters.
       01 MESSAGE-LOG-RECORD PIC X(155).

       FD  RUNID-FILE
           record contains 14 characters.
       01 RUNID-RECORD PIC X(14).

       WORKING-STORAGE SECTION.

       01 MESSAGE-LOG-STATUS PIC X(02) VALUE ZEROS.
       01 RUNID-STATUS       PIC X(02) VALUE ZEROS.

       01 LOG-RUN-ID PIC X(14) VALUE SPACES.
       01 RUN-ID-KNOWN PIC 9 VALUE 0.
           88 RUN-ID-SETTLED VALUE 1.
       01 LOG-FAILED PIC 9 VALUE 0.
           88 LOG-FAILURE-SHOWN VALUE 1.

       01 STAMP-DATE-TIME PIC X(21) VALUE SPACES.

       01 MESSAGE-LOG-LINE.
           05 MLL-DATE     PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 MLL-TIME     PIC X(11).
           05 FILLER       PIC X VALUE SPACE.
           05 MLL-RUN-ID   PIC X(14).
           05 FILLER       PIC X VALUE SPACE.
           05 MLL-PROGRAM  PIC X(08).
           05 FILLER       PIC X VALUE SPACE.
           05 MLL-ID       PIC X(07).
           05 FILLER       PIC X VALUE SPACE.
           05 MLL-TEXT     PIC X(100).

       LINKAGE SECTION.

       01 MESSAGE-AREA.
           05 MA-PROGRAM PIC X(08).
           05 MA-ID      PIC X(07).
           05 MA-TEXT    PIC X(100).

       01 CALLER-RUN-ID PIC X(14).

       PROCEDURE DIVISION.
           GOBACK.

       ENTRY "SET-MESSAGE-RUN" USING CALLER-RUN-ID.
           MOVE CALLER-RUN-ID TO LOG-RUN-ID.
           MOVE 1 TO RUN-ID-KNOWN.
           GOBACK.

       ENTRY "LOG-MESSAGE" USING MESSAGE-AREA.
           DISPLAY MA-ID " " FUNCTION TRIM (MA-PROGRAM) ": "
               FUNCTION TRIM (MA-TEXT TRAILING).

           IF NOT RUN-ID-SETTLED
               PERFORM READ-PUBLISHED-RUN-ID
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           STRING STAMP-DATE-TIME(1:4) "-" STAMP-DATE-TIME(5:2) "-"
                  STAMP-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO MLL-DATE
           END-STRING.
           STRING STAMP-DATE-TIME(9:2) ":" STAMP-DATE-TIME(11:2) ":"
                  STAMP-DATE-TIME(13:2) "." STAMP-DATE-TIME(15:2)
                  DELIMITED BY SIZE
               INTO MLL-TIME
           END-STRING.
           IF LOG-RUN-ID = SPACES
               MOVE ALL "-" TO MLL-RUN-ID
           ELSE
               MOVE LOG-RUN-ID TO MLL-RUN-ID
           END-IF.
           MOVE MA-PROGRAM TO MLL-PROGRAM.
           MOVE MA-ID      TO MLL-ID.
           MOVE MA-TEXT    TO MLL-TEXT.

           PERFORM APPEND-MESSAGE-LOG.
           GOBACK.

      * Only a run identifier the Driver has actually published is
      * taken; an absent or empty RUNID leaves the messages dashed
      * until the caller names its own run.
       READ-PUBLISHED-RUN-ID.
           MOVE 1 TO RUN-ID-KNOWN.
           OPEN INPUT RUNID-FILE.
           IF RUNID-STATUS = "00"
               READ RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNID-RECORD TO LOG-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

       APPEND-MESSAGE-LOG.
           OPEN INPUT MESSAGE-LOG.
           IF MESSAGE-LOG-STATUS = "35"
               OPEN OUTPUT MESSAGE-LOG
               CLOSE MESSAGE-LOG
           ELSE
               CLOSE MESSAGE-LOG
           END-IF.

           OPEN EXTEND MESSAGE-LOG.
           IF MESSAGE-LOG-STATUS NOT = "00"
               IF NOT LOG-FAILURE-SHOWN
                   MOVE 1 TO LOG-FAILED
                   DISPLAY "MLG001W MSGLOG: UNABLE TO APPEND TO MSGLOG,"
                       " FILE STATUS " MESSAGE-LOG-STATUS
                       " - MESSAGES ON CONSOLE ONLY"
               END-IF
           ELSE
               MOVE MESSAGE-LOG-LINE TO MESSAGE-LOG-RECORD
               WRITE MESSAGE-LOG-RECORD
               CLOSE MESSAGE-LOG
           END-IF.
