      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlScrn.

      * Screen inquiry and edit for the PLANETS master. Looking at one
      * body used to mean browsing the raw 139-byte master records in
      * an editor; this program shows the systems on the master with
      * their body counts, pages through one system's bodies six to a
      * screen with each body's position and velocity, and takes an
      * add, change or delete keyed against one body.
      *
      * It never writes the master. A keyed edit is filed as a PLMTXN
      * transaction card in exactly the layout PlMaint applies, to be
      * submitted to the PLMPEND approval queue through PlmQueue like
      * any other deck, so the overnight PlMaint run stays the only
      * thing that changes PLANETS and its PLMLIST audit listing
      * stays complete. Before a card is filed it is put through the
      * checks PlMaint makes - the same tests in the same order with
      * the same reasons - against a staged copy of the master that
      * already has every open entry on PLMPEND and every card on
      * PLMTXN applied, so the screen judges each new card the way
      * PlMaint will meet it: behind everything already waiting. A
      * card PlMaint would refuse is not filed; the reason is shown
      * and the entry can be corrected. The checks are PlmEdit's,
      * the routines PlMaint itself applies a card with.
      *
      * PLMPEND is taken only when it passes its trailer check - the
      * entry count, the last entry number and the hash total PlmQueue
      * keeps over the entries. A queue altered by hand is refused
      * with return code 16 before any screen is shown, as PlmQueue
      * and PlMaint refuse it.
      *
      * Waiting entries and cards that PlMaint would refuse are
      * counted on the systems screen: one refused card stops PlMaint
      * promoting anything, so they need fixing before the overnight
      * run. The session ends with return code 4 when any are left.

       Environment division.
       Input-output section.
       File-control.
           select PLANETS-FILE assign to "PLANETS"
               organization is line sequential
               file status is PLANETS-STATUS.

           select TRANSACTION-FILE assign to "PLMTXN"
               organization is line sequential
               file status is TRANSACTION-STATUS.

           select QUEUE-FILE assign to "PLMPEND"
               organization is line sequential
               file status is QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANETS-FILE
           record contains 139 characters.
       01 PLANET-RECORD.
           05 PR-SYSTEM PIC 9(02).
           05 FILLER PIC X.
           05 PR-ID PIC 9(03).
           05 FILLER PIC X.
           05 PR-NAME PIC X(12).
           05 FILLER PIC X.
           05 PR-X PIC S9(18) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 PR-Y PIC S9(18) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 PR-Z PIC S9(18) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 PR-VX PIC S9(18) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 PR-VY PIC S9(18) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 PR-VZ PIC S9(18) SIGN LEADING SEPARATE.

      * PlMaint's transaction card: the action code followed by a
      * full master record image.
       FD  TRANSACTION-FILE
           record contains 143 characters.
       01 TRANSACTION-RECORD.
           05 TX-ACTION PIC X(03).
           05 FILLER    PIC X.
           05 TX-BODY.
               10 TX-SYSTEM PIC 9(02).
               10 FILLER PIC X.
               10 TX-ID PIC 9(03).
               10 FILLER PIC X.
               10 TX-NAME PIC X(12).
               10 FILLER PIC X.
               10 TX-X PIC S9(18) SIGN LEADING SEPARATE.
               10 FILLER PIC X.
               10 TX-Y PIC S9(18) SIGN LEADING SEPARATE.
               10 FILLER PIC X.
               10 TX-Z PIC S9(18) SIGN LEADING SEPARATE.
               10 FILLER PIC X.
               10 TX-VX PIC S9(18) SIGN LEADING SEPARATE.
               10 FILLER PIC X.
               10 TX-VY PIC S9(18) SIGN LEADING SEPARATE.
               10 FILLER PIC X.
               10 TX-VZ PIC S9(18) SIGN LEADING SEPARATE.

      * A PlmQueue entry and the queue's trailer; see PlmQueue. Only
      * the number, the state and the card are read here, the rest
      * only goes into the hash total.
       FD  QUEUE-FILE
           record contains 230 characters.
       01 QUEUE-RECORD.
           05 PQ-NUMBER    PIC X(06).
           05 FILLER       PIC X.
           05 PQ-STATUS    PIC X(01).
           05 FILLER       PIC X(79).
           05 PQ-CARD      PIC X(143).
       01 QUEUE-TRAILER REDEFINES QUEUE-RECORD.
           05 QT-TAG       PIC X(07).
           05 FILLER       PIC X.
           05 QT-LAST      PIC 9(06).
           05 FILLER       PIC X.
           05 QT-COUNT     PIC 9(05).
           05 FILLER       PIC X.
           05 QT-DATE      PIC X(19).
           05 FILLER       PIC X.
           05 QT-HASH      PIC X(18).
           05 FILLER       PIC X(171).

       WORKING-STORAGE SECTION.

       01 PLANETS-STATUS     PIC X(02) VALUE ZEROS.
       01 TRANSACTION-STATUS PIC X(02) VALUE ZEROS.
       01 QUEUE-STATUS       PIC X(02) VALUE ZEROS.

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

      * The version block PlanVer fills; see PlanVer for the meaning
      * of each field.
       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "PLSCRN".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * The staged copy of the master, in the pool-and-directory shape
      * PlMaint and Day12 both build, so a card is judged against the
      * same structures PlMaint will judge it against. It is passed
      * whole to PlmEdit and must match its layout.
       78 MAX-PLANETS VALUE 50.
       78 MAX-SYSTEMS VALUE 10.
       78 MAX-POOL VALUE 500.

       01 STAGED-MASTER.
           05 SYSTEM-COUNT    PIC 9(02) VALUE ZERO.
           05 POOL-TOTAL      PIC 9(03) VALUE ZERO.
           05 SYSTEM-ENTRY OCCURS MAX-SYSTEMS TIMES.
               10 SYS-ID       PIC 9(02) VALUE ZERO.
               10 SYS-START    PIC 9(03) VALUE ZERO.
               10 SYS-NPLANETS PIC 9(03) VALUE ZERO.
           05 POOL-ENTRY OCCURS MAX-POOL TIMES.
               10 POOL-ID      PIC 9(03) VALUE ZERO.
               10 POOL-NAME    PIC X(12) VALUE SPACES.
               10 POOL-X       PIC S9(18) VALUE ZERO.
               10 POOL-Y       PIC S9(18) VALUE ZERO.
               10 POOL-Z       PIC S9(18) VALUE ZERO.
               10 POOL-VX      PIC S9(18) VALUE ZERO.
               10 POOL-VY      PIC S9(18) VALUE ZERO.
               10 POOL-VZ      PIC S9(18) VALUE ZERO.
       01 POOL-IDX        PIC 9(03) VALUE ZERO.

      * What PlmEdit says of the card it was given; EC-CHANGES counts
      * the changes staged so far against PlMaint's limit for one
      * run. See PlmEdit.
       01 CARD-EDIT.
           05 EC-REASON    PIC X(32) VALUE SPACES.
           05 EC-SYS-SLOT  PIC 9(02) VALUE ZERO.
           05 EC-POOL-SLOT PIC 9(03) VALUE ZERO.
           05 EC-CHANGES   PIC 9(04) VALUE ZERO.

      * Open queue entries and PLMTXN cards when the session started,
      * those PlMaint would refuse among them, and cards this session
      * has filed.
       01 PENDING-COUNT   PIC 9(05) VALUE ZERO.
       01 PENDING-REFUSED PIC 9(05) VALUE ZERO.
       01 FILED-COUNT     PIC 9(05) VALUE ZERO.

       01 REJECT-REASON PIC X(32) VALUE SPACES.

      * The PLMPEND trailer check, as PlmQueue makes it.
       01 QUEUE-COUNT    PIC 9(05) VALUE ZERO.
       01 TRAILER-FOUND  PIC 9 VALUE 0.
           88 TRAILER-ON-FILE VALUE 1.
       01 QUEUE-DAMAGE   PIC 9 VALUE 0.
           88 QUEUE-DAMAGED VALUE 1.
       01 TRAILER-LAST   PIC 9(06) VALUE ZERO.
       01 TRAILER-COUNT  PIC 9(05) VALUE ZERO.
       01 TRAILER-HASH   PIC X(18) VALUE SPACES.
       01 TALLY-HASH     PIC 9(18) VALUE ZERO.
       01 PRIOR-NUMBER   PIC 9(06) VALUE ZERO.

       01 I PIC 9(03) VALUE 1.
       01 J PIC 9(03) VALUE 1.
       01 K PIC 9(03) VALUE 1.

      * Where the operator is: the systems screen, one system's body
      * pages, or finished.
       01 SCREEN-MODE PIC X VALUE "S".
           88 SHOWING-SYSTEMS VALUE "S".
           88 SHOWING-BODIES  VALUE "B".
           88 SESSION-ENDED   VALUE "E".

       01 CURRENT-SYSTEM  PIC 9(02) VALUE ZERO.
       01 CUR-SYS-SLOT    PIC 9(02) VALUE ZERO.
       01 PAGE-TOP        PIC 9(03) VALUE 1.
       78 PAGE-BODIES     VALUE 6.
       01 PAGE-LAST       PIC 9(03) VALUE ZERO.

       01 EDIT-ACTION     PIC X(03) VALUE SPACES.
       01 EDIT-DONE-FLAG  PIC 9 VALUE 0.
           88 EDIT-DONE VALUE 1.

      * One keyed number is checked the way PlMaint checks a card
      * field: an optional sign where the field is signed, then up to
      * ENTRY-MAX-DIGITS digits, with spaces either side only.
       01 ENTRY-TX         PIC X(19) VALUE SPACES.
       01 ENTRY-CHAR       PIC X VALUE SPACE.
       01 ENTRY-DIGIT      PIC 9 VALUE ZERO.
       01 ENTRY-VALUE      PIC S9(18) VALUE ZERO.
       01 ENTRY-DIGITS     PIC 9(02) VALUE ZERO.
       01 ENTRY-MAX-DIGITS PIC 9(02) VALUE ZERO.
       01 ENTRY-SIGN-OK    PIC 9 VALUE 0.
       01 ENTRY-STARTED    PIC 9 VALUE 0.
       01 ENTRY-ENDED      PIC 9 VALUE 0.
       01 ENTRY-NEGATIVE   PIC 9 VALUE 0.
       01 ENTRY-BAD-FLAG   PIC 9 VALUE 0.
           88 ENTRY-GOOD VALUE 0.

       01 VALUE-EDIT      PIC -(18)9.

      * Fields the screens show and take.
       01 SCR-TITLE       PIC X(50) VALUE SPACES.
       01 SCR-DATE        PIC X(19) VALUE SPACES.
       01 SCR-HEADING     PIC X(78) VALUE SPACES.
       01 SCR-HEADING-2   PIC X(78) VALUE SPACES.
       01 SCR-LIST-TABLE.
           05 SCR-LIST-LINE PIC X(78) OCCURS 12 TIMES.
       01 SCR-PENDING     PIC X(78) VALUE SPACES.
       01 SCR-KEYS        PIC X(78) VALUE SPACES.
       01 SCR-MESSAGE     PIC X(78) VALUE SPACES.
       01 SCR-COMMAND     PIC X(01) VALUE SPACE.
       01 SCR-SYSTEM-TX   PIC X(02) VALUE SPACES.
       01 SCR-PLANET-TX   PIC X(03) VALUE SPACES.
       01 SCR-NAME        PIC X(12) VALUE SPACES.
       01 SCR-X-TX        PIC X(19) VALUE SPACES.
       01 SCR-Y-TX        PIC X(19) VALUE SPACES.
       01 SCR-Z-TX        PIC X(19) VALUE SPACES.
       01 SCR-VX-TX       PIC X(19) VALUE SPACES.
       01 SCR-VY-TX       PIC X(19) VALUE SPACES.
       01 SCR-VZ-TX       PIC X(19) VALUE SPACES.
       01 SCR-CONFIRM     PIC X(01) VALUE SPACE.

       01 SYSTEM-LIST-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 SLL-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(05) VALUE SPACES.
           05 SLL-BODIES  PIC ZZ9.

      * A body takes two lines of a page: number, name and position,
      * then its velocity under the position.
       01 BODY-POSITION-LINE.
           05 BPL-ID      PIC 9(03).
           05 FILLER      PIC X VALUE SPACE.
           05 BPL-NAME    PIC X(12).
           05 FILLER      PIC X VALUE SPACE.
           05 BPL-X       PIC -(18)9.
           05 FILLER      PIC X VALUE SPACE.
           05 BPL-Y       PIC -(18)9.
           05 FILLER      PIC X VALUE SPACE.
           05 BPL-Z       PIC -(18)9.

       01 BODY-VELOCITY-LINE.
           05 FILLER      PIC X(17) VALUE SPACES.
           05 BVL-VX      PIC -(18)9.
           05 FILLER      PIC X VALUE SPACE.
           05 BVL-VY      PIC -(18)9.
           05 FILLER      PIC X VALUE SPACE.
           05 BVL-VZ      PIC -(18)9.

       01 BODY-PAGE-TITLE.
           05 FILLER      PIC X(07) VALUE "SYSTEM ".
           05 BPT-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(10) VALUE " - BODIES ".
           05 BPT-FIRST   PIC ZZ9.
           05 FILLER      PIC X(04) VALUE " TO ".
           05 BPT-LAST    PIC ZZ9.
           05 FILLER      PIC X(04) VALUE " OF ".
           05 BPT-COUNT   PIC ZZ9.

       01 PENDING-LINE.
           05 FILLER      PIC X(08) VALUE "WAITING ".
           05 PDL-COUNT   PIC ZZZZ9.
           05 FILLER      PIC X(21) VALUE " CARDS, THIS SESSION ".
           05 PDL-FILED   PIC ZZZZ9.
           05 FILLER      PIC X(08) VALUE " FILED, ".
           05 PDL-REFUSED PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE " PLMAINT WILL REFUSE".

       01 FILED-MESSAGE.
           05 FLM-ACTION  PIC X(03).
           05 FILLER      PIC X(17) VALUE " FILED FOR SYSTEM".
           05 FILLER      PIC X VALUE SPACE.
           05 FLM-SYSTEM  PIC 9(02).
           05 FILLER      PIC X(08) VALUE " PLANET ".
           05 FLM-ID      PIC 9(03).
           05 FILLER      PIC X(22) VALUE " - SUBMIT TO PLMQUEUE,".
           05 FILLER      PIC X(22) VALUE " APPLIED WHEN APPROVED".

       SCREEN SECTION.
      * The list screen serves both the systems list and a system's
      * body pages: a title, two heading lines, twelve list lines,
      * the PLMTXN position, the keys that apply, and the command
      * line.
       01 LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PLSCRN".
           05 LINE 1 COLUMN 10 PIC X(50) FROM SCR-TITLE.
           05 LINE 1 COLUMN 62 PIC X(19) FROM SCR-DATE.
           05 LINE 2 COLUMN 1 PIC X(80) FROM MV-TEXT.
           05 LINE 4 COLUMN 1 PIC X(78) FROM SCR-HEADING.
           05 LINE 5 COLUMN 1 PIC X(78) FROM SCR-HEADING-2.
           05 LINE 6 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(1).
           05 LINE 7 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(2).
           05 LINE 8 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(3).
           05 LINE 9 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(4).
           05 LINE 10 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(5).
           05 LINE 11 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(6).
           05 LINE 12 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(7).
           05 LINE 13 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(8).
           05 LINE 14 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(9).
           05 LINE 15 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(10).
           05 LINE 16 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(11).
           05 LINE 17 COLUMN 1 PIC X(78) FROM SCR-LIST-LINE(12).
           05 LINE 19 COLUMN 1 PIC X(78) FROM SCR-PENDING.
           05 LINE 20 COLUMN 1 PIC X(78) FROM SCR-KEYS.
           05 LINE 22 COLUMN 1 VALUE "COMMAND".
           05 LINE 22 COLUMN 9 PIC X(01) USING SCR-COMMAND.
           05 LINE 22 COLUMN 12 VALUE "SYSTEM".
           05 LINE 22 COLUMN 19 PIC X(02) USING SCR-SYSTEM-TX.
           05 LINE 22 COLUMN 23 VALUE "PLANET".
           05 LINE 22 COLUMN 30 PIC X(03) USING SCR-PLANET-TX.
           05 LINE 24 COLUMN 1 PIC X(78) FROM SCR-MESSAGE
               HIGHLIGHT.

      * The body screen shows one body whole; which of its fields
      * can be keyed depends on the action, so the entry part is one
      * of the three screens after it, accepted over this one.
       01 BODY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PLSCRN".
           05 LINE 1 COLUMN 10 PIC X(50) FROM SCR-TITLE.
           05 LINE 1 COLUMN 62 PIC X(19) FROM SCR-DATE.
           05 LINE 2 COLUMN 1 PIC X(80) FROM MV-TEXT.
           05 LINE 4 COLUMN 1 VALUE "SYSTEM".
           05 LINE 4 COLUMN 14 PIC X(02) FROM SCR-SYSTEM-TX.
           05 LINE 5 COLUMN 1 VALUE "PLANET".
           05 LINE 5 COLUMN 14 PIC X(03) FROM SCR-PLANET-TX.
           05 LINE 6 COLUMN 1 VALUE "NAME".
           05 LINE 6 COLUMN 14 PIC X(12) FROM SCR-NAME.
           05 LINE 8 COLUMN 1 VALUE "X".
           05 LINE 8 COLUMN 14 PIC X(19) FROM SCR-X-TX.
           05 LINE 9 COLUMN 1 VALUE "Y".
           05 LINE 9 COLUMN 14 PIC X(19) FROM SCR-Y-TX.
           05 LINE 10 COLUMN 1 VALUE "Z".
           05 LINE 10 COLUMN 14 PIC X(19) FROM SCR-Z-TX.
           05 LINE 11 COLUMN 1 VALUE "VX".
           05 LINE 11 COLUMN 14 PIC X(19) FROM SCR-VX-TX.
           05 LINE 12 COLUMN 1 VALUE "VY".
           05 LINE 12 COLUMN 14 PIC X(19) FROM SCR-VY-TX.
           05 LINE 13 COLUMN 1 VALUE "VZ".
           05 LINE 13 COLUMN 14 PIC X(19) FROM SCR-VZ-TX.
           05 LINE 15 COLUMN 1 PIC X(78) FROM SCR-KEYS.
           05 LINE 20 COLUMN 1 VALUE "FILE THIS CARD (Y/N)".
           05 LINE 24 COLUMN 1 PIC X(78) FROM SCR-MESSAGE
               HIGHLIGHT.

       01 BODY-ADD-ENTRY.
           05 LINE 5 COLUMN 14 PIC X(03) USING SCR-PLANET-TX.
           05 LINE 6 COLUMN 14 PIC X(12) USING SCR-NAME.
           05 LINE 8 COLUMN 14 PIC X(19) USING SCR-X-TX.
           05 LINE 9 COLUMN 14 PIC X(19) USING SCR-Y-TX.
           05 LINE 10 COLUMN 14 PIC X(19) USING SCR-Z-TX.
           05 LINE 11 COLUMN 14 PIC X(19) USING SCR-VX-TX.
           05 LINE 12 COLUMN 14 PIC X(19) USING SCR-VY-TX.
           05 LINE 13 COLUMN 14 PIC X(19) USING SCR-VZ-TX.
           05 LINE 20 COLUMN 22 PIC X(01) USING SCR-CONFIRM.

       01 BODY-CHG-ENTRY.
           05 LINE 6 COLUMN 14 PIC X(12) USING SCR-NAME.
           05 LINE 8 COLUMN 14 PIC X(19) USING SCR-X-TX.
           05 LINE 9 COLUMN 14 PIC X(19) USING SCR-Y-TX.
           05 LINE 10 COLUMN 14 PIC X(19) USING SCR-Z-TX.
           05 LINE 11 COLUMN 14 PIC X(19) USING SCR-VX-TX.
           05 LINE 12 COLUMN 14 PIC X(19) USING SCR-VY-TX.
           05 LINE 13 COLUMN 14 PIC X(19) USING SCR-VZ-TX.
           05 LINE 20 COLUMN 22 PIC X(01) USING SCR-CONFIRM.

       01 BODY-DEL-ENTRY.
           05 LINE 20 COLUMN 22 PIC X(01) USING SCR-CONFIRM.

       PROCEDURE DIVISION.
           PERFORM READ-PLANETS-FILE.

           CALL "GET-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.

           PERFORM READ-PENDING-CARDS.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.
           MOVE RUN-DATE-DISPLAY(5:19) TO SCR-DATE.

           MOVE "S" TO SCREEN-MODE.
           MOVE SPACES TO SCR-MESSAGE.
           PERFORM UNTIL SESSION-ENDED
               EVALUATE TRUE
                   WHEN SHOWING-SYSTEMS
                       PERFORM SYSTEM-LIST-DIALOG
                   WHEN SHOWING-BODIES
                       PERFORM BODY-PAGE-DIALOG
               END-EVALUATE
           END-PERFORM.

           MOVE "PLS001I" TO MSG-ID.
           STRING FILED-COUNT " CARDS FILED ON PLMTXN"
                  DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           IF PENDING-REFUSED > 0
               MOVE "PLS002W" TO MSG-ID
               STRING PENDING-REFUSED " WAITING CARDS WILL BE "
                      "REFUSED BY PLMAINT" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The master is loaded under PlMaint's rules; a master PlMaint
      * would refuse outright is not one to key edits against.
       READ-PLANETS-FILE.
           MOVE ZERO TO POOL-TOTAL.
           MOVE ZERO TO SYSTEM-COUNT.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PLS010S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL PLANETS-STATUS = "10"
               READ PLANETS-FILE
                   AT END
                       MOVE "10" TO PLANETS-STATUS
                   NOT AT END
                       PERFORM TAKE-PLANET-RECORD
               END-READ
           END-PERFORM.

           CLOSE PLANETS-FILE.

           IF SYSTEM-COUNT < 1
               MOVE "PLS011E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ FROM PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC OR PR-ID NOT NUMERIC
               MOVE "PLS012E" TO MSG-ID
               MOVE "BAD SYSTEM OR PLANET ID ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT (PR-X NUMERIC AND PR-Y NUMERIC AND PR-Z NUMERIC
              AND PR-VX NUMERIC AND PR-VY NUMERIC AND PR-VZ NUMERIC)
               MOVE "PLS013E" TO MSG-ID
               STRING "BAD AXIS ON PLANETS, SYSTEM " PR-SYSTEM
                      " PLANET " PR-ID DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SYSTEM-COUNT = 0 OR
              PR-SYSTEM NOT = SYS-ID(SYSTEM-COUNT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SYSTEM-COUNT
                   IF SYS-ID(I) = PR-SYSTEM
                       MOVE "PLS014E" TO MSG-ID
                       STRING "PLANETS SYSTEM " PR-SYSTEM
                              " NOT CONTIGUOUS ON FILE"
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       END-STRING
                       PERFORM ISSUE-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               IF SYSTEM-COUNT >= MAX-SYSTEMS
                   MOVE "PLS015E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON PLANETS" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SYSTEM-COUNT
               MOVE PR-SYSTEM TO SYS-ID(SYSTEM-COUNT)
               COMPUTE SYS-START(SYSTEM-COUNT) = POOL-TOTAL + 1
               MOVE ZERO TO SYS-NPLANETS(SYSTEM-COUNT)
           END-IF.

           IF SYS-NPLANETS(SYSTEM-COUNT) >= MAX-PLANETS
               MOVE "PLS016E" TO MSG-ID
               STRING "TOO MANY PLANETS, SYSTEM " PR-SYSTEM
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POOL-TOTAL >= MAX-POOL
               MOVE "PLS017E" TO MSG-ID
               MOVE "TOO MANY PLANETS ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING I FROM SYS-START(SYSTEM-COUNT) BY 1
                   UNTIL I > POOL-TOTAL
               IF POOL-ID(I) = PR-ID
                   MOVE "PLS018E" TO MSG-ID
                   STRING "DUPLICATE PLANET " PR-ID " IN SYSTEM "
                          PR-SYSTEM " ON PLANETS" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

           ADD 1 TO POOL-TOTAL.
           ADD 1 TO SYS-NPLANETS(SYSTEM-COUNT).
           MOVE PR-ID   TO POOL-ID(POOL-TOTAL).
           MOVE PR-NAME TO POOL-NAME(POOL-TOTAL).
           MOVE PR-X  TO POOL-X(POOL-TOTAL).
           MOVE PR-Y  TO POOL-Y(POOL-TOTAL).
           MOVE PR-Z  TO POOL-Z(POOL-TOTAL).
           MOVE PR-VX TO POOL-VX(POOL-TOTAL).
           MOVE PR-VY TO POOL-VY(POOL-TOTAL).
           MOVE PR-VZ TO POOL-VZ(POOL-TOTAL).

      * Everything already waiting for PlMaint is applied to the
      * staged copy - the open queue entries in queue order, pending
      * and approved alike, then the cards on PLMTXN not yet
      * submitted - so the screens show the master as those changes
      * will leave it and a new card is judged behind them. A missing
      * PLMPEND or PLMTXN is an empty one. The queue is checked
      * against its trailer the way PlmQueue checks it.
       READ-PENDING-CARDS.
           OPEN INPUT QUEUE-FILE.
           EVALUATE QUEUE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   PERFORM LOAD-PENDING-QUEUE
               WHEN OTHER
                   MOVE "PLS020S" TO MSG-ID
                   STRING "UNABLE TO OPEN PLMPEND, FILE STATUS "
                          QUEUE-STATUS DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS = "00"
               PERFORM UNTIL TRANSACTION-STATUS = "10"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "10" TO TRANSACTION-STATUS
                       NOT AT END
                           PERFORM TAKE-PENDING-CARD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       LOAD-PENDING-QUEUE.
           PERFORM UNTIL QUEUE-STATUS = "10"
               READ QUEUE-FILE
                   AT END
                       MOVE "10" TO QUEUE-STATUS
                   NOT AT END
                       PERFORM TAKE-QUEUE-RECORD
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.

           IF NOT TRAILER-ON-FILE OR QUEUE-DAMAGED
              OR TRAILER-COUNT NOT = QUEUE-COUNT
              OR PRIOR-NUMBER > TRAILER-LAST
              OR TRAILER-HASH NOT = TALLY-HASH
               MOVE "PLS021E" TO MSG-ID
               STRING "PLMPEND FAILS ITS TRAILER CHECK - QUEUE "
                      "ALTERED OUTSIDE PLMQUEUE" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Entries stand in ascending number with nothing after the
      * trailer, and are pending or approved.
       TAKE-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-ON-FILE
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN QT-TAG = "TRAILER"
                   MOVE 1 TO TRAILER-FOUND
                   MOVE QT-LAST  TO TRAILER-LAST
                   MOVE QT-COUNT TO TRAILER-COUNT
                   MOVE QT-HASH  TO TRAILER-HASH
               WHEN PQ-NUMBER NOT NUMERIC
                 OR (PQ-STATUS NOT = "P" AND PQ-STATUS NOT = "A")
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN PQ-NUMBER NOT > PRIOR-NUMBER
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN OTHER
                   ADD 1 TO QUEUE-COUNT
                   MOVE PQ-NUMBER TO PRIOR-NUMBER
                   CALL "TALLY-QUEUE-ENTRY" USING QUEUE-RECORD
                       TALLY-HASH
                   END-CALL
                   MOVE PQ-CARD TO TRANSACTION-RECORD
                   PERFORM TAKE-PENDING-CARD
           END-EVALUATE.

       TAKE-PENDING-CARD.
           IF TRANSACTION-RECORD = SPACES OR TX-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO PENDING-COUNT
               PERFORM JUDGE-CARD
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO PENDING-REFUSED
               END-IF
           END-IF.

      * PlmEdit applies the card to the staged copy with PlMaint's
      * checks; REJECT-REASON is spaces when the card applied.
       JUDGE-CARD.
           CALL "APPLY-PLANET-CARD" USING STAGED-MASTER
               TRANSACTION-RECORD CARD-EDIT
           END-CALL.
           MOVE EC-REASON TO REJECT-REASON.

      ******************************************************************
      * The systems screen: every system on the staged master with its
      * body count. B browses a system's bodies, A keys a new body for
      * a system (a system not on the master yet is opened by it).
      ******************************************************************
       SYSTEM-LIST-DIALOG.
           MOVE "SYSTEMS ON THE PLANETS MASTER" TO SCR-TITLE.
           MOVE "SYSTEM  BODIES" TO SCR-HEADING.
           MOVE SPACES TO SCR-HEADING-2.
           MOVE SPACES TO SCR-LIST-TABLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SYSTEM-COUNT OR I > 12
               MOVE SYS-ID(I)       TO SLL-SYSTEM
               MOVE SYS-NPLANETS(I) TO SLL-BODIES
               MOVE SYSTEM-LIST-LINE TO SCR-LIST-LINE(I)
           END-PERFORM.
           MOVE "B=BROWSE A SYSTEM  A=ADD A BODY TO A SYSTEM  X=EXIT"
               TO SCR-KEYS.
           MOVE SPACE  TO SCR-COMMAND.
           MOVE SPACES TO SCR-SYSTEM-TX.
           MOVE SPACES TO SCR-PLANET-TX.

           PERFORM SHOW-LIST-SCREEN.
           MOVE SPACES TO SCR-MESSAGE.

           EVALUATE SCR-COMMAND
               WHEN "B"
                   PERFORM TAKE-SYSTEM-ENTRY
                   IF REJECT-REASON = SPACES
                       PERFORM FIND-CURRENT-SYSTEM
                       IF CUR-SYS-SLOT = 0
                           MOVE "SYSTEM NOT ON MASTER" TO SCR-MESSAGE
                       ELSE
                           MOVE 1 TO PAGE-TOP
                           MOVE "B" TO SCREEN-MODE
                       END-IF
                   END-IF
               WHEN "A"
                   PERFORM TAKE-SYSTEM-ENTRY
                   IF REJECT-REASON = SPACES
                       PERFORM ADD-DIALOG
                   END-IF
               WHEN "X"
                   MOVE "E" TO SCREEN-MODE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND" TO SCR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * One page of a system's bodies. F and P page, A keys a new body
      * for this system, C and D change or delete the body named in
      * the PLANET field, R goes back to the systems screen.
      ******************************************************************
       BODY-PAGE-DIALOG.
           PERFORM FIND-CURRENT-SYSTEM.
           IF CUR-SYS-SLOT = 0
               MOVE "S" TO SCREEN-MODE
               MOVE SPACES TO SCR-MESSAGE
               STRING "SYSTEM NO LONGER ON MASTER - ITS LAST BODY WAS "
                      "DELETED" DELIMITED BY SIZE
                   INTO SCR-MESSAGE
               END-STRING
           ELSE
               PERFORM BODY-PAGE-ROUND
           END-IF.

       BODY-PAGE-ROUND.
           IF PAGE-TOP > SYS-NPLANETS(CUR-SYS-SLOT)
               MOVE 1 TO PAGE-TOP
           END-IF.
           COMPUTE PAGE-LAST = PAGE-TOP + PAGE-BODIES - 1.
           IF PAGE-LAST > SYS-NPLANETS(CUR-SYS-SLOT)
               MOVE SYS-NPLANETS(CUR-SYS-SLOT) TO PAGE-LAST
           END-IF.

           MOVE CURRENT-SYSTEM TO BPT-SYSTEM.
           MOVE PAGE-TOP  TO BPT-FIRST.
           MOVE PAGE-LAST TO BPT-LAST.
           MOVE SYS-NPLANETS(CUR-SYS-SLOT) TO BPT-COUNT.
           MOVE BODY-PAGE-TITLE TO SCR-TITLE.
           MOVE SPACES TO SCR-HEADING.
           STRING "PLN NAME                           X / VX"
                  "                  Y / VY                  Z / VZ"
                  DELIMITED BY SIZE
               INTO SCR-HEADING
           END-STRING.
           MOVE SPACES TO SCR-HEADING-2.

           MOVE SPACES TO SCR-LIST-TABLE.
           MOVE 1 TO J.
           PERFORM VARYING K FROM PAGE-TOP BY 1 UNTIL K > PAGE-LAST
               COMPUTE POOL-IDX = SYS-START(CUR-SYS-SLOT) + K - 1
               MOVE POOL-ID(POOL-IDX)   TO BPL-ID
               MOVE POOL-NAME(POOL-IDX) TO BPL-NAME
               MOVE POOL-X(POOL-IDX)    TO BPL-X
               MOVE POOL-Y(POOL-IDX)    TO BPL-Y
               MOVE POOL-Z(POOL-IDX)    TO BPL-Z
               MOVE BODY-POSITION-LINE TO SCR-LIST-LINE(J)
               ADD 1 TO J
               MOVE POOL-VX(POOL-IDX)   TO BVL-VX
               MOVE POOL-VY(POOL-IDX)   TO BVL-VY
               MOVE POOL-VZ(POOL-IDX)   TO BVL-VZ
               MOVE BODY-VELOCITY-LINE TO SCR-LIST-LINE(J)
               ADD 1 TO J
           END-PERFORM.

           MOVE SPACES TO SCR-KEYS.
           STRING "F=FORWARD P=BACK A=ADD C=CHANGE D=DELETE "
                  "R=SYSTEMS X=EXIT" DELIMITED BY SIZE
               INTO SCR-KEYS
           END-STRING.
           MOVE SPACE  TO SCR-COMMAND.
           MOVE CURRENT-SYSTEM TO SCR-SYSTEM-TX.
           MOVE SPACES TO SCR-PLANET-TX.

           PERFORM SHOW-LIST-SCREEN.
           MOVE SPACES TO SCR-MESSAGE.

           EVALUATE SCR-COMMAND
               WHEN "F"
                   IF PAGE-LAST < SYS-NPLANETS(CUR-SYS-SLOT)
                       ADD PAGE-BODIES TO PAGE-TOP
                   ELSE
                       MOVE "ALREADY ON THE LAST PAGE" TO SCR-MESSAGE
                   END-IF
               WHEN "P"
                   IF PAGE-TOP > PAGE-BODIES
                       SUBTRACT PAGE-BODIES FROM PAGE-TOP
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE" TO SCR-MESSAGE
                   END-IF
               WHEN "A"
                   MOVE CURRENT-SYSTEM TO SCR-SYSTEM-TX
                   PERFORM ADD-DIALOG
               WHEN "C"
                   PERFORM TAKE-PLANET-ENTRY
                   IF REJECT-REASON = SPACES
                       PERFORM CHANGE-DIALOG
                   END-IF
               WHEN "D"
                   PERFORM TAKE-PLANET-ENTRY
                   IF REJECT-REASON = SPACES
                       PERFORM DELETE-DIALOG
                   END-IF
               WHEN "R"
                   MOVE "S" TO SCREEN-MODE
               WHEN "X"
                   MOVE "E" TO SCREEN-MODE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND" TO SCR-MESSAGE
           END-EVALUATE.

       SHOW-LIST-SCREEN.
           MOVE SPACES TO SCR-PENDING.
           COMPUTE PDL-COUNT = PENDING-COUNT + FILED-COUNT.
           MOVE FILED-COUNT TO PDL-FILED.
           MOVE PENDING-REFUSED TO PDL-REFUSED.
           MOVE PENDING-LINE TO SCR-PENDING.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.
           INSPECT SCR-COMMAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * The system number keyed on the command line becomes the
      * current system.
       TAKE-SYSTEM-ENTRY.
           MOVE SPACES TO REJECT-REASON.
           MOVE SCR-SYSTEM-TX TO ENTRY-TX.
           MOVE 2 TO ENTRY-MAX-DIGITS.
           MOVE 0 TO ENTRY-SIGN-OK.
           PERFORM CHECK-ENTRY-VALUE.
           IF ENTRY-GOOD
               MOVE ENTRY-VALUE TO CURRENT-SYSTEM
               MOVE CURRENT-SYSTEM TO SCR-SYSTEM-TX
           ELSE
               MOVE "BAD SYSTEM OR PLANET NUMBER" TO REJECT-REASON
               MOVE "KEY A SYSTEM NUMBER OF ONE OR TWO DIGITS"
                   TO SCR-MESSAGE
           END-IF.

       TAKE-PLANET-ENTRY.
           MOVE SPACES TO REJECT-REASON.
           MOVE SCR-PLANET-TX TO ENTRY-TX.
           MOVE 3 TO ENTRY-MAX-DIGITS.
           MOVE 0 TO ENTRY-SIGN-OK.
           PERFORM CHECK-ENTRY-VALUE.
           IF ENTRY-GOOD
               MOVE ENTRY-VALUE TO TX-ID
               MOVE TX-ID TO SCR-PLANET-TX
           ELSE
               MOVE "BAD SYSTEM OR PLANET NUMBER" TO REJECT-REASON
               MOVE "KEY THE PLANET NUMBER TO CHANGE OR DELETE"
                   TO SCR-MESSAGE
           END-IF.

       FIND-CURRENT-SYSTEM.
           MOVE ZERO TO CUR-SYS-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SYSTEM-COUNT OR CUR-SYS-SLOT > 0
               IF SYS-ID(I) = CURRENT-SYSTEM
                   MOVE I TO CUR-SYS-SLOT
               END-IF
           END-PERFORM.

      ******************************************************************
      * The three edits. Each shows the body screen, takes the fields
      * its action allows, and on Y builds the card and judges it; a
      * card PlMaint would refuse is shown with its reason and the
      * screen comes back for correction. N leaves without filing.
      ******************************************************************
       ADD-DIALOG.
           MOVE "ADD" TO EDIT-ACTION.
           MOVE "ADD A BODY" TO SCR-TITLE.
           MOVE SPACES TO SCR-PLANET-TX.
           MOVE SPACES TO SCR-NAME.
           MOVE SPACES TO SCR-X-TX.
           MOVE SPACES TO SCR-Y-TX.
           MOVE SPACES TO SCR-Z-TX.
           MOVE SPACES TO SCR-VX-TX.
           MOVE SPACES TO SCR-VY-TX.
           MOVE SPACES TO SCR-VZ-TX.
           MOVE "KEY THE PLANET NUMBER, NAME, POSITION AND VELOCITY"
               TO SCR-KEYS.
           PERFORM RUN-EDIT-DIALOG.

       CHANGE-DIALOG.
           MOVE CURRENT-SYSTEM TO TX-SYSTEM.
           PERFORM FIND-EDIT-BODY.
           IF EC-POOL-SLOT = 0
               MOVE "PLANET NOT ON MASTER" TO SCR-MESSAGE
           ELSE
               MOVE "CHG" TO EDIT-ACTION
               MOVE "CHANGE A BODY" TO SCR-TITLE
               PERFORM SHOW-POOL-BODY
               MOVE "KEY OVER THE NAME, POSITION OR VELOCITY"
                   TO SCR-KEYS
               PERFORM RUN-EDIT-DIALOG
           END-IF.

       DELETE-DIALOG.
           MOVE CURRENT-SYSTEM TO TX-SYSTEM.
           PERFORM FIND-EDIT-BODY.
           IF EC-POOL-SLOT = 0
               MOVE "PLANET NOT ON MASTER" TO SCR-MESSAGE
           ELSE
               MOVE "DEL" TO EDIT-ACTION
               MOVE "DELETE A BODY" TO SCR-TITLE
               PERFORM SHOW-POOL-BODY
               MOVE "THIS BODY WILL BE REMOVED FROM THE MASTER"
                   TO SCR-KEYS
               PERFORM RUN-EDIT-DIALOG
           END-IF.

       FIND-EDIT-BODY.
           CALL "FIND-PLANET-CARD" USING STAGED-MASTER
               TRANSACTION-RECORD CARD-EDIT
           END-CALL.

       SHOW-POOL-BODY.
           MOVE EC-POOL-SLOT TO POOL-IDX.
           MOVE POOL-ID(POOL-IDX)   TO TX-ID.
           MOVE TX-ID TO SCR-PLANET-TX.
           MOVE POOL-NAME(POOL-IDX) TO SCR-NAME.
           MOVE POOL-X(POOL-IDX)  TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-X-TX.
           MOVE POOL-Y(POOL-IDX)  TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-Y-TX.
           MOVE POOL-Z(POOL-IDX)  TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-Z-TX.
           MOVE POOL-VX(POOL-IDX) TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-VX-TX.
           MOVE POOL-VY(POOL-IDX) TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-VY-TX.
           MOVE POOL-VZ(POOL-IDX) TO VALUE-EDIT.
           MOVE VALUE-EDIT TO SCR-VZ-TX.

       RUN-EDIT-DIALOG.
           MOVE 0 TO EDIT-DONE-FLAG.
           MOVE SPACES TO SCR-MESSAGE.
           PERFORM UNTIL EDIT-DONE
               PERFORM EDIT-ROUND
           END-PERFORM.

       EDIT-ROUND.
           MOVE SPACE TO SCR-CONFIRM.
           DISPLAY BODY-SCREEN.
           EVALUATE EDIT-ACTION
               WHEN "ADD"
                   ACCEPT BODY-ADD-ENTRY
               WHEN "CHG"
                   ACCEPT BODY-CHG-ENTRY
               WHEN OTHER
                   ACCEPT BODY-DEL-ENTRY
           END-EVALUATE.
           INSPECT SCR-CONFIRM CONVERTING "yn" TO "YN".

           EVALUATE SCR-CONFIRM
               WHEN "Y"
                   PERFORM BUILD-EDIT-CARD
                   IF REJECT-REASON = SPACES
                       PERFORM JUDGE-CARD
                   END-IF
                   IF REJECT-REASON = SPACES
                       PERFORM FILE-CARD
                       MOVE 1 TO EDIT-DONE-FLAG
                   ELSE
                       MOVE SPACES TO SCR-MESSAGE
                       STRING "PLMAINT WOULD REFUSE THIS CARD - "
                              DELIMITED BY SIZE
                              REJECT-REASON DELIMITED BY SIZE
                           INTO SCR-MESSAGE
                       END-STRING
                   END-IF
               WHEN "N"
                   MOVE "NOTHING FILED" TO SCR-MESSAGE
                   MOVE 1 TO EDIT-DONE-FLAG
               WHEN OTHER
                   MOVE "KEY Y TO FILE THE CARD OR N TO LEAVE IT"
                       TO SCR-MESSAGE
           END-EVALUATE.

      * The card is built the way a deck card is punched: the action,
      * then the master image. A keyed number that is not a number
      * is refused here with the reason PlMaint gives a card whose
      * field is not numeric. A delete carries the body as it stands,
      * though PlMaint reads only its key.
       BUILD-EDIT-CARD.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE EDIT-ACTION TO TX-ACTION.
           MOVE CURRENT-SYSTEM TO TX-SYSTEM.

           MOVE SCR-PLANET-TX TO ENTRY-TX.
           MOVE 3 TO ENTRY-MAX-DIGITS.
           MOVE 0 TO ENTRY-SIGN-OK.
           PERFORM CHECK-ENTRY-VALUE.
           IF ENTRY-GOOD
               MOVE ENTRY-VALUE TO TX-ID
           ELSE
               MOVE "BAD SYSTEM OR PLANET NUMBER" TO REJECT-REASON
           END-IF.

           MOVE SCR-NAME TO TX-NAME.
           MOVE 18 TO ENTRY-MAX-DIGITS.
           MOVE 1 TO ENTRY-SIGN-OK.
           MOVE SCR-X-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-X.
           PERFORM NOTE-BAD-AXIS.
           MOVE SCR-Y-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-Y.
           PERFORM NOTE-BAD-AXIS.
           MOVE SCR-Z-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-Z.
           PERFORM NOTE-BAD-AXIS.
           MOVE SCR-VX-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-VX.
           PERFORM NOTE-BAD-AXIS.
           MOVE SCR-VY-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-VY.
           PERFORM NOTE-BAD-AXIS.
           MOVE SCR-VZ-TX TO ENTRY-TX.
           PERFORM CHECK-ENTRY-VALUE.
           MOVE ENTRY-VALUE TO TX-VZ.
           PERFORM NOTE-BAD-AXIS.

       NOTE-BAD-AXIS.
           IF NOT ENTRY-GOOD AND REJECT-REASON = SPACES
               MOVE "BAD AXIS VALUE" TO REJECT-REASON
           END-IF.

       CHECK-ENTRY-VALUE.
           MOVE 0 TO ENTRY-BAD-FLAG.
           MOVE ZERO TO ENTRY-VALUE.
           MOVE ZERO TO ENTRY-DIGITS.
           MOVE 0 TO ENTRY-STARTED.
           MOVE 0 TO ENTRY-ENDED.
           MOVE 0 TO ENTRY-NEGATIVE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 19
               MOVE ENTRY-TX(K:1) TO ENTRY-CHAR
               EVALUATE TRUE
                   WHEN ENTRY-CHAR = SPACE
                       IF ENTRY-STARTED = 1
                           MOVE 1 TO ENTRY-ENDED
                       END-IF
                   WHEN ENTRY-ENDED = 1
                       MOVE 1 TO ENTRY-BAD-FLAG
                   WHEN (ENTRY-CHAR = "-" OR ENTRY-CHAR = "+")
                        AND ENTRY-STARTED = 0 AND ENTRY-SIGN-OK = 1
                       MOVE 1 TO ENTRY-STARTED
                       IF ENTRY-CHAR = "-"
                           MOVE 1 TO ENTRY-NEGATIVE
                       END-IF
                   WHEN ENTRY-CHAR >= "0" AND ENTRY-CHAR <= "9"
                       MOVE 1 TO ENTRY-STARTED
                       ADD 1 TO ENTRY-DIGITS
                       IF ENTRY-DIGITS <= ENTRY-MAX-DIGITS
                           MOVE ENTRY-CHAR TO ENTRY-DIGIT
                           COMPUTE ENTRY-VALUE =
                               ENTRY-VALUE * 10 + ENTRY-DIGIT
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO ENTRY-BAD-FLAG
               END-EVALUATE
           END-PERFORM.
           IF ENTRY-DIGITS = 0 OR ENTRY-DIGITS > ENTRY-MAX-DIGITS
               MOVE 1 TO ENTRY-BAD-FLAG
           END-IF.
           IF ENTRY-NEGATIVE = 1
               COMPUTE ENTRY-VALUE = 0 - ENTRY-VALUE
           END-IF.
           IF NOT ENTRY-GOOD
               MOVE ZERO TO ENTRY-VALUE
           END-IF.

      * PLMTXN is only ever extended from here. Nothing filed reaches
      * the master until the deck is submitted through PlmQueue and a
      * second user approves it; only then does PlMaint apply it.
       FILE-CARD.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               CLOSE TRANSACTION-FILE
           END-IF.

           OPEN EXTEND TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = "00"
               MOVE "PLS022S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMTXN, FILE STATUS "
                      TRANSACTION-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.

           ADD 1 TO FILED-COUNT.
           MOVE TX-ACTION TO FLM-ACTION.
           MOVE TX-SYSTEM TO FLM-SYSTEM.
           MOVE TX-ID     TO FLM-ID.
           MOVE FILED-MESSAGE TO SCR-MESSAGE.
