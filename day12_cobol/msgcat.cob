      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MsgCat.

      * Checks and lists the message catalog. Every message the batch
      * programs put out through MsgLog carries an identifier - three
      * characters naming the program, a three digit number and a
      * severity letter (I information, W warning, E error, S severe)
      * - and MSGCAT holds one entry per identifier: what the message
      * says, what it means and what the operator should do about it.
      *
      * MSGCAT cards are KEYWORD=value. PROGRAM= starts a program's
      * group; MSG= starts an entry, which must be followed by a TEXT=
      * card and at least one MEANING= and one ACTION= card. Blank
      * cards and cards starting with * are remarks, as on every other
      * deck in the suite. Everything after the first = is the value,
      * so a value may itself contain one.
      *
      * MSGCRPT lists the catalog program by program with each
      * identifier's severity spelled out, followed by counts. Faults
      * - a malformed identifier, one catalogued twice, an entry
      * without its text, meaning or action, a card out of place or
      * one MsgCat does not know - are listed where they occur and
      * the step ends return code 8, so the catalog can be checked
      * whenever it is changed. Return code 16 means the catalog
      * could not be read at all.

       Environment division.
       Input-output section.
       File-control.
           select CATALOG-IN assign to "MSGCAT"
               organization is line sequential
               file status is CATALOG-STATUS.

           select REPORT-OUT assign to "MSGCRPT"
               organization is line sequential
               file status is REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-IN
           record contains 80 characters.
       01 CATALOG-RECORD PIC X(80).

       FD  REPORT-OUT
           record contains 132 characters.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CATALOG-STATUS PIC X(02) VALUE ZEROS.
       01 REPORT-STATUS  PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "MSGCAT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 MESSAGE-COUNT PIC Z(4)9.

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

       01 CARD-NUMBER    PIC 9(05) VALUE ZERO.
       01 CARD-POINTER   PIC 9(03) VALUE ZERO.
       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE      PIC X(80) VALUE SPACES.

       01 CATALOG-ID.
           05 CI-PREFIX   PIC X(03).
           05 CI-NUMBER   PIC X(03).
           05 CI-SEVERITY PIC X.
               88 CI-SEVERITY-KNOWN VALUE "I" "W" "E" "S".
       01 SEVERITY-WORD  PIC X(11) VALUE SPACES.

      * The entry being read; it is checked when the next MSG= or
      * PROGRAM= card, or the end of the catalog, closes it.
       01 ENTRY-STATE    PIC 9 VALUE 0.
           88 ENTRY-OPEN      VALUE 1.
       01 ENTRY-ID       PIC X(07) VALUE SPACES.
       01 ENTRY-CARD     PIC 9(05) VALUE ZERO.
       01 ENTRY-TEXTS    PIC 9(03) VALUE ZERO.
       01 ENTRY-MEANINGS PIC 9(03) VALUE ZERO.
       01 ENTRY-ACTIONS  PIC 9(03) VALUE ZERO.

       01 PROGRAM-STATE  PIC 9 VALUE 0.
           88 PROGRAM-OPEN    VALUE 1.
       01 PROGRAM-NAME   PIC X(08) VALUE SPACES.
       01 PROGRAM-CARD   PIC 9(05) VALUE ZERO.
       01 PROGRAM-MSGS   PIC 9(05) VALUE ZERO.

       78 MAX-MESSAGES VALUE 999.
       01 ID-COUNT       PIC 9(03) VALUE ZERO.
       01 ID-TABLE.
           05 ID-ENTRY   PIC X(07) OCCURS MAX-MESSAGES TIMES.
       01 ID-HIT         PIC 9 VALUE 0.
           88 ID-ALREADY-CATALOGUED VALUE 1.
       01 ID-CHECK       PIC 9 VALUE 0.
           88 ID-ACCEPTED     VALUE 1.

       01 PROGRAM-COUNT  PIC 9(05) VALUE ZERO.
       01 INFO-COUNT     PIC 9(05) VALUE ZERO.
       01 WARNING-COUNT  PIC 9(05) VALUE ZERO.
       01 ERROR-COUNT    PIC 9(05) VALUE ZERO.
       01 SEVERE-COUNT   PIC 9(05) VALUE ZERO.
       01 FAULT-COUNT    PIC 9(05) VALUE ZERO.

       01 FAULT-CARD     PIC 9(05) VALUE ZERO.
       01 FAULT-REASON   PIC X(60) VALUE SPACES.

       01 I PIC 9(03) VALUE 1.

       01 LIST-ENTRY-LINE.
           05 LEL-ID      PIC X(07).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LEL-LABEL   PIC X(11).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LEL-TEXT    PIC X(80).

       01 LIST-PROGRAM-LINE.
           05 FILLER      PIC X(08) VALUE "PROGRAM ".
           05 LPL-NAME    PIC X(08).

       01 LIST-FAULT-LINE.
           05 FILLER      PIC X(18) VALUE "*** FAULT AT CARD ".
           05 LFL-CARD    PIC ZZZZ9.
           05 FILLER      PIC X(03) VALUE " - ".
           05 LFL-REASON  PIC X(60).

       01 LIST-IMAGE-LINE.
           05 FILLER      PIC X(09) VALUE SPACES.
           05 LIL-IMAGE   PIC X(80).

       01 REPORT-COUNT-LINE.
           05 RCT-WHAT    PIC X(27).
           05 RCT-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-REPORT-OUT.

           OPEN INPUT CATALOG-IN.
           IF CATALOG-STATUS NOT = "00"
               MOVE "MCT011S" TO MSG-ID
               STRING "UNABLE TO OPEN MSGCAT, FILE STATUS "
                      CATALOG-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "NO LISTING - MSGCAT COULD NOT BE READ"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-STATUS = "10"
               READ CATALOG-IN
                   AT END
                       MOVE "10" TO CATALOG-STATUS
                   NOT AT END
                       ADD 1 TO CARD-NUMBER
                       PERFORM TAKE-CATALOG-CARD
               END-READ
           END-PERFORM.

           CLOSE CATALOG-IN.

           PERFORM CLOSE-ENTRY.
           PERFORM CLOSE-PROGRAM.

           PERFORM WRITE-CATALOG-TOTALS.

           CLOSE REPORT-OUT.

           IF FAULT-COUNT > 0
               MOVE FAULT-COUNT TO MESSAGE-COUNT
               MOVE "MCT002E" TO MSG-ID
               STRING "CATALOG HAS " FUNCTION TRIM (MESSAGE-COUNT)
                      " FAULTS, SEE MSGCRPT" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ID-COUNT TO MESSAGE-COUNT
               MOVE "MCT001I" TO MSG-ID
               STRING "CATALOG CHECKED, " FUNCTION TRIM (MESSAGE-COUNT)
                      " MESSAGES, NO FAULTS" DELIMITED BY SIZE
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
               MOVE "MCT010S" TO MSG-ID
               STRING "UNABLE TO OPEN MSGCRPT, FILE STATUS "
                      REPORT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "MESSAGE CATALOG LISTING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-DISPLAY TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "SEVERITY CODES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  I  INFORMATION  NOTHING TO DO" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  W  WARNING      STEP CARRIED ON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  E  ERROR        STEP STOPPED OR REFUSED ITS INPUT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  S  SEVERE       FILE/SYSTEM FAILURE OR PHYSICS ABORT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Blank cards and cards starting with * are remarks, the same
      * convention every other card reader in the suite honors.
       TAKE-CATALOG-CARD.
           IF CATALOG-RECORD = SPACES OR CATALOG-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-KEYWORD CTL-VALUE
               MOVE 1 TO CARD-POINTER
               UNSTRING CATALOG-RECORD DELIMITED BY "="
                   INTO CTL-KEYWORD
                   WITH POINTER CARD-POINTER
               END-UNSTRING
               IF CARD-POINTER > 80
                   MOVE "CARD HAS NO KEYWORD=VALUE" TO FAULT-REASON
                   PERFORM NOTE-CARD-FAULT
               ELSE
                   MOVE CATALOG-RECORD(CARD-POINTER:) TO CTL-VALUE
                   EVALUATE CTL-KEYWORD
                       WHEN "PROGRAM"
                           PERFORM TAKE-PROGRAM-CARD
                       WHEN "MSG"
                           PERFORM TAKE-MSG-CARD
                       WHEN "TEXT"
                           PERFORM TAKE-TEXT-CARD
                       WHEN "MEANING"
                           PERFORM TAKE-MEANING-CARD
                       WHEN "ACTION"
                           PERFORM TAKE-ACTION-CARD
                       WHEN OTHER
                           MOVE "UNKNOWN KEYWORD" TO FAULT-REASON
                           PERFORM NOTE-CARD-FAULT
                   END-EVALUATE
               END-IF
           END-IF.

       TAKE-PROGRAM-CARD.
           PERFORM CLOSE-ENTRY.
           PERFORM CLOSE-PROGRAM.

           IF CTL-VALUE = SPACES
               MOVE "PROGRAM= NAMES NO PROGRAM" TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           ELSE
               MOVE 1 TO PROGRAM-STATE
               MOVE CTL-VALUE TO PROGRAM-NAME
               MOVE CARD-NUMBER TO PROGRAM-CARD
               MOVE ZERO TO PROGRAM-MSGS
               ADD 1 TO PROGRAM-COUNT

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE PROGRAM-NAME TO LPL-NAME
               MOVE LIST-PROGRAM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE(1:16)
               WRITE REPORT-LINE
           END-IF.

       TAKE-MSG-CARD.
           PERFORM CLOSE-ENTRY.

           IF NOT PROGRAM-OPEN
               MOVE "MSG= BEFORE ANY PROGRAM= CARD" TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           END-IF.

      * A faulty identifier still opens its entry, so the cards that
      * follow it are listed under it rather than faulted in turn; it
      * is neither counted nor held for the duplicate check.
           MOVE 0 TO ID-CHECK.
           MOVE CTL-VALUE TO CATALOG-ID.
           IF CTL-VALUE(8:) NOT = SPACES
                   OR CI-PREFIX = SPACES OR CI-PREFIX(3:1) = SPACE
                   OR CI-NUMBER NOT NUMERIC
                   OR NOT CI-SEVERITY-KNOWN
               MOVE "IDENTIFIER IS NOT PPPNNNS, SEVERITY I W E OR S"
                   TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           ELSE
               MOVE 0 TO ID-HIT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ID-COUNT
                   IF ID-ENTRY(I) = CATALOG-ID
                       MOVE 1 TO ID-HIT
                   END-IF
               END-PERFORM
               IF ID-ALREADY-CATALOGUED
                   MOVE "IDENTIFIER IS CATALOGUED MORE THAN ONCE"
                       TO FAULT-REASON
                   PERFORM NOTE-CARD-FAULT
               ELSE
                   MOVE 1 TO ID-CHECK
               END-IF
           END-IF.

           PERFORM OPEN-ENTRY.

       OPEN-ENTRY.
           MOVE 1 TO ENTRY-STATE.
           MOVE CATALOG-ID TO ENTRY-ID.
           MOVE CARD-NUMBER TO ENTRY-CARD.
           MOVE ZERO TO ENTRY-TEXTS ENTRY-MEANINGS ENTRY-ACTIONS.
           MOVE "UNKNOWN" TO SEVERITY-WORD.
           ADD 1 TO PROGRAM-MSGS.

           IF ID-ACCEPTED
               PERFORM CATALOGUE-ENTRY-ID
           END-IF.

       CATALOGUE-ENTRY-ID.
           IF ID-COUNT >= MAX-MESSAGES
               MOVE "MCT012E" TO MSG-ID
               MOVE "TOO MANY MESSAGES IN CATALOG" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "NO FURTHER LISTING - TOO MANY MESSAGES IN CATALOG"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE CATALOG-IN
               CLOSE REPORT-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ID-COUNT.
           MOVE CATALOG-ID TO ID-ENTRY(ID-COUNT).

           EVALUATE CI-SEVERITY
               WHEN "I"
                   MOVE "INFORMATION" TO SEVERITY-WORD
                   ADD 1 TO INFO-COUNT
               WHEN "W"
                   MOVE "WARNING" TO SEVERITY-WORD
                   ADD 1 TO WARNING-COUNT
               WHEN "E"
                   MOVE "ERROR" TO SEVERITY-WORD
                   ADD 1 TO ERROR-COUNT
               WHEN "S"
                   MOVE "SEVERE" TO SEVERITY-WORD
                   ADD 1 TO SEVERE-COUNT
           END-EVALUATE.

      * The TEXT card completes the identifier's first line, so an
      * entry's heading is only written once it is known.
       TAKE-TEXT-CARD.
           IF NOT ENTRY-OPEN
               MOVE "TEXT= OUTSIDE AN ENTRY" TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           ELSE
               IF ENTRY-TEXTS > 0
                   MOVE "SECOND TEXT= FOR THE ENTRY" TO FAULT-REASON
                   PERFORM NOTE-CARD-FAULT
               ELSE
                   IF ENTRY-MEANINGS > 0 OR ENTRY-ACTIONS > 0
                       MOVE "TEXT= MUST COME STRAIGHT AFTER MSG="
                           TO FAULT-REASON
                       PERFORM NOTE-CARD-FAULT
                   END-IF
                   ADD 1 TO ENTRY-TEXTS
                   MOVE ENTRY-ID TO LEL-ID
                   MOVE SEVERITY-WORD TO LEL-LABEL
                   MOVE CTL-VALUE TO LEL-TEXT
                   MOVE LIST-ENTRY-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       TAKE-MEANING-CARD.
           IF NOT ENTRY-OPEN
               MOVE "MEANING= OUTSIDE AN ENTRY" TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           ELSE
               IF ENTRY-ACTIONS > 0
                   MOVE "MEANING= AFTER THE ACTION" TO FAULT-REASON
                   PERFORM NOTE-CARD-FAULT
               END-IF
               PERFORM WRITE-ENTRY-HEADING
               MOVE SPACES TO LEL-ID LEL-LABEL
               IF ENTRY-MEANINGS = 0
                   MOVE "MEANING" TO LEL-LABEL
               END-IF
               ADD 1 TO ENTRY-MEANINGS
               MOVE CTL-VALUE TO LEL-TEXT
               MOVE LIST-ENTRY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       TAKE-ACTION-CARD.
           IF NOT ENTRY-OPEN
               MOVE "ACTION= OUTSIDE AN ENTRY" TO FAULT-REASON
               PERFORM NOTE-CARD-FAULT
           ELSE
               PERFORM WRITE-ENTRY-HEADING
               MOVE SPACES TO LEL-ID LEL-LABEL
               IF ENTRY-ACTIONS = 0
                   MOVE "ACTION" TO LEL-LABEL
               END-IF
               ADD 1 TO ENTRY-ACTIONS
               MOVE CTL-VALUE TO LEL-TEXT
               MOVE LIST-ENTRY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * An entry whose TEXT card is missing still gets its identifier
      * on the listing, ahead of its first MEANING or ACTION line.
       WRITE-ENTRY-HEADING.
           IF ENTRY-TEXTS = 0 AND ENTRY-MEANINGS = 0
                   AND ENTRY-ACTIONS = 0
               MOVE ENTRY-ID TO LEL-ID
               MOVE SEVERITY-WORD TO LEL-LABEL
               MOVE SPACES TO LEL-TEXT
               MOVE LIST-ENTRY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-ENTRY.
           IF ENTRY-OPEN
               MOVE 0 TO ENTRY-STATE
               IF ENTRY-TEXTS = 0 AND ENTRY-MEANINGS = 0
                       AND ENTRY-ACTIONS = 0
                   PERFORM WRITE-ENTRY-HEADING
               END-IF
               MOVE ENTRY-CARD TO FAULT-CARD
               IF ENTRY-TEXTS = 0
                   MOVE SPACES TO FAULT-REASON
                   STRING ENTRY-ID " HAS NO TEXT" DELIMITED BY SIZE
                       INTO FAULT-REASON
                   END-STRING
                   PERFORM NOTE-FAULT
               END-IF
               IF ENTRY-MEANINGS = 0
                   MOVE SPACES TO FAULT-REASON
                   STRING ENTRY-ID " HAS NO MEANING" DELIMITED BY SIZE
                       INTO FAULT-REASON
                   END-STRING
                   PERFORM NOTE-FAULT
               END-IF
               IF ENTRY-ACTIONS = 0
                   MOVE SPACES TO FAULT-REASON
                   STRING ENTRY-ID " HAS NO ACTION" DELIMITED BY SIZE
                       INTO FAULT-REASON
                   END-STRING
                   PERFORM NOTE-FAULT
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-PROGRAM.
           IF PROGRAM-OPEN
               MOVE 0 TO PROGRAM-STATE
               IF PROGRAM-MSGS = 0
                   MOVE PROGRAM-CARD TO FAULT-CARD
                   MOVE SPACES TO FAULT-REASON
                   STRING "PROGRAM " DELIMITED BY SIZE
                          PROGRAM-NAME DELIMITED BY SPACE
                          " HAS NO MESSAGES" DELIMITED BY SIZE
                       INTO FAULT-REASON
                   END-STRING
                   PERFORM NOTE-FAULT
               END-IF
           END-IF.

       NOTE-CARD-FAULT.
           MOVE CARD-NUMBER TO FAULT-CARD.
           PERFORM NOTE-FAULT.
           MOVE CATALOG-RECORD TO LIL-IMAGE.
           MOVE LIST-IMAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       NOTE-FAULT.
           ADD 1 TO FAULT-COUNT.
           MOVE FAULT-CARD TO LFL-CARD.
           MOVE FAULT-REASON TO LFL-REASON.
           MOVE LIST-FAULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CATALOG-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATALOG TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  PROGRAMS" TO RCT-WHAT.
           MOVE PROGRAM-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  MESSAGES" TO RCT-WHAT.
           MOVE ID-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    INFORMATION" TO RCT-WHAT.
           MOVE INFO-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    WARNING" TO RCT-WHAT.
           MOVE WARNING-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    ERROR" TO RCT-WHAT.
           MOVE ERROR-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    SEVERE" TO RCT-WHAT.
           MOVE SEVERE-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FAULTS" TO RCT-WHAT.
           MOVE FAULT-COUNT TO RCT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
