      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EphImp.

      * Imports the astronomy group's ephemeris extract as ADD cards
      * for PlMaint. New systems arrive as a CSV file with each body's
      * name, position and velocity in the group's own units, often
      * with decimals, and rekeying them as PLMTXN cards by hand has
      * been the main source of PlMaint rejects. This program reads
      * the EPHFEED extract, converts every value to the model's units
      * under the EPHCTL control deck, scales and rounds it to the
      * integer axes PR-X through PR-VZ, gives each feed system the
      * next free system number, and appends one ADD card per body to
      * PLMTXN, ready to be submitted to the approval queue through
      * PlmQueue like any other deck.
      *
      * EPHFEED rows, comma separated, one body per row:
      *     system,name,x,y,z,vx,vy,vz
      * where system is the feed's own label for the body's system
      * (its bodies need not be together in the file) and each value
      * is a decimal number with an optional sign, decimal point and
      * E exponent. Blank rows, rows starting with * and a heading
      * row starting with SYSTEM are skipped. Bodies are numbered 001
      * upward within their system in feed order.
      *
      * EPHCTL cards, KEYWORD=VALUE, blank or * lines are remarks:
      *     POSUNIT=KM|M|AU        the feed's position unit (KM)
      *     VELUNIT=KM/S|M/S|AU/D  the feed's velocity unit (KM/S)
      *     SCALE=n                model axis units per kilometre,
      *                            applied to all six values (1)
      *     VELSCALE=n             model units per km/s, when the
      *                            velocities scale differently
      * Each value is converted to kilometres or km/s, multiplied by
      * its scale and rounded half away from zero.
      *
      * A row that cannot be converted cleanly - wrong column count,
      * a value that is not a number or does not fit an axis, a name
      * too long for the master - goes to the EPHREJ reject file with
      * its reason. A system is imported whole or not at all: when
      * any of its rows is rejected none of its cards are written and
      * it takes no system number, so a half-loaded system can never
      * reach the master. The EPHLIST reconciliation listing shows
      * every feed row beside the card made from it, or why none was.
      *
      * The next free system number is one above the highest in use
      * on PLANETS, on open PLMPEND entries and on cards already on
      * PLMTXN, or the lowest unused number once that passes 99. The
      * master's limits are PlMaint's: MAX-SYSTEMS systems, MAX-PLANETS
      * bodies in a system and MAX-POOL bodies in all.
      *
      * Return code 0 when every row was imported, 4 when some
      * systems were held back for rejects, 8 when nothing could be
      * imported, 16 for a bad control deck or a missing file.

       Environment division.
       Input-output section.
       File-control.
           select FEED-FILE assign to "EPHFEED"
               organization is line sequential
               file status is FEED-STATUS.

           select CONTROL-CARD assign to "EPHCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select PLANETS-FILE assign to "PLANETS"
               organization is line sequential
               file status is PLANETS-STATUS.

           select QUEUE-FILE assign to "PLMPEND"
               organization is line sequential
               file status is QUEUE-STATUS.

           select TRANSACTION-FILE assign to "PLMTXN"
               organization is line sequential
               file status is TRANSACTION-STATUS.

           select IMPORT-LIST assign to "EPHLIST"
               organization is line sequential
               file status is LIST-STATUS.

           select REJECT-LIST assign to "EPHREJ"
               organization is line sequential
               file status is REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           record contains 256 characters.
       01 FEED-RECORD PIC X(256).

       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

       FD  PLANETS-FILE
           record contains 139 characters.
       01 PLANET-RECORD.
           05 PR-SYSTEM PIC 9(02).
           05 FILLER PIC X(137).

      * A PlmQueue entry; see PlmQueue. Only the state and the card
      * are read here.
       FD  QUEUE-FILE
           record contains 230 characters.
       01 QUEUE-RECORD.
           05 PQ-NUMBER    PIC X(06).
           05 FILLER       PIC X.
           05 PQ-STATUS    PIC X(01).
           05 FILLER       PIC X(79).
           05 PQ-CARD      PIC X(143).

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

       FD  IMPORT-LIST
           record contains 160 characters.
       01 LIST-LINE PIC X(160).

       FD  REJECT-LIST
           record contains 160 characters.
       01 REJECT-LINE PIC X(160).

       WORKING-STORAGE SECTION.

       01 FEED-STATUS        PIC X(02) VALUE ZEROS.
       01 CONTROL-STATUS     PIC X(02) VALUE ZEROS.
       01 PLANETS-STATUS     PIC X(02) VALUE ZEROS.
       01 QUEUE-STATUS       PIC X(02) VALUE ZEROS.
       01 TRANSACTION-STATUS PIC X(02) VALUE ZEROS.
       01 LIST-STATUS        PIC X(02) VALUE ZEROS.
       01 REJECT-STATUS      PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "EPHIMP".
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

      * The units a feed may be in, with the factor that takes each
      * to kilometres or kilometres per second.
       01 POS-UNIT-VALUES.
           05 FILLER PIC X(06) VALUE "KM    ".
           05 FILLER PIC 9(09)V9(09) VALUE 1.
           05 FILLER PIC X(06) VALUE "M     ".
           05 FILLER PIC 9(09)V9(09) VALUE 0.001.
           05 FILLER PIC X(06) VALUE "AU    ".
           05 FILLER PIC 9(09)V9(09) VALUE 149597870.7.
       01 POS-UNIT-TABLE REDEFINES POS-UNIT-VALUES.
           05 POS-UNIT-ENTRY OCCURS 3 TIMES.
               10 PU-NAME   PIC X(06).
               10 PU-FACTOR PIC 9(09)V9(09).

       01 VEL-UNIT-VALUES.
           05 FILLER PIC X(06) VALUE "KM/S  ".
           05 FILLER PIC 9(09)V9(09) VALUE 1.
           05 FILLER PIC X(06) VALUE "M/S   ".
           05 FILLER PIC 9(09)V9(09) VALUE 0.001.
           05 FILLER PIC X(06) VALUE "AU/D  ".
           05 FILLER PIC 9(09)V9(09) VALUE 1731.456836806.
       01 VEL-UNIT-TABLE REDEFINES VEL-UNIT-VALUES.
           05 VEL-UNIT-ENTRY OCCURS 3 TIMES.
               10 VU-NAME   PIC X(06).
               10 VU-FACTOR PIC 9(09)V9(09).
       78 UNIT-ENTRIES VALUE 3.

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(60) VALUE SPACES.
       01 CTL-ERROR      PIC 9 VALUE 0.
           88 CONTROL-BAD VALUE 1.

       01 POS-UNIT       PIC X(06) VALUE "KM".
       01 VEL-UNIT       PIC X(06) VALUE "KM/S".
       01 POS-FACTOR     PIC 9(09)V9(09) VALUE ZERO.
       01 VEL-FACTOR     PIC 9(09)V9(09) VALUE ZERO.
       01 POS-SCALE      PIC 9(09)V9(09) VALUE 1.
       01 VEL-SCALE      PIC 9(09)V9(09) VALUE ZERO.
       01 VEL-SCALE-SET  PIC 9 VALUE 0.
       01 FACTOR-EDIT    PIC Z(08)9.9(09).

      * One number as the feed keys it is checked character by
      * character before NUMVAL-F is trusted with it: an optional
      * sign, digits with at most one decimal point, then optionally
      * E, an optional sign and up to two exponent digits.
       01 NUMBER-TX      PIC X(40) VALUE SPACES.
       01 NUMBER-CHAR    PIC X VALUE SPACE.
       01 NUMBER-STATE   PIC 9 VALUE 0.
       01 NUMBER-DIGITS  PIC 9(02) VALUE ZERO.
       01 EXPONENT-DIGITS PIC 9(02) VALUE ZERO.
       01 POINT-SEEN     PIC 9 VALUE 0.
       01 NUMBER-BAD-FLAG PIC 9 VALUE 0.
           88 NUMBER-GOOD VALUE 0.
       01 NUMBER-VALUE   PIC S9(18)V9(12) VALUE ZERO.
       01 AXIS-VALUE     PIC S9(18) VALUE ZERO.
       01 K              PIC 9(02) VALUE ZERO.

      * The feed held whole, so each system can be judged on all its
      * rows before any of its cards is written.
       78 MAX-ROWS VALUE 500.
       01 ROW-COUNT      PIC 9(04) VALUE ZERO.
       01 ROW-IDX        PIC 9(04) VALUE ZERO.
       01 ROW-TEXT-TABLE.
           05 ROW-TEXT PIC X(256) OCCURS MAX-ROWS TIMES.
       01 ROW-LINE-TABLE.
           05 ROW-LINE PIC 9(05) OCCURS MAX-ROWS TIMES.
       01 ROW-GROUP-TABLE.
           05 ROW-GROUP PIC 9(03) OCCURS MAX-ROWS TIMES.
       01 ROW-REASON-TABLE.
           05 ROW-REASON PIC X(32) OCCURS MAX-ROWS TIMES.
       01 ROW-CARD-TABLE.
           05 ROW-CARD PIC X(143) OCCURS MAX-ROWS TIMES.

      * The feed's systems in order of first appearance.
       01 GROUP-COUNT    PIC 9(03) VALUE ZERO.
       01 GROUP-IDX      PIC 9(03) VALUE ZERO.
       01 GROUP-LABEL-TABLE.
           05 GROUP-LABEL PIC X(20) OCCURS MAX-ROWS TIMES.
       01 GROUP-BODIES-TABLE.
           05 GROUP-BODIES PIC 9(04) OCCURS MAX-ROWS TIMES.
       01 GROUP-REJECTS-TABLE.
           05 GROUP-REJECTS PIC 9(04) OCCURS MAX-ROWS TIMES.
       01 GROUP-SYSTEM-TABLE.
           05 GROUP-SYSTEM PIC 9(02) OCCURS MAX-ROWS TIMES.

       01 FEED-FIELDS.
           05 FEED-LABEL  PIC X(20).
           05 FEED-NAME   PIC X(30).
           05 FEED-VALUE  PIC X(40) OCCURS 6 TIMES.
       01 FEED-FIELD-COUNT PIC 9(02) VALUE ZERO.
       01 FEED-LINE-NO   PIC 9(05) VALUE ZERO.
       01 NAME-LENGTH    PIC 9(02) VALUE ZERO.
       01 V              PIC 9 VALUE ZERO.

      * System numbers already spoken for, and the master's limits.
       78 MAX-PLANETS VALUE 50.
       78 MAX-SYSTEMS VALUE 10.
       78 MAX-POOL VALUE 500.
       01 SYSTEM-USED-TABLE.
           05 SYSTEM-USED PIC 9 OCCURS 99 TIMES VALUE 0.
       01 SYSTEMS-IN-USE PIC 9(03) VALUE ZERO.
       01 BODIES-IN-USE  PIC 9(04) VALUE ZERO.
       01 HIGHEST-SYSTEM PIC 9(02) VALUE ZERO.
       01 NEXT-SYSTEM    PIC 9(02) VALUE ZERO.
       01 CARD-SYSTEM    PIC 9(02) VALUE ZERO.
       01 HOLD-REASON    PIC X(32) VALUE SPACES.

       01 REJECT-REASON  PIC X(32) VALUE SPACES.
       01 ROWS-READ      PIC 9(05) VALUE ZERO.
       01 ROWS-REJECTED  PIC 9(05) VALUE ZERO.
       01 ROWS-HELD      PIC 9(05) VALUE ZERO.
       01 CARDS-WRITTEN  PIC 9(05) VALUE ZERO.
       01 SYSTEMS-TAKEN  PIC 9(03) VALUE ZERO.
       01 SYSTEMS-HELD   PIC 9(03) VALUE ZERO.

       01 I PIC 9(04) VALUE 1.
       01 J PIC 9(04) VALUE 1.

       01 LIST-ROW-LINE.
           05 FILLER     PIC X(04) VALUE "ROW ".
           05 LRL-LINE   PIC ZZZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 LRL-TEXT   PIC X(150).

       01 LIST-CARD-LINE.
           05 FILLER     PIC X(10) VALUE "    CARD  ".
           05 LCL-CARD   PIC X(143).

       01 LIST-NOTE-LINE.
           05 FILLER     PIC X(10) VALUE "    ".
           05 LNL-TEXT   PIC X(60).

       01 GROUP-HEAD-LINE.
           05 FILLER     PIC X(12) VALUE "FEED SYSTEM ".
           05 GHL-LABEL  PIC X(20).
           05 FILLER     PIC X(08) VALUE " BODIES ".
           05 GHL-BODIES PIC ZZZ9.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 GHL-RESULT PIC X(60).

       01 REJECT-DETAIL-LINE.
           05 FILLER     PIC X(04) VALUE "ROW ".
           05 RDL-LINE   PIC ZZZZ9.
           05 FILLER     PIC X(01) VALUE SPACE.
           05 RDL-REASON PIC X(32).

       01 REJECT-IMAGE-LINE.
           05 FILLER     PIC X(07) VALUE "IMAGE  ".
           05 RIL-IMAGE  PIC X(153).

       01 UNIT-LINE.
           05 ULL-WHAT   PIC X(11).
           05 ULL-UNIT   PIC X(06).
           05 FILLER     PIC X(08) VALUE " FACTOR ".
           05 ULL-FACTOR PIC Z(08)9.9(09).
           05 FILLER     PIC X(07) VALUE " SCALE ".
           05 ULL-SCALE  PIC Z(08)9.9(09).

       01 LIST-COUNT-LINE.
           05 LCT-WHAT   PIC X(21).
           05 LCT-COUNT  PIC ZZZZ9.

       01 LIST-VERDICT-LINE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM OPEN-LISTINGS.

           PERFORM READ-CONTROL-DECK.

           PERFORM NOTE-SYSTEMS-IN-USE.

           PERFORM READ-FEED-FILE.

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               PERFORM IMPORT-ONE-SYSTEM
           END-PERFORM.

           PERFORM WRITE-LIST-SUMMARY.

           CLOSE IMPORT-LIST.
           CLOSE REJECT-LIST.

           MOVE "EPH001I" TO MSG-ID.
           STRING CARDS-WRITTEN " ADD CARDS WRITTEN FOR "
                  SYSTEMS-TAKEN " SYSTEMS" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           EVALUATE TRUE
               WHEN CARDS-WRITTEN = 0
                   MOVE "EPH002E" TO MSG-ID
                   MOVE "NOTHING IMPORTED" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN SYSTEMS-HELD > 0
                   MOVE "EPH003W" TO MSG-ID
                   STRING SYSTEMS-HELD " SYSTEMS HELD BACK, "
                          ROWS-REJECTED " ROWS ON EPHREJ"
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-LISTINGS.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           OPEN OUTPUT IMPORT-LIST.
           IF LIST-STATUS NOT = "00"
               MOVE "EPH010S" TO MSG-ID
               STRING "UNABLE TO OPEN EPHLIST, FILE STATUS "
                      LIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-LIST.
           IF REJECT-STATUS NOT = "00"
               MOVE "EPH011S" TO MSG-ID
               STRING "UNABLE TO OPEN EPHREJ, FILE STATUS "
                      REJECT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "EPHEMERIS FEED IMPORT - RECONCILIATION LISTING"
               TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE RUN-DATE-DISPLAY TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "EPHEMERIS FEED IMPORT - REJECT LISTING"
               TO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE RUN-DATE-DISPLAY TO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE SPACES TO REJECT-LINE.
           WRITE REJECT-LINE.

      * A missing EPHCTL means the feed is in kilometres and km/s and
      * maps one to one onto the axes. A card this program does not
      * understand stops the run before anything is converted under
      * a conversion nobody asked for.
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

           MOVE ZERO TO POS-FACTOR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > UNIT-ENTRIES
               IF PU-NAME(I) = POS-UNIT
                   MOVE PU-FACTOR(I) TO POS-FACTOR
               END-IF
           END-PERFORM.
           IF POS-FACTOR = ZERO
               MOVE "EPH012E" TO MSG-ID
               STRING "POSUNIT " POS-UNIT " NOT KNOWN"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

           MOVE ZERO TO VEL-FACTOR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > UNIT-ENTRIES
               IF VU-NAME(I) = VEL-UNIT
                   MOVE VU-FACTOR(I) TO VEL-FACTOR
               END-IF
           END-PERFORM.
           IF VEL-FACTOR = ZERO
               MOVE "EPH013E" TO MSG-ID
               STRING "VELUNIT " VEL-UNIT " NOT KNOWN"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
           END-IF.

           IF VEL-SCALE-SET = 0
               MOVE POS-SCALE TO VEL-SCALE
           END-IF.

           IF CONTROL-BAD
               MOVE "EPH014E" TO MSG-ID
               MOVE "EPHCTL IN ERROR - NOTHING IMPORTED" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE "EPHCTL IN ERROR - NOTHING IMPORTED" TO LIST-LINE
               WRITE LIST-LINE
               CLOSE IMPORT-LIST
               CLOSE REJECT-LIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "POSITIONS " TO ULL-WHAT.
           MOVE POS-UNIT     TO ULL-UNIT.
           MOVE POS-FACTOR   TO ULL-FACTOR.
           MOVE POS-SCALE    TO ULL-SCALE.
           MOVE UNIT-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "VELOCITIES" TO ULL-WHAT.
           MOVE VEL-UNIT     TO ULL-UNIT.
           MOVE VEL-FACTOR   TO ULL-FACTOR.
           MOVE VEL-SCALE    TO ULL-SCALE.
           MOVE UNIT-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

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
               INSPECT CTL-VALUE-TX CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM TAKE-CONTROL-KEYWORD
           END-IF.

       TAKE-CONTROL-KEYWORD.
           EVALUATE CTL-KEYWORD
               WHEN "POSUNIT"
                   MOVE CTL-VALUE-TX TO POS-UNIT
               WHEN "VELUNIT"
                   MOVE CTL-VALUE-TX TO VEL-UNIT
               WHEN "SCALE"
                   PERFORM TAKE-SCALE-VALUE
                   MOVE NUMBER-VALUE TO POS-SCALE
               WHEN "VELSCALE"
                   PERFORM TAKE-SCALE-VALUE
                   MOVE NUMBER-VALUE TO VEL-SCALE
                   MOVE 1 TO VEL-SCALE-SET
               WHEN OTHER
                   MOVE "EPH015E" TO MSG-ID
                   STRING "UNKNOWN EPHCTL KEYWORD " CTL-KEYWORD
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 1 TO CTL-ERROR
           END-EVALUATE.

      * A scale must be a plain positive number the factor fields
      * can hold.
       TAKE-SCALE-VALUE.
           MOVE CTL-VALUE-TX TO NUMBER-TX.
           PERFORM CHECK-FEED-NUMBER.
           IF NUMBER-GOOD
               COMPUTE NUMBER-VALUE = FUNCTION NUMVAL-F (NUMBER-TX)
                   ON SIZE ERROR
                       MOVE 1 TO NUMBER-BAD-FLAG
               END-COMPUTE
           END-IF.
           IF NOT NUMBER-GOOD OR NUMBER-VALUE NOT > ZERO
              OR NUMBER-VALUE NOT < 1000000000
               MOVE "EPH016E" TO MSG-ID
               STRING "BAD " FUNCTION TRIM (CTL-KEYWORD)
                      " VALUE " FUNCTION TRIM (CTL-VALUE-TX)
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 1 TO CTL-ERROR
               MOVE ZERO TO NUMBER-VALUE
           END-IF.

      * Every system number on the master, on an open queue entry or
      * on a card already waiting on PLMTXN is taken, and counts
      * towards the master's limits.
       NOTE-SYSTEMS-IN-USE.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "EPH017S" TO MSG-ID
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
                       IF PR-SYSTEM NUMERIC
                           MOVE PR-SYSTEM TO CARD-SYSTEM
                           PERFORM MARK-SYSTEM-USED
                           ADD 1 TO BODIES-IN-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANETS-FILE.

           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-STATUS
                       NOT AT END
                           IF PQ-STATUS = "P" OR PQ-STATUS = "A"
                               MOVE PQ-CARD TO TRANSACTION-RECORD
                               PERFORM NOTE-WAITING-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS = "00"
               PERFORM UNTIL TRANSACTION-STATUS = "10"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "10" TO TRANSACTION-STATUS
                       NOT AT END
                           PERFORM NOTE-WAITING-CARD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       NOTE-WAITING-CARD.
           IF TX-ACTION = "ADD" AND TX-SYSTEM NUMERIC
               MOVE TX-SYSTEM TO CARD-SYSTEM
               PERFORM MARK-SYSTEM-USED
               ADD 1 TO BODIES-IN-USE
           END-IF.

       MARK-SYSTEM-USED.
           IF CARD-SYSTEM > 0
               IF SYSTEM-USED(CARD-SYSTEM) = 0
                   MOVE 1 TO SYSTEM-USED(CARD-SYSTEM)
                   ADD 1 TO SYSTEMS-IN-USE
               END-IF
               IF CARD-SYSTEM > HIGHEST-SYSTEM
                   MOVE CARD-SYSTEM TO HIGHEST-SYSTEM
               END-IF
           END-IF.

       READ-FEED-FILE.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = "00"
               MOVE "EPH018S" TO MSG-ID
               STRING "UNABLE TO OPEN EPHFEED, FILE STATUS "
                      FEED-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL FEED-STATUS = "10"
               READ FEED-FILE
                   AT END
                       MOVE "10" TO FEED-STATUS
                   NOT AT END
                       ADD 1 TO FEED-LINE-NO
                       PERFORM TAKE-FEED-ROW
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

       TAKE-FEED-ROW.
           EVALUATE TRUE
               WHEN FEED-RECORD = SPACES
               WHEN FEED-RECORD(1:1) = "*"
                   CONTINUE
               WHEN FEED-RECORD(1:7) = "SYSTEM," OR
                    FEED-RECORD(1:7) = "system,"
                   CONTINUE
               WHEN ROW-COUNT >= MAX-ROWS
                   MOVE "EPH019E" TO MSG-ID
                   STRING "MORE THAN " MAX-ROWS " ROWS ON EPHFEED"
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE "EPHFEED TOO LONG - NOTHING IMPORTED"
                       TO LIST-LINE
                   WRITE LIST-LINE
                   CLOSE IMPORT-LIST
                   CLOSE REJECT-LIST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO ROWS-READ
                   ADD 1 TO ROW-COUNT
                   MOVE FEED-RECORD  TO ROW-TEXT(ROW-COUNT)
                   MOVE FEED-LINE-NO TO ROW-LINE(ROW-COUNT)
                   PERFORM CONVERT-FEED-ROW
           END-EVALUATE.

      * The row is split and every field converted now; the card is
      * kept with the row but its system and planet numbers are only
      * filled in when its whole system is known to be clean.
       CONVERT-FEED-ROW.
           MOVE SPACES TO FEED-FIELDS.
           MOVE ZERO TO FEED-FIELD-COUNT.
           MOVE SPACES TO REJECT-REASON.
           UNSTRING FEED-RECORD DELIMITED BY ","
               INTO FEED-LABEL FEED-NAME
                    FEED-VALUE(1) FEED-VALUE(2) FEED-VALUE(3)
                    FEED-VALUE(4) FEED-VALUE(5) FEED-VALUE(6)
               TALLYING IN FEED-FIELD-COUNT
               ON OVERFLOW
                   MOVE 9 TO FEED-FIELD-COUNT
           END-UNSTRING.

           MOVE FUNCTION TRIM (FEED-LABEL) TO FEED-LABEL.
           PERFORM FIND-FEED-GROUP.
           MOVE GROUP-IDX TO ROW-GROUP(ROW-COUNT).
           ADD 1 TO GROUP-BODIES(GROUP-IDX).

           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE "ADD" TO TX-ACTION.
           IF FEED-FIELD-COUNT NOT = 8
               MOVE "ROW DOES NOT HAVE 8 COLUMNS" TO REJECT-REASON
           ELSE
               PERFORM CONVERT-FEED-NAME
               PERFORM VARYING V FROM 1 BY 1
                       UNTIL V > 6 OR REJECT-REASON NOT = SPACES
                   PERFORM CONVERT-FEED-VALUE
               END-PERFORM
           END-IF.

           MOVE TRANSACTION-RECORD TO ROW-CARD(ROW-COUNT).
           MOVE REJECT-REASON TO ROW-REASON(ROW-COUNT).
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO GROUP-REJECTS(GROUP-IDX)
               ADD 1 TO ROWS-REJECTED
               PERFORM WRITE-REJECT-ROW
           END-IF.

       FIND-FEED-GROUP.
           MOVE ZERO TO GROUP-IDX.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > GROUP-COUNT OR GROUP-IDX > 0
               IF GROUP-LABEL(I) = FEED-LABEL
                   MOVE I TO GROUP-IDX
               END-IF
           END-PERFORM.
           IF GROUP-IDX = 0
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-COUNT TO GROUP-IDX
               MOVE FEED-LABEL TO GROUP-LABEL(GROUP-IDX)
               MOVE ZERO TO GROUP-BODIES(GROUP-IDX)
               MOVE ZERO TO GROUP-REJECTS(GROUP-IDX)
               MOVE ZERO TO GROUP-SYSTEM(GROUP-IDX)
           END-IF.

      * Names are carried in capitals, the way the master holds them;
      * quotes round a name are the extract's, not the name's.
       CONVERT-FEED-NAME.
           MOVE FUNCTION TRIM (FEED-NAME) TO FEED-NAME.
           IF FEED-NAME(1:1) = QUOTE
               MOVE FEED-NAME(2:29) TO FEED-NAME
               INSPECT FEED-NAME REPLACING ALL QUOTE BY SPACE
               MOVE FUNCTION TRIM (FEED-NAME) TO FEED-NAME
           END-IF.
           INSPECT FEED-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO NAME-LENGTH.
           INSPECT FUNCTION REVERSE (FEED-NAME)
               TALLYING NAME-LENGTH FOR LEADING SPACES.
           COMPUTE NAME-LENGTH = 30 - NAME-LENGTH.
           EVALUATE TRUE
               WHEN NAME-LENGTH = 0
                   MOVE "BODY NAME MISSING" TO REJECT-REASON
               WHEN NAME-LENGTH > 12
                   MOVE "BODY NAME LONGER THAN 12" TO REJECT-REASON
               WHEN OTHER
                   MOVE FEED-NAME TO TX-NAME
           END-EVALUATE.

      * Positions are the first three values and velocities the last
      * three; each is converted to kilometres (per second), scaled
      * and rounded onto its axis.
       CONVERT-FEED-VALUE.
           MOVE FEED-VALUE(V) TO NUMBER-TX.
           PERFORM CHECK-FEED-NUMBER.
           IF NOT NUMBER-GOOD
               MOVE "VALUE NOT A NUMBER" TO REJECT-REASON
           ELSE
               COMPUTE NUMBER-VALUE = FUNCTION NUMVAL-F (NUMBER-TX)
                   ON SIZE ERROR
                       MOVE "VALUE TOO LARGE FOR AN AXIS"
                           TO REJECT-REASON
               END-COMPUTE
           END-IF.
           IF REJECT-REASON = SPACES
               IF V < 4
                   COMPUTE AXIS-VALUE ROUNDED =
                       NUMBER-VALUE * POS-FACTOR * POS-SCALE
                       ON SIZE ERROR
                           MOVE "VALUE TOO LARGE FOR AN AXIS"
                               TO REJECT-REASON
                   END-COMPUTE
               ELSE
                   COMPUTE AXIS-VALUE ROUNDED =
                       NUMBER-VALUE * VEL-FACTOR * VEL-SCALE
                       ON SIZE ERROR
                           MOVE "VALUE TOO LARGE FOR AN AXIS"
                               TO REJECT-REASON
                   END-COMPUTE
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               EVALUATE V
                   WHEN 1
                       MOVE AXIS-VALUE TO TX-X
                   WHEN 2
                       MOVE AXIS-VALUE TO TX-Y
                   WHEN 3
                       MOVE AXIS-VALUE TO TX-Z
                   WHEN 4
                       MOVE AXIS-VALUE TO TX-VX
                   WHEN 5
                       MOVE AXIS-VALUE TO TX-VY
                   WHEN 6
                       MOVE AXIS-VALUE TO TX-VZ
               END-EVALUATE
           END-IF.

      * States: 0 before the number, 1 in the mantissa, 2 just after
      * the E, 3 after the exponent sign, 4 in the exponent, 5 in the
      * spaces after the number.
       CHECK-FEED-NUMBER.
           MOVE 0 TO NUMBER-BAD-FLAG.
           MOVE 0 TO NUMBER-STATE.
           MOVE ZERO TO NUMBER-DIGITS.
           MOVE ZERO TO EXPONENT-DIGITS.
           MOVE 0 TO POINT-SEEN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 40
               MOVE NUMBER-TX(K:1) TO NUMBER-CHAR
               PERFORM CHECK-NUMBER-CHAR
           END-PERFORM.
           IF NUMBER-DIGITS = 0 OR NUMBER-DIGITS > 30
              OR NUMBER-STATE = 2 OR NUMBER-STATE = 3
               MOVE 1 TO NUMBER-BAD-FLAG
           END-IF.
           IF NUMBER-STATE = 4 AND EXPONENT-DIGITS > 2
               MOVE 1 TO NUMBER-BAD-FLAG
           END-IF.

       CHECK-NUMBER-CHAR.
           EVALUATE TRUE
               WHEN NUMBER-CHAR = SPACE
                   IF NUMBER-STATE > 0
                       IF NUMBER-STATE = 2 OR NUMBER-STATE = 3
                           MOVE 1 TO NUMBER-BAD-FLAG
                       END-IF
                       IF NUMBER-STATE = 4 AND EXPONENT-DIGITS > 2
                           MOVE 1 TO NUMBER-BAD-FLAG
                       END-IF
                       MOVE 5 TO NUMBER-STATE
                   END-IF
               WHEN NUMBER-STATE = 5
                   MOVE 1 TO NUMBER-BAD-FLAG
               WHEN NUMBER-CHAR >= "0" AND NUMBER-CHAR <= "9"
                   EVALUATE NUMBER-STATE
                       WHEN 0
                       WHEN 1
                           MOVE 1 TO NUMBER-STATE
                           ADD 1 TO NUMBER-DIGITS
                       WHEN OTHER
                           MOVE 4 TO NUMBER-STATE
                           ADD 1 TO EXPONENT-DIGITS
                   END-EVALUATE
               WHEN NUMBER-CHAR = "+" OR NUMBER-CHAR = "-"
                   EVALUATE NUMBER-STATE
                       WHEN 0
                           MOVE 1 TO NUMBER-STATE
                       WHEN 2
                           MOVE 3 TO NUMBER-STATE
                       WHEN OTHER
                           MOVE 1 TO NUMBER-BAD-FLAG
                   END-EVALUATE
               WHEN NUMBER-CHAR = "."
                   IF NUMBER-STATE > 1 OR POINT-SEEN = 1
                       MOVE 1 TO NUMBER-BAD-FLAG
                   ELSE
                       MOVE 1 TO NUMBER-STATE
                       MOVE 1 TO POINT-SEEN
                   END-IF
               WHEN NUMBER-CHAR = "E" OR NUMBER-CHAR = "e"
                   IF NUMBER-STATE = 1 AND NUMBER-DIGITS > 0
                       MOVE 2 TO NUMBER-STATE
                   ELSE
                       MOVE 1 TO NUMBER-BAD-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 1 TO NUMBER-BAD-FLAG
           END-EVALUATE.

       WRITE-REJECT-ROW.
           MOVE FEED-LINE-NO TO RDL-LINE.
           MOVE REJECT-REASON TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE FEED-RECORD TO RIL-IMAGE.
           MOVE REJECT-IMAGE-LINE TO REJECT-LINE.
           WRITE REJECT-LINE.

      ******************************************************************
      * One feed system: held back whole if any row was rejected or
      * the master has no room for it, otherwise given the next free
      * system number and written to PLMTXN body by body.
      ******************************************************************
       IMPORT-ONE-SYSTEM.
           MOVE SPACES TO HOLD-REASON.
           EVALUATE TRUE
               WHEN GROUP-REJECTS(GROUP-IDX) > 0
                   MOVE "ROWS REJECTED" TO HOLD-REASON
               WHEN GROUP-BODIES(GROUP-IDX) > MAX-PLANETS
                   MOVE "SYSTEM FULL" TO HOLD-REASON
               WHEN SYSTEMS-IN-USE >= MAX-SYSTEMS
                   MOVE "TOO MANY SYSTEMS" TO HOLD-REASON
               WHEN BODIES-IN-USE + GROUP-BODIES(GROUP-IDX) > MAX-POOL
                   MOVE "MASTER FULL" TO HOLD-REASON
               WHEN OTHER
                   PERFORM FIND-NEXT-SYSTEM
                   IF NEXT-SYSTEM = 0
                       MOVE "NO SYSTEM NUMBER FREE" TO HOLD-REASON
                   END-IF
           END-EVALUATE.

           MOVE GROUP-LABEL(GROUP-IDX)  TO GHL-LABEL.
           MOVE GROUP-BODIES(GROUP-IDX) TO GHL-BODIES.
           MOVE SPACES TO GHL-RESULT.
           IF HOLD-REASON = SPACES
               STRING "IMPORTED AS SYSTEM " DELIMITED BY SIZE
                      NEXT-SYSTEM DELIMITED BY SIZE
                   INTO GHL-RESULT
               END-STRING
               MOVE NEXT-SYSTEM TO GROUP-SYSTEM(GROUP-IDX)
               MOVE NEXT-SYSTEM TO CARD-SYSTEM
               PERFORM MARK-SYSTEM-USED
               ADD GROUP-BODIES(GROUP-IDX) TO BODIES-IN-USE
               ADD 1 TO SYSTEMS-TAKEN
               PERFORM OPEN-TRANSACTION-FILE
           ELSE
               STRING "HELD BACK - " DELIMITED BY SIZE
                      HOLD-REASON DELIMITED BY SIZE
                   INTO GHL-RESULT
               END-STRING
               ADD 1 TO SYSTEMS-HELD
           END-IF.
           MOVE GROUP-HEAD-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE ZERO TO J.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT
               IF ROW-GROUP(ROW-IDX) = GROUP-IDX
                   PERFORM LIST-GROUP-ROW
               END-IF
           END-PERFORM.

           IF HOLD-REASON = SPACES
               CLOSE TRANSACTION-FILE
           END-IF.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * Each row is listed as the feed had it, then the card made
      * from it - or, for a held system, why no card was made.
       LIST-GROUP-ROW.
           MOVE ROW-LINE(ROW-IDX) TO LRL-LINE.
           MOVE ROW-TEXT(ROW-IDX) TO LRL-TEXT.
           MOVE LIST-ROW-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE SPACES TO LNL-TEXT.
           EVALUATE TRUE
               WHEN ROW-REASON(ROW-IDX) NOT = SPACES
                   STRING "REJECTED - " DELIMITED BY SIZE
                          ROW-REASON(ROW-IDX) DELIMITED BY SIZE
                       INTO LNL-TEXT
                   END-STRING
                   MOVE LIST-NOTE-LINE TO LIST-LINE
                   WRITE LIST-LINE
               WHEN HOLD-REASON NOT = SPACES
                   MOVE "NO CARD - SYSTEM HELD BACK" TO LNL-TEXT
                   MOVE LIST-NOTE-LINE TO LIST-LINE
                   WRITE LIST-LINE
                   ADD 1 TO ROWS-HELD
               WHEN OTHER
                   ADD 1 TO J
                   MOVE ROW-CARD(ROW-IDX) TO TRANSACTION-RECORD
                   MOVE NEXT-SYSTEM TO TX-SYSTEM
                   MOVE J TO TX-ID
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO CARDS-WRITTEN
                   MOVE TRANSACTION-RECORD TO LCL-CARD
                   MOVE LIST-CARD-LINE TO LIST-LINE
                   WRITE LIST-LINE
           END-EVALUATE.

      * One above the highest number in use while that stays under
      * 100, otherwise the lowest gap.
       FIND-NEXT-SYSTEM.
           MOVE ZERO TO NEXT-SYSTEM.
           IF HIGHEST-SYSTEM < 99
               COMPUTE NEXT-SYSTEM = HIGHEST-SYSTEM + 1
           ELSE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > 99 OR NEXT-SYSTEM > 0
                   IF SYSTEM-USED(I) = 0
                       MOVE I TO NEXT-SYSTEM
                   END-IF
               END-PERFORM
           END-IF.

      * PLMTXN is only ever extended from here; cards already on it
      * stay ahead of the imported ones.
       OPEN-TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               CLOSE TRANSACTION-FILE
           END-IF.

           OPEN EXTEND TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = "00"
               MOVE "EPH020S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMTXN, FILE STATUS "
                      TRANSACTION-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-LIST-SUMMARY.
           MOVE "FEED ROWS READ     = " TO LCT-WHAT.
           MOVE ROWS-READ TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ADD CARDS WRITTEN  = " TO LCT-WHAT.
           MOVE CARDS-WRITTEN TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ROWS REJECTED      = " TO LCT-WHAT.
           MOVE ROWS-REJECTED TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ROWS HELD BACK     = " TO LCT-WHAT.
           MOVE ROWS-HELD TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "SYSTEMS IMPORTED   = " TO LCT-WHAT.
           MOVE SYSTEMS-TAKEN TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "SYSTEMS HELD BACK  = " TO LCT-WHAT.
           MOVE SYSTEMS-HELD TO LCT-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * Every row read is accounted for exactly once: a card, a
      * reject, or a row held back with its system.
           IF ROWS-READ NOT = CARDS-WRITTEN + ROWS-REJECTED + ROWS-HELD
               MOVE "ROW COUNTS DO NOT BALANCE" TO LIST-VERDICT-LINE
           ELSE
               MOVE "ROWS READ = CARDS + REJECTED + HELD BACK"
                   TO LIST-VERDICT-LINE
           END-IF.
           MOVE LIST-VERDICT-LINE TO LIST-LINE.
           WRITE LIST-LINE.
