      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlmQueue.

      * The approval queue in front of PlMaint. A PLANETS change used
      * to be applied by whoever could put a card on PLMTXN; now a
      * card is first queued on PLMPEND as a pending entry under the
      * submitter's user id and a reason code, and only an entry a
      * second, different user has approved is ever applied - PlMaint
      * reads nothing but the approved entries on PLMPEND, and shows
      * both user ids against every change on its PLMLIST audit
      * listing.
      *
      * The user id is the one this job runs under, taken from the
      * USER the scheduler starts it with - the submitter on a SUBMIT
      * run, the approver on a DECIDE run. It is never keyed: a deck
      * still carrying SUBMITTER= or APPROVER= is refused, and a job
      * with no user id can neither submit nor decide.
      *
      * The PLMQCTL deck says what this run does, KEYWORD=VALUE, blank
      * or * lines are remarks:
      *     ACTION=SUBMIT      queue every card on PLMTXN as pending,
      *                        then empty PLMTXN
      *         REASON=code        why, from the reason-code table
      *     ACTION=DECIDE      record a checker's decisions
      *         APPROVE=nnnnnn     approve queue entry nnnnnn
      *         REJECT=nnnnnn      reject entry nnnnnn, pending or
      *                            approved but not yet applied
      *     ACTION=LIST        list the queue only
      *
      * Every run ends with the approval listing on PLMQLIST: each
      * entry still open, in queue order, with who submitted it and
      * why, who approved it, and its BEFORE and AFTER master images.
      * The images are built the way PlMaint will meet the entry - the
      * master with every open entry ahead of it applied, through the
      * same PlmEdit checks PlMaint makes - and an entry PlMaint would
      * refuse is flagged with PlMaint's reason,
      * so a checker need not approve a card the overnight run would
      * throw out. As with PlMaint a run is all or nothing: one bad
      * control card or PLMTXN card leaves PLMPEND and PLMTXN as they
      * were and ends the job with return code 8.
      *
      * PLMPEND holds open entries only and ends with a trailer
      * carrying the last entry number issued, the entry count and a
      * hash total over every character of every entry (see
      * PlmEdit), so an entry dropped, added or altered by
      * hand - a pending entry marked approved, say - is refused, by
      * this program, PlMaint and PlScrn alike. A rejected entry
      * leaves the queue for the PLMQHIST history file here; an
      * applied one is moved there by PlMaint when it promotes.

       Environment division.
       Input-output section.
       File-control.
           select PLANETS-FILE assign to "PLANETS"
               organization is line sequential
               file status is PLANETS-STATUS.

           select QUEUE-FILE assign to "PLMPEND"
               organization is line sequential
               file status is QUEUE-STATUS.

           select TRANSACTION-FILE assign to "PLMTXN"
               organization is line sequential
               file status is TRANSACTION-STATUS.

           select CONTROL-CARD assign to "PLMQCTL"
               organization is line sequential
               file status is CONTROL-STATUS.

           select QUEUE-LIST assign to "PLMQLIST"
               organization is line sequential
               file status is LIST-STATUS.

           select QUEUEHIST-FILE assign to "PLMQHIST"
               organization is line sequential
               file status is QUEUEHIST-STATUS.

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

      * One queue entry: its number, its state (P pending, A
      * approved; R rejected and D applied only once it has left for
      * PLMQHIST), who submitted it when and why, who decided it
      * when, the PlMaint run that applied it, and the card itself.
       FD  QUEUE-FILE
           record contains 230 characters.
       01 QUEUE-RECORD.
           05 PQ-NUMBER    PIC 9(06).
           05 FILLER       PIC X.
           05 PQ-STATUS    PIC X(01).
           05 FILLER       PIC X.
           05 PQ-SUBMITTER PIC X(08).
           05 FILLER       PIC X.
           05 PQ-REASON    PIC X(04).
           05 FILLER       PIC X.
           05 PQ-SUBMITTED PIC X(19).
           05 FILLER       PIC X.
           05 PQ-APPROVER  PIC X(08).
           05 FILLER       PIC X.
           05 PQ-DECIDED   PIC X(19).
           05 FILLER       PIC X.
           05 PQ-APPLY-RUN PIC X(14).
           05 FILLER       PIC X.
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

       FD  CONTROL-CARD
           record contains 80 characters.
       01 CONTROL-RECORD PIC X(80).

       FD  QUEUE-LIST
           record contains 160 characters.
       01 LIST-LINE PIC X(160).

       FD  QUEUEHIST-FILE
           record contains 230 characters.
       01 QUEUEHIST-RECORD PIC X(230).

       WORKING-STORAGE SECTION.

       01 PLANETS-STATUS     PIC X(02) VALUE ZEROS.
       01 QUEUE-STATUS       PIC X(02) VALUE ZEROS.
       01 TRANSACTION-STATUS PIC X(02) VALUE ZEROS.
       01 CONTROL-STATUS     PIC X(02) VALUE ZEROS.
       01 LIST-STATUS        PIC X(02) VALUE ZEROS.
       01 QUEUEHIST-STATUS   PIC X(02) VALUE ZEROS.

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

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "PLMQUEUE".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * Why a change is being made. A submitter must give one of
      * these; the listing prints the meaning beside the code.
       01 REASON-CODE-VALUES.
           05 FILLER PIC X(34) VALUE "CORRCORRECTION TO A BODY".
           05 FILLER PIC X(34) VALUE "NEWBNEW BODY OR NEW SYSTEM".
           05 FILLER PIC X(34) VALUE "RETRBODY RETIRED".
           05 FILLER PIC X(34) VALUE "EPHMEPHEMERIS REFRESH".
           05 FILLER PIC X(34) VALUE "OTHROTHER - SEE CHANGE TICKET".
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
           05 REASON-CODE-ENTRY OCCURS 5 TIMES.
               10 RC-CODE    PIC X(04).
               10 RC-MEANING PIC X(30).
       78 REASON-CODES VALUE 5.
       01 REASON-MEANING PIC X(30) VALUE SPACES.

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(60) VALUE SPACES.

       01 QUEUE-ACTION   PIC X(06) VALUE SPACES.
       01 SUBMIT-REASON  PIC X(04) VALUE SPACES.

      * The user this job runs under: the submitter of what it
      * queues, the approver of what it decides.
       01 JOB-USER       PIC X(08) VALUE SPACES.

      * The queue as it stands, staged in storage and rewritten whole
      * - the same limit PlMaint puts on changes in one run.
       78 MAX-QUEUE VALUE 1000.
       01 QUEUE-COUNT    PIC 9(04) VALUE ZERO.
       01 QUEUE-LAST     PIC 9(06) VALUE ZERO.
       01 QUEUE-IDX      PIC 9(04) VALUE ZERO.
       01 QUEUE-SLOT     PIC 9(04) VALUE ZERO.
       01 QUEUE-IMAGE-TABLE.
           05 QUEUE-IMAGE PIC X(230) OCCURS MAX-QUEUE TIMES
                          VALUE SPACES.
       01 TRAILER-FOUND  PIC 9 VALUE 0.
           88 TRAILER-ON-FILE VALUE 1.
       01 QUEUE-DAMAGE   PIC 9 VALUE 0.
           88 QUEUE-DAMAGED VALUE 1.
       01 TRAILER-LAST   PIC 9(06) VALUE ZERO.
       01 TRAILER-COUNT  PIC 9(05) VALUE ZERO.
       01 TRAILER-HASH   PIC X(18) VALUE SPACES.
       01 TALLY-HASH     PIC 9(18) VALUE ZERO.
       01 PRIOR-NUMBER   PIC 9(06) VALUE ZERO.
       01 QUEUE-CHANGE   PIC 9 VALUE 0.
           88 QUEUE-CHANGED VALUE 1.

      * PLMTXN cards held until the whole deck has passed.
       01 HOLD-COUNT     PIC 9(04) VALUE ZERO.
       01 HOLD-CARD-TABLE.
           05 HOLD-CARD PIC X(143) OCCURS MAX-QUEUE TIMES.

      * APPROVE= and REJECT= cards held until the whole deck is read,
      * so a deck with one bad card decides nothing.
       78 MAX-DECISIONS VALUE 200.
       01 DECISION-COUNT PIC 9(03) VALUE ZERO.
       01 DECISION-IDX   PIC 9(03) VALUE ZERO.
       01 DECISION-KIND-TABLE.
           05 DECISION-KIND PIC X(03) OCCURS MAX-DECISIONS TIMES.
       01 DECISION-ENTRY-TABLE.
           05 DECISION-ENTRY PIC X(06) OCCURS MAX-DECISIONS TIMES.
       01 DECISION-CARD-TABLE.
           05 DECISION-CARD PIC 9(05) OCCURS MAX-DECISIONS TIMES.
       01 DECISION-SLOT-TABLE.
           05 DECISION-SLOT PIC 9(04) OCCURS MAX-DECISIONS TIMES.
       01 DECISION-NUMBER PIC 9(06) VALUE ZERO.
       01 NUMBER-TX      PIC X(06) VALUE SPACES.
       01 NUMBER-LENGTH  PIC 9(02) VALUE ZERO.

       01 CARD-COUNT     PIC 9(05) VALUE ZERO.
       01 REJECT-COUNT   PIC 9(05) VALUE ZERO.
       01 REJECT-REASON  PIC X(40) VALUE SPACES.
       01 REJECT-SOURCE  PIC X(07) VALUE SPACES.
       01 QUEUED-COUNT   PIC 9(05) VALUE ZERO.
       01 APPROVED-COUNT PIC 9(05) VALUE ZERO.
       01 REJECTED-COUNT PIC 9(05) VALUE ZERO.
       01 PENDING-OPEN   PIC 9(05) VALUE ZERO.
       01 APPROVED-OPEN  PIC 9(05) VALUE ZERO.
       01 REFUSE-COUNT   PIC 9(05) VALUE ZERO.

      * The staged copy of the master the listing's images are built
      * on, in the pool-and-directory shape PlMaint builds. It is
      * passed whole to PlmEdit and must match its layout.
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

      * What PlmEdit says of the card it was given; see PlmEdit.
       01 CARD-EDIT.
           05 EC-REASON    PIC X(32) VALUE SPACES.
           05 EC-SYS-SLOT  PIC 9(02) VALUE ZERO.
           05 EC-POOL-SLOT PIC 9(03) VALUE ZERO.
           05 EC-CHANGES   PIC 9(04) VALUE ZERO.

       01 I PIC 9(04) VALUE 1.
       01 J PIC 9(04) VALUE 1.

       01 QUEUE-DONE-LINE.
           05 QDL-WHAT      PIC X(09).
           05 FILLER        PIC X(07) VALUE " ENTRY ".
           05 QDL-NUMBER    PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 QDL-ACTION    PIC X(03).
           05 FILLER        PIC X(08) VALUE " SYSTEM ".
           05 QDL-SYSTEM    PIC X(02).
           05 FILLER        PIC X(08) VALUE " PLANET ".
           05 QDL-ID        PIC X(03).
           05 FILLER        PIC X(04) VALUE " BY ".
           05 QDL-USER      PIC X(08).

       01 ENTRY-HEAD-LINE.
           05 FILLER        PIC X(06) VALUE "ENTRY ".
           05 EHL-NUMBER    PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EHL-STATE     PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EHL-ACTION    PIC X(03).
           05 FILLER        PIC X(08) VALUE " SYSTEM ".
           05 EHL-SYSTEM    PIC X(02).
           05 FILLER        PIC X(08) VALUE " PLANET ".
           05 EHL-ID        PIC X(03).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(07) VALUE "REASON ".
           05 EHL-REASON    PIC X(04).
           05 FILLER        PIC X VALUE SPACE.
           05 EHL-MEANING   PIC X(30).

       01 ENTRY-USER-LINE.
           05 FILLER        PIC X(14) VALUE "  SUBMITTED BY".
           05 FILLER        PIC X VALUE SPACE.
           05 EUL-SUBMITTER PIC X(08).
           05 FILLER        PIC X VALUE SPACE.
           05 EUL-SUBMITTED PIC X(19).
           05 FILLER        PIC X(14) VALUE "   APPROVED BY".
           05 FILLER        PIC X VALUE SPACE.
           05 EUL-APPROVER  PIC X(08).
           05 FILLER        PIC X VALUE SPACE.
           05 EUL-DECIDED   PIC X(19).

       01 LIST-DETAIL-LINE.
           05 LDL-TAG    PIC X(07).
           05 LDL-IMAGE  PIC X(143).

       01 REJECT-DETAIL-LINE.
           05 RDL-SOURCE PIC X(07).
           05 FILLER     PIC X(06) VALUE " CARD ".
           05 RDL-CARD   PIC ZZZZ9.
           05 FILLER     PIC X(10) VALUE " REJECTED ".
           05 RDL-REASON PIC X(40).

       01 LIST-COUNT-LINE.
           05 LCL-WHAT   PIC X(23).
           05 LCL-COUNT  PIC ZZZZ9.

       01 LIST-VERDICT-LINE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM OPEN-QUEUE-LIST.

           PERFORM READ-QUEUE-FILE.

           PERFORM READ-CONTROL-DECK.

           PERFORM CHECK-DECK-HEADER.

           IF REJECT-COUNT = 0
               EVALUATE QUEUE-ACTION
                   WHEN "SUBMIT"
                       PERFORM SUBMIT-DECK
                   WHEN "DECIDE"
                       PERFORM CHECK-DECISIONS
                       IF REJECT-COUNT = 0
                           PERFORM APPLY-DECISIONS
                       END-IF
               END-EVALUATE
           END-IF.

           PERFORM LIST-OPEN-ENTRIES.

           PERFORM WRITE-LIST-SUMMARY.

           IF REJECT-COUNT = 0 AND QUEUE-CHANGED
               PERFORM REWRITE-QUEUE
               IF QUEUE-ACTION = "SUBMIT"
                   PERFORM CLEAR-SUBMITTED-DECK
               END-IF
           END-IF.

           CLOSE QUEUE-LIST.

           IF REJECT-COUNT > 0
               MOVE "PLQ003E" TO MSG-ID
               STRING REJECT-COUNT " CARDS REJECTED - QUEUE NOT "
                      "UPDATED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           ELSE
               MOVE "PLQ001I" TO MSG-ID
               STRING QUEUED-COUNT " QUEUED, " APPROVED-COUNT
                      " APPROVED, " REJECTED-COUNT " REJECTED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.
           MOVE "PLQ002I" TO MSG-ID.
           STRING PENDING-OPEN " ENTRIES PENDING, " APPROVED-OPEN
                  " APPROVED AWAITING PLMAINT" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

           IF REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-QUEUE-LIST.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           ACCEPT JOB-USER FROM ENVIRONMENT "USER"
           END-ACCEPT.
           INSPECT JOB-USER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN OUTPUT QUEUE-LIST.
           IF LIST-STATUS NOT = "00"
               MOVE "PLQ010S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMQLIST, FILE STATUS "
                      LIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PLANETS MASTER TRANSACTION QUEUE - APPROVAL LISTING"
               TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           STRING RUN-DATE-DISPLAY DELIMITED BY SIZE
                  "  BY " DELIMITED BY SIZE
                  JOB-USER DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

      * No PLMPEND at all is an empty queue that has issued no entry
      * numbers yet. A queue that is there but fails its trailer is
      * refused outright: nothing is approved off a queue someone has
      * edited by hand.
       READ-QUEUE-FILE.
           MOVE ZERO TO QUEUE-COUNT.
           MOVE ZERO TO QUEUE-LAST.
           MOVE ZERO TO TALLY-HASH.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "35"
               MOVE "NO QUEUE ON FILE - STARTING AT ENTRY 000001"
                   TO LIST-LINE
               WRITE LIST-LINE
           ELSE
               PERFORM LOAD-QUEUE-FILE
           END-IF.

       LOAD-QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00"
               MOVE "PLQ011S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMPEND, FILE STATUS "
                      QUEUE-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO PRIOR-NUMBER.
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
               MOVE "PLQ012E" TO MSG-ID
               STRING "PLMPEND FAILS ITS TRAILER CHECK - QUEUE "
                      "ALTERED OUTSIDE PLMQUEUE" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "PLMPEND FAILS ITS TRAILER CHECK - NOT UPDATED"
                   TO LIST-LINE
               WRITE LIST-LINE
               CLOSE QUEUE-LIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TRAILER-LAST TO QUEUE-LAST.

      * Entries stand in ascending number with nothing after the
      * trailer; an entry in any state but pending or approved has no
      * business on the queue.
       TAKE-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-ON-FILE
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN QT-TAG = "TRAILER"
                   MOVE 1 TO TRAILER-FOUND
                   MOVE QT-LAST  TO TRAILER-LAST
                   MOVE QT-COUNT TO TRAILER-COUNT
                   MOVE QT-HASH  TO TRAILER-HASH
               WHEN QUEUE-COUNT >= MAX-QUEUE
                 OR PQ-NUMBER NOT NUMERIC
                 OR (PQ-STATUS NOT = "P" AND PQ-STATUS NOT = "A")
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN PQ-NUMBER NOT > PRIOR-NUMBER
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN OTHER
                   ADD 1 TO QUEUE-COUNT
                   MOVE QUEUE-RECORD TO QUEUE-IMAGE(QUEUE-COUNT)
                   MOVE PQ-NUMBER TO PRIOR-NUMBER
                   CALL "TALLY-QUEUE-ENTRY" USING QUEUE-RECORD
                       TALLY-HASH
                   END-CALL
           END-EVALUATE.

       READ-CONTROL-DECK.
           OPEN INPUT CONTROL-CARD.
           IF CONTROL-STATUS NOT = "00"
               MOVE "PLQ013S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMQCTL, FILE STATUS "
                      CONTROL-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PLMQCTL" TO REJECT-SOURCE.
           PERFORM UNTIL CONTROL-STATUS = "10"
               READ CONTROL-CARD
                   AT END
                       MOVE "10" TO CONTROL-STATUS
                   NOT AT END
                       PERFORM TAKE-CONTROL-CARD
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD.

       TAKE-CONTROL-CARD.
           IF CONTROL-RECORD = SPACES OR CONTROL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO CARD-COUNT
               PERFORM TAKE-CONTROL-KEYWORD
           END-IF.

       TAKE-CONTROL-KEYWORD.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE-TX.
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO CTL-KEYWORD CTL-VALUE-TX
           END-UNSTRING.

           EVALUATE CTL-KEYWORD
               WHEN "ACTION"
                   MOVE FUNCTION TRIM (CTL-VALUE-TX) TO QUEUE-ACTION
               WHEN "SUBMITTER"
               WHEN "APPROVER"
                   MOVE "USER ID COMES FROM THE JOB, NOT A CARD"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN "REASON"
                   MOVE FUNCTION TRIM (CTL-VALUE-TX) TO SUBMIT-REASON
               WHEN "APPROVE"
                   MOVE "APP" TO CTL-KEYWORD
                   PERFORM NOTE-DECISION-CARD
               WHEN "REJECT"
                   MOVE "REJ" TO CTL-KEYWORD
                   PERFORM NOTE-DECISION-CARD
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD" TO REJECT-REASON
                   PERFORM NOTE-REJECT
           END-EVALUATE.

       NOTE-DECISION-CARD.
           IF DECISION-COUNT >= MAX-DECISIONS
               MOVE "TOO MANY DECISIONS FOR ONE RUN" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               ADD 1 TO DECISION-COUNT
               MOVE CTL-KEYWORD(1:3) TO DECISION-KIND(DECISION-COUNT)
               MOVE FUNCTION TRIM (CTL-VALUE-TX)
                   TO DECISION-ENTRY(DECISION-COUNT)
               MOVE CARD-COUNT TO DECISION-CARD(DECISION-COUNT)
           END-IF.

      * A submitter must run under a user id and say why; a checker
      * must run under a user id. A deck may do one thing only.
       CHECK-DECK-HEADER.
           EVALUATE QUEUE-ACTION
               WHEN "SUBMIT"
                   PERFORM CHECK-SUBMIT-HEADER
               WHEN "DECIDE"
                   PERFORM CHECK-DECIDE-HEADER
               WHEN "LIST"
                   IF DECISION-COUNT > 0
                       MOVE "APPROVE= OR REJECT= ON A LIST DECK"
                           TO REJECT-REASON
                       PERFORM NOTE-REJECT
                   END-IF
               WHEN OTHER
                   MOVE "NO ACTION=SUBMIT, DECIDE OR LIST CARD"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
           END-EVALUATE.

       CHECK-SUBMIT-HEADER.
           IF JOB-USER = SPACES
               MOVE "NO USER ID FOR THIS JOB" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           PERFORM FIND-REASON-CODE.
           IF REASON-MEANING = SPACES
               MOVE "NO REASON= CARD WITH A KNOWN REASON CODE"
                   TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           IF DECISION-COUNT > 0
               MOVE "APPROVE= OR REJECT= ON A SUBMIT DECK"
                   TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.

       CHECK-DECIDE-HEADER.
           IF JOB-USER = SPACES
               MOVE "NO USER ID FOR THIS JOB" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           IF DECISION-COUNT = 0
               MOVE "NO APPROVE= OR REJECT= CARDS" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.

       FIND-REASON-CODE.
           MOVE SPACES TO REASON-MEANING.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REASON-CODES
               IF RC-CODE(I) = SUBMIT-REASON
                   MOVE RC-MEANING(I) TO REASON-MEANING
               END-IF
           END-PERFORM.

      ******************************************************************
      * SUBMIT: every card on PLMTXN becomes a pending entry under the
      * next entry number. Only the action code is judged here - the
      * full PlMaint checks are shown on the listing for the checker.
      ******************************************************************
       SUBMIT-DECK.
           MOVE "PLMTXN " TO REJECT-SOURCE.
           MOVE ZERO TO CARD-COUNT.
           MOVE ZERO TO HOLD-COUNT.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = "00"
               MOVE "NO PLMTXN DECK TO SUBMIT" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               PERFORM UNTIL TRANSACTION-STATUS = "10"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "10" TO TRANSACTION-STATUS
                       NOT AT END
                           PERFORM TAKE-SUBMITTED-CARD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               IF HOLD-COUNT = 0 AND REJECT-COUNT = 0
                   MOVE "NO CARDS ON PLMTXN" TO REJECT-REASON
                   PERFORM NOTE-REJECT
               END-IF
           END-IF.

           IF REJECT-COUNT = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
                   PERFORM QUEUE-ONE-CARD
               END-PERFORM
               MOVE 1 TO QUEUE-CHANGE
           END-IF.

       TAKE-SUBMITTED-CARD.
           IF TRANSACTION-RECORD = SPACES OR TX-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO CARD-COUNT
               EVALUATE TRUE
                   WHEN TX-ACTION NOT = "ADD" AND TX-ACTION NOT = "CHG"
                    AND TX-ACTION NOT = "DEL"
                       MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
                       PERFORM NOTE-REJECT
                   WHEN QUEUE-COUNT + HOLD-COUNT >= MAX-QUEUE
                       MOVE "QUEUE FULL" TO REJECT-REASON
                       PERFORM NOTE-REJECT
                   WHEN OTHER
                       ADD 1 TO HOLD-COUNT
                       MOVE TRANSACTION-RECORD TO HOLD-CARD(HOLD-COUNT)
               END-EVALUATE
           END-IF.

       QUEUE-ONE-CARD.
           ADD 1 TO QUEUE-LAST.
           MOVE SPACES       TO QUEUE-RECORD.
           MOVE QUEUE-LAST   TO PQ-NUMBER.
           MOVE "P"          TO PQ-STATUS.
           MOVE JOB-USER     TO PQ-SUBMITTER.
           MOVE SUBMIT-REASON TO PQ-REASON.
           MOVE RUN-DATE-DISPLAY(5:19) TO PQ-SUBMITTED.
           MOVE HOLD-CARD(I) TO PQ-CARD.
           ADD 1 TO QUEUE-COUNT.
           MOVE QUEUE-RECORD TO QUEUE-IMAGE(QUEUE-COUNT).
           ADD 1 TO QUEUED-COUNT.

           MOVE "QUEUED   " TO QDL-WHAT.
           MOVE JOB-USER     TO QDL-USER.
           PERFORM WRITE-QUEUE-DONE.

      ******************************************************************
      * DECIDE: the whole deck is judged before any decision is taken,
      * so a deck with one bad card changes nothing.
      ******************************************************************
       CHECK-DECISIONS.
           MOVE "PLMQCTL" TO REJECT-SOURCE.
           PERFORM VARYING DECISION-IDX FROM 1 BY 1
                   UNTIL DECISION-IDX > DECISION-COUNT
               PERFORM CHECK-ONE-DECISION
           END-PERFORM.

       CHECK-ONE-DECISION.
           MOVE DECISION-CARD(DECISION-IDX) TO CARD-COUNT.
           PERFORM FIND-DECISION-ENTRY.
           MOVE QUEUE-SLOT TO DECISION-SLOT(DECISION-IDX).
           IF QUEUE-SLOT > 0
               MOVE QUEUE-IMAGE(QUEUE-SLOT) TO QUEUE-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN NUMBER-LENGTH = 0
                   MOVE "ENTRY NUMBER NOT NUMERIC" TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN QUEUE-SLOT = 0
                   MOVE "ENTRY NOT OPEN ON THE QUEUE" TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN PQ-SUBMITTER = JOB-USER
                   MOVE "APPROVER MAY NOT BE THE SUBMITTER"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN DECISION-KIND(DECISION-IDX) = "APP"
                AND PQ-STATUS = "A"
                   MOVE "ENTRY ALREADY APPROVED" TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN OTHER
                   PERFORM CHECK-DECIDED-TWICE
           END-EVALUATE.

       CHECK-DECIDED-TWICE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= DECISION-IDX
               IF DECISION-SLOT(J) = QUEUE-SLOT
                   MOVE DECISION-IDX TO J
                   MOVE "ENTRY DECIDED TWICE IN ONE DECK"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               END-IF
           END-PERFORM.

      * Entry numbers may be keyed with or without their leading
      * zeros; anything but one to six digits is refused.
       FIND-DECISION-ENTRY.
           MOVE ZERO TO QUEUE-SLOT.
           MOVE DECISION-ENTRY(DECISION-IDX) TO NUMBER-TX.
           MOVE ZERO TO NUMBER-LENGTH.
           INSPECT NUMBER-TX TALLYING NUMBER-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF NUMBER-LENGTH > 0
               IF NUMBER-TX(1:NUMBER-LENGTH) NOT NUMERIC
                   MOVE ZERO TO NUMBER-LENGTH
               END-IF
           END-IF.
           IF NUMBER-LENGTH > 0
               COMPUTE DECISION-NUMBER =
                   FUNCTION NUMVAL (NUMBER-TX(1:NUMBER-LENGTH))
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > QUEUE-COUNT OR QUEUE-SLOT > 0
                   IF QUEUE-IMAGE(I)(1:6) = DECISION-NUMBER
                       MOVE I TO QUEUE-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-DECISIONS.
           PERFORM VARYING DECISION-IDX FROM 1 BY 1
                   UNTIL DECISION-IDX > DECISION-COUNT
               PERFORM FIND-DECISION-ENTRY
               MOVE QUEUE-IMAGE(QUEUE-SLOT) TO QUEUE-RECORD
               IF DECISION-KIND(DECISION-IDX) = "APP"
                   MOVE "A" TO PQ-STATUS
                   MOVE "APPROVED " TO QDL-WHAT
                   ADD 1 TO APPROVED-COUNT
               ELSE
                   MOVE "R" TO PQ-STATUS
                   MOVE "REJECTED " TO QDL-WHAT
                   ADD 1 TO REJECTED-COUNT
               END-IF
               MOVE JOB-USER TO PQ-APPROVER
               MOVE RUN-DATE-DISPLAY(5:19) TO PQ-DECIDED
               MOVE QUEUE-RECORD TO QUEUE-IMAGE(QUEUE-SLOT)
               MOVE JOB-USER TO QDL-USER
               PERFORM WRITE-QUEUE-DONE
           END-PERFORM.
           MOVE 1 TO QUEUE-CHANGE.

      * QUEUE-RECORD holds the entry just queued or decided.
       WRITE-QUEUE-DONE.
           MOVE PQ-CARD TO TRANSACTION-RECORD.
           MOVE PQ-NUMBER TO QDL-NUMBER.
           MOVE TX-ACTION TO QDL-ACTION.
           MOVE TX-BODY(1:2) TO QDL-SYSTEM.
           MOVE TX-BODY(4:3) TO QDL-ID.
           MOVE QUEUE-DONE-LINE TO LIST-LINE.
           WRITE LIST-LINE.

      ******************************************************************
      * The approval listing. Every open entry is shown in queue
      * order against the master as the entries ahead of it leave it,
      * pending and approved alike, since that is the master PlMaint
      * will meet it on once they are approved.
      ******************************************************************
       LIST-OPEN-ENTRIES.
           PERFORM READ-PLANETS-FILE.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           STRING "OPEN ENTRIES IN QUEUE ORDER - IMAGES ASSUME EVERY "
                  "OPEN ENTRY AHEAD IS APPLIED" DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           WRITE LIST-LINE.

           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
               MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUE-RECORD
               IF PQ-STATUS = "P" OR PQ-STATUS = "A"
                   PERFORM LIST-ONE-ENTRY
               END-IF
           END-PERFORM.

       LIST-ONE-ENTRY.
           MOVE PQ-CARD TO TRANSACTION-RECORD.
           IF PQ-STATUS = "A"
               MOVE "APPROVED" TO EHL-STATE
               ADD 1 TO APPROVED-OPEN
           ELSE
               MOVE "PENDING " TO EHL-STATE
               ADD 1 TO PENDING-OPEN
           END-IF.
           MOVE PQ-NUMBER    TO EHL-NUMBER.
           MOVE TX-ACTION    TO EHL-ACTION.
           MOVE TX-BODY(1:2) TO EHL-SYSTEM.
           MOVE TX-BODY(4:3) TO EHL-ID.
           MOVE PQ-REASON    TO EHL-REASON.
           MOVE PQ-REASON    TO SUBMIT-REASON.
           PERFORM FIND-REASON-CODE.
           MOVE REASON-MEANING TO EHL-MEANING.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE ENTRY-HEAD-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE PQ-SUBMITTER TO EUL-SUBMITTER.
           MOVE PQ-SUBMITTED TO EUL-SUBMITTED.
           MOVE PQ-APPROVER  TO EUL-APPROVER.
           MOVE PQ-DECIDED   TO EUL-DECIDED.
           MOVE ENTRY-USER-LINE TO LIST-LINE.
           WRITE LIST-LINE.

      * BEFORE is the body as it stands ahead of this entry, AFTER as
      * the entry leaves it; an ADD has a blank BEFORE and a DEL a
      * blank AFTER, the way PLMLIST and GLDLIST show them.
           MOVE SPACES TO PLANET-RECORD.
           IF TX-ACTION = "CHG" OR TX-ACTION = "DEL"
               CALL "FIND-PLANET-CARD" USING STAGED-MASTER
                   TRANSACTION-RECORD CARD-EDIT
               END-CALL
               IF EC-POOL-SLOT > 0
                   MOVE EC-POOL-SLOT TO POOL-IDX
                   PERFORM BUILD-POOL-IMAGE
               END-IF
           END-IF.
           MOVE "BEFORE " TO LDL-TAG.
           MOVE PLANET-RECORD TO LDL-IMAGE.
           MOVE LIST-DETAIL-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           CALL "APPLY-PLANET-CARD" USING STAGED-MASTER
               TRANSACTION-RECORD CARD-EDIT
           END-CALL.
           IF EC-REASON = SPACES
               MOVE SPACES TO PLANET-RECORD
               IF TX-ACTION NOT = "DEL"
                   MOVE EC-POOL-SLOT TO POOL-IDX
                   PERFORM BUILD-POOL-IMAGE
               END-IF
               MOVE "AFTER  " TO LDL-TAG
               MOVE PLANET-RECORD TO LDL-IMAGE
               MOVE LIST-DETAIL-LINE TO LIST-LINE
               WRITE LIST-LINE
           ELSE
               ADD 1 TO REFUSE-COUNT
               MOVE SPACES TO LIST-LINE
               STRING "PLMAINT WOULD REFUSE THIS ENTRY - "
                      DELIMITED BY SIZE
                      EC-REASON DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
               MOVE "CARD   " TO LDL-TAG
               MOVE TRANSACTION-RECORD TO LDL-IMAGE
               MOVE LIST-DETAIL-LINE TO LIST-LINE
               WRITE LIST-LINE
           END-IF.

       BUILD-POOL-IMAGE.
           MOVE SPACES TO PLANET-RECORD.
           MOVE SYS-ID(EC-SYS-SLOT)  TO PR-SYSTEM.
           MOVE POOL-ID(POOL-IDX)    TO PR-ID.
           MOVE POOL-NAME(POOL-IDX)  TO PR-NAME.
           MOVE POOL-X(POOL-IDX)     TO PR-X.
           MOVE POOL-Y(POOL-IDX)     TO PR-Y.
           MOVE POOL-Z(POOL-IDX)     TO PR-Z.
           MOVE POOL-VX(POOL-IDX)    TO PR-VX.
           MOVE POOL-VY(POOL-IDX)    TO PR-VY.
           MOVE POOL-VZ(POOL-IDX)    TO PR-VZ.

      * The master is loaded under PlMaint's rules; a master PlMaint
      * would refuse outright cannot have entries judged against it.
       READ-PLANETS-FILE.
           MOVE ZERO TO POOL-TOTAL.
           MOVE ZERO TO SYSTEM-COUNT.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PLQ014S" TO MSG-ID
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
               MOVE "PLQ015E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ FROM PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC OR PR-ID NOT NUMERIC
               MOVE "PLQ016E" TO MSG-ID
               MOVE "BAD SYSTEM OR PLANET ID ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT (PR-X NUMERIC AND PR-Y NUMERIC AND PR-Z NUMERIC
              AND PR-VX NUMERIC AND PR-VY NUMERIC AND PR-VZ NUMERIC)
               MOVE "PLQ017E" TO MSG-ID
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
                       MOVE "PLQ018E" TO MSG-ID
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
                   MOVE "PLQ019E" TO MSG-ID
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
               MOVE "PLQ020E" TO MSG-ID
               STRING "TOO MANY PLANETS, SYSTEM " PR-SYSTEM
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POOL-TOTAL >= MAX-POOL
               MOVE "PLQ021E" TO MSG-ID
               MOVE "TOO MANY PLANETS ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING I FROM SYS-START(SYSTEM-COUNT) BY 1
                   UNTIL I > POOL-TOTAL
               IF POOL-ID(I) = PR-ID
                   MOVE "PLQ022E" TO MSG-ID
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

       NOTE-REJECT.
           ADD 1 TO REJECT-COUNT.
           MOVE REJECT-SOURCE TO RDL-SOURCE.
           MOVE CARD-COUNT TO RDL-CARD.
           MOVE REJECT-REASON TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO LIST-LINE.
           WRITE LIST-LINE.

       WRITE-LIST-SUMMARY.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ENTRIES QUEUED        = " TO LCL-WHAT.
           MOVE QUEUED-COUNT TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ENTRIES APPROVED      = " TO LCL-WHAT.
           MOVE APPROVED-COUNT TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "ENTRIES REJECTED      = " TO LCL-WHAT.
           MOVE REJECTED-COUNT TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "CARDS REFUSED         = " TO LCL-WHAT.
           MOVE REJECT-COUNT TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "OPEN PENDING          = " TO LCL-WHAT.
           MOVE PENDING-OPEN TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "OPEN APPROVED         = " TO LCL-WHAT.
           MOVE APPROVED-OPEN TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE "PLMAINT WOULD REFUSE  = " TO LCL-WHAT.
           MOVE REFUSE-COUNT TO LCL-COUNT.
           MOVE LIST-COUNT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

           EVALUATE TRUE
               WHEN REJECT-COUNT > 0
                   MOVE "QUEUE NOT UPDATED - DECK NOT CLEAN"
                       TO LIST-VERDICT-LINE
               WHEN QUEUE-CHANGED
                   MOVE "DECK CLEAN - QUEUE UPDATED"
                       TO LIST-VERDICT-LINE
               WHEN OTHER
                   MOVE "QUEUE LISTED - NOTHING CHANGED"
                       TO LIST-VERDICT-LINE
           END-EVALUATE.
           MOVE LIST-VERDICT-LINE TO LIST-LINE.
           WRITE LIST-LINE.

      * Rejected entries go to PLMQHIST before the queue is rewritten
      * without them, so an entry is never off both files at once.
       REWRITE-QUEUE.
           IF REJECTED-COUNT > 0
               PERFORM OPEN-QUEUEHIST-FILE
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                       UNTIL QUEUE-IDX > QUEUE-COUNT
                   IF QUEUE-IMAGE(QUEUE-IDX)(8:1) = "R"
                       MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUEHIST-RECORD
                       WRITE QUEUEHIST-RECORD
                   END-IF
               END-PERFORM
               CLOSE QUEUEHIST-FILE
           END-IF.

           OPEN OUTPUT QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00"
               MOVE "PLQ023S" TO MSG-ID
               STRING "UNABLE TO REWRITE PLMPEND, FILE STATUS "
                      QUEUE-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO TRAILER-COUNT.
           MOVE ZERO TO TALLY-HASH.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
               IF QUEUE-IMAGE(QUEUE-IDX)(8:1) NOT = "R"
                   MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUE-RECORD
                   WRITE QUEUE-RECORD
                   ADD 1 TO TRAILER-COUNT
                   CALL "TALLY-QUEUE-ENTRY" USING QUEUE-RECORD
                       TALLY-HASH
                   END-CALL
               END-IF
           END-PERFORM.

           MOVE SPACES        TO QUEUE-RECORD.
           MOVE "TRAILER"     TO QT-TAG.
           MOVE QUEUE-LAST    TO QT-LAST.
           MOVE TRAILER-COUNT TO QT-COUNT.
           MOVE TALLY-HASH    TO QT-HASH.
           MOVE RUN-DATE-DISPLAY(5:19) TO QT-DATE.
           WRITE QUEUE-RECORD.
           CLOSE QUEUE-FILE.

      * PLMQHIST is only ever extended.
       OPEN-QUEUEHIST-FILE.
           OPEN INPUT QUEUEHIST-FILE.
           IF QUEUEHIST-STATUS = "35"
               OPEN OUTPUT QUEUEHIST-FILE
               CLOSE QUEUEHIST-FILE
           ELSE
               CLOSE QUEUEHIST-FILE
           END-IF.

           OPEN EXTEND QUEUEHIST-FILE.
           IF QUEUEHIST-STATUS NOT = "00"
               MOVE "PLQ024S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMQHIST, FILE STATUS "
                      QUEUEHIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The submitted cards are on the queue now; PLMTXN is emptied
      * so the same deck cannot be queued twice.
       CLEAR-SUBMITTED-DECK.
           OPEN OUTPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = "00"
               MOVE "PLQ025S" TO MSG-ID
               STRING "UNABLE TO EMPTY PLMTXN, FILE STATUS "
                      TRANSACTION-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TRANSACTION-FILE.
