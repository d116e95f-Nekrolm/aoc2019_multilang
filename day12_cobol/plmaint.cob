      * Batch maintenance for the PLANETS master. Hand edits to the
      * 91-byte records have been the only way to add, retire or
      * correct a body, and a mistyped axis is not caught until Day12
      * refuses the whole master overnight. This program applies the
      * approved ADD/CHG/DEL transactions on the PLMPEND queue against
      * a staged in-storage copy of the master, enforcing everything
      * Day12's TAKE-PLANET-RECORD assumes: numeric axes, a unique
      * planet number within its system, systems contiguous on the
      * file and body counts inside MAX-PLANETS. The checks are
      * PlmEdit's, the same routines PlmQueue and PlScrn judge a card
      * with, so a card is refused here for exactly the reason they
      * gave. Every record touched
      * is shown before and after on the PLMLIST audit listing; every
      * refused card goes to PLMREJ with its reason and queue entry
      * so just those can be fixed and resubmitted. The new master
      * only replaces PLANETS when the whole edit ran clean - any
      * reject leaves the master untouched and ends the job with
      * return code 8. The outgoing master is retired to a generation
      * copy first, the same way the Driver retires RUNLOG.
      *
      * Each promotion is also a new master version. The bodies it
      * added, changed or deleted are appended to PLANHIST under the
      * next version number with the date it took effect and this
      * run's identifier, and PlanVer rewrites PLANVER to name the
      * version now on PLANETS. A master that was never promoted
      * under version control, or was edited by hand after its last
      * promotion, is first recorded whole on PLANHIST as a baseline
      * version of its own, so the history always starts from a
      * complete master.
      *
      * Cards reach the master only through the PLMPEND approval
      * queue PlmQueue keeps: a card is queued as pending under the
      * user id of the job that submitted it and a reason code, and a
      * job run by a second user must approve it. The user ids are
      * the ones the PlmQueue jobs ran under, never keyed on a card.
      * Only approved entries are applied here, in queue order -
      * pending ones wait on the queue untouched - and an entry with
      * no approver, or approved by its own submitter, is refused
      * like a bad card. PLMLIST shows both user ids against every
      * change. The queue's trailer carries a hash total over every
      * character of every entry, so an entry marked
      * approved by editing the file fails the trailer check and
      * nothing on the queue is applied. When the master is promoted
      * the applied entries
      * leave the queue for PLMQHIST stamped with this run's
      * identifier; when it is not, the queue is left exactly as it
      * was.

       Environment division.
       Input-output section.
               organization is line sequential
               file status is PLANETS-STATUS.

           select QUEUE-FILE assign to "PLMPEND"
               organization is line sequential
               file status is QUEUE-STATUS.

           select QUEUEHIST-FILE assign to "PLMQHIST"
               organization is line sequential
               file status is QUEUEHIST-STATUS.

           select AUDIT-LIST assign to "PLMLIST"
               organization is line sequential
               organization is line sequential
               file status is REJECT-STATUS.

           select PLANHIST-FILE assign to "PLANHIST"
               organization is line sequential
               file status is PLANHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANETS-FILE
           05 FILLER PIC X.
           05 PR-VZ PIC S9(18) SIGN LEADING SEPARATE.

      * One PlmQueue entry: its number and state (P pending, A
      * approved), who submitted it when and why, who approved it
      * when, the run that applied it, and the card itself. The queue
      * ends with a trailer carrying the last entry number issued,
      * the count of entries and their hash total; see PlmEdit.
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

       FD  QUEUEHIST-FILE
           record contains 230 characters.
       01 QUEUEHIST-RECORD PIC X(230).

       FD  AUDIT-LIST
           record contains 160 characters.
           record contains 160 characters.
       01 REJECT-LINE PIC X(160).

      * One body image per line: ADD and CHG carry the record as the
      * version left it, DEL the record as it stood when deleted, and
      * BAS a record of a master taken on whole as a baseline. The
      * master of any version is rebuilt by replaying every line up
      * to and including that version in file order, starting afresh
      * at each baseline.
       FD  PLANHIST-FILE
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
           05 PH-BODY     PIC X(139).

       WORKING-STORAGE SECTION.

       01 PLANETS-STATUS     PIC X(02) VALUE ZEROS.
       01 QUEUE-STATUS       PIC X(02) VALUE ZEROS.
       01 QUEUEHIST-STATUS   PIC X(02) VALUE ZEROS.
       01 AUDIT-STATUS       PIC X(02) VALUE ZEROS.
       01 REJECT-STATUS      PIC X(02) VALUE ZEROS.
       01 PLANHIST-STATUS    PIC X(02) VALUE ZEROS.

       01 RUN-DATE-TIME.
           05 RUN-DATE.
           05 RUN-ID  PIC X(14) VALUE SPACES.
           05 RUN-GEN PIC 9(02) VALUE ZERO.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "PLMAINT".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 XREF-PARM-TEXT.
           05 FILLER      PIC X(08) VALUE "PLMAINT ".
           05 FILLER      PIC X(08) VALUE "APPLIED=".
           05 XPT-APPLIED PIC 9(05).
           05 FILLER      PIC X(04) VALUE " MV=".
           05 XPT-VERSION PIC X(05).
           05 FILLER      PIC X(30) VALUE SPACES.

      * The version block PlanVer fills and reads; see PlanVer for
      * the meaning of each field.
       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

       01 NEW-VERSION     PIC 9(05) VALUE ZERO.
       01 BASELINE-COUNT  PIC 9(03) VALUE ZERO.
       01 HIST-ACTION     PIC X(03) VALUE SPACES.

      * Every body image this run changes is held here until the
      * promoted master is safely written, then appended to PLANHIST
      * in the order the cards applied them. A deck bigger than the
      * table is refused card by card like any other reject.
       78 MAX-CHANGES VALUE 1000.
       01 CHANGE-COUNT    PIC 9(04) VALUE ZERO.
       01 CHANGE-IDX      PIC 9(04) VALUE ZERO.
       01 CHANGE-ACTION-TABLE.
           05 CHANGE-ACTION PIC X(03) OCCURS MAX-CHANGES TIMES
                            VALUE SPACES.
       01 CHANGE-IMAGE-TABLE.
           05 CHANGE-IMAGE PIC X(139) OCCURS MAX-CHANGES TIMES
                           VALUE SPACES.

      * The staged copy of the master: the same pool-and-directory
      * shape Day12 loads, so the edit is judged against exactly the
      * structures the simulation will build from the promoted file.
      * It is passed whole to PlmEdit and must match its layout.
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
       01 BEFORE-IMAGE    PIC X(139) VALUE SPACES.

      * A transaction card is the action code followed by a full
      * master record image, so a card can be made from a master line
      * with a three-letter prefix. DEL only reads the system and
      * planet number; ADD and CHG take the whole image.
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

      * The queue as read, held whole so it can be rewritten
      * without the entries this run applied.
       78 MAX-QUEUE VALUE 1000.
       01 QUEUE-COUNT   PIC 9(04) VALUE ZERO.
       01 QUEUE-IDX     PIC 9(04) VALUE ZERO.
       01 QUEUE-IMAGE-TABLE.
           05 QUEUE-IMAGE PIC X(230) OCCURS MAX-QUEUE TIMES
                          VALUE SPACES.
       01 QUEUE-LAST    PIC 9(06) VALUE ZERO.
       01 PRIOR-NUMBER  PIC 9(06) VALUE ZERO.
       01 TRAILER-FOUND PIC 9 VALUE 0.
           88 TRAILER-ON-FILE VALUE 1.
       01 QUEUE-DAMAGE  PIC 9 VALUE 0.
           88 QUEUE-DAMAGED VALUE 1.
       01 TRAILER-COUNT PIC 9(05) VALUE ZERO.
       01 TRAILER-HASH  PIC X(18) VALUE SPACES.
       01 TALLY-HASH    PIC 9(18) VALUE ZERO.
       01 PENDING-COUNT PIC 9(05) VALUE ZERO.
       01 KEPT-COUNT    PIC 9(05) VALUE ZERO.

       01 CARD-COUNT    PIC 9(05) VALUE ZERO.
       01 APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01 REMARK-COUNT  PIC 9(05) VALUE ZERO.
       01 REJECT-COUNT  PIC 9(05) VALUE ZERO.
       01 BODIES-BEFORE PIC 9(03) VALUE ZERO.

       01 REJECT-REASON PIC X(32) VALUE SPACES.

       01 I PIC 9(03) VALUE 1.
           05 AAL-SYSTEM PIC X(02).
           05 FILLER     PIC X(08) VALUE " PLANET ".
           05 AAL-ID     PIC X(03).
           05 FILLER     PIC X(07) VALUE "  ENTRY".
           05 FILLER     PIC X VALUE SPACE.
           05 AAL-QUEUE  PIC 9(06).
           05 FILLER     PIC X(14) VALUE "  SUBMITTED BY".
           05 FILLER     PIC X VALUE SPACE.
           05 AAL-SUBMITTER PIC X(08).
           05 FILLER     PIC X(14) VALUE "  APPROVED BY ".
           05 AAL-APPROVER PIC X(08).
           05 FILLER     PIC X(09) VALUE "  REASON ".
           05 AAL-REASON PIC X(04).

      * The refused card is listed whole, on its own line under the
      * reason, so the operator can correct it and resubmit exactly
           05 RDL-CARD   PIC ZZZZ9.
           05 FILLER     PIC X(01) VALUE SPACE.
           05 RDL-REASON PIC X(32).
           05 FILLER     PIC X(07) VALUE "  ENTRY".
           05 FILLER     PIC X VALUE SPACE.
           05 RDL-QUEUE  PIC 9(06).

       01 REJECT-IMAGE-LINE.
           05 FILLER     PIC X(07) VALUE "IMAGE  ".

           PERFORM OPEN-LISTINGS.

           PERFORM READ-QUEUE-FILE.

           PERFORM WRITE-AUDIT-SUMMARY.

               PERFORM PROMOTE-NEW-MASTER
           END-IF.

      * Approved entries that carry only a remark change nothing, but
      * they are still done with and leave PLMPEND the same way.
           IF REJECT-COUNT = 0 AND APPLIED-COUNT = 0
              AND REMARK-COUNT > 0
               PERFORM CLOSE-REMARK-ENTRIES
           END-IF.

           CLOSE AUDIT-LIST.
           CLOSE REJECT-LIST.

           IF REJECT-COUNT > 0
               MOVE "PLM003E" TO MSG-ID
               STRING REJECT-COUNT " TRANSACTIONS REJECTED - MASTER "
                      "NOT PROMOTED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF REJECT-COUNT = 0 AND APPLIED-COUNT = 0
              AND REMARK-COUNT > 0
               MOVE "PLM005I" TO MSG-ID
               STRING REMARK-COUNT " REMARK ENTRIES CLOSED - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
           END-IF.

           IF REJECT-COUNT = 0 AND APPLIED-COUNT = 0
              AND REMARK-COUNT = 0
               MOVE "PLM002I" TO MSG-ID
               MOVE "NO APPROVED ENTRIES TO APPLY - MASTER UNCHANGED"
                   TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

      * The staged copy is loaded under the same rules Day12 loads
      * the live master, plus the uniqueness rule Day12 assumes but
      * never checks: a planet number may appear once per system. A
           MOVE ZERO TO SYSTEM-COUNT.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PLM010S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PLANETS-FILE.

           IF SYSTEM-COUNT < 1
               MOVE "PLM011E" TO MSG-ID
               MOVE "NO PLANET RECORDS READ FROM PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-PLANET-RECORD.
           IF PR-SYSTEM NOT NUMERIC OR PR-ID NOT NUMERIC
               MOVE "PLM012E" TO MSG-ID
               MOVE "BAD SYSTEM OR PLANET ID ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT (PR-X NUMERIC AND PR-Y NUMERIC AND PR-Z NUMERIC
              AND PR-VX NUMERIC AND PR-VY NUMERIC AND PR-VZ NUMERIC)
               MOVE "PLM013E" TO MSG-ID
               STRING "BAD AXIS ON PLANETS, SYSTEM " PR-SYSTEM
                      " PLANET " PR-ID DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
              PR-SYSTEM NOT = SYS-ID(SYSTEM-COUNT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SYSTEM-COUNT
                   IF SYS-ID(I) = PR-SYSTEM
                       MOVE "PLM014E" TO MSG-ID
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
                   MOVE "PLM015E" TO MSG-ID
                   MOVE "TOO MANY SYSTEMS ON PLANETS" TO MSG-TEXT
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF SYS-NPLANETS(SYSTEM-COUNT) >= MAX-PLANETS
               MOVE "PLM016E" TO MSG-ID
               STRING "TOO MANY PLANETS, SYSTEM " PR-SYSTEM
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POOL-TOTAL >= MAX-POOL
               MOVE "PLM017E" TO MSG-ID
               MOVE "TOO MANY PLANETS ON PLANETS" TO MSG-TEXT
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING I FROM SYS-START(SYSTEM-COUNT) BY 1
                   UNTIL I > POOL-TOTAL
               IF POOL-ID(I) = PR-ID
                   MOVE "PLM018E" TO MSG-ID
                   STRING "DUPLICATE PLANET " PR-ID " IN SYSTEM "
                          PR-SYSTEM " ON PLANETS" DELIMITED BY SIZE
                       INTO MSG-TEXT
                   END-STRING
                   PERFORM ISSUE-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

           OPEN OUTPUT AUDIT-LIST.
           IF AUDIT-STATUS NOT = "00"
               MOVE "PLM020S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMLIST, FILE STATUS "
                      AUDIT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-LIST.
           IF REJECT-STATUS NOT = "00"
               MOVE "PLM021S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMREJ, FILE STATUS "
                      REJECT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           WRITE REJECT-LINE.

      * A queue that fails its trailer has been edited by hand and
      * nothing on it is applied; the master is refused for repair
      * the same way a damaged master is.
       READ-QUEUE-FILE.
           MOVE ZERO TO TALLY-HASH.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00"
               MOVE "NO TRANSACTION QUEUE - MASTER LEFT AS IS"
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
           ELSE
               PERFORM UNTIL QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-STATUS
                       NOT AT END
                           PERFORM TAKE-QUEUE-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               PERFORM CHECK-QUEUE-TRAILER
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                       UNTIL QUEUE-IDX > QUEUE-COUNT
                   MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUE-RECORD
                   IF PQ-STATUS = "A"
                       PERFORM APPLY-QUEUE-ENTRY
                   ELSE
                       ADD 1 TO PENDING-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-ON-FILE
                   MOVE 1 TO QUEUE-DAMAGE
               WHEN QT-TAG = "TRAILER"
                   MOVE 1 TO TRAILER-FOUND
                   MOVE QT-LAST  TO QUEUE-LAST
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

       CHECK-QUEUE-TRAILER.
           IF NOT TRAILER-ON-FILE OR QUEUE-DAMAGED
              OR TRAILER-COUNT NOT = QUEUE-COUNT
              OR PRIOR-NUMBER > QUEUE-LAST
              OR TRAILER-HASH NOT = TALLY-HASH
               MOVE "PLM022E" TO MSG-ID
               STRING "PLMPEND FAILS ITS TRAILER CHECK - QUEUE "
                      "ALTERED OUTSIDE PLMQUEUE" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO AUDIT-LINE
               STRING "PLMPEND FAILS ITS TRAILER CHECK - MASTER LEFT "
                      "AS IS" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-LIST
               CLOSE REJECT-LIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * QUEUE-RECORD holds the entry for the audit and reject lines.
      * The approval is checked again here: PlmQueue records the user
      * ids of the jobs that submitted and approved the entry and
      * never an approval by the submitter, so one on file did not
      * come from PlmQueue.
       APPLY-QUEUE-ENTRY.
           MOVE PQ-CARD TO TRANSACTION-RECORD.
           IF PQ-APPROVER = SPACES OR
              FUNCTION TRIM (PQ-APPROVER) = FUNCTION TRIM (PQ-SUBMITTER)
               ADD 1 TO CARD-COUNT
               MOVE "NOT APPROVED BY A SECOND USER" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF.

      * Blank cards and cards starting with * are remarks, the same
      * convention D12PARM uses, so a deck can carry its own notes.
      * An entry holding only a remark is listed and closed with the
      * applied entries, though it changes nothing.
       APPLY-TRANSACTION.
           IF TRANSACTION-RECORD = SPACES OR TX-ACTION(1:1) = "*"
               ADD 1 TO REMARK-COUNT
               MOVE SPACES TO AUDIT-LINE
               WRITE AUDIT-LINE
               STRING "ENTRY " PQ-NUMBER " REMARK ONLY - CLOSED "
                      "WITHOUT CHANGE" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               ADD 1 TO CARD-COUNT
               PERFORM APPLY-EDIT-CARD
           END-IF.

      * PlmEdit judges the card and applies it to the staged copy.
      * The body a CHG or DEL names is taken first, as it stands, for
      * the BEFORE line; an ADD has only an AFTER, a DEL only a
      * BEFORE.
       APPLY-EDIT-CARD.
           MOVE SPACES TO BEFORE-IMAGE.
           CALL "FIND-PLANET-CARD" USING STAGED-MASTER
               TRANSACTION-RECORD CARD-EDIT
           END-CALL.
           IF EC-POOL-SLOT > 0
               MOVE EC-POOL-SLOT TO POOL-IDX
               PERFORM BUILD-POOL-IMAGE
               MOVE PLANET-RECORD TO BEFORE-IMAGE
           END-IF.

           CALL "APPLY-PLANET-CARD" USING STAGED-MASTER
               TRANSACTION-RECORD CARD-EDIT
           END-CALL.
           IF EC-REASON NOT = SPACES
               MOVE EC-REASON TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               ADD 1 TO APPLIED-COUNT
               PERFORM WRITE-AUDIT-ACTION
               IF TX-ACTION NOT = "ADD"
                   MOVE BEFORE-IMAGE TO PLANET-RECORD
                   MOVE "BEFORE " TO ADL-TAG
                   PERFORM WRITE-AUDIT-IMAGE
               END-IF
               IF TX-ACTION NOT = "DEL"
                   MOVE EC-POOL-SLOT TO POOL-IDX
                   PERFORM BUILD-POOL-IMAGE
                   MOVE "AFTER  " TO ADL-TAG
                   PERFORM WRITE-AUDIT-IMAGE
               END-IF
               PERFORM NOTE-CHANGE
           END-IF.

       WRITE-AUDIT-ACTION.
           MOVE CARD-COUNT TO AAL-CARD.
           MOVE TX-ACTION  TO AAL-ACTION.
           MOVE TX-SYSTEM  TO AAL-SYSTEM.
           MOVE TX-ID      TO AAL-ID.
           MOVE PQ-NUMBER    TO AAL-QUEUE.
           MOVE PQ-SUBMITTER TO AAL-SUBMITTER.
           MOVE PQ-APPROVER  TO AAL-APPROVER.
           MOVE PQ-REASON    TO AAL-REASON.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE AUDIT-ACTION-LINE TO AUDIT-LINE.

      * BEFORE shows the master record as it stood, built from the
      * staged pool; AFTER shows the record as the promoted file will
      * carry it. The image is in PLANET-RECORD.
       WRITE-AUDIT-IMAGE.
           MOVE PLANET-RECORD TO ADL-IMAGE.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      * Called with the image just built in PLANET-RECORD: the AFTER
      * image of an ADD or CHG, the BEFORE image of a DEL.
       NOTE-CHANGE.
           ADD 1 TO CHANGE-COUNT.
           MOVE TX-ACTION     TO CHANGE-ACTION(CHANGE-COUNT).
           MOVE PLANET-RECORD TO CHANGE-IMAGE(CHANGE-COUNT).

       BUILD-POOL-IMAGE.
           MOVE SPACES TO PLANET-RECORD.
           MOVE SYS-ID(EC-SYS-SLOT)  TO PR-SYSTEM.
           MOVE POOL-ID(POOL-IDX)    TO PR-ID.
           MOVE POOL-NAME(POOL-IDX)  TO PR-NAME.
           MOVE POOL-X(POOL-IDX)     TO PR-X.
           ADD 1 TO REJECT-COUNT.
           MOVE CARD-COUNT TO RDL-CARD.
           MOVE REJECT-REASON TO RDL-REASON.
           MOVE PQ-NUMBER TO RDL-QUEUE.
           MOVE REJECT-DETAIL-LINE TO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE TRANSACTION-RECORD TO RIL-IMAGE.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "REMARKS CLOSED   = " TO ACL-WHAT.
           MOVE REMARK-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "CARDS REJECTED   = " TO ACL-WHAT.
           MOVE REJECT-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "ENTRIES PENDING  = " TO ACL-WHAT.
           MOVE PENDING-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "BODIES BEFORE    = " TO ACL-WHAT.
           MOVE BODIES-BEFORE TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
               WHEN REJECT-COUNT > 0
                   MOVE "MASTER NOT PROMOTED - EDIT NOT CLEAN"
                       TO AUDIT-VERDICT-LINE
               WHEN APPLIED-COUNT = 0 AND REMARK-COUNT > 0
                   MOVE "REMARKS CLOSED - MASTER LEFT AS IS"
                       TO AUDIT-VERDICT-LINE
               WHEN APPLIED-COUNT = 0
                   MOVE "NO TRANSACTIONS APPLIED - MASTER LEFT AS IS"
                       TO AUDIT-VERDICT-LINE
       PROMOTE-NEW-MASTER.
           CALL "ACQUIRE-RUN-ID" USING RUN-ID RUN-GEN
           END-CALL.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "PLANETS       "
           END-CALL.

           PERFORM ASSIGN-MASTER-VERSION.

           MOVE APPLIED-COUNT TO XPT-APPLIED.
           MOVE NEW-VERSION   TO XPT-VERSION.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-TEXT
           END-CALL.

           OPEN OUTPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PLM023S" TO MSG-ID
               STRING "UNABLE TO REWRITE PLANETS, FILE STATUS "
                      PLANETS-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SYSTEM-COUNT
               MOVE J TO EC-SYS-SLOT
               PERFORM VARYING POOL-IDX FROM SYS-START(J) BY 1
                       UNTIL POOL-IDX >= SYS-START(J)
                             + SYS-NPLANETS(J)

           CLOSE PLANETS-FILE.

           PERFORM WRITE-VERSION-CHANGES.

           PERFORM CLOSE-APPLIED-ENTRIES.

           MOVE NEW-VERSION TO MV-VERSION.
           MOVE RUN-DATE-DISPLAY(5:19) TO MV-EFF-DATE.
           MOVE RUN-ID TO MV-RUN-ID.
           CALL "STAMP-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.
           MOVE MV-TEXT TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "PLM001I" TO MSG-ID.
           STRING "MASTER PROMOTED, " APPLIED-COUNT
                  " TRANSACTIONS APPLIED" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.
           MOVE "PLM004I" TO MSG-ID.
           MOVE MV-TEXT TO MSG-TEXT.
           PERFORM ISSUE-MESSAGE.

      * A run that only closes remarks still takes a run identifier,
      * so the entries it closes and its messages name the run that
      * closed them; with no master written there is no generation
      * to save and nothing for RUNXREF.
       CLOSE-REMARK-ENTRIES.
           CALL "ACQUIRE-RUN-ID" USING RUN-ID RUN-GEN
           END-CALL.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.
           PERFORM CLOSE-APPLIED-ENTRIES.

      * The outgoing master is still on PLANETS at this point. When
      * it is not exactly the version PLANVER names - never promoted
      * under version control, or edited by hand since - it is first
      * written whole to PLANHIST as a baseline version, so the
      * changes this run makes are recorded against a master the
      * history can actually rebuild.
       ASSIGN-MASTER-VERSION.
           CALL "GET-MASTER-VERSION" USING MASTER-VERSION
           END-CALL.
           COMPUTE NEW-VERSION = MV-VERSION + 1.
           IF MV-STAMP NOT NUMERIC
               PERFORM WRITE-VERSION-BASELINE
               ADD 1 TO NEW-VERSION
           END-IF.

       WRITE-VERSION-BASELINE.
           MOVE ZERO TO BASELINE-COUNT.
           PERFORM OPEN-PLANHIST-FILE.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS NOT = "00"
               MOVE "PLM024S" TO MSG-ID
               STRING "UNABLE TO REREAD PLANETS, FILE STATUS "
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
                       MOVE "BAS" TO HIST-ACTION
                       PERFORM WRITE-PLANHIST-LINE
                       ADD 1 TO BASELINE-COUNT
               END-READ
           END-PERFORM.

           CLOSE PLANETS-FILE.
           CLOSE PLANHIST-FILE.

           MOVE SPACES TO AUDIT-LINE.
           STRING "MASTER AS FOUND RECORDED AS BASELINE VERSION "
                  DELIMITED BY SIZE
                  NEW-VERSION DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  BASELINE-COUNT DELIMITED BY SIZE
                  " BODIES" DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

       WRITE-VERSION-CHANGES.
           PERFORM OPEN-PLANHIST-FILE.
           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                   UNTIL CHANGE-IDX > CHANGE-COUNT
               MOVE CHANGE-ACTION(CHANGE-IDX) TO HIST-ACTION
               MOVE CHANGE-IMAGE(CHANGE-IDX)  TO PLANET-RECORD
               PERFORM WRITE-PLANHIST-LINE
           END-PERFORM.
           CLOSE PLANHIST-FILE.

      * PLANHIST is only ever extended.
       OPEN-PLANHIST-FILE.
           OPEN INPUT PLANHIST-FILE.
           IF PLANHIST-STATUS = "35"
               OPEN OUTPUT PLANHIST-FILE
               CLOSE PLANHIST-FILE
           ELSE
               CLOSE PLANHIST-FILE
           END-IF.

           OPEN EXTEND PLANHIST-FILE.
           IF PLANHIST-STATUS NOT = "00"
               MOVE "PLM025S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANHIST, FILE STATUS "
                      PLANHIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every line carries the version being written and this run's
      * effective date and identifier; the body image is whatever is
      * in PLANET-RECORD.
       WRITE-PLANHIST-LINE.
           MOVE SPACES TO PLANHIST-RECORD.
           MOVE NEW-VERSION TO PH-VERSION.
           MOVE RUN-DATE-DISPLAY(5:19) TO PH-EFF-DATE.
           MOVE RUN-ID TO PH-RUN-ID.
           MOVE HIST-ACTION TO PH-ACTION.
           MOVE PLANET-RECORD TO PH-BODY.
           WRITE PLANHIST-RECORD.

      * Every approved entry was applied - the master is only promoted
      * when none was refused, and a run holding only remarks closes
      * them the same way without promoting - so each one goes to
      * PLMQHIST marked D with this run's identifier, and PLMPEND is
      * rewritten with the pending entries alone under the same last
      * entry number.
       CLOSE-APPLIED-ENTRIES.
           OPEN INPUT QUEUEHIST-FILE.
           IF QUEUEHIST-STATUS = "35"
               OPEN OUTPUT QUEUEHIST-FILE
               CLOSE QUEUEHIST-FILE
           ELSE
               CLOSE QUEUEHIST-FILE
           END-IF.

           OPEN EXTEND QUEUEHIST-FILE.
           IF QUEUEHIST-STATUS NOT = "00"
               MOVE "PLM026S" TO MSG-ID
               STRING "UNABLE TO OPEN PLMQHIST, FILE STATUS "
                      QUEUEHIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
               MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUE-RECORD
               IF PQ-STATUS = "A"
                   MOVE "D"    TO PQ-STATUS
                   MOVE RUN-ID TO PQ-APPLY-RUN
                   MOVE QUEUE-RECORD TO QUEUEHIST-RECORD
                   WRITE QUEUEHIST-RECORD
               END-IF
           END-PERFORM.
           CLOSE QUEUEHIST-FILE.

           OPEN OUTPUT QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00"
               MOVE "PLM027S" TO MSG-ID
               STRING "UNABLE TO REWRITE PLMPEND, FILE STATUS "
                      QUEUE-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO KEPT-COUNT.
           MOVE ZERO TO TALLY-HASH.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
               MOVE QUEUE-IMAGE(QUEUE-IDX) TO QUEUE-RECORD
               IF PQ-STATUS = "P"
                   WRITE QUEUE-RECORD
                   ADD 1 TO KEPT-COUNT
                   CALL "TALLY-QUEUE-ENTRY" USING QUEUE-RECORD
                       TALLY-HASH
                   END-CALL
               END-IF
           END-PERFORM.
           MOVE SPACES     TO QUEUE-RECORD.
           MOVE "TRAILER"  TO QT-TAG.
           MOVE QUEUE-LAST TO QT-LAST.
           MOVE KEPT-COUNT TO QT-COUNT.
           MOVE TALLY-HASH TO QT-HASH.
           MOVE RUN-DATE-DISPLAY(5:19) TO QT-DATE.
           WRITE QUEUE-RECORD.
           CLOSE QUEUE-FILE.
