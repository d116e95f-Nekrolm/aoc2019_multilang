      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoldUpd.

      * Maintains D12GOLD, the approved expected results GoldCert
      * certifies Day12's history against, and is the only program
      * that writes it. HistRpt only compares a run with the run
      * before it, so two runs that agree on a wrong answer pass
      * unnoticed; D12GOLD holds, per planet system, the TOTAL-ENERGY,
      * X/Y/Z-LOOP and ANSWER-LOOP someone has signed off as right,
      * with who signed them off, when, from which run, and the
      * PLANETS master version that run read.
      *
      * The GLDTXN deck names the approver, the reason and the run
      * whose D12HIST figures are being approved, then one card per
      * system to take on or retire. Figures are never keyed by hand:
      * they are copied from the named run's own history lines, and
      * only from a run that read a master under version control, so
      * any approved figure can be replayed. Every expectation taken
      * on, replaced or retired is shown with its before and after
      * images on the GLDLIST listing and appended to the GLDHIST
      * audit file under a new baseline version number, and RUNXREF
      * records the update like any other run. As with PlMaint the
      * update is all or nothing - one rejected card leaves D12GOLD
      * untouched and ends the job with return code 8 - and the
      * outgoing file is retired to its generation copy first.
      *
      * The run's figures are read off the live D12HIST or, once
      * HistArc has moved the run's month out of it, off the monthly
      * archive - D12HIST.A<yyyymm> for the month the run identifier
      * was minted in, or the month after for a run that went on
      * over the turn of the month - so a run can still be approved
      * after it has been archived.
      *
      * D12GOLD ends with a trailer carrying the baseline version,
      * the record count and a hash total over every character of
      * every record, taken the way EnvSave hashes a file. GoldCert
      * and this program both refuse a file whose trailer no longer
      * agrees, so a figure, approver, date, run or master version
      * changed by hand, or two records traded, is caught rather than
      * silently certified against.
      *
      * The approver is the user the job runs under, never a card, so
      * nobody can sign figures off in someone else's name.
      *
      * GLDTXN cards, KEYWORD=VALUE, blank or * lines are remarks:
      *     REASON=text        why, up to 40 characters (required)
      *     RUNID=id           the run whose figures are approved
      *     SYSTEM=nn          take system nn from that run, or
      *     SYSTEM=ALL         every system that run booked
      *     RETIRE=nn          drop system nn's expectation

       Environment division.
       Input-output section.
       File-control.
           select GOLD-FILE assign to "D12GOLD"
               organization is line sequential
               file status is GOLD-STATUS.

           select UPDATE-CARD assign to "GLDTXN"
               organization is line sequential
               file status is UPDATE-STATUS.

           select HISTORY-IN assign using HISTORY-NAME
               organization is line sequential
               file status is HISTORY-STATUS.

           select XREF-IN assign to "RUNXREF"
               organization is line sequential
               file status is XREF-STATUS.

           select AUDIT-LIST assign to "GLDLIST"
               organization is line sequential
               file status is AUDIT-STATUS.

           select GOLDHIST-FILE assign to "GLDHIST"
               organization is line sequential
               file status is GOLDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per system in system order, then the trailer.
       FD  GOLD-FILE
           record contains 146 characters.
       01 GOLD-RECORD.
           05 GB-SYSTEM   PIC 9(02).
           05 FILLER      PIC X.
           05 GB-TOTAL    PIC 9(18).
           05 FILLER      PIC X.
           05 GB-XLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-YLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-ZLOOP    PIC 9(20).
           05 FILLER      PIC X.
           05 GB-ANSWER   PIC 9(20).
           05 FILLER      PIC X.
           05 GB-APPROVER PIC X(08).
           05 FILLER      PIC X.
           05 GB-APPROVED PIC X(10).
           05 FILLER      PIC X.
           05 GB-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 GB-MASTER   PIC X(05).
       01 GOLD-TRAILER REDEFINES GOLD-RECORD.
           05 GT-TAG      PIC X(07).
           05 FILLER      PIC X.
           05 GT-VERSION  PIC 9(05).
           05 FILLER      PIC X.
           05 GT-COUNT    PIC 9(03).
           05 FILLER      PIC X.
           05 GT-HASH     PIC 9(22).
           05 FILLER      PIC X.
           05 GT-DATE     PIC X(19).
           05 FILLER      PIC X.
           05 GT-RUN-ID   PIC X(14).
           05 FILLER      PIC X(71).

       FD  UPDATE-CARD
           record contains 80 characters.
       01 UPDATE-RECORD PIC X(80).

       FD  HISTORY-IN
           record contains 140 characters.
       01 HISTORY-RECORD PIC X(140).

       FD  XREF-IN
           record contains 80 characters.
       01 XREF-RECORD.
           05 XR-RUN-ID PIC X(14).
           05 FILLER    PIC X.
           05 XR-GEN    PIC X(02).
           05 FILLER    PIC X.
           05 XR-TEXT   PIC X(62).

       FD  AUDIT-LIST
           record contains 160 characters.
       01 AUDIT-LINE PIC X(160).

      * Two lines per expectation touched, BEFORE and AFTER, each
      * with the full D12GOLD image; a system taken on for the first
      * time has a blank BEFORE image and a retired one a blank AFTER.
       FD  GOLDHIST-FILE
           record contains 248 characters.
       01 GOLDHIST-RECORD.
           05 GH-VERSION  PIC 9(05).
           05 FILLER      PIC X.
           05 GH-DATE     PIC X(19).
           05 FILLER      PIC X.
           05 GH-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 GH-ACTION   PIC X(03).
           05 FILLER      PIC X.
           05 GH-TAG      PIC X(06).
           05 FILLER      PIC X.
           05 GH-APPROVER PIC X(08).
           05 FILLER      PIC X.
           05 GH-REASON   PIC X(40).
           05 FILLER      PIC X.
           05 GH-IMAGE    PIC X(146).

       WORKING-STORAGE SECTION.

       01 GOLD-STATUS     PIC X(02) VALUE ZEROS.
       01 UPDATE-STATUS   PIC X(02) VALUE ZEROS.
       01 HISTORY-STATUS  PIC X(02) VALUE ZEROS.
       01 XREF-STATUS     PIC X(02) VALUE ZEROS.
       01 AUDIT-STATUS    PIC X(02) VALUE ZEROS.
       01 GOLDHIST-STATUS PIC X(02) VALUE ZEROS.

      * Every console message goes out through MsgLog under its
      * catalogued identifier and is appended to MSGLOG.
       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "GOLDUPD".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

      * The history file the run's figures are read from, and the
      * month of the archive tried when the live file has none.
       01 HISTORY-NAME   PIC X(20) VALUE "D12HIST".
       01 ARCHIVE-YY     PIC 9(02) VALUE ZERO.
       01 ARCHIVE-MONTH.
           05 AM-YEAR     PIC 9(04) VALUE ZERO.
           05 AM-MONTH    PIC 9(02) VALUE ZERO.

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

       01 RUN-IDENT.
           05 RUN-ID  PIC X(14) VALUE SPACES.
           05 RUN-GEN PIC 9(02) VALUE ZERO.

       01 XREF-PARM-TEXT.
           05 FILLER      PIC X(08) VALUE "GOLDUPD ".
           05 FILLER      PIC X(08) VALUE "VERSION=".
           05 XPT-VERSION PIC 9(05).
           05 FILLER      PIC X(09) VALUE " CHANGED=".
           05 XPT-CHANGED PIC 9(02).
           05 FILLER      PIC X(10) VALUE " APPROVER=".
           05 XPT-APPROVER PIC X(08).
           05 FILLER      PIC X(10) VALUE SPACES.

       01 CTL-KEYWORD    PIC X(12) VALUE SPACES.
       01 CTL-VALUE-TX   PIC X(60) VALUE SPACES.

       01 APPROVER-ID    PIC X(08) VALUE SPACES.
       01 APPROVE-REASON PIC X(40) VALUE SPACES.
       01 APPROVE-RUN-ID PIC X(14) VALUE SPACES.
       01 APPROVE-MASTER PIC X(05) VALUE SPACES.

      * The SYSTEM= and RETIRE= cards are held until the whole deck
      * has been read, since RUNID= may follow them.
       78 MAX-ACTIONS VALUE 40.
       01 ACTION-COUNT   PIC 9(02) VALUE ZERO.
       01 ACTION-KIND-TABLE.
           05 ACTION-KIND PIC X(03) OCCURS MAX-ACTIONS TIMES.
       01 ACTION-SYS-TABLE.
           05 ACTION-SYS  PIC X(03) OCCURS MAX-ACTIONS TIMES.
       01 ACTION-CARD-TABLE.
           05 ACTION-CARD PIC 9(05) OCCURS MAX-ACTIONS TIMES.
       01 ACTION-IDX     PIC 9(02) VALUE ZERO.
       01 ACTION-SYSTEM  PIC 9(02) VALUE ZERO.

      * The baseline as it stands, staged in storage and rewritten
      * whole; the same ten-system limit as the PLANETS master.
       78 MAX-SYSTEMS VALUE 10.
       01 GOLD-COUNT     PIC 9(02) VALUE ZERO.
       01 GOLD-IMAGE-TABLE.
           05 GOLD-IMAGE PIC X(146) OCCURS MAX-SYSTEMS TIMES
                         VALUE SPACES.
       01 GOLD-VERSION   PIC 9(05) VALUE ZERO.
       01 NEW-VERSION    PIC 9(05) VALUE ZERO.
       01 TRAILER-FOUND  PIC 9 VALUE 0.
           88 TRAILER-ON-FILE VALUE 1.
       01 GOLD-DAMAGE    PIC 9 VALUE 0.
           88 GOLD-DAMAGED VALUE 1.
       01 TRAILER-VERSION PIC 9(05) VALUE ZERO.
       01 TRAILER-COUNT  PIC 9(03) VALUE ZERO.
       01 TRAILER-HASH   PIC 9(22) VALUE ZERO.
       01 TALLY-COUNT    PIC 9(03) VALUE ZERO.
       01 TALLY-HASH     PIC 9(22) VALUE ZERO.
       01 RECORD-SUM     PIC 9(12) VALUE ZERO.
       01 HASH-MODULUS   PIC 9(19) VALUE 1000000000000000000.
       01 P              PIC 9(03) VALUE ZERO.
       78 RECORD-LENGTH  VALUE 146.

      * The approved run's figures, one slot per system it booked.
       01 RUN-COUNT      PIC 9(02) VALUE ZERO.
       01 RUN-SYS-TABLE.
           05 RUN-SYS     PIC 9(02) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-TOTAL-TABLE.
           05 RUN-TOTAL   PIC 9(18) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-XLOOP-TABLE.
           05 RUN-XLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-YLOOP-TABLE.
           05 RUN-YLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-ZLOOP-TABLE.
           05 RUN-ZLOOP   PIC 9(20) OCCURS MAX-SYSTEMS TIMES.
       01 RUN-ANSWER-TABLE.
           05 RUN-ANSWER  PIC 9(20) OCCURS MAX-SYSTEMS TIMES.

       01 PARSE-FIELDS.
           05 PARSE-FIELD PIC X(21) OCCURS 8 TIMES.
       01 PARSE-COUNT PIC 9(02) VALUE ZERO.
       01 HIST-SYSTEM PIC 9(02) VALUE ZERO.

       01 XREF-WORD-TABLE.
           05 XREF-WORD PIC X(30) OCCURS 5 TIMES.
       01 XREF-WORDS     PIC 9(02) VALUE ZERO.
       01 W              PIC 9(02) VALUE ZERO.

      * Every expectation touched, held until the new file is safely
      * written and then appended to GLDHIST in card order.
       01 CHANGE-COUNT   PIC 9(02) VALUE ZERO.
       01 CHANGE-ACTION-TABLE.
           05 CHANGE-ACTION PIC X(03) OCCURS MAX-ACTIONS TIMES.
       01 CHANGE-BEFORE-TABLE.
           05 CHANGE-BEFORE PIC X(146) OCCURS MAX-ACTIONS TIMES.
       01 CHANGE-AFTER-TABLE.
           05 CHANGE-AFTER  PIC X(146) OCCURS MAX-ACTIONS TIMES.

       01 CARD-COUNT     PIC 9(05) VALUE ZERO.
       01 REJECT-COUNT   PIC 9(05) VALUE ZERO.
       01 REJECT-REASON  PIC X(40) VALUE SPACES.
       01 GOLD-SLOT      PIC 9(02) VALUE ZERO.
       01 RUN-SLOT       PIC 9(02) VALUE ZERO.
       01 BEFORE-IMAGE   PIC X(146) VALUE SPACES.
       01 HIST-TAG       PIC X(06) VALUE SPACES.
       01 HIST-IMAGE     PIC X(146) VALUE SPACES.

       01 I PIC 9(03) VALUE 1.
       01 J PIC 9(03) VALUE 1.

       01 AUDIT-DETAIL-LINE.
           05 ADL-TAG    PIC X(07).
           05 ADL-IMAGE  PIC X(146).

       01 AUDIT-ACTION-LINE.
           05 FILLER     PIC X(05) VALUE "CARD ".
           05 AAL-CARD   PIC ZZZZ9.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 AAL-ACTION PIC X(07).
           05 FILLER     PIC X(08) VALUE " SYSTEM ".
           05 AAL-SYSTEM PIC X(03).

       01 REJECT-DETAIL-LINE.
           05 FILLER     PIC X(05) VALUE "CARD ".
           05 RDL-CARD   PIC ZZZZ9.
           05 FILLER     PIC X(10) VALUE " REJECTED ".
           05 RDL-REASON PIC X(40).

       01 AUDIT-COUNT-LINE.
           05 ACL-WHAT   PIC X(19).
           05 ACL-COUNT  PIC ZZZZ9.

       01 AUDIT-VERDICT-LINE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM OPEN-AUDIT-LIST.

           PERFORM READ-GOLD-FILE.

           PERFORM READ-UPDATE-DECK.

           PERFORM CHECK-DECK-HEADER.

           IF APPROVE-RUN-ID NOT = SPACES
               PERFORM LOAD-APPROVED-RUN
           END-IF.

           PERFORM VARYING ACTION-IDX FROM 1 BY 1
                   UNTIL ACTION-IDX > ACTION-COUNT
               PERFORM APPLY-ACTION
           END-PERFORM.

           PERFORM WRITE-AUDIT-SUMMARY.

           IF REJECT-COUNT = 0 AND CHANGE-COUNT > 0
               PERFORM PROMOTE-NEW-BASELINE
           END-IF.

           CLOSE AUDIT-LIST.

           IF REJECT-COUNT > 0
               MOVE "GUP002E" TO MSG-ID
               STRING REJECT-COUNT " CARDS REJECTED - BASELINE NOT "
                      "UPDATED" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ISSUE-MESSAGE.
           CALL "LOG-MESSAGE" USING MESSAGE-AREA
           END-CALL.
           MOVE SPACES TO MSG-TEXT.

       OPEN-AUDIT-LIST.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME.
           MOVE RUN-YEAR  TO RD-YEAR.
           MOVE RUN-MONTH TO RD-MONTH.
           MOVE RUN-DAY   TO RD-DAY.
           MOVE RUN-HOUR  TO RD-HOUR.
           MOVE RUN-MIN   TO RD-MIN.
           MOVE RUN-SEC   TO RD-SEC.

           OPEN OUTPUT AUDIT-LIST.
           IF AUDIT-STATUS NOT = "00"
               MOVE "GUP010S" TO MSG-ID
               STRING "UNABLE TO OPEN GLDLIST, FILE STATUS "
                      AUDIT-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "DAY12 EXPECTED RESULTS BASELINE UPDATE" TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE RUN-DATE-DISPLAY TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      * No D12GOLD at all is an empty baseline at version zero. A
      * file that is there but fails its trailer is refused outright:
      * nothing is approved on top of figures nobody approved.
       READ-GOLD-FILE.
           MOVE ZERO TO GOLD-COUNT.
           MOVE ZERO TO TALLY-COUNT.
           MOVE ZERO TO TALLY-HASH.
           OPEN INPUT GOLD-FILE.
           IF GOLD-STATUS = "35"
               MOVE "NO BASELINE ON FILE - STARTING AT VERSION 00000"
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
           ELSE
               PERFORM LOAD-GOLD-FILE
           END-IF.

       LOAD-GOLD-FILE.
           IF GOLD-STATUS NOT = "00"
               MOVE "GUP011S" TO MSG-ID
               STRING "UNABLE TO OPEN D12GOLD, FILE STATUS "
                      GOLD-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL GOLD-STATUS = "10"
               READ GOLD-FILE
                   AT END
                       MOVE "10" TO GOLD-STATUS
                   NOT AT END
                       PERFORM TAKE-GOLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE GOLD-FILE.

           IF NOT TRAILER-ON-FILE OR GOLD-DAMAGED
              OR TRAILER-COUNT NOT = TALLY-COUNT
              OR TRAILER-HASH NOT = TALLY-HASH
               MOVE "GUP012E" TO MSG-ID
               STRING "D12GOLD FAILS ITS TRAILER CHECK - ALTERED "
                      "OUTSIDE GOLDUPD" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE "D12GOLD FAILS ITS TRAILER CHECK - NOT UPDATED"
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-LIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TRAILER-VERSION TO GOLD-VERSION.
           MOVE SPACES TO AUDIT-LINE.
           STRING "BASELINE VERSION " DELIMITED BY SIZE
                  GOLD-VERSION DELIMITED BY SIZE
                  " ON FILE, SYSTEMS = " DELIMITED BY SIZE
                  GOLD-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

      * Anything after the trailer, a second trailer, or more systems
      * than the baseline can hold means the file was not written by
      * this program.
       TAKE-GOLD-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-ON-FILE
                   MOVE 1 TO GOLD-DAMAGE
               WHEN GT-TAG = "TRAILER"
                   MOVE 1 TO TRAILER-FOUND
                   MOVE GT-VERSION TO TRAILER-VERSION
                   MOVE GT-COUNT   TO TRAILER-COUNT
                   MOVE GT-HASH    TO TRAILER-HASH
               WHEN GOLD-COUNT >= MAX-SYSTEMS
                   MOVE 1 TO GOLD-DAMAGE
               WHEN OTHER
                   ADD 1 TO GOLD-COUNT
                   MOVE GOLD-RECORD TO GOLD-IMAGE(GOLD-COUNT)
                   PERFORM TALLY-GOLD-RECORD
           END-EVALUATE.

      * Every character of every record weighed by its column and
      * every record's sum by its place on the file, as EnvSave hashes
      * a file; GoldUpd and GoldCert keep this paragraph identical.
       TALLY-GOLD-RECORD.
           ADD 1 TO TALLY-COUNT.
           MOVE ZERO TO RECORD-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > RECORD-LENGTH
               COMPUTE RECORD-SUM = RECORD-SUM
                   + FUNCTION ORD (GOLD-RECORD(P:1)) * P
           END-PERFORM.
           COMPUTE TALLY-HASH = FUNCTION MOD (TALLY-HASH
               + RECORD-SUM * (FUNCTION MOD (TALLY-COUNT, 9973) + 1),
               HASH-MODULUS).

       READ-UPDATE-DECK.
           OPEN INPUT UPDATE-CARD.
           IF UPDATE-STATUS NOT = "00"
               MOVE "GUP013S" TO MSG-ID
               STRING "UNABLE TO OPEN GLDTXN, FILE STATUS "
                      UPDATE-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL UPDATE-STATUS = "10"
               READ UPDATE-CARD
                   AT END
                       MOVE "10" TO UPDATE-STATUS
                   NOT AT END
                       PERFORM TAKE-UPDATE-CARD
               END-READ
           END-PERFORM.
           CLOSE UPDATE-CARD.

           ACCEPT APPROVER-ID FROM ENVIRONMENT "USER"
           END-ACCEPT.
           INSPECT APPROVER-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       TAKE-UPDATE-CARD.
           IF UPDATE-RECORD = SPACES OR UPDATE-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO CARD-COUNT
               PERFORM TAKE-UPDATE-KEYWORD
           END-IF.

       TAKE-UPDATE-KEYWORD.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE-TX.
           UNSTRING UPDATE-RECORD DELIMITED BY "="
               INTO CTL-KEYWORD CTL-VALUE-TX
           END-UNSTRING.

           EVALUATE CTL-KEYWORD
               WHEN "APPROVER"
                   MOVE "APPROVER COMES FROM THE JOB, NOT A CARD"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN "REASON"
                   MOVE FUNCTION TRIM (CTL-VALUE-TX) TO APPROVE-REASON
               WHEN "RUNID"
                   MOVE FUNCTION TRIM (CTL-VALUE-TX) TO APPROVE-RUN-ID
               WHEN "SYSTEM"
                   MOVE "APP" TO CTL-KEYWORD
                   PERFORM NOTE-ACTION-CARD
               WHEN "RETIRE"
                   MOVE "RET" TO CTL-KEYWORD
                   PERFORM NOTE-ACTION-CARD
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD" TO REJECT-REASON
                   PERFORM NOTE-REJECT
           END-EVALUATE.

       NOTE-ACTION-CARD.
           IF ACTION-COUNT >= MAX-ACTIONS
               MOVE "TOO MANY SYSTEM CARDS FOR ONE RUN"
                   TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               ADD 1 TO ACTION-COUNT
               MOVE CTL-KEYWORD(1:3) TO ACTION-KIND(ACTION-COUNT)
               MOVE FUNCTION TRIM (CTL-VALUE-TX)
                   TO ACTION-SYS(ACTION-COUNT)
               MOVE CARD-COUNT TO ACTION-CARD(ACTION-COUNT)
           END-IF.

      * The job must run under a user id, the approver must say why,
      * and a deck that approves figures must say from which run.
       CHECK-DECK-HEADER.
           IF APPROVER-ID = SPACES
               MOVE "NO USER ID FOR THIS JOB" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           IF APPROVE-REASON = SPACES
               MOVE "NO REASON= CARD" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           IF ACTION-COUNT = 0
               MOVE "NO SYSTEM= OR RETIRE= CARDS" TO REJECT-REASON
               PERFORM NOTE-REJECT
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACTION-COUNT
               IF ACTION-KIND(I) = "APP" AND APPROVE-RUN-ID = SPACES
                   MOVE ACTION-CARD(I) TO CARD-COUNT
                   MOVE "SYSTEM= CARD WITHOUT A RUNID= CARD"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               END-IF
           END-PERFORM.

      * The run's figures come off D12HIST, or its month's archive
      * when the live file has none, and the master version it read
      * off its DAY12 line on RUNXREF.
       LOAD-APPROVED-RUN.
           MOVE ZERO TO RUN-COUNT.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS NOT = "00"
               MOVE "GUP014S" TO MSG-ID
               STRING "UNABLE TO OPEN D12HIST, FILE STATUS "
                      HISTORY-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-RUN-LINES.
           CLOSE HISTORY-IN.

           IF RUN-COUNT = 0 AND APPROVE-RUN-ID(1:4) NUMERIC
               MOVE APPROVE-RUN-ID(1:2) TO ARCHIVE-YY
               COMPUTE AM-YEAR = 2000 + ARCHIVE-YY
               MOVE APPROVE-RUN-ID(3:2) TO AM-MONTH
               PERFORM READ-ARCHIVED-HISTORY
               IF RUN-COUNT = 0
                   ADD 1 TO AM-MONTH
                   IF AM-MONTH > 12
                       MOVE 1 TO AM-MONTH
                       ADD 1 TO AM-YEAR
                   END-IF
                   PERFORM READ-ARCHIVED-HISTORY
               END-IF
           END-IF.

           MOVE SPACES TO APPROVE-MASTER.
           OPEN INPUT XREF-IN.
           IF XREF-STATUS = "00"
               PERFORM UNTIL XREF-STATUS = "10"
                   READ XREF-IN
                       AT END
                           MOVE "10" TO XREF-STATUS
                       NOT AT END
                           IF XR-RUN-ID = APPROVE-RUN-ID
                               PERFORM TAKE-XREF-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-IN
           END-IF.

           MOVE SPACES TO AUDIT-LINE.
           STRING "FIGURES FROM RUN " DELIMITED BY SIZE
                  APPROVE-RUN-ID DELIMITED BY SIZE
                  ", SYSTEMS = " DELIMITED BY SIZE
                  RUN-COUNT DELIMITED BY SIZE
                  ", MASTER VERSION " DELIMITED BY SIZE
                  APPROVE-MASTER DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.
           IF RUN-COUNT > 0
               MOVE SPACES TO AUDIT-LINE
               STRING "FIGURES READ OFF FILE " DELIMITED BY SIZE
                      HISTORY-NAME DELIMITED BY SPACE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      * An archive month that was never written is simply passed.
       READ-ARCHIVED-HISTORY.
           MOVE SPACES TO HISTORY-NAME.
           STRING "D12HIST.A" AM-YEAR AM-MONTH DELIMITED BY SIZE
               INTO HISTORY-NAME
           END-STRING.
           OPEN INPUT HISTORY-IN.
           IF HISTORY-STATUS = "00"
               PERFORM READ-RUN-LINES
               CLOSE HISTORY-IN
           END-IF.

       READ-RUN-LINES.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-IN
                   AT END
                       MOVE "10" TO HISTORY-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-LINE
                       IF PARSE-COUNT > 7 AND
                          PARSE-FIELD(2)(1:14) = APPROVE-RUN-ID
                           PERFORM TAKE-RUN-LINE
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

       TAKE-RUN-LINE.
           MOVE ZERO TO RUN-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               IF RUN-SYS(I) = HIST-SYSTEM
                   MOVE I TO RUN-SLOT
               END-IF
           END-PERFORM.
           IF RUN-SLOT = 0 AND RUN-COUNT < MAX-SYSTEMS
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-SLOT
           END-IF.
           IF RUN-SLOT > 0
               MOVE HIST-SYSTEM TO RUN-SYS(RUN-SLOT)
               COMPUTE RUN-TOTAL(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(4))
               COMPUTE RUN-XLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(5))
               COMPUTE RUN-YLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(6))
               COMPUTE RUN-ZLOOP(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(7))
               COMPUTE RUN-ANSWER(RUN-SLOT) =
                   FUNCTION NUMVAL (PARSE-FIELD(8))
           END-IF.

       TAKE-XREF-LINE.
           MOVE SPACES TO XREF-WORD-TABLE.
           MOVE ZERO TO XREF-WORDS.
           UNSTRING XR-TEXT DELIMITED BY ALL SPACE
               INTO XREF-WORD(1) XREF-WORD(2) XREF-WORD(3)
                    XREF-WORD(4) XREF-WORD(5)
               TALLYING IN XREF-WORDS
           END-UNSTRING.
           IF XREF-WORD(1) = "DAY12"
               PERFORM VARYING W FROM 2 BY 1 UNTIL W > XREF-WORDS
                   IF XREF-WORD(W)(1:3) = "MV="
                       MOVE XREF-WORD(W)(4:5) TO APPROVE-MASTER
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-ACTION.
           MOVE ACTION-CARD(ACTION-IDX) TO CARD-COUNT.
           MOVE SPACES TO REJECT-REASON.
      * System numbers are keyed as two digits, the way they stand
      * on PLANETS; SYSTEM=ALL takes every system the run booked.
           EVALUATE TRUE
               WHEN ACTION-KIND(ACTION-IDX) = "APP"
                AND ACTION-SYS(ACTION-IDX) = "ALL"
                   PERFORM APPROVE-WHOLE-RUN
               WHEN ACTION-SYS(ACTION-IDX)(1:2) NOT NUMERIC
                 OR ACTION-SYS(ACTION-IDX)(3:1) NOT = SPACE
                   MOVE "SYSTEM NUMBER NOT TWO DIGITS" TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN ACTION-KIND(ACTION-IDX) = "RET"
                   MOVE ACTION-SYS(ACTION-IDX)(1:2) TO ACTION-SYSTEM
                   PERFORM RETIRE-ONE-SYSTEM
               WHEN OTHER
                   MOVE ACTION-SYS(ACTION-IDX)(1:2) TO ACTION-SYSTEM
                   PERFORM APPROVE-NAMED-SYSTEM
           END-EVALUATE.

       APPROVE-WHOLE-RUN.
           IF RUN-COUNT = 0
               MOVE "RUN HAS NO D12HIST LINES" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               PERFORM VARYING RUN-SLOT FROM 1 BY 1
                       UNTIL RUN-SLOT > RUN-COUNT
                   MOVE RUN-SYS(RUN-SLOT) TO ACTION-SYSTEM
                   PERFORM APPROVE-ONE-SYSTEM
               END-PERFORM
           END-IF.

       APPROVE-NAMED-SYSTEM.
           MOVE ZERO TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RUN-COUNT
               IF RUN-SYS(I) = ACTION-SYSTEM
                   MOVE I TO J
               END-IF
           END-PERFORM.
           IF J = 0
               MOVE "SYSTEM NOT BOOKED BY THAT RUN" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               MOVE J TO RUN-SLOT
               PERFORM APPROVE-ONE-SYSTEM
           END-IF.

      * A figure approved from a run against an unversioned or
      * hand-altered master could never be replayed, so it is not
      * taken on.
       APPROVE-ONE-SYSTEM.
           PERFORM FIND-GOLD-SLOT.
           EVALUATE TRUE
               WHEN APPROVE-MASTER NOT NUMERIC
                   MOVE "RUN DID NOT READ A VERSIONED MASTER"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN GOLD-SLOT = 0 AND GOLD-COUNT >= MAX-SYSTEMS
                   MOVE "TOO MANY SYSTEMS FOR THE BASELINE"
                       TO REJECT-REASON
                   PERFORM NOTE-REJECT
               WHEN GOLD-SLOT = 0
                   MOVE SPACES TO BEFORE-IMAGE
                   PERFORM OPEN-GOLD-SLOT
                   PERFORM SET-EXPECTATION
               WHEN OTHER
                   MOVE GOLD-IMAGE(GOLD-SLOT) TO BEFORE-IMAGE
                   PERFORM SET-EXPECTATION
           END-EVALUATE.

       SET-EXPECTATION.
           MOVE SPACES             TO GOLD-RECORD.
           MOVE ACTION-SYSTEM      TO GB-SYSTEM.
           MOVE RUN-TOTAL(RUN-SLOT)  TO GB-TOTAL.
           MOVE RUN-XLOOP(RUN-SLOT)  TO GB-XLOOP.
           MOVE RUN-YLOOP(RUN-SLOT)  TO GB-YLOOP.
           MOVE RUN-ZLOOP(RUN-SLOT)  TO GB-ZLOOP.
           MOVE RUN-ANSWER(RUN-SLOT) TO GB-ANSWER.
           MOVE APPROVER-ID        TO GB-APPROVER.
           MOVE RUN-DATE-DISPLAY(5:10) TO GB-APPROVED.
           MOVE APPROVE-RUN-ID     TO GB-RUN-ID.
           MOVE APPROVE-MASTER     TO GB-MASTER.
           MOVE GOLD-RECORD TO GOLD-IMAGE(GOLD-SLOT).

           MOVE "APPROVE" TO AAL-ACTION.
           PERFORM NOTE-CHANGE.

       RETIRE-ONE-SYSTEM.
           PERFORM FIND-GOLD-SLOT.
           IF GOLD-SLOT = 0
               MOVE "SYSTEM HAS NO EXPECTATION TO RETIRE"
                   TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               PERFORM DROP-EXPECTATION
           END-IF.

       DROP-EXPECTATION.
           MOVE GOLD-IMAGE(GOLD-SLOT) TO BEFORE-IMAGE.
           PERFORM VARYING I FROM GOLD-SLOT BY 1
                   UNTIL I >= GOLD-COUNT
               COMPUTE J = I + 1
               MOVE GOLD-IMAGE(J) TO GOLD-IMAGE(I)
           END-PERFORM.
           MOVE SPACES TO GOLD-IMAGE(GOLD-COUNT).
           SUBTRACT 1 FROM GOLD-COUNT.
           MOVE SPACES TO GOLD-RECORD.

           MOVE "RETIRE " TO AAL-ACTION.
           PERFORM NOTE-CHANGE.

       FIND-GOLD-SLOT.
           MOVE ZERO TO GOLD-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > GOLD-COUNT OR GOLD-SLOT > 0
               IF GOLD-IMAGE(I)(1:2) = ACTION-SYSTEM
                   MOVE I TO GOLD-SLOT
               END-IF
           END-PERFORM.

      * A new system goes in system order, so the file always reads
      * the way GoldCert lists it.
       OPEN-GOLD-SLOT.
           MOVE GOLD-COUNT TO I.
           ADD 1 TO GOLD-COUNT.
           MOVE GOLD-COUNT TO GOLD-SLOT.
           PERFORM UNTIL I = 0
               IF GOLD-IMAGE(I)(1:2) > ACTION-SYSTEM
                   COMPUTE J = I + 1
                   MOVE GOLD-IMAGE(I) TO GOLD-IMAGE(J)
                   MOVE I TO GOLD-SLOT
                   SUBTRACT 1 FROM I
               ELSE
                   MOVE 0 TO I
               END-IF
           END-PERFORM.

      * GOLD-RECORD holds the after image (spaces for a retirement)
      * and BEFORE-IMAGE the expectation it replaced.
      * The change table is as deep as the card table, and SYSTEM=ALL
      * can touch at most MAX-SYSTEMS expectations per card, so a deck
      * that overflows it is refused like any other reject.
       NOTE-CHANGE.
           IF CHANGE-COUNT >= MAX-ACTIONS
               MOVE "TOO MANY CHANGES FOR ONE RUN" TO REJECT-REASON
               PERFORM NOTE-REJECT
           ELSE
               PERFORM LIST-CHANGE
           END-IF.

       LIST-CHANGE.
           ADD 1 TO CHANGE-COUNT.
           MOVE AAL-ACTION(1:3) TO CHANGE-ACTION(CHANGE-COUNT).
           MOVE BEFORE-IMAGE    TO CHANGE-BEFORE(CHANGE-COUNT).
           MOVE GOLD-RECORD     TO CHANGE-AFTER(CHANGE-COUNT).

           MOVE CARD-COUNT TO AAL-CARD.
           MOVE ACTION-SYSTEM TO AAL-SYSTEM.
           MOVE AUDIT-ACTION-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE "BEFORE " TO ADL-TAG.
           MOVE BEFORE-IMAGE TO ADL-IMAGE.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE "AFTER  " TO ADL-TAG.
           MOVE GOLD-RECORD TO ADL-IMAGE.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       NOTE-REJECT.
           ADD 1 TO REJECT-COUNT.
           MOVE CARD-COUNT TO RDL-CARD.
           MOVE REJECT-REASON TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "CARDS READ       = " TO ACL-WHAT.
           MOVE CARD-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "CARDS REJECTED   = " TO ACL-WHAT.
           MOVE REJECT-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "EXPECTATIONS SET = " TO ACL-WHAT.
           MOVE CHANGE-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE "SYSTEMS AFTER    = " TO ACL-WHAT.
           MOVE GOLD-COUNT TO ACL-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           EVALUATE TRUE
               WHEN REJECT-COUNT > 0
                   MOVE "BASELINE NOT UPDATED - DECK NOT CLEAN"
                       TO AUDIT-VERDICT-LINE
               WHEN CHANGE-COUNT = 0
                   MOVE "NOTHING TO APPLY - BASELINE LEFT AS IS"
                       TO AUDIT-VERDICT-LINE
               WHEN OTHER
                   MOVE "DECK CLEAN - BASELINE UPDATED"
                       TO AUDIT-VERDICT-LINE
           END-EVALUATE.
           MOVE AUDIT-VERDICT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       PROMOTE-NEW-BASELINE.
           CALL "ACQUIRE-RUN-ID" USING RUN-ID RUN-GEN
           END-CALL.
           CALL "SET-MESSAGE-RUN" USING RUN-ID
           END-CALL.
           CALL "SAVE-GENERATION" USING RUN-GEN "D12GOLD       "
           END-CALL.

           COMPUTE NEW-VERSION = GOLD-VERSION + 1.
           MOVE NEW-VERSION  TO XPT-VERSION.
           MOVE CHANGE-COUNT TO XPT-CHANGED.
           MOVE APPROVER-ID  TO XPT-APPROVER.
           CALL "WRITE-RUN-XREF" USING RUN-ID RUN-GEN XREF-PARM-TEXT
           END-CALL.

           OPEN OUTPUT GOLD-FILE.
           IF GOLD-STATUS NOT = "00"
               MOVE "GUP015S" TO MSG-ID
               STRING "UNABLE TO REWRITE D12GOLD, FILE STATUS "
                      GOLD-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO TALLY-COUNT.
           MOVE ZERO TO TALLY-HASH.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GOLD-COUNT
               MOVE GOLD-IMAGE(I) TO GOLD-RECORD
               PERFORM TALLY-GOLD-RECORD
               WRITE GOLD-RECORD
           END-PERFORM.

           MOVE SPACES      TO GOLD-RECORD.
           MOVE "TRAILER"   TO GT-TAG.
           MOVE NEW-VERSION TO GT-VERSION.
           MOVE TALLY-COUNT TO GT-COUNT.
           MOVE TALLY-HASH  TO GT-HASH.
           MOVE RUN-DATE-DISPLAY(5:19) TO GT-DATE.
           MOVE RUN-ID      TO GT-RUN-ID.
           WRITE GOLD-RECORD.
           CLOSE GOLD-FILE.

           PERFORM WRITE-GOLD-HISTORY.

           MOVE SPACES TO AUDIT-LINE.
           STRING "BASELINE VERSION " DELIMITED BY SIZE
                  NEW-VERSION DELIMITED BY SIZE
                  " APPROVED BY " DELIMITED BY SIZE
                  APPROVER-ID DELIMITED BY SIZE
                  " GOLDUPD RUN " DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

           MOVE "GUP001I" TO MSG-ID.
           STRING "BASELINE VERSION " NEW-VERSION " WRITTEN, "
                  CHANGE-COUNT " EXPECTATIONS SET" DELIMITED BY SIZE
               INTO MSG-TEXT
           END-STRING.
           PERFORM ISSUE-MESSAGE.

      * GLDHIST is only ever extended.
       WRITE-GOLD-HISTORY.
           OPEN INPUT GOLDHIST-FILE.
           IF GOLDHIST-STATUS = "35"
               OPEN OUTPUT GOLDHIST-FILE
               CLOSE GOLDHIST-FILE
           ELSE
               CLOSE GOLDHIST-FILE
           END-IF.

           OPEN EXTEND GOLDHIST-FILE.
           IF GOLDHIST-STATUS NOT = "00"
               MOVE "GUP016S" TO MSG-ID
               STRING "UNABLE TO OPEN GLDHIST, FILE STATUS "
                      GOLDHIST-STATUS DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM ISSUE-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHANGE-COUNT
               MOVE "BEFORE" TO HIST-TAG
               MOVE CHANGE-BEFORE(I) TO HIST-IMAGE
               PERFORM WRITE-GOLDHIST-LINE
               MOVE "AFTER " TO HIST-TAG
               MOVE CHANGE-AFTER(I) TO HIST-IMAGE
               PERFORM WRITE-GOLDHIST-LINE
           END-PERFORM.

           CLOSE GOLDHIST-FILE.

      * HIST-TAG and HIST-IMAGE are set by the caller; everything
      * else is this update's.
       WRITE-GOLDHIST-LINE.
           MOVE SPACES                 TO GOLDHIST-RECORD.
           MOVE NEW-VERSION            TO GH-VERSION.
           MOVE RUN-DATE-DISPLAY(5:19) TO GH-DATE.
           MOVE RUN-ID                 TO GH-RUN-ID.
           MOVE CHANGE-ACTION(I)       TO GH-ACTION.
           MOVE APPROVER-ID            TO GH-APPROVER.
           MOVE APPROVE-REASON         TO GH-REASON.
           MOVE HIST-TAG               TO GH-TAG.
           MOVE HIST-IMAGE             TO GH-IMAGE.
           WRITE GOLDHIST-RECORD.
