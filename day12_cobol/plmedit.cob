      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlmEdit.

      * Shared routines for the PLANETS master maintenance programs,
      * called the way the master version routines in PlanVer are.
      * PlMaint applies transaction cards to a staged copy of the
      * master, PlmQueue shows a checker what each queued card will
      * do, and PlScrn judges a keyed card before filing it; all
      * three must refuse exactly the cards PlMaint refuses, for the
      * same reasons, so the checks live here once.
      *
      * The staged master is the pool-and-directory shape Day12
      * builds: SM-SYSTEMS systems, each a contiguous slice of the
      * body pool starting at SM-START with SM-NPLANETS bodies, and
      * SM-BODIES bodies in the pool. Callers load it from PLANETS
      * under Day12's rules and pass it whole.
      *
      * APPLY-PLANET-CARD judges one ADD, CHG or DEL card and, when it
      * passes, applies it to the staged master. EC-REASON comes back
      * spaces when the card applied, otherwise with PlMaint's reason
      * for refusing it, and the master is then left as it was. On
      * an ADD or CHG EC-SYS-SLOT and EC-POOL-SLOT give the body as
      * the card left it; on a DEL the slot it was removed from.
      * EC-CHANGES counts the cards applied and is held to
      * MAX-CHANGES, PlMaint's limit for one run; the caller clears it
      * before its first card.
      *
      * FIND-PLANET-CARD only finds the body a card names, so the
      * caller can take its image before the card is applied;
      * EC-POOL-SLOT is zero when it is not on the master or the key
      * is not numeric.
      *
      * TALLY-QUEUE-ENTRY adds one PLMPEND entry to the hash total
      * carried on the queue's trailer. The hash covers the whole
      * entry - number, state, submitter, reason, dates, approver and
      * card image - the way EnvSave hashes a file: each character's
      * code weighted by its column, each entry's sum weighted by its
      * entry number, added over the entries and kept to its low
      * eighteen digits. A changed character, or fields or cards
      * traded between two entries, all change it. PlmQueue and
      * PlMaint write it; they and PlScrn refuse a queue whose
      * trailer does not agree.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       78 MAX-PLANETS VALUE 50.
       78 MAX-SYSTEMS VALUE 10.
       78 MAX-POOL VALUE 500.
       78 MAX-CHANGES VALUE 1000.

       01 INSERT-AT     PIC 9(03) VALUE ZERO.
       01 I             PIC 9(03) VALUE ZERO.
       01 J             PIC 9(03) VALUE ZERO.

       78 ENTRY-LENGTH VALUE 230.
       01 ENTRY-SUM     PIC 9(12) VALUE ZERO.
       01 ENTRY-WEIGHT  PIC 9(04) VALUE ZERO.
       01 HASH-MODULUS  PIC 9(19) VALUE 1000000000000000000.
       01 P             PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.

       01 STAGED-MASTER.
           05 SM-SYSTEMS      PIC 9(02).
           05 SM-BODIES       PIC 9(03).
           05 SM-SYSTEM-ENTRY OCCURS MAX-SYSTEMS TIMES.
               10 SM-ID       PIC 9(02).
               10 SM-START    PIC 9(03).
               10 SM-NPLANETS PIC 9(03).
           05 SM-POOL-ENTRY OCCURS MAX-POOL TIMES.
               10 SM-PLANET   PIC 9(03).
               10 SM-NAME     PIC X(12).
               10 SM-X        PIC S9(18).
               10 SM-Y        PIC S9(18).
               10 SM-Z        PIC S9(18).
               10 SM-VX       PIC S9(18).
               10 SM-VY       PIC S9(18).
               10 SM-VZ       PIC S9(18).

      * PlMaint's transaction card: the action code followed by a
      * full master record image.
       01 PLANET-CARD.
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

       01 CARD-EDIT.
           05 EC-REASON    PIC X(32).
           05 EC-SYS-SLOT  PIC 9(02).
           05 EC-POOL-SLOT PIC 9(03).
           05 EC-CHANGES   PIC 9(04).

      * One PlmQueue entry; see PlmQueue.
       01 QUEUE-ENTRY.
           05 QE-NUMBER    PIC X(06).
           05 QE-NUMBER-N REDEFINES QE-NUMBER PIC 9(06).
           05 FILLER       PIC X.
           05 QE-STATUS    PIC X(01).
           05 FILLER       PIC X.
           05 QE-SUBMITTER PIC X(08).
           05 FILLER       PIC X(26).
           05 QE-APPROVER  PIC X(08).
           05 FILLER       PIC X(36).
           05 QE-CARD      PIC X(143).

       01 QUEUE-HASH    PIC 9(18).

       PROCEDURE DIVISION.
           GOBACK.

       ENTRY "FIND-PLANET-CARD" USING STAGED-MASTER PLANET-CARD
               CARD-EDIT.
           MOVE SPACES TO EC-REASON.
           MOVE ZERO TO EC-SYS-SLOT.
           MOVE ZERO TO EC-POOL-SLOT.
           PERFORM CHECK-TXN-KEY.
           IF EC-REASON = SPACES
               PERFORM FIND-TXN-SYSTEM
               PERFORM FIND-TXN-BODY
           END-IF.
           MOVE SPACES TO EC-REASON.
           GOBACK.

      ******************************************************************
      * PlMaint's checks, in PlMaint's order: the run's change limit,
      * the action code, a numeric key, numeric axes on an ADD or
      * CHG, then the body against the master.
      ******************************************************************
       ENTRY "APPLY-PLANET-CARD" USING STAGED-MASTER PLANET-CARD
               CARD-EDIT.
           MOVE SPACES TO EC-REASON.
           MOVE ZERO TO EC-SYS-SLOT.
           MOVE ZERO TO EC-POOL-SLOT.
           IF EC-CHANGES >= MAX-CHANGES
               MOVE "TOO MANY CHANGES FOR ONE RUN" TO EC-REASON
           ELSE
               EVALUATE TX-ACTION
                   WHEN "ADD"
                       PERFORM APPLY-ADD
                   WHEN "CHG"
                       PERFORM APPLY-CHG
                   WHEN "DEL"
                       PERFORM APPLY-DEL
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO EC-REASON
               END-EVALUATE
           END-IF.
           GOBACK.

       ENTRY "TALLY-QUEUE-ENTRY" USING QUEUE-ENTRY QUEUE-HASH.
           MOVE ZERO TO ENTRY-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > ENTRY-LENGTH
               COMPUTE ENTRY-SUM = ENTRY-SUM
                   + FUNCTION ORD (QUEUE-ENTRY(P:1)) * P
           END-PERFORM.
           IF QE-NUMBER NUMERIC
               COMPUTE ENTRY-WEIGHT =
                   FUNCTION MOD (QE-NUMBER-N, 9973) + 1
           ELSE
               MOVE 1 TO ENTRY-WEIGHT
           END-IF.
           COMPUTE QUEUE-HASH = FUNCTION MOD (QUEUE-HASH
               + ENTRY-SUM * ENTRY-WEIGHT, HASH-MODULUS).
           GOBACK.

       APPLY-ADD.
           PERFORM CHECK-TXN-KEY.
           IF EC-REASON = SPACES
               PERFORM CHECK-TXN-AXES
               IF EC-REASON = SPACES
                   PERFORM FIND-TXN-SYSTEM
                   PERFORM JUDGE-ADD
               END-IF
           END-IF.

      * A new body lands at the end of its system's slice so the
      * master keeps its systems contiguous; a system not on the
      * master yet opens a new slice at the end of the pool.
       JUDGE-ADD.
           IF SM-BODIES >= MAX-POOL
               MOVE "MASTER FULL" TO EC-REASON
           ELSE
               IF EC-SYS-SLOT = 0
                   PERFORM JUDGE-ADD-NEW-SYSTEM
               ELSE
                   PERFORM JUDGE-ADD-EXISTING
               END-IF
           END-IF.

       JUDGE-ADD-NEW-SYSTEM.
           IF SM-SYSTEMS >= MAX-SYSTEMS
               MOVE "TOO MANY SYSTEMS" TO EC-REASON
           ELSE
               ADD 1 TO SM-SYSTEMS
               MOVE TX-SYSTEM TO SM-ID(SM-SYSTEMS)
               COMPUTE SM-START(SM-SYSTEMS) = SM-BODIES + 1
               MOVE ZERO TO SM-NPLANETS(SM-SYSTEMS)
               MOVE SM-SYSTEMS TO EC-SYS-SLOT
               COMPUTE INSERT-AT = SM-BODIES + 1
               PERFORM INSERT-POOL-RECORD
           END-IF.

       JUDGE-ADD-EXISTING.
           PERFORM FIND-TXN-BODY.
           IF EC-POOL-SLOT > 0
               MOVE "PLANET ALREADY ON SYSTEM" TO EC-REASON
           ELSE
               IF SM-NPLANETS(EC-SYS-SLOT) >= MAX-PLANETS
                   MOVE "SYSTEM FULL" TO EC-REASON
               ELSE
                   COMPUTE INSERT-AT = SM-START(EC-SYS-SLOT)
                       + SM-NPLANETS(EC-SYS-SLOT)
                   PERFORM INSERT-POOL-RECORD
               END-IF
           END-IF.

       APPLY-CHG.
           PERFORM CHECK-TXN-KEY.
           IF EC-REASON = SPACES
               PERFORM CHECK-TXN-AXES
               IF EC-REASON = SPACES
                   PERFORM FIND-TXN-SYSTEM
                   PERFORM FIND-TXN-BODY
                   IF EC-POOL-SLOT = 0
                       MOVE "PLANET NOT ON MASTER" TO EC-REASON
                   ELSE
                       MOVE TX-NAME TO SM-NAME(EC-POOL-SLOT)
                       MOVE TX-X  TO SM-X(EC-POOL-SLOT)
                       MOVE TX-Y  TO SM-Y(EC-POOL-SLOT)
                       MOVE TX-Z  TO SM-Z(EC-POOL-SLOT)
                       MOVE TX-VX TO SM-VX(EC-POOL-SLOT)
                       MOVE TX-VY TO SM-VY(EC-POOL-SLOT)
                       MOVE TX-VZ TO SM-VZ(EC-POOL-SLOT)
                       ADD 1 TO EC-CHANGES
                   END-IF
               END-IF
           END-IF.

       APPLY-DEL.
           PERFORM CHECK-TXN-KEY.
           IF EC-REASON = SPACES
               PERFORM FIND-TXN-SYSTEM
               PERFORM FIND-TXN-BODY
               IF EC-POOL-SLOT = 0
                   MOVE "PLANET NOT ON MASTER" TO EC-REASON
               ELSE
                   PERFORM REMOVE-POOL-RECORD
               END-IF
           END-IF.

       CHECK-TXN-KEY.
           IF TX-SYSTEM NOT NUMERIC OR TX-ID NOT NUMERIC
               MOVE "BAD SYSTEM OR PLANET NUMBER" TO EC-REASON
           END-IF.

       CHECK-TXN-AXES.
           IF NOT (TX-X NUMERIC AND TX-Y NUMERIC AND TX-Z NUMERIC
              AND TX-VX NUMERIC AND TX-VY NUMERIC
              AND TX-VZ NUMERIC)
               MOVE "BAD AXIS VALUE" TO EC-REASON
           END-IF.

       FIND-TXN-SYSTEM.
           MOVE ZERO TO EC-SYS-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SM-SYSTEMS OR EC-SYS-SLOT > 0
               IF SM-ID(I) = TX-SYSTEM
                   MOVE I TO EC-SYS-SLOT
               END-IF
           END-PERFORM.

       FIND-TXN-BODY.
           MOVE ZERO TO EC-POOL-SLOT.
           IF EC-SYS-SLOT > 0
               PERFORM VARYING I FROM SM-START(EC-SYS-SLOT) BY 1
                       UNTIL I >= SM-START(EC-SYS-SLOT)
                             + SM-NPLANETS(EC-SYS-SLOT)
                          OR EC-POOL-SLOT > 0
                   IF SM-PLANET(I) = TX-ID
                       MOVE I TO EC-POOL-SLOT
                   END-IF
               END-PERFORM
           END-IF.

      * Later bodies shift up one slot and every later system's start
      * moves with them, so the directory always describes the pool
      * it indexes.
       INSERT-POOL-RECORD.
           PERFORM VARYING I FROM SM-BODIES BY -1
                   UNTIL I < INSERT-AT
               COMPUTE J = I + 1
               MOVE SM-POOL-ENTRY(I) TO SM-POOL-ENTRY(J)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SM-SYSTEMS
               IF I NOT = EC-SYS-SLOT AND
                  SM-START(I) >= INSERT-AT
                   ADD 1 TO SM-START(I)
               END-IF
           END-PERFORM.
           ADD 1 TO SM-BODIES.
           ADD 1 TO SM-NPLANETS(EC-SYS-SLOT).
           MOVE TX-ID   TO SM-PLANET(INSERT-AT).
           MOVE TX-NAME TO SM-NAME(INSERT-AT).
           MOVE TX-X  TO SM-X(INSERT-AT).
           MOVE TX-Y  TO SM-Y(INSERT-AT).
           MOVE TX-Z  TO SM-Z(INSERT-AT).
           MOVE TX-VX TO SM-VX(INSERT-AT).
           MOVE TX-VY TO SM-VY(INSERT-AT).
           MOVE TX-VZ TO SM-VZ(INSERT-AT).
           MOVE INSERT-AT TO EC-POOL-SLOT.
           ADD 1 TO EC-CHANGES.

      * Removing a system's last body retires the system's directory
      * entry as well; an empty slice on the directory would promote
      * a master Day12 reads as a zero-body system.
       REMOVE-POOL-RECORD.
           PERFORM VARYING I FROM EC-POOL-SLOT BY 1
                   UNTIL I >= SM-BODIES
               COMPUTE J = I + 1
               MOVE SM-POOL-ENTRY(J) TO SM-POOL-ENTRY(I)
           END-PERFORM.
           SUBTRACT 1 FROM SM-BODIES.
           SUBTRACT 1 FROM SM-NPLANETS(EC-SYS-SLOT).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SM-SYSTEMS
               IF SM-START(I) > EC-POOL-SLOT
                   SUBTRACT 1 FROM SM-START(I)
               END-IF
           END-PERFORM.
           IF SM-NPLANETS(EC-SYS-SLOT) = 0
               PERFORM VARYING I FROM EC-SYS-SLOT BY 1
                       UNTIL I >= SM-SYSTEMS
                   COMPUTE J = I + 1
                   MOVE SM-SYSTEM-ENTRY(J) TO SM-SYSTEM-ENTRY(I)
               END-PERFORM
               SUBTRACT 1 FROM SM-SYSTEMS
           END-IF.
           ADD 1 TO EC-CHANGES.
