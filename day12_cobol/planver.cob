      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanVer.

      * Shared PLANETS master versioning routines, called the way the
      * run-identification routines in RunIdent are. PlMaint used to
      * replace the master in place, leaving one retired generation
      * copy and nothing to say which master a past run had read.
      * Every promotion now appends the bodies it added, changed or
      * deleted to the PLANHIST file under a new master version
      * number, stamped with the date it took effect and the PlMaint
      * run that applied it; PLANHIST is never rewritten, so every
      * version of every body stays on file. PLANVER is a one-record
      * file naming the version now on PLANETS together with its body
      * count and a hash total of its records.
      *
      * STAMP-MASTER-VERSION is PlMaint's half: called just after the
      * promoted master is written, it counts and hashes PLANETS and
      * rewrites PLANVER. GET-MASTER-VERSION is the readers' half:
      * Day10 and Day12 call it to learn which version they are
      * simulating. It counts and hashes PLANETS again and holds the
      * totals against PLANVER, so a master edited by hand since its
      * last promotion is reported as altered rather than passed off
      * as the version PLANVER names. A master PlMaint has never
      * promoted has no PLANVER at all and is reported as unversioned.
      *
      * The hash total is taken the way EnvSave hashes a file: every
      * character of a master record is weighted by its column, every
      * record's sum by its place on the file, and the whole kept to
      * its low eighteen digits. A changed sign, name or figure, two
      * fields or two records traded, a body dropped or added, all
      * change it.

       Environment division.
       Input-output section.
       File-control.
           select PLANETS-FILE assign to "PLANETS"
               organization is line sequential
               file status is PLANETS-STATUS.

           select VERSION-FILE assign to "PLANVER"
               organization is line sequential
               file status is VERSION-STATUS.

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

       FD  VERSION-FILE
           record contains 67 characters.
       01 VERSION-RECORD.
           05 PV-VERSION  PIC 9(05).
           05 FILLER      PIC X.
           05 PV-EFF-DATE PIC X(19).
           05 FILLER      PIC X.
           05 PV-RUN-ID   PIC X(14).
           05 FILLER      PIC X.
           05 PV-BODIES   PIC 9(03).
           05 FILLER      PIC X.
           05 PV-HASH     PIC 9(22).

       WORKING-STORAGE SECTION.

       01 PLANETS-STATUS PIC X(02) VALUE ZEROS.
       01 VERSION-STATUS PIC X(02) VALUE ZEROS.

       01 TALLY-BODIES   PIC 9(03) VALUE ZERO.
       01 TALLY-HASH     PIC 9(22) VALUE ZERO.
       01 RECORD-SUM     PIC 9(12) VALUE ZERO.
       01 HASH-MODULUS   PIC 9(19) VALUE 1000000000000000000.
       01 P              PIC 9(03) VALUE ZERO.
       78 RECORD-LENGTH  VALUE 139.
       01 VERSION-FOUND  PIC 9 VALUE 0.
           88 VERSION-ON-FILE VALUE 1.

       01 MESSAGE-AREA.
           05 MSG-PROGRAM PIC X(08) VALUE "PLANVER".
           05 MSG-ID      PIC X(07) VALUE SPACES.
           05 MSG-TEXT    PIC X(100) VALUE SPACES.

       01 VERSION-TEXT-LINE.
           05 FILLER      PIC X(15) VALUE "MASTER VERSION ".
           05 VTL-VERSION PIC X(05).
           05 VTL-REST    PIC X(60).

       01 VERSION-EFFECTIVE-TEXT.
           05 FILLER      PIC X(11) VALUE " EFFECTIVE ".
           05 VET-DATE    PIC X(19).
           05 FILLER      PIC X(13) VALUE " PLMAINT RUN ".
           05 VET-RUN-ID  PIC X(14).

       LINKAGE SECTION.

       01 MASTER-VERSION.
           05 MV-STAMP    PIC X(05).
           05 MV-VERSION  PIC 9(05).
           05 MV-EFF-DATE PIC X(19).
           05 MV-RUN-ID   PIC X(14).
           05 MV-BODIES   PIC 9(03).
           05 MV-TEXT     PIC X(80).

       PROCEDURE DIVISION.
           GOBACK.

      * MV-STAMP comes back as the five-digit version when PLANETS is
      * exactly what that version promoted, NONE when the master has
      * never been promoted under version control, and ALTRD when
      * PLANETS no longer matches the version PLANVER names; in that
      * case MV-VERSION still carries the last version promoted.
      * MV-TEXT is the banner line the callers print as it stands.
       ENTRY "GET-MASTER-VERSION" USING MASTER-VERSION.
           MOVE "NONE " TO MV-STAMP.
           MOVE ZERO    TO MV-VERSION.
           MOVE SPACES  TO MV-EFF-DATE.
           MOVE SPACES  TO MV-RUN-ID.
           MOVE ZERO    TO MV-BODIES.
           MOVE 0 TO VERSION-FOUND.

           OPEN INPUT VERSION-FILE.
           IF VERSION-STATUS = "00"
               READ VERSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-VERSION NUMERIC AND PV-BODIES NUMERIC
                          AND PV-HASH NUMERIC
                           MOVE 1 TO VERSION-FOUND
                       END-IF
               END-READ
               CLOSE VERSION-FILE
           END-IF.

           PERFORM TALLY-PLANETS-FILE.
           MOVE TALLY-BODIES TO MV-BODIES.

           IF VERSION-ON-FILE
               MOVE PV-VERSION  TO MV-VERSION
               MOVE PV-EFF-DATE TO MV-EFF-DATE
               MOVE PV-RUN-ID   TO MV-RUN-ID
               IF PV-BODIES = TALLY-BODIES AND PV-HASH = TALLY-HASH
                   MOVE PV-VERSION TO MV-STAMP
               ELSE
                   MOVE "ALTRD" TO MV-STAMP
               END-IF
           END-IF.

           PERFORM BUILD-VERSION-TEXT.
           GOBACK.

      * The caller supplies the version number, the effective date
      * and the run identifier; the body count and hash are taken
      * from the master as it now stands on disk.
       ENTRY "STAMP-MASTER-VERSION" USING MASTER-VERSION.
           PERFORM TALLY-PLANETS-FILE.
           MOVE TALLY-BODIES TO MV-BODIES.

           OPEN OUTPUT VERSION-FILE.
           IF VERSION-STATUS NOT = "00"
               MOVE "PVR001S" TO MSG-ID
               STRING "UNABLE TO OPEN PLANVER, FILE STATUS "
                      VERSION-STATUS " - MASTER NOT STAMPED"
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               CALL "LOG-MESSAGE" USING MESSAGE-AREA
               END-CALL
               MOVE SPACES TO MSG-TEXT
               MOVE "NONE " TO MV-STAMP
               PERFORM BUILD-VERSION-TEXT
               GOBACK
           END-IF.

           MOVE SPACES       TO VERSION-RECORD.
           MOVE MV-VERSION   TO PV-VERSION.
           MOVE MV-EFF-DATE  TO PV-EFF-DATE.
           MOVE MV-RUN-ID    TO PV-RUN-ID.
           MOVE TALLY-BODIES TO PV-BODIES.
           MOVE TALLY-HASH   TO PV-HASH.
           WRITE VERSION-RECORD.
           CLOSE VERSION-FILE.

           MOVE MV-VERSION TO MV-STAMP.
           PERFORM BUILD-VERSION-TEXT.
           GOBACK.

       TALLY-PLANETS-FILE.
           MOVE ZERO TO TALLY-BODIES.
           MOVE ZERO TO TALLY-HASH.
           OPEN INPUT PLANETS-FILE.
           IF PLANETS-STATUS = "00"
               PERFORM UNTIL PLANETS-STATUS = "10"
                   READ PLANETS-FILE
                       AT END
                           MOVE "10" TO PLANETS-STATUS
                       NOT AT END
                           PERFORM TALLY-PLANET-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLANETS-FILE
           END-IF.

      * Every record goes into the hash whatever it holds; the
      * readers refuse a damaged master on their own terms.
       TALLY-PLANET-RECORD.
           ADD 1 TO TALLY-BODIES.
           MOVE ZERO TO RECORD-SUM.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > RECORD-LENGTH
               COMPUTE RECORD-SUM = RECORD-SUM
                   + FUNCTION ORD (PLANET-RECORD(P:1)) * P
           END-PERFORM.
           COMPUTE TALLY-HASH = FUNCTION MOD (TALLY-HASH
               + RECORD-SUM * (FUNCTION MOD (TALLY-BODIES, 9973) + 1),
               HASH-MODULUS).

       BUILD-VERSION-TEXT.
           MOVE SPACES TO VTL-REST.
           EVALUATE MV-STAMP
               WHEN "NONE "
                   MOVE "NONE " TO VTL-VERSION
                   MOVE " - MASTER NOT UNDER VERSION CONTROL"
                       TO VTL-REST
               WHEN "ALTRD"
                   MOVE MV-VERSION TO VTL-VERSION
                   MOVE " - ALTERED SINCE PROMOTED, NOT REPRODUCIBLE"
                       TO VTL-REST
               WHEN OTHER
                   MOVE MV-VERSION  TO VTL-VERSION
                   MOVE MV-EFF-DATE TO VET-DATE
                   MOVE MV-RUN-ID   TO VET-RUN-ID
                   MOVE VERSION-EFFECTIVE-TEXT TO VTL-REST
           END-EVALUATE.
           MOVE VERSION-TEXT-LINE TO MV-TEXT.
