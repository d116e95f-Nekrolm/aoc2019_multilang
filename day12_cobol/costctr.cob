      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostCtr.

      * Shared cost-centre routines, called the way the master
      * version routines in PlanVer are. Day12 and Day10 runs are
      * charged back to the group that asked for them: each run is
      * tagged on D12PARM with a requester identifier and the cost
      * centre paying for it, and CHECK-CHARGE-TAG judges the pair
      * against the COSTCTR table. Day12 and Day10 call it at start
      * of job to warn when a run will not be chargeable; ChgBack
      * calls it for every run of the month it is charging.
      *
      * COSTCTR is kept by hand, one cost centre per record:
      *   columns  1-6   cost centre code
      *            8     O open, C closed to new charges
      *           10-39  the name printed on the chargeback report
      * Blank records and records starting with * are remarks. A
      * code listed twice is taken at its first entry.
      *
      * The table is read on the first call and held for the rest of
      * the step. The verdict comes back in CG-VERDICT:
      *   OK  chargeable - requester given, cost centre open
      *   NR  no requester identifier
      *   NC  no cost centre code
      *   NT  no COSTCTR table to judge the code against
      *   UN  cost centre not on the table
      *   CL  cost centre closed
      * with the cost centre's name in CG-NAME when it is on the
      * table, and a line of text saying what is wrong in CG-TEXT.
      * COUNT-COST-CENTRES gives back how many cost centres the table
      * holds, zero when there is no table, so ChgBack can refuse to
      * charge a month against a table that is not there.

       Environment division.
       Input-output section.
       File-control.
           select COSTCTR-FILE assign to "COSTCTR"
               organization is line sequential
               file status is COSTCTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COSTCTR-FILE
           record contains 80 characters.
       01 COSTCTR-RECORD.
           05 CR-CODE     PIC X(06).
           05 FILLER      PIC X.
           05 CR-STATE    PIC X(01).
           05 FILLER      PIC X.
           05 CR-NAME     PIC X(30).
           05 FILLER      PIC X(41).

       WORKING-STORAGE SECTION.

       01 COSTCTR-STATUS PIC X(02) VALUE ZEROS.

       01 TABLE-STATE    PIC 9 VALUE 0.
           88 TABLE-NOT-READ VALUE 0.
           88 TABLE-LOADED   VALUE 1.
           88 TABLE-MISSING  VALUE 2.

       78 MAX-CENTRES VALUE 500.
       01 CENTRE-COUNT   PIC 9(03) VALUE ZERO.
       01 C              PIC 9(03) VALUE ZERO.
       01 CENTRE-FOUND   PIC 9(03) VALUE ZERO.
       01 CENTRE-TABLE.
           05 CENTRE-ENTRY OCCURS MAX-CENTRES TIMES.
               10 CE-CODE  PIC X(06).
               10 CE-STATE PIC X(01).
               10 CE-NAME  PIC X(30).

       LINKAGE SECTION.

       01 CALLER-CENTRES PIC 9(03).

       01 CHARGE-TAG.
           05 CG-REQUESTER   PIC X(08).
           05 CG-COST-CENTRE PIC X(06).
           05 CG-VERDICT     PIC X(02).
           05 CG-NAME        PIC X(30).
           05 CG-TEXT        PIC X(60).

       PROCEDURE DIVISION.
           GOBACK.

       ENTRY "CHECK-CHARGE-TAG" USING CHARGE-TAG.
           IF TABLE-NOT-READ
               PERFORM LOAD-COST-CENTRES
           END-IF.

           MOVE SPACES TO CG-NAME.
           MOVE SPACES TO CG-TEXT.
           MOVE ZERO TO CENTRE-FOUND.
           IF TABLE-LOADED
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > CENTRE-COUNT OR CENTRE-FOUND > 0
                   IF CE-CODE(C) = CG-COST-CENTRE
                       MOVE C TO CENTRE-FOUND
                       MOVE CE-NAME(C) TO CG-NAME
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN CG-REQUESTER = SPACES
                   MOVE "NR" TO CG-VERDICT
                   MOVE "NO REQUESTER ON D12PARM" TO CG-TEXT
               WHEN CG-COST-CENTRE = SPACES
                   MOVE "NC" TO CG-VERDICT
                   MOVE "NO COST CENTRE ON D12PARM" TO CG-TEXT
               WHEN TABLE-MISSING
                   MOVE "NT" TO CG-VERDICT
                   MOVE "COSTCTR TABLE NOT AVAILABLE" TO CG-TEXT
               WHEN CENTRE-FOUND = 0
                   MOVE "UN" TO CG-VERDICT
                   STRING "COST CENTRE " CG-COST-CENTRE
                          " NOT ON COSTCTR" DELIMITED BY SIZE
                       INTO CG-TEXT
                   END-STRING
               WHEN CE-STATE(CENTRE-FOUND) NOT = "O"
                   MOVE "CL" TO CG-VERDICT
                   STRING "COST CENTRE " CG-COST-CENTRE
                          " IS CLOSED" DELIMITED BY SIZE
                       INTO CG-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "OK" TO CG-VERDICT
           END-EVALUATE.
           GOBACK.

       ENTRY "COUNT-COST-CENTRES" USING CALLER-CENTRES.
           IF TABLE-NOT-READ
               PERFORM LOAD-COST-CENTRES
           END-IF.
           MOVE CENTRE-COUNT TO CALLER-CENTRES.
           GOBACK.

      * Entries past MAX-CENTRES are not held; a code among them is
      * judged not on the table.
       LOAD-COST-CENTRES.
           MOVE ZERO TO CENTRE-COUNT.
           OPEN INPUT COSTCTR-FILE.
           IF COSTCTR-STATUS NOT = "00"
               MOVE 2 TO TABLE-STATE
           ELSE
               MOVE 1 TO TABLE-STATE
               PERFORM UNTIL COSTCTR-STATUS = "10"
                   READ COSTCTR-FILE
                       AT END
                           MOVE "10" TO COSTCTR-STATUS
                       NOT AT END
                           PERFORM TAKE-COST-CENTRE
                   END-READ
               END-PERFORM
               CLOSE COSTCTR-FILE
           END-IF.

       TAKE-COST-CENTRE.
           IF COSTCTR-RECORD = SPACES OR COSTCTR-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE ZERO TO CENTRE-FOUND
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > CENTRE-COUNT OR CENTRE-FOUND > 0
                   IF CE-CODE(C) = CR-CODE
                       MOVE C TO CENTRE-FOUND
                   END-IF
               END-PERFORM
               IF CENTRE-FOUND = 0 AND CENTRE-COUNT < MAX-CENTRES
                   ADD 1 TO CENTRE-COUNT
                   MOVE CR-CODE  TO CE-CODE(CENTRE-COUNT)
                   MOVE CR-STATE TO CE-STATE(CENTRE-COUNT)
                   MOVE CR-NAME  TO CE-NAME(CENTRE-COUNT)
               END-IF
           END-IF.
