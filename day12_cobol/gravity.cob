           END-PERFORM.
           GOBACK.

      * Single-axis counterparts, for a caller that has stopped
      * stepping the axes whose loops it already knows. Every pull on
      * an axis depends only on the positions along that axis, so
      * stepping the axes one at a time lands exactly where stepping
      * them together does. The position and velocity tables passed
      * are whichever axis the caller is stepping; they are named for
      * X here only because the linkage items already exist.
       ENTRY "UPDATE-VELOCITY-AXIS" USING N-PLANETS X-TABLE VX-TABLE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-PLANETS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-PLANETS
               COMPUTE DIF-X = X(J) - X(I)
                   ON SIZE ERROR PERFORM NOTE-OVERFLOW
               END-COMPUTE
               COMPUTE SIG-X = FUNCTION SIGN (DIF-X)
               COMPUTE VX(I) = VX(I) + SIG-X
                   ON SIZE ERROR PERFORM NOTE-OVERFLOW
               END-COMPUTE
           END-PERFORM
           END-PERFORM.
           GOBACK.

       ENTRY "UPDATE-VELOCITY-INVSQ-AXIS" USING N-PLANETS X-TABLE
               VX-TABLE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-PLANETS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-PLANETS
               COMPUTE DIF-X = X(J) - X(I)
                   ON SIZE ERROR PERFORM NOTE-OVERFLOW
               END-COMPUTE
               PERFORM INVSQ-OF-DIFF-X
               COMPUTE VX(I) = VX(I) + SIG-X
                   ON SIZE ERROR PERFORM NOTE-OVERFLOW
               END-COMPUTE
           END-PERFORM
           END-PERFORM.
           GOBACK.

       ENTRY "APPLY-VELOCITY-AXIS" USING N-PLANETS X-TABLE VX-TABLE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-PLANETS
               COMPUTE X(I) = X(I) + VX(I)
                   ON SIZE ERROR PERFORM NOTE-OVERFLOW
               END-COMPUTE
           END-PERFORM.
           GOBACK.

      * Backward-stepping counterparts for the reverse-run check.
      * One forward iteration is v' = v + g(x) then x' = x + v', so
      * one backward iteration first takes the positions back,
           COMPUTE SIG-Z = FUNCTION SIGN (DIF-Z).

       INVSQ-OF-DIFF.
           COMPUTE DIST-SQ-Y = DIF-Y * DIF-Y
               ON SIZE ERROR PERFORM NOTE-OVERFLOW
           END-COMPUTE.
               ON SIZE ERROR PERFORM NOTE-OVERFLOW
           END-COMPUTE.

           PERFORM INVSQ-OF-DIFF-X.

           IF DIF-Y = 0
               MOVE 0 TO SIG-Y
                   COMPUTE SIG-Z = FUNCTION SIGN (DIF-Z)
               END-IF
           END-IF.

       INVSQ-OF-DIFF-X.
           COMPUTE DIST-SQ-X = DIF-X * DIF-X
               ON SIZE ERROR PERFORM NOTE-OVERFLOW
           END-COMPUTE.

           IF DIF-X = 0
               MOVE 0 TO SIG-X
           ELSE
               COMPUTE SIG-X = FUNCTION SIGN (DIF-X) *
      -            (INVSQ-SCALE / (DIST-SQ-X + 1))
               IF SIG-X = 0
                   COMPUTE SIG-X = FUNCTION SIGN (DIF-X)
               END-IF
           END-IF.
