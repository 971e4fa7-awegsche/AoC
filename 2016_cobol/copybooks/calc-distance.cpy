      *-----------------------------------------------------------------
      *    calc distance -----------------------------------------------
      *    blocks from the depot the route started at, so routes from --
      *    different depots report comparable distances ----------------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. CALC-DISTANCE.
       01 POS-Y          PIC S9(4) COMP.
       01 DIST           PIC S9(4) COMP.

       COPY "depot-start.cpy".

       PROCEDURE DIVISION USING POS-X POS-Y DIST DEPOT-START.

           COMPUTE DIST = FUNCTION ABS(POS-X - DS-ORIGIN-X)
                        + FUNCTION ABS(POS-Y - DS-ORIGIN-Y).

       END PROGRAM CALC-DISTANCE.
