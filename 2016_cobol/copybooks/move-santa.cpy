      *-----------------------------------------------------------------
      *    move santa --------------------------------------------------
      *    the walk starts on the depot's square with the depot's ------
      *    heading (see depot-start.cpy), so POS-X/POS-Y come back -----
      *    as absolute positions on the common grid --------------------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. MOVE-SANTA.
       01 POS-X          PIC S9(4) COMP.
       01 POS-Y          PIC S9(4) COMP.

       COPY "depot-start.cpy".

       PROCEDURE DIVISION USING MOVEMENTS MOV-CNT POS-X POS-Y
              DEPOT-START.

           MOVE DS-FACING TO FACING.
           MOVE DS-ORIGIN-X TO POS-X.
           MOVE DS-ORIGIN-Y TO POS-Y.

           PERFORM VARYING MOV-PTR FROM 1 BY 1 UNTIL MOV-PTR > MOV-CNT

