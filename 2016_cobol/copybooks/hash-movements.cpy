      *-----------------------------------------------------------------
      *    hash movements - the content hash total of a movement ------
      *    list: for every movement, its position in the list times ---
      *    (its distance times 100 plus the byte value of its ---------
      *    direction), summed, low nine digits. the position weight ---
      *    means a list with two legs swapped hashes differently ------
      *    from the original. INTAKE-REG files this total in the ------
      *    intake register and DAY01-BATCH recomputes it on the list --
      *    it actually read, so both have to come through here ---------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. HASH-MOVEMENTS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 HASH-SUB       PIC S9(4) COMP.
       01 HASH-CHAR      PIC X.
       01 HASH-CHAR-NUM REDEFINES HASH-CHAR PIC 9(2) COMP-X.

       LINKAGE SECTION.
      * the movement list
       01 MOVEMENTS.
         02 MOV-DATA OCCURS MAX-MOVEMENTS TIMES.
           05 DIRECTION  PIC X.
           05 DISTANCE   PIC 9(5).
       01 MOV-CNT        PIC S9(4) COMP.
       01 MOV-HASH       PIC 9(9).

       PROCEDURE DIVISION USING MOVEMENTS MOV-CNT MOV-HASH.

           MOVE 0 TO MOV-HASH.

           PERFORM VARYING HASH-SUB FROM 1 BY 1
              UNTIL HASH-SUB > MOV-CNT
               MOVE DIRECTION(HASH-SUB) TO HASH-CHAR
               COMPUTE MOV-HASH = FUNCTION MOD(MOV-HASH
                  + HASH-SUB * (DISTANCE(HASH-SUB) * 100
                  + HASH-CHAR-NUM), 1000000000)
           END-PERFORM.

           GOBACK.

       END PROGRAM HASH-MOVEMENTS.
