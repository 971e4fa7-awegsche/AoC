               EXIT PARAGRAPH
           END-IF.

      *    the depot field is only written when the route has one,
      *    so a route filed before depots were kept extracts exactly
      *    as it always did
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           STRING "HDR1;" DELIMITED BY SIZE
                  RM-ROUTE-ID DELIMITED BY SPACE
                  ";" RM-ROUTE-DATE ";" DELIMITED BY SIZE
                  RM-OPERATOR DELIMITED BY SPACE
              INTO OUT-LINE WITH POINTER OUT-PTR
           END-STRING.
           IF RM-DEPOT NOT = SPACES THEN
               STRING ";" DELIMITED BY SIZE
                      RM-DEPOT DELIMITED BY SPACE
                  INTO OUT-LINE WITH POINTER OUT-PTR
               END-STRING
           END-IF.
           WRITE EXTRACT-RECORD FROM OUT-LINE.

           MOVE SPACES TO OUT-LINE.
