
      * term rollover. starts the new term without the usual file
      * surgery: copies the catalog feed forward (dropping sections
      * the carry/drop list says to drop and listing the new ones it
      * asks for), advances STU-CLASS for
      * continuing students, archives the outgoing term's enrollment
      * snapshot, waitlist, and trend files, and initializes fresh
      * empty waitlist and trend working files so the first nightly
                 READ SECTLIST
                    AT END MOVE "10" TO WS-SECTLIST-STATUS
                    NOT AT END
      * carry lines only restate the default and take no room
                       IF WS-SL-TABLE-COUNT < WS-SL-TABLE-COUNT-MAX AND
                          SL-ACTION NOT = 'C'
                          ADD 1 TO WS-SL-TABLE-COUNT
                          MOVE SL-SUBJECT TO
                             WS-SL-SUBJECT(WS-SL-TABLE-COUNT)
              CLOSE CATNEW
           END-IF.

      * sections the list asks to add have no meeting data yet, so
      * they are listed for the registrar to build in the catalog
           PERFORM VARYING WS-SL-SUB FROM 1 BY 1
              UNTIL WS-SL-SUB > WS-SL-TABLE-COUNT
              IF WS-SL-ACTION(WS-SL-SUB) = 'A'
                 MOVE SPACES TO RPT-REC
                 STRING "  new section requested "
                    WS-SL-SUBJECT(WS-SL-SUB) " "
                    WS-SL-NUMBER(WS-SL-SUB) "-"
                    WS-SL-SECTION(WS-SL-SUB)
                    " - needs a catalog entry"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.

      * continuing students move up a class level
           OPEN INPUT STUIN.
           IF WS-STUIN-STATUS NOT = "00"
