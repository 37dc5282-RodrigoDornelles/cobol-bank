               UNTIL GL-MAP-I > GL-MAP-COUNT OR MAP-SLOT > ZERO

           IF MAP-SLOT = ZERO
               IF GL-MAP-COUNT >= 40
                   DISPLAY "[X] The map table is full."
                   GOBACK
               END-IF
