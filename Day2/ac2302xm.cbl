          05 WS-XD-MAX-GREEN   PIC 9(2).
          05 WS-XD-MAX-BLUE    PIC 9(2).
          05 WS-XD-POWER       PIC 9(7).
          05 WS-XD-COLORS      PIC 9.
          05 WS-XD-MAX-EXTRAS.
             10 WS-XD-MAX-EXTRA PIC 9(2) OCCURS 5.
       01 WS-EXTR2-TOTAL.
          05 WS-X2-TYPE        PIC X.
          05 WS-X2-READ        PIC 9(5).
             10 WS-E3-MAX-GRN  PIC 9(2).
             10 WS-E3-MAX-BLU  PIC 9(2).
             10 WS-E3-POWER    PIC 9(7).
             10 WS-E3-COLORS   PIC 9.
             10 WS-E3-EXTRAS   PIC X(10).
             10 WS-E3-MATCHED  PIC X.
      * SWITCHES.
       01 SWITCHES.
                         TO WS-E3-MAX-BLU(WS-E3-COUNT)
                       MOVE WS-XD-POWER
                         TO WS-E3-POWER(WS-E3-COUNT)
                       MOVE WS-XD-COLORS
                         TO WS-E3-COLORS(WS-E3-COUNT)
                       MOVE WS-XD-MAX-EXTRAS
                         TO WS-E3-EXTRAS(WS-E3-COUNT)
                       MOVE 'N' TO WS-E3-MATCHED(WS-E3-COUNT)
                    END-IF
                 WHEN 'T'
              MOVE WS-E3-MAX-GRN(WS-E3-IX) TO WS-XD-MAX-GREEN
              MOVE WS-E3-MAX-BLU(WS-E3-IX) TO WS-XD-MAX-BLUE
              MOVE WS-E3-POWER(WS-E3-IX)   TO WS-XD-POWER
              MOVE WS-E3-COLORS(WS-E3-IX)  TO WS-XD-COLORS
              MOVE WS-E3-EXTRAS(WS-E3-IX)  TO WS-XD-MAX-EXTRAS
              WRITE WS-MERGED1-REC FROM WS-EXTR-DETAIL
              ADD 1 TO WS-MERGED-COUNT
           ELSE
