      * FOR THE SAME BUSINESS DATE REPLACED THIS RECORD'S FIGURES;
      * SUCH RECORDS ARE LEFT OFF THE TREND ENTIRELY.
          05 WS-HIST-SUPERSEDED  PIC X.
      * PER-VENDOR BREAKDOWN OF A MERGIN RUN - WHICH DAYS WERE SPLIT
      * BY VENDOR THAT RUN ('Y'), HOW MANY VENDORS FOLLOW (ZERO WHEN
      * THE RUN HAD NO MERGIN), AND PER VENDOR ITS BATCHES ACCEPTED
      * AND REJECTED WITH EACH DAY'S TOTAL AND REJECTED RECORDS.
          05 WS-HIST-VEND-ATTR1  PIC X.
          05 WS-HIST-VEND-ATTR2  PIC X.
          05 WS-HIST-VEND-ATTR3  PIC X.
          05 WS-HIST-VEND-COUNT  PIC 9.
          05 WS-HIST-VEND OCCURS 5.
             10 WS-HV-ID         PIC X(8).
             10 WS-HV-BATCH-GOOD PIC 99.
             10 WS-HV-BATCH-BAD  PIC 99.
             10 WS-HV-DAY1-TOTAL PIC 9(9).
             10 WS-HV-DAY1-REJ   PIC 9(9).
             10 WS-HV-DAY2-SUMMA PIC 9(9).
             10 WS-HV-DAY2-REJ   PIC 9(9).
             10 WS-HV-DAY3-SUM   PIC 9(9).
             10 WS-HV-DAY3-REJ   PIC 9(9).
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-3 THE NUMBER
      * OF MOST RECENT RUNS TO PRINT, COLUMNS 4-6 THE MOVEMENT
      * TOLERANCE AS A WHOLE PERCENTAGE. DEFAULTS ARE 10 RUNS AT 10%.
          05 WS-SECS1-ED       PIC ZZZZ9.
          05 WS-SECS2-ED       PIC ZZZZ9.
          05 WS-SECS3-ED       PIC ZZZZ9.
          05 WS-VEND-IX        PIC 9.
          05 WS-GOOD-ED        PIC Z9.
          05 WS-BAD-ED         PIC Z9.
          05 WS-VDAY1-TXT      PIC X(9).
          05 WS-VREJ1-TXT      PIC X(9).
          05 WS-VDAY2-TXT      PIC X(9).
          05 WS-VREJ2-TXT      PIC X(9).
          05 WS-VDAY3-TXT      PIC X(9).
          05 WS-VREJ3-TXT      PIC X(9).
          05 WS-VEND-NOTE      PIC X(11).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           PERFORM CC-PRINT-TIMING-LINE
           IF WS-HIST-VEND-COUNT IS NUMERIC
              MOVE 1 TO WS-VEND-IX
              PERFORM UNTIL WS-VEND-IX > WS-HIST-VEND-COUNT
                 PERFORM CD-PRINT-VENDOR-LINE
                 ADD 1 TO WS-VEND-IX
              END-PERFORM
           END-IF
           .

      * CC-PRINT-TIMING-LINE - THE PER-STEP ELAPSED SECONDS UNDER
           PERFORM Z-EMIT-LINE
           .

      * CD-PRINT-VENDOR-LINE - UNDER A MERGIN RUN, ONE LINE PER
      * VENDOR: ITS BATCHES ACCEPTED AND REJECTED AND EACH DAY'S
      * TOTAL AND REJECTED RECORDS ('N/A' FOR A DAY THAT RUN DID NOT
      * SPLIT BY VENDOR). A VENDOR WITH A REJECTED BATCH, OR WITH NO
      * BATCH AT ALL, IS FLAGGED AT THE END OF ITS LINE SO A BAD
      * FILE IS PINNED ON THE VENDOR THAT SENT IT.
       CD-PRINT-VENDOR-LINE SECTION.
           IF WS-HIST-VEND-ATTR1 = 'Y'
              MOVE WS-HV-DAY1-TOTAL(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VDAY1-TXT
              MOVE WS-HV-DAY1-REJ(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VREJ1-TXT
           ELSE
              MOVE '      N/A' TO WS-VDAY1-TXT
                                  WS-VREJ1-TXT
           END-IF
           IF WS-HIST-VEND-ATTR2 = 'Y'
              MOVE WS-HV-DAY2-SUMMA(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VDAY2-TXT
              MOVE WS-HV-DAY2-REJ(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VREJ2-TXT
           ELSE
              MOVE '      N/A' TO WS-VDAY2-TXT
                                  WS-VREJ2-TXT
           END-IF
           IF WS-HIST-VEND-ATTR3 = 'Y'
              MOVE WS-HV-DAY3-SUM(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VDAY3-TXT
              MOVE WS-HV-DAY3-REJ(WS-VEND-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-VREJ3-TXT
           ELSE
              MOVE '      N/A' TO WS-VDAY3-TXT
                                  WS-VREJ3-TXT
           END-IF
           EVALUATE TRUE
              WHEN WS-HV-BATCH-BAD(WS-VEND-IX) > 0
                 MOVE ' *FILE BAD*' TO WS-VEND-NOTE
              WHEN WS-HV-BATCH-GOOD(WS-VEND-IX) = 0
                 MOVE ' *NO FILE*' TO WS-VEND-NOTE
              WHEN OTHER
                 MOVE SPACES TO WS-VEND-NOTE
           END-EVALUATE
           MOVE WS-HV-BATCH-GOOD(WS-VEND-IX) TO WS-GOOD-ED
           MOVE WS-HV-BATCH-BAD(WS-VEND-IX)  TO WS-BAD-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      VENDOR ' WS-HV-ID(WS-VEND-IX)
                  ' OK ' WS-GOOD-ED ' BAD ' WS-BAD-ED
                  ' DAY1 ' WS-VDAY1-TXT ' REJ ' WS-VREJ1-TXT
                  ' DAY2 ' WS-VDAY2-TXT ' REJ ' WS-VREJ2-TXT
                  ' DAY3 ' WS-VDAY3-TXT ' REJ ' WS-VREJ3-TXT
                  WS-VEND-NOTE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * CB-FLAG-MOVEMENT - '*' WHEN THE VALUE MOVED MORE THAN THE
      * TOLERANCE PERCENTAGE FROM THE PREVIOUS RUN. THE FIRST RUN ON
      * FILE HAS NO PREVIOUS RUN TO MOVE FROM, AND A PREVIOUS VALUE OF
