                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
          05 WS-GM-MAX-BLUE    PIC 9(2).
          05 WS-GM-POWER       PIC 9(7).
          05 WS-GM-RUN-DATE    PIC 9(8).
      *   THE RED/GREEN/BLUE SLOTS ARE COLORS 1-3 OF THE COLOR TABLE;
      *   WS-GM-COLORS IS HOW MANY COLORS THE RECORD CARRIES AND
      *   WS-GM-MAX-EXTRA THE MAXIMA OF COLORS 4-8. A RECORD WHOSE
      *   COLOR COUNT IS ZERO OR BLANK IS A THREE-COLOR RECORD.
          05 WS-GM-COLORS      PIC 9.
          05 WS-GM-MAX-EXTRAS.
             10 WS-GM-MAX-EXTRA PIC 9(2) OCCURS 5.
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-3 THE
      * NUMBER OF TOP-POWER GAMES TO RANK (DEFAULT 20, CEILING
      * 100). NO CARD AT ALL RANKS THE TOP 20.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-TOP-N     PIC 9(3).
      * WS-COLOR-FILE - THE CUBE COLOR TABLE: ONE CARD PER COLOR,
      * COLUMNS 1-10 THE COLOR NAME AS THE VENDOR SPELLS IT IN THE
      * GAME RECORDS AND COLUMNS 11-12 ITS BAG LIMIT; A '*' IN
      * COLUMN 1 MARKS A COMMENT CARD. THE CARD ORDER IS THE SLOT
      * ORDER ON THE MASTER, HISTORY, CHANGE LOG AND EXTRACTS, SO A
      * NEW COLOR IS ONLY EVER ADDED AT THE END. WITHOUT THE FILE
      * THE RUN USES RED 12, GREEN 13 AND BLUE 14.
       FD WS-COLOR-FILE.
       01 WS-COLOR-REC.
          05 WS-COLOR-NAME     PIC X(10).
          05 WS-COLOR-LIMIT    PIC X(02).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
          05 WS-PAGE-COUNT     PIC 9(5).
          05 WS-PAGE-ED        PIC ZZZZ9.
          05 WS-PAGE-LINE      PIC X(132).
          05 WS-COLOR-STATUS   PIC XX.
          05 WS-COLOR-CARDS    PIC 9(5).
          05 WS-CLR-IX         PIC 9(2).
          05 WS-SHOW-COLORS    PIC 9.
          05 WS-SHOW-CUBES.
             10 WS-SHOW-CNT    PIC 9(2) OCCURS 8.
          05 WS-COLOR-TEXT     PIC X(100).
          05 WS-COLOR-TEXT-LEN PIC 9(3).
          05 WS-TEXT-PTR       PIC 9(3).
          05 WS-COLOR-SOURCE   PIC X(30).
      * C-CONSTANTS
       01 C-CONSTANTS.
          05 C-DEFAULT-TOP-N   PIC 9(3) VALUE 20.
          05 C-PAGE-DEPTH      PIC 9(2) VALUE 56.
      * C-DEFAULT-COLORS - THE ORIGINAL RED/GREEN/BLUE SET IN COLOR01
      * CARD FORMAT, LOADED WHEN NO COLOR TABLE IS SUPPLIED.
       01 C-DEFAULT-COLORS.
          05 FILLER            PIC X(12) VALUE 'red       12'.
          05 FILLER            PIC X(12) VALUE 'green     13'.
          05 FILLER            PIC X(12) VALUE 'blue      14'.
       01 C-DEFAULT-COLORS-R REDEFINES C-DEFAULT-COLORS.
          05 C-DC-ENTRY        OCCURS 3.
             10 C-DC-NAME      PIC X(10).
             10 C-DC-LIMIT     PIC 9(2).
      * WS-COLOR-TABLE - THE CUBE COLORS IN FORCE FOR THE RUN: THE
      * NAME AS SPELLED IN THE GAME RECORDS WITH ITS SIGNIFICANT
      * LENGTH, THE UPPER-CASE LABEL THE REPORT PRINTS, AND THE
      * COLOR'S DEFAULT BAG LIMIT.
       01 WS-COLOR-TABLE.
          05 WS-CLR-COUNT      PIC 9.
          05 WS-CLR-ENTRY      OCCURS 8.
             10 WS-CLR-NAME    PIC X(10).
             10 WS-CLR-LEN     PIC 9(2).
             10 WS-CLR-LABEL   PIC X(10).
             10 WS-CLR-LIMIT   PIC 9(2).
      * WS-HEADING-TEXT - COLUMN HEADING REPEATED UNDER EACH PAGE
      * HEADER; SWAPPED FOR EACH REPORT BLOCK'S OWN LABEL. KEPT
      * OUTSIDE WS-VARIABLES SO B-INIT'S INITIALIZE DOES NOT BLANK
             10 WS-RK-GREEN    PIC 9(2) VALUE 0.
             10 WS-RK-BLUE     PIC 9(2) VALUE 0.
             10 WS-RK-POWER    PIC 9(7) VALUE 0.
             10 WS-RK-COLORS   PIC 9    VALUE 0.
             10 WS-RK-EXTRAS   PIC 9(10) VALUE 0.
      * WS-DATE-TABLE - HOW MANY MASTER RECORDS EACH BUSINESS DATE
      * LAST TOUCHED, ACCUMULATED IN THE SAME SWEEP. KEPT OUTSIDE
      * WS-VARIABLES FOR THE SAME REASON AS THE RANK TABLE.
          05 DATE-FOUND-SWITCH   PIC X.
             88 DATE-FOUND       VALUE 'Y'.
             88 DATE-NOT-FOUND   VALUE 'N'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
           INITIALIZE WS-VARIABLES
           MOVE C-DEFAULT-TOP-N TO WS-TOP-N
           OPEN OUTPUT WS-REPORT1
           PERFORM BK-LOAD-COLORS
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
           END-IF
           .

      * BK-LOAD-COLORS - LOAD THE CUBE COLOR TABLE. A CARD WITH NO
      * NAME OR A NON-NUMERIC LIMIT IS REPORTED AND SKIPPED; A
      * MISSING OR EMPTY FILE FALLS BACK TO C-DEFAULT-COLORS.
       BK-LOAD-COLORS SECTION.
           MOVE 0 TO WS-CLR-COUNT
           MOVE 'COLOR01' TO WS-COLOR-SOURCE
           MOVE 0 TO WS-COLOR-CARDS
           OPEN INPUT WS-COLOR-FILE
           IF WS-COLOR-STATUS = '00'
              SET COLOR-NOT-EOF TO TRUE
              PERFORM R-READ-COLOR
              PERFORM UNTIL COLOR-EOF OR WS-CLR-COUNT = 8
                 ADD 1 TO WS-COLOR-CARDS
                 IF WS-COLOR-NAME(1:1) NOT = '*'
                    IF WS-COLOR-NAME(1:1) = SPACE
                       OR WS-COLOR-LIMIT IS NOT NUMERIC
                       DISPLAY 'WARNING: COLOR01 CARD ' WS-COLOR-CARDS
                               ' REJECTED: ' WS-COLOR-REC
                    ELSE
                       ADD 1 TO WS-CLR-COUNT
                       MOVE WS-COLOR-NAME
                         TO WS-CLR-NAME(WS-CLR-COUNT)
                       MOVE WS-COLOR-LIMIT
                         TO WS-CLR-LIMIT(WS-CLR-COUNT)
                    END-IF
                 END-IF
                 PERFORM R-READ-COLOR
              END-PERFORM
      *       COMMENT CARDS AFTER THE EIGHTH COLOR ARE NOT EXCESS
              PERFORM UNTIL COLOR-EOF
                 OR WS-COLOR-NAME(1:1) NOT = '*'
                 PERFORM R-READ-COLOR
              END-PERFORM
              IF NOT COLOR-EOF
                 DISPLAY 'WARNING: MORE THAN 8 CUBE COLORS - '
                         'EXCESS CARDS IGNORED'
              END-IF
              CLOSE WS-COLOR-FILE
           END-IF
           IF WS-CLR-COUNT = 0
              MOVE 'BUILT-IN RED/GREEN/BLUE'
                TO WS-COLOR-SOURCE
              PERFORM UNTIL WS-CLR-COUNT = 3
                 ADD 1 TO WS-CLR-COUNT
                 MOVE C-DC-NAME(WS-CLR-COUNT)
                   TO WS-CLR-NAME(WS-CLR-COUNT)
                 MOVE C-DC-LIMIT(WS-CLR-COUNT)
                   TO WS-CLR-LIMIT(WS-CLR-COUNT)
              END-PERFORM
           END-IF
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MOVE 10 TO WS-CLR-LEN(WS-CLR-IX)
              PERFORM UNTIL WS-CLR-LEN(WS-CLR-IX) = 1
                 OR WS-CLR-NAME(WS-CLR-IX)
                      (WS-CLR-LEN(WS-CLR-IX):1) NOT = SPACE
                 SUBTRACT 1 FROM WS-CLR-LEN(WS-CLR-IX)
              END-PERFORM
              MOVE WS-CLR-NAME(WS-CLR-IX) TO WS-CLR-LABEL(WS-CLR-IX)
              INSPECT WS-CLR-LABEL(WS-CLR-IX)
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           .

       R-READ-COLOR SECTION.
           READ WS-COLOR-FILE
           AT END
             SET COLOR-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF NOT COLOR-EOF AND WS-COLOR-STATUS NOT = '00'
              DISPLAY 'WARNING: COLOR01 READ ERROR, STATUS='
                      WS-COLOR-STATUS ' - REMAINING CARDS IGNORED'
              SET COLOR-EOF TO TRUE
           END-IF
           .

      * C-SCAN-MASTER - ONE KEYED SWEEP FROM THE LOW END OF THE
      * FILE FEEDS ALL THREE REPORT BLOCKS.
       C-SCAN-MASTER SECTION.
              MOVE WS-GM-MAX-GREEN TO WS-RK-GREEN(WS-RANK-IX)
              MOVE WS-GM-MAX-BLUE  TO WS-RK-BLUE(WS-RANK-IX)
              MOVE WS-GM-POWER     TO WS-RK-POWER(WS-RANK-IX)
              IF WS-GM-COLORS IS NUMERIC AND WS-GM-COLORS > 0
                 MOVE WS-GM-COLORS     TO WS-RK-COLORS(WS-RANK-IX)
                 MOVE WS-GM-MAX-EXTRAS TO WS-RK-EXTRAS(WS-RANK-IX)
              ELSE
                 MOVE 3 TO WS-RK-COLORS(WS-RANK-IX)
                 MOVE 0 TO WS-RK-EXTRAS(WS-RANK-IX)
              END-IF
           END-IF
           .

                 WHEN OTHER
                    MOVE 'NOT JUDGED' TO WS-VERDICT-TEXT
              END-EVALUATE
              MOVE WS-RK-COLORS(WS-RANK-IX) TO WS-SHOW-COLORS
              MOVE WS-RK-RED(WS-RANK-IX)    TO WS-SHOW-CNT(1)
              MOVE WS-RK-GREEN(WS-RANK-IX)  TO WS-SHOW-CNT(2)
              MOVE WS-RK-BLUE(WS-RANK-IX)   TO WS-SHOW-CNT(3)
              MOVE WS-RK-EXTRAS(WS-RANK-IX) TO WS-SHOW-CUBES(7:10)
              PERFORM XD-COLOR-TEXT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RANK ' WS-RANK-ED
                     '  GAME ' WS-RK-GAME-ID(WS-RANK-IX)
                     '  POWER ' WS-RK-POWER(WS-RANK-IX)
                     '  ' WS-VERDICT-TEXT
                     '  MAX ' WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-RANK-IX
           END-PERFORM
           .

      * XD-COLOR-TEXT - "LABEL=NN" FOR EACH COLOR IN WS-SHOW-CUBES,
      * IN COLOR TABLE ORDER, INTO WS-COLOR-TEXT; WS-COLOR-TEXT-LEN
      * IS ITS PRINTED LENGTH.
       XD-COLOR-TEXT SECTION.
           MOVE SPACES TO WS-COLOR-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-SHOW-COLORS
              IF WS-CLR-IX > 1
                 ADD 1 TO WS-TEXT-PTR
              END-IF
              IF WS-CLR-IX > WS-CLR-COUNT
                 STRING 'COLOR' WS-CLR-IX(2:1)
                        '=' WS-SHOW-CNT(WS-CLR-IX)
                        DELIMITED BY SIZE INTO WS-COLOR-TEXT
                        WITH POINTER WS-TEXT-PTR
                 END-STRING
              ELSE
                 STRING WS-CLR-LABEL(WS-CLR-IX)
                          (1:WS-CLR-LEN(WS-CLR-IX))
                        '=' WS-SHOW-CNT(WS-CLR-IX)
                        DELIMITED BY SIZE INTO WS-COLOR-TEXT
                        WITH POINTER WS-TEXT-PTR
                 END-STRING
              END-IF
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           COMPUTE WS-COLOR-TEXT-LEN = WS-TEXT-PTR - 1
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
