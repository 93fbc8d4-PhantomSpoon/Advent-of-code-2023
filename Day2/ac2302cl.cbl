                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-CHGLOG - GAME MASTER CHANGE LOG WRITTEN BY AC2302P1,
      * AC2302P2, AC2302PC, AC2302RX, AC2302MA, AC2302HK AND
      * AC2302FR; THE LAYOUT HERE MUST MATCH THEIR WS-CHG-RECORD FIELD
      * FOR FIELD. ACTION 'A' IS A GAME ADDED BY A DAILY RUN, 'C' ONE
      * CHANGED BY IT, 'M' AN APPROVED MANUAL ADJUSTMENT - A BLANK NEW
      * VERDICT ON AN 'M' RECORD MEANS THE GAME WAS DELETED - 'P' A
      * GAME PURGED TO THE ARCHIVE, 'R' ONE RESTORED FROM IT AND 'H'
      * A RECYCLE REPAIR OF AN EARLIER DATE THAT ONLY WENT ON GAMHIST
      * BECAUSE THE MASTER ALREADY HELD THE GAME FOR A LATER DATE.
       FD WS-CHGLOG.
       01 WS-CHG-RECORD.
          05 WS-CG-GAME-ID     PIC 9(5).
          05 WS-CG-NEW-POWER   PIC 9(7).
          05 WS-CG-PROGRAM     PIC X(8).
          05 WS-CG-RUN-DATE    PIC 9(8).
      *   COLOR COUNT AND COLORS 4-8 OF EACH IMAGE, AS ON THE MASTER.
          05 WS-CG-OLD-COLORS  PIC 9.
          05 WS-CG-OLD-EXTRAS.
             10 WS-CG-OLD-EXTRA PIC 9(2) OCCURS 5.
          05 WS-CG-NEW-COLORS  PIC 9.
          05 WS-CG-NEW-EXTRAS.
             10 WS-CG-NEW-EXTRA PIC 9(2) OCCURS 5.
      * WS-PARM-FILE - BROWSE CONTROL CARD: COLUMNS 1-5 THE GAME ID
      * TO LIST (SPACES OR ZERO MEANS EVERY GAME), COLUMNS 6-13 THE
      * BUSINESS DATE TO LIST (SPACES MEANS EVERY DATE). NO CARD AT
       01 WS-PARM-RECORD.
          05 WS-PARM-GAME-ID   PIC X(5).
          05 WS-PARM-DATE      PIC X(8).
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
          05 WS-READ-COUNT     PIC 9(7).
          05 WS-SHOWN-COUNT    PIC 9(7).
          05 WS-ACTION-TEXT    PIC X(7).
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
          05 WS-OLD-TEXT       PIC X(100).
          05 WS-OLD-TEXT-LEN   PIC 9(3).
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
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 PICK-GAME-Y      VALUE 'Y'.
          05 PICK-DATE-SWITCH    PIC X VALUE 'N'.
             88 PICK-DATE-Y      VALUE 'Y'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           PERFORM BK-LOAD-COLORS
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
           PERFORM Z-EMIT-LINE
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

       C-BROWSE SECTION.
           SET NOT-EOF TO TRUE
           PERFORM R-READ-CHGLOG
           .

       CA-PRINT-CHANGE SECTION.
           EVALUATE TRUE
              WHEN WS-CG-ACTION = 'A'
                 MOVE 'ADDED  ' TO WS-ACTION-TEXT
              WHEN WS-CG-ACTION = 'M' AND WS-CG-NEW-VERDICT = SPACE
                 MOVE 'DELETED' TO WS-ACTION-TEXT
              WHEN WS-CG-ACTION = 'M'
                 MOVE 'ADJUSTD' TO WS-ACTION-TEXT
              WHEN WS-CG-ACTION = 'P'
                 MOVE 'PURGED ' TO WS-ACTION-TEXT
              WHEN WS-CG-ACTION = 'R'
                 MOVE 'RESTORD' TO WS-ACTION-TEXT
              WHEN WS-CG-ACTION = 'H'
                 MOVE 'HISTORY' TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE 'CHANGED' TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM XU-UNPACK-OLD
           MOVE WS-COLOR-TEXT     TO WS-OLD-TEXT
           MOVE WS-COLOR-TEXT-LEN TO WS-OLD-TEXT-LEN
           PERFORM XU-UNPACK-NEW
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-TEXT-PTR
           STRING 'GAME ' WS-CG-GAME-ID
                  ' ' WS-ACTION-TEXT
                  ' ON ' WS-CG-RUN-DATE
                  ' BY ' WS-CG-PROGRAM
                  '  OLD V=' WS-CG-OLD-VERDICT
                  ' ' WS-OLD-TEXT(1:WS-OLD-TEXT-LEN)
                  ' PWR=' WS-CG-OLD-POWER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WITH POINTER WS-TEXT-PTR
           END-STRING
      *    A CHANGE TO A GAME WITH MORE THAN THREE COLORS DOES NOT FIT
      *    ON ONE LINE; THE NEW IMAGE THEN GOES ON A LINE OF ITS OWN.
           IF WS-OLD-TEXT-LEN + WS-COLOR-TEXT-LEN > 46
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              MOVE 43 TO WS-TEXT-PTR
           END-IF
           STRING '  NEW V=' WS-CG-NEW-VERDICT
                  ' ' WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                  ' PWR=' WS-CG-NEW-POWER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WITH POINTER WS-TEXT-PTR
           END-STRING
           PERFORM Z-EMIT-LINE
           .

      * XU-UNPACK-OLD / XU-UNPACK-NEW - ONE IMAGE'S MAXIMA IN COLOR
      * TABLE ORDER FOR XD-COLOR-TEXT; AN IMAGE WITH NO COLOR COUNT
      * IS A THREE-COLOR IMAGE.
       XU-UNPACK-OLD SECTION.
           IF WS-CG-OLD-COLORS IS NUMERIC AND WS-CG-OLD-COLORS > 0
              MOVE WS-CG-OLD-COLORS TO WS-SHOW-COLORS
              MOVE WS-CG-OLD-EXTRAS TO WS-SHOW-CUBES(7:10)
           ELSE
              MOVE 3     TO WS-SHOW-COLORS
              MOVE ZEROS TO WS-SHOW-CUBES(7:10)
           END-IF
           MOVE WS-CG-OLD-RED   TO WS-SHOW-CNT(1)
           MOVE WS-CG-OLD-GREEN TO WS-SHOW-CNT(2)
           MOVE WS-CG-OLD-BLUE  TO WS-SHOW-CNT(3)
           PERFORM XD-COLOR-TEXT
           .

       XU-UNPACK-NEW SECTION.
           IF WS-CG-NEW-COLORS IS NUMERIC AND WS-CG-NEW-COLORS > 0
              MOVE WS-CG-NEW-COLORS TO WS-SHOW-COLORS
              MOVE WS-CG-NEW-EXTRAS TO WS-SHOW-CUBES(7:10)
           ELSE
              MOVE 3     TO WS-SHOW-COLORS
              MOVE ZEROS TO WS-SHOW-CUBES(7:10)
           END-IF
           MOVE WS-CG-NEW-RED   TO WS-SHOW-CNT(1)
           MOVE WS-CG-NEW-GREEN TO WS-SHOW-CNT(2)
           MOVE WS-CG-NEW-BLUE  TO WS-SHOW-CNT(3)
           PERFORM XD-COLOR-TEXT
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


       R-READ-CHGLOG SECTION.
           READ WS-CHGLOG
           AT END
