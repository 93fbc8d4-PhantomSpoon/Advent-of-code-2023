       FILE-CONTROL.
           SELECT WS-INPUT1  ASSIGN TO INPUT01
                             FILE STATUS IS WS-INPUT-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
           SELECT WS-CHKPT-FILE ASSIGN TO CHKPT01
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD WS-INPUT1.
       01 WS-INPUT1-POST    PIC X(160).
       FD WS-REPORT1.
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
      * WS-CHGLOG - PERMANENT CHANGE LOG ON THE GAME MASTER: ONE
      * BEFORE-AND-AFTER IMAGE RECORD PER WRITE/REWRITE OF
      * WS-GAME-REC, SO A FIGURE THAT MOVES BETWEEN BUSINESS DATES
      * CAN BE SHOWN TO ANALYTICS INSTEAD OF SHRUGGED AT. BROWSED BY
      * AC2302CL.
       FD WS-CHGLOG.
       01 WS-CHGLOG-REC     PIC X(72).
      * WS-GAME-HIST - PERMANENT GAME RESULTS HISTORY KEYED BY
      * BUSINESS DATE AND GAME ID. THE MASTER ONLY EVER HOLDS A
      * GAME'S LATEST FIGURES; THIS FILE KEEPS THE MASTER IMAGE AS IT
      * STOOD AT THE END OF EACH BUSINESS DATE, STAMPED WITH THE
      * PROGRAM THAT LAST TOUCHED IT, SO WHAT A GAME LOOKED LIKE ON A
      * GIVEN DATE IS AN AC2302GH INQUIRY INSTEAD OF A HAND REBUILD
      * FROM THE CHANGE LOG. THE LAYOUT MUST MATCH AC2302GH FIELD FOR
      * FIELD.
       FD WS-GAME-HIST.
       01 WS-GHIST-REC.
          05 WS-GH-KEY.
             10 WS-GH-RUN-DATE PIC 9(8).
             10 WS-GH-GAME-ID  PIC 9(5).
          05 WS-GH-VERDICT     PIC X.
          05 WS-GH-MAX-RED     PIC 9(2).
          05 WS-GH-MAX-GREEN   PIC 9(2).
          05 WS-GH-MAX-BLUE    PIC 9(2).
          05 WS-GH-POWER       PIC 9(7).
          05 WS-GH-PROGRAM     PIC X(8).
      *   COLOR COUNT AND COLORS 4-8, AS ON THE GAME MASTER.
          05 WS-GH-COLORS      PIC 9.
          05 WS-GH-MAX-EXTRAS.
             10 WS-GH-MAX-EXTRA PIC 9(2) OCCURS 5.
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-POS            PIC 999.
          05 WS-CUR-MAXIMA.
             10 WS-CUR-MAX     PIC 9(2) OCCURS 8.
          05 WS-AMOUNT         PIC 9(2).
          05 WS-TOTAL          PIC 9(9).
          05 WS-TEMP           PIC 9(7).
          05 WS-DIVREM         PIC 9(9).
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-ID-NUM         PIC 9(5).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-EXCEPT-STATUS  PIC XX.
          05 WS-DUP-IX         PIC 9(6).
          05 WS-COLON-COUNT    PIC 999.
          05 WS-ID-IX          PIC 9.
          05 WS-COLOR-STATUS   PIC XX.
          05 WS-COLOR-CARDS    PIC 9(5).
          05 WS-CLR-IX         PIC 9(2).
          05 WS-SHOW-COLORS    PIC 9.
          05 WS-SHOW-CUBES.
             10 WS-SHOW-CNT    PIC 9(2) OCCURS 8.
          05 WS-COLOR-TEXT     PIC X(100).
          05 WS-COLOR-TEXT-LEN PIC 9(3).
          05 WS-TEXT-PTR       PIC 9(3).
          05 WS-CLR-HIT        PIC 9(2).
          05 WS-CLR-END        PIC 9(3).
          05 WS-COLOR-SOURCE   PIC X(30).
      * C-CONSTANTS
       01 C-CONSTANTS.
          05 C-CHECKPOINT-INTERVAL PIC 9(5) VALUE 01000.
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
      * HEADER; SWAPPED FOR THE TRAILER LABEL WHEN THE FINAL PAGE IS
      * FORCED AT Z-CLOSE. KEPT OUTSIDE WS-VARIABLES SO B-INIT'S
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
          05 GHIST-SWITCH        PIC X VALUE 'N'.
             88 GHIST-ON         VALUE 'Y'.
             88 GHIST-OFF        VALUE 'N'.
          05 REC-STATUS          PIC X.
             88 REC-VALID        VALUE 'Y'.
             88 REC-INVALID      VALUE 'N'.
             88 ID-ENDED         VALUE 'Y'.
          05 COLOR-SEEN-SWITCH   PIC X.
             88 COLOR-SEEN       VALUE 'Y'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
      * EXTRACT RECORD LAYOUTS - BUILT HERE AND WRITTEN FROM, SO THE
      * RECORD TYPE BYTES KEEP THEIR VALUES ACROSS B-INIT.
       01 WS-EXTR-DETAIL.
          05 WS-XD-MAX-GREEN   PIC 9(2).
          05 WS-XD-MAX-BLUE    PIC 9(2).
          05 WS-XD-POWER       PIC 9(7).
          05 WS-XD-COLORS      PIC 9.
          05 WS-XD-MAX-EXTRAS.
             10 WS-XD-MAX-EXTRA PIC 9(2) OCCURS 5.
       01 WS-EXTR-TOTAL.
          05 WS-XT-TYPE        PIC X VALUE 'T'.
          05 WS-XT-READ        PIC 9(9).
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
      * INPUT AREA
       01 I-INPUT-AREA         PIC X(160).
       01 I-INPUT.
              MOVE 20 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BK-LOAD-COLORS
           PERFORM BA-LOAD-CHECKPOINT
           IF RESTART-Y
      * THE REPORT AND CHECKPOINT EXTEND SO THE EARLIER RUN'S LINES
           IF WS-GMAST-STATUS = '00'
              SET MASTER-ON TO TRUE
              PERFORM BD-OPEN-CHGLOG
              PERFORM BE-OPEN-GAMHIST
           ELSE
              DISPLAY 'WARNING: GAME MASTER UNAVAILABLE, STATUS='
                      WS-GMAST-STATUS ' - RESULTS NOT PERSISTED'
           END-IF
           .

      * BE-OPEN-GAMHIST - THE GAME HISTORY IS CREATED ON FIRST USE
      * LIKE THE MASTER. A HISTORY THAT WILL NOT OPEN IS REPORTED AND
      * SKIPPED - THE MASTER UPDATE MUST NOT BE HELD HOSTAGE TO IT.
       BE-OPEN-GAMHIST SECTION.
           OPEN I-O WS-GAME-HIST
           IF WS-GHIST-STATUS = '35'
              OPEN OUTPUT WS-GAME-HIST
              CLOSE WS-GAME-HIST
              OPEN I-O WS-GAME-HIST
           END-IF
           IF WS-GHIST-STATUS = '00'
              SET GHIST-ON TO TRUE
           ELSE
              DISPLAY 'WARNING: GAME HISTORY UNAVAILABLE, STATUS='
                      WS-GHIST-STATUS
                      ' - DATED RESULTS NOT KEPT'
              SET GHIST-OFF TO TRUE
           END-IF
           .

      * BA-LOAD-CHECKPOINT - READ ANY EXISTING CHECKPOINT FILE TO END,
      * KEEPING ONLY ITS LAST RECORD, SINCE A SEQUENTIAL CHECKPOINT
      * FILE ACCUMULATES ONE ENTRY PER INTERVAL REACHED SO FAR.
                 WRITE WS-EXCEPT3-REC FROM I-INPUT-AREA
              ELSE
                 MOVE 'Y' TO WS-SEEN-FLAG(WS-DUP-IX)
                 PERFORM CH-COMPUTE-POWER
                 PERFORM CE-FILL-EXTRACT
                 WRITE WS-EXTRACT3-REC FROM WS-EXTR-DETAIL
              END-IF
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

       R-READ-CHKPT SECTION.
           READ WS-CHKPT-FILE
           AT END
      * CZ-ACCEPT-GAME - A VALID, FIRST-SEEN GAME: REPORT IT, ADD
      * ITS POWER TO THE SUM, EXTRACT IT AND PUT IT ON THE MASTER.
       CZ-ACCEPT-GAME SECTION.
           PERFORM CH-COMPUTE-POWER
           MOVE WS-CUR-MAXIMA TO WS-SHOW-CUBES
           MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
           PERFORM XD-COLOR-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GAME "' I-ID '" MAX '
                  WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                  ' POWER=' WS-TEMP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
              ON SIZE ERROR
                 PERFORM C-TOTAL-OVERFLOW
           END-ADD
           PERFORM CE-FILL-EXTRACT
           WRITE WS-EXTRACT3-REC FROM WS-EXTR-DETAIL
           PERFORM D-UPDATE-MASTER
           .

      * CH-COMPUTE-POWER - THE GAME'S POWER IS THE PRODUCT OF ITS
      * MAXIMA OVER EVERY CONFIGURED COLOR. A PRODUCT TOO BIG FOR THE
      * SEVEN-DIGIT POWER FIELD STOPS THE RUN LIKE ANY OTHER TOTAL
      * OVERFLOW RATHER THAN PUBLISHING A TRUNCATED FIGURE.
       CH-COMPUTE-POWER SECTION.
           MOVE 1 TO WS-TEMP
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MULTIPLY WS-CUR-MAX(WS-CLR-IX) BY WS-TEMP
                 ON SIZE ERROR
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING 'ERROR: POWER OF GAME "' I-ID
                           '" EXCEEDS 7 DIGITS'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM Z-EMIT-LINE
                    PERFORM C-TOTAL-OVERFLOW
              END-MULTIPLY
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           .

      * CE-FILL-EXTRACT - THE GAME'S DETAIL RECORD FOR EXTR03: COLORS
      * 1-3 IN THE RED/GREEN/BLUE COLUMNS, THE REST IN THE EXTRA
      * COLUMNS. THE VERDICT FLAG IS AC2302P1'S TO FILL.
       CE-FILL-EXTRACT SECTION.
           MOVE WS-ID-NUM     TO WS-XD-GAME-ID
           MOVE SPACE         TO WS-XD-FLAG
           MOVE WS-CUR-MAX(1) TO WS-XD-MAX-RED
           MOVE WS-CUR-MAX(2) TO WS-XD-MAX-GREEN
           MOVE WS-CUR-MAX(3) TO WS-XD-MAX-BLUE
           MOVE WS-TEMP       TO WS-XD-POWER
           MOVE WS-CLR-COUNT  TO WS-XD-COLORS
           MOVE WS-CUR-MAXIMA(7:10) TO WS-XD-MAX-EXTRAS
           .

      * CY-REJECT-DUPLICATE - THE SAME GAME ID HAS ALREADY BEEN
      * ACCEPTED THIS RUN. THE LATER OCCURRENCE GOES TO THE
      * EXCEPTIONS FILE AND ITS OWN TRAILER COUNT, LEAVING THE SUM
              CLOSE WS-CHGLOG
              SET CHGLOG-OFF TO TRUE
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
              SET GHIST-OFF TO TRUE
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
              READ WS-GAME-MASTER
              PERFORM DA-SAVE-OLD-IMAGE
              IF WS-GMAST-STATUS = '00'
                 PERFORM DD-PACK-MAXIMA
                 MOVE WS-TEMP      TO WS-GM-POWER
                 MOVE WS-RUN-DATE  TO WS-GM-RUN-DATE
                 REWRITE WS-GAME-REC
              ELSE
                 MOVE WS-ID-NUM TO WS-GM-GAME-ID
                 MOVE SPACE TO WS-GM-VERDICT
                 PERFORM DD-PACK-MAXIMA
                 MOVE WS-TEMP      TO WS-GM-POWER
                 MOVE WS-RUN-DATE  TO WS-GM-RUN-DATE
                 WRITE WS-GAME-REC
              END-IF
              PERFORM DB-LOG-CHANGE
              PERFORM DC-WRITE-HISTORY
           END-IF
           .

      * DD-PACK-MAXIMA - THE GAME'S MAXIMA INTO THE MASTER RECORD:
      * COLORS 1-3 IN THE RED/GREEN/BLUE SLOTS, THE REST IN THE EXTRA
      * SLOTS, WITH THE NUMBER OF COLORS THE RECORD NOW CARRIES.
       DD-PACK-MAXIMA SECTION.
           MOVE WS-CUR-MAX(1)       TO WS-GM-MAX-RED
           MOVE WS-CUR-MAX(2)       TO WS-GM-MAX-GREEN
           MOVE WS-CUR-MAX(3)       TO WS-GM-MAX-BLUE
           MOVE WS-CLR-COUNT        TO WS-GM-COLORS
           MOVE WS-CUR-MAXIMA(7:10) TO WS-GM-MAX-EXTRAS
           .

      * DA-SAVE-OLD-IMAGE - HOLD THE MASTER RECORD AS IT STOOD
      * BEFORE THIS UPDATE ('C'), OR A BLANK IMAGE FOR A GAME NOT
      * YET ON THE MASTER ('A'), FOR THE CHANGE-LOG RECORD.
              MOVE WS-GM-MAX-GREEN TO WS-CG-OLD-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-OLD-BLUE
              MOVE WS-GM-POWER     TO WS-CG-OLD-POWER
              MOVE WS-GM-COLORS    TO WS-CG-OLD-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-OLD-EXTRAS
           ELSE
              MOVE 'A' TO WS-CG-ACTION
              MOVE SPACE TO WS-CG-OLD-VERDICT
                        WS-CG-OLD-GREEN
                        WS-CG-OLD-BLUE
                        WS-CG-OLD-POWER
                        WS-CG-OLD-COLORS
              MOVE ZEROS TO WS-CG-OLD-EXTRAS
           END-IF
           .

              MOVE WS-GM-MAX-GREEN TO WS-CG-NEW-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-NEW-BLUE
              MOVE WS-GM-POWER     TO WS-CG-NEW-POWER
              MOVE WS-GM-COLORS    TO WS-CG-NEW-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-NEW-EXTRAS
              MOVE 'AC2302P2'      TO WS-CG-PROGRAM
              MOVE WS-RUN-DATE     TO WS-CG-RUN-DATE
              WRITE WS-CHGLOG-REC FROM WS-CHG-RECORD
           END-IF
           .

      * DC-WRITE-HISTORY - COPY THE MASTER RECORD JUST WRITTEN ONTO
      * THE GAME HISTORY UNDER ITS BUSINESS DATE. A SECOND PROGRAM
      * TOUCHING THE SAME GAME ON THE SAME DATE (THE SPLIT AC2302P1/
      * AC2302P2 PASSES, OR A RECYCLE) REWRITES THAT DATE'S RECORD, SO
      * IT ALWAYS CARRIES THE DATE'S FINAL IMAGE.
       DC-WRITE-HISTORY SECTION.
           IF GHIST-ON
              MOVE WS-GM-RUN-DATE  TO WS-GH-RUN-DATE
              MOVE WS-GM-GAME-ID   TO WS-GH-GAME-ID
              READ WS-GAME-HIST
              MOVE WS-GM-VERDICT   TO WS-GH-VERDICT
              MOVE WS-GM-MAX-RED   TO WS-GH-MAX-RED
              MOVE WS-GM-MAX-GREEN TO WS-GH-MAX-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-GH-MAX-BLUE
              MOVE WS-GM-POWER     TO WS-GH-POWER
              MOVE WS-GM-COLORS    TO WS-GH-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-GH-MAX-EXTRAS
              MOVE 'AC2302P2'      TO WS-GH-PROGRAM
              IF WS-GHIST-STATUS = '00'
                 REWRITE WS-GHIST-REC
              ELSE
                 WRITE WS-GHIST-REC
              END-IF
           END-IF
           .

      * D-WRITE-CHECKPOINT - RECORD HOW FAR THE RUN HAS GOTTEN SO A
      * RESTART CAN PICK UP FROM HERE INSTEAD OF THE BEGINNING.
       D-WRITE-CHECKPOINT SECTION.
      *
       CA-NUMB-CHECKER SECTION.
           MOVE SPACE TO COLOR-SEEN-SWITCH
           INITIALIZE WS-POS WS-CUR-MAXIMA
           PERFORM UNTIL WS-POS > 149
              IF I-OUTCOMES(WS-POS:1) IS NUMERIC
                 IF I-OUTCOMES(WS-POS:2) IS NUMERIC
           END-PERFORM
           .

      * CB-COLOR-CHECKER - THE WORD AT WS-POS IS MATCHED AGAINST THE
      * COLOR TABLE NAME BY NAME; A WORD THAT IS NOT A CONFIGURED
      * COLOR IS IGNORED, AS AN UNKNOWN LETTER ALWAYS WAS.
       CB-COLOR-CHECKER SECTION.
           MOVE 0 TO WS-CLR-HIT
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT OR WS-CLR-HIT > 0
              COMPUTE WS-CLR-END = WS-POS + WS-CLR-LEN(WS-CLR-IX) - 1
              IF WS-CLR-END NOT > 150
                 IF I-OUTCOMES(WS-POS:WS-CLR-LEN(WS-CLR-IX))
                  = WS-CLR-NAME(WS-CLR-IX)(1:WS-CLR-LEN(WS-CLR-IX))
                    MOVE WS-CLR-IX TO WS-CLR-HIT
                 END-IF
              END-IF
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           IF WS-CLR-HIT > 0
              SET COLOR-SEEN TO TRUE
              IF WS-AMOUNT > WS-CUR-MAX(WS-CLR-HIT)
                 MOVE WS-AMOUNT TO WS-CUR-MAX(WS-CLR-HIT)
              END-IF
           END-IF
           .
       R-READ SECTION.
           INITIALIZE I-INPUT-AREA
                 CLOSE WS-CHGLOG
                 SET CHGLOG-OFF TO TRUE
              END-IF
              IF GHIST-ON
                 CLOSE WS-GAME-HIST
                 SET GHIST-OFF TO TRUE
              END-IF
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF
           STRING 'RECORDS DUPLICATE  : ' WS-DUP-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUBE COLORS FROM   : ' WS-COLOR-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE WS-RUN-COUNT TO WS-XT-READ
           MOVE WS-ACC-COUNT TO WS-XT-ACCUM
           MOVE WS-REJ-COUNT TO WS-XT-REJ
           IF CHGLOG-ON
              CLOSE WS-CHGLOG
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
           END-IF
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

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
