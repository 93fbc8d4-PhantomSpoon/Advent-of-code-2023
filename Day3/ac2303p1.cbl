                             FILE STATUS IS WS-INPUT-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
           SELECT WS-EXCEPT2 ASSIGN TO EXCEPT02
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
           SELECT WS-EXC-MASTER ASSIGN TO EXCPMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-EM-KEY
                             FILE STATUS IS WS-EXCMST-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       FILE SECTION.
       FD WS-INPUT1.
       01 WS-INPUT1-POST    PIC X(160).
      * WS-PARM-FILE - OPTIONAL LIMIT SETS, ONE PER CARD: TWO
      * COLUMNS PER CUBE COLOR IN COLOR TABLE ORDER, SO COLUMNS 1-6
      * ARE STILL RED, GREEN AND BLUE. A BLANK PAIR TAKES THAT
      * COLOR'S COLOR01 LIMIT.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-LIMIT      PIC X(2) OCCURS 8.
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
      * WS-EXCEPT2 - MALFORMED GAME RECORDS REJECTED BY THIS RUN:
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
      * WS-GAME-REC, SO A VERDICT THAT FLIPS BETWEEN BUSINESS DATES
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
      * WS-EXC-MASTER - OPEN-EXCEPTIONS MASTER: ONE RECORD PER
      * REJECTED CALIBRATION LINE (DAY 1) OR CUBE GAME RECORD (DAY 2),
      * KEYED BY BUSINESS DATE, DAY AND POSITION ON THAT DATE'S
      * EXCEPTIONS FILE, SO AN UNREPAIRED REJECT OUTLIVES THE NIGHTLY
      * EXCEPTIONS FILE. THE DAILY PROGRAMS OPEN THE ITEMS, THE
      * AC2301RX/AC2302RX RECYCLES COUNT THE ATTEMPTS AND CLOSE THEM,
      * AND AC2300E AGES THEM. THE LAYOUT MUST MATCH AC2300E FIELD
      * FOR FIELD.
       FD WS-EXC-MASTER.
       01 WS-EXC-REC.
          05 WS-EM-KEY.
             10 WS-EM-BUS-DATE PIC 9(8).
             10 WS-EM-DAY      PIC 9.
             10 WS-EM-SEQ      PIC 9(5).
      *   'O' OPEN OR 'C' CLOSED. FIRST SEEN, LAST TRIED AND CLOSED
      *   ARE CALENDAR DATES; ATTEMPTS COUNTS THE CORRECTIONS TRIED.
          05 WS-EM-STATUS      PIC X.
          05 WS-EM-FIRST-SEEN  PIC 9(8).
          05 WS-EM-LAST-TRIED  PIC 9(8).
          05 WS-EM-ATTEMPTS    PIC 9(3).
          05 WS-EM-REASON      PIC X(30).
          05 WS-EM-CLOSED-DATE PIC 9(8).
          05 WS-EM-TEXT        PIC X(160).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-POS            PIC 999.
          05 WS-AMOUNT         PIC 9(2).
          05 WS-CUR-MAXIMA.
             10 WS-CUR-MAX     PIC 9(2) OCCURS 8.
          05 WS-POWER          PIC 9(7).
          05 WS-SET-COUNT      PIC 99.
          05 WS-SET-IX         PIC 99.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-EXCMST-STATUS  PIC XX.
          05 WS-EXC-REASON     PIC X(30).
          05 WS-EXCEPT-STATUS  PIC XX.
          05 WS-EXTRACT-STATUS PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-TODAY          PIC 9(8).
          05 WS-LINE-COUNT     PIC 9(3).
          05 WS-PAGE-COUNT     PIC 9(5).
          05 WS-PAGE-ED        PIC ZZZZ9.
          05 WS-PAGE-LINE      PIC X(132).
          05 WS-PARM-LINE      PIC X(132).
          05 WS-WHATIF-ED      PIC Z9.
          05 WS-GAMES-REJ      PIC 9(5).
          05 WS-GAMES-DUP      PIC 9(5).
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
      * C-CONSTANTS - REPORT PAGING. THE BAG LIMITS COME FROM THE
      * COLOR TABLE, OVERRIDDEN FROM PARMIN AT B-INIT TIME SO
      * OPERATIONS CAN MOVE THE BAG-CONTENTS THRESHOLDS WITHOUT A
      * RECOMPILE.
       01 C-CONSTANTS.
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
      * INITIALIZE DOES NOT BLANK IT.
       01 WS-HEADING-TEXT      PIC X(60) VALUE
          ' PER-GAME POSSIBILITY VERDICTS AGAINST THE BAG LIMITS'.
      * WS-LIMIT-SETS - EVERY LIMIT SET SUPPLIED ON PARMIN, ALL
      * EVALUATED AGAINST EACH GAME'S MAXIMA IN THE SAME READ OF
      * INPUT01 SO THE PLANNERS' WHAT-IF SCENARIOS COST ONE RUN
      * INSTEAD OF SIX. SET 1 IS THE RUN'S OFFICIAL LIMITS: IT DRIVES
      * COUNTERS IT HAS JUST LOADED - THEY ARE INITIALIZED HERE.
       01 WS-LIMIT-SETS.
          05 WS-LIMIT-ENTRY OCCURS 10.
             10 LS-LIMITS.
                15 LS-LIMIT    PIC 9(2) OCCURS 8 VALUE 0.
             10 LS-POSS        PIC 9(5) VALUE 0.
             10 LS-NOTPOSS     PIC 9(5) VALUE 0.
             10 LS-SUMMA       PIC 9(9) VALUE 0.
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
          05 GHIST-SWITCH        PIC X VALUE 'N'.
             88 GHIST-ON         VALUE 'Y'.
             88 GHIST-OFF        VALUE 'N'.
          05 EXCMST-SWITCH       PIC X VALUE 'N'.
             88 EXCMST-ON        VALUE 'Y'.
             88 EXCMST-OFF       VALUE 'N'.
          05 EXCMST-EOF-SWITCH   PIC X VALUE 'Y'.
             88 EXCMST-EOF       VALUE 'Y'.
             88 EXCMST-NOT-EOF   VALUE 'N'.
          05 REC-STATUS          PIC X.
             88 REC-VALID        VALUE 'Y'.
             88 REC-INVALID      VALUE 'N'.
             88 ID-ENDED         VALUE 'Y'.
          05 COLOR-SEEN-SWITCH   PIC X.
             88 COLOR-SEEN       VALUE 'Y'.
          05 OVER-LIMIT-SWITCH   PIC X.
             88 OVER-LIMIT       VALUE 'Y'.
             88 WITHIN-LIMIT     VALUE 'N'.
          05 LIMIT-CARD-SWITCH   PIC X.
             88 LIMIT-CARD-OK    VALUE 'Y'.
             88 LIMIT-CARD-BAD   VALUE 'N'.
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
          05 WS-XT-READ        PIC 9(5).
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
           OPEN OUTPUT WS-REPORT1
           OPEN OUTPUT WS-EXCEPT2
           OPEN OUTPUT WS-EXTRACT2
           PERFORM BK-LOAD-COLORS
           OPEN INPUT  WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE INTO WS-PARM-RECORD
              PERFORM UNTIL WS-PARM-STATUS NOT = '00'
                         OR WS-SET-COUNT = 10
                 PERFORM BL-TAKE-LIMIT-SET
                 READ WS-PARM-FILE INTO WS-PARM-RECORD
              END-PERFORM
              IF WS-PARM-STATUS = '00'
           END-IF
           IF WS-SET-COUNT = 0
              MOVE 1 TO WS-SET-COUNT
              MOVE 1 TO WS-CLR-IX
              PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                 MOVE WS-CLR-LIMIT(WS-CLR-IX) TO LS-LIMIT(1 WS-CLR-IX)
                 ADD 1 TO WS-CLR-IX
              END-PERFORM
           END-IF
           OPEN INPUT WS-DATE-FILE
           IF WS-DATE-STATUS = '00'
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM BP-BUILD-PARM-LINE
           PERFORM BB-OPEN-MASTER
           PERFORM BF-OPEN-EXCMST
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

      * BP-BUILD-PARM-LINE - THE PARAMETERS THE RUN ACTUALLY USED,
      * PRINTED UNDER EVERY PAGE HEADER: THE OFFICIAL LIMITS (SET 1)
      * AND HOW MANY WHAT-IF SETS CAME WITH THEM.
       BP-BUILD-PARM-LINE SECTION.
           MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
           MOVE LS-LIMITS(1) TO WS-SHOW-CUBES
           PERFORM XD-COLOR-TEXT
           COMPUTE WS-WHATIF-ED = WS-SET-COUNT - 1
           MOVE SPACES TO WS-PARM-LINE
           STRING 'PARAMETERS: LIMITS '
                  WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                  '  WHAT-IF SETS ' WS-WHATIF-ED
                  DELIMITED BY SIZE INTO WS-PARM-LINE
           .

      * BL-TAKE-LIMIT-SET - ONE PARMIN CARD IS ONE LIMIT SET, TWO
      * COLUMNS PER COLOR IN COLOR TABLE ORDER. A BLANK PAIR TAKES
      * THAT COLOR'S COLOR01 LIMIT, SO A THREE-COLOR CARD STILL
      * STANDS AFTER A COLOR IS ADDED; ANY OTHER NON-NUMERIC PAIR
      * SPOILS THE WHOLE CARD.
       BL-TAKE-LIMIT-SET SECTION.
           SET LIMIT-CARD-OK TO TRUE
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              IF WS-PARM-LIMIT(WS-CLR-IX) IS NOT NUMERIC
                 AND WS-PARM-LIMIT(WS-CLR-IX) NOT = SPACES
                 SET LIMIT-CARD-BAD TO TRUE
              END-IF
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           IF LIMIT-CARD-OK
              ADD 1 TO WS-SET-COUNT
              MOVE 1 TO WS-CLR-IX
              PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                 IF WS-PARM-LIMIT(WS-CLR-IX) IS NUMERIC
                    MOVE WS-PARM-LIMIT(WS-CLR-IX)
                      TO LS-LIMIT(WS-SET-COUNT WS-CLR-IX)
                 ELSE
                    MOVE WS-CLR-LIMIT(WS-CLR-IX)
                      TO LS-LIMIT(WS-SET-COUNT WS-CLR-IX)
                 END-IF
                 ADD 1 TO WS-CLR-IX
              END-PERFORM
           ELSE
              DISPLAY 'WARNING: NON-NUMERIC PARMIN LIMIT '
                      'RECORD IGNORED'
           END-IF
           .

      * BB-OPEN-MASTER - A MISSING MASTER IS CREATED ON FIRST USE; A
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

      * BF-OPEN-EXCMST - THE OPEN-EXCEPTIONS MASTER IS CREATED ON
      * FIRST USE LIKE THE GAME MASTER. ONE THAT STILL WILL NOT
      * OPEN IS REPORTED AND SKIPPED - THE DAY'S TOTALS MUST
      * NOT BE HELD HOSTAGE TO IT.
       BF-OPEN-EXCMST SECTION.
           OPEN I-O WS-EXC-MASTER
           IF WS-EXCMST-STATUS = '35'
              OPEN OUTPUT WS-EXC-MASTER
              CLOSE WS-EXC-MASTER
              OPEN I-O WS-EXC-MASTER
           END-IF
           IF WS-EXCMST-STATUS = '00'
              SET EXCMST-ON TO TRUE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ELSE
              DISPLAY 'WARNING: EXCEPTIONS MASTER UNAVAILABLE, '
                      'STATUS=' WS-EXCMST-STATUS
                      ' - REJECTS NOT TRACKED'
              SET EXCMST-OFF TO TRUE
           END-IF
           .

       C-PROCESS SECTION.
           PERFORM R-READ
           PERFORM UNTIL EOF-Y
      * CZ-ACCEPT-GAME - A VALID, FIRST-SEEN GAME: JUDGE IT, COUNT
      * IT, EXTRACT IT AND PUT IT ON THE MASTER.
       CZ-ACCEPT-GAME SECTION.
           PERFORM CH-COMPUTE-POWER
           PERFORM CC-EVAL-SETS
           IF AMN-OVER-Y
              MOVE SPACES TO WS-REPORT-LINE
           ELSE
              MOVE 'P' TO WS-XD-FLAG
           END-IF
           MOVE WS-CUR-MAX(1) TO WS-XD-MAX-RED
           MOVE WS-CUR-MAX(2) TO WS-XD-MAX-GREEN
           MOVE WS-CUR-MAX(3) TO WS-XD-MAX-BLUE
           MOVE WS-POWER      TO WS-XD-POWER
           MOVE WS-CLR-COUNT  TO WS-XD-COLORS
           MOVE WS-CUR-MAXIMA(7:10) TO WS-XD-MAX-EXTRAS
           WRITE WS-EXTRACT2-REC FROM WS-EXTR-DETAIL
           PERFORM D-UPDATE-MASTER
           .
           PERFORM Z-EMIT-LINE
           WRITE WS-EXCEPT2-REC FROM I-INPUT-AREA
           ADD 1 TO WS-GAMES-DUP
           MOVE 'DUPLICATE GAME ID' TO WS-EXC-REASON
           PERFORM DE-OPEN-EXCEPTION
           .

      * CH-COMPUTE-POWER - THE GAME'S POWER IS THE PRODUCT OF ITS
      * MAXIMA OVER EVERY CONFIGURED COLOR. A PRODUCT TOO BIG FOR THE
      * SEVEN-DIGIT POWER FIELD STOPS THE RUN LIKE ANY OTHER TOTAL
      * OVERFLOW RATHER THAN PUBLISHING A TRUNCATED FIGURE.
       CH-COMPUTE-POWER SECTION.
           MOVE 1 TO WS-POWER
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MULTIPLY WS-CUR-MAX(WS-CLR-IX) BY WS-POWER
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

      * CC-EVAL-SETS - JUDGE THE GAME'S MAXIMA AGAINST EVERY LIMIT
       CC-EVAL-SETS SECTION.
           MOVE 1 TO WS-SET-IX
           PERFORM UNTIL WS-SET-IX > WS-SET-COUNT
              SET WITHIN-LIMIT TO TRUE
              MOVE 1 TO WS-CLR-IX
              PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                 IF WS-CUR-MAX(WS-CLR-IX)
                    > LS-LIMIT(WS-SET-IX WS-CLR-IX)
                    SET OVER-LIMIT TO TRUE
                 END-IF
                 ADD 1 TO WS-CLR-IX
              END-PERFORM
              IF OVER-LIMIT
                 ADD 1 TO LS-NOTPOSS(WS-SET-IX)
                 IF WS-SET-IX = 1
                    SET AMN-OVER-Y TO TRUE
           PERFORM Z-EMIT-LINE
           WRITE WS-EXCEPT2-REC FROM I-INPUT-AREA
           ADD 1 TO WS-GAMES-REJ
           MOVE 'MALFORMED GAME RECORD' TO WS-EXC-REASON
           PERFORM DE-OPEN-EXCEPTION
           .

      * DE-OPEN-EXCEPTION - PUT THIS REJECT ON THE OPEN-EXCEPTIONS
      * MASTER UNDER THE BUSINESS DATE AND ITS POSITION ON EXCEPT02.
      * A RERUN OF THE SAME DATE REOPENS THE ITEM IN PLACE, KEEPING THE
      * DATE IT WAS FIRST SEEN AND THE ATTEMPTS ALREADY MADE.
       DE-OPEN-EXCEPTION SECTION.
           IF EXCMST-ON
              MOVE WS-RUN-DATE TO WS-EM-BUS-DATE
              MOVE 2           TO WS-EM-DAY
              COMPUTE WS-EM-SEQ = WS-GAMES-REJ + WS-GAMES-DUP
              READ WS-EXC-MASTER
              IF WS-EXCMST-STATUS NOT = '00'
                 MOVE WS-TODAY TO WS-EM-FIRST-SEEN
                 MOVE 0        TO WS-EM-LAST-TRIED
                                  WS-EM-ATTEMPTS
              END-IF
              MOVE 'O'         TO WS-EM-STATUS
              MOVE WS-EXC-REASON TO WS-EM-REASON
              MOVE 0           TO WS-EM-CLOSED-DATE
              MOVE I-INPUT-AREA TO WS-EM-TEXT
              IF WS-EXCMST-STATUS = '00'
                 REWRITE WS-EXC-REC
              ELSE
                 WRITE WS-EXC-REC
              END-IF
           END-IF
           .

      * D-UPDATE-MASTER - RECORD THIS GAME'S VERDICT ON THE MASTER.
              ELSE
                 MOVE 'P' TO WS-GM-VERDICT
              END-IF
              PERFORM DD-PACK-MAXIMA
              MOVE WS-POWER     TO WS-GM-POWER
              MOVE WS-RUN-DATE  TO WS-GM-RUN-DATE
              IF WS-GMAST-STATUS = '00'
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
              MOVE 'AC2302P1'      TO WS-CG-PROGRAM
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
              MOVE 'AC2302P1'      TO WS-GH-PROGRAM
              IF WS-GHIST-STATUS = '00'
                 REWRITE WS-GHIST-REC
              ELSE
                 WRITE WS-GHIST-REC
              END-IF
           END-IF
           .

      * C-TOTAL-OVERFLOW - WS-TOTAL HAS EXCEEDED ITS PICTURE, SO
      * STOP THE RUN RATHER THAN PUBLISH A WRAPPED/TRUNCATED SUMMA.
       C-TOTAL-OVERFLOW SECTION.
              CLOSE WS-CHGLOG
              SET CHGLOG-OFF TO TRUE
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
              SET GHIST-OFF TO TRUE
           END-IF
           IF EXCMST-ON
              CLOSE WS-EXC-MASTER
              SET EXCMST-OFF TO TRUE
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
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
              IF EXCMST-ON
                 CLOSE WS-EXC-MASTER
                 SET EXCMST-OFF TO TRUE
              END-IF
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF
           IF CHGLOG-ON
              CLOSE WS-CHGLOG
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
           END-IF
           PERFORM ZC-CLOSE-EXCMST
           CLOSE WS-EXTRACT2
           CLOSE WS-EXCEPT2
           CLOSE WS-REPORT1
           .

      * ZC-CLOSE-EXCMST - ITEMS STILL ON THE MASTER FOR THIS DATE
      * BEYOND THE RUN'S LAST REJECT CAME FROM AN EARLIER RUN OF THE
      * DATE THAT PUT MORE RECORDS ON EXCEPT02. THIS RUN SUPERSEDES
      * THEM, SO THEY ARE DELETED BEFORE THE MASTER IS CLOSED.
       ZC-CLOSE-EXCMST SECTION.
           IF EXCMST-ON
              MOVE WS-RUN-DATE TO WS-EM-BUS-DATE
              MOVE 2           TO WS-EM-DAY
              COMPUTE WS-EM-SEQ = WS-GAMES-REJ + WS-GAMES-DUP
              START WS-EXC-MASTER KEY > WS-EM-KEY
              END-START
              IF WS-EXCMST-STATUS = '00'
                 SET EXCMST-NOT-EOF TO TRUE
                 PERFORM R-READ-EXCMST
                 PERFORM UNTIL EXCMST-EOF
                    DELETE WS-EXC-MASTER RECORD
                    END-DELETE
                    PERFORM R-READ-EXCMST
                 END-PERFORM
              END-IF
              CLOSE WS-EXC-MASTER
              SET EXCMST-OFF TO TRUE
           END-IF
           .

      * R-READ-EXCMST - NEXT ITEM OF THE BUSINESS DATE AND DAY;
      * REACHING ANOTHER DATE OR DAY ENDS THE PASS.
       R-READ-EXCMST SECTION.
           READ WS-EXC-MASTER NEXT RECORD
           AT END
             SET EXCMST-EOF TO TRUE
           NOT AT END
             IF WS-EM-BUS-DATE NOT = WS-RUN-DATE
                OR WS-EM-DAY NOT = 2
                SET EXCMST-EOF TO TRUE
             END-IF
           END-READ
           .

      * ZA-WHATIF-SUMMARY - ONE SUMMARY BLOCK PER LIMIT SET, ON ITS
      * OWN PAGE AFTER THE TRAILER, SO SIX PLANNING SCENARIOS COME
      * OUT OF THE ONE READ OF INPUT01.
       ZA-WHATIF-SUMMARY SECTION.
           MOVE ' WHAT-IF LIMIT SET SUMMARY' TO WS-HEADING-TEXT
           MOVE C-PAGE-DEPTH TO WS-LINE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUBE COLORS FROM  : ' WS-COLOR-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
           MOVE 1 TO WS-SET-IX
           PERFORM UNTIL WS-SET-IX > WS-SET-COUNT
              MOVE WS-SET-IX TO WS-SET-ED
              MOVE LS-LIMITS(WS-SET-IX) TO WS-SHOW-CUBES
              PERFORM XD-COLOR-TEXT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'LIMIT SET ' WS-SET-ED '  '
                     WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
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

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE DETAIL AND TRAILER LINES
      * SURVIVE AFTER SYSOUT IS PURGED. THE PERSISTED COPY IS PAGED:
                  '  PAGE ' WS-PAGE-ED
                  DELIMITED BY SIZE INTO WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-PARM-LINE
           WRITE WS-REPORT1-REC FROM WS-HEADING-TEXT
           MOVE SPACES TO WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-PAGE-LINE
           MOVE 4 TO WS-LINE-COUNT
           .

