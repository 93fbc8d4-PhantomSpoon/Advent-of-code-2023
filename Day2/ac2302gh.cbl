      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2302GH.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-GAME-HIST - DATE-QUALIFIED GAME RESULTS HISTORY WRITTEN BY
      * AC2302P1, AC2302P2, AC2302PC AND AC2302RX; THE LAYOUT HERE
      * MUST MATCH THEIRS FIELD FOR FIELD.
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
      * WS-PARM-FILE - INQUIRY CONTROL CARD: COLUMNS 1-5 THE GAME ID
      * (SPACES OR ZERO MEANS EVERY GAME), COLUMNS 6-13 THE FIRST
      * BUSINESS DATE AND COLUMNS 14-21 THE LAST. WITH A GAME ID THE
      * INQUIRY SHOWS THAT GAME ON EVERY DATE IN THE RANGE (NO DATES
      * AT ALL MEANS ITS WHOLE HISTORY); WITHOUT ONE IT SHOWS EVERY
      * GAME FOR THE ONE DATE IN COLUMNS 6-13, WHICH IS THEN
      * REQUIRED. SPACES IN THE LAST DATE MEANS THE FIRST DATE ONLY.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-GAME-ID   PIC X(5).
          05 WS-PARM-FROM-DATE PIC X(8).
          05 WS-PARM-TO-DATE   PIC X(8).
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
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-PICK-GAME-ID   PIC 9(5).
          05 WS-FROM-DATE      PIC 9(8).
          05 WS-TO-DATE        PIC 9(8).
          05 WS-SHOWN-COUNT    PIC 9(7).
          05 WS-VERDICT-TEXT   PIC X(12).
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
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 PICK-GAME-SWITCH    PIC X VALUE 'N'.
             88 PICK-GAME-Y      VALUE 'Y'.
             88 PICK-GAME-N      VALUE 'N'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - ANSWER "WHAT DID THIS GAME LOOK LIKE ON THAT DATE"
      * FROM THE GAME HISTORY: ONE GAME ACROSS A RANGE OF BUSINESS
      * DATES, OR EVERY GAME FOR ONE BUSINESS DATE.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-INQUIRE
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE CONTROL CARD IS REQUIRED: WITHOUT A GAME ID OR A
      * BUSINESS DATE THERE IS NOTHING TO LOOK UP.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           PERFORM BK-LOAD-COLORS
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'ERROR: NO INQUIRY CONTROL CARD SUPPLIED'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           READ WS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'ERROR: INQUIRY CONTROL CARD IS EMPTY'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PARM-FILE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE WS-PARM-FILE
           IF WS-PARM-GAME-ID IS NUMERIC
              AND WS-PARM-GAME-ID NOT = '00000'
              MOVE WS-PARM-GAME-ID TO WS-PICK-GAME-ID
              SET PICK-GAME-Y TO TRUE
           ELSE
              SET PICK-GAME-N TO TRUE
           END-IF
           IF WS-PARM-FROM-DATE IS NUMERIC
              MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
              IF WS-PARM-TO-DATE IS NUMERIC
                 MOVE WS-PARM-TO-DATE TO WS-TO-DATE
              ELSE
                 MOVE WS-FROM-DATE TO WS-TO-DATE
              END-IF
           ELSE
              IF PICK-GAME-N
                 MOVE 'ERROR: INQUIRY CONTROL CARD HAS NEITHER A '
                   TO WS-REPORT-LINE
                 MOVE 'GAME ID NOR A BUSINESS DATE'
                   TO WS-REPORT-LINE(43:27)
                 PERFORM Z-EMIT-LINE
                 CLOSE WS-REPORT1
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 0 TO WS-FROM-DATE
              MOVE 99999999 TO WS-TO-DATE
           END-IF
      * WITHOUT A GAME ID THE INQUIRY IS ONE DATE'S GAMES ONLY.
           IF PICK-GAME-N
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           OPEN INPUT WS-GAME-HIST
           IF WS-GHIST-STATUS NOT = '00'
              MOVE 'ERROR: GAME HISTORY NOT AVAILABLE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF PICK-GAME-Y
              STRING 'GAME HISTORY - GAME ' WS-PICK-GAME-ID
                     ' FROM ' WS-FROM-DATE ' THRU ' WS-TO-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'GAME HISTORY - ALL GAMES ON BUSINESS DATE '
                     WS-FROM-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
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

      * C-INQUIRE - POSITION AT THE FIRST DATE ASKED FOR AND READ
      * FORWARD UNTIL PAST THE LAST ONE. THE FILE IS IN DATE-THEN-GAME
      * ORDER, SO ONE DATE'S GAMES ARE ONE CONTIGUOUS STRETCH AND ONE
      * GAME ACROSS A RANGE IS THE SAME STRETCH FILTERED ON GAME ID.
       C-INQUIRE SECTION.
           MOVE WS-FROM-DATE TO WS-GH-RUN-DATE
           MOVE 0            TO WS-GH-GAME-ID
           START WS-GAME-HIST KEY NOT < WS-GH-KEY
           END-START
           IF WS-GHIST-STATUS NOT = '00'
              SET EOF-Y TO TRUE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-NEXT
           END-IF
           PERFORM UNTIL EOF-Y OR WS-GH-RUN-DATE > WS-TO-DATE
              IF PICK-GAME-N OR WS-GH-GAME-ID = WS-PICK-GAME-ID
                 PERFORM CA-PRINT-GAME
                 ADD 1 TO WS-SHOWN-COUNT
              END-IF
              PERFORM R-READ-NEXT
           END-PERFORM
           IF WS-SHOWN-COUNT = 0
              MOVE 'NO GAME HISTORY RECORDS MATCH THE INQUIRY'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       CA-PRINT-GAME SECTION.
           EVALUATE WS-GH-VERDICT
              WHEN 'P'
                 MOVE 'POSSIBLE' TO WS-VERDICT-TEXT
              WHEN 'N'
                 MOVE 'NOT POSSIBLE' TO WS-VERDICT-TEXT
              WHEN OTHER
                 MOVE 'NOT JUDGED' TO WS-VERDICT-TEXT
           END-EVALUATE
           PERFORM XU-UNPACK-HISTORY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ON ' WS-GH-RUN-DATE
                  ' GAME ' WS-GH-GAME-ID
                  ' ' WS-VERDICT-TEXT
                  ' MAX ' WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                  ' POWER=' WS-GH-POWER
                  ' BY ' WS-GH-PROGRAM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * XU-UNPACK-HISTORY - THE HISTORY RECORD'S MAXIMA IN COLOR
      * TABLE ORDER FOR XD-COLOR-TEXT; A RECORD WITH NO COLOR COUNT
      * IS A THREE-COLOR RECORD.
       XU-UNPACK-HISTORY SECTION.
           IF WS-GH-COLORS IS NUMERIC AND WS-GH-COLORS > 0
              MOVE WS-GH-COLORS     TO WS-SHOW-COLORS
              MOVE WS-GH-MAX-EXTRAS TO WS-SHOW-CUBES(7:10)
           ELSE
              MOVE 3     TO WS-SHOW-COLORS
              MOVE ZEROS TO WS-SHOW-CUBES(7:10)
           END-IF
           MOVE WS-GH-MAX-RED   TO WS-SHOW-CNT(1)
           MOVE WS-GH-MAX-GREEN TO WS-SHOW-CNT(2)
           MOVE WS-GH-MAX-BLUE  TO WS-SHOW-CNT(3)
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

       R-READ-NEXT SECTION.
           READ WS-GAME-HIST NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HISTORY RECS LISTED: ' WS-SHOWN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           CLOSE WS-GAME-HIST
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE INQUIRY RESULT SURVIVES
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
