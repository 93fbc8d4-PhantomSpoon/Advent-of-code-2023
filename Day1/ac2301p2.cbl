                             FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT WS-DATE-FILE ASSIGN TO DATE01
                             FILE STATUS IS WS-DATE-STATUS.
           SELECT WS-VOCAB-FILE ASSIGN TO VOCAB01
                             FILE STATUS IS WS-VOCAB-STATUS.
           SELECT WS-CAL-MASTER ASSIGN TO CALMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-CM-KEY
                             FILE STATUS IS WS-CALMST-STATUS.
           SELECT WS-EXC-MASTER ASSIGN TO EXCPMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-EM-KEY
                             FILE STATUS IS WS-EXCMST-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       01 WS-EXCEPT1-REC    PIC X(80).
      * WS-EXTRACT1 - FIXED-LAYOUT RESULTS EXTRACT FOR THE DOWNSTREAM
      * ANALYTICS LOAD: ONE 'D' RECORD PER ACCUMULATED SOURCE LINE
      * (SEQUENCE, FIRST DIGIT, SECOND DIGIT, VALUE, THEN HOW MANY
      * SPELLED-OUT WORDS WERE SUBSTITUTED AND WHICH ONES) AND ONE
      * FINAL 'T' RECORD CARRYING THE RECONCILIATION TRAILER FIGURES.
       FD WS-EXTRACT1.
       01 WS-EXTRACT1-REC   PIC X(40).
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * IN FOR STANDALONE RUNS.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
      * WS-VOCAB-FILE - THE SPELLED-OUT DIGIT VOCABULARY, ONE CARD PER
      * WORD: COLUMNS 1-20 THE WORD EXACTLY AS IT IS SPELLED IN THE
      * VENDOR TEXT (CASE MATTERS - 'One' NEEDS ITS OWN CARD) AND
      * COLUMN 21 THE DIGIT IT STANDS FOR. AN '*' IN COLUMN 1 MARKS A
      * COMMENT CARD. WHERE TWO WORDS START AT THE SAME POSITION THE
      * EARLIER CARD WINS. WITHOUT THE FILE THE NINE ENGLISH WORDS
      * ONE TO NINE APPLY, SO EXISTING JCL KEEPS ITS CURRENT RESULTS.
      * THE LAYOUT MUST MATCH AC2301RX FIELD FOR FIELD.
       FD WS-VOCAB-FILE.
       01 WS-VOCAB-REC.
          05 WS-VOCAB-WORD     PIC X(20).
          05 WS-VOCAB-DIGIT    PIC X(01).
      * WS-CAL-MASTER - CALIBRATION LINE MASTER KEYED BY BUSINESS DATE
      * AND SOURCE-LINE SEQUENCE: ONE RECORD PER LINE READ, CARRYING
      * THE ORIGINAL TEXT, THE FIRST/SECOND DIGIT AND VALUE, AND THE
      * LINE'S STATUS - 'A' ACCEPTED, 'R' REJECTED OR 'C' RECYCLED
      * (REPAIRED LATER BY AC2301RX, WHICH ALSO FILLS THE CORRECTED
      * TEXT AND THE DATE IT WAS APPLIED). A REJECTED LINE CARRIES ITS
      * POSITION ON EXCEPT01 SO THE RECYCLE CAN FIND IT AGAIN. THE
      * LAYOUT MUST MATCH AC2301RX AND AC2301QI FIELD FOR FIELD.
       FD WS-CAL-MASTER.
       01 WS-CAL-REC.
          05 WS-CM-KEY.
             10 WS-CM-RUN-DATE PIC 9(8).
             10 WS-CM-LINE-SEQ PIC 9(7).
          05 WS-CM-STATUS      PIC X.
          05 WS-CM-ORIG-TEXT   PIC X(80).
          05 WS-CM-FIRST       PIC 9.
          05 WS-CM-SECOND      PIC 9.
          05 WS-CM-VALUE       PIC 9(2).
          05 WS-CM-EXCEPT-SEQ  PIC 9(5).
          05 WS-CM-CORR-TEXT   PIC X(80).
          05 WS-CM-CORR-DATE   PIC 9(8).
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
          05 WS-EXCEPT-STATUS  PIC XX.
          05 WS-EXTRACT-STATUS PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-CALMST-STATUS  PIC XX.
          05 WS-VOCAB-STATUS   PIC XX.
          05 WS-EXCMST-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-TOL-PCT        PIC 9(3).
          05 WS-REJ-PCT        PIC 9(3)V99.
          05 WS-REJ-PCT-ED     PIC ZZ9.99.
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-TODAY          PIC 9(8).
          05 WS-LINE-COUNT     PIC 9(3).
          05 WS-PAGE-COUNT     PIC 9(5).
          05 WS-PAGE-ED        PIC ZZZZ9.
          05 WS-PAGE-LINE      PIC X(132).
          05 WS-PARM-LINE      PIC X(132).
      * WORD SUBSTITUTION WORK AREAS - THE SCAN POSITION IN THE LINE,
      * THE VOCABULARY ENTRY BEING TRIED, AND THE WORDS SUBSTITUTED
      * ON THE CURRENT LINE AS THEY GO TO THE AUDIT LINE AND EXTRACT.
          05 WS-SCAN-POS       PIC 9(3).
          05 WS-SCAN-END       PIC 9(3).
          05 WS-VOCAB-IX       PIC 9(3).
          05 WS-VOCAB-CARDS    PIC 9(5).
          05 WS-VOCAB-BAD      PIC 9(5).
          05 WS-SUBST-COUNT    PIC 9(2).
          05 WS-SUBST-PTR      PIC 9(3).
          05 WS-SUBST-LIST     PIC X(80).
          05 WS-SUBST-CUT      PIC 9(5).
          05 WS-VOCAB-SOURCE   PIC X(30).
      * VALUE STATISTICS - SHAPE OF THE PER-LINE VALUES, KEPT INSIDE
      * WS-VARIABLES SO B-INIT'S INITIALIZE CLEARS THE WHOLE TABLE.
      * A SHIFTED DISTRIBUTION IS HOW A WRONG-DAY VENDOR FILE STANDS
      * C-CONSTANTS
       01 C-CONSTANTS.
          05 C-PAGE-DEPTH      PIC 9(2) VALUE 56.
      * C-DEFAULT-VOCAB - THE ENGLISH WORDS ONE TO NINE IN VOCAB01
      * CARD FORMAT, LOADED WHEN NO VOCABULARY FILE IS SUPPLIED. THE
      * ORDER IS THE ORDER THE WORDS ARE TRIED IN.
       01 C-DEFAULT-VOCAB.
          05 FILLER            PIC X(21) VALUE 'one                 1'.
          05 FILLER            PIC X(21) VALUE 'two                 2'.
          05 FILLER            PIC X(21) VALUE 'three               3'.
          05 FILLER            PIC X(21) VALUE 'four                4'.
          05 FILLER            PIC X(21) VALUE 'five                5'.
          05 FILLER            PIC X(21) VALUE 'six                 6'.
          05 FILLER            PIC X(21) VALUE 'seven               7'.
          05 FILLER            PIC X(21) VALUE 'eight               8'.
          05 FILLER            PIC X(21) VALUE 'nine                9'.
       01 C-DEFAULT-VOCAB-R REDEFINES C-DEFAULT-VOCAB.
          05 C-DV-ENTRY        OCCURS 9.
             10 C-DV-WORD      PIC X(20).
             10 C-DV-DIGIT     PIC X(01).
      * WS-VOCAB-TABLE - THE VOCABULARY IN FORCE FOR THE RUN, WITH
      * EACH WORD'S SIGNIFICANT LENGTH AND A COUNT OF THE TIMES IT
      * WAS SUBSTITUTED FOR THE VOCABULARY PAGE.
       01 WS-VOCAB-TABLE.
          05 WS-VOCAB-COUNT    PIC 9(3).
          05 WS-VOCAB-ENTRY    OCCURS 50.
             10 WS-VC-WORD     PIC X(20).
             10 WS-VC-LEN      PIC 9(2).
             10 WS-VC-DIGIT    PIC X(01).
             10 WS-VC-USED     PIC 9(7).
      * WS-HEADING-TEXT - COLUMN HEADING REPEATED UNDER EACH PAGE
      * HEADER; SWAPPED FOR THE TRAILER LABEL WHEN THE FINAL PAGE IS
      * FORCED AT Z-CLOSE. KEPT OUTSIDE WS-VARIABLES SO B-INIT'S
          05 WORD-MODE-SWITCH    PIC X VALUE 'Y'.
             88 WORD-MODE-ON     VALUE 'Y'.
             88 WORD-MODE-OFF    VALUE 'N'.
          05 CALMST-SWITCH       PIC X VALUE 'N'.
             88 CALMST-ON        VALUE 'Y'.
             88 CALMST-OFF       VALUE 'N'.
          05 EXCMST-SWITCH       PIC X VALUE 'N'.
             88 EXCMST-ON        VALUE 'Y'.
             88 EXCMST-OFF       VALUE 'N'.
          05 CALMST-EOF-SWITCH   PIC X VALUE 'Y'.
             88 CALMST-EOF       VALUE 'Y'.
             88 CALMST-NOT-EOF   VALUE 'N'.
          05 EXCMST-EOF-SWITCH   PIC X VALUE 'Y'.
             88 EXCMST-EOF       VALUE 'Y'.
             88 EXCMST-NOT-EOF   VALUE 'N'.
          05 WORD-MATCH-SWITCH   PIC X VALUE 'N'.
             88 WORD-MATCHED     VALUE 'Y'.
             88 WORD-NOT-MATCHED VALUE 'N'.
          05 VOCAB-EOF-SWITCH    PIC X VALUE 'N'.
             88 VOCAB-EOF        VALUE 'Y'.
             88 VOCAB-NOT-EOF    VALUE 'N'.
      * EXTRACT RECORD LAYOUTS - BUILT HERE AND WRITTEN FROM, SO THE
      * RECORD TYPE BYTES KEEP THEIR VALUES ACROSS B-INIT.
       01 WS-EXTR-DETAIL.
          05 WS-XD-FIRST       PIC 9.
          05 WS-XD-SECOND      PIC 9.
          05 WS-XD-VALUE       PIC 9(2).
          05 WS-XD-SUBST-COUNT PIC 9(2).
      *   A WORD LIST TOO LONG FOR THE FIELD KEEPS ITS FIRST 25
      *   CHARACTERS AND ENDS IN '+'; THE COUNT ABOVE STAYS WHOLE.
          05 WS-XD-SUBST-WORDS PIC X(26).
       01 WS-EXTR-TOTAL.
          05 WS-XT-TYPE        PIC X VALUE 'T'.
          05 WS-XT-READ        PIC 9(7).
      * SPELLED-OUT-DIGIT SUBSTITUTION IN C-REPLACE ON OR OFF FOR
      * THIS RUN. WHEN NO CONTROL CARD IS SUPPLIED THE SWITCH STAYS
      * AT ITS 'Y' DEFAULT SO EXISTING JCL KEEPS ITS CURRENT BEHAVIOR.
      * THE WORDS THEMSELVES COME FROM VOCAB01 (BC-LOAD-VOCABULARY).
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN INPUT  WS-INPUT1
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
      * THE PARAMETERS THE RUN ACTUALLY USED, PRINTED UNDER EVERY
      * PAGE HEADER.
           MOVE SPACES TO WS-PARM-LINE
           STRING 'PARAMETERS: WORD MODE ' WORD-MODE-SWITCH
                  '  REJECT TOLERANCE ' WS-TOL-PCT '%'
                  DELIMITED BY SIZE INTO WS-PARM-LINE
           PERFORM BB-OPEN-CALMST
           PERFORM BD-OPEN-EXCMST
           PERFORM BC-LOAD-VOCABULARY
           .

      * BB-OPEN-CALMST - A MISSING CALIBRATION MASTER IS CREATED ON
      * FIRST USE; ONE THAT STILL WILL NOT OPEN IS REPORTED AND
      * SKIPPED, AS THE DAY'S TOTAL MUST NOT BE HELD HOSTAGE TO THE
      * LOOKUP FILE.
       BB-OPEN-CALMST SECTION.
           OPEN I-O WS-CAL-MASTER
           IF WS-CALMST-STATUS = '35'
              OPEN OUTPUT WS-CAL-MASTER
              CLOSE WS-CAL-MASTER
              OPEN I-O WS-CAL-MASTER
           END-IF
           IF WS-CALMST-STATUS = '00'
              SET CALMST-ON TO TRUE
           ELSE
              DISPLAY 'WARNING: CALIBRATION MASTER UNAVAILABLE, '
                      'STATUS=' WS-CALMST-STATUS
                      ' - LINE RESULTS NOT PERSISTED'
              SET CALMST-OFF TO TRUE
           END-IF
           .

      * BD-OPEN-EXCMST - THE OPEN-EXCEPTIONS MASTER IS CREATED ON
      * FIRST USE LIKE THE CALIBRATION MASTER. ONE THAT STILL WILL NOT
      * OPEN IS REPORTED AND SKIPPED - THE DAY'S TOTAL MUST
      * NOT BE HELD HOSTAGE TO IT.
       BD-OPEN-EXCMST SECTION.
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

      * BC-LOAD-VOCABULARY - LOAD THE WORD-TO-DIGIT VOCABULARY. A CARD
      * WITH NO WORD OR A NON-NUMERIC DIGIT IS REPORTED AND SKIPPED;
      * A MISSING OR EMPTY FILE FALLS BACK TO C-DEFAULT-VOCAB.
       BC-LOAD-VOCABULARY SECTION.
           MOVE 0 TO WS-VOCAB-COUNT
           OPEN INPUT WS-VOCAB-FILE
           IF WS-VOCAB-STATUS = '00'
              SET VOCAB-NOT-EOF TO TRUE
              PERFORM R-READ-VOCAB
              PERFORM UNTIL VOCAB-EOF OR WS-VOCAB-COUNT = 50
                 ADD 1 TO WS-VOCAB-CARDS
                 IF WS-VOCAB-WORD(1:1) NOT = '*'
                    IF WS-VOCAB-WORD = SPACES
                       OR WS-VOCAB-DIGIT IS NOT NUMERIC
                       ADD 1 TO WS-VOCAB-BAD
                       DISPLAY 'WARNING: VOCAB01 CARD ' WS-VOCAB-CARDS
                               ' REJECTED: ' WS-VOCAB-REC
                    ELSE
                       ADD 1 TO WS-VOCAB-COUNT
                       MOVE WS-VOCAB-WORD
                         TO WS-VC-WORD(WS-VOCAB-COUNT)
                       MOVE WS-VOCAB-DIGIT
                         TO WS-VC-DIGIT(WS-VOCAB-COUNT)
                    END-IF
                 END-IF
                 PERFORM R-READ-VOCAB
              END-PERFORM
      *       COMMENT CARDS AFTER THE FIFTIETH WORD ARE NOT EXCESS
              PERFORM UNTIL VOCAB-EOF
                 OR WS-VOCAB-WORD(1:1) NOT = '*'
                 PERFORM R-READ-VOCAB
              END-PERFORM
              IF NOT VOCAB-EOF
                 DISPLAY 'WARNING: MORE THAN 50 VOCABULARY WORDS - '
                         'EXCESS CARDS IGNORED'
              END-IF
              CLOSE WS-VOCAB-FILE
           END-IF
           IF WS-VOCAB-COUNT = 0
              MOVE 'BUILT-IN DEFAULT (ONE TO NINE)' TO WS-VOCAB-SOURCE
              PERFORM UNTIL WS-VOCAB-COUNT = 9
                 ADD 1 TO WS-VOCAB-COUNT
                 MOVE C-DV-WORD(WS-VOCAB-COUNT)
                   TO WS-VC-WORD(WS-VOCAB-COUNT)
                 MOVE C-DV-DIGIT(WS-VOCAB-COUNT)
                   TO WS-VC-DIGIT(WS-VOCAB-COUNT)
              END-PERFORM
           ELSE
              MOVE 'VOCAB01' TO WS-VOCAB-SOURCE
           END-IF
           MOVE 1 TO WS-VOCAB-IX
           PERFORM UNTIL WS-VOCAB-IX > WS-VOCAB-COUNT
              MOVE 0 TO WS-VC-USED(WS-VOCAB-IX)
              MOVE 20 TO WS-VC-LEN(WS-VOCAB-IX)
              PERFORM UNTIL WS-VC-LEN(WS-VOCAB-IX) = 1
                 OR WS-VC-WORD(WS-VOCAB-IX)
                      (WS-VC-LEN(WS-VOCAB-IX):1) NOT = SPACE
                 SUBTRACT 1 FROM WS-VC-LEN(WS-VOCAB-IX)
              END-PERFORM
              ADD 1 TO WS-VOCAB-IX
           END-PERFORM
           .

       R-READ-VOCAB SECTION.
           READ WS-VOCAB-FILE
           AT END
             SET VOCAB-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF NOT VOCAB-EOF AND WS-VOCAB-STATUS NOT = '00'
              DISPLAY 'WARNING: VOCAB01 READ ERROR, STATUS='
                      WS-VOCAB-STATUS ' - REMAINING CARDS IGNORED'
              SET VOCAB-EOF TO TRUE
           END-IF
           .

       C-PROCESS SECTION.
           PERFORM UNTIL EOF-Y
              MOVE I-INPUT-AREA TO WS-ORIG-LINE
              ADD 1 TO WS-READ-COUNT
              MOVE 0      TO WS-SUBST-COUNT
              MOVE SPACES TO WS-SUBST-LIST
              MOVE 1      TO WS-SUBST-PTR
              IF WORD-MODE-ON
                 PERFORM C-REPLACE
                 PERFORM C-REPLACE
                 END-IF
                 PERFORM C-AUDIT-LINE
              END-IF
              PERFORM D-UPDATE-CALMST
              PERFORM R-READ
           END-PERFORM
           .
           CLOSE WS-REPORT1
           CLOSE WS-EXCEPT1
           CLOSE WS-EXTRACT1
           IF CALMST-ON
              CLOSE WS-CAL-MASTER
              SET CALMST-OFF TO TRUE
           END-IF
           IF EXCMST-ON
              CLOSE WS-EXC-MASTER
              SET EXCMST-OFF TO TRUE
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
                  ' VALUE=' WS-ADD-SUM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-SUBST-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING '            WORDS SUBSTITUTED: ' WS-SUBST-COUNT
                     ' - ' WS-SUBST-LIST
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           MOVE WS-READ-COUNT   TO WS-XD-SEQ
           MOVE WS-FIRST-DIGIT  TO WS-XD-FIRST
           MOVE WS-SECOND-DIGIT TO WS-XD-SECOND
           MOVE WS-ADD-SUM      TO WS-XD-VALUE
           MOVE WS-SUBST-COUNT  TO WS-XD-SUBST-COUNT
           MOVE WS-SUBST-LIST   TO WS-XD-SUBST-WORDS
           IF WS-SUBST-PTR > 27
              MOVE '+' TO WS-XD-SUBST-WORDS(26:1)
              ADD 1 TO WS-SUBST-CUT
           END-IF
           WRITE WS-EXTRACT1-REC FROM WS-EXTR-DETAIL
           .

           PERFORM Z-EMIT-LINE
           WRITE WS-EXCEPT1-REC FROM WS-ORIG-LINE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM D-OPEN-EXCEPTION
           .

      * D-UPDATE-CALMST - RECORD THIS SOURCE LINE ON THE CALIBRATION
      * MASTER UNDER THE BUSINESS DATE AND ITS SEQUENCE IN INPUT01. A
      * RERUN OF THE SAME DATE REWRITES THE LINE IN PLACE, CLEARING
      * ANY REPAIR AN EARLIER RECYCLE HAD APPLIED TO IT.
       D-UPDATE-CALMST SECTION.
           IF CALMST-ON
              MOVE WS-RUN-DATE   TO WS-CM-RUN-DATE
              MOVE WS-READ-COUNT TO WS-CM-LINE-SEQ
              READ WS-CAL-MASTER
              MOVE WS-ORIG-LINE  TO WS-CM-ORIG-TEXT
              MOVE SPACES        TO WS-CM-CORR-TEXT
              MOVE 0             TO WS-CM-CORR-DATE
              IF REC-INVALID
                 MOVE 'R'             TO WS-CM-STATUS
                 MOVE 0               TO WS-CM-FIRST
                                         WS-CM-SECOND
                                         WS-CM-VALUE
                 MOVE WS-REJECT-COUNT TO WS-CM-EXCEPT-SEQ
              ELSE
                 MOVE 'A'             TO WS-CM-STATUS
                 MOVE WS-FIRST-DIGIT  TO WS-CM-FIRST
                 MOVE WS-SECOND-DIGIT TO WS-CM-SECOND
                 MOVE WS-ADD-SUM      TO WS-CM-VALUE
                 MOVE 0               TO WS-CM-EXCEPT-SEQ
              END-IF
              IF WS-CALMST-STATUS = '00'
                 REWRITE WS-CAL-REC
              ELSE
                 WRITE WS-CAL-REC
              END-IF
           END-IF
           .

      * D-OPEN-EXCEPTION - PUT THIS REJECT ON THE OPEN-EXCEPTIONS
      * MASTER UNDER THE BUSINESS DATE AND ITS POSITION ON EXCEPT01.
      * A RERUN OF THE SAME DATE REOPENS THE ITEM IN PLACE, KEEPING THE
      * DATE IT WAS FIRST SEEN AND THE ATTEMPTS ALREADY MADE.
       D-OPEN-EXCEPTION SECTION.
           IF EXCMST-ON
              MOVE WS-RUN-DATE TO WS-EM-BUS-DATE
              MOVE 1           TO WS-EM-DAY
              MOVE WS-REJECT-COUNT TO WS-EM-SEQ
              READ WS-EXC-MASTER
              IF WS-EXCMST-STATUS NOT = '00'
                 MOVE WS-TODAY TO WS-EM-FIRST-SEEN
                 MOVE 0        TO WS-EM-LAST-TRIED
                                  WS-EM-ATTEMPTS
              END-IF
              MOVE 'O'         TO WS-EM-STATUS
              MOVE 'NO DIGITS FOUND' TO WS-EM-REASON
              MOVE 0           TO WS-EM-CLOSED-DATE
              MOVE WS-ORIG-LINE TO WS-EM-TEXT
              IF WS-EXCMST-STATUS = '00'
                 REWRITE WS-EXC-REC
              ELSE
                 WRITE WS-EXC-REC
              END-IF
           END-IF
           .

      * C-REPLACE - ONE LEFT-TO-RIGHT PASS OVER I-INPUT-AREA TRYING
      * THE VOCABULARY WORDS IN TABLE ORDER AT EACH POSITION. A MATCH
      * HAS ITS FIRST LETTER REPLACED BY ITS DIGIT AND THE SCAN GOES
      * ON AFTER THE WORD, AS INSPECT REPLACING ALL DOES; THE REST OF
      * THE WORD IS LEFT IN PLACE SO THE SECOND PASS STILL FINDS A
      * WORD SHARING ITS LETTERS ('eightwo').
       C-REPLACE SECTION.
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 80
              PERFORM C-MATCH-WORD
              IF WORD-MATCHED
                 MOVE WS-VC-DIGIT(WS-VOCAB-IX)
                   TO I-INPUT-AREA(WS-SCAN-POS:1)
                 PERFORM C-NOTE-SUBSTITUTION
                 ADD WS-VC-LEN(WS-VOCAB-IX) TO WS-SCAN-POS
              ELSE
                 ADD 1 TO WS-SCAN-POS
              END-IF
           END-PERFORM
           .

      * C-MATCH-WORD - FIRST VOCABULARY WORD STARTING AT WS-SCAN-POS,
      * LEFT IN WS-VOCAB-IX. A WORD RUNNING PAST COLUMN 80 CANNOT
      * MATCH.
       C-MATCH-WORD SECTION.
           SET WORD-NOT-MATCHED TO TRUE
           MOVE 1 TO WS-VOCAB-IX
           PERFORM UNTIL WORD-MATCHED OR WS-VOCAB-IX > WS-VOCAB-COUNT
              COMPUTE WS-SCAN-END =
                 WS-SCAN-POS + WS-VC-LEN(WS-VOCAB-IX) - 1
              IF WS-SCAN-END NOT > 80
                 IF I-INPUT-AREA(WS-SCAN-POS:WS-VC-LEN(WS-VOCAB-IX))
                  = WS-VC-WORD(WS-VOCAB-IX)(1:WS-VC-LEN(WS-VOCAB-IX))
                    SET WORD-MATCHED TO TRUE
                 END-IF
              END-IF
              IF WORD-NOT-MATCHED
                 ADD 1 TO WS-VOCAB-IX
              END-IF
           END-PERFORM
           .

      * C-NOTE-SUBSTITUTION - ADD THE MATCHED WORD TO THE LINE'S LIST
      * OF SUBSTITUTIONS, SLASH-SEPARATED, AND TO ITS USAGE COUNT.
       C-NOTE-SUBSTITUTION SECTION.
           ADD 1 TO WS-VC-USED(WS-VOCAB-IX)
           IF WS-SUBST-COUNT < 99
              ADD 1 TO WS-SUBST-COUNT
           END-IF
           IF WS-SUBST-COUNT > 1
              STRING '/' DELIMITED BY SIZE
                     INTO WS-SUBST-LIST WITH POINTER WS-SUBST-PTR
              END-STRING
           END-IF
           STRING WS-VC-WORD(WS-VOCAB-IX)(1:WS-VC-LEN(WS-VOCAB-IX))
                  DELIMITED BY SIZE
                  INTO WS-SUBST-LIST WITH POINTER WS-SUBST-PTR
           END-STRING
           .

       R-READ SECTION.
           INITIALIZE I-INPUT-AREA
                      FIRST-DIGIT
              CLOSE WS-REPORT1
              CLOSE WS-EXCEPT1
              CLOSE WS-EXTRACT1
              IF CALMST-ON
                 CLOSE WS-CAL-MASTER
                 SET CALMST-OFF TO TRUE
              END-IF
              IF EXCMST-ON
                 CLOSE WS-EXC-MASTER
                 SET EXCMST-OFF TO TRUE
              END-IF
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM Z-EMIT-LINE
           PERFORM ZB-CHECK-REJECT-RATE
           PERFORM ZA-VALUE-STATISTICS
           PERFORM ZC-VOCABULARY
           MOVE WS-READ-COUNT   TO WS-XT-READ
           MOVE WS-ACCUM-COUNT  TO WS-XT-ACCUM
           MOVE WS-REJECT-COUNT TO WS-XT-REJ
           MOVE WS-TOTAL-SUM    TO WS-XT-TOTAL
           MOVE WS-RUN-DATE     TO WS-XT-DATE
           WRITE WS-EXTRACT1-REC FROM WS-EXTR-TOTAL
           PERFORM ZE-CLOSE-CALMST
           PERFORM ZD-CLOSE-EXCMST
           CLOSE WS-EXTRACT1
           CLOSE WS-REPORT1
           CLOSE WS-EXCEPT1
           END-IF
           .

      * ZC-VOCABULARY - THE WORD-TO-DIGIT VOCABULARY IN FORCE FOR THE
      * RUN, ON ITS OWN PAGE, WITH WHERE IT CAME FROM AND HOW OFTEN
      * EACH WORD WAS SUBSTITUTED, SO A CHANGE TO VOCAB01 CAN BE SEEN
      * TAKING EFFECT.
       ZC-VOCABULARY SECTION.
           MOVE ' WORD-TO-DIGIT VOCABULARY IN FORCE' TO WS-HEADING-TEXT
           MOVE C-PAGE-DEPTH TO WS-LINE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VOCABULARY SOURCE  : ' WS-VOCAB-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-VOCAB-BAD > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CARDS REJECTED     : ' WS-VOCAB-BAD
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           IF WS-SUBST-CUT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXTRACT LISTS CUT  : ' WS-SUBST-CUT
                     ' (WORDS PAST COLUMN 25 DROPPED, LIST ENDS +)'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           IF WORD-MODE-OFF
              MOVE 'WORD MODE OFF - VOCABULARY NOT APPLIED THIS RUN'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           MOVE 1 TO WS-VOCAB-IX
           PERFORM UNTIL WS-VOCAB-IX > WS-VOCAB-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  WORD ' WS-VC-WORD(WS-VOCAB-IX)
                     ' DIGIT ' WS-VC-DIGIT(WS-VOCAB-IX)
                     ' SUBSTITUTED ' WS-VC-USED(WS-VOCAB-IX)
                     ' TIME(S)'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-VOCAB-IX
           END-PERFORM
           .

      * ZD-CLOSE-EXCMST - ITEMS STILL ON THE MASTER FOR THIS DATE
      * BEYOND THE RUN'S LAST REJECT CAME FROM AN EARLIER RUN OF THE
      * DATE THAT PUT MORE RECORDS ON EXCEPT01. THIS RUN SUPERSEDES
      * THEM, SO THEY ARE DELETED BEFORE THE MASTER IS CLOSED.
       ZD-CLOSE-EXCMST SECTION.
           IF EXCMST-ON
              MOVE WS-RUN-DATE TO WS-EM-BUS-DATE
              MOVE 1           TO WS-EM-DAY
              MOVE WS-REJECT-COUNT TO WS-EM-SEQ
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
                OR WS-EM-DAY NOT = 1
                SET EXCMST-EOF TO TRUE
             END-IF
           END-READ
           .

      * ZE-CLOSE-CALMST - LINES STILL ON THE MASTER FOR THIS DATE
      * BEYOND THE RUN'S LAST RECORD READ CAME FROM AN EARLIER RUN OF
      * THE DATE WITH A LONGER INPUT01. THIS RUN SUPERSEDES THEM, SO
      * THEY ARE DELETED BEFORE THE MASTER IS CLOSED, OR AC2301QI
      * AND THE RECYCLE WOULD STILL FIND THEM.
       ZE-CLOSE-CALMST SECTION.
           IF CALMST-ON
              MOVE WS-RUN-DATE   TO WS-CM-RUN-DATE
              MOVE WS-READ-COUNT TO WS-CM-LINE-SEQ
              START WS-CAL-MASTER KEY > WS-CM-KEY
              END-START
              IF WS-CALMST-STATUS = '00'
                 SET CALMST-NOT-EOF TO TRUE
                 PERFORM R-READ-CALMST
                 PERFORM UNTIL CALMST-EOF
                    DELETE WS-CAL-MASTER RECORD
                    END-DELETE
                    IF WS-CALMST-STATUS = '00'
                       PERFORM R-READ-CALMST
                    ELSE
                       DISPLAY 'WARNING: CALIBRATION MASTER DELETE '
                               'FAILED, STATUS=' WS-CALMST-STATUS
                               ' - STALE LINES REMAIN FOR '
                               WS-RUN-DATE
                       SET CALMST-EOF TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE WS-CAL-MASTER
              SET CALMST-OFF TO TRUE
           END-IF
           .

      * R-READ-CALMST - NEXT LINE OF THE BUSINESS DATE; REACHING
      * ANOTHER DATE, OR A READ THAT FAILS, ENDS THE PASS.
       R-READ-CALMST SECTION.
           READ WS-CAL-MASTER NEXT RECORD
           AT END
             SET CALMST-EOF TO TRUE
           NOT AT END
             IF WS-CM-RUN-DATE NOT = WS-RUN-DATE
                SET CALMST-EOF TO TRUE
             END-IF
           END-READ
           IF NOT CALMST-EOF AND WS-CALMST-STATUS NOT = '00'
              DISPLAY 'WARNING: CALIBRATION MASTER READ ERROR, STATUS='
                      WS-CALMST-STATUS ' - STALE LINE PURGE STOPPED'
              SET CALMST-EOF TO TRUE
           END-IF
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE DETAIL AND TOTAL LINES
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
