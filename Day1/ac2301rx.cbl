                             FILE STATUS IS WS-REJECT-STATUS.
           SELECT WS-EXTRACT4 ASSIGN TO EXTR04
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
           SELECT WS-PARM-MASTER ASSIGN TO PARMMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PM-KEY
                             FILE STATUS IS WS-PARMMST-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
      * WS-CORR-FILE - OPERATIONS-SUPPLIED CORRECTIONS. EACH RECORD
      * CARRIES THE SEQUENCE NUMBER (POSITION WITHIN EXCEPT01, FROM 1)
      * OF THE EXCEPTION IT REPAIRS, FOLLOWED BY THE CORRECTED TEXT
      * THAT REPLACES THE MANGLED VENDOR LINE AND, IN COLUMNS 86-93,
      * THE BUSINESS DATE OF THAT EXCEPTION. A BLANK DATE MEANS THE
      * DATE BEING RECYCLED; AN EARLIER DATE REPAIRS AN ITEM STILL
      * OPEN ON THE EXCEPTIONS MASTER (E-PRIOR-DATE).
       FD WS-CORR-FILE.
       01 WS-CORR-REC.
          05 WS-CORR-SEQ       PIC 9(5).
          05 WS-CORR-TEXT      PIC X(80).
          05 WS-CORR-DATE      PIC X(8).
      * WS-PARM-FILE - CONTROL CARD TYING THE RECYCLE TO THE ORIGINAL
      * RUN: COLUMN 1 THE WORD-MODE SWITCH THE ORIGINAL RUN USED,
      * COLUMNS 2-10 ITS TOTAL SUMMA AND COLUMNS 11-17 ITS RECORDS
      * STYLE, SO THE ANALYTICS LOAD CAN APPLY THE CORRECTION RUN
      * MECHANICALLY INSTEAD OF RECONCILING THE ADJUSTED FIGURE BY
      * HAND: ONE 'D' RECORD PER CORRECTED LINE (EXCEPTION
      * SEQUENCE, FIRST/SECOND DIGIT, VALUE, THEN HOW MANY SPELLED-OUT
      * WORDS WERE SUBSTITUTED AND WHICH ONES) AND ONE FINAL 'T'
      * RECORD CARRYING EXCEPTIONS READ, LINES CORRECTED, STILL
      * REJECTED, THE DELTA SUMMA AND THE ADJUSTED SUMMA.
       FD WS-EXTRACT4.
       01 WS-EXTRACT4-REC   PIC X(40).
      * WS-DATE-FILE - THE BUSINESS DATE CARD THE DRIVER WRITES FOR THE
      * DAILY PROGRAMS, SO THE REPAIRS LAND ON THE SAME DATE'S LINES.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
      * WS-VOCAB-FILE - THE SPELLED-OUT DIGIT VOCABULARY AC2301P2
      * LOADS, SO A CORRECTED LINE IS READ WITH THE SAME WORDS AS THE
      * ORIGINAL RUN: COLUMNS 1-20 THE WORD, COLUMN 21 ITS DIGIT, '*'
      * IN COLUMN 1 A COMMENT CARD. THE LAYOUT MUST MATCH AC2301P2
      * FIELD FOR FIELD.
       FD WS-VOCAB-FILE.
       01 WS-VOCAB-REC.
          05 WS-VOCAB-WORD     PIC X(20).
          05 WS-VOCAB-DIGIT    PIC X(01).
      * WS-CAL-MASTER - CALIBRATION LINE MASTER WRITTEN BY AC2301P2.
      * A REJECTED LINE CARRIES ITS POSITION ON EXCEPT01, WHICH IS HOW
      * A REPAIRED EXCEPTION IS MATCHED BACK TO ITS SOURCE LINE. THE
      * LAYOUT MUST MATCH AC2301P2 FIELD FOR FIELD.
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
      * WS-PARM-MASTER - THE EFFECTIVE-DATED PARAMETER MASTER
      * MAINTAINED BY AC2300M, KEYED BY PARAMETER NAME AND THE DATE
      * THE ENTRY TAKES EFFECT FROM. ONLY READ HERE, AND ONLY FOR A
      * SETTING THE CONTROL CARD LEAVES OPEN. THE LAYOUT MUST MATCH
      * AC2300M FIELD FOR FIELD.
       FD WS-PARM-MASTER.
       01 WS-PM-REC.
          05 WS-PM-KEY.
             10 WS-PM-NAME       PIC X(8).
             10 WS-PM-EFF-DATE   PIC 9(8).
          05 WS-PM-VALUE         PIC X(16).
          05 WS-PM-STATE         PIC X.
          05 WS-PM-ADDED-DATE    PIC 9(8).
          05 WS-PM-CHG-DATE      PIC 9(8).
          05 WS-PM-CHG-TIME      PIC 9(8).
          05 WS-PM-OPERATOR      PIC X(8).
          05 WS-PM-REASON        PIC X(4).
          05 FILLER              PIC X(11).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REJECT-STATUS  PIC XX.
          05 WS-EXTRACT-STATUS PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-CALMST-STATUS  PIC XX.
          05 WS-VOCAB-STATUS   PIC XX.
          05 WS-EXCMST-STATUS  PIC XX.
          05 WS-PARMMST-STATUS PIC XX.
          05 WS-PARM-SOURCE    PIC X(40).
          05 WS-RES-NAME       PIC X(8).
          05 WS-RES-DATE       PIC 9(8).
          05 WS-RES-FOUND      PIC X.
          05 WS-RES-VALUE      PIC X(16).
          05 WS-RES-EFF-DATE   PIC 9(8).
          05 WS-RUN-DATE       PIC 9(8).
      * WS-SCAN-DATE IS THE BUSINESS DATE WHOSE EXCEPTION IS IN HAND -
      * THE RUN DATE, OR A PRIOR-DATE CORRECTION'S OWN DATE.
          05 WS-SCAN-DATE      PIC 9(8).
          05 WS-TODAY          PIC 9(8).
          05 WS-RUN-WORD-MODE  PIC X.
          05 WS-EXC-REASON     PIC X(30).
          05 WS-PRIOR-CNT      PIC 9(5).
          05 WS-PRIOR-FIXED    PIC 9(5).
          05 WS-PRIOR-REJ      PIC 9(5).
          05 WS-PRIOR-SKIP     PIC 9(5).
          05 WS-PRIOR-DELTA    PIC 9(9).
          05 WS-CORR-LINE      PIC X(80).
          05 WS-REPORT-LINE    PIC X(132).
      * WORD SUBSTITUTION WORK AREAS - AS IN AC2301P2.
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
      * WS-CORR-TABLE - THE CORRECTIONS FILE LOADED UP FRONT SO EACH
      * EXCEPTION CAN BE MATCHED BY ITS SEQUENCE NUMBER REGARDLESS OF
      * THE ORDER OPERATIONS KEYED THE CORRECTIONS IN.
          05 WS-CORR-ENTRY OCCURS 500.
             10 WS-CT-SEQ      PIC 9(5).
             10 WS-CT-TEXT     PIC X(80).
             10 WS-CT-DATE     PIC X(8).
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
      * WAS SUBSTITUTED.
       01 WS-VOCAB-TABLE.
          05 WS-VOCAB-COUNT    PIC 9(3).
          05 WS-VOCAB-ENTRY    OCCURS 50.
             10 WS-VC-WORD     PIC X(20).
             10 WS-VC-LEN      PIC 9(2).
             10 WS-VC-DIGIT    PIC X(01).
             10 WS-VC-USED     PIC 9(7).
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
          05 WORD-MODE-SWITCH    PIC X VALUE 'Y'.
             88 WORD-MODE-ON     VALUE 'Y'.
             88 WORD-MODE-OFF    VALUE 'N'.
          05 CALMST-SWITCH       PIC X VALUE 'N'.
             88 CALMST-ON        VALUE 'Y'.
             88 CALMST-OFF       VALUE 'N'.
          05 CALMST-EOF-SWITCH   PIC X VALUE 'Y'.
             88 CALMST-EOF       VALUE 'Y'.
             88 CALMST-NOT-EOF   VALUE 'N'.
          05 WORD-MATCH-SWITCH   PIC X VALUE 'N'.
             88 WORD-MATCHED     VALUE 'Y'.
             88 WORD-NOT-MATCHED VALUE 'N'.
          05 VOCAB-EOF-SWITCH    PIC X VALUE 'N'.
             88 VOCAB-EOF        VALUE 'Y'.
             88 VOCAB-NOT-EOF    VALUE 'N'.
          05 EXCMST-SWITCH       PIC X VALUE 'N'.
             88 EXCMST-ON        VALUE 'Y'.
             88 EXCMST-OFF       VALUE 'N'.
          05 PARMMST-EOF-SWITCH  PIC X VALUE 'N'.
             88 PARMMST-EOF      VALUE 'Y'.
             88 PARMMST-NOT-EOF  VALUE 'N'.
          05 EXC-OUTCOME-SWITCH  PIC X.
             88 EXC-REPAIRED     VALUE 'R'.
             88 EXC-STILL-OPEN   VALUE 'O'.
             88 EXC-UNTRIED      VALUE 'U'.
      * INPUT AREA
       01 I-INPUT-AREA         PIC X(80).
      ****************************************************************
           PERFORM B-INIT
           PERFORM BA-LOAD-CORRECTIONS
           PERFORM C-PROCESS
           PERFORM E-PRIOR-DATE
           PERFORM Z-CLOSE
           .
           GOBACK.
      * SETTING SO THE CORRECTED LINES GO THROUGH EXACTLY THE SAME
      * DIGIT EXTRACTION, PLUS THE ORIGINAL TRAILER FIGURES THE
      * SUPPLEMENT RECONCILES AGAINST. WITHOUT A CARD THE RECYCLE
      * STILL RUNS, BUT ONLY THE DELTA CAN BE REPORTED. THE WORDS
      * THEMSELVES COME FROM VOCAB01 (BC-LOAD-VOCABULARY). A CARD
      * WITH NO WORD MODE (OR NO CARD) TAKES THE SETTING IN FORCE ON
      * PARMMST FOR THE BUSINESS DATE (BP-RESOLVE-WORD-MODE).
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN INPUT  WS-EXCEPT1
           OPEN OUTPUT WS-REPORT1
           OPEN OUTPUT WS-REJECT1
           OPEN OUTPUT WS-EXTRACT4
           MOVE 'DEFAULT' TO WS-PARM-SOURCE
           OPEN INPUT  WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 MOVE WS-PARM-WORD-MODE TO WORD-MODE-SWITCH
                 MOVE 'CONTROL CARD' TO WS-PARM-SOURCE
                 IF WS-PARM-ORIG-SUM IS NUMERIC
                    MOVE WS-PARM-ORIG-SUM TO WS-ORIG-SUM
                 END-IF
              END-IF
              CLOSE WS-PARM-FILE
           END-IF
           OPEN INPUT WS-DATE-FILE
           IF WS-DATE-STATUS = '00'
              READ WS-DATE-FILE
              IF WS-DATE-STATUS = '00' AND WS-DATE-REC IS NUMERIC
                 MOVE WS-DATE-REC TO WS-RUN-DATE
              ELSE
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              END-IF
              CLOSE WS-DATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SCAN-DATE
           IF (NOT WORD-MODE-ON AND NOT WORD-MODE-OFF)
              OR WS-PARM-SOURCE = 'DEFAULT'
              PERFORM BP-RESOLVE-WORD-MODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PARAMETERS: WORD MODE ' WORD-MODE-SWITCH
                  '  FROM ' WS-PARM-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           PERFORM BB-OPEN-CALMST
           PERFORM BD-OPEN-EXCMST
           PERFORM BC-LOAD-VOCABULARY
           .

      * BP-RESOLVE-WORD-MODE - THE WORD MODE IN FORCE ON PARMMST FOR
      * WS-SCAN-DATE, SO A STANDALONE RECYCLE OF AN OLD DATE, OR A
      * PRIOR-DATE CORRECTION, READS ITS CORRECTION THE WAY THAT DATE
      * WAS RUN. NO ENTRY IN
      * FORCE MEANS THE DAILY DEFAULT 'Y'. WITHOUT A MASTER THE
      * CARD (OR THE DEFAULT) STANDS AS BEFORE.
       BP-RESOLVE-WORD-MODE SECTION.
           OPEN INPUT WS-PARM-MASTER
           IF WS-PARMMST-STATUS = '00'
              MOVE 'WORDMODE' TO WS-RES-NAME
              MOVE WS-SCAN-DATE TO WS-RES-DATE
              PERFORM BR-RESOLVE-PARM
              IF WS-RES-FOUND = 'Y'
                 MOVE WS-RES-VALUE(1:1) TO WORD-MODE-SWITCH
                 MOVE SPACES TO WS-PARM-SOURCE
                 STRING 'PARMMST EFFECTIVE ' WS-RES-EFF-DATE
                        DELIMITED BY SIZE INTO WS-PARM-SOURCE
              ELSE
                 SET WORD-MODE-ON TO TRUE
                 MOVE 'PARMMST - NONE IN FORCE, DEFAULT'
                   TO WS-PARM-SOURCE
              END-IF
              CLOSE WS-PARM-MASTER
           END-IF
           .

      * BR-RESOLVE-PARM - FIND THE PARMMST ENTRY FOR WS-RES-NAME IN
      * FORCE ON WS-RES-DATE: THE LAST ONE, IN KEY ORDER, EFFECTIVE
      * ON OR BEFORE IT. WS-RES-FOUND IS 'N' WHEN THERE IS
      * NONE OR THE LATEST ONE IS A WITHDRAWAL ('W').
       BR-RESOLVE-PARM SECTION.
           MOVE 'N' TO WS-RES-FOUND
           MOVE SPACES TO WS-RES-VALUE
           MOVE 0 TO WS-RES-EFF-DATE
           MOVE WS-RES-NAME TO WS-PM-NAME
           MOVE 0           TO WS-PM-EFF-DATE
           START WS-PARM-MASTER KEY NOT < WS-PM-KEY
           END-START
           IF WS-PARMMST-STATUS = '00'
              SET PARMMST-NOT-EOF TO TRUE
              PERFORM R-READ-PARMMST
              PERFORM UNTIL PARMMST-EOF
                 OR WS-PM-NAME NOT = WS-RES-NAME
                 OR WS-PM-EFF-DATE > WS-RES-DATE
                 IF WS-PM-STATE = 'W'
                    MOVE 'N' TO WS-RES-FOUND
                    MOVE SPACES TO WS-RES-VALUE
                    MOVE 0 TO WS-RES-EFF-DATE
                 ELSE
                    MOVE 'Y' TO WS-RES-FOUND
                    MOVE WS-PM-VALUE    TO WS-RES-VALUE
                    MOVE WS-PM-EFF-DATE TO WS-RES-EFF-DATE
                 END-IF
                 PERFORM R-READ-PARMMST
              END-PERFORM
           END-IF
           .

       R-READ-PARMMST SECTION.
           READ WS-PARM-MASTER NEXT RECORD
           AT END
             SET PARMMST-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF WS-PARMMST-STATUS NOT = '00'
              SET PARMMST-EOF TO TRUE
           END-IF
           .


      * BB-OPEN-CALMST - POSITION ON THE BUSINESS DATE'S LINES. THE
      * EXCEPTIONS ARRIVE IN THE ORDER AC2301P2 REJECTED THEM, WHICH
      * IS ALSO THE MASTER'S KEY ORDER, SO ONE FORWARD PASS MATCHES
      * THEM ALL. WITHOUT THE MASTER THE RECYCLE STILL RUNS; ONLY THE
      * LINE STATUS GOES UNRECORDED.
       BB-OPEN-CALMST SECTION.
           SET CALMST-EOF TO TRUE
           OPEN I-O WS-CAL-MASTER
           IF WS-CALMST-STATUS = '00'
              SET CALMST-ON TO TRUE
              MOVE WS-RUN-DATE TO WS-CM-RUN-DATE
              MOVE 0           TO WS-CM-LINE-SEQ
              START WS-CAL-MASTER KEY NOT < WS-CM-KEY
              END-START
              IF WS-CALMST-STATUS = '00'
                 SET CALMST-NOT-EOF TO TRUE
                 PERFORM R-READ-CALMST
              END-IF
           ELSE
              DISPLAY 'WARNING: CALIBRATION MASTER UNAVAILABLE, '
                      'STATUS=' WS-CALMST-STATUS
                      ' - LINE STATUS NOT UPDATED'
              SET CALMST-OFF TO TRUE
           END-IF
           .

      * BD-OPEN-EXCMST - THE OPEN-EXCEPTIONS MASTER IS CREATED ON
      * FIRST USE, AS THE DAILY RUN MAY NOT HAVE MET IT YET. WITHOUT
      * IT THE RECYCLE STILL RUNS; THE ITEMS GO UNRECORDED AND NO
      * PRIOR-DATE CORRECTION CAN BE APPLIED.
       BD-OPEN-EXCMST SECTION.
           OPEN I-O WS-EXC-MASTER
           IF WS-EXCMST-STATUS = '35'
              OPEN OUTPUT WS-EXC-MASTER
              CLOSE WS-EXC-MASTER
              OPEN I-O WS-EXC-MASTER
           END-IF
           IF WS-EXCMST-STATUS = '00'
              SET EXCMST-ON TO TRUE
           ELSE
              DISPLAY 'WARNING: EXCEPTIONS MASTER UNAVAILABLE, '
                      'STATUS=' WS-EXCMST-STATUS
                      ' - ITEMS NOT UPDATED'
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

      * BA-LOAD-CORRECTIONS - PULL THE WHOLE CORRECTIONS FILE INTO
      * THE LOOKUP TABLE. A MISSING CORRIN IS NOT AN ERROR - THE RUN
      * THEN SIMPLY REPORTS EVERY EXCEPTION AS STILL UNREPAIRED. A
      * CORRECTION DATED FOR THE RUN DATE IS HELD AS UNDATED; ONE
      * WHOSE DATE IS NOT NUMERIC IS REPORTED AND DROPPED.
       BA-LOAD-CORRECTIONS SECTION.
           OPEN INPUT WS-CORR-FILE
           IF WS-CORR-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-CORR
              PERFORM UNTIL EOF-Y OR WS-CORR-COUNT = 500
                 IF WS-CORR-DATE NOT = SPACES
                    AND WS-CORR-DATE IS NOT NUMERIC
                    DISPLAY 'WARNING: CORRECTION FOR EXCEPTION '
                            WS-CORR-SEQ ' HAS AN INVALID DATE "'
                            WS-CORR-DATE '" - IGNORED'
                 ELSE
                    ADD 1 TO WS-CORR-COUNT
                    MOVE WS-CORR-SEQ  TO WS-CT-SEQ(WS-CORR-COUNT)
                    MOVE WS-CORR-TEXT TO WS-CT-TEXT(WS-CORR-COUNT)
                    IF WS-CORR-DATE = WS-RUN-DATE
                       MOVE SPACES TO WS-CT-DATE(WS-CORR-COUNT)
                    ELSE
                       MOVE WS-CORR-DATE TO WS-CT-DATE(WS-CORR-COUNT)
                    END-IF
                 END-IF
                 PERFORM R-READ-CORR
              END-PERFORM
              IF NOT EOF-Y
           .

       R-READ-CORR SECTION.
           MOVE SPACES TO WS-CORR-REC
           READ WS-CORR-FILE
           AT END
             SET EOF-Y TO TRUE
                 PERFORM Z-EMIT-LINE
                 WRITE WS-REJECT1-REC FROM WS-EXCEPT1-REC
                 ADD 1 TO WS-STILL-REJ-CNT
                 SET EXC-UNTRIED TO TRUE
                 MOVE 'NO CORRECTION SUPPLIED' TO WS-EXC-REASON
                 PERFORM D-TRACK-EXCEPTION
              END-IF
              PERFORM R-READ
           END-PERFORM
           MOVE 1 TO WS-CORR-IX
           PERFORM UNTIL CORR-FOUND OR WS-CORR-IX > WS-CORR-COUNT
              IF WS-CT-SEQ(WS-CORR-IX) = WS-EXCEPT-SEQ
                 AND WS-CT-DATE(WS-CORR-IX) = SPACES
                 SET CORR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-CORR-IX
      * VENDOR SENT IT CLEAN. A CORRECTION THAT STILL HAS NO DIGITS
      * GOES BACK OUT AS AN UNREPAIRED EXCEPTION.
       CB-RECYCLE-LINE SECTION.
           PERFORM CD-READ-CORRECTION
           IF REC-INVALID
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CORRECTION STILL HAS NO DIGITS, EXCEPTION '
              PERFORM Z-EMIT-LINE
              WRITE WS-REJECT1-REC FROM WS-ORIG-LINE
              ADD 1 TO WS-STILL-REJ-CNT
              SET EXC-STILL-OPEN TO TRUE
              MOVE 'CORRECTION HAS NO DIGITS' TO WS-EXC-REASON
           ELSE
              ADD WS-ADD-SUM TO WS-DELTA-SUM
              ADD 1 TO WS-CORRECTED-CNT
              MOVE WS-EXCEPT-SEQ   TO WS-XD-SEQ
              MOVE WS-FIRST-DIGIT  TO WS-XD-FIRST
              MOVE WS-SECOND-DIGIT TO WS-XD-SECOND
              MOVE WS-ADD-SUM      TO WS-XD-VALUE
              MOVE WS-SUBST-COUNT  TO WS-XD-SUBST-COUNT
              MOVE WS-SUBST-LIST   TO WS-XD-SUBST-WORDS
              IF WS-SUBST-PTR > 27
                 MOVE '+' TO WS-XD-SUBST-WORDS(26:1)
                 ADD 1 TO WS-SUBST-CUT
              END-IF
              WRITE WS-EXTRACT4-REC FROM WS-EXTR-DETAIL
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SUPPLEMENT LINE: ' WS-ORIG-LINE
                     ' VALUE=' WS-ADD-SUM
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              IF WS-SUBST-COUNT > 0
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '                 WORDS SUBSTITUTED: '
                        WS-SUBST-COUNT ' - ' WS-SUBST-LIST
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
              END-IF
              PERFORM CC-UPDATE-CALMST
              SET EXC-REPAIRED TO TRUE
           END-IF
           PERFORM D-TRACK-EXCEPTION
           .

      * CD-READ-CORRECTION - THE CORRECTION AT WS-CORR-IX THROUGH THE
      * SAME WORD SUBSTITUTION AND FIRST/LAST-DIGIT EXTRACTION THE
      * ORIGINAL RUN APPLIES, LEAVING THE DIGITS, THE VALUE AND THE
      * SUBSTITUTIONS MADE.
       CD-READ-CORRECTION SECTION.
           MOVE WS-CT-TEXT(WS-CORR-IX) TO I-INPUT-AREA
           MOVE I-INPUT-AREA TO WS-ORIG-LINE
           MOVE I-INPUT-AREA TO WS-CORR-LINE
           MOVE 0      TO WS-SUBST-COUNT
           MOVE SPACES TO WS-SUBST-LIST
           MOVE 1      TO WS-SUBST-PTR
           IF WORD-MODE-ON
              PERFORM C-REPLACE
              PERFORM C-REPLACE
           END-IF
           PERFORM C-FIRST-SECOND
           IF REC-VALID
              MOVE WS-FIRST-DIGIT  TO WS-DIGITS-COMB(1:1)
              MOVE WS-SECOND-DIGIT TO WS-DIGITS-COMB(2:1)
           END-IF
           .

      * CC-UPDATE-CALMST - MARK THE SOURCE LINE BEHIND THIS EXCEPTION
      * AS RECYCLED, WITH THE DIGITS AND VALUE THE CORRECTION YIELDED,
      * THE CORRECTED TEXT AND THE DATE THE REPAIR WAS APPLIED.
      * ACCEPTED LINES CARRY EXCEPTION SEQUENCE ZERO AND ARE PASSED
      * OVER ON THE WAY.
       CC-UPDATE-CALMST SECTION.
           IF CALMST-ON
              PERFORM UNTIL CALMST-EOF
                         OR WS-CM-EXCEPT-SEQ NOT < WS-EXCEPT-SEQ
                 PERFORM R-READ-CALMST
              END-PERFORM
              IF CALMST-NOT-EOF AND WS-CM-EXCEPT-SEQ = WS-EXCEPT-SEQ
                 MOVE 'C'             TO WS-CM-STATUS
                 MOVE WS-FIRST-DIGIT  TO WS-CM-FIRST
                 MOVE WS-SECOND-DIGIT TO WS-CM-SECOND
                 MOVE WS-ADD-SUM      TO WS-CM-VALUE
                 MOVE WS-CORR-LINE    TO WS-CM-CORR-TEXT
                 ACCEPT WS-CM-CORR-DATE FROM DATE YYYYMMDD
                 REWRITE WS-CAL-REC
              ELSE
                 DISPLAY 'WARNING: NO CALIBRATION LINE ON '
                         WS-SCAN-DATE ' FOR EXCEPTION ' WS-EXCEPT-SEQ
              END-IF
           END-IF
           .

      * D-TRACK-EXCEPTION - RECORD THE OUTCOME FOR THIS EXCEPTION ON
      * THE OPEN-EXCEPTIONS MASTER: A TRIED CORRECTION COUNTS AS AN
      * ATTEMPT, AN ACCEPTED ONE CLOSES THE ITEM, ANYTHING ELSE LEAVES
      * IT OPEN WITH THE REASON. AN EXCEPTION THE DAILY RUN NEVER PUT
      * ON THE MASTER IS ADDED, FIRST SEEN TODAY.
       D-TRACK-EXCEPTION SECTION.
           IF EXCMST-ON
              MOVE WS-SCAN-DATE  TO WS-EM-BUS-DATE
              MOVE 1             TO WS-EM-DAY
              MOVE WS-EXCEPT-SEQ TO WS-EM-SEQ
              READ WS-EXC-MASTER
              IF WS-EXCMST-STATUS NOT = '00'
                 MOVE WS-TODAY       TO WS-EM-FIRST-SEEN
                 MOVE 0              TO WS-EM-LAST-TRIED
                                        WS-EM-ATTEMPTS
                 MOVE WS-EXCEPT1-REC TO WS-EM-TEXT
              END-IF
              IF NOT EXC-UNTRIED
                 IF WS-EM-ATTEMPTS < 999
                    ADD 1 TO WS-EM-ATTEMPTS
                 END-IF
                 MOVE WS-TODAY TO WS-EM-LAST-TRIED
              END-IF
              IF EXC-REPAIRED
                 MOVE 'C'      TO WS-EM-STATUS
                 MOVE WS-TODAY TO WS-EM-CLOSED-DATE
                 MOVE 'CORRECTION ACCEPTED' TO WS-EM-REASON
              ELSE
                 MOVE 'O'      TO WS-EM-STATUS
                 MOVE 0        TO WS-EM-CLOSED-DATE
                 MOVE WS-EXC-REASON TO WS-EM-REASON
              END-IF
              IF WS-EXCMST-STATUS = '00'
                 REWRITE WS-EXC-REC
              ELSE
                 WRITE WS-EXC-REC
              END-IF
           END-IF
           .

      * E-PRIOR-DATE - A CORRECTION DATED FOR AN EARLIER BUSINESS DATE
      * REPAIRS AN ITEM STILL OPEN ON THE EXCEPTIONS MASTER, WHOSE
      * EXCEPT01 IS LONG GONE. IT GOES THROUGH THE SAME EXTRACTION AND,
      * WHEN ACCEPTED, CLOSES THE ITEM AND RECYCLES THAT DATE'S LINE ON
      * THE CALIBRATION MASTER. ITS VALUE BELONGS TO THE EARLIER DATE,
      * SO IT IS REPORTED ON ITS OWN AND KEPT OUT OF THIS RUN'S DELTA,
      * SUPPLEMENT EXTRACT AND STILL-REJECTED FILE.
       E-PRIOR-DATE SECTION.
           MOVE 1 TO WS-CORR-IX
           PERFORM UNTIL WS-CORR-IX > WS-CORR-COUNT
              IF WS-CT-DATE(WS-CORR-IX) NOT = SPACES
                 PERFORM EA-PRIOR-REPAIR
              END-IF
              ADD 1 TO WS-CORR-IX
           END-PERFORM
           .

       EA-PRIOR-REPAIR SECTION.
           ADD 1 TO WS-PRIOR-CNT
           MOVE WS-CT-DATE(WS-CORR-IX) TO WS-SCAN-DATE
           MOVE WS-CT-SEQ(WS-CORR-IX)  TO WS-EXCEPT-SEQ
           MOVE SPACES TO WS-EXC-REASON
           IF EXCMST-ON
              MOVE WS-SCAN-DATE  TO WS-EM-BUS-DATE
              MOVE 1             TO WS-EM-DAY
              MOVE WS-EXCEPT-SEQ TO WS-EM-SEQ
              READ WS-EXC-MASTER
              EVALUATE TRUE
                 WHEN WS-EXCMST-STATUS NOT = '00'
                    MOVE 'NOT ON EXCEPTIONS MASTER' TO WS-EXC-REASON
                 WHEN WS-EM-STATUS NOT = 'O'
                    MOVE 'ALREADY CLOSED' TO WS-EXC-REASON
              END-EVALUATE
           ELSE
              MOVE 'EXCEPTIONS MASTER UNAVAILABLE' TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON NOT = SPACES
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'PRIOR-DATE CORRECTION SKIPPED, ' WS-SCAN-DATE
                     ' EXCEPTION ' WS-EXCEPT-SEQ ': ' WS-EXC-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-PRIOR-SKIP
           ELSE
              PERFORM EC-PRIOR-WORD-MODE
              PERFORM CD-READ-CORRECTION
              IF REC-INVALID
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'PRIOR-DATE CORRECTION HAS NO DIGITS, '
                        WS-SCAN-DATE ' EXCEPTION ' WS-EXCEPT-SEQ
                        ': ' WS-ORIG-LINE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 ADD 1 TO WS-PRIOR-REJ
                 SET EXC-STILL-OPEN TO TRUE
                 MOVE 'CORRECTION HAS NO DIGITS' TO WS-EXC-REASON
              ELSE
                 ADD WS-ADD-SUM TO WS-PRIOR-DELTA
                 ADD 1 TO WS-PRIOR-FIXED
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'PRIOR-DATE REPAIR ' WS-SCAN-DATE
                        ' EXCEPTION ' WS-EXCEPT-SEQ ': ' WS-ORIG-LINE
                        ' VALUE=' WS-ADD-SUM
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 PERFORM EB-POSITION-CALMST
                 PERFORM CC-UPDATE-CALMST
                 SET EXC-REPAIRED TO TRUE
              END-IF
              PERFORM D-TRACK-EXCEPTION
              MOVE WS-RUN-WORD-MODE TO WORD-MODE-SWITCH
           END-IF
           .

      * EC-PRIOR-WORD-MODE - A PRIOR-DATE CORRECTION IS READ UNDER THE
      * WORD MODE IN FORCE ON ITS OWN DATE: THAT DATE'S WORDMODE ENTRY,
      * OR THE DAILY DEFAULT 'Y'. THE CONTROL CARD SPEAKS FOR THE
      * ORIGINAL RUN OF THE BUSINESS DATE ONLY, SO A CORRECTION DATED
      * FOR THAT DATE KEEPS THE RUN'S SETTING. THE RUN'S OWN SETTING
      * IS KEPT IN WS-RUN-WORD-MODE AND PUT BACK BY EA-PRIOR-REPAIR
      * ONCE THE CORRECTION IS DONE.
       EC-PRIOR-WORD-MODE SECTION.
           MOVE WORD-MODE-SWITCH TO WS-RUN-WORD-MODE
           IF WS-SCAN-DATE NOT = WS-RUN-DATE
              SET WORD-MODE-ON TO TRUE
              PERFORM BP-RESOLVE-WORD-MODE
           END-IF
           .

      * EB-POSITION-CALMST - POSITION THE CALIBRATION MASTER ON THE
      * FIRST LINE OF THE PRIOR DATE, SO CC-UPDATE-CALMST CAN FIND
      * THE LINE BEHIND THE EXCEPTION.
       EB-POSITION-CALMST SECTION.
           IF CALMST-ON
              SET CALMST-EOF TO TRUE
              MOVE WS-SCAN-DATE TO WS-CM-RUN-DATE
              MOVE 0            TO WS-CM-LINE-SEQ
              START WS-CAL-MASTER KEY NOT < WS-CM-KEY
              END-START
              IF WS-CALMST-STATUS = '00'
                 SET CALMST-NOT-EOF TO TRUE
                 PERFORM R-READ-CALMST
              END-IF
           END-IF
           .

           END-IF
           .

      * C-REPLACE - ONE LEFT-TO-RIGHT PASS OVER I-INPUT-AREA TRYING
      * THE VOCABULARY WORDS IN TABLE ORDER AT EACH POSITION, EXACTLY
      * AS AC2301P2 DOES: A MATCH HAS ITS FIRST LETTER REPLACED BY ITS
      * DIGIT AND THE SCAN GOES ON AFTER THE WORD.
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
           READ WS-EXCEPT1
           AT END
           END-READ
           .

      * R-READ-CALMST - NEXT LINE OF THE BUSINESS DATE IN HAND;
      * REACHING THE NEXT DATE ENDS THE PASS.
       R-READ-CALMST SECTION.
           READ WS-CAL-MASTER NEXT RECORD
           AT END
             SET CALMST-EOF TO TRUE
           NOT AT END
             IF WS-CM-RUN-DATE NOT = WS-SCAN-DATE
                SET CALMST-EOF TO TRUE
             END-IF
           END-READ
           .

      * Z-CLOSE - SUPPLEMENT TRAILER. THE DELTA IS THE VALUE THE
      * REPAIRED LINES ADD TO THE ORIGINAL TOTAL SUMMA; WHEN THE
      * CONTROL CARD SUPPLIED THE ORIGINAL FIGURES THE ADJUSTED TOTAL
      * NO CONTROL CARD SUPPLIED THE ORIGINAL FIGURE - IT IS THEN
      * SIMPLY THE DELTA, AND THE LOAD SIDE ADDS ITS OWN BASE.
           COMPUTE WS-ADJUSTED-SUM = WS-ORIG-SUM + WS-DELTA-SUM
           IF WS-PRIOR-CNT > 0
              PERFORM ZB-PRIOR-DATE-TOTALS
           END-IF
           PERFORM ZA-VOCABULARY
           MOVE WS-READ-COUNT    TO WS-XT-READ
           MOVE WS-CORRECTED-CNT TO WS-XT-CORRECTED
           MOVE WS-STILL-REJ-CNT TO WS-XT-STILL-REJ
           CLOSE WS-EXTRACT4
           CLOSE WS-REPORT1
           CLOSE WS-REJECT1
           IF CALMST-ON
              CLOSE WS-CAL-MASTER
           END-IF
           IF EXCMST-ON
              CLOSE WS-EXC-MASTER
           END-IF
           .

      * ZB-PRIOR-DATE-TOTALS - THE EARLIER DATES' REPAIRS, APART FROM
      * THIS RUN'S FIGURES: THEIR VALUE IS NOT IN THE DELTA OR THE
      * ADJUSTED SUMMA ABOVE.
       ZB-PRIOR-DATE-TOTALS SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE REPAIRS : ' WS-PRIOR-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE ACCEPTED: ' WS-PRIOR-FIXED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE REJECTED: ' WS-PRIOR-REJ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE SKIPPED : ' WS-PRIOR-SKIP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE DELTA   : ' WS-PRIOR-DELTA
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * ZA-VOCABULARY - THE WORD-TO-DIGIT VOCABULARY THE CORRECTIONS
      * WERE READ WITH, WHERE IT CAME FROM AND HOW OFTEN EACH WORD WAS
      * SUBSTITUTED.
       ZA-VOCABULARY SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
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

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
