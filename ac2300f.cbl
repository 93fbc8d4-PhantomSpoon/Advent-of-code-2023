      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300F.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-EXTRACT1 ASSIGN TO EXTR01
                             FILE STATUS IS WS-EXTR1-STATUS.
           SELECT WS-EXTRACT4 ASSIGN TO EXTR04
                             FILE STATUS IS WS-EXTR4-STATUS.
           SELECT WS-EXTRACT2 ASSIGN TO EXTR02
                             FILE STATUS IS WS-EXTR2-STATUS.
           SELECT WS-EXTRACT3 ASSIGN TO EXTR03
                             FILE STATUS IS WS-EXTR3-STATUS.
           SELECT WS-MERGED1 ASSIGN TO EXTM01
                             FILE STATUS IS WS-MERGED-STATUS.
           SELECT WS-FEED1 ASSIGN TO CSVR01
                             FILE STATUS IS WS-FEED1-STATUS.
           SELECT WS-FEED4 ASSIGN TO CSVR04
                             FILE STATUS IS WS-FEED4-STATUS.
           SELECT WS-FEED2 ASSIGN TO CSVR02
                             FILE STATUS IS WS-FEED2-STATUS.
           SELECT WS-FEED3 ASSIGN TO CSVR03
                             FILE STATUS IS WS-FEED3-STATUS.
           SELECT WS-FEEDM1 ASSIGN TO CSVM01
                             FILE STATUS IS WS-FEEDM-STATUS.
           SELECT WS-MANIFEST ASSIGN TO FEEDMAN
                             FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-DATE-FILE ASSIGN TO DATE01
                             FILE STATUS IS WS-DATE-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-EXTRACT1 / WS-EXTRACT4 - AC2301P2'S RESULTS EXTRACT AND
      * AC2301RX'S RECYCLE SUPPLEMENT, BOTH 40 BYTES IN THE SAME 'D'
      * LAYOUT. THE EXTR01 'T' RECORD CARRIES THE RUN DATE; THE EXTR04
      * ONE DOES NOT, SO EXTR04 IS ONLY PUBLISHED WHEN THE CONTROL CARD
      * SAYS THE RECYCLE RAN FOR THE DATE.
       FD WS-EXTRACT1.
       01 WS-EXTRACT1-REC   PIC X(40).
       FD WS-EXTRACT4.
       01 WS-EXTRACT4-REC   PIC X(40).
      * WS-EXTRACT2 / WS-EXTRACT3 / WS-MERGED1 - THE CUBE PROGRAMS'
      * 48-BYTE EXTRACTS AND AC2302XM'S STITCHED COPY, ALL IN THE SAME
      * 'D' LAYOUT. EXTM01 CARRIES ITS TRAILER IN THE EXTR02 LAYOUT.
       FD WS-EXTRACT2.
       01 WS-EXTRACT2-REC   PIC X(48).
       FD WS-EXTRACT3.
       01 WS-EXTRACT3-REC   PIC X(48).
       FD WS-MERGED1.
       01 WS-MERGED1-REC    PIC X(48).
      * WS-FEED1/4/2/3/M1 - THE COMMA-DELIMITED COPIES OF EXTR01,
      * EXTR04, EXTR02, EXTR03 AND EXTM01 FOR THE ANALYTICS WAREHOUSE:
      * A HEADER ROW NAMING THE COLUMNS, THEN ONE ROW PER 'D' RECORD
      * LED BY THE BUSINESS DATE. THE 'T' FIGURES GO TO THE MANIFEST,
      * NOT THE FEED. A CATCH-UP RUN APPENDS EACH LATER DATE'S ROWS
      * TO THE SAME FILES.
       FD WS-FEED1.
       01 WS-FEED1-REC      PIC X(160).
       FD WS-FEED4.
       01 WS-FEED4-REC      PIC X(160).
       FD WS-FEED2.
       01 WS-FEED2-REC      PIC X(160).
       FD WS-FEED3.
       01 WS-FEED3-REC      PIC X(160).
       FD WS-FEEDM1.
       01 WS-FEEDM1-REC     PIC X(160).
      * WS-MANIFEST - THE DELIVERY MANIFEST, COMMA-DELIMITED WITH A
      * HEADER ROW: ONE ROW PER FEED FILE PER BUSINESS DATE WITH THE
      * ROWS PUBLISHED, THE CONTROL TOTAL FROM THE EXTRACT'S 'T'
      * RECORD, WHAT THE CONTROL TOTAL IS THE SUM OF, AND THE READY
      * FLAG. A DATE'S ROWS ARE WRITTEN ONLY AFTER ITS FEED FILES ARE
      * CLOSED, AND A NEW PUBLICATION EMPTIES THE MANIFEST BEFORE ANY
      * FEED FILE IS TOUCHED, SO A FEED WITHOUT A READY ROW FOR THE
      * DATE IS NEVER TO BE LOADED.
       FD WS-MANIFEST.
       01 WS-MANIFEST-REC   PIC X(160).
      * WS-PARM-FILE - OPTIONAL CONTROL CARD, CUT BY THE AC2300C
      * DRIVER FOR EACH DATE IT PUBLISHES: COLUMNS 1-8 THE BUSINESS
      * DATE (BLANK = THE DRIVER'S DATE CARD, ELSE THE SYSTEM DATE),
      * COLUMN 9 'Y' WHEN THE AC2301RX RECYCLE RAN FOR THE DATE SO
      * EXTR04 IS ITS SUPPLEMENT, COLUMN 10 'A' TO APPEND TO THE FEED
      * FILES AND MANIFEST INSTEAD OF STARTING THEM AFRESH.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-BUS-DATE  PIC X(8).
          05 WS-PARM-RECYCLE   PIC X.
          05 WS-PARM-MODE      PIC X.
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * DRIVER.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-EXTR1-STATUS   PIC XX.
          05 WS-EXTR4-STATUS   PIC XX.
          05 WS-EXTR2-STATUS   PIC XX.
          05 WS-EXTR3-STATUS   PIC XX.
          05 WS-MERGED-STATUS  PIC XX.
          05 WS-FEED1-STATUS   PIC XX.
          05 WS-FEED4-STATUS   PIC XX.
          05 WS-FEED2-STATUS   PIC XX.
          05 WS-FEED3-STATUS   PIC XX.
          05 WS-FEEDM-STATUS   PIC XX.
          05 WS-MANIFEST-STATUS PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-BUS-DATE       PIC 9(8).
          05 WS-RECYCLE-FLAG   PIC X.
          05 WS-READY-COUNT    PIC 9(2).
          05 WS-NOT-READY-CNT  PIC 9(2).
          05 WS-EXCEPT-COUNT   PIC 9(2).
      * ONE EXTRACT'S FIGURES, RESET BEFORE EACH FILE: THE DETAIL
      * RECORDS AND THEIR CONTROL FIELD SUMMED ON THE FIRST PASS, THE
      * TRAILER'S OWN COUNT, CONTROL TOTAL AND DATE, AND THE ROWS
      * ACTUALLY WRITTEN TO THE FEED ON THE SECOND.
          05 WS-DET-COUNT      PIC 9(9).
          05 WS-DET-TOTAL      PIC 9(11).
          05 WS-TRL-COUNT      PIC 9(9).
          05 WS-TRL-TOTAL      PIC 9(9).
          05 WS-TRL-DATE       PIC 9(8).
          05 WS-BAD-REC-CNT    PIC 9(5).
          05 WS-ROW-COUNT      PIC 9(9).
      * CSV ROW BUILDING - THE ROW, THE NEXT FREE POSITION IN IT, AND
      * THE WORK FIELDS A NUMBER OR TEXT VALUE PASSES THROUGH TO LOSE
      * ITS LEADING ZEROS OR TRAILING SPACES.
          05 WS-CSV-LINE       PIC X(160).
          05 WS-CSV-PTR        PIC 9(3).
          05 WS-CSV-NUM        PIC 9(9).
          05 WS-CSV-NUM-ED     PIC Z(8)9.
          05 WS-CSV-LEAD       PIC 9(2).
          05 WS-CSV-TEXT       PIC X(40).
          05 WS-CSV-TLEN       PIC 9(2).
          05 WS-CSV-IX         PIC 9(2).
      * WS-MANIFEST-TABLE - THE MANIFEST ROW FOR EACH FEED, FILLED AS
      * EACH FILE IS PUBLISHED AND WRITTEN TOGETHER AT THE END. A
      * REASON IS GIVEN FOR EVERY FEED NOT READY.
       01 WS-MANIFEST-TABLE.
          05 WS-MAN-ENTRY OCCURS 5.
             10 WS-MAN-EXTRACT PIC X(8).
             10 WS-MAN-FEED    PIC X(8).
             10 WS-MAN-ROWS    PIC 9(9).
             10 WS-MAN-CONTROL PIC 9(9).
             10 WS-MAN-BASIS   PIC X(24).
             10 WS-MAN-READY   PIC X.
             10 WS-MAN-REASON  PIC X(40).
       01 WS-MAN-IX            PIC 9(2).
      * EXTRACT RECORD LAYOUTS - FIELD FOR FIELD THE LAYOUTS THE DAY 1
      * AND CUBE PROGRAMS WRITE THEIR EXTRACTS FROM.
       01 WS-EXTR-DAY1.
          05 WS-X1D-TYPE       PIC X.
          05 WS-X1D-SEQ        PIC 9(7).
          05 WS-X1D-FIRST      PIC 9.
          05 WS-X1D-SECOND     PIC 9.
          05 WS-X1D-VALUE      PIC 9(2).
          05 WS-X1D-SUBST-COUNT PIC 9(2).
          05 WS-X1D-SUBST-WORDS PIC X(26).
       01 WS-EXTR1-TOTAL.
          05 WS-X1T-TYPE       PIC X.
          05 WS-X1T-READ       PIC 9(7).
          05 WS-X1T-ACCUM      PIC 9(7).
          05 WS-X1T-REJ        PIC 9(7).
          05 WS-X1T-TOTAL      PIC 9(9).
          05 WS-X1T-DATE       PIC 9(8).
       01 WS-EXTR4-TOTAL.
          05 WS-X4T-TYPE       PIC X.
          05 WS-X4T-READ       PIC 9(7).
          05 WS-X4T-CORRECTED  PIC 9(7).
          05 WS-X4T-STILL-REJ  PIC 9(7).
          05 WS-X4T-DELTA      PIC 9(9).
          05 WS-X4T-ADJUSTED   PIC 9(9).
       01 WS-EXTR-DETAIL.
          05 WS-XD-TYPE        PIC X.
          05 WS-XD-GAME-ID     PIC 9(5).
          05 WS-XD-FLAG        PIC X.
          05 WS-XD-MAX-RED     PIC 9(2).
          05 WS-XD-MAX-GREEN   PIC 9(2).
          05 WS-XD-MAX-BLUE    PIC 9(2).
          05 WS-XD-POWER       PIC 9(7).
          05 WS-XD-COLORS      PIC 9.
          05 WS-XD-MAX-EXTRAS.
             10 WS-XD-MAX-EXTRA PIC 9(2) OCCURS 5.
       01 WS-EXTR2-TOTAL.
          05 WS-X2-TYPE        PIC X.
          05 WS-X2-READ        PIC 9(5).
          05 WS-X2-POSS        PIC 9(5).
          05 WS-X2-NOTPOSS     PIC 9(5).
          05 WS-X2-REJ         PIC 9(5).
          05 WS-X2-SUMMA       PIC 9(9).
          05 WS-X2-DATE        PIC 9(8).
       01 WS-EXTR3-TOTAL.
          05 WS-X3-TYPE        PIC X.
          05 WS-X3-READ        PIC 9(9).
          05 WS-X3-ACCUM       PIC 9(9).
          05 WS-X3-REJ         PIC 9(9).
          05 WS-X3-SUM         PIC 9(9).
          05 WS-X3-DATE        PIC 9(8).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 EXTRACT-SWITCH      PIC X.
             88 EXTRACT-OPEN     VALUE 'Y'.
             88 EXTRACT-ABSENT   VALUE 'N'.
          05 TRAILER-SWITCH      PIC X.
             88 TRAILER-SEEN     VALUE 'Y'.
             88 TRAILER-MISSING  VALUE 'N'.
          05 DATE-CHECK-SWITCH   PIC X.
             88 DATE-CHECKED     VALUE 'Y'.
             88 DATE-NOT-CHECKED VALUE 'N'.
          05 HEADER-SWITCH       PIC X.
             88 HEADER-NEEDED    VALUE 'Y'.
             88 HEADER-NOT-NEEDED VALUE 'N'.
          05 FEED-WRITE-SWITCH   PIC X.
             88 FEED-WRITE-OK    VALUE 'Y'.
             88 FEED-WRITE-FAILED VALUE 'N'.
          05 TEXT-END-SWITCH     PIC X.
             88 TEXT-END-FOUND   VALUE 'Y'.
             88 TEXT-END-NOT-FOUND VALUE 'N'.
          05 FEED-MODE-SWITCH    PIC X.
             88 FEED-APPEND      VALUE 'A'.
             88 FEED-NEW         VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - PUBLISH ONE BUSINESS DATE'S EXTRACTS TO THE ANALYTICS
      * WAREHOUSE AS COMMA-DELIMITED FILES WITH HEADER ROWS, AND SAY
      * IN THE MANIFEST WHICH OF THEM ARE COMPLETE. EACH EXTRACT IS
      * READ TWICE: FIRST TO BALANCE ITS DETAIL RECORDS TO ITS OWN 'T'
      * RECORD AND CHECK IT IS THE DATE'S, THEN - ONLY IF IT IS - TO
      * WRITE THE ROWS. AN EXTRACT LEFT OVER FROM ANOTHER DATE, OR ONE
      * A PROGRAM DIED PARTWAY THROUGH, IS NEVER PUBLISHED.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-PUBLISH-EXTR01
           PERFORM C-PUBLISH-EXTR04
           PERFORM C-PUBLISH-EXTR02
           PERFORM C-PUBLISH-EXTR03
           PERFORM C-PUBLISH-EXTM01
           PERFORM D-WRITE-MANIFEST
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE BUSINESS DATE COMES FROM THE CONTROL CARD, THEN
      * THE DRIVER'S DATE CARD, THEN THE SYSTEM DATE. A NEW
      * PUBLICATION EMPTIES THE MANIFEST FIRST, SO WHILE THE FEED FILES
      * ARE BEING REWRITTEN NOTHING CLAIMS THEY ARE READY.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
                      WS-MANIFEST-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 0 TO WS-BUS-DATE
           MOVE 'N' TO WS-RECYCLE-FLAG
           SET FEED-NEW TO TRUE
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 IF WS-PARM-BUS-DATE IS NUMERIC
                    MOVE WS-PARM-BUS-DATE TO WS-BUS-DATE
                 END-IF
                 IF WS-PARM-RECYCLE = 'Y'
                    MOVE 'Y' TO WS-RECYCLE-FLAG
                 END-IF
                 IF WS-PARM-MODE = 'A'
                    SET FEED-APPEND TO TRUE
                 END-IF
              END-IF
              CLOSE WS-PARM-FILE
           END-IF
           IF WS-BUS-DATE = 0
              OPEN INPUT WS-DATE-FILE
              IF WS-DATE-STATUS = '00'
                 READ WS-DATE-FILE
                 IF WS-DATE-STATUS = '00' AND WS-DATE-REC IS NUMERIC
                    MOVE WS-DATE-REC TO WS-BUS-DATE
                 END-IF
                 CLOSE WS-DATE-FILE
              END-IF
           END-IF
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           OPEN OUTPUT WS-REPORT1
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AC2300F  ANALYTICS FEED PUBLICATION - BUSINESS DATE '
                  WS-BUS-DATE
                  '   RUN DATE ' WS-RUN-DATE
                  '  TIME ' WS-RUN-TIME(1:6)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF FEED-APPEND
              MOVE 'FEED FILES EXTENDED - CATCH-UP DATE APPENDED'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           ELSE
              OPEN OUTPUT WS-MANIFEST
              PERFORM DA-MANIFEST-HEADER
              CLOSE WS-MANIFEST
           END-IF
           MOVE 'EXTR01'                   TO WS-MAN-EXTRACT(1)
           MOVE 'CSVR01'                   TO WS-MAN-FEED(1)
           MOVE 'SUM OF LINE_VALUE'        TO WS-MAN-BASIS(1)
           MOVE 'EXTR04'                   TO WS-MAN-EXTRACT(2)
           MOVE 'CSVR04'                   TO WS-MAN-FEED(2)
           MOVE 'SUM OF LINE_VALUE'        TO WS-MAN-BASIS(2)
           MOVE 'EXTR02'                   TO WS-MAN-EXTRACT(3)
           MOVE 'CSVR02'                   TO WS-MAN-FEED(3)
           MOVE 'SUM OF GAME_ID VERDICT P' TO WS-MAN-BASIS(3)
           MOVE 'EXTR03'                   TO WS-MAN-EXTRACT(4)
           MOVE 'CSVR03'                   TO WS-MAN-FEED(4)
           MOVE 'SUM OF POWER'             TO WS-MAN-BASIS(4)
           MOVE 'EXTM01'                   TO WS-MAN-EXTRACT(5)
           MOVE 'CSVM01'                   TO WS-MAN-FEED(5)
           MOVE 'SUM OF GAME_ID VERDICT P' TO WS-MAN-BASIS(5)
           .

      * CA-START-FILE - CLEAR ONE EXTRACT'S FIGURES BEFORE ITS FIRST
      * PASS.
       CA-START-FILE SECTION.
           MOVE 0 TO WS-DET-COUNT
                     WS-DET-TOTAL
                     WS-TRL-COUNT
                     WS-TRL-TOTAL
                     WS-TRL-DATE
                     WS-BAD-REC-CNT
                     WS-ROW-COUNT
           SET EXTRACT-ABSENT    TO TRUE
           SET TRAILER-MISSING   TO TRUE
           SET DATE-CHECKED      TO TRUE
           SET FEED-WRITE-OK     TO TRUE
           MOVE 'N' TO WS-MAN-READY(WS-MAN-IX)
           .

      * C-PUBLISH-EXTR01 - DAY 1 RESULTS: ONE ROW PER ACCUMULATED
      * LINE, BALANCED TO THE TRAILER'S ACCUMULATED COUNT AND TOTAL.
       C-PUBLISH-EXTR01 SECTION.
           MOVE 1 TO WS-MAN-IX
           PERFORM CA-START-FILE
           OPEN INPUT WS-EXTRACT1
           IF WS-EXTR1-STATUS = '00'
              SET EXTRACT-OPEN TO TRUE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR1
              PERFORM UNTIL EOF-Y
                 IF TRAILER-SEEN
                    ADD 1 TO WS-BAD-REC-CNT
                 ELSE
                    EVALUATE WS-EXTRACT1-REC(1:1)
                       WHEN 'D'
                          MOVE WS-EXTRACT1-REC TO WS-EXTR-DAY1
                          ADD 1 TO WS-DET-COUNT
                          ADD WS-X1D-VALUE TO WS-DET-TOTAL
                       WHEN 'T'
                          MOVE WS-EXTRACT1-REC TO WS-EXTR1-TOTAL
                          SET TRAILER-SEEN TO TRUE
                          MOVE WS-X1T-ACCUM TO WS-TRL-COUNT
                          MOVE WS-X1T-TOTAL TO WS-TRL-TOTAL
                          MOVE WS-X1T-DATE  TO WS-TRL-DATE
                       WHEN OTHER
                          ADD 1 TO WS-BAD-REC-CNT
                    END-EVALUATE
                 END-IF
                 PERFORM R-READ-EXTR1
              END-PERFORM
              CLOSE WS-EXTRACT1
           END-IF
           PERFORM CC-JUDGE-FILE
           SET HEADER-NOT-NEEDED TO TRUE
           IF FEED-APPEND
              OPEN EXTEND WS-FEED1
              IF WS-FEED1-STATUS = '35'
                 OPEN OUTPUT WS-FEED1
                 SET HEADER-NEEDED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT WS-FEED1
              SET HEADER-NEEDED TO TRUE
           END-IF
           IF HEADER-NEEDED
              MOVE 'LINE_SEQ' TO WS-CSV-TEXT
              PERFORM XH-DAY1-HEADER
              WRITE WS-FEED1-REC FROM WS-CSV-LINE
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              OPEN INPUT WS-EXTRACT1
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR1
              PERFORM UNTIL EOF-Y
                 IF WS-EXTRACT1-REC(1:1) = 'D'
                    MOVE WS-EXTRACT1-REC TO WS-EXTR-DAY1
                    PERFORM XR-DAY1-ROW
                    WRITE WS-FEED1-REC FROM WS-CSV-LINE
                    IF WS-FEED1-STATUS = '00'
                       ADD 1 TO WS-ROW-COUNT
                    ELSE
                       SET FEED-WRITE-FAILED TO TRUE
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR1
              END-PERFORM
              CLOSE WS-EXTRACT1
           END-IF
           CLOSE WS-FEED1
           PERFORM CE-FINISH-FILE
           .

      * C-PUBLISH-EXTR04 - THE RECYCLE SUPPLEMENT: ONE ROW PER
      * CORRECTED LINE, BALANCED TO THE TRAILER'S CORRECTED COUNT AND
      * DELTA SUMMA. ITS TRAILER CARRIES NO DATE, SO IT IS TAKEN AS THE
      * DATE'S ONLY WHEN THE RECYCLE RAN FOR THE DATE.
       C-PUBLISH-EXTR04 SECTION.
           MOVE 2 TO WS-MAN-IX
           PERFORM CA-START-FILE
           SET DATE-NOT-CHECKED TO TRUE
           IF WS-RECYCLE-FLAG = 'Y'
              OPEN INPUT WS-EXTRACT4
              IF WS-EXTR4-STATUS = '00'
                 SET EXTRACT-OPEN TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-EXTR4
                 PERFORM UNTIL EOF-Y
                    IF TRAILER-SEEN
                       ADD 1 TO WS-BAD-REC-CNT
                    ELSE
                       EVALUATE WS-EXTRACT4-REC(1:1)
                          WHEN 'D'
                             MOVE WS-EXTRACT4-REC TO WS-EXTR-DAY1
                             ADD 1 TO WS-DET-COUNT
                             ADD WS-X1D-VALUE TO WS-DET-TOTAL
                          WHEN 'T'
                             MOVE WS-EXTRACT4-REC TO WS-EXTR4-TOTAL
                             SET TRAILER-SEEN TO TRUE
                             MOVE WS-X4T-CORRECTED TO WS-TRL-COUNT
                             MOVE WS-X4T-DELTA     TO WS-TRL-TOTAL
                          WHEN OTHER
                             ADD 1 TO WS-BAD-REC-CNT
                       END-EVALUATE
                    END-IF
                    PERFORM R-READ-EXTR4
                 END-PERFORM
                 CLOSE WS-EXTRACT4
              END-IF
              PERFORM CC-JUDGE-FILE
           ELSE
              MOVE 'NO RECYCLE RUN FOR THE DATE'
                TO WS-MAN-REASON(WS-MAN-IX)
           END-IF
           SET HEADER-NOT-NEEDED TO TRUE
           IF FEED-APPEND
              OPEN EXTEND WS-FEED4
              IF WS-FEED4-STATUS = '35'
                 OPEN OUTPUT WS-FEED4
                 SET HEADER-NEEDED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT WS-FEED4
              SET HEADER-NEEDED TO TRUE
           END-IF
           IF HEADER-NEEDED
              MOVE 'EXCEPTION_SEQ' TO WS-CSV-TEXT
              PERFORM XH-DAY1-HEADER
              WRITE WS-FEED4-REC FROM WS-CSV-LINE
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              OPEN INPUT WS-EXTRACT4
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR4
              PERFORM UNTIL EOF-Y
                 IF WS-EXTRACT4-REC(1:1) = 'D'
                    MOVE WS-EXTRACT4-REC TO WS-EXTR-DAY1
                    PERFORM XR-DAY1-ROW
                    WRITE WS-FEED4-REC FROM WS-CSV-LINE
                    IF WS-FEED4-STATUS = '00'
                       ADD 1 TO WS-ROW-COUNT
                    ELSE
                       SET FEED-WRITE-FAILED TO TRUE
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR4
              END-PERFORM
              CLOSE WS-EXTRACT4
           END-IF
           CLOSE WS-FEED4
           PERFORM CE-FINISH-FILE
           .

      * C-PUBLISH-EXTR02 - CUBE VERDICTS: ONE ROW PER ACCEPTED GAME,
      * BALANCED TO THE TRAILER'S POSSIBLE PLUS NOT-POSSIBLE COUNT AND
      * ITS SUMMA OF POSSIBLE GAME IDS.
       C-PUBLISH-EXTR02 SECTION.
           MOVE 3 TO WS-MAN-IX
           PERFORM CA-START-FILE
           OPEN INPUT WS-EXTRACT2
           IF WS-EXTR2-STATUS = '00'
              SET EXTRACT-OPEN TO TRUE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR2
              PERFORM UNTIL EOF-Y
                 IF TRAILER-SEEN
                    ADD 1 TO WS-BAD-REC-CNT
                 ELSE
                    EVALUATE WS-EXTRACT2-REC(1:1)
                       WHEN 'D'
                          MOVE WS-EXTRACT2-REC TO WS-EXTR-DETAIL
                          ADD 1 TO WS-DET-COUNT
                          IF WS-XD-FLAG = 'P'
                             ADD WS-XD-GAME-ID TO WS-DET-TOTAL
                          END-IF
                       WHEN 'T'
                          MOVE WS-EXTRACT2-REC TO WS-EXTR2-TOTAL
                          SET TRAILER-SEEN TO TRUE
                          COMPUTE WS-TRL-COUNT = WS-X2-POSS
                                               + WS-X2-NOTPOSS
                          MOVE WS-X2-SUMMA TO WS-TRL-TOTAL
                          MOVE WS-X2-DATE  TO WS-TRL-DATE
                       WHEN OTHER
                          ADD 1 TO WS-BAD-REC-CNT
                    END-EVALUATE
                 END-IF
                 PERFORM R-READ-EXTR2
              END-PERFORM
              CLOSE WS-EXTRACT2
           END-IF
           PERFORM CC-JUDGE-FILE
           SET HEADER-NOT-NEEDED TO TRUE
           IF FEED-APPEND
              OPEN EXTEND WS-FEED2
              IF WS-FEED2-STATUS = '35'
                 OPEN OUTPUT WS-FEED2
                 SET HEADER-NEEDED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT WS-FEED2
              SET HEADER-NEEDED TO TRUE
           END-IF
           IF HEADER-NEEDED
              PERFORM XH-CUBE-HEADER
              WRITE WS-FEED2-REC FROM WS-CSV-LINE
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              OPEN INPUT WS-EXTRACT2
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR2
              PERFORM UNTIL EOF-Y
                 IF WS-EXTRACT2-REC(1:1) = 'D'
                    MOVE WS-EXTRACT2-REC TO WS-EXTR-DETAIL
                    PERFORM XR-CUBE-ROW
                    WRITE WS-FEED2-REC FROM WS-CSV-LINE
                    IF WS-FEED2-STATUS = '00'
                       ADD 1 TO WS-ROW-COUNT
                    ELSE
                       SET FEED-WRITE-FAILED TO TRUE
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR2
              END-PERFORM
              CLOSE WS-EXTRACT2
           END-IF
           CLOSE WS-FEED2
           PERFORM CE-FINISH-FILE
           .

      * C-PUBLISH-EXTR03 - CUBE POWERS: ONE ROW PER ACCUMULATED GAME,
      * BALANCED TO THE TRAILER'S ACCUMULATED COUNT AND SUM OF POWERS.
       C-PUBLISH-EXTR03 SECTION.
           MOVE 4 TO WS-MAN-IX
           PERFORM CA-START-FILE
           OPEN INPUT WS-EXTRACT3
           IF WS-EXTR3-STATUS = '00'
              SET EXTRACT-OPEN TO TRUE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR3
              PERFORM UNTIL EOF-Y
                 IF TRAILER-SEEN
                    ADD 1 TO WS-BAD-REC-CNT
                 ELSE
                    EVALUATE WS-EXTRACT3-REC(1:1)
                       WHEN 'D'
                          MOVE WS-EXTRACT3-REC TO WS-EXTR-DETAIL
                          ADD 1 TO WS-DET-COUNT
                          ADD WS-XD-POWER TO WS-DET-TOTAL
                       WHEN 'T'
                          MOVE WS-EXTRACT3-REC TO WS-EXTR3-TOTAL
                          SET TRAILER-SEEN TO TRUE
                          MOVE WS-X3-ACCUM TO WS-TRL-COUNT
                          MOVE WS-X3-SUM   TO WS-TRL-TOTAL
                          MOVE WS-X3-DATE  TO WS-TRL-DATE
                       WHEN OTHER
                          ADD 1 TO WS-BAD-REC-CNT
                    END-EVALUATE
                 END-IF
                 PERFORM R-READ-EXTR3
              END-PERFORM
              CLOSE WS-EXTRACT3
           END-IF
           PERFORM CC-JUDGE-FILE
           SET HEADER-NOT-NEEDED TO TRUE
           IF FEED-APPEND
              OPEN EXTEND WS-FEED3
              IF WS-FEED3-STATUS = '35'
                 OPEN OUTPUT WS-FEED3
                 SET HEADER-NEEDED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT WS-FEED3
              SET HEADER-NEEDED TO TRUE
           END-IF
           IF HEADER-NEEDED
              PERFORM XH-CUBE-HEADER
              WRITE WS-FEED3-REC FROM WS-CSV-LINE
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              OPEN INPUT WS-EXTRACT3
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR3
              PERFORM UNTIL EOF-Y
                 IF WS-EXTRACT3-REC(1:1) = 'D'
                    MOVE WS-EXTRACT3-REC TO WS-EXTR-DETAIL
                    PERFORM XR-CUBE-ROW
                    WRITE WS-FEED3-REC FROM WS-CSV-LINE
                    IF WS-FEED3-STATUS = '00'
                       ADD 1 TO WS-ROW-COUNT
                    ELSE
                       SET FEED-WRITE-FAILED TO TRUE
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR3
              END-PERFORM
              CLOSE WS-EXTRACT3
           END-IF
           CLOSE WS-FEED3
           PERFORM CE-FINISH-FILE
           .

      * C-PUBLISH-EXTM01 - THE STITCHED CUBE EXTRACT AC2302XM BUILDS
      * AFTER A SEPARATE-STEP NIGHT, BALANCED LIKE EXTR02 TO THE
      * EXTR02 TRAILER IT CARRIES. ON A NIGHT IT WAS NOT BUILT FOR THE
      * DATE IT IS REPORTED NOT READY.
       C-PUBLISH-EXTM01 SECTION.
           MOVE 5 TO WS-MAN-IX
           PERFORM CA-START-FILE
           OPEN INPUT WS-MERGED1
           IF WS-MERGED-STATUS = '00'
              SET EXTRACT-OPEN TO TRUE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-MERGED1
              PERFORM UNTIL EOF-Y
                 IF TRAILER-SEEN
                    ADD 1 TO WS-BAD-REC-CNT
                 ELSE
                    EVALUATE WS-MERGED1-REC(1:1)
                       WHEN 'D'
                          MOVE WS-MERGED1-REC TO WS-EXTR-DETAIL
                          ADD 1 TO WS-DET-COUNT
                          IF WS-XD-FLAG = 'P'
                             ADD WS-XD-GAME-ID TO WS-DET-TOTAL
                          END-IF
                       WHEN 'T'
                          MOVE WS-MERGED1-REC TO WS-EXTR2-TOTAL
                          SET TRAILER-SEEN TO TRUE
                          COMPUTE WS-TRL-COUNT = WS-X2-POSS
                                               + WS-X2-NOTPOSS
                          MOVE WS-X2-SUMMA TO WS-TRL-TOTAL
                          MOVE WS-X2-DATE  TO WS-TRL-DATE
                       WHEN OTHER
                          ADD 1 TO WS-BAD-REC-CNT
                    END-EVALUATE
                 END-IF
                 PERFORM R-READ-MERGED1
              END-PERFORM
              CLOSE WS-MERGED1
           END-IF
           PERFORM CC-JUDGE-FILE
           SET HEADER-NOT-NEEDED TO TRUE
           IF FEED-APPEND
              OPEN EXTEND WS-FEEDM1
              IF WS-FEEDM-STATUS = '35'
                 OPEN OUTPUT WS-FEEDM1
                 SET HEADER-NEEDED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT WS-FEEDM1
              SET HEADER-NEEDED TO TRUE
           END-IF
           IF HEADER-NEEDED
              PERFORM XH-CUBE-HEADER
              WRITE WS-FEEDM1-REC FROM WS-CSV-LINE
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              OPEN INPUT WS-MERGED1
              SET NOT-EOF TO TRUE
              PERFORM R-READ-MERGED1
              PERFORM UNTIL EOF-Y
                 IF WS-MERGED1-REC(1:1) = 'D'
                    MOVE WS-MERGED1-REC TO WS-EXTR-DETAIL
                    PERFORM XR-CUBE-ROW
                    WRITE WS-FEEDM1-REC FROM WS-CSV-LINE
                    IF WS-FEEDM-STATUS = '00'
                       ADD 1 TO WS-ROW-COUNT
                    ELSE
                       SET FEED-WRITE-FAILED TO TRUE
                    END-IF
                 END-IF
                 PERFORM R-READ-MERGED1
              END-PERFORM
              CLOSE WS-MERGED1
           END-IF
           CLOSE WS-FEEDM1
           PERFORM CE-FINISH-FILE
           .

      * CC-JUDGE-FILE - AFTER THE FIRST PASS: AN EXTRACT IS READY TO
      * PUBLISH ONLY WHEN IT ENDS IN ITS 'T' RECORD, IS FOR THE
      * BUSINESS DATE, AND ITS DETAIL RECORDS AGREE WITH THE 'T'
      * RECORD IN NUMBER AND CONTROL TOTAL. AN EXTRACT THAT IS SIMPLY
      * NOT THE DATE'S WAS NOT PRODUCED TONIGHT; ONE THAT IS THE
      * DATE'S BUT DOES NOT BALANCE, OR HAS NO 'T' RECORD AT ALL, IS
      * AN EXCEPTION.
       CC-JUDGE-FILE SECTION.
           MOVE 'N' TO WS-MAN-READY(WS-MAN-IX)
           IF TRAILER-SEEN
              MOVE WS-TRL-TOTAL TO WS-MAN-CONTROL(WS-MAN-IX)
           END-IF
           EVALUATE TRUE
              WHEN EXTRACT-ABSENT
                 MOVE 'EXTRACT NOT PRESENT'
                   TO WS-MAN-REASON(WS-MAN-IX)
              WHEN TRAILER-MISSING
                 MOVE 'NO TRAILER - EXTRACT INCOMPLETE'
                   TO WS-MAN-REASON(WS-MAN-IX)
                 ADD 1 TO WS-EXCEPT-COUNT
              WHEN DATE-CHECKED AND WS-TRL-DATE NOT = WS-BUS-DATE
                 MOVE SPACES TO WS-MAN-REASON(WS-MAN-IX)
                 STRING 'EXTRACT IS FOR ' WS-TRL-DATE
                        ', NOT THIS DATE'
                        DELIMITED BY SIZE
                        INTO WS-MAN-REASON(WS-MAN-IX)
              WHEN WS-BAD-REC-CNT > 0
                 MOVE 'UNRECOGNIZED RECORDS ON EXTRACT'
                   TO WS-MAN-REASON(WS-MAN-IX)
                 ADD 1 TO WS-EXCEPT-COUNT
              WHEN WS-DET-COUNT NOT = WS-TRL-COUNT
                 MOVE 'DETAIL COUNT NOT EQUAL TO TRAILER'
                   TO WS-MAN-REASON(WS-MAN-IX)
                 ADD 1 TO WS-EXCEPT-COUNT
              WHEN WS-DET-TOTAL NOT = WS-TRL-TOTAL
                 MOVE 'CONTROL TOTAL NOT EQUAL TO TRAILER'
                   TO WS-MAN-REASON(WS-MAN-IX)
                 ADD 1 TO WS-EXCEPT-COUNT
              WHEN OTHER
                 MOVE 'Y' TO WS-MAN-READY(WS-MAN-IX)
                 MOVE SPACES TO WS-MAN-REASON(WS-MAN-IX)
           END-EVALUATE
           .

      * CE-FINISH-FILE - RECORD THE ROWS WRITTEN AND REPORT THE FEED.
      * A FEED THAT COULD NOT BE WRITTEN IN FULL IS NOT READY, WHATEVER
      * ITS EXTRACT SAID.
       CE-FINISH-FILE SECTION.
           MOVE WS-ROW-COUNT TO WS-MAN-ROWS(WS-MAN-IX)
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              IF FEED-WRITE-FAILED OR WS-ROW-COUNT NOT = WS-DET-COUNT
                 MOVE 'N' TO WS-MAN-READY(WS-MAN-IX)
                 MOVE 'FEED FILE WRITE FAILED'
                   TO WS-MAN-REASON(WS-MAN-IX)
                 ADD 1 TO WS-EXCEPT-COUNT
              END-IF
           END-IF
           IF WS-MAN-READY(WS-MAN-IX) = 'Y'
              ADD 1 TO WS-READY-COUNT
           ELSE
              ADD 1 TO WS-NOT-READY-CNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MAN-EXTRACT(WS-MAN-IX) ' -> '
                  WS-MAN-FEED(WS-MAN-IX)
                  '  ROWS ' WS-MAN-ROWS(WS-MAN-IX)
                  '  CONTROL ' WS-MAN-CONTROL(WS-MAN-IX)
                  '  READY ' WS-MAN-READY(WS-MAN-IX)
                  '  ' WS-MAN-REASON(WS-MAN-IX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * D-WRITE-MANIFEST - THE DATE'S MANIFEST ROWS GO OUT LAST, AFTER
      * EVERY FEED FILE IS CLOSED.
       D-WRITE-MANIFEST SECTION.
           OPEN EXTEND WS-MANIFEST
           IF WS-MANIFEST-STATUS = '35'
              OPEN OUTPUT WS-MANIFEST
              PERFORM DA-MANIFEST-HEADER
           END-IF
           IF WS-MANIFEST-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: MANIFEST NOT WRITTEN, STATUS='
                     WS-MANIFEST-STATUS
                     ' - NO FEED MAY BE LOADED FOR THE DATE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 1 TO WS-MAN-IX
              PERFORM UNTIL WS-MAN-IX > 5
                 PERFORM DB-MANIFEST-ROW
                 WRITE WS-MANIFEST-REC FROM WS-CSV-LINE
                 ADD 1 TO WS-MAN-IX
              END-PERFORM
              CLOSE WS-MANIFEST
           END-IF
           .

       DA-MANIFEST-HEADER SECTION.
           MOVE SPACES TO WS-CSV-LINE
           STRING 'BUSINESS_DATE,EXTRACT,FEED_FILE,RECORD_COUNT,'
                  'CONTROL_TOTAL,CONTROL_BASIS,READY,REASON,'
                  'PUBLISHED_DATE,PUBLISHED_TIME'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE WS-MANIFEST-REC FROM WS-CSV-LINE
           .

       DB-MANIFEST-ROW SECTION.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE WS-BUS-DATE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-MAN-EXTRACT(WS-MAN-IX) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-MAN-FEED(WS-MAN-IX) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-MAN-ROWS(WS-MAN-IX) TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-MAN-CONTROL(WS-MAN-IX) TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-MAN-BASIS(WS-MAN-IX) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-MAN-READY(WS-MAN-IX) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-MAN-REASON(WS-MAN-IX) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-RUN-DATE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-RUN-TIME(1:6) TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           .

      * XH-DAY1-HEADER - COLUMN NAMES FOR THE DAY 1 FEEDS. THE
      * SEQUENCE COLUMN'S NAME COMES IN WS-CSV-TEXT: THE INPUT LINE
      * NUMBER ON EXTR01, THE EXCEPTION NUMBER ON EXTR04.
       XH-DAY1-HEADER SECTION.
           MOVE SPACES TO WS-CSV-LINE
           STRING 'BUSINESS_DATE,' DELIMITED BY SIZE
                  WS-CSV-TEXT DELIMITED BY SPACE
                  ',FIRST_DIGIT,SECOND_DIGIT,LINE_VALUE,'
                  'WORDS_SUBSTITUTED,SUBSTITUTED_WORDS'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           .

      * XH-CUBE-HEADER - COLUMN NAMES FOR THE CUBE FEEDS. THE MAXIMA
      * ARE NUMBERED IN COLOR01 ORDER: COLORS 1-3 SIT BEFORE THE POWER
      * AND COLORS 4-8 AFTER THE COLOR COUNT, AS ON THE EXTRACT.
       XH-CUBE-HEADER SECTION.
           MOVE SPACES TO WS-CSV-LINE
           STRING 'BUSINESS_DATE,GAME_ID,VERDICT,MAX_COLOR1,'
                  'MAX_COLOR2,MAX_COLOR3,POWER,COLOR_COUNT,'
                  'MAX_COLOR4,MAX_COLOR5,MAX_COLOR6,MAX_COLOR7,'
                  'MAX_COLOR8'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           .

       XR-DAY1-ROW SECTION.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE WS-BUS-DATE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-SEQ TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-FIRST TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-SECOND TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-VALUE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-SUBST-COUNT TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-X1D-SUBST-WORDS TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           .

       XR-CUBE-ROW SECTION.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE WS-BUS-DATE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-GAME-ID TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-FLAG TO WS-CSV-TEXT
           PERFORM XT-PUT-TEXT
           MOVE WS-XD-MAX-RED TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-MAX-GREEN TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-MAX-BLUE TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-POWER TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE WS-XD-COLORS TO WS-CSV-NUM
           PERFORM XN-PUT-NUM
           MOVE 1 TO WS-CSV-IX
           PERFORM UNTIL WS-CSV-IX > 5
              IF WS-XD-MAX-EXTRA(WS-CSV-IX) IS NUMERIC
                 MOVE WS-XD-MAX-EXTRA(WS-CSV-IX) TO WS-CSV-NUM
              ELSE
                 MOVE 0 TO WS-CSV-NUM
              END-IF
              PERFORM XN-PUT-NUM
              ADD 1 TO WS-CSV-IX
           END-PERFORM
           .

      * XN-PUT-NUM - APPEND WS-CSV-NUM TO THE ROW WITHOUT ITS LEADING
      * ZEROS, AFTER A COMMA UNLESS IT IS THE ROW'S FIRST COLUMN.
       XN-PUT-NUM SECTION.
           IF WS-CSV-PTR > 1
              STRING ',' DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           MOVE WS-CSV-NUM TO WS-CSV-NUM-ED
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-NUM-ED TALLYING WS-CSV-LEAD
                   FOR LEADING SPACE
           STRING WS-CSV-NUM-ED(WS-CSV-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           .

      * XT-PUT-TEXT - APPEND WS-CSV-TEXT TO THE ROW IN DOUBLE QUOTES
      * WITHOUT ITS TRAILING SPACES, AFTER A COMMA UNLESS IT IS THE
      * ROW'S FIRST COLUMN. A DOUBLE QUOTE INSIDE THE TEXT WOULD END
      * THE FIELD EARLY, SO IT IS SENT AS A SINGLE QUOTE.
       XT-PUT-TEXT SECTION.
           IF WS-CSV-PTR > 1
              STRING ',' DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY ''''
           MOVE 40 TO WS-CSV-TLEN
           SET TEXT-END-NOT-FOUND TO TRUE
           PERFORM UNTIL TEXT-END-FOUND OR WS-CSV-TLEN = 0
              IF WS-CSV-TEXT(WS-CSV-TLEN:1) = SPACE
                 SUBTRACT 1 FROM WS-CSV-TLEN
              ELSE
                 SET TEXT-END-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-CSV-TLEN = 0
              STRING '""' DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
              STRING '"' WS-CSV-TEXT(1:WS-CSV-TLEN) '"'
                     DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           .

       R-READ-EXTR1 SECTION.
           READ WS-EXTRACT1
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-EXTR4 SECTION.
           READ WS-EXTRACT4
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-EXTR2 SECTION.
           READ WS-EXTRACT2
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-EXTR3 SECTION.
           READ WS-EXTRACT3
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-MERGED1 SECTION.
           READ WS-MERGED1
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

      * Z-CLOSE - A FEED THAT IS THE DATE'S BUT WOULD NOT BALANCE IS
      * A RECONCILIATION EXCEPTION (RC 8); A FEED THAT SIMPLY WAS NOT
      * PRODUCED FOR THE DATE IS REPORTED BUT IS NOT AN ERROR.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FEEDS READY        : ' WS-READY-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FEEDS NOT READY    : ' WS-NOT-READY-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-EXCEPT-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RECONCILIATION EXCEPTIONS: ' WS-EXCEPT-COUNT
                     ' - SEE LISTING ABOVE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE PUBLICATION LISTING SURVIVES
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
