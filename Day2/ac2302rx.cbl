                             FILE STATUS IS WS-CORR-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
           SELECT WS-REJECT1 ASSIGN TO EXCEPT05
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
           SELECT WS-DATE-FILE ASSIGN TO DATE01
                             FILE STATUS IS WS-DATE-STATUS.
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
      * CARRIES THE SEQUENCE NUMBER (POSITION WITHIN EXCEPT02, FROM 1)
      * OF THE EXCEPTION IT REPAIRS, FOLLOWED BY THE CORRECTED GAME
      * RECORD THAT REPLACES THE MANGLED VENDOR LINE AND, IN COLUMNS
      * 166-173, THE BUSINESS DATE OF THAT EXCEPTION. A BLANK DATE
      * MEANS THE DATE BEING RECYCLED; AN EARLIER DATE REPAIRS AN
      * ITEM STILL OPEN ON THE EXCEPTIONS MASTER (E-PRIOR-DATE).
       FD WS-CORR-FILE.
       01 WS-CORR-REC.
          05 WS-CORR-SEQ       PIC 9(5).
          05 WS-CORR-TEXT      PIC X(160).
          05 WS-CORR-DATE      PIC X(8).
      * WS-PARM-FILE - CONTROL CARD TYING THE RECYCLE TO THE ORIGINAL
      * RUN: COLUMNS 1-6 THE RGB BAG LIMITS THE ORIGINAL RUN USED
      * (SPACES MEANS THE COLOR01 LIMITS), COLUMNS 7-15 ITS SUMMA,
      * COLUMNS 16-24 ITS SUM AND COLUMNS 25-29 ITS GAMES REJECTED
      * COUNT, ALL AS PRINTED ON THE ORIGINAL TRAILERS, THEN TWO
      * COLUMNS PER COLOR FOR COLORS 4-8 FROM COLUMN 30 (A BLANK
      * PAIR AGAIN MEANS THE COLOR01 LIMIT).
      * WITHOUT A CARD THE RECYCLE STILL RUNS, BUT ONLY THE DELTAS
      * CAN BE REPORTED.
       FD WS-PARM-FILE.
          05 WS-PARM-ORIG-SUMMA PIC 9(9).
          05 WS-PARM-ORIG-SUM   PIC 9(9).
          05 WS-PARM-ORIG-REJ   PIC 9(5).
          05 WS-PARM-EXTRA-LIM  PIC X(2) OCCURS 5.
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
      * WS-REJECT1 - EXCEPTIONS THIS RECYCLE STILL COULD NOT REPAIR:
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
      * WS-GAME-REC, SO A REPAIR THAT MOVES A FIGURE BETWEEN
      * BUSINESS DATES CAN BE SHOWN TO ANALYTICS INSTEAD OF
      * SHRUGGED AT. BROWSED BY AC2302CL.
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
      * WS-DATE-FILE - THE BUSINESS DATE CARD THE DRIVER WRITES FOR THE
      * DAILY PROGRAMS, SO THE EXCEPTIONS ARE MATCHED TO THE ITEMS THE
      * DAY'S RUN PUT ON THE EXCEPTIONS MASTER.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
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
          05 WS-POS            PIC 999.
          05 WS-AMOUNT         PIC 9(2).
          05 WS-CUR-MAXIMA.
             10 WS-CUR-MAX     PIC 9(2) OCCURS 8.
          05 WS-POWER          PIC 9(7).
          05 WS-TEMP           PIC 9(5).
          05 WS-DELTA-SUMMA    PIC 9(9).
          05 WS-COLON-COUNT    PIC 999.
          05 WS-ID-IX          PIC 9.
          05 WS-RUN-DATE       PIC 9(8).
      * WS-BUS-DATE IS THE BUSINESS DATE BEING RECYCLED (DATE01);
      * WS-SCAN-DATE THE ONE WHOSE EXCEPTION IS IN HAND - THE BUSINESS
      * DATE, OR A PRIOR-DATE CORRECTION'S OWN DATE.
          05 WS-BUS-DATE       PIC 9(8).
          05 WS-SCAN-DATE      PIC 9(8).
          05 WS-PARMMST-STATUS PIC XX.
          05 WS-PARM-SOURCE    PIC X(40).
          05 WS-RES-NAME       PIC X(8).
          05 WS-RES-DATE       PIC 9(8).
          05 WS-RES-FOUND      PIC X.
          05 WS-RES-VALUE      PIC X(16).
          05 WS-RES-LIMITS REDEFINES WS-RES-VALUE.
             10 WS-RES-LIM     PIC X(2) OCCURS 8.
          05 WS-RES-EFF-DATE   PIC 9(8).
          05 WS-TODAY          PIC 9(8).
          05 WS-MASTER-DATE    PIC 9(8).
          05 WS-EXC-REASON     PIC X(30).
          05 WS-PRIOR-CNT      PIC 9(5).
          05 WS-PRIOR-FIXED    PIC 9(5).
          05 WS-PRIOR-REJ      PIC 9(5).
          05 WS-PRIOR-SKIP     PIC 9(5).
          05 WS-PRIOR-SUMMA    PIC 9(9).
          05 WS-PRIOR-SUM      PIC 9(9).
          05 WS-DATE-STATUS    PIC XX.
          05 WS-EXCMST-STATUS  PIC XX.
          05 WS-EXCEPT2-STATUS PIC XX.
          05 WS-EXCEPT3-STATUS PIC XX.
          05 WS-CORR-STATUS    PIC XX.
          05 WS-REJECT-STATUS  PIC XX.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
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
      * WS-LIMITS - THE RUN'S OFFICIAL BAG LIMITS IN COLOR TABLE
      * ORDER, FROM THE CONTROL CARD OR THE COLOR TABLE. KEPT
      * OUTSIDE WS-VARIABLES SO B-INIT'S INITIALIZE DOES NOT CLEAR A
      * CARD ALREADY LOADED.
       01 WS-LIMITS.
          05 WS-LIM            PIC 9(2) OCCURS 8 VALUE 0.
      * WS-CARD-LIMITS - THE PAIRS KEYED ON THE CONTROL CARD, SPACES
      * FOR A PAIR LEFT BLANK; WS-RUN-LIMITS HOLDS THE RUN'S OWN SET
      * WHILE A PRIOR-DATE CORRECTION IS JUDGED AGAINST ITS DATE'S.
       01 WS-CARD-LIMITS.
          05 WS-CARD-LIM       PIC X(2) OCCURS 8 VALUE SPACES.
       01 WS-RUN-LIMITS.
          05 WS-RUN-LIM        PIC 9(2) OCCURS 8.
      * WS-CORR-TABLE - THE CORRECTIONS FILE LOADED UP FRONT SO EACH
      * EXCEPTION CAN BE MATCHED BY ITS SEQUENCE NUMBER REGARDLESS OF
      * THE ORDER OPERATIONS KEYED THE CORRECTIONS IN.
          05 WS-CORR-ENTRY OCCURS 500.
             10 WS-CT-SEQ      PIC 9(5).
             10 WS-CT-TEXT     PIC X(160).
             10 WS-CT-DATE     PIC X(8).
      * WS-CHG-RECORD - CHANGE-LOG RECORD BUILT HERE AND WRITTEN
      * FROM: GAME ID, ADD/CHANGE/HISTORY-ONLY ACTION, THE OLD AND
      * NEW VERDICT/MAXIMA/POWER IMAGES, THE UPDATING PROGRAM AND THE
      * BUSINESS DATE. THE LAYOUT MUST MATCH AC2302CL FIELD FOR FIELD.
       01 WS-CHG-RECORD.
          05 WS-CG-GAME-ID     PIC 9(5).
          05 WS-CG-ACTION      PIC X.
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
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
          05 GHIST-SWITCH        PIC X VALUE 'N'.
             88 GHIST-ON         VALUE 'Y'.
             88 GHIST-OFF        VALUE 'N'.
          05 EXCMST-SWITCH       PIC X VALUE 'N'.
             88 EXCMST-ON        VALUE 'Y'.
             88 EXCMST-OFF       VALUE 'N'.
          05 PARMMST-EOF-SWITCH  PIC X VALUE 'N'.
             88 PARMMST-EOF      VALUE 'Y'.
             88 PARMMST-NOT-EOF  VALUE 'N'.
          05 CARD-LIMITS-SWITCH  PIC X VALUE 'N'.
             88 CARD-LIMITS      VALUE 'Y'.
          05 CARD-EXTRAS-SWITCH  PIC X VALUE 'N'.
             88 CARD-EXTRAS      VALUE 'Y'.
          05 MASTER-NEWER-SWITCH PIC X VALUE 'N'.
             88 MASTER-NEWER     VALUE 'Y'.
             88 MASTER-NOT-NEWER VALUE 'N'.
          05 LIMIT-ENTRY-SWITCH  PIC X VALUE 'Y'.
             88 LIMIT-ENTRY-OK   VALUE 'Y'.
             88 LIMIT-ENTRY-BAD  VALUE 'N'.
          05 EXC-OUTCOME-SWITCH  PIC X.
             88 EXC-REPAIRED     VALUE 'R'.
             88 EXC-STILL-OPEN   VALUE 'O'.
             88 EXC-UNTRIED      VALUE 'U'.
          05 REC-STATUS          PIC X.
             88 REC-VALID        VALUE 'Y'.
             88 REC-INVALID      VALUE 'N'.
             88 ID-ENDED         VALUE 'Y'.
          05 COLOR-SEEN-SWITCH   PIC X.
             88 COLOR-SEEN       VALUE 'Y'.
          05 OVER-LIMIT-SWITCH   PIC X.
             88 OVER-LIMIT       VALUE 'Y'.
             88 WITHIN-LIMIT     VALUE 'N'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
          05 CORR-FOUND-SWITCH   PIC X.
             88 CORR-FOUND       VALUE 'Y'.
             88 CORR-NOT-FOUND   VALUE 'N'.
           PERFORM BA-LOAD-CORRECTIONS
           PERFORM BC-COUNT-EXCEPT3
           PERFORM C-PROCESS
           PERFORM E-PRIOR-DATE
           PERFORM Z-CLOSE
           .
           GOBACK.
           END-IF
           OPEN OUTPUT WS-REPORT1
           OPEN OUTPUT WS-REJECT1
           PERFORM BK-LOAD-COLORS
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MOVE WS-CLR-LIMIT(WS-CLR-IX) TO WS-LIM(WS-CLR-IX)
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           MOVE 'COLOR01' TO WS-PARM-SOURCE
           OPEN INPUT  WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
                 IF WS-PARM-MAX-RED IS NUMERIC
                    AND WS-PARM-MAX-GREEN IS NUMERIC
                    AND WS-PARM-MAX-BLUE IS NUMERIC
                    SET CARD-LIMITS TO TRUE
                    MOVE 'CONTROL CARD' TO WS-PARM-SOURCE
                    MOVE WS-PARM-MAX-RED   TO WS-LIM(1)
                    MOVE WS-PARM-MAX-GREEN TO WS-LIM(2)
                    MOVE WS-PARM-MAX-BLUE  TO WS-LIM(3)
                    MOVE WS-PARM-MAX-RED   TO WS-CARD-LIM(1)
                    MOVE WS-PARM-MAX-GREEN TO WS-CARD-LIM(2)
                    MOVE WS-PARM-MAX-BLUE  TO WS-CARD-LIM(3)
                 END-IF
                 MOVE 4 TO WS-CLR-IX
                 PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                    IF WS-PARM-EXTRA-LIM(WS-CLR-IX - 3) IS NUMERIC
                       SET CARD-EXTRAS TO TRUE
                       MOVE WS-PARM-EXTRA-LIM(WS-CLR-IX - 3)
                         TO WS-LIM(WS-CLR-IX)
                       MOVE WS-PARM-EXTRA-LIM(WS-CLR-IX - 3)
                         TO WS-CARD-LIM(WS-CLR-IX)
                    END-IF
                    ADD 1 TO WS-CLR-IX
                 END-PERFORM
                 IF WS-PARM-ORIG-SUMMA IS NUMERIC
                    AND WS-PARM-ORIG-SUM IS NUMERIC
                    MOVE WS-PARM-ORIG-SUMMA TO WS-ORIG-SUMMA
              CLOSE WS-PARM-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-TODAY
           OPEN INPUT WS-DATE-FILE
           IF WS-DATE-STATUS = '00'
              READ WS-DATE-FILE
              IF WS-DATE-STATUS = '00' AND WS-DATE-REC IS NUMERIC
                 MOVE WS-DATE-REC TO WS-BUS-DATE
              ELSE
                 MOVE WS-RUN-DATE TO WS-BUS-DATE
              END-IF
              CLOSE WS-DATE-FILE
           ELSE
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           MOVE WS-BUS-DATE TO WS-SCAN-DATE
           IF NOT CARD-LIMITS
              PERFORM BP-RESOLVE-LIMITS
           END-IF
           MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
           MOVE WS-LIMITS TO WS-SHOW-CUBES
           PERFORM XD-COLOR-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PARAMETERS: LIMITS '
                  WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                  '  FROM ' WS-PARM-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           PERFORM BB-OPEN-MASTER
           PERFORM BF-OPEN-EXCMST
           .

      * BP-RESOLVE-LIMITS - WITHOUT RGB LIMITS ON THE CONTROL CARD
      * THE RECYCLE TAKES THE OFFICIAL LIMIT SET (LIMITS01) IN FORCE
      * ON PARMMST FOR WS-SCAN-DATE, SO A REPAIRED GAME GETS THE
      * VERDICT THAT DATE'S RUN WOULD HAVE GIVEN IT. THE ENTRY IS A
      * LIMIT CARD IMAGE - TWO COLUMNS PER COLOR, A BLANK PAIR THE
      * COLOR01 LIMIT; AN ENTRY WITH ANY OTHER NON-NUMERIC PAIR IS
      * IGNORED. NO ENTRY IN FORCE, OR NO MASTER, LEAVES THE LIMITS
      * AS THEY STAND. AN EXTRA-COLOR PAIR KEYED ON THE CONTROL CARD
      * DESCRIBES THE ORIGINAL RUN OF THE BUSINESS DATE, SO FOR THAT
      * DATE IT IS KEPT AND THE ENTRY ONLY FILLS THE PAIRS THE CARD
      * LEFT BLANK.
       BP-RESOLVE-LIMITS SECTION.
           OPEN INPUT WS-PARM-MASTER
           IF WS-PARMMST-STATUS = '00'
              MOVE 'LIMITS01' TO WS-RES-NAME
              MOVE WS-SCAN-DATE TO WS-RES-DATE
              PERFORM BR-RESOLVE-PARM
              IF WS-RES-FOUND = 'Y'
                 SET LIMIT-ENTRY-OK TO TRUE
                 MOVE 1 TO WS-CLR-IX
                 PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                    IF WS-RES-LIM(WS-CLR-IX) IS NOT NUMERIC
                       AND WS-RES-LIM(WS-CLR-IX) NOT = SPACES
                       SET LIMIT-ENTRY-BAD TO TRUE
                    END-IF
                    ADD 1 TO WS-CLR-IX
                 END-PERFORM
                 IF LIMIT-ENTRY-OK
                    MOVE 1 TO WS-CLR-IX
                    PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                       IF WS-RES-LIM(WS-CLR-IX) IS NUMERIC
                          IF WS-CARD-LIM(WS-CLR-IX) IS NOT NUMERIC
                             OR WS-SCAN-DATE NOT = WS-BUS-DATE
                             MOVE WS-RES-LIM(WS-CLR-IX)
                               TO WS-LIM(WS-CLR-IX)
                          END-IF
                       END-IF
                       ADD 1 TO WS-CLR-IX
                    END-PERFORM
                    MOVE SPACES TO WS-PARM-SOURCE
                    IF CARD-EXTRAS AND WS-SCAN-DATE = WS-BUS-DATE
                       STRING 'CARD + PARMMST EFFECTIVE '
                              WS-RES-EFF-DATE
                              DELIMITED BY SIZE INTO WS-PARM-SOURCE
                    ELSE
                       STRING 'PARMMST EFFECTIVE ' WS-RES-EFF-DATE
                              DELIMITED BY SIZE INTO WS-PARM-SOURCE
                    END-IF
                 ELSE
                    DISPLAY 'WARNING: NON-NUMERIC LIMITS01 ENTRY '
                            'EFFECTIVE ' WS-RES-EFF-DATE
                            ' IGNORED - COLOR01 LIMITS IN FORCE'
                 END-IF
              ELSE
                 MOVE 'PARMMST - NONE IN FORCE, COLOR01'
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
      * FIRST USE, AS THE DAILY RUN MAY NOT HAVE MET IT YET. WITHOUT
      * IT THE RECYCLE STILL RUNS; THE ITEMS GO UNRECORDED AND NO
      * PRIOR-DATE CORRECTION CAN BE APPLIED.
       BF-OPEN-EXCMST SECTION.
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

      * BA-LOAD-CORRECTIONS - PULL THE WHOLE CORRECTIONS FILE INTO
      * THE LOOKUP TABLE. A MISSING CORRIN IS NOT AN ERROR - THE RUN
      * THEN SIMPLY REPORTS EVERY EXCEPTION AS STILL UNREPAIRED. A
      * CORRECTION DATED FOR THE BUSINESS DATE IS HELD AS UNDATED;
      * ONE WHOSE DATE IS NOT NUMERIC IS REPORTED AND DROPPED.
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
                    IF WS-CORR-DATE = WS-BUS-DATE
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
                 WRITE WS-REJECT1-REC FROM WS-EXCEPT2-REC
                 ADD 1 TO WS-STILL-REJ-CNT
                 SET EXC-UNTRIED TO TRUE
                 MOVE 'NO CORRECTION SUPPLIED' TO WS-EXC-REASON
                 PERFORM DE-TRACK-EXCEPTION
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
      * GAME RECORD VALIDATION GOES BACK OUT AS AN UNREPAIRED
      * EXCEPTION.
       CC-RECYCLE-GAME SECTION.
           PERFORM CD-READ-CORRECTION
           IF REC-INVALID
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CORRECTION STILL MALFORMED, EXCEPTION '
              PERFORM Z-EMIT-LINE
              WRITE WS-REJECT1-REC FROM WS-CT-TEXT(WS-CORR-IX)
              ADD 1 TO WS-STILL-REJ-CNT
              SET EXC-STILL-OPEN TO TRUE
              MOVE 'CORRECTION STILL MALFORMED' TO WS-EXC-REASON
           ELSE
              IF AMN-OVER-Y
                 ADD 1 TO WS-NOTPOSS-CNT
              ELSE
                 ADD 1 TO WS-POSS-CNT
              END-IF
              ADD WS-POWER TO WS-DELTA-SUM
              ADD 1 TO WS-CORRECTED-CNT
              MOVE WS-CUR-MAXIMA TO WS-SHOW-CUBES
              MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
              PERFORM XD-COLOR-TEXT
              MOVE SPACES TO WS-REPORT-LINE
              IF AMN-OVER-Y
                 STRING 'REPAIRED GAME "' I-ID '" MAX '
                        WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                        ' POWER=' WS-POWER
                        ' NOT POSSIBLE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING 'REPAIRED GAME "' I-ID '" MAX '
                        WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                        ' POWER=' WS-POWER
                        ' IS POSSIBLE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM Z-EMIT-LINE
              PERFORM D-UPDATE-MASTER
              SET EXC-REPAIRED TO TRUE
           END-IF
           PERFORM DE-TRACK-EXCEPTION
           .

      * CD-READ-CORRECTION - THE CORRECTION AT WS-CORR-IX THROUGH THE
      * SAME VALIDATION, MAXIMA, POWER AND LIMIT TESTS THE DAILY
      * PROGRAMS APPLY, LEAVING THE GAME ID IN WS-TEMP AND THE VERDICT
      * IN AMN-POSSIBLE.
       CD-READ-CORRECTION SECTION.
           MOVE WS-CT-TEXT(WS-CORR-IX) TO I-INPUT-AREA
           UNSTRING I-INPUT-AREA DELIMITED BY ':'
           INTO
           I-GAME
           I-OUTCOMES
           END-UNSTRING
           PERFORM CV-VALIDATE-RECORD
           IF REC-VALID
              PERFORM CA-NUMB-CHECKER
              IF NOT COLOR-SEEN
                 SET REC-INVALID TO TRUE
              END-IF
           END-IF
           IF REC-VALID
              UNSTRING I-ID DELIMITED BY SPACE
              INTO WS-TEMP
              END-UNSTRING
              PERFORM CH-COMPUTE-POWER
              INITIALIZE AMN-POSSIBLE
              SET WITHIN-LIMIT TO TRUE
              MOVE 1 TO WS-CLR-IX
              PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                 IF WS-CUR-MAX(WS-CLR-IX) > WS-LIM(WS-CLR-IX)
                    SET OVER-LIMIT TO TRUE
                 END-IF
                 ADD 1 TO WS-CLR-IX
              END-PERFORM
              IF OVER-LIMIT
                 SET AMN-OVER-Y TO TRUE
              END-IF
           END-IF
           .

      * CH-COMPUTE-POWER - THE GAME'S POWER IS THE PRODUCT OF ITS
      * MAXIMA OVER EVERY CONFIGURED COLOR, AS IN THE DAILY PROGRAMS.
      * A PRODUCT TOO BIG FOR THE SEVEN-DIGIT POWER FIELD STOPS THE
      * RECYCLE RATHER THAN PUBLISHING A TRUNCATED DELTA.
       CH-COMPUTE-POWER SECTION.
           MOVE 1 TO WS-POWER
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MULTIPLY WS-CUR-MAX(WS-CLR-IX) BY WS-POWER
                 ON SIZE ERROR
                    PERFORM C-POWER-OVERFLOW
              END-MULTIPLY
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           .

      * C-POWER-OVERFLOW - A REPAIRED GAME'S POWER WILL NOT FIT ITS
      * PICTURE, SO STOP THE RUN WITH NOTHING MORE APPLIED.
       C-POWER-OVERFLOW SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR: POWER OF GAME "' I-ID
                  '" EXCEEDS 7 DIGITS - RUN ABORTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           CLOSE WS-EXCEPT2
           IF MASTER-ON
              CLOSE WS-GAME-MASTER
              SET MASTER-OFF TO TRUE
           END-IF
           IF CHGLOG-ON
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
           CLOSE WS-REPORT1
           CLOSE WS-REJECT1
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

      * CV-VALIDATE-RECORD - A GAME RECORD MUST CARRY A COLON, THE
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

      * D-UPDATE-MASTER - THE RECYCLE WRITES EACH REPAIRED GAME'S
      * MASTER RECORD COMPLETE: VERDICT, MAXIMA, POWER AND RUN DATE.
      * THE RUN DATE STAMPED IS WS-SCAN-DATE, THE BUSINESS DATE THE
      * GAME BELONGS TO, SO THE MASTER, GAMHIST AND THE CHANGE LOG
      * ALL KEY THE REPAIR TO THE DAY IT REPAIRS, NOT THE CALENDAR.
      * A PRIOR-DATE REPAIR OF A GAME THE MASTER ALREADY HOLDS FOR A
      * LATER DATE LEAVES THE MASTER ALONE - ITS LATEST FIGURES STAND
      * AND THE LATER DATE STILL BALANCES - AND ONLY GOES ON GAMHIST
      * AND THE CHANGE LOG, AS A HISTORY-ONLY ('H') ENTRY.
       D-UPDATE-MASTER SECTION.
           IF MASTER-ON
              MOVE WS-TEMP TO WS-GM-GAME-ID
              READ WS-GAME-MASTER
              IF WS-GMAST-STATUS = '00'
                 AND WS-GM-RUN-DATE > WS-SCAN-DATE
                 SET MASTER-NEWER TO TRUE
                 MOVE WS-GM-RUN-DATE TO WS-MASTER-DATE
                 PERFORM DF-SAVE-HIST-IMAGE
              ELSE
                 SET MASTER-NOT-NEWER TO TRUE
                 PERFORM DA-SAVE-OLD-IMAGE
              END-IF
              IF WS-GMAST-STATUS NOT = '00'
                 MOVE WS-TEMP TO WS-GM-GAME-ID
              END-IF
              ELSE
                 MOVE 'P' TO WS-GM-VERDICT
              END-IF
              PERFORM DD-PACK-MAXIMA
              MOVE WS-POWER     TO WS-GM-POWER
              MOVE WS-SCAN-DATE TO WS-GM-RUN-DATE
              IF MASTER-NEWER
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  MASTER HOLDS GAME "' I-ID '" FOR '
                        WS-MASTER-DATE ' - MASTER LEFT AS IS, '
                        WS-SCAN-DATE ' HISTORY ONLY'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
              ELSE
                 IF WS-GMAST-STATUS = '00'
                    REWRITE WS-GAME-REC
                 ELSE
                    WRITE WS-GAME-REC
                 END-IF
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
      * BEFORE THIS REPAIR ('C'), OR A BLANK IMAGE FOR A GAME NOT
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

      * DF-SAVE-HIST-IMAGE - FOR A HISTORY-ONLY REPAIR THE BEFORE
      * IMAGE IS THE GAME AS GAMHIST HAS IT FOR THE REPAIRED DATE, OR
      * A BLANK IMAGE WHEN THAT DATE HAS NONE.
       DF-SAVE-HIST-IMAGE SECTION.
           MOVE 'H' TO WS-CG-ACTION
           MOVE '23' TO WS-GHIST-STATUS
           IF GHIST-ON
              MOVE WS-SCAN-DATE TO WS-GH-RUN-DATE
              MOVE WS-TEMP      TO WS-GH-GAME-ID
              READ WS-GAME-HIST
           END-IF
           IF WS-GHIST-STATUS = '00'
              MOVE WS-GH-VERDICT   TO WS-CG-OLD-VERDICT
              MOVE WS-GH-MAX-RED   TO WS-CG-OLD-RED
              MOVE WS-GH-MAX-GREEN TO WS-CG-OLD-GREEN
              MOVE WS-GH-MAX-BLUE  TO WS-CG-OLD-BLUE
              MOVE WS-GH-POWER     TO WS-CG-OLD-POWER
              MOVE WS-GH-COLORS    TO WS-CG-OLD-COLORS
              MOVE WS-GH-MAX-EXTRAS TO WS-CG-OLD-EXTRAS
           ELSE
              MOVE SPACE TO WS-CG-OLD-VERDICT
              MOVE 0 TO WS-CG-OLD-RED
                        WS-CG-OLD-GREEN
                        WS-CG-OLD-BLUE
                        WS-CG-OLD-POWER
                        WS-CG-OLD-COLORS
              MOVE ZEROS TO WS-CG-OLD-EXTRAS
           END-IF
           .

      * DB-LOG-CHANGE - ONE BEFORE-AND-AFTER IMAGE RECORD PER
      * MASTER WRITE/REWRITE, OR PER HISTORY-ONLY REPAIR, STAMPED
      * WITH THE UPDATING PROGRAM AND THE BUSINESS DATE.
       DB-LOG-CHANGE SECTION.
           IF CHGLOG-ON
              MOVE WS-GM-GAME-ID   TO WS-CG-GAME-ID
              MOVE WS-GM-MAX-GREEN TO WS-CG-NEW-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-NEW-BLUE
              MOVE WS-GM-POWER     TO WS-CG-NEW-POWER
              MOVE WS-GM-COLORS    TO WS-CG-NEW-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-NEW-EXTRAS
              MOVE 'AC2302RX'      TO WS-CG-PROGRAM
              MOVE WS-SCAN-DATE    TO WS-CG-RUN-DATE
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
              MOVE 'AC2302RX'      TO WS-GH-PROGRAM
              IF WS-GHIST-STATUS = '00'
                 REWRITE WS-GHIST-REC
              ELSE
                 WRITE WS-GHIST-REC
              END-IF
           END-IF
           .

      * DE-TRACK-EXCEPTION - RECORD THE OUTCOME FOR THIS EXCEPTION ON
      * THE OPEN-EXCEPTIONS MASTER: A TRIED CORRECTION COUNTS AS AN
      * ATTEMPT, AN ACCEPTED ONE CLOSES THE ITEM, ANYTHING ELSE LEAVES
      * IT OPEN WITH THE REASON. AN EXCEPTION THE DAILY RUN NEVER PUT
      * ON THE MASTER IS ADDED, FIRST SEEN TODAY.
       DE-TRACK-EXCEPTION SECTION.
           IF EXCMST-ON
              MOVE WS-SCAN-DATE  TO WS-EM-BUS-DATE
              MOVE 2             TO WS-EM-DAY
              MOVE WS-EXCEPT-SEQ TO WS-EM-SEQ
              READ WS-EXC-MASTER
              IF WS-EXCMST-STATUS NOT = '00'
                 MOVE WS-TODAY       TO WS-EM-FIRST-SEEN
                 MOVE 0              TO WS-EM-LAST-TRIED
                                        WS-EM-ATTEMPTS
                 MOVE WS-EXCEPT2-REC TO WS-EM-TEXT
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
      * EXCEPT02 IS LONG GONE. IT GOES THROUGH THE SAME VALIDATION AND,
      * WHEN ACCEPTED, CLOSES THE ITEM AND PUTS THE GAME ON THE MASTER
      * LIKE ANY OTHER REPAIR. ITS FIGURES BELONG TO THE EARLIER DATE,
      * SO THEY ARE REPORTED ON THEIR OWN AND KEPT OUT OF THIS RUN'S
      * DELTAS AND STILL-REJECTED FILE.
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
              MOVE 2             TO WS-EM-DAY
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
              PERFORM EB-PRIOR-LIMITS
              PERFORM CD-READ-CORRECTION
              IF REC-INVALID
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'PRIOR-DATE CORRECTION STILL MALFORMED, '
                        WS-SCAN-DATE ' EXCEPTION ' WS-EXCEPT-SEQ
                        ': ' I-INPUT-AREA(1:50)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 ADD 1 TO WS-PRIOR-REJ
                 SET EXC-STILL-OPEN TO TRUE
                 MOVE 'CORRECTION STILL MALFORMED' TO WS-EXC-REASON
              ELSE
                 IF NOT AMN-OVER-Y
                    ADD WS-TEMP TO WS-PRIOR-SUMMA
                 END-IF
                 ADD WS-POWER TO WS-PRIOR-SUM
                 ADD 1 TO WS-PRIOR-FIXED
                 MOVE WS-CUR-MAXIMA TO WS-SHOW-CUBES
                 MOVE WS-CLR-COUNT TO WS-SHOW-COLORS
                 PERFORM XD-COLOR-TEXT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'PRIOR-DATE REPAIR ' WS-SCAN-DATE
                        ' EXCEPTION ' WS-EXCEPT-SEQ
                        ' GAME "' I-ID '" MAX '
                        WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                        ' POWER=' WS-POWER
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 PERFORM D-UPDATE-MASTER
                 SET EXC-REPAIRED TO TRUE
              END-IF
              PERFORM DE-TRACK-EXCEPTION
              MOVE WS-RUN-LIMITS TO WS-LIMITS
           END-IF
           .

      * EB-PRIOR-LIMITS - A PRIOR-DATE CORRECTION IS JUDGED AGAINST
      * THE LIMITS IN FORCE ON ITS OWN DATE: THE COLOR01 LIMITS WITH
      * THAT DATE'S LIMITS01 ENTRY OVER THEM. THE CONTROL CARD SPEAKS
      * FOR THE ORIGINAL RUN OF THE BUSINESS DATE ONLY, SO IT PLAYS
      * NO PART. A CORRECTION DATED FOR THE BUSINESS DATE ITSELF
      * KEEPS THE RUN'S LIMITS. THE RUN'S OWN SET IS KEPT IN
      * WS-RUN-LIMITS AND PUT BACK BY EA-PRIOR-REPAIR ONCE THE
      * CORRECTION IS DONE.
       EB-PRIOR-LIMITS SECTION.
           MOVE WS-LIMITS TO WS-RUN-LIMITS
           IF WS-SCAN-DATE NOT = WS-BUS-DATE
              MOVE 1 TO WS-CLR-IX
              PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                 MOVE WS-CLR-LIMIT(WS-CLR-IX) TO WS-LIM(WS-CLR-IX)
                 ADD 1 TO WS-CLR-IX
              END-PERFORM
              PERFORM BP-RESOLVE-LIMITS
           END-IF
           .

       R-READ SECTION.
           READ WS-EXCEPT2
           AT END
           STRING 'STILL REJECTED     : ' WS-STILL-REJ-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUBE COLORS FROM   : ' WS-COLOR-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-EXCEPT3-COUNT > 0
              AND WS-EXCEPT3-COUNT NOT = WS-READ-COUNT
              MOVE SPACES TO WS-REPORT-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-PRIOR-CNT > 0
              PERFORM ZA-PRIOR-DATE-TOTALS
           END-IF
           IF MASTER-ON
              CLOSE WS-GAME-MASTER
           END-IF
           IF CHGLOG-ON
              CLOSE WS-CHGLOG
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
           END-IF
           IF EXCMST-ON
              CLOSE WS-EXC-MASTER
           END-IF
           CLOSE WS-REPORT1
           CLOSE WS-REJECT1
           .

      * ZA-PRIOR-DATE-TOTALS - THE EARLIER DATES' REPAIRS, APART FROM
      * THIS RUN'S FIGURES: THEIR VALUES ARE NOT IN THE DELTAS OR THE
      * ADJUSTED TOTALS ABOVE.
       ZA-PRIOR-DATE-TOTALS SECTION.
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
           STRING 'PRIOR-DATE SUMMA   : ' WS-PRIOR-SUMMA
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIOR-DATE SUM     : ' WS-PRIOR-SUM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
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
      * THE PERSISTED REPORT FILE SO THE SUPPLEMENT LINES SURVIVE
      * AFTER SYSOUT IS PURGED.
