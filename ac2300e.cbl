      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300E.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-EXC-MASTER ASSIGN TO EXCPMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS WS-EM-KEY
                             FILE STATUS IS WS-EXCMST-STATUS.
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
      * WS-EXC-MASTER - OPEN-EXCEPTIONS MASTER: ONE RECORD PER
      * REJECTED CALIBRATION LINE (DAY 1) OR CUBE GAME RECORD (DAY 2),
      * KEYED BY BUSINESS DATE, DAY AND POSITION ON THAT DATE'S
      * EXCEPTIONS FILE. OPENED BY AC2301P2, AC2302P1 AND AC2302PC,
      * WORKED AND CLOSED BY THE AC2301RX/AC2302RX RECYCLES. THE
      * LAYOUT MUST MATCH THOSE PROGRAMS FIELD FOR FIELD.
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
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-8 THE DATE TO
      * AGE THE ITEMS TO (YYYYMMDD) AND COLUMNS 9-11 THE ESCALATION
      * THRESHOLD IN DAYS. A BLANK DATE TAKES THE BUSINESS DATE CARD,
      * THEN TODAY; A BLANK THRESHOLD IS 10 DAYS.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-AS-OF     PIC X(8).
          05 WS-PARM-ESCALATE  PIC X(3).
      * WS-DATE-FILE - THE BUSINESS DATE CARD THE DRIVER WRITES FOR THE
      * DAILY PROGRAMS.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-EXCMST-STATUS  PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-AS-OF-DATE     PIC 9(8).
          05 WS-AS-OF-SOURCE   PIC X(20).
          05 WS-ESCALATE-DAYS  PIC 9(3).
          05 WS-AS-OF-DAYNO    PIC 9(7).
          05 WS-AGE            PIC 9(5).
          05 WS-AGE-ED         PIC ZZZZ9.
          05 WS-ATT-ED         PIC ZZ9.
          05 WS-ESC-ED         PIC ZZ9.
          05 WS-COUNT-ED       PIC ZZZZ9.
          05 WS-BUCKET         PIC 9.
          05 WS-BKT-IX         PIC 9.
          05 WS-DAY-IX         PIC 9.
          05 WS-ESC-FLAG       PIC X(10).
          05 WS-READ-COUNT     PIC 9(5).
          05 WS-OPEN-COUNT     PIC 9(5).
          05 WS-CLOSED-COUNT   PIC 9(5).
          05 WS-ESC-COUNT      PIC 9(5).
          05 WS-DAY-LABEL      PIC X(15).
      * WS-AGING-TABLE - OPEN ITEMS PER DAY (1 CALIBRATION LINES,
      * 2 CUBE GAMES) AND AGE BUCKET, WITH EACH DAY'S ESCALATIONS.
       01 WS-AGING-TABLE.
          05 WS-AGE-DAY        OCCURS 2.
             10 WS-AGE-CNT     PIC 9(5) OCCURS 4.
             10 WS-AGE-OPEN    PIC 9(5).
             10 WS-AGE-ESC     PIC 9(5).
      * C-BUCKETS - THE AGE BUCKETS: THE LAST DAY EACH COVERS AND THE
      * LABEL IT PRINTS UNDER. THE LAST BUCKET TAKES EVERYTHING OLDER.
       01 C-BUCKETS.
          05 FILLER            PIC X(12) VALUE '000020-2    '.
          05 FILLER            PIC X(12) VALUE '000073-7    '.
          05 FILLER            PIC X(12) VALUE '000308-30   '.
          05 FILLER            PIC X(12) VALUE '99999OVER 30'.
       01 C-BUCKETS-R REDEFINES C-BUCKETS.
          05 C-BKT-ENTRY       OCCURS 4.
             10 C-BKT-UPTO     PIC 9(5).
             10 C-BKT-LABEL    PIC X(7).
      * WS-DAYNO-WORK - YYYYMMDD TO A DAY NUMBER, SO AN ITEM'S AGE IS
      * A SUBTRACTION ACROSS MONTH AND YEAR ENDS. MARCH IS TAKEN AS
      * THE FIRST MONTH OF THE COUNTING YEAR SO THE LEAP DAY FALLS AT
      * ITS END.
       01 WS-DAYNO-WORK.
          05 WS-DN-DATE        PIC 9(8).
          05 FILLER REDEFINES WS-DN-DATE.
             10 WS-DN-YYYY     PIC 9(4).
             10 WS-DN-MM       PIC 9(2).
             10 WS-DN-DD       PIC 9(2).
          05 WS-DN-YEAR        PIC 9(4).
          05 WS-DN-MONTH       PIC 9(2).
          05 WS-DN-Q4          PIC 9(4).
          05 WS-DN-Q100        PIC 9(4).
          05 WS-DN-Q400        PIC 9(4).
          05 WS-DN-MDAYS       PIC 9(3).
          05 WS-DN-RESULT      PIC 9(7).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - AGE EVERY ITEM STILL OPEN ON THE EXCEPTIONS MASTER:
      * ONE LINE PER OPEN ITEM WITH ITS AGE BUCKET, AN ESCALATION FLAG
      * ON ANY ITEM OLDER THAN THE THRESHOLD, THEN THE BUCKET COUNTS
      * PER DAY. ANY ESCALATED ITEM ENDS THE RUN WITH RETURN CODE 4.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-PROCESS
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - WORK OUT THE AS-OF DATE AND THE THRESHOLD, SO THE
      * REPORT CAN BE RUN WITH NO SETUP AT ALL.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
                      WS-AGING-TABLE
           MOVE 10 TO WS-ESCALATE-DAYS
           OPEN OUTPUT WS-REPORT1
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 IF WS-PARM-AS-OF IS NUMERIC
                    MOVE WS-PARM-AS-OF TO WS-AS-OF-DATE
                    MOVE 'CONTROL CARD' TO WS-AS-OF-SOURCE
                 END-IF
                 IF WS-PARM-ESCALATE IS NUMERIC
                    AND WS-PARM-ESCALATE > '000'
                    MOVE WS-PARM-ESCALATE TO WS-ESCALATE-DAYS
                 END-IF
              END-IF
              CLOSE WS-PARM-FILE
           END-IF
           IF WS-AS-OF-DATE = 0
              OPEN INPUT WS-DATE-FILE
              IF WS-DATE-STATUS = '00'
                 READ WS-DATE-FILE
                 IF WS-DATE-STATUS = '00' AND WS-DATE-REC IS NUMERIC
                    MOVE WS-DATE-REC TO WS-AS-OF-DATE
                    MOVE 'BUSINESS DATE CARD' TO WS-AS-OF-SOURCE
                 END-IF
                 CLOSE WS-DATE-FILE
              END-IF
           END-IF
           IF WS-AS-OF-DATE = 0
              ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
              MOVE 'SYSTEM DATE' TO WS-AS-OF-SOURCE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DN-DATE
           PERFORM XA-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-AS-OF-DAYNO
           MOVE WS-ESCALATE-DAYS TO WS-ESC-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPEN EXCEPTIONS AGING AS OF ' WS-AS-OF-DATE
                  ' (' DELIMITED BY SIZE
                  WS-AS-OF-SOURCE DELIMITED BY '  '
                  ') - ESCALATION AFTER '
                  WS-ESC-ED ' DAYS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BUS DATE D   SEQ 1ST SEEN   AGE ATT '
                  'LAST REASON                    BUCKET  '
                  'FLAG       TEXT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * C-PROCESS - ONE PASS OVER THE MASTER IN KEY ORDER; CLOSED
      * ITEMS ARE ONLY COUNTED.
       C-PROCESS SECTION.
           OPEN INPUT WS-EXC-MASTER
           IF WS-EXCMST-STATUS NOT = '00'
              MOVE 'NO EXCEPTIONS MASTER ON FILE - NOTHING TO REPORT'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           SET NOT-EOF TO TRUE
           PERFORM R-READ
           PERFORM UNTIL EOF-Y
              ADD 1 TO WS-READ-COUNT
              IF WS-EM-STATUS = 'O'
                 PERFORM CA-AGE-ITEM
              ELSE
                 ADD 1 TO WS-CLOSED-COUNT
              END-IF
              PERFORM R-READ
           END-PERFORM
           CLOSE WS-EXC-MASTER
           .

      * CA-AGE-ITEM - AGE IN DAYS FROM THE DATE THE ITEM WAS FIRST
      * SEEN TO THE AS-OF DATE (AN ITEM WITH NO FIRST-SEEN DATE IS
      * AGED FROM ITS BUSINESS DATE), ITS BUCKET, AND THE DETAIL LINE.
       CA-AGE-ITEM SECTION.
           ADD 1 TO WS-OPEN-COUNT
           IF WS-EM-FIRST-SEEN IS NUMERIC AND WS-EM-FIRST-SEEN > 0
              MOVE WS-EM-FIRST-SEEN TO WS-DN-DATE
           ELSE
              MOVE WS-EM-BUS-DATE TO WS-DN-DATE
           END-IF
           PERFORM XA-DAY-NUMBER
           IF WS-DN-RESULT < WS-AS-OF-DAYNO
              COMPUTE WS-AGE = WS-AS-OF-DAYNO - WS-DN-RESULT
           ELSE
              MOVE 0 TO WS-AGE
           END-IF
           MOVE 1 TO WS-BUCKET
           PERFORM UNTIL WS-BUCKET = 4
              OR WS-AGE NOT > C-BKT-UPTO(WS-BUCKET)
              ADD 1 TO WS-BUCKET
           END-PERFORM
           IF WS-EM-DAY = 1 OR WS-EM-DAY = 2
              MOVE WS-EM-DAY TO WS-DAY-IX
           ELSE
              MOVE 2 TO WS-DAY-IX
           END-IF
           ADD 1 TO WS-AGE-CNT(WS-DAY-IX WS-BUCKET)
           ADD 1 TO WS-AGE-OPEN(WS-DAY-IX)
           IF WS-AGE > WS-ESCALATE-DAYS
              MOVE '*ESCALATE*' TO WS-ESC-FLAG
              ADD 1 TO WS-ESC-COUNT
              ADD 1 TO WS-AGE-ESC(WS-DAY-IX)
           ELSE
              MOVE SPACES TO WS-ESC-FLAG
           END-IF
           MOVE WS-AGE         TO WS-AGE-ED
           MOVE WS-EM-ATTEMPTS TO WS-ATT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EM-BUS-DATE ' ' WS-EM-DAY ' ' WS-EM-SEQ ' '
                  WS-EM-FIRST-SEEN ' ' WS-AGE-ED ' ' WS-ATT-ED ' '
                  WS-EM-REASON ' ' C-BKT-LABEL(WS-BUCKET) ' '
                  WS-ESC-FLAG ' ' WS-EM-TEXT(1:40)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       R-READ SECTION.
           READ WS-EXC-MASTER
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF NOT EOF-Y AND WS-EXCMST-STATUS NOT = '00'
              DISPLAY 'ERROR: EXCPMST READ ERROR, STATUS='
                      WS-EXCMST-STATUS
              CLOSE WS-EXC-MASTER
              CLOSE WS-REPORT1
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * XA-DAY-NUMBER - WS-DN-DATE AS A DAY NUMBER IN WS-DN-RESULT.
       XA-DAY-NUMBER SECTION.
           MOVE WS-DN-YYYY TO WS-DN-YEAR
           MOVE WS-DN-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MDAYS = (153 * (WS-DN-MONTH - 3) + 2) / 5
           COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
                                - WS-DN-Q100 + WS-DN-Q400
                                + WS-DN-MDAYS + WS-DN-DD
           .

      * Z-CLOSE - BUCKET COUNTS PER DAY, THEN THE FILE TOTALS.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 1 TO WS-DAY-IX
           PERFORM UNTIL WS-DAY-IX > 2
              PERFORM ZA-DAY-SUMMARY
              ADD 1 TO WS-DAY-IX
           END-PERFORM
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS ON FILE      : ' WS-READ-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS OPEN         : ' WS-OPEN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS CLOSED       : ' WS-CLOSED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS ESCALATED    : ' WS-ESC-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-ESC-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE WS-REPORT1
           .

      * ZA-DAY-SUMMARY - ONE LINE PER DAY: OPEN ITEMS IN EACH BUCKET,
      * ALL OPEN ITEMS AND HOW MANY ARE PAST THE THRESHOLD.
       ZA-DAY-SUMMARY SECTION.
           IF WS-DAY-IX = 1
              MOVE 'DAY 1 LINES    ' TO WS-DAY-LABEL
           ELSE
              MOVE 'DAY 2 GAMES    ' TO WS-DAY-LABEL
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DAY-LABEL TO WS-REPORT-LINE(1:15)
           MOVE 1 TO WS-BKT-IX
           PERFORM UNTIL WS-BKT-IX > 4
              MOVE WS-AGE-CNT(WS-DAY-IX WS-BKT-IX) TO WS-COUNT-ED
              STRING C-BKT-LABEL(WS-BKT-IX) ': ' WS-COUNT-ED '  '
                     DELIMITED BY SIZE
                     INTO WS-REPORT-LINE(16 + (WS-BKT-IX - 1) * 16:16)
              END-STRING
              ADD 1 TO WS-BKT-IX
           END-PERFORM
           MOVE WS-AGE-OPEN(WS-DAY-IX) TO WS-COUNT-ED
           STRING 'OPEN: ' WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE(81:11)
           END-STRING
           MOVE WS-AGE-ESC(WS-DAY-IX) TO WS-COUNT-ED
           STRING '  ESCALATED: ' WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE(92:18)
           END-STRING
           PERFORM Z-EMIT-LINE
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE AGING LINES SURVIVE AFTER
      * SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
