                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-ARCHIVE ASSIGN TO GAMARCH
                             FILE STATUS IS WS-ARCH-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-DATE-FILE ASSIGN TO DATE01
                             FILE STATUS IS WS-DATE-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
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
      * WS-ARCHIVE - FLAT COPY OF EVERY MASTER RECORD THE PURGE
      * REMOVES, WRITTEN BEFORE THE DELETE SO NO GAME IS EVER GONE
      * WITHOUT A RETRIEVABLE IMAGE. EACH PURGE ADDS TO THE END, SO
      * THE FILE HOLDS EVERY PURGE, OLDEST FIRST; AC2302FR RESTORES
      * FROM IT.
       FD WS-ARCHIVE.
       01 WS-ARCHIVE-REC    PIC X(38).
      * WS-CHGLOG - PERMANENT CHANGE LOG ON THE GAME MASTER; EACH
      * PURGED GAME IS LOGGED AS ACTION 'P' WITH A BLANK NEW IMAGE SO
      * A FORWARD RECOVERY REPLAYS THE PURGE. THE LAYOUT IS
      * WS-CHG-RECORD BELOW.
       FD WS-CHGLOG.
       01 WS-CHGLOG-REC     PIC X(72).
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * DRIVER; WITHOUT IT THE SYSTEM DATE IS THE BUSINESS DATE.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
      * WS-PARM-FILE - CONTROL CARD: COLUMN 1 THE ACTION ('R' OR
      * SPACES REPORTS ONLY; 'P' ALSO ARCHIVES AND DELETES RECORDS
      * WHOSE WS-GM-RUN-DATE IS OLDER THAN THE RETENTION DATE),
       01 WS-VARIABLES.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-ARCH-STATUS    PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-PARM-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-PURGE-COUNT    PIC 9(7).
          05 WS-OLDEST-DATE    PIC 9(8).
          05 WS-NEWEST-DATE    PIC 9(8).
      * WS-CHG-RECORD - CHANGE-LOG RECORD BUILT HERE AND WRITTEN
      * FROM; THE LAYOUT MUST MATCH AC2302CL FIELD FOR FIELD.
       01 WS-CHG-RECORD.
          05 WS-CG-GAME-ID     PIC 9(5).
          05 WS-CG-ACTION      PIC X.
          05 WS-CG-OLD-VERDICT PIC X.
          05 WS-CG-OLD-RED     PIC 9(2).
          05 WS-CG-OLD-GREEN   PIC 9(2).
          05 WS-CG-OLD-BLUE    PIC 9(2).
          05 WS-CG-OLD-POWER   PIC 9(7).
          05 WS-CG-NEW-VERDICT PIC X.
          05 WS-CG-NEW-RED     PIC 9(2).
          05 WS-CG-NEW-GREEN   PIC 9(2).
          05 WS-CG-NEW-BLUE    PIC 9(2).
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
             88 PURGE-N          VALUE 'N'.
          05 HALF-REC-SWITCH     PIC X.
             88 HALF-REC-Y       VALUE 'Y'.
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
              GOBACK
           END-IF
           IF PURGE-Y
              OPEN EXTEND WS-ARCHIVE
              IF WS-ARCH-STATUS = '35'
                 OPEN OUTPUT WS-ARCHIVE
              END-IF
              IF WS-ARCH-STATUS NOT = '00'
                 MOVE 'ERROR: ARCHIVE FILE NOT WRITABLE - PURGE '
                   TO WS-REPORT-LINE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM BA-OPEN-CHGLOG
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'GAME MASTER HOUSEKEEPING - PURGE BEFORE '
                     WS-RETAIN-DATE
           PERFORM Z-EMIT-LINE
           .

      * BA-OPEN-CHGLOG - THE CHANGE LOG ACCUMULATES ACROSS RUNS, SO
      * IT EXTENDS; ONLY A MISSING LOG (STATUS 35) MAY FALL BACK TO
      * OUTPUT. THE PURGE ENTRIES CARRY THE BUSINESS DATE.
       BA-OPEN-CHGLOG SECTION.
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
           OPEN EXTEND WS-CHGLOG
           IF WS-CHGLOG-STATUS = '35'
              OPEN OUTPUT WS-CHGLOG
           END-IF
           IF WS-CHGLOG-STATUS = '00'
              SET CHGLOG-ON TO TRUE
           ELSE
              DISPLAY 'WARNING: CHANGE LOG NOT AVAILABLE, STATUS='
                      WS-CHGLOG-STATUS ' - PURGES NOT LOGGED'
              SET CHGLOG-OFF TO TRUE
           END-IF
           .

      * C-SCAN-MASTER - ONE KEYED SWEEP FROM THE LOW END OF THE
      * FILE: EVERY RECORD IS COUNTED AND INTEGRITY-CHECKED, AND IN
      * PURGE MODE A RECORD OLDER THAN THE RETENTION DATE IS COPIED
           IF WS-GM-VERDICT NOT = 'P' AND WS-GM-VERDICT NOT = 'N'
              IF WS-GM-MAX-RED > 0 OR WS-GM-MAX-GREEN > 0
                 OR WS-GM-MAX-BLUE > 0
                 OR (WS-GM-MAX-EXTRAS IS NUMERIC
                     AND WS-GM-MAX-EXTRAS NOT = ZEROS)
                 SET HALF-REC-Y TO TRUE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'HALF-UPDATED: GAME ' WS-GM-GAME-ID
           DELETE WS-GAME-MASTER
           IF WS-GMAST-STATUS = '00'
              ADD 1 TO WS-PURGE-COUNT
              PERFORM CD-LOG-PURGE
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'WARNING: DELETE FAILED FOR GAME '
           END-IF
           .

      * CD-LOG-PURGE - THE PURGED RECORD AS THE OLD IMAGE, A BLANK
      * NEW IMAGE, ACTION 'P'.
       CD-LOG-PURGE SECTION.
           IF CHGLOG-ON
              MOVE WS-GM-GAME-ID   TO WS-CG-GAME-ID
              MOVE 'P'             TO WS-CG-ACTION
              MOVE WS-GM-VERDICT   TO WS-CG-OLD-VERDICT
              MOVE WS-GM-MAX-RED   TO WS-CG-OLD-RED
              MOVE WS-GM-MAX-GREEN TO WS-CG-OLD-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-OLD-BLUE
              MOVE WS-GM-POWER     TO WS-CG-OLD-POWER
              MOVE WS-GM-COLORS    TO WS-CG-OLD-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-OLD-EXTRAS
              MOVE SPACE TO WS-CG-NEW-VERDICT
              MOVE 0 TO WS-CG-NEW-RED
                        WS-CG-NEW-GREEN
                        WS-CG-NEW-BLUE
                        WS-CG-NEW-POWER
                        WS-CG-NEW-COLORS
              MOVE ZEROS TO WS-CG-NEW-EXTRAS
              MOVE 'AC2302HK'      TO WS-CG-PROGRAM
              MOVE WS-RUN-DATE     TO WS-CG-RUN-DATE
              WRITE WS-CHGLOG-REC FROM WS-CHG-RECORD
           END-IF
           .

       R-READ-NEXT SECTION.
           READ WS-GAME-MASTER NEXT RECORD
           AT END
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-ARCHIVE
              IF CHGLOG-ON
                 CLOSE WS-CHGLOG
              END-IF
           END-IF
           IF WS-HALF-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
