      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2302FR.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-GAME-MASTER ASSIGN TO GAMEMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GM-GAME-ID
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-UNLOAD ASSIGN TO GAMUNLD
                             FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-ARCHIVE ASSIGN TO GAMARCH
                             FILE STATUS IS WS-ARCH-STATUS.
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
      * WS-GAME-MASTER - PER-GAME RESULTS MASTER MAINTAINED BY THE
      * CUBE PROGRAMS; THE LAYOUT HERE MUST MATCH THEIRS FIELD FOR
      * FIELD.
       FD WS-GAME-MASTER.
       01 WS-GAME-REC.
          05 WS-GM-GAME-ID     PIC 9(5).
          05 WS-GM-VERDICT     PIC X.
          05 WS-GM-MAX-RED     PIC 9(2).
          05 WS-GM-MAX-GREEN   PIC 9(2).
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
      * WS-UNLOAD - FLAT UNLOAD OF THE GAME MASTER (A STRAIGHT COPY
      * OF EVERY RECORD IN THE MASTER LAYOUT) TAKEN AT THE END OF A
      * BUSINESS DATE; THE STARTING POINT OF A FORWARD RECOVERY.
       FD WS-UNLOAD.
       01 WS-UNLOAD-REC     PIC X(38).
      * WS-CHGLOG - GAME MASTER CHANGE LOG WRITTEN BY AC2302P1,
      * AC2302P2, AC2302PC, AC2302RX, AC2302MA, AC2302HK AND THIS
      * PROGRAM; THE LAYOUT MUST MATCH THEIR WS-CHG-RECORD FIELD FOR
      * FIELD. THE NEW IMAGE OF EVERY ENTRY IS THE MASTER RECORD AS
      * THE WRITER LEFT IT, STAMPED WITH THE WRITER'S BUSINESS DATE.
       FD WS-CHGLOG.
       01 WS-CHGLOG-REC     PIC X(72).
      * WS-ARCHIVE - AC2302HK'S PURGE ARCHIVE: EVERY MASTER RECORD
      * THE PURGE REMOVED, OLDEST PURGE FIRST.
       FD WS-ARCHIVE.
       01 WS-ARCHIVE-REC.
          05 WS-AR-GAME-ID     PIC 9(5).
          05 FILLER            PIC X(14).
          05 WS-AR-RUN-DATE    PIC 9(8).
          05 FILLER            PIC X(11).
      * WS-PARM-FILE - CONTROL CARDS, ONE PER FUNCTION, '*' IN
      * COLUMN 1 FOR A COMMENT:
      *   'F' FORWARD RECOVERY - COLUMNS 2-9 THE BUSINESS DATE THE
      *       UNLOAD WAS TAKEN AT THE END OF (SPACES: THE UNLOAD
      *       PREDATES THE LOG, SO THE WHOLE LOG IS ROLLED), COLUMNS
      *       10-17 THE LAST BUSINESS DATE TO ROLL FORWARD (SPACES:
      *       TO THE END OF THE LOG) AND COLUMNS 18-25 THE LAST
      *       PROGRAM TO ROLL FORWARD ON THAT DATE (SPACES: EVERY
      *       PROGRAM THAT RAN ON IT).
      *   'A' ARCHIVE RESTORE - COLUMNS 2-6 THE GAME ID, COLUMNS 7-14
      *       THE RUN DATE OF THE ARCHIVED IMAGE WANTED (SPACES: THE
      *       LATEST IMAGE OF THE GAME ON THE ARCHIVE).
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-FUNCTION  PIC X.
          05 WS-PARM-DETAIL    PIC X(24).
          05 WS-PARM-F-CARD REDEFINES WS-PARM-DETAIL.
             10 WS-PARM-UNLOAD-DATE PIC X(8).
             10 WS-PARM-STOP-DATE   PIC X(8).
             10 WS-PARM-STOP-PROG   PIC X(8).
          05 WS-PARM-A-CARD REDEFINES WS-PARM-DETAIL.
             10 WS-PARM-GAME-ID     PIC X(5).
             10 WS-PARM-ARCH-DATE   PIC X(8).
             10 FILLER              PIC X(11).
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * DRIVER; WITHOUT IT THE SYSTEM DATE IS THE BUSINESS DATE.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-UNLOAD-STATUS  PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-ARCH-STATUS    PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-PARM-CARDS     PIC 9(5).
          05 WS-UNLOAD-DATE    PIC 9(8).
          05 WS-STOP-DATE      PIC 9(8).
          05 WS-STOP-PROG      PIC X(8).
          05 WS-UNLOAD-READ    PIC 9(7).
          05 WS-UNLOAD-LOADED  PIC 9(7).
          05 WS-LOG-READ       PIC 9(7).
          05 WS-LOG-SKIPPED    PIC 9(7).
          05 WS-LOG-APPLIED    PIC 9(7).
          05 WS-LOG-AFTER-STOP PIC 9(7).
          05 WS-LOG-HIST-ONLY  PIC 9(7).
          05 WS-MISMATCH-COUNT PIC 9(7).
          05 WS-ARCH-READ      PIC 9(7).
          05 WS-ARCH-DATE      PIC 9(8).
          05 WS-RESTORED-COUNT PIC 9(5).
          05 WS-REFUSED-COUNT  PIC 9(5).
          05 WS-MISMATCH-WHY   PIC X(17).
          05 WS-ACTION-TEXT    PIC X(7).
          05 WS-RQ-COUNT       PIC 9(3).
          05 WS-RQ-IX          PIC 9(3).
      * WS-CHG-RECORD - CHANGE-LOG RECORD READ INTO AND BUILT FROM.
      * ACTION 'A' IS A GAME ADDED BY A DAILY RUN, 'C' ONE CHANGED BY
      * IT, 'M' AN APPROVED MANUAL ADJUSTMENT (A BLANK NEW VERDICT
      * MEANS THE GAME WAS DELETED), 'P' A GAME PURGED TO THE ARCHIVE,
      * 'R' ONE RESTORED FROM IT AND 'H' A RECYCLE REPAIR OF AN
      * EARLIER DATE THAT ONLY WENT ON GAMHIST, THE MASTER ALREADY
      * HOLDING THE GAME FOR A LATER DATE.
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
      * WS-CMP-MASTER / WS-CMP-LOGGED - THE MASTER RECORD AND THE
      * LOGGED BEFORE-IMAGE PUT IN ONE SHAPE FOR THE COMPARISON: A
      * ZERO OR BLANK COLOR COUNT IS THREE COLORS, BLANK EXTRAS ZERO.
       01 WS-CMP-MASTER.
          05 WS-CM-VERDICT     PIC X.
          05 WS-CM-RED         PIC 9(2).
          05 WS-CM-GREEN       PIC 9(2).
          05 WS-CM-BLUE        PIC 9(2).
          05 WS-CM-POWER       PIC 9(7).
          05 WS-CM-COLORS      PIC 9.
          05 WS-CM-EXTRAS      PIC X(10).
       01 WS-CMP-LOGGED.
          05 WS-CL-VERDICT     PIC X.
          05 WS-CL-RED         PIC 9(2).
          05 WS-CL-GREEN       PIC 9(2).
          05 WS-CL-BLUE        PIC 9(2).
          05 WS-CL-POWER       PIC 9(7).
          05 WS-CL-COLORS      PIC 9.
          05 WS-CL-EXTRAS      PIC X(10).
      * WS-RESTORE-TABLE - THE GAMES ASKED FOR ON 'A' CARDS, THE
      * ARCHIVED RUN DATE WANTED (ZERO FOR THE LATEST) AND THE IMAGE
      * FOUND FOR EACH ON THE ARCHIVE.
       01 WS-RESTORE-TABLE.
          05 WS-RQ-ENTRY       OCCURS 200.
             10 WS-RQ-GAME-ID  PIC 9(5).
             10 WS-RQ-DATE     PIC 9(8).
             10 WS-RQ-FOUND    PIC X.
             10 WS-RQ-IMAGE    PIC X(38).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 RECOVER-SWITCH      PIC X VALUE 'N'.
             88 RECOVER-Y        VALUE 'Y'.
          05 STOP-DATE-SWITCH    PIC X VALUE 'N'.
             88 STOP-DATE-Y      VALUE 'Y'.
          05 STOP-PROG-SWITCH    PIC X VALUE 'N'.
             88 STOP-PROG-Y      VALUE 'Y'.
          05 STOP-SEEN-SWITCH    PIC X VALUE 'N'.
             88 STOP-SEEN-Y      VALUE 'Y'.
          05 PAST-STOP-SWITCH    PIC X VALUE 'N'.
             88 PAST-STOP-Y      VALUE 'Y'.
          05 SKIPPING-SWITCH     PIC X VALUE 'N'.
             88 SKIPPING-Y       VALUE 'Y'.
             88 SKIPPING-N       VALUE 'N'.
          05 REBUILD-SWITCH      PIC X VALUE 'Y'.
             88 REBUILD-OK       VALUE 'Y'.
             88 REBUILD-FAILED   VALUE 'N'.
          05 FOUND-SWITCH        PIC X.
             88 FOUND-Y          VALUE 'Y'.
             88 FOUND-N          VALUE 'N'.
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - GAME MASTER RECOVERY. AN 'F' CARD REBUILDS THE
      * MASTER FROM A FLAT UNLOAD AND ROLLS THE CHANGE LOG'S AFTER-
      * IMAGES FORWARD FROM THE UNLOAD TO THE CHOSEN BUSINESS DATE
      * AND PROGRAM, CHECKING EACH ENTRY'S BEFORE-IMAGE AGAINST THE
      * MASTER AS IT GOES; 'A' CARDS THEN PUT SELECTED PURGED GAMES
      * BACK FROM THE ARCHIVE. SO A DAMAGED MASTER OR A BAD RUN NO
      * LONGER MEANS RERUNNING EVERY BUSINESS DATE OR PATCHING
      * RECORDS BY HAND.
       A-MAIN SECTION.
           PERFORM B-INIT
           IF RECOVER-Y
              PERFORM C-REBUILD
              IF REBUILD-OK
                 PERFORM D-ROLL-FORWARD
              END-IF
           END-IF
           IF WS-RQ-COUNT > 0 AND REBUILD-OK
              PERFORM E-RESTORE-ARCHIVED
           END-IF
           PERFORM Z-CLOSE
           .
           GOBACK.

       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
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
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GAME MASTER RECOVERY - BUSINESS DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           PERFORM BA-READ-CARDS
           IF NOT RECOVER-Y AND WS-RQ-COUNT = 0
              MOVE 'ERROR: NO VALID F OR A CONTROL CARD - NOTHING DONE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT RECOVER-Y
              OPEN I-O WS-GAME-MASTER
              IF WS-GMAST-STATUS NOT = '00'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: GAME MASTER NOT AVAILABLE, STATUS='
                        WS-GMAST-STATUS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 CLOSE WS-REPORT1
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      * BA-READ-CARDS - ONE 'F' CARD AT MOST (A SECOND IS REPORTED
      * AND IGNORED) AND UP TO 200 'A' CARDS. A CARD THAT CANNOT BE
      * READ AS DESCRIBED ON THE FILE LAYOUT IS REPORTED AND SKIPPED.
       BA-READ-CARDS SECTION.
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-PARM
              PERFORM UNTIL EOF-Y
                 ADD 1 TO WS-PARM-CARDS
                 EVALUATE TRUE
                    WHEN WS-PARM-FUNCTION = '*'
                       CONTINUE
                    WHEN WS-PARM-FUNCTION = 'F' AND NOT RECOVER-Y
                       PERFORM BB-TAKE-F-CARD
                    WHEN WS-PARM-FUNCTION = 'F'
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'WARNING: CARD ' WS-PARM-CARDS
                              ' IS A SECOND F CARD - IGNORED'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM Z-EMIT-LINE
                       MOVE 4 TO RETURN-CODE
                    WHEN WS-PARM-FUNCTION = 'A'
                       PERFORM BC-TAKE-A-CARD
                    WHEN OTHER
                       PERFORM XA-BAD-CARD
                 END-EVALUATE
                 PERFORM R-READ-PARM
              END-PERFORM
              CLOSE WS-PARM-FILE
           END-IF
           .

       BB-TAKE-F-CARD SECTION.
           IF (WS-PARM-UNLOAD-DATE NOT = SPACES
               AND WS-PARM-UNLOAD-DATE IS NOT NUMERIC)
              OR (WS-PARM-STOP-DATE NOT = SPACES
               AND WS-PARM-STOP-DATE IS NOT NUMERIC)
              OR (WS-PARM-STOP-PROG NOT = SPACES
               AND WS-PARM-STOP-DATE = SPACES)
              PERFORM XA-BAD-CARD
           ELSE
              PERFORM BD-SET-RECOVERY
           END-IF
           .

      * BD-SET-RECOVERY - TAKE THE ACCEPTED 'F' CARD AND SAY ON THE
      * REPORT WHAT THE RECOVERY WILL DO.
       BD-SET-RECOVERY SECTION.
           SET RECOVER-Y TO TRUE
           IF WS-PARM-UNLOAD-DATE IS NUMERIC
              MOVE WS-PARM-UNLOAD-DATE TO WS-UNLOAD-DATE
              SET SKIPPING-Y TO TRUE
           END-IF
           IF WS-PARM-STOP-DATE IS NUMERIC
              MOVE WS-PARM-STOP-DATE TO WS-STOP-DATE
              SET STOP-DATE-Y TO TRUE
           END-IF
           IF WS-PARM-STOP-PROG NOT = SPACES
              MOVE WS-PARM-STOP-PROG TO WS-STOP-PROG
              SET STOP-PROG-Y TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF SKIPPING-Y
              STRING 'FORWARD RECOVERY FROM THE UNLOAD OF '
                     WS-UNLOAD-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE 'FORWARD RECOVERY OF THE WHOLE CHANGE LOG'
                TO WS-REPORT-LINE
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
              WHEN STOP-PROG-Y
                 STRING '  ROLLED FORWARD TO ' WS-STOP-DATE
                        ' THROUGH PROGRAM ' WS-STOP-PROG
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN STOP-DATE-Y
                 STRING '  ROLLED FORWARD TO THE END OF '
                        WS-STOP-DATE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 MOVE '  ROLLED FORWARD TO THE END OF THE LOG'
                   TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM Z-EMIT-LINE
           .

       BC-TAKE-A-CARD SECTION.
           IF WS-PARM-GAME-ID IS NOT NUMERIC
              OR (WS-PARM-ARCH-DATE NOT = SPACES
               AND WS-PARM-ARCH-DATE IS NOT NUMERIC)
              PERFORM XA-BAD-CARD
           ELSE
              IF WS-RQ-COUNT = 200
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'WARNING: CARD ' WS-PARM-CARDS
                        ' IGNORED - MORE THAN 200 RESTORE CARDS'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-RQ-COUNT
                 MOVE WS-PARM-GAME-ID TO WS-RQ-GAME-ID(WS-RQ-COUNT)
                 IF WS-PARM-ARCH-DATE IS NUMERIC
                    MOVE WS-PARM-ARCH-DATE TO WS-RQ-DATE(WS-RQ-COUNT)
                 ELSE
                    MOVE 0 TO WS-RQ-DATE(WS-RQ-COUNT)
                 END-IF
                 MOVE 'N' TO WS-RQ-FOUND(WS-RQ-COUNT)
                 MOVE SPACES TO WS-RQ-IMAGE(WS-RQ-COUNT)
              END-IF
           END-IF
           .

      * C-REBUILD - REPLACE THE MASTER WITH THE UNLOAD. THE UNLOAD
      * MUST BE SUPPLIED (AN EMPTY ONE REBUILDS FROM NOTHING) SO A
      * MISSING DD NEVER EMPTIES THE MASTER; A RECORD THAT CANNOT BE
      * WRITTEN (A DUPLICATE GAME ID) MEANS THE UNLOAD IS NOT A COPY
      * OF A MASTER, AND THE RECOVERY STOPS THERE WITH RETURN CODE 12.
       C-REBUILD SECTION.
           OPEN INPUT WS-UNLOAD
           IF WS-UNLOAD-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: UNLOAD GAMUNLD NOT AVAILABLE, STATUS='
                     WS-UNLOAD-STATUS ' - MASTER NOT TOUCHED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              SET REBUILD-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT WS-GAME-MASTER
              IF WS-GMAST-STATUS NOT = '00'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: GAME MASTER NOT WRITABLE, STATUS='
                        WS-GMAST-STATUS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET REBUILD-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              ELSE
                 PERFORM CA-LOAD-UNLOAD
              END-IF
              CLOSE WS-UNLOAD
           END-IF
           .

       CA-LOAD-UNLOAD SECTION.
           SET NOT-EOF TO TRUE
           PERFORM R-READ-UNLOAD
           PERFORM UNTIL EOF-Y OR REBUILD-FAILED
              ADD 1 TO WS-UNLOAD-READ
              MOVE WS-UNLOAD-REC TO WS-GAME-REC
              WRITE WS-GAME-REC
              IF WS-GMAST-STATUS = '00'
                 ADD 1 TO WS-UNLOAD-LOADED
              ELSE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: UNLOAD RECORD ' WS-UNLOAD-READ
                        ' GAME ' WS-UNLOAD-REC(1:5)
                        ' NOT LOADED, STATUS=' WS-GMAST-STATUS
                        ' - RECOVERY STOPPED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET REBUILD-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              PERFORM R-READ-UNLOAD
           END-PERFORM
           CLOSE WS-GAME-MASTER
           IF REBUILD-OK
              OPEN I-O WS-GAME-MASTER
              IF WS-GMAST-STATUS NOT = '00'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: REBUILT MASTER WILL NOT REOPEN, '
                        'STATUS=' WS-GMAST-STATUS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET REBUILD-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      * D-ROLL-FORWARD - THE CHANGE LOG IS IN THE ORDER THE UPDATES
      * WERE MADE, SO IT IS REPLAYED IN THAT ORDER. ENTRIES UP TO THE
      * LAST ONE DATED ON OR BEFORE THE UNLOAD DATE ARE ALREADY IN THE
      * UNLOAD AND ARE SKIPPED; FROM THE FIRST LATER ENTRY ON, EVERY
      * ENTRY IS APPLIED (A CATCH-UP RUN OF AN EARLIER DATE INCLUDED)
      * UNTIL THE STOP POINT - THE FIRST ENTRY DATED AFTER THE STOP
      * DATE OR, WITH A STOP PROGRAM, THE FIRST ENTRY OF ANOTHER
      * PROGRAM ON THE STOP DATE AFTER THAT PROGRAM'S ENTRIES.
      * NOTHING AFTER THE STOP POINT IS APPLIED. A HISTORY-ONLY ('H')
      * ENTRY NEVER CHANGED THE MASTER, SO IT IS COUNTED AND PASSED.
       D-ROLL-FORWARD SECTION.
           OPEN INPUT WS-CHGLOG
           IF WS-CHGLOG-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'WARNING: NO CHANGE LOG ON FILE, STATUS='
                     WS-CHGLOG-STATUS ' - MASTER IS THE UNLOAD AS IS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM DE-REPLAY-LOG
           END-IF
           .

       DE-REPLAY-LOG SECTION.
           SET NOT-EOF TO TRUE
           PERFORM R-READ-CHGLOG
           PERFORM UNTIL EOF-Y
              ADD 1 TO WS-LOG-READ
              IF SKIPPING-Y AND WS-CG-RUN-DATE > WS-UNLOAD-DATE
                 SET SKIPPING-N TO TRUE
              END-IF
              IF NOT PAST-STOP-Y AND STOP-DATE-Y
                 PERFORM DA-CHECK-STOP
              END-IF
              EVALUATE TRUE
                 WHEN SKIPPING-Y
                    ADD 1 TO WS-LOG-SKIPPED
                 WHEN PAST-STOP-Y
                    ADD 1 TO WS-LOG-AFTER-STOP
                 WHEN WS-CG-ACTION = 'H'
                    ADD 1 TO WS-LOG-HIST-ONLY
                 WHEN OTHER
                    PERFORM DB-APPLY-ENTRY
              END-EVALUATE
              PERFORM R-READ-CHGLOG
           END-PERFORM
           CLOSE WS-CHGLOG
           IF STOP-PROG-Y AND NOT STOP-SEEN-Y
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'WARNING: NO ' WS-STOP-PROG ' ENTRIES ON '
                     WS-STOP-DATE ' - THE WHOLE DATE WAS APPLIED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       DA-CHECK-STOP SECTION.
           EVALUATE TRUE
              WHEN WS-CG-RUN-DATE > WS-STOP-DATE
                 SET PAST-STOP-Y TO TRUE
              WHEN WS-CG-RUN-DATE < WS-STOP-DATE OR NOT STOP-PROG-Y
                 CONTINUE
              WHEN WS-CG-PROGRAM = WS-STOP-PROG
                 SET STOP-SEEN-Y TO TRUE
              WHEN STOP-SEEN-Y
                 SET PAST-STOP-Y TO TRUE
           END-EVALUATE
           .

      * DB-APPLY-ENTRY - CHECK THE ENTRY'S BEFORE-IMAGE AGAINST THE
      * MASTER, THEN PUT THE AFTER-IMAGE ON REGARDLESS: THE LOG IS
      * THE RECORD OF WHAT THE MASTER BECAME, AND A MISMATCH IS FOR
      * OPERATIONS TO LOOK INTO, NOT A REASON TO DIVERGE FROM IT. AN
      * ADD, A RESTORE OR A MANUAL ADD (NO OLD VERDICT) EXPECTS NO
      * RECORD; A MANUAL DELETE OR A PURGE REMOVES THE RECORD;
      * ANYTHING ELSE EXPECTS ITS OLD IMAGE. THE RUN DATE ON THE
      * RECORD IS THE ENTRY'S BUSINESS DATE, AS EVERY WRITER STAMPS
      * THEM ALIKE.
       DB-APPLY-ENTRY SECTION.
           MOVE WS-CG-GAME-ID TO WS-GM-GAME-ID
           READ WS-GAME-MASTER
           IF WS-GMAST-STATUS = '00'
              SET FOUND-Y TO TRUE
           ELSE
              SET FOUND-N TO TRUE
           END-IF
           MOVE SPACES TO WS-MISMATCH-WHY
           EVALUATE TRUE
              WHEN WS-CG-ACTION = 'A' OR WS-CG-ACTION = 'R'
                 OR (WS-CG-ACTION = 'M' AND WS-CG-OLD-VERDICT = SPACE)
                 IF FOUND-Y
                    MOVE 'ALREADY ON MASTER' TO WS-MISMATCH-WHY
                 END-IF
              WHEN FOUND-N
                 MOVE 'NOT ON MASTER' TO WS-MISMATCH-WHY
              WHEN OTHER
                 PERFORM DC-COMPARE-IMAGE
           END-EVALUATE
           IF WS-MISMATCH-WHY NOT = SPACES
              PERFORM DD-REPORT-MISMATCH
           END-IF
           IF WS-CG-ACTION = 'P'
              OR (WS-CG-ACTION = 'M' AND WS-CG-NEW-VERDICT = SPACE)
              IF FOUND-Y
                 DELETE WS-GAME-MASTER RECORD
              ELSE
                 MOVE '00' TO WS-GMAST-STATUS
              END-IF
           ELSE
              MOVE WS-CG-GAME-ID     TO WS-GM-GAME-ID
              MOVE WS-CG-NEW-VERDICT TO WS-GM-VERDICT
              MOVE WS-CG-NEW-RED     TO WS-GM-MAX-RED
              MOVE WS-CG-NEW-GREEN   TO WS-GM-MAX-GREEN
              MOVE WS-CG-NEW-BLUE    TO WS-GM-MAX-BLUE
              MOVE WS-CG-NEW-POWER   TO WS-GM-POWER
              MOVE WS-CG-RUN-DATE    TO WS-GM-RUN-DATE
              MOVE WS-CG-NEW-COLORS  TO WS-GM-COLORS
              MOVE WS-CG-NEW-EXTRAS  TO WS-GM-MAX-EXTRAS
              IF FOUND-Y
                 REWRITE WS-GAME-REC
              ELSE
                 WRITE WS-GAME-REC
              END-IF
           END-IF
           IF WS-GMAST-STATUS = '00'
              ADD 1 TO WS-LOG-APPLIED
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: LOG ENTRY ' WS-LOG-READ ' GAME '
                     WS-CG-GAME-ID ' NOT APPLIED, STATUS='
                     WS-GMAST-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 12 TO RETURN-CODE
           END-IF
           .

       DC-COMPARE-IMAGE SECTION.
           MOVE WS-GM-VERDICT    TO WS-CM-VERDICT
           MOVE WS-GM-MAX-RED    TO WS-CM-RED
           MOVE WS-GM-MAX-GREEN  TO WS-CM-GREEN
           MOVE WS-GM-MAX-BLUE   TO WS-CM-BLUE
           MOVE WS-GM-POWER      TO WS-CM-POWER
           MOVE WS-GM-COLORS     TO WS-CM-COLORS
           MOVE WS-GM-MAX-EXTRAS TO WS-CM-EXTRAS
           IF WS-GM-COLORS IS NOT NUMERIC OR WS-GM-COLORS = 0
              MOVE 3 TO WS-CM-COLORS
           END-IF
           IF WS-GM-MAX-EXTRAS IS NOT NUMERIC
              MOVE ZEROS TO WS-CM-EXTRAS
           END-IF
           MOVE WS-CG-OLD-VERDICT TO WS-CL-VERDICT
           MOVE WS-CG-OLD-RED     TO WS-CL-RED
           MOVE WS-CG-OLD-GREEN   TO WS-CL-GREEN
           MOVE WS-CG-OLD-BLUE    TO WS-CL-BLUE
           MOVE WS-CG-OLD-POWER   TO WS-CL-POWER
           MOVE WS-CG-OLD-COLORS  TO WS-CL-COLORS
           MOVE WS-CG-OLD-EXTRAS  TO WS-CL-EXTRAS
           IF WS-CG-OLD-COLORS IS NOT NUMERIC OR WS-CG-OLD-COLORS = 0
              MOVE 3 TO WS-CL-COLORS
           END-IF
           IF WS-CG-OLD-EXTRAS IS NOT NUMERIC
              MOVE ZEROS TO WS-CL-EXTRAS
           END-IF
           IF WS-CMP-MASTER NOT = WS-CMP-LOGGED
              MOVE 'IMAGE DIFFERS' TO WS-MISMATCH-WHY
           END-IF
           .

       DD-REPORT-MISMATCH SECTION.
           ADD 1 TO WS-MISMATCH-COUNT
           EVALUATE WS-CG-ACTION
              WHEN 'A'
                 MOVE 'ADDED  ' TO WS-ACTION-TEXT
              WHEN 'M'
                 MOVE 'ADJUSTD' TO WS-ACTION-TEXT
              WHEN 'P'
                 MOVE 'PURGED ' TO WS-ACTION-TEXT
              WHEN 'R'
                 MOVE 'RESTORD' TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE 'CHANGED' TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MISMATCH: ENTRY ' WS-LOG-READ
                  ' GAME ' WS-CG-GAME-ID
                  ' ' WS-ACTION-TEXT
                  ' ON ' WS-CG-RUN-DATE
                  ' BY ' WS-CG-PROGRAM
                  ' - ' WS-MISMATCH-WHY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-MISMATCH-WHY = 'IMAGE DIFFERS'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '          MASTER V=' WS-CM-VERDICT
                     ' ' WS-CM-RED '/' WS-CM-GREEN '/' WS-CM-BLUE
                     ' C=' WS-CM-COLORS ' X=' WS-CM-EXTRAS
                     ' PWR=' WS-CM-POWER
                     '   LOGGED V=' WS-CL-VERDICT
                     ' ' WS-CL-RED '/' WS-CL-GREEN '/' WS-CL-BLUE
                     ' C=' WS-CL-COLORS ' X=' WS-CL-EXTRAS
                     ' PWR=' WS-CL-POWER
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           .

      * E-RESTORE-ARCHIVED - ONE PASS OF THE ARCHIVE PICKS, FOR EACH
      * 'A' CARD, THE LAST IMAGE OF THE GAME (OF THE REQUESTED RUN
      * DATE, WHEN ONE WAS GIVEN); EACH PICKED IMAGE IS THEN PUT BACK
      * ON THE MASTER UNLESS THE GAME IS ALREADY THERE. THE RESTORED
      * RECORD CARRIES TODAY'S BUSINESS DATE, SO THE NEXT PURGE DOES
      * NOT TAKE IT STRAIGHT BACK OUT, AND EACH RESTORE IS LOGGED AS
      * ACTION 'R' SO A LATER FORWARD RECOVERY REPLAYS IT.
       E-RESTORE-ARCHIVED SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 'ARCHIVE RESTORE' TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           OPEN INPUT WS-ARCHIVE
           IF WS-ARCH-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: ARCHIVE GAMARCH NOT AVAILABLE, STATUS='
                     WS-ARCH-STATUS ' - NOTHING RESTORED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE WS-RQ-COUNT TO WS-REFUSED-COUNT
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM EB-PICK-IMAGES
              PERFORM EC-PUT-BACK
           END-IF
           .

      * EB-PICK-IMAGES - THE ARCHIVE IS IN PURGE ORDER, SO THE LAST
      * MATCHING IMAGE READ IS THE LATEST ONE.
       EB-PICK-IMAGES SECTION.
           SET NOT-EOF TO TRUE
           PERFORM R-READ-ARCHIVE
           PERFORM UNTIL EOF-Y
              ADD 1 TO WS-ARCH-READ
              MOVE 1 TO WS-RQ-IX
              PERFORM UNTIL WS-RQ-IX > WS-RQ-COUNT
                 IF WS-AR-GAME-ID = WS-RQ-GAME-ID(WS-RQ-IX)
                    AND (WS-RQ-DATE(WS-RQ-IX) = 0
                     OR WS-AR-RUN-DATE = WS-RQ-DATE(WS-RQ-IX))
                    MOVE 'Y' TO WS-RQ-FOUND(WS-RQ-IX)
                    MOVE WS-ARCHIVE-REC TO WS-RQ-IMAGE(WS-RQ-IX)
                 END-IF
                 ADD 1 TO WS-RQ-IX
              END-PERFORM
              PERFORM R-READ-ARCHIVE
           END-PERFORM
           CLOSE WS-ARCHIVE
           .

      * EC-PUT-BACK - THE CHANGE LOG ACCUMULATES ACROSS RUNS, SO IT
      * EXTENDS; ONLY A MISSING LOG (STATUS 35) MAY FALL BACK TO
      * OUTPUT.
       EC-PUT-BACK SECTION.
           OPEN EXTEND WS-CHGLOG
           IF WS-CHGLOG-STATUS = '35'
              OPEN OUTPUT WS-CHGLOG
           END-IF
           IF WS-CHGLOG-STATUS = '00'
              SET CHGLOG-ON TO TRUE
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'WARNING: CHANGE LOG NOT AVAILABLE, STATUS='
                     WS-CHGLOG-STATUS ' - RESTORES NOT LOGGED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 1 TO WS-RQ-IX
           PERFORM UNTIL WS-RQ-IX > WS-RQ-COUNT
              PERFORM EA-RESTORE-GAME
              ADD 1 TO WS-RQ-IX
           END-PERFORM
           IF CHGLOG-ON
              CLOSE WS-CHGLOG
           END-IF
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       EA-RESTORE-GAME SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RQ-FOUND(WS-RQ-IX) = 'Y'
              MOVE WS-RQ-GAME-ID(WS-RQ-IX) TO WS-GM-GAME-ID
              READ WS-GAME-MASTER
              IF WS-GMAST-STATUS = '00'
                 STRING 'NOT RESTORED: GAME ' WS-RQ-GAME-ID(WS-RQ-IX)
                        ' - ALREADY ON THE MASTER'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 ADD 1 TO WS-REFUSED-COUNT
              ELSE
                 PERFORM ED-WRITE-RESTORED
              END-IF
           ELSE
              IF WS-RQ-DATE(WS-RQ-IX) = 0
                 STRING 'NOT RESTORED: GAME ' WS-RQ-GAME-ID(WS-RQ-IX)
                        ' - NOT ON THE ARCHIVE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING 'NOT RESTORED: GAME ' WS-RQ-GAME-ID(WS-RQ-IX)
                        ' - NO ARCHIVED IMAGE OF '
                        WS-RQ-DATE(WS-RQ-IX)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-REFUSED-COUNT
           END-IF
           .

       ED-WRITE-RESTORED SECTION.
           MOVE WS-RQ-IMAGE(WS-RQ-IX) TO WS-GAME-REC
           MOVE WS-GM-RUN-DATE TO WS-ARCH-DATE
           MOVE WS-RUN-DATE    TO WS-GM-RUN-DATE
           WRITE WS-GAME-REC
           IF WS-GMAST-STATUS NOT = '00'
              STRING 'ERROR: GAME ' WS-RQ-GAME-ID(WS-RQ-IX)
                     ' NOT RESTORED, STATUS=' WS-GMAST-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM EE-LOG-RESTORE
           END-IF
           .

      * EE-LOG-RESTORE - REPORT THE RESTORE AND LOG IT AS ACTION 'R'
      * WITH A BLANK BEFORE-IMAGE, AS AN ADD IS LOGGED.
       EE-LOG-RESTORE SECTION.
           ADD 1 TO WS-RESTORED-COUNT
           STRING 'RESTORED: GAME ' WS-RQ-GAME-ID(WS-RQ-IX)
                  ' FROM ITS ARCHIVED IMAGE OF ' WS-ARCH-DATE
                  '  V=' WS-GM-VERDICT ' PWR=' WS-GM-POWER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF CHGLOG-ON
              MOVE WS-GM-GAME-ID   TO WS-CG-GAME-ID
              MOVE 'R'             TO WS-CG-ACTION
              MOVE SPACE           TO WS-CG-OLD-VERDICT
              MOVE 0 TO WS-CG-OLD-RED
                        WS-CG-OLD-GREEN
                        WS-CG-OLD-BLUE
                        WS-CG-OLD-POWER
                        WS-CG-OLD-COLORS
              MOVE ZEROS TO WS-CG-OLD-EXTRAS
              MOVE WS-GM-VERDICT   TO WS-CG-NEW-VERDICT
              MOVE WS-GM-MAX-RED   TO WS-CG-NEW-RED
              MOVE WS-GM-MAX-GREEN TO WS-CG-NEW-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-NEW-BLUE
              MOVE WS-GM-POWER     TO WS-CG-NEW-POWER
              MOVE WS-GM-COLORS    TO WS-CG-NEW-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-NEW-EXTRAS
              MOVE 'AC2302FR'      TO WS-CG-PROGRAM
              MOVE WS-RUN-DATE     TO WS-CG-RUN-DATE
              WRITE WS-CHGLOG-REC FROM WS-CHG-RECORD
           END-IF
           .

       R-READ-PARM SECTION.
           READ WS-PARM-FILE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-UNLOAD SECTION.
           READ WS-UNLOAD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-CHGLOG SECTION.
           READ WS-CHGLOG INTO WS-CHG-RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-ARCHIVE SECTION.
           READ WS-ARCHIVE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       XA-BAD-CARD SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WARNING: CARD ' WS-PARM-CARDS ' REJECTED: '
                  WS-PARM-RECORD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 4 TO RETURN-CODE
           .

      * Z-CLOSE - THE RECOVERY TRAILER. BEFORE-IMAGE MISMATCHES
      * LEAVE RETURN CODE 8 (THE REBUILT MASTER STILL FOLLOWS THE
      * LOG); A REFUSED RESTORE OR A WARNING LEAVES 4; A FAILED
      * REBUILD OR WRITE LEAVES 12.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF RECOVER-Y
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'UNLOAD RECORDS READ: ' WS-UNLOAD-READ
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RECORDS RESTORED   : ' WS-UNLOAD-LOADED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'LOG ENTRIES READ   : ' WS-LOG-READ
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'IN UNLOAD - SKIPPED: ' WS-LOG-SKIPPED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CHANGES APPLIED    : ' WS-LOG-APPLIED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'AFTER STOP POINT   : ' WS-LOG-AFTER-STOP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'HISTORY ONLY-PASSED: ' WS-LOG-HIST-ONLY
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'BEFORE-IMAGE MISMAT: ' WS-MISMATCH-COUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           IF WS-RQ-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ARCHIVE RECORDS    : ' WS-ARCH-READ
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'GAMES RESTORED     : ' WS-RESTORED-COUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RESTORES REFUSED   : ' WS-REFUSED-COUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           IF WS-MISMATCH-COUNT > 0 AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
           IF REBUILD-OK
              CLOSE WS-GAME-MASTER
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE RECOVERY RECORD SURVIVES
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
