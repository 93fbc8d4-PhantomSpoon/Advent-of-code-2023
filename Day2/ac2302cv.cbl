      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2302CV.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-OLD-MASTER ASSIGN TO GAMEMSTO
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-OM-GAME-ID
                             FILE STATUS IS WS-OMAST-STATUS.
           SELECT WS-GAME-MASTER ASSIGN TO GAMEMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GM-GAME-ID
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-OLD-HIST ASSIGN TO GAMHISTO
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-OH-KEY
                             FILE STATUS IS WS-OHIST-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
           SELECT WS-OLD-PEND ASSIGN TO PENDMSTO
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-OP-KEY
                             FILE STATUS IS WS-OPEND-STATUS.
           SELECT WS-PENDING ASSIGN TO PENDMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PD-KEY
                             FILE STATUS IS WS-PEND-STATUS.
           SELECT WS-OLD-CHGLOG ASSIGN TO CHGLOGO
                             FILE STATUS IS WS-OCHG-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-OLD-ARCHIVE ASSIGN TO GAMARCHO
                             FILE STATUS IS WS-OARCH-STATUS.
           SELECT WS-ARCHIVE ASSIGN TO GAMARCH
                             FILE STATUS IS WS-ARCH-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-OLD-MASTER - THE GAME MASTER AS IT STOOD BEFORE THE COLOR
      * TABLE: 27 BYTES, RED/GREEN/BLUE ONLY. THE FIRST 27 BYTES OF
      * THE CURRENT LAYOUT ARE UNCHANGED, SO ONLY THE KEY IS NAMED.
       FD WS-OLD-MASTER.
       01 WS-OLD-MAST-REC.
          05 WS-OM-GAME-ID     PIC 9(5).
          05 FILLER            PIC X(22).
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
      * WS-OLD-HIST - THE GAME HISTORY BEFORE THE COLOR TABLE: 35
      * BYTES, THE CURRENT LAYOUT LESS THE COLOR COUNT AND EXTRAS.
       FD WS-OLD-HIST.
       01 WS-OLD-HIST-REC.
          05 WS-OH-KEY         PIC X(13).
          05 FILLER            PIC X(22).
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
      * WS-OLD-PEND - AC2302MA'S PENDING ADJUSTMENTS BEFORE THE COLOR
      * TABLE: 118 BYTES, THE CURRENT LAYOUT LESS THE COLOR COUNT AND
      * EXTRAS.
       FD WS-OLD-PEND.
       01 WS-OLD-PEND-REC.
          05 WS-OP-KEY         PIC X(13).
          05 FILLER            PIC X(105).
      * WS-PENDING - AC2302MA'S PENDING ADJUSTMENTS; THE LAYOUT HERE
      * MUST MATCH ITS WS-PEND-REC FIELD FOR FIELD.
       FD WS-PENDING.
       01 WS-PEND-REC.
          05 WS-PD-KEY.
             10 WS-PD-ENTER-DATE PIC 9(8).
             10 WS-PD-SEQ      PIC 9(5).
          05 WS-PD-ENTER-TIME  PIC 9(8).
          05 WS-PD-STATUS      PIC X.
          05 WS-PD-ACTION      PIC X.
          05 WS-PD-GAME-ID     PIC 9(5).
          05 WS-PD-RED         PIC 9(2).
          05 WS-PD-GREEN       PIC 9(2).
          05 WS-PD-BLUE        PIC 9(2).
          05 WS-PD-MAKER       PIC X(8).
          05 WS-PD-REASON      PIC X(30).
          05 WS-PD-CHECKER     PIC X(8).
          05 WS-PD-DISP-DATE   PIC 9(8).
          05 WS-PD-DISP-REASON PIC X(30).
      *   COLOR COUNT IN FORCE WHEN THE MAKER CARD WAS TAKEN AND THE
      *   MAXIMA OF COLORS 4-8; A COUNT OF ZERO OR BLANK IS A
      *   THREE-COLOR TRANSACTION.
          05 WS-PD-COLORS      PIC 9.
          05 WS-PD-EXTRAS.
             10 WS-PD-EXTRA    PIC 9(2) OCCURS 5.
      * WS-OLD-CHGLOG - THE CHANGE LOG BEFORE THE COLOR TABLE: 50
      * BYTES, THE CURRENT LAYOUT LESS THE TWO IMAGES' COLOR COUNTS
      * AND EXTRAS.
       FD WS-OLD-CHGLOG.
       01 WS-OLD-CHG-REC    PIC X(50).
      * WS-CHGLOG - GAME MASTER CHANGE LOG; THE LAYOUT HERE MUST
      * MATCH THE WRITERS' WS-CHG-RECORD FIELD FOR FIELD.
       FD WS-CHGLOG.
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
      * WS-OLD-ARCHIVE / WS-ARCHIVE - AC2302HK'S PURGE ARCHIVE, A
      * FLAT COPY OF THE GAME MASTER RECORD BEFORE AND AFTER.
       FD WS-OLD-ARCHIVE.
       01 WS-OLD-ARCH-REC   PIC X(27).
       FD WS-ARCHIVE.
       01 WS-ARCHIVE-REC    PIC X(38).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-OMAST-STATUS   PIC XX.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-OHIST-STATUS   PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-OPEND-STATUS   PIC XX.
          05 WS-PEND-STATUS    PIC XX.
          05 WS-OCHG-STATUS    PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-OARCH-STATUS   PIC XX.
          05 WS-ARCH-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-WRITE-STATUS   PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-FILE-NAME      PIC X(8).
          05 WS-IN-COUNT       PIC 9(7).
          05 WS-OUT-COUNT      PIC 9(7).
          05 WS-FILE-COUNT     PIC 9.
          05 WS-SKIP-COUNT     PIC 9.
          05 WS-FAIL-COUNT     PIC 9.
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 WRITE-SWITCH        PIC X.
             88 WRITE-OK         VALUE 'Y'.
             88 WRITE-FAILED     VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - ONE-TIME CONVERSION OF THE FILES WHOSE LAYOUT GREW
      * WHEN THE CUBE COLORS MOVED TO THE COLOR TABLE: GAME MASTER,
      * GAME HISTORY, PENDING ADJUSTMENTS, CHANGE LOG AND PURGE
      * ARCHIVE. OPERATIONS RENAMES EACH EXISTING FILE TO ITS 'O'
      * NAME (GAMEMSTO, GAMHISTO, PENDMSTO, CHGLOGO, GAMARCHO) AND
      * THIS PROGRAM WRITES THE NEW-LENGTH FILE UNDER THE USUAL NAME,
      * EVERY RECORD MARKED AS A THREE-COLOR RECORD WITH ZERO MAXIMA
      * FOR COLORS 4-8, SO THE HISTORY READS EXACTLY AS BEFORE. AN
      * OLD FILE NOT SUPPLIED IS SKIPPED; A WRITE FAILURE ENDS THAT
      * FILE AND LEAVES RETURN CODE 12.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM CA-CONVERT-MASTER
           PERFORM CB-CONVERT-HISTORY
           PERFORM CC-CONVERT-PENDING
           PERFORM CD-CONVERT-CHGLOG
           PERFORM CE-CONVERT-ARCHIVE
           PERFORM Z-CLOSE
           .
           GOBACK.

       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           MOVE 'THREE-COLOR FILE CONVERSION' TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       CA-CONVERT-MASTER SECTION.
           MOVE 'GAMEMST' TO WS-FILE-NAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT WS-OLD-MASTER
           IF WS-OMAST-STATUS NOT = '00'
              PERFORM XA-NOT-SUPPLIED
           ELSE
              OPEN OUTPUT WS-GAME-MASTER
              IF WS-GMAST-STATUS NOT = '00'
                 PERFORM XB-NOT-WRITABLE
              ELSE
                 SET WRITE-OK TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-MASTER
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-MAST-REC TO WS-GAME-REC
                    MOVE 3     TO WS-GM-COLORS
                    MOVE ZEROS TO WS-GM-MAX-EXTRAS
                    WRITE WS-GAME-REC
                    IF WS-GMAST-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       MOVE WS-GMAST-STATUS TO WS-WRITE-STATUS
                       PERFORM XC-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-MASTER
                 END-PERFORM
                 CLOSE WS-GAME-MASTER
                 PERFORM XD-FILE-DONE
              END-IF
              CLOSE WS-OLD-MASTER
           END-IF
           .

       CB-CONVERT-HISTORY SECTION.
           MOVE 'GAMHIST' TO WS-FILE-NAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT WS-OLD-HIST
           IF WS-OHIST-STATUS NOT = '00'
              PERFORM XA-NOT-SUPPLIED
           ELSE
              OPEN OUTPUT WS-GAME-HIST
              IF WS-GHIST-STATUS NOT = '00'
                 PERFORM XB-NOT-WRITABLE
              ELSE
                 SET WRITE-OK TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-HIST
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-HIST-REC TO WS-GHIST-REC
                    MOVE 3     TO WS-GH-COLORS
                    MOVE ZEROS TO WS-GH-MAX-EXTRAS
                    WRITE WS-GHIST-REC
                    IF WS-GHIST-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       MOVE WS-GHIST-STATUS TO WS-WRITE-STATUS
                       PERFORM XC-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-HIST
                 END-PERFORM
                 CLOSE WS-GAME-HIST
                 PERFORM XD-FILE-DONE
              END-IF
              CLOSE WS-OLD-HIST
           END-IF
           .

      * CC-CONVERT-PENDING - A CONVERTED PENDING ADJUSTMENT WAS KEYED
      * AGAINST THREE COLORS; AC2302MA WILL NOT APPLY IT ONCE THE
      * COLOR TABLE HOLDS MORE, SO THE MAKER RE-KEYS IT.
       CC-CONVERT-PENDING SECTION.
           MOVE 'PENDMST' TO WS-FILE-NAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT WS-OLD-PEND
           IF WS-OPEND-STATUS NOT = '00'
              PERFORM XA-NOT-SUPPLIED
           ELSE
              OPEN OUTPUT WS-PENDING
              IF WS-PEND-STATUS NOT = '00'
                 PERFORM XB-NOT-WRITABLE
              ELSE
                 SET WRITE-OK TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-PEND
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-PEND-REC TO WS-PEND-REC
                    MOVE 3     TO WS-PD-COLORS
                    MOVE ZEROS TO WS-PD-EXTRAS
                    WRITE WS-PEND-REC
                    IF WS-PEND-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       MOVE WS-PEND-STATUS TO WS-WRITE-STATUS
                       PERFORM XC-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-PEND
                 END-PERFORM
                 CLOSE WS-PENDING
                 PERFORM XD-FILE-DONE
              END-IF
              CLOSE WS-OLD-PEND
           END-IF
           .

      * CD-CONVERT-CHGLOG - AN IMAGE THAT WAS NEVER THERE (THE OLD
      * IMAGE OF AN ADD, THE NEW IMAGE OF A MANUAL DELETE) KEEPS A
      * ZERO COLOR COUNT, AS THE WRITERS LEAVE IT.
       CD-CONVERT-CHGLOG SECTION.
           MOVE 'CHGLOG01' TO WS-FILE-NAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT WS-OLD-CHGLOG
           IF WS-OCHG-STATUS NOT = '00'
              PERFORM XA-NOT-SUPPLIED
           ELSE
              OPEN OUTPUT WS-CHGLOG
              IF WS-CHGLOG-STATUS NOT = '00'
                 PERFORM XB-NOT-WRITABLE
              ELSE
                 SET WRITE-OK TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-CHGLOG
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-CHG-REC TO WS-CHG-RECORD
                    MOVE 3     TO WS-CG-OLD-COLORS
                    MOVE 3     TO WS-CG-NEW-COLORS
                    MOVE ZEROS TO WS-CG-OLD-EXTRAS
                    MOVE ZEROS TO WS-CG-NEW-EXTRAS
                    IF WS-CG-ACTION = 'A'
                       MOVE 0 TO WS-CG-OLD-COLORS
                    END-IF
                    IF WS-CG-ACTION = 'M' AND WS-CG-NEW-VERDICT = SPACE
                       MOVE 0 TO WS-CG-NEW-COLORS
                    END-IF
                    WRITE WS-CHG-RECORD
                    IF WS-CHGLOG-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       MOVE WS-CHGLOG-STATUS TO WS-WRITE-STATUS
                       PERFORM XC-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-CHGLOG
                 END-PERFORM
                 CLOSE WS-CHGLOG
                 PERFORM XD-FILE-DONE
              END-IF
              CLOSE WS-OLD-CHGLOG
           END-IF
           .

       CE-CONVERT-ARCHIVE SECTION.
           MOVE 'GAMARCH' TO WS-FILE-NAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT WS-OLD-ARCHIVE
           IF WS-OARCH-STATUS NOT = '00'
              PERFORM XA-NOT-SUPPLIED
           ELSE
              OPEN OUTPUT WS-ARCHIVE
              IF WS-ARCH-STATUS NOT = '00'
                 PERFORM XB-NOT-WRITABLE
              ELSE
                 SET WRITE-OK TO TRUE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-ARCHIVE
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-ARCH-REC TO WS-GAME-REC
                    MOVE 3     TO WS-GM-COLORS
                    MOVE ZEROS TO WS-GM-MAX-EXTRAS
                    WRITE WS-ARCHIVE-REC FROM WS-GAME-REC
                    IF WS-ARCH-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       MOVE WS-ARCH-STATUS TO WS-WRITE-STATUS
                       PERFORM XC-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-ARCHIVE
                 END-PERFORM
                 CLOSE WS-ARCHIVE
                 PERFORM XD-FILE-DONE
              END-IF
              CLOSE WS-OLD-ARCHIVE
           END-IF
           .

       R-READ-OLD-MASTER SECTION.
           READ WS-OLD-MASTER NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-OLD-HIST SECTION.
           READ WS-OLD-HIST NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-OLD-PEND SECTION.
           READ WS-OLD-PEND NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-OLD-CHGLOG SECTION.
           READ WS-OLD-CHGLOG
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-OLD-ARCHIVE SECTION.
           READ WS-OLD-ARCHIVE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       XA-NOT-SUPPLIED SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FILE-NAME ' : OLD FILE NOT SUPPLIED - SKIPPED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           ADD 1 TO WS-SKIP-COUNT
           .

       XB-NOT-WRITABLE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR: ' WS-FILE-NAME
                  ' : NEW FILE NOT WRITABLE - NOT CONVERTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           ADD 1 TO WS-FAIL-COUNT
           MOVE 12 TO RETURN-CODE
           .

       XC-WRITE-FAILED SECTION.
           SET WRITE-FAILED TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR: ' WS-FILE-NAME
                  ' : WRITE FAILED ON RECORD ' WS-IN-COUNT
                  ' STATUS ' WS-WRITE-STATUS
                  ' - CONVERSION STOPPED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 12 TO RETURN-CODE
           .

       XD-FILE-DONE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FILE-NAME ' : READ ' WS-IN-COUNT
                  '  WRITTEN ' WS-OUT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WRITE-FAILED
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              ADD 1 TO WS-FILE-COUNT
           END-IF
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILES CONVERTED    : ' WS-FILE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILES SKIPPED      : ' WS-SKIP-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILES FAILED       : ' WS-FAIL-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE CONVERSION COUNTS SURVIVE
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
