      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2302BL.
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
           SELECT WS-HIST-FILE ASSIGN TO HIST01
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS WS-HIST-RUN-NBR
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
           SELECT WS-EXTRACT2 ASSIGN TO EXTR02
                             FILE STATUS IS WS-EXTR2-STATUS.
           SELECT WS-EXTRACT3 ASSIGN TO EXTR03
                             FILE STATUS IS WS-EXTR3-STATUS.
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
      * WS-HIST-FILE - RUN-HISTORY MASTER WRITTEN BY THE AC2300C
      * DRIVER AT THE END OF EACH RUN; THE LAYOUT HERE MUST MATCH THE
      * DRIVER'S RECORD FIELD FOR FIELD.
       FD WS-HIST-FILE.
       01 WS-HIST-REC.
          05 WS-HIST-RUN-NBR     PIC 9(5).
          05 WS-HIST-RUN-DATE    PIC 9(8).
          05 WS-HIST-DAY1-TOTAL  PIC 9(9).
          05 WS-HIST-DAY2-SUMMA  PIC 9(9).
          05 WS-HIST-DAY3-SUM    PIC 9(9).
          05 WS-HIST-DAY1-READ   PIC 9(9).
          05 WS-HIST-DAY1-ACCUM  PIC 9(9).
          05 WS-HIST-DAY1-REJ    PIC 9(9).
          05 WS-HIST-DAY2-READ   PIC 9(9).
          05 WS-HIST-DAY2-ACCUM  PIC 9(9).
          05 WS-HIST-DAY2-REJ    PIC 9(9).
          05 WS-HIST-DAY3-READ   PIC 9(9).
          05 WS-HIST-DAY3-ACCUM  PIC 9(9).
          05 WS-HIST-DAY3-REJ    PIC 9(9).
          05 WS-HIST-DAY1-RAN    PIC X.
          05 WS-HIST-DAY2-RAN    PIC X.
          05 WS-HIST-DAY3-RAN    PIC X.
          05 WS-HIST-DAY1-SECS   PIC 9(5).
          05 WS-HIST-DAY2-SECS   PIC 9(5).
          05 WS-HIST-DAY3-SECS   PIC 9(5).
          05 WS-HIST-COMBINED    PIC X.
          05 WS-HIST-SUPERSEDED  PIC X.
      * PER-VENDOR BREAKDOWN OF A MERGIN RUN - WHICH DAYS WERE SPLIT
      * BY VENDOR THAT RUN ('Y'), HOW MANY VENDORS FOLLOW (ZERO WHEN
      * THE RUN HAD NO MERGIN), AND PER VENDOR ITS BATCHES ACCEPTED
      * AND REJECTED WITH EACH DAY'S TOTAL AND REJECTED RECORDS.
          05 WS-HIST-VEND-ATTR1  PIC X.
          05 WS-HIST-VEND-ATTR2  PIC X.
          05 WS-HIST-VEND-ATTR3  PIC X.
          05 WS-HIST-VEND-COUNT  PIC 9.
          05 WS-HIST-VEND OCCURS 5.
             10 WS-HV-ID         PIC X(8).
             10 WS-HV-BATCH-GOOD PIC 99.
             10 WS-HV-BATCH-BAD  PIC 99.
             10 WS-HV-DAY1-TOTAL PIC 9(9).
             10 WS-HV-DAY1-REJ   PIC 9(9).
             10 WS-HV-DAY2-SUMMA PIC 9(9).
             10 WS-HV-DAY2-REJ   PIC 9(9).
             10 WS-HV-DAY3-SUM   PIC 9(9).
             10 WS-HV-DAY3-REJ   PIC 9(9).
      * WS-GAME-HIST - DATE-QUALIFIED GAME RESULTS HISTORY WRITTEN BY
      * AC2302P1, AC2302P2, AC2302PC AND AC2302RX; THE LAYOUT HERE
      * MUST MATCH THEIRS FIELD FOR FIELD. USED AS THE PER-GAME
      * EVIDENCE WHEN THE EXTRACTS ON HAND ARE FOR ANOTHER DATE.
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
      * WS-EXTRACT2 - AC2302P1'S (OR AC2302PC'S) ANALYTICS EXTRACT:
      * 'D' RECORDS CARRY THE GAME ID AND VERDICT FLAG, THE 'T'
      * RECORD THE SUMMA AND THE RUN DATE.
       FD WS-EXTRACT2.
       01 WS-EXTRACT2-REC   PIC X(48).
      * WS-EXTRACT3 - AC2302P2'S (OR AC2302PC'S) ANALYTICS EXTRACT:
      * 'D' RECORDS CARRY THE GAME ID AND MAXIMA/POWER, THE 'T'
      * RECORD THE SUM AND THE RUN DATE.
       FD WS-EXTRACT3.
       01 WS-EXTRACT3-REC   PIC X(48).
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-8 THE
      * BUSINESS DATE TO BALANCE. WITHOUT IT THE DRIVER'S DATE CARD
      * IS USED, AND WITHOUT THAT THE SYSTEM DATE.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-BUS-DATE  PIC X(8).
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * DRIVER.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-EXTR2-STATUS   PIC XX.
          05 WS-EXTR3-STATUS   PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-BUS-DATE       PIC 9(8).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
      * THE THREE LEGS - SUMMA (SUM OF THE POSSIBLE GAMES' IDS) AND
      * SUM (SUM OF EVERY GAME'S POWER) AS EACH SOURCE HAS THEM.
          05 WS-GM-SUMMA       PIC 9(11).
          05 WS-GM-SUM         PIC 9(11).
          05 WS-GM-COUNT       PIC 9(7).
          05 WS-H-SUMMA        PIC 9(9).
          05 WS-H-SUM          PIC 9(9).
          05 WS-H-RUN-NBR      PIC 9(5).
          05 WS-REF-COUNT      PIC 9(5).
          05 WS-REF-IX         PIC 9(5).
          05 WS-DIFF-COUNT     PIC 9(5).
          05 WS-GAME-SUMMA     PIC 9(5).
          05 WS-REF-SUMMA      PIC 9(5).
          05 WS-SUMMA-ED       PIC ZZZZZZZZZZ9.
          05 WS-SUM-ED         PIC ZZZZZZZZZZ9.
          05 WS-LEG-NAME       PIC X(24).
          05 WS-REASON         PIC X(40).
          05 WS-REF-SOURCE     PIC X(8).
      * EXTRACT RECORD LAYOUTS - FIELD FOR FIELD THE LAYOUTS THE CUBE
      * PROGRAMS WRITE THEIR EXTRACTS FROM.
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
      * WS-REF-TABLE - THE PER-GAME EVIDENCE THE MASTER IS CHECKED
      * AGAINST: THE EXTRACT DETAILS WHEN BOTH TRAILERS CARRY THE
      * BUSINESS DATE (VERDICT FROM EXTR02, POWER FROM EXTR03), OR
      * ELSE THE GAME HISTORY FOR THE DATE. KEPT OUTSIDE
      * WS-VARIABLES AND CLEARED IN B-INIT ON ITS OWN.
       01 WS-REF-TABLE.
          05 WS-REF-ENTRY OCCURS 2000.
             10 WS-RF-GAME-ID  PIC 9(5).
             10 WS-RF-VERDICT  PIC X.
             10 WS-RF-POWER    PIC 9(7).
             10 WS-RF-MATCHED  PIC X.
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 HIST-FOUND-SWITCH   PIC X VALUE 'N'.
             88 HIST-FOUND       VALUE 'Y'.
          05 DAY2-RAN-SWITCH     PIC X VALUE 'N'.
             88 HIST-DAY2-RAN    VALUE 'Y'.
          05 DAY3-RAN-SWITCH     PIC X VALUE 'N'.
             88 HIST-DAY3-RAN    VALUE 'Y'.
          05 TRL2-SWITCH         PIC X VALUE 'N'.
             88 TRL2-SEEN        VALUE 'Y'.
          05 TRL3-SWITCH         PIC X VALUE 'N'.
             88 TRL3-SEEN        VALUE 'Y'.
          05 EXTR-DATE-SWITCH    PIC X VALUE 'N'.
             88 EXTR-FOR-DATE    VALUE 'Y'.
          05 REF-FOUND-SWITCH    PIC X.
             88 REF-FOUND        VALUE 'Y'.
             88 REF-NOT-FOUND    VALUE 'N'.
          05 BALANCE-SWITCH      PIC X VALUE 'N'.
             88 OUT-OF-BALANCE   VALUE 'Y'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - THREE-WAY BALANCE FOR ONE BUSINESS DATE: THE SUMMA
      * AND SUM RE-DERIVED FROM THE GAME MASTER RECORDS CARRYING THE
      * DATE, AGAINST WHAT THE DRIVER RECORDED ON HIST01 AND WHAT THE
      * EXTRACT TRAILERS SAY, WITH EVERY GAME BEHIND A DIFFERENCE
      * LISTED. A MASTER THAT HAS DRIFTED AFTER A RECYCLE, PURGE OR
      * MANUAL FIX IS CAUGHT BEFORE ANALYTICS PUBLISHES FROM IT.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-LOAD-HISTORY
           PERFORM D-LOAD-EXTRACTS
           IF NOT EXTR-FOR-DATE
              PERFORM DC-LOAD-GAME-HIST
           END-IF
           PERFORM E-SCAN-MASTER
           PERFORM EB-SWEEP-REFERENCE
           PERFORM F-BALANCE
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE BUSINESS DATE COMES FROM THE CONTROL CARD, THEN
      * THE DRIVER'S DATE CARD, THEN THE SYSTEM DATE. THE GAME MASTER
      * IS THE ONE LEG THAT MUST BE THERE.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
                      WS-REF-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 0 TO WS-BUS-DATE
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 AND WS-PARM-BUS-DATE IS NUMERIC
                 MOVE WS-PARM-BUS-DATE TO WS-BUS-DATE
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
           OPEN INPUT WS-GAME-MASTER
           IF WS-GMAST-STATUS NOT = '00'
              MOVE 'ERROR: GAME MASTER NOT AVAILABLE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AC2302BL  GAME MASTER BALANCE - BUSINESS DATE '
                  WS-BUS-DATE
                  '   RUN DATE ' WS-RUN-DATE
                  '  TIME ' WS-RUN-TIME(1:6)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * C-LOAD-HISTORY - THE LAST NON-SUPERSEDED HIST01 RECORD FOR
      * THE DATE IS THE RUN OF RECORD. A DAY WHOSE RAN FLAG IS 'N'
      * HAS NO FIGURE TO BALANCE TO.
       C-LOAD-HISTORY SECTION.
           OPEN INPUT WS-HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
              MOVE 'WARNING: RUN HISTORY NOT AVAILABLE - HIST01 LEG '
                TO WS-REPORT-LINE
              MOVE 'NOT BALANCED' TO WS-REPORT-LINE(50:12)
              PERFORM Z-EMIT-LINE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-HISTORY
              PERFORM UNTIL EOF-Y
                 IF WS-HIST-RUN-DATE = WS-BUS-DATE
                    AND WS-HIST-SUPERSEDED NOT = 'S'
                    SET HIST-FOUND TO TRUE
                    MOVE WS-HIST-RUN-NBR    TO WS-H-RUN-NBR
                    MOVE WS-HIST-DAY2-SUMMA TO WS-H-SUMMA
                    MOVE WS-HIST-DAY3-SUM   TO WS-H-SUM
                    MOVE WS-HIST-DAY2-RAN   TO DAY2-RAN-SWITCH
                    MOVE WS-HIST-DAY3-RAN   TO DAY3-RAN-SWITCH
                 END-IF
                 PERFORM R-READ-HISTORY
              END-PERFORM
              CLOSE WS-HIST-FILE
              IF NOT HIST-FOUND
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'WARNING: NO RUN HISTORY RECORD FOR '
                        WS-BUS-DATE ' - HIST01 LEG NOT BALANCED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
              END-IF
           END-IF
           .

      * D-LOAD-EXTRACTS - BOTH TRAILERS MUST BE PRESENT AND CARRY THE
      * BUSINESS DATE FOR THE EXTRACT LEG TO COUNT; THE EXTRACTS ARE
      * REPLACED EVERY NIGHT, SO AN OLDER DATE'S BALANCE USUALLY HAS
      * NO EXTRACT LEG. THE DETAILS ARE LOADED AS THE PER-GAME
      * EVIDENCE AS THEY ARE READ AND DROPPED AGAIN IF THE TRAILERS
      * TURN OUT NOT TO BE FOR THE DATE.
       D-LOAD-EXTRACTS SECTION.
           MOVE 'EXTRACTS' TO WS-REF-SOURCE
           OPEN INPUT WS-EXTRACT2
           IF WS-EXTR2-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR2
              PERFORM UNTIL EOF-Y
                 EVALUATE WS-EXTRACT2-REC(1:1)
                    WHEN 'D'
                       MOVE WS-EXTRACT2-REC TO WS-EXTR-DETAIL
                       PERFORM DA-FIND-REFERENCE
                       IF REF-FOUND
                          MOVE WS-XD-FLAG TO WS-RF-VERDICT(WS-REF-IX)
                       END-IF
                    WHEN 'T'
                       MOVE WS-EXTRACT2-REC TO WS-EXTR2-TOTAL
                       SET TRL2-SEEN TO TRUE
                 END-EVALUATE
                 PERFORM R-READ-EXTR2
              END-PERFORM
              CLOSE WS-EXTRACT2
           END-IF
           OPEN INPUT WS-EXTRACT3
           IF WS-EXTR3-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-EXTR3
              PERFORM UNTIL EOF-Y
                 EVALUATE WS-EXTRACT3-REC(1:1)
                    WHEN 'D'
                       MOVE WS-EXTRACT3-REC TO WS-EXTR-DETAIL
                       PERFORM DA-FIND-REFERENCE
                       IF REF-FOUND
                          MOVE WS-XD-POWER TO WS-RF-POWER(WS-REF-IX)
                       END-IF
                    WHEN 'T'
                       MOVE WS-EXTRACT3-REC TO WS-EXTR3-TOTAL
                       SET TRL3-SEEN TO TRUE
                 END-EVALUATE
                 PERFORM R-READ-EXTR3
              END-PERFORM
              CLOSE WS-EXTRACT3
           END-IF
           IF TRL2-SEEN AND TRL3-SEEN
              AND WS-X2-DATE = WS-BUS-DATE
              AND WS-X3-DATE = WS-BUS-DATE
              SET EXTR-FOR-DATE TO TRUE
           ELSE
              INITIALIZE WS-REF-TABLE
              MOVE 0 TO WS-REF-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              IF TRL2-SEEN AND TRL3-SEEN
                 STRING 'WARNING: EXTRACTS ON HAND ARE FOR '
                        WS-X2-DATE '/' WS-X3-DATE
                        ' - EXTRACT LEG NOT BALANCED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING 'WARNING: EXTRACT OR EXTRACT TRAILER MISSING '
                        '- EXTRACT LEG NOT BALANCED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM Z-EMIT-LINE
           END-IF
           .

      * DA-FIND-REFERENCE - LOCATE THE EXTRACT DETAIL'S GAME IN THE
      * EVIDENCE TABLE, ADDING IT IF IT IS NOT THERE YET.
       DA-FIND-REFERENCE SECTION.
           SET REF-NOT-FOUND TO TRUE
           MOVE 1 TO WS-REF-IX
           PERFORM UNTIL REF-FOUND OR WS-REF-IX > WS-REF-COUNT
              IF WS-RF-GAME-ID(WS-REF-IX) = WS-XD-GAME-ID
                 SET REF-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-REF-IX
              END-IF
           END-PERFORM
           IF REF-NOT-FOUND
              IF WS-REF-COUNT = 2000
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: MORE THAN 2000 GAMES IN THE EVIDENCE '
                        '- GAME ' WS-XD-GAME-ID ' NOT CHECKED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET OUT-OF-BALANCE TO TRUE
              ELSE
                 ADD 1 TO WS-REF-COUNT
                 MOVE WS-REF-COUNT  TO WS-REF-IX
                 MOVE WS-XD-GAME-ID TO WS-RF-GAME-ID(WS-REF-IX)
                 MOVE SPACE         TO WS-RF-VERDICT(WS-REF-IX)
                 MOVE 0             TO WS-RF-POWER(WS-REF-IX)
                 MOVE 'N'           TO WS-RF-MATCHED(WS-REF-IX)
                 SET REF-FOUND TO TRUE
              END-IF
           END-IF
           .

      * DC-LOAD-GAME-HIST - WITHOUT EXTRACTS FOR THE DATE, THE GAME
      * HISTORY'S FINAL IMAGE OF EACH GAME TOUCHED ON THE DATE IS THE
      * PER-GAME EVIDENCE INSTEAD. THE FILE IS IN DATE-THEN-GAME
      * ORDER, SO THE DATE IS ONE CONTIGUOUS STRETCH.
       DC-LOAD-GAME-HIST SECTION.
           MOVE 'GAMHIST' TO WS-REF-SOURCE
           OPEN INPUT WS-GAME-HIST
           IF WS-GHIST-STATUS NOT = '00'
              MOVE 'WARNING: GAME HISTORY NOT AVAILABLE - GAMES ARE '
                TO WS-REPORT-LINE
              MOVE 'LISTED FROM THE MASTER ALONE'
                TO WS-REPORT-LINE(50:28)
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REF-SOURCE
           ELSE
              MOVE WS-BUS-DATE TO WS-GH-RUN-DATE
              MOVE 0           TO WS-GH-GAME-ID
              START WS-GAME-HIST KEY NOT < WS-GH-KEY
              END-START
              IF WS-GHIST-STATUS NOT = '00'
                 SET EOF-Y TO TRUE
              ELSE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-GAME-HIST
              END-IF
              PERFORM UNTIL EOF-Y OR WS-GH-RUN-DATE NOT = WS-BUS-DATE
                 MOVE WS-GH-GAME-ID TO WS-XD-GAME-ID
                 PERFORM DA-FIND-REFERENCE
                 IF REF-FOUND
                    MOVE WS-GH-VERDICT TO WS-RF-VERDICT(WS-REF-IX)
                    MOVE WS-GH-POWER   TO WS-RF-POWER(WS-REF-IX)
                 END-IF
                 PERFORM R-READ-GAME-HIST
              END-PERFORM
              CLOSE WS-GAME-HIST
           END-IF
           .

      * E-SCAN-MASTER - ONE KEYED SWEEP OF THE MASTER: RE-DERIVE THE
      * DATE'S SUMMA AND SUM FROM THE RECORDS CARRYING IT, AND HOLD
      * EACH ONE UP AGAINST ITS EVIDENCE.
       E-SCAN-MASTER SECTION.
           MOVE 0 TO WS-GM-GAME-ID
           START WS-GAME-MASTER KEY NOT < WS-GM-GAME-ID
           END-START
           IF WS-GMAST-STATUS NOT = '00'
              SET EOF-Y TO TRUE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-MASTER
           END-IF
           PERFORM UNTIL EOF-Y
              IF WS-GM-RUN-DATE = WS-BUS-DATE
                 ADD 1 TO WS-GM-COUNT
                 ADD WS-GM-POWER TO WS-GM-SUM
                 IF WS-GM-VERDICT = 'P'
                    ADD WS-GM-GAME-ID TO WS-GM-SUMMA
                 END-IF
                 IF WS-REF-SOURCE NOT = SPACES
                    PERFORM EA-CHECK-GAME
                 END-IF
              END-IF
              PERFORM R-READ-MASTER
           END-PERFORM
           .

      * EA-CHECK-GAME - A MASTER GAME ACCOUNTS FOR A DIFFERENCE WHEN
      * ITS EVIDENCE IS MISSING OR DISAGREES ON WHAT IT ADDS TO THE
      * SUMMA OR THE SUM.
       EA-CHECK-GAME SECTION.
           SET REF-NOT-FOUND TO TRUE
           MOVE 1 TO WS-REF-IX
           PERFORM UNTIL REF-FOUND OR WS-REF-IX > WS-REF-COUNT
              IF WS-RF-GAME-ID(WS-REF-IX) = WS-GM-GAME-ID
                 SET REF-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-REF-IX
              END-IF
           END-PERFORM
           IF REF-NOT-FOUND
              MOVE SPACES TO WS-REASON
              STRING 'ON MASTER, NOT ON ' WS-REF-SOURCE
                     DELIMITED BY SIZE INTO WS-REASON
              PERFORM XA-LIST-MASTER-GAME
           ELSE
              MOVE 'Y' TO WS-RF-MATCHED(WS-REF-IX)
              PERFORM EC-COMPARE-GAME
           END-IF
           .

      * EC-COMPARE-GAME - THE GAME'S SHARE OF THE SUMMA AND THE SUM
      * ON THE MASTER AGAINST ITS SHARE ON THE EVIDENCE.
       EC-COMPARE-GAME SECTION.
           MOVE 0 TO WS-GAME-SUMMA
                     WS-REF-SUMMA
           IF WS-GM-VERDICT = 'P'
              MOVE WS-GM-GAME-ID TO WS-GAME-SUMMA
           END-IF
           IF WS-RF-VERDICT(WS-REF-IX) = 'P'
              MOVE WS-GM-GAME-ID TO WS-REF-SUMMA
           END-IF
           IF WS-GAME-SUMMA NOT = WS-REF-SUMMA
              OR WS-GM-POWER NOT = WS-RF-POWER(WS-REF-IX)
              MOVE SPACES TO WS-REASON
              STRING 'MASTER DIFFERS FROM ' WS-REF-SOURCE
                     DELIMITED BY SIZE INTO WS-REASON
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'GAME ' WS-GM-GAME-ID
                     ' MASTER VERDICT ' WS-GM-VERDICT
                     ' POWER ' WS-GM-POWER
                     ' / ' WS-REF-SOURCE ' VERDICT '
                     WS-RF-VERDICT(WS-REF-IX)
                     ' POWER ' WS-RF-POWER(WS-REF-IX)
                     ' - ' WS-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-DIFF-COUNT
           END-IF
           .

      * EB-SWEEP-REFERENCE - EVERY EVIDENCE GAME THE SWEEP DID NOT
      * MEET UNDER THE DATE IS EITHER GONE FROM THE MASTER OR HAS
      * SINCE BEEN RESTAMPED WITH ANOTHER DATE; EITHER WAY ITS SHARE
      * OF THE DATE'S FIGURES IS NO LONGER ON THE MASTER.
       EB-SWEEP-REFERENCE SECTION.
           MOVE 1 TO WS-REF-IX
           PERFORM UNTIL WS-REF-IX > WS-REF-COUNT
              IF WS-RF-MATCHED(WS-REF-IX) = 'N'
                 MOVE WS-RF-GAME-ID(WS-REF-IX) TO WS-GM-GAME-ID
                 READ WS-GAME-MASTER
                 MOVE SPACES TO WS-REASON
                 IF WS-GMAST-STATUS = '00'
                    STRING 'MASTER NOW CARRIES DATE ' WS-GM-RUN-DATE
                           DELIMITED BY SIZE INTO WS-REASON
                 ELSE
                    MOVE 'NO LONGER ON THE MASTER' TO WS-REASON
                 END-IF
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'GAME ' WS-RF-GAME-ID(WS-REF-IX)
                        ' ' WS-REF-SOURCE ' VERDICT '
                        WS-RF-VERDICT(WS-REF-IX)
                        ' POWER ' WS-RF-POWER(WS-REF-IX)
                        ' - ' WS-REASON
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 ADD 1 TO WS-DIFF-COUNT
              END-IF
              ADD 1 TO WS-REF-IX
           END-PERFORM
           CLOSE WS-GAME-MASTER
           .

      * F-BALANCE - SET THE THREE LEGS SIDE BY SIDE AND FLAG EVERY
      * LEG THE MASTER DOES NOT AGREE WITH.
       F-BALANCE SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 'LEG                           SUMMA         SUM'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 'GAME MASTER (RE-DERIVED)' TO WS-LEG-NAME
           MOVE WS-GM-SUMMA TO WS-SUMMA-ED
           MOVE WS-GM-SUM   TO WS-SUM-ED
           PERFORM FA-PRINT-LEG
           IF HIST-FOUND
              MOVE SPACES TO WS-LEG-NAME
              STRING 'HIST01 RUN ' WS-H-RUN-NBR
                     DELIMITED BY SIZE INTO WS-LEG-NAME
              MOVE WS-H-SUMMA TO WS-SUMMA-ED
              MOVE WS-H-SUM   TO WS-SUM-ED
              PERFORM FA-PRINT-LEG
              IF HIST-DAY2-RAN AND WS-GM-SUMMA NOT = WS-H-SUMMA
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: MASTER SUMMA ' WS-GM-SUMMA
                        ' DOES NOT BALANCE TO HIST01 DAY2 SUMMA '
                        WS-H-SUMMA
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET OUT-OF-BALANCE TO TRUE
              END-IF
              IF HIST-DAY3-RAN AND WS-GM-SUM NOT = WS-H-SUM
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: MASTER SUM ' WS-GM-SUM
                        ' DOES NOT BALANCE TO HIST01 DAY3 SUM '
                        WS-H-SUM
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET OUT-OF-BALANCE TO TRUE
              END-IF
              IF NOT HIST-DAY2-RAN OR NOT HIST-DAY3-RAN
                 MOVE 'WARNING: A DAY DID NOT RUN ON THE HIST01 '
                   TO WS-REPORT-LINE
                 MOVE 'RECORD - ITS FIGURE IS NOT BALANCED'
                   TO WS-REPORT-LINE(42:35)
                 PERFORM Z-EMIT-LINE
              END-IF
           END-IF
           IF EXTR-FOR-DATE
              MOVE 'EXTRACT TRAILERS' TO WS-LEG-NAME
              MOVE WS-X2-SUMMA TO WS-SUMMA-ED
              MOVE WS-X3-SUM   TO WS-SUM-ED
              PERFORM FA-PRINT-LEG
              IF WS-GM-SUMMA NOT = WS-X2-SUMMA
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: MASTER SUMMA ' WS-GM-SUMMA
                        ' DOES NOT BALANCE TO EXTR02 TRAILER SUMMA '
                        WS-X2-SUMMA
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET OUT-OF-BALANCE TO TRUE
              END-IF
              IF WS-GM-SUM NOT = WS-X3-SUM
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: MASTER SUM ' WS-GM-SUM
                        ' DOES NOT BALANCE TO EXTR03 TRAILER SUM '
                        WS-X3-SUM
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           .

       FA-PRINT-LEG SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LEG-NAME WS-SUMMA-ED ' ' WS-SUM-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * XA-LIST-MASTER-GAME - A MASTER GAME WITH NO EVIDENCE AT ALL.
       XA-LIST-MASTER-GAME SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GAME ' WS-GM-GAME-ID
                  ' MASTER VERDICT ' WS-GM-VERDICT
                  ' POWER ' WS-GM-POWER
                  ' - ' WS-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           ADD 1 TO WS-DIFF-COUNT
           .

       R-READ-HISTORY SECTION.
           READ WS-HIST-FILE
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

       R-READ-GAME-HIST SECTION.
           READ WS-GAME-HIST NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-MASTER SECTION.
           READ WS-GAME-MASTER NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

      * Z-CLOSE - COUNTS, THEN A NON-ZERO RETURN CODE WHEN ANY LEG IS
      * OUT OF BALANCE OR ANY GAME WAS LISTED, SO THE ANALYTICS
      * PUBLISH STEP CAN BE HELD ON IT.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER GAMES FOR DATE: ' WS-GM-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EVIDENCE GAMES       : ' WS-REF-COUNT
                  ' FROM ' WS-REF-SOURCE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GAMES LISTED         : ' WS-DIFF-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF OUT-OF-BALANCE OR WS-DIFF-COUNT > 0
              MOVE 'GAME MASTER OUT OF BALANCE - SEE LISTING ABOVE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'GAME MASTER IN BALANCE' TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              IF NOT HIST-FOUND OR NOT EXTR-FOR-DATE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE BALANCING LISTING SURVIVES
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
