      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2302MA.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-TRAN-FILE ASSIGN TO TRANIN
                             FILE STATUS IS WS-TRAN-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-DATE-FILE ASSIGN TO DATE01
                             FILE STATUS IS WS-DATE-STATUS.
           SELECT WS-COLOR-FILE ASSIGN TO COLOR01
                             FILE STATUS IS WS-COLOR-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
           SELECT WS-PENDING ASSIGN TO PENDMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PD-KEY
                             FILE STATUS IS WS-PEND-STATUS.
           SELECT WS-GAME-MASTER ASSIGN TO GAMEMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GM-GAME-ID
                             FILE STATUS IS WS-GMAST-STATUS.
           SELECT WS-CHGLOG ASSIGN TO CHGLOG01
                             FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT WS-GAME-HIST ASSIGN TO GAMHIST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-GH-KEY
                             FILE STATUS IS WS-GHIST-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-TRAN-FILE - OPERATOR TRANSACTIONS, ONE PER CARD. COLUMN 1
      * IS THE TRANSACTION CODE AND COLUMNS 2-9 THE OPERATOR ID OF
      * WHOEVER KEYED IT. A MAKER CARD ('A' ADD, 'C' CHANGE, 'D'
      * DELETE) CARRIES THE GAME ID IN COLUMNS 10-14, THE RED, GREEN
      * AND BLUE MAXIMA IN COLUMNS 15-20 (IGNORED ON A DELETE), A
      * FREE-TEXT REASON IN COLUMNS 21-50 AND, WHEN THE COLOR TABLE
      * HAS MORE THAN THREE COLORS, THE MAXIMA OF COLORS 4-8 TWO
      * COLUMNS EACH FROM COLUMN 51; IT IS ONLY PUT ON THE
      * PENDING FILE. A CHECKER CARD ('Y' APPROVE, 'N' REJECT)
      * CARRIES THE PENDING KEY PRINTED WHEN THE MAKER CARD WAS TAKEN
      * (ENTRY DATE IN COLUMNS 10-17, SEQUENCE IN COLUMNS 18-22) AND A
      * REASON IN COLUMNS 23-52.
       FD WS-TRAN-FILE.
       01 WS-TRAN-REC.
          05 WS-TR-CODE        PIC X.
             88 TR-MAKER       VALUE 'A' 'C' 'D'.
             88 TR-APPROVE     VALUE 'Y'.
             88 TR-REJECT      VALUE 'N'.
          05 WS-TR-OPERATOR    PIC X(8).
          05 WS-TR-DETAIL      PIC X(71).
          05 WS-TR-MAKER REDEFINES WS-TR-DETAIL.
             10 WS-TR-GAME-ID  PIC X(5).
             10 WS-TR-RED      PIC X(2).
             10 WS-TR-GREEN    PIC X(2).
             10 WS-TR-BLUE     PIC X(2).
             10 WS-TR-REASON   PIC X(30).
             10 WS-TR-EXTRA    PIC X(2) OCCURS 5.
             10 FILLER         PIC X(20).
          05 WS-TR-CHECKER REDEFINES WS-TR-DETAIL.
             10 WS-TR-PEND-DATE PIC X(8).
             10 WS-TR-PEND-SEQ PIC X(5).
             10 WS-TR-CK-REASON PIC X(30).
             10 FILLER         PIC X(28).
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-6 THE RGB BAG
      * LIMITS THE VERDICT IS RE-DERIVED AGAINST (SPACES MEANS THE
      * COLOR01 LIMITS), COLUMNS 7-9 THE NUMBER OF DAYS A
      * TRANSACTION MAY WAIT FOR ITS CHECKER BEFORE IT EXPIRES
      * (SPACES MEANS THE DEFAULT) AND COLUMNS 10-19 THE LIMITS OF
      * COLORS 4-8, TWO COLUMNS EACH (A BLANK PAIR MEANS THE COLOR01
      * LIMIT).
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-MAX-RED    PIC 9(2).
          05 WS-PARM-MAX-GREEN  PIC 9(2).
          05 WS-PARM-MAX-BLUE   PIC 9(2).
          05 WS-PARM-EXPIRE     PIC 9(3).
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
      * WS-DATE-FILE - OPTIONAL BUSINESS DATE CARD WRITTEN BY THE
      * DRIVER; WITHOUT IT THE SYSTEM DATE IS THE BUSINESS DATE.
       FD WS-DATE-FILE.
       01 WS-DATE-REC       PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
      * WS-PENDING - ADJUSTMENT TRANSACTIONS AWAITING OR PAST THEIR
      * SECOND SIGNATURE, KEYED BY ENTRY DATE AND A SEQUENCE WITHIN
      * THE DATE. RECORDS ARE NEVER DELETED: THE STATUS MOVES FROM
      * 'P' PENDING TO 'A' APPLIED, 'R' REJECTED OR 'X' EXPIRED, AND
      * THE CHECKER, DISPOSITION DATE AND REASON ARE KEPT WITH IT.
      * THE ENTRY TIME IDENTIFIES THE RUN THAT TOOK THE MAKER CARD,
      * SO NO TRANSACTION CAN BE APPROVED IN THE RUN THAT ENTERED IT.
       FD WS-PENDING.
       01 WS-PEND-REC.
          05 WS-PD-KEY.
             10 WS-PD-ENTER-DATE PIC 9(8).
             10 WS-PD-SEQ      PIC 9(5).
          05 WS-PD-ENTER-TIME  PIC 9(8).
          05 WS-PD-STATUS      PIC X.
             88 PD-PENDING     VALUE 'P'.
             88 PD-APPLIED     VALUE 'A'.
             88 PD-REJECTED    VALUE 'R'.
             88 PD-EXPIRED     VALUE 'X'.
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
      * WS-CHGLOG - PERMANENT CHANGE LOG ON THE GAME MASTER, SHARED
      * WITH THE CUBE PROGRAMS AND BROWSED BY AC2302CL.
       FD WS-CHGLOG.
       01 WS-CHGLOG-REC     PIC X(72).
      * WS-GAME-HIST - DATE-QUALIFIED GAME RESULTS HISTORY; THE LAYOUT
      * MUST MATCH AC2302GH FIELD FOR FIELD.
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
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-TRAN-STATUS    PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-DATE-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-PEND-STATUS    PIC XX.
          05 WS-GMAST-STATUS   PIC XX.
          05 WS-CHGLOG-STATUS  PIC XX.
          05 WS-GHIST-STATUS   PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-NEXT-SEQ       PIC 9(5).
          05 WS-EXPIRE-DAYS    PIC 9(3).
          05 WS-RUN-DAYNO      PIC 9(7).
          05 WS-ENTER-DAYNO    PIC 9(7).
          05 WS-AGE-DAYS       PIC 9(7).
          05 WS-POWER          PIC 9(7).
          05 WS-TRAN-COUNT     PIC 9(5).
          05 WS-ENTERED-CNT    PIC 9(5).
          05 WS-APPLIED-CNT    PIC 9(5).
          05 WS-REJECTED-CNT   PIC 9(5).
          05 WS-EXPIRED-CNT    PIC 9(5).
          05 WS-STILL-PEND-CNT PIC 9(5).
          05 WS-REFUSE-REASON  PIC X(40).
          05 WS-ACTION-TEXT    PIC X(6).
          05 WS-LINE-COUNT     PIC 9(3).
          05 WS-PAGE-COUNT     PIC 9(5).
          05 WS-PAGE-ED        PIC ZZZZ9.
          05 WS-PAGE-LINE      PIC X(132).
          05 WS-CUR-MAXIMA.
             10 WS-CUR-MAX     PIC 9(2) OCCURS 8.
          05 WS-PD-CLR-COUNT   PIC 9.
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
      * WS-DAYNO-WORK - YYYYMMDD TO A DAY NUMBER, SO THE AGE OF A
      * PENDING TRANSACTION IS A SUBTRACTION ACROSS MONTH AND YEAR
      * ENDS. MARCH IS TAKEN AS THE FIRST MONTH OF THE COUNTING YEAR
      * SO THE LEAP DAY FALLS AT ITS END.
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
      * C-CONSTANTS - DEFAULT EXPIRY AND REPORT PAGING. THE BAG
      * LIMITS COME FROM THE COLOR TABLE LIKE THE CUBE PROGRAMS'.
       01 C-CONSTANTS.
          05 C-DEFAULT-EXPIRE  PIC 9(3) VALUE 7.
          05 C-PAGE-DEPTH      PIC 9(2) VALUE 56.
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
      * WS-CHG-RECORD - CHANGE-LOG RECORD BUILT HERE AND WRITTEN
      * FROM. AN APPLIED ADJUSTMENT IS LOGGED UNDER ACTION 'M'; A
      * DELETION CARRIES A BLANK NEW IMAGE. THE LAYOUT MUST MATCH
      * AC2302CL FIELD FOR FIELD.
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
      * WS-HEADING-TEXT - COLUMN HEADING REPEATED UNDER EACH PAGE
      * HEADER. KEPT OUTSIDE WS-VARIABLES SO B-INIT'S INITIALIZE
      * DOES NOT BLANK IT.
       01 WS-HEADING-TEXT      PIC X(60) VALUE
          ' GAME MASTER ADJUSTMENTS - ENTRIES, DISPOSITIONS, EXPIRIES'.
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 MASTER-SWITCH       PIC X VALUE 'N'.
             88 MASTER-ON        VALUE 'Y'.
             88 MASTER-OFF       VALUE 'N'.
          05 CHGLOG-SWITCH       PIC X VALUE 'N'.
             88 CHGLOG-ON        VALUE 'Y'.
             88 CHGLOG-OFF       VALUE 'N'.
          05 GHIST-SWITCH        PIC X VALUE 'N'.
             88 GHIST-ON         VALUE 'Y'.
             88 GHIST-OFF        VALUE 'N'.
          05 TRAN-OK-SWITCH      PIC X.
             88 TRAN-OK          VALUE 'Y'.
             88 TRAN-REFUSED     VALUE 'N'.
          05 OVER-LIMIT-SWITCH   PIC X.
             88 OVER-LIMIT       VALUE 'Y'.
             88 WITHIN-LIMIT     VALUE 'N'.
          05 EXTRAS-SWITCH       PIC X.
             88 EXTRAS-OK        VALUE 'Y'.
             88 EXTRAS-BAD       VALUE 'N'.
          05 POWER-SWITCH        PIC X.
             88 POWER-OK         VALUE 'Y'.
             88 POWER-TOO-BIG    VALUE 'N'.
          05 COLOR-EOF-SWITCH    PIC X VALUE 'N'.
             88 COLOR-EOF        VALUE 'Y'.
             88 COLOR-NOT-EOF    VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - CONTROLLED ONE-GAME FIXES TO THE GAME MASTER UNDER
      * TWO SIGNATURES. A MAKER CARD IS ONLY PARKED ON THE PENDING
      * FILE; A SECOND OPERATOR'S CHECKER CARD IN A LATER RUN
      * APPLIES IT (VERDICT AND POWER RE-DERIVED FROM THE MAXIMA,
      * LOGGED TO THE CHANGE LOG UNDER ITS OWN ACTION CODE) OR
      * REJECTS IT. WHATEVER HAS WAITED TOO LONG FOR ITS CHECKER IS
      * EXPIRED AT THE END OF THE RUN, AND EVERY DISPOSITION IS ON
      * THE REPORT.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-PROCESS
           PERFORM E-EXPIRE-PENDING
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE PENDING FILE AND THE MASTER ARE BOTH REQUIRED:
      * WITHOUT THE ONE NOTHING CAN BE HELD FOR APPROVAL, WITHOUT THE
      * OTHER NOTHING CAN BE APPLIED.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           PERFORM BK-LOAD-COLORS
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              MOVE WS-CLR-LIMIT(WS-CLR-IX) TO WS-LIM(WS-CLR-IX)
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           MOVE C-DEFAULT-EXPIRE TO WS-EXPIRE-DAYS
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 IF WS-PARM-MAX-RED IS NUMERIC
                    AND WS-PARM-MAX-GREEN IS NUMERIC
                    AND WS-PARM-MAX-BLUE IS NUMERIC
                    MOVE WS-PARM-MAX-RED   TO WS-LIM(1)
                    MOVE WS-PARM-MAX-GREEN TO WS-LIM(2)
                    MOVE WS-PARM-MAX-BLUE  TO WS-LIM(3)
                 END-IF
                 MOVE 4 TO WS-CLR-IX
                 PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                    IF WS-PARM-EXTRA-LIM(WS-CLR-IX - 3) IS NUMERIC
                       MOVE WS-PARM-EXTRA-LIM(WS-CLR-IX - 3)
                         TO WS-LIM(WS-CLR-IX)
                    END-IF
                    ADD 1 TO WS-CLR-IX
                 END-PERFORM
                 IF WS-PARM-EXPIRE IS NUMERIC
                    AND WS-PARM-EXPIRE > 0
                    MOVE WS-PARM-EXPIRE TO WS-EXPIRE-DAYS
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
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM XA-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAYNO
           OPEN I-O WS-PENDING
           IF WS-PEND-STATUS = '35'
              OPEN OUTPUT WS-PENDING
              CLOSE WS-PENDING
              OPEN I-O WS-PENDING
           END-IF
           IF WS-PEND-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PENDING ADJUSTMENTS FILE NOT AVAILABLE, '
                     'STATUS=' WS-PEND-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BB-OPEN-MASTER
           IF MASTER-OFF
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: GAME MASTER NOT AVAILABLE, STATUS='
                     WS-GMAST-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PENDING
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BC-NEXT-SEQUENCE
           .

      * BB-OPEN-MASTER - A MISSING MASTER IS CREATED ON FIRST USE SO
      * AN ADD CAN BE THE FIRST RECORD ON IT.
       BB-OPEN-MASTER SECTION.
           OPEN I-O WS-GAME-MASTER
           IF WS-GMAST-STATUS = '35'
              OPEN OUTPUT WS-GAME-MASTER
              CLOSE WS-GAME-MASTER
              OPEN I-O WS-GAME-MASTER
           END-IF
           IF WS-GMAST-STATUS = '00'
              SET MASTER-ON TO TRUE
              PERFORM BD-OPEN-CHGLOG
              PERFORM BE-OPEN-GAMHIST
           ELSE
              SET MASTER-OFF TO TRUE
           END-IF
           .

      * BD-OPEN-CHGLOG - THE CHANGE LOG ACCUMULATES ACROSS RUNS, SO
      * IT EXTENDS; ONLY A MISSING LOG (STATUS 35) MAY FALL BACK TO
      * OPEN OUTPUT. A LOG THAT WILL NOT OPEN IS REPORTED AND
      * SKIPPED - THE MASTER UPDATE ITSELF MUST NOT BE HELD HOSTAGE
      * TO ITS AUDIT TRAIL.
       BD-OPEN-CHGLOG SECTION.
           OPEN EXTEND WS-CHGLOG
           IF WS-CHGLOG-STATUS = '35'
              OPEN OUTPUT WS-CHGLOG
           END-IF
           IF WS-CHGLOG-STATUS = '00'
              SET CHGLOG-ON TO TRUE
           ELSE
              DISPLAY 'WARNING: CHANGE LOG UNAVAILABLE, STATUS='
                      WS-CHGLOG-STATUS
                      ' - MASTER CHANGES NOT LOGGED'
              SET CHGLOG-OFF TO TRUE
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

      * BC-NEXT-SEQUENCE - MAKER CARDS TAKEN TODAY ARE NUMBERED ON
      * FROM THE LAST ONE ALREADY ON FILE FOR THE BUSINESS DATE, SO A
      * SECOND RUN ON THE SAME DATE DOES NOT COLLIDE WITH THE FIRST.
       BC-NEXT-SEQUENCE SECTION.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE WS-RUN-DATE TO WS-PD-ENTER-DATE
           MOVE 0           TO WS-PD-SEQ
           START WS-PENDING KEY NOT < WS-PD-KEY
           END-START
           IF WS-PEND-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-PENDING
              PERFORM UNTIL EOF-Y
                         OR WS-PD-ENTER-DATE NOT = WS-RUN-DATE
                 MOVE WS-PD-SEQ TO WS-NEXT-SEQ
                 PERFORM R-READ-PENDING
              END-PERFORM
           END-IF
           .

      * C-PROCESS - TAKE THE TRANSACTION CARDS IN THE ORDER KEYED. NO
      * CARDS AT ALL IS A NORMAL RUN: IT STILL SWEEPS THE PENDING
      * FILE FOR EXPIRIES.
       C-PROCESS SECTION.
           OPEN INPUT WS-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
              MOVE 'NO TRANSACTION CARDS SUPPLIED - EXPIRY SWEEP ONLY'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-TRAN
              PERFORM UNTIL EOF-Y
                 ADD 1 TO WS-TRAN-COUNT
                 EVALUATE TRUE
                    WHEN TR-MAKER
                       PERFORM CA-ENTER-TRAN
                    WHEN TR-APPROVE OR TR-REJECT
                       PERFORM CB-CHECK-TRAN
                    WHEN OTHER
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'CARD ' WS-TRAN-COUNT
                              ' REFUSED - UNKNOWN TRANSACTION CODE "'
                              WS-TR-CODE '"'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM Z-EMIT-LINE
                       ADD 1 TO WS-REJECTED-CNT
                 END-EVALUATE
                 PERFORM R-READ-TRAN
              END-PERFORM
              CLOSE WS-TRAN-FILE
           END-IF
           .

      * CA-ENTER-TRAN - A MAKER CARD IS EDITED AND PARKED ON THE
      * PENDING FILE; NOTHING TOUCHES THE MASTER YET. WHETHER THE
      * GAME EXISTS IS CHECKED AGAIN WHEN THE CARD IS APPLIED, AS
      * THE DAILY RUNS MAY ADD IT IN THE MEANTIME.
       CA-ENTER-TRAN SECTION.
           SET TRAN-OK TO TRUE
           SET EXTRAS-OK TO TRUE
           MOVE 4 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
              IF WS-TR-EXTRA(WS-CLR-IX - 3) IS NOT NUMERIC
                 SET EXTRAS-BAD TO TRUE
              END-IF
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TR-OPERATOR = SPACES
                 MOVE 'NO OPERATOR ID' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-GAME-ID IS NOT NUMERIC
                 OR WS-TR-GAME-ID = '00000'
                 MOVE 'GAME ID NOT NUMERIC' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-CODE NOT = 'D'
                 AND (WS-TR-RED IS NOT NUMERIC
                  OR WS-TR-GREEN IS NOT NUMERIC
                  OR WS-TR-BLUE IS NOT NUMERIC)
                 MOVE 'MAXIMA NOT NUMERIC' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-CODE NOT = 'D'
                 AND EXTRAS-BAD
                 MOVE 'COLOR 4-8 MAXIMA NOT NUMERIC'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-NEXT-SEQ = 99999
                 MOVE 'PENDING SEQUENCE EXHAUSTED FOR THE DATE'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
           END-EVALUATE
           IF TRAN-REFUSED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CARD ' WS-TRAN-COUNT ' REFUSED - '
                     WS-REFUSE-REASON ': ' WS-TRAN-REC(1:50)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-REJECTED-CNT
           ELSE
              ADD 1 TO WS-NEXT-SEQ
              INITIALIZE WS-PEND-REC
              MOVE WS-RUN-DATE    TO WS-PD-ENTER-DATE
              MOVE WS-NEXT-SEQ    TO WS-PD-SEQ
              MOVE WS-RUN-TIME    TO WS-PD-ENTER-TIME
              SET PD-PENDING      TO TRUE
              MOVE WS-TR-CODE     TO WS-PD-ACTION
              MOVE WS-TR-GAME-ID  TO WS-PD-GAME-ID
              MOVE WS-CLR-COUNT   TO WS-PD-COLORS
              MOVE ZEROS          TO WS-PD-EXTRAS
              IF WS-TR-CODE NOT = 'D'
                 MOVE WS-TR-RED   TO WS-PD-RED
                 MOVE WS-TR-GREEN TO WS-PD-GREEN
                 MOVE WS-TR-BLUE  TO WS-PD-BLUE
                 MOVE 4 TO WS-CLR-IX
                 PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                    MOVE WS-TR-EXTRA(WS-CLR-IX - 3)
                      TO WS-PD-EXTRA(WS-CLR-IX - 3)
                    ADD 1 TO WS-CLR-IX
                 END-PERFORM
              END-IF
              MOVE WS-TR-OPERATOR TO WS-PD-MAKER
              MOVE WS-TR-REASON   TO WS-PD-REASON
              WRITE WS-PEND-REC
              PERFORM XB-ACTION-TEXT
              PERFORM XC-PENDING-MAXIMA
              MOVE WS-CUR-MAXIMA TO WS-SHOW-CUBES
              MOVE WS-PD-CLR-COUNT TO WS-SHOW-COLORS
              PERFORM XD-COLOR-TEXT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'PENDING ' WS-PD-ENTER-DATE '-' WS-PD-SEQ
                     ' ' WS-ACTION-TEXT ' GAME ' WS-PD-GAME-ID
                     ' ' WS-COLOR-TEXT(1:WS-COLOR-TEXT-LEN)
                     ' ENTERED BY ' WS-PD-MAKER
                     ' - ' WS-PD-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-ENTERED-CNT
           END-IF
           .

      * CB-CHECK-TRAN - A CHECKER CARD MUST NAME A TRANSACTION STILL
      * PENDING, ENTERED IN AN EARLIER RUN BY A DIFFERENT OPERATOR.
      * ANYTHING ELSE IS REFUSED AND THE PENDING RECORD IS LEFT AS IT
      * WAS FOR A PROPER CHECKER.
       CB-CHECK-TRAN SECTION.
           SET TRAN-OK TO TRUE
           IF WS-TR-PEND-DATE IS NUMERIC
              AND WS-TR-PEND-SEQ IS NUMERIC
              MOVE WS-TR-PEND-DATE TO WS-PD-ENTER-DATE
              MOVE WS-TR-PEND-SEQ  TO WS-PD-SEQ
              READ WS-PENDING
           ELSE
              MOVE '23' TO WS-PEND-STATUS
           END-IF
           EVALUATE TRUE
              WHEN WS-TR-OPERATOR = SPACES
                 MOVE 'NO OPERATOR ID' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-PEND-STATUS NOT = '00'
                 MOVE 'NO SUCH PENDING TRANSACTION'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN NOT PD-PENDING
                 MOVE 'TRANSACTION NO LONGER PENDING'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-OPERATOR = WS-PD-MAKER
                 MOVE 'CHECKER IS THE SAME OPERATOR AS MAKER'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-PD-ENTER-DATE = WS-RUN-DATE
                 AND WS-PD-ENTER-TIME = WS-RUN-TIME
                 MOVE 'ENTERED IN THIS RUN - APPROVE LATER'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
           END-EVALUATE
           IF TRAN-REFUSED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CARD ' WS-TRAN-COUNT ' REFUSED - '
                     WS-REFUSE-REASON ': ' WS-TRAN-REC(1:22)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-REJECTED-CNT
           ELSE
              MOVE WS-TR-OPERATOR  TO WS-PD-CHECKER
              MOVE WS-RUN-DATE     TO WS-PD-DISP-DATE
              MOVE WS-TR-CK-REASON TO WS-PD-DISP-REASON
              IF TR-APPROVE
                 PERFORM D-APPLY-TRAN
              ELSE
                 SET PD-REJECTED TO TRUE
                 PERFORM CC-REPORT-DISPOSITION
                 ADD 1 TO WS-REJECTED-CNT
              END-IF
              REWRITE WS-PEND-REC
           END-IF
           .

      * CC-REPORT-DISPOSITION - ONE LINE PER PENDING TRANSACTION
      * THAT LEAVES THE PENDING STATE, WHATEVER THE OUTCOME.
       CC-REPORT-DISPOSITION SECTION.
           PERFORM XB-ACTION-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
              WHEN PD-APPLIED
                 STRING 'APPLIED  ' WS-PD-ENTER-DATE '-' WS-PD-SEQ
                        ' ' WS-ACTION-TEXT ' GAME ' WS-PD-GAME-ID
                        ' MAKER ' WS-PD-MAKER
                        ' CHECKER ' WS-PD-CHECKER
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN PD-REJECTED
                 STRING 'REJECTED ' WS-PD-ENTER-DATE '-' WS-PD-SEQ
                        ' ' WS-ACTION-TEXT ' GAME ' WS-PD-GAME-ID
                        ' MAKER ' WS-PD-MAKER
                        ' BY ' WS-PD-CHECKER
                        ' - ' WS-PD-DISP-REASON
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN PD-EXPIRED
                 STRING 'EXPIRED  ' WS-PD-ENTER-DATE '-' WS-PD-SEQ
                        ' ' WS-ACTION-TEXT ' GAME ' WS-PD-GAME-ID
                        ' MAKER ' WS-PD-MAKER
                        ' - ' WS-PD-DISP-REASON
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM Z-EMIT-LINE
           .

      * D-APPLY-TRAN - APPLY AN APPROVED TRANSACTION. THE VERDICT AND
      * POWER ARE NEVER KEYED; THEY ARE RE-DERIVED FROM THE MAXIMA
      * AGAINST THE RUN'S BAG LIMITS EXACTLY AS THE DAILY PROGRAMS
      * DO. AN ADD FOR A GAME ALREADY ON THE MASTER, OR A CHANGE OR
      * DELETE FOR ONE NOT ON IT, IS REJECTED AT THIS POINT; SO IS
      * AN ADD OR CHANGE KEYED UNDER A DIFFERENT COLOR TABLE FROM
      * TODAY'S, OR WHOSE POWER WILL NOT FIT ITS FIELD.
       D-APPLY-TRAN SECTION.
           PERFORM XC-PENDING-MAXIMA
           SET POWER-OK TO TRUE
           IF WS-PD-ACTION NOT = 'D'
              AND WS-PD-CLR-COUNT = WS-CLR-COUNT
              PERFORM DD-DERIVE-POWER
           END-IF
           MOVE WS-PD-GAME-ID TO WS-GM-GAME-ID
           READ WS-GAME-MASTER
           EVALUATE TRUE
              WHEN WS-PD-ACTION NOT = 'D'
                 AND WS-PD-CLR-COUNT NOT = WS-CLR-COUNT
                 SET PD-REJECTED TO TRUE
                 MOVE 'COLOR TABLE CHANGED SINCE ENTRY'
                   TO WS-PD-DISP-REASON
              WHEN POWER-TOO-BIG
                 SET PD-REJECTED TO TRUE
                 MOVE 'POWER EXCEEDS 7 DIGITS' TO WS-PD-DISP-REASON
              WHEN WS-PD-ACTION = 'A' AND WS-GMAST-STATUS = '00'
                 SET PD-REJECTED TO TRUE
                 MOVE 'GAME ALREADY ON MASTER' TO WS-PD-DISP-REASON
              WHEN WS-PD-ACTION NOT = 'A'
                 AND WS-GMAST-STATUS NOT = '00'
                 SET PD-REJECTED TO TRUE
                 MOVE 'GAME NOT ON MASTER' TO WS-PD-DISP-REASON
              WHEN OTHER
                 SET PD-APPLIED TO TRUE
           END-EVALUATE
           IF PD-REJECTED
              PERFORM CC-REPORT-DISPOSITION
              ADD 1 TO WS-REJECTED-CNT
           ELSE
              PERFORM DA-SAVE-OLD-IMAGE
              IF WS-PD-ACTION = 'D'
                 DELETE WS-GAME-MASTER RECORD
                 MOVE SPACE TO WS-CG-NEW-VERDICT
                 MOVE 0 TO WS-CG-NEW-RED
                           WS-CG-NEW-GREEN
                           WS-CG-NEW-BLUE
                           WS-CG-NEW-POWER
                           WS-CG-NEW-COLORS
                 MOVE ZEROS TO WS-CG-NEW-EXTRAS
              ELSE
                 MOVE WS-PD-GAME-ID TO WS-GM-GAME-ID
                 MOVE WS-PD-RED     TO WS-GM-MAX-RED
                 MOVE WS-PD-GREEN   TO WS-GM-MAX-GREEN
                 MOVE WS-PD-BLUE    TO WS-GM-MAX-BLUE
                 MOVE WS-PD-CLR-COUNT TO WS-GM-COLORS
                 MOVE WS-PD-EXTRAS  TO WS-GM-MAX-EXTRAS
                 MOVE WS-POWER      TO WS-GM-POWER
                 SET WITHIN-LIMIT TO TRUE
                 MOVE 1 TO WS-CLR-IX
                 PERFORM UNTIL WS-CLR-IX > WS-CLR-COUNT
                    IF WS-CUR-MAX(WS-CLR-IX) > WS-LIM(WS-CLR-IX)
                       SET OVER-LIMIT TO TRUE
                    END-IF
                    ADD 1 TO WS-CLR-IX
                 END-PERFORM
                 IF OVER-LIMIT
                    MOVE 'N' TO WS-GM-VERDICT
                 ELSE
                    MOVE 'P' TO WS-GM-VERDICT
                 END-IF
                 MOVE WS-RUN-DATE   TO WS-GM-RUN-DATE
                 IF WS-PD-ACTION = 'A'
                    WRITE WS-GAME-REC
                 ELSE
                    REWRITE WS-GAME-REC
                 END-IF
                 MOVE WS-GM-VERDICT   TO WS-CG-NEW-VERDICT
                 MOVE WS-GM-MAX-RED   TO WS-CG-NEW-RED
                 MOVE WS-GM-MAX-GREEN TO WS-CG-NEW-GREEN
                 MOVE WS-GM-MAX-BLUE  TO WS-CG-NEW-BLUE
                 MOVE WS-GM-POWER     TO WS-CG-NEW-POWER
                 MOVE WS-GM-COLORS    TO WS-CG-NEW-COLORS
                 MOVE WS-GM-MAX-EXTRAS TO WS-CG-NEW-EXTRAS
                 PERFORM DC-WRITE-HISTORY
              END-IF
              PERFORM DB-LOG-CHANGE
              PERFORM CC-REPORT-DISPOSITION
              ADD 1 TO WS-APPLIED-CNT
           END-IF
           .

      * DD-DERIVE-POWER - THE TRANSACTION'S POWER IS THE PRODUCT OF
      * ITS MAXIMA OVER EVERY COLOR, AS IN THE DAILY PROGRAMS.
       DD-DERIVE-POWER SECTION.
           MOVE 1 TO WS-POWER
           MOVE 1 TO WS-CLR-IX
           PERFORM UNTIL WS-CLR-IX > WS-PD-CLR-COUNT
              MULTIPLY WS-CUR-MAX(WS-CLR-IX) BY WS-POWER
                 ON SIZE ERROR
                    SET POWER-TOO-BIG TO TRUE
              END-MULTIPLY
              ADD 1 TO WS-CLR-IX
           END-PERFORM
           .

      * DA-SAVE-OLD-IMAGE - HOLD THE MASTER RECORD AS IT STOOD
      * BEFORE THE ADJUSTMENT, OR A BLANK IMAGE FOR AN ADD.
       DA-SAVE-OLD-IMAGE SECTION.
           MOVE 'M' TO WS-CG-ACTION
           IF WS-GMAST-STATUS = '00'
              MOVE WS-GM-VERDICT   TO WS-CG-OLD-VERDICT
              MOVE WS-GM-MAX-RED   TO WS-CG-OLD-RED
              MOVE WS-GM-MAX-GREEN TO WS-CG-OLD-GREEN
              MOVE WS-GM-MAX-BLUE  TO WS-CG-OLD-BLUE
              MOVE WS-GM-POWER     TO WS-CG-OLD-POWER
              MOVE WS-GM-COLORS    TO WS-CG-OLD-COLORS
              MOVE WS-GM-MAX-EXTRAS TO WS-CG-OLD-EXTRAS
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
      * APPLIED ADJUSTMENT, STAMPED WITH THIS PROGRAM AND THE
      * BUSINESS DATE.
       DB-LOG-CHANGE SECTION.
           IF CHGLOG-ON
              MOVE WS-PD-GAME-ID   TO WS-CG-GAME-ID
              MOVE 'AC2302MA'      TO WS-CG-PROGRAM
              MOVE WS-RUN-DATE     TO WS-CG-RUN-DATE
              WRITE WS-CHGLOG-REC FROM WS-CHG-RECORD
           END-IF
           .

      * DC-WRITE-HISTORY - COPY THE ADJUSTED MASTER RECORD ONTO THE
      * GAME HISTORY UNDER ITS BUSINESS DATE, REPLACING THAT DATE'S
      * IMAGE IF THE DAILY RUN ALREADY WROTE ONE.
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
              MOVE 'AC2302MA'      TO WS-GH-PROGRAM
              IF WS-GHIST-STATUS = '00'
                 REWRITE WS-GHIST-REC
              ELSE
                 WRITE WS-GHIST-REC
              END-IF
           END-IF
           .

      * E-EXPIRE-PENDING - SWEEP THE WHOLE PENDING FILE. A
      * TRANSACTION STILL WAITING FOR ITS CHECKER MORE THAN THE
      * EXPIRY PERIOD AFTER IT WAS ENTERED IS EXPIRED AND REPORTED;
      * THE MAKER MUST KEY IT AGAIN IF IT IS STILL WANTED.
       E-EXPIRE-PENDING SECTION.
           MOVE LOW-VALUES TO WS-PD-KEY
           START WS-PENDING KEY NOT < WS-PD-KEY
           END-START
           IF WS-PEND-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-PENDING
              PERFORM UNTIL EOF-Y
                 IF PD-PENDING
                    PERFORM EA-CHECK-AGE
                 END-IF
                 PERFORM R-READ-PENDING
              END-PERFORM
           END-IF
           .

       EA-CHECK-AGE SECTION.
           MOVE WS-PD-ENTER-DATE TO WS-DN-DATE
           PERFORM XA-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-ENTER-DAYNO
           IF WS-RUN-DAYNO > WS-ENTER-DAYNO
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYNO - WS-ENTER-DAYNO
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
              SET PD-EXPIRED TO TRUE
              MOVE WS-RUN-DATE TO WS-PD-DISP-DATE
              MOVE SPACES TO WS-PD-DISP-REASON
              STRING 'NOT APPROVED WITHIN ' WS-EXPIRE-DAYS ' DAYS'
                     DELIMITED BY SIZE INTO WS-PD-DISP-REASON
              REWRITE WS-PEND-REC
              PERFORM CC-REPORT-DISPOSITION
              ADD 1 TO WS-EXPIRED-CNT
           ELSE
              ADD 1 TO WS-STILL-PEND-CNT
           END-IF
           .

      * XA-DAY-NUMBER - DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT.
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

       XB-ACTION-TEXT SECTION.
           EVALUATE WS-PD-ACTION
              WHEN 'A'
                 MOVE 'ADD   ' TO WS-ACTION-TEXT
              WHEN 'C'
                 MOVE 'CHANGE' TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE 'DELETE' TO WS-ACTION-TEXT
           END-EVALUATE
           .

      * XC-PENDING-MAXIMA - THE PENDING RECORD'S MAXIMA IN COLOR
      * TABLE ORDER, WITH THE NUMBER OF COLORS IT WAS KEYED UNDER.
       XC-PENDING-MAXIMA SECTION.
           IF WS-PD-COLORS IS NUMERIC AND WS-PD-COLORS > 0
              MOVE WS-PD-COLORS TO WS-PD-CLR-COUNT
              MOVE WS-PD-EXTRAS TO WS-CUR-MAXIMA(7:10)
           ELSE
              MOVE 3 TO WS-PD-CLR-COUNT
              MOVE ZEROS TO WS-CUR-MAXIMA(7:10)
           END-IF
           MOVE WS-PD-RED   TO WS-CUR-MAX(1)
           MOVE WS-PD-GREEN TO WS-CUR-MAX(2)
           MOVE WS-PD-BLUE  TO WS-CUR-MAX(3)
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

       R-READ-TRAN SECTION.
           READ WS-TRAN-FILE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-PENDING SECTION.
           READ WS-PENDING NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

      * Z-CLOSE - RUN TOTALS. ANY TRANSACTION REJECTED OR EXPIRED
      * MEANS SOMETHING AN OPERATOR ASKED FOR DID NOT HAPPEN, SO THE
      * RUN ENDS WITH A WARNING.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARDS READ         : ' WS-TRAN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTERED FOR APPROVAL: ' WS-ENTERED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'APPLIED            : ' WS-APPLIED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJECTED / REFUSED : ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXPIRED            : ' WS-EXPIRED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STILL PENDING      : ' WS-STILL-PEND-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-REJECTED-CNT > 0 OR WS-EXPIRED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE WS-PENDING
           CLOSE WS-GAME-MASTER
           IF CHGLOG-ON
              CLOSE WS-CHGLOG
           END-IF
           IF GHIST-ON
              CLOSE WS-GAME-HIST
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE. THE PERSISTED COPY IS PAGED LIKE
      * THE OTHER AUDIT REPORTS, SO A SEPARATED PAGE STILL SAYS WHERE
      * IT CAME FROM.
       Z-EMIT-LINE SECTION.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT NOT < C-PAGE-DEPTH
              PERFORM X-PAGE-HEADER
           END-IF
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       X-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-ED
           MOVE SPACES TO WS-PAGE-LINE
           STRING 'AC2302MA  GAME MASTER ADJUSTMENTS'
                  '   RUN DATE ' WS-RUN-DATE
                  '  TIME ' WS-RUN-TIME(1:6)
                  '  PAGE ' WS-PAGE-ED
                  DELIMITED BY SIZE INTO WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-HEADING-TEXT
           MOVE SPACES TO WS-PAGE-LINE
           WRITE WS-REPORT1-REC FROM WS-PAGE-LINE
           MOVE 3 TO WS-LINE-COUNT
           .
