      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300M.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-TRAN-FILE ASSIGN TO TRANIN
                             FILE STATUS IS WS-TRAN-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
           SELECT WS-PARM-MASTER ASSIGN TO PARMMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PM-KEY
                             FILE STATUS IS WS-PARMMST-STATUS.
           SELECT WS-PARM-LOG ASSIGN TO PARMLOG
                             FILE STATUS IS WS-PARMLOG-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-TRAN-FILE - MAINTENANCE CARDS, TAKEN IN THE ORDER KEYED.
      * COLUMN 1 THE ACTION: 'A' ADD AN ENTRY, 'C' CHANGE AN ENTRY'S
      * VALUE, 'W' WITHDRAW THE SETTING FROM A DATE (THE PROGRAM
      * DEFAULT APPLIES AGAIN FROM THEN ON), 'D' DELETE AN ENTRY
      * KEYED IN ERROR, 'L' LIST THE MASTER, 'H' LIST THE CHANGE
      * HISTORY, '*' A COMMENT CARD. COLUMNS 2-9 THE PARAMETER NAME,
      * COLUMNS 10-17 THE EFFECTIVE-FROM DATE, COLUMNS 18-33 THE
      * VALUE (ADD AND CHANGE ONLY), COLUMNS 34-41 THE OPERATOR ID
      * AND COLUMNS 42-45 THE REASON CODE (BOTH REQUIRED ON EVERY
      * UPDATE). ON A LIST CARD THE NAME, IF GIVEN, LIMITS THE LIST
      * TO THAT PARAMETER, AND ON AN 'L' CARD THE DATE, IF GIVEN, IS
      * THE DATE THE ENTRIES IN FORCE ARE MARKED FOR (DEFAULT TODAY).
       FD WS-TRAN-FILE.
       01 WS-TRAN-REC.
          05 WS-TR-CODE        PIC X.
             88 TR-COMMENT     VALUE '*'.
             88 TR-ADD         VALUE 'A'.
             88 TR-CHANGE      VALUE 'C'.
             88 TR-WITHDRAW    VALUE 'W'.
             88 TR-DELETE      VALUE 'D'.
             88 TR-UPDATE      VALUE 'A' 'C' 'W' 'D'.
             88 TR-LIST        VALUE 'L'.
             88 TR-HISTORY     VALUE 'H'.
          05 WS-TR-NAME        PIC X(8).
          05 WS-TR-EFF-DATE    PIC X(8).
          05 WS-TR-VALUE       PIC X(16).
          05 WS-TR-LIMITS REDEFINES WS-TR-VALUE.
             10 WS-TR-LIM      PIC X(2) OCCURS 8.
          05 WS-TR-OPERATOR    PIC X(8).
          05 WS-TR-REASON      PIC X(4).
          05 FILLER            PIC X(35).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
      * WS-PARM-MASTER - THE EFFECTIVE-DATED PARAMETER MASTER, KEYED
      * BY PARAMETER NAME AND THE DATE THE ENTRY TAKES EFFECT FROM.
      * THE ENTRY IN FORCE FOR A BUSINESS DATE IS THE LATEST ONE
      * EFFECTIVE ON OR BEFORE IT. THE PARAMETERS ARE:
      *   WORDMODE  - DAY 1 WORD-MODE SWITCH, 'Y' OR 'N' (DEFAULT Y)
      *   REJTOL    - DAY 1 REJECT TOLERANCE, PERCENT 000-100
      *               (DEFAULT 100 - NO LIMIT)
      *   LIMITS01  - THE OFFICIAL CUBE BAG LIMITS AS A LIMIT CARD
      *               IMAGE, TWO COLUMNS PER COLOR IN COLOR01 ORDER,
      *               A BLANK PAIR THE COLOR01 LIMIT (DEFAULT COLOR01)
      *   LIMITS02-LIMITS10 - WHAT-IF LIMIT SETS, SAME FORMAT
      * THE STATE IS 'A' FOR A VALUE IN FORCE FROM THE DATE OR 'W'
      * WHEN THE SETTING WAS WITHDRAWN FROM THE DATE. ADDED, CHANGED,
      * OPERATOR AND REASON ARE THE LAST MAINTENANCE ON THE ENTRY.
      * THE AC2300C DRIVER, AC2301RX AND AC2302RX READ IT; THE LAYOUT
      * MUST MATCH THEIRS FIELD FOR FIELD.
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
      * WS-PARM-LOG - THE CHANGE HISTORY OF THE PARAMETER MASTER, ONE
      * RECORD PER UPDATE APPLIED, ACCUMULATED ACROSS RUNS: THE
      * ACTION, THE ENTRY'S KEY, ITS VALUE AND STATE BEFORE AND AFTER
      * (BLANK BEFORE AN ADD OR WITHDRAWAL, BLANK AFTER A DELETE), WHO
      * AND WHY, AND WHEN THE CHANGE WAS MADE.
       FD WS-PARM-LOG.
       01 WS-PL-REC.
          05 WS-PL-ACTION        PIC X.
          05 WS-PL-NAME          PIC X(8).
          05 WS-PL-EFF-DATE      PIC 9(8).
          05 WS-PL-OLD-VALUE     PIC X(16).
          05 WS-PL-OLD-STATE     PIC X.
          05 WS-PL-NEW-VALUE     PIC X(16).
          05 WS-PL-NEW-STATE     PIC X.
          05 WS-PL-OPERATOR      PIC X(8).
          05 WS-PL-REASON        PIC X(4).
          05 WS-PL-STAMP-DATE    PIC 9(8).
          05 WS-PL-STAMP-TIME    PIC 9(8).
          05 FILLER              PIC X(1).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-TRAN-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-PARMMST-STATUS PIC XX.
          05 WS-PARMLOG-STATUS PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-LINE-COUNT     PIC 9(3).
          05 WS-PAGE-COUNT     PIC 9(5).
          05 WS-PAGE-ED        PIC ZZZZ9.
          05 WS-PAGE-LINE      PIC X(132).
          05 WS-TRAN-COUNT     PIC 9(5).
          05 WS-ADDED-CNT      PIC 9(5).
          05 WS-CHANGED-CNT    PIC 9(5).
          05 WS-WITHDRAWN-CNT  PIC 9(5).
          05 WS-DELETED-CNT    PIC 9(5).
          05 WS-LISTED-CNT     PIC 9(5).
          05 WS-REFUSED-CNT    PIC 9(5).
          05 WS-ENTRY-CNT      PIC 9(5).
          05 WS-REFUSE-REASON  PIC X(40).
          05 WS-ACTION-CODE    PIC X.
          05 WS-ACTION-TEXT    PIC X(9).
          05 WS-TOL-NUM        PIC 9(3).
          05 WS-LIM-IX         PIC 9(2).
          05 WS-LIM-GIVEN      PIC 9(2).
          05 WS-AS-OF-DATE     PIC 9(8).
          05 WS-LIST-NAME      PIC X(8).
          05 WS-STATE-TEXT     PIC X(9).
          05 WS-FORCE-TEXT     PIC X(10).
          05 WS-OLD-TEXT       PIC X(16).
          05 WS-NEW-TEXT       PIC X(16).
      * WS-HELD-ENTRY - THE MASTER ENTRY LAST READ BY THE LISTING,
      * PRINTED ONCE THE NEXT ONE SHOWS WHETHER A LATER ENTRY FOR THE
      * SAME PARAMETER HAS TAKEN OVER BY THE AS-OF DATE.
          05 WS-HELD-ENTRY.
             10 WS-HL-NAME       PIC X(8).
             10 WS-HL-EFF-DATE   PIC 9(8).
             10 WS-HL-VALUE      PIC X(16).
             10 WS-HL-STATE      PIC X.
             10 WS-HL-ADDED-DATE PIC 9(8).
             10 WS-HL-CHG-DATE   PIC 9(8).
             10 WS-HL-CHG-TIME   PIC 9(8).
             10 WS-HL-OPERATOR   PIC X(8).
             10 WS-HL-REASON     PIC X(4).
             10 FILLER           PIC X(11).
      * C-CONSTANTS
       01 C-CONSTANTS.
          05 C-PAGE-DEPTH      PIC 9(2) VALUE 56.
      * WS-HEADING-TEXT - COLUMN HEADING REPEATED UNDER EACH PAGE
      * HEADER. KEPT OUTSIDE WS-VARIABLES SO B-INIT'S INITIALIZE
      * DOES NOT BLANK IT.
       01 WS-HEADING-TEXT      PIC X(60) VALUE
          ' PARAMETER MASTER MAINTENANCE - UPDATES, LISTINGS, HISTORY'.
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 TRAN-OK-SWITCH      PIC X.
             88 TRAN-OK          VALUE 'Y'.
             88 TRAN-REFUSED     VALUE 'N'.
          05 ENTRY-FOUND-SWITCH  PIC X.
             88 ENTRY-FOUND      VALUE 'Y'.
             88 ENTRY-NOT-FOUND  VALUE 'N'.
          05 HELD-SWITCH         PIC X.
             88 ENTRY-HELD       VALUE 'Y'.
             88 NOTHING-HELD     VALUE 'N'.
          05 MST-EOF-SWITCH      PIC X.
             88 MST-EOF          VALUE 'Y'.
             88 MST-NOT-EOF      VALUE 'N'.
          05 LOG-EOF-SWITCH      PIC X.
             88 LOG-EOF          VALUE 'Y'.
             88 LOG-NOT-EOF      VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - MAINTAIN THE EFFECTIVE-DATED PARAMETER MASTER THE
      * DRIVER RESOLVES EACH BUSINESS DATE'S SETTINGS FROM. EVERY
      * UPDATE IS EDITED, APPLIED AND WRITTEN TO THE CHANGE HISTORY
      * WITH ITS BEFORE AND AFTER VALUES; A CARD THAT FAILS ITS EDIT
      * IS REFUSED AND CHANGES NOTHING. THE MASTER AND ITS HISTORY
      * CAN BE LISTED IN THE SAME RUN.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-PROCESS
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE MASTER IS CREATED ON FIRST USE SO AN ADD CAN BE
      * THE FIRST ENTRY ON IT. THE HISTORY IS REQUIRED: NO CHANGE IS
      * MADE THAT COULD NOT BE RECORDED.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT WS-REPORT1
           OPEN I-O WS-PARM-MASTER
           IF WS-PARMMST-STATUS = '35'
              OPEN OUTPUT WS-PARM-MASTER
              CLOSE WS-PARM-MASTER
              OPEN I-O WS-PARM-MASTER
           END-IF
           IF WS-PARMMST-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PARAMETER MASTER NOT AVAILABLE, STATUS='
                     WS-PARMMST-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BA-OPEN-LOG
           IF WS-PARMLOG-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PARAMETER HISTORY NOT AVAILABLE, STATUS='
                     WS-PARMLOG-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PARM-MASTER
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * BA-OPEN-LOG - THE HISTORY ACCUMULATES ACROSS RUNS, SO IT IS
      * EXTENDED; THE VERY FIRST RUN CREATES IT.
       BA-OPEN-LOG SECTION.
           OPEN EXTEND WS-PARM-LOG
           IF WS-PARMLOG-STATUS = '35'
              OPEN OUTPUT WS-PARM-LOG
           END-IF
           .

      * C-PROCESS - TAKE THE MAINTENANCE CARDS IN THE ORDER KEYED.
       C-PROCESS SECTION.
           OPEN INPUT WS-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
              MOVE 'NO MAINTENANCE CARDS SUPPLIED - NOTHING TO DO'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-TRAN
              PERFORM UNTIL EOF-Y
                 ADD 1 TO WS-TRAN-COUNT
                 EVALUATE TRUE
                    WHEN TR-COMMENT
                       CONTINUE
                    WHEN TR-UPDATE
                       PERFORM CA-EDIT-TRAN
                       IF TRAN-OK
                          PERFORM CB-APPLY-TRAN
                       END-IF
                    WHEN TR-LIST
                       PERFORM D-LIST-MASTER
                    WHEN TR-HISTORY
                       PERFORM E-LIST-HISTORY
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-REFUSE-REASON
                       PERFORM CR-REFUSE-CARD
                 END-EVALUATE
                 PERFORM R-READ-TRAN
              END-PERFORM
              CLOSE WS-TRAN-FILE
           END-IF
           .

      * CA-EDIT-TRAN - AN UPDATE NEEDS WHO AND WHY, A KNOWN
      * PARAMETER, A REAL EFFECTIVE DATE AND, ON AN ADD OR CHANGE, A
      * VALUE THAT PARAMETER CAN TAKE.
       CA-EDIT-TRAN SECTION.
           SET TRAN-OK TO TRUE
           EVALUATE TRUE
              WHEN WS-TR-OPERATOR = SPACES
                 MOVE 'NO OPERATOR ID' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-REASON = SPACES
                 MOVE 'NO REASON CODE' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-NAME NOT = 'WORDMODE'
                 AND WS-TR-NAME NOT = 'REJTOL'
                 AND (WS-TR-NAME(1:6) NOT = 'LIMITS'
                  OR WS-TR-NAME(7:2) IS NOT NUMERIC
                  OR WS-TR-NAME(7:2) < '01'
                  OR WS-TR-NAME(7:2) > '10')
                 MOVE 'UNKNOWN PARAMETER NAME' TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
              WHEN WS-TR-EFF-DATE IS NOT NUMERIC
                 OR WS-TR-EFF-DATE(5:2) < '01'
                 OR WS-TR-EFF-DATE(5:2) > '12'
                 OR WS-TR-EFF-DATE(7:2) < '01'
                 OR WS-TR-EFF-DATE(7:2) > '31'
                 MOVE 'EFFECTIVE DATE NOT A VALID YYYYMMDD'
                   TO WS-REFUSE-REASON
                 SET TRAN-REFUSED TO TRUE
           END-EVALUATE
           IF TRAN-OK AND (TR-ADD OR TR-CHANGE)
              PERFORM CC-CHECK-VALUE
           END-IF
           IF TRAN-REFUSED
              PERFORM CR-REFUSE-CARD
           END-IF
           .

      * CC-CHECK-VALUE - THE VALUE MUST BE ONE THE CONSUMING PROGRAM
      * WILL TAKE AS MEANT, SINCE IT IS APPLIED WITHOUT FURTHER
      * QUESTION TO EVERY DATE FROM THE EFFECTIVE DATE ON.
       CC-CHECK-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-TR-NAME = 'WORDMODE'
                 IF (WS-TR-VALUE(1:1) NOT = 'Y'
                     AND WS-TR-VALUE(1:1) NOT = 'N')
                    OR WS-TR-VALUE(2:15) NOT = SPACES
                    MOVE 'WORDMODE VALUE MUST BE Y OR N'
                      TO WS-REFUSE-REASON
                    SET TRAN-REFUSED TO TRUE
                 END-IF
              WHEN WS-TR-NAME = 'REJTOL'
                 IF WS-TR-VALUE(1:3) IS NOT NUMERIC
                    OR WS-TR-VALUE(4:13) NOT = SPACES
                    MOVE 'REJTOL VALUE MUST BE 3 DIGITS 000-100'
                      TO WS-REFUSE-REASON
                    SET TRAN-REFUSED TO TRUE
                 ELSE
                    MOVE WS-TR-VALUE(1:3) TO WS-TOL-NUM
                    IF WS-TOL-NUM > 100
                       MOVE 'REJTOL VALUE MUST BE 3 DIGITS 000-100'
                         TO WS-REFUSE-REASON
                       SET TRAN-REFUSED TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 0 TO WS-LIM-GIVEN
                 MOVE 1 TO WS-LIM-IX
                 PERFORM UNTIL WS-LIM-IX > 8
                    IF WS-TR-LIM(WS-LIM-IX) IS NUMERIC
                       ADD 1 TO WS-LIM-GIVEN
                    ELSE
                       IF WS-TR-LIM(WS-LIM-IX) NOT = SPACES
                          MOVE 'LIMIT PAIR NOT NUMERIC'
                            TO WS-REFUSE-REASON
                          SET TRAN-REFUSED TO TRUE
                       END-IF
                    END-IF
                    ADD 1 TO WS-LIM-IX
                 END-PERFORM
                 IF TRAN-OK AND WS-LIM-GIVEN = 0
                    MOVE 'LIMIT SET CARRIES NO LIMITS'
                      TO WS-REFUSE-REASON
                    SET TRAN-REFUSED TO TRUE
                 END-IF
           END-EVALUATE
           .

      * CB-APPLY-TRAN - APPLY AN EDITED UPDATE TO THE MASTER AND
      * RECORD IT ON THE HISTORY. AN ADD OR WITHDRAWAL NEEDS THE KEY
      * FREE; A CHANGE OR DELETE NEEDS THE ENTRY ON FILE, AND ONLY A
      * VALUE ENTRY CAN BE CHANGED - A WITHDRAWAL IS DELETED AND
      * RE-KEYED INSTEAD.
       CB-APPLY-TRAN SECTION.
           MOVE WS-TR-NAME     TO WS-PM-NAME
           MOVE WS-TR-EFF-DATE TO WS-PM-EFF-DATE
           READ WS-PARM-MASTER
           IF WS-PARMMST-STATUS = '00'
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET ENTRY-NOT-FOUND TO TRUE
           END-IF
           INITIALIZE WS-PL-REC
           MOVE WS-TR-CODE     TO WS-PL-ACTION
           MOVE WS-TR-NAME     TO WS-PL-NAME
           MOVE WS-TR-EFF-DATE TO WS-PL-EFF-DATE
           MOVE SPACES         TO WS-PL-OLD-VALUE
                                  WS-PL-OLD-STATE
                                  WS-PL-NEW-VALUE
                                  WS-PL-NEW-STATE
           EVALUATE TRUE
              WHEN (TR-ADD OR TR-WITHDRAW) AND ENTRY-FOUND
                 MOVE 'AN ENTRY IS ALREADY ON FILE FOR THAT DATE'
                   TO WS-REFUSE-REASON
                 PERFORM CR-REFUSE-CARD
              WHEN (TR-CHANGE OR TR-DELETE) AND ENTRY-NOT-FOUND
                 MOVE 'NO ENTRY ON FILE FOR THAT DATE'
                   TO WS-REFUSE-REASON
                 PERFORM CR-REFUSE-CARD
              WHEN TR-CHANGE AND WS-PM-STATE = 'W'
                 MOVE 'ENTRY IS A WITHDRAWAL - DELETE AND ADD'
                   TO WS-REFUSE-REASON
                 PERFORM CR-REFUSE-CARD
              WHEN TR-ADD OR TR-WITHDRAW
                 PERFORM CD-ADD-ENTRY
              WHEN TR-CHANGE
                 PERFORM CE-CHANGE-ENTRY
              WHEN TR-DELETE
                 PERFORM CF-DELETE-ENTRY
           END-EVALUATE
           .

       CD-ADD-ENTRY SECTION.
           INITIALIZE WS-PM-REC
           MOVE WS-TR-NAME     TO WS-PM-NAME
           MOVE WS-TR-EFF-DATE TO WS-PM-EFF-DATE
           IF TR-ADD
              MOVE WS-TR-VALUE TO WS-PM-VALUE
              MOVE 'A'         TO WS-PM-STATE
           ELSE
              MOVE SPACES      TO WS-PM-VALUE
              MOVE 'W'         TO WS-PM-STATE
           END-IF
           MOVE WS-RUN-DATE    TO WS-PM-ADDED-DATE
                                  WS-PM-CHG-DATE
           MOVE WS-RUN-TIME    TO WS-PM-CHG-TIME
           MOVE WS-TR-OPERATOR TO WS-PM-OPERATOR
           MOVE WS-TR-REASON   TO WS-PM-REASON
           WRITE WS-PM-REC
           IF WS-PARMMST-STATUS NOT = '00'
              MOVE SPACES TO WS-REFUSE-REASON
              STRING 'MASTER WRITE FAILED, STATUS='
                     WS-PARMMST-STATUS
                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
              PERFORM CR-REFUSE-CARD
           ELSE
              MOVE WS-PM-VALUE TO WS-PL-NEW-VALUE
              MOVE WS-PM-STATE TO WS-PL-NEW-STATE
              IF TR-ADD
                 ADD 1 TO WS-ADDED-CNT
              ELSE
                 ADD 1 TO WS-WITHDRAWN-CNT
              END-IF
              PERFORM CG-LOG-CHANGE
           END-IF
           .

       CE-CHANGE-ENTRY SECTION.
           MOVE WS-PM-VALUE    TO WS-PL-OLD-VALUE
           MOVE WS-PM-STATE    TO WS-PL-OLD-STATE
           MOVE WS-TR-VALUE    TO WS-PM-VALUE
           MOVE WS-RUN-DATE    TO WS-PM-CHG-DATE
           MOVE WS-RUN-TIME    TO WS-PM-CHG-TIME
           MOVE WS-TR-OPERATOR TO WS-PM-OPERATOR
           MOVE WS-TR-REASON   TO WS-PM-REASON
           REWRITE WS-PM-REC
           IF WS-PARMMST-STATUS NOT = '00'
              MOVE SPACES TO WS-REFUSE-REASON
              STRING 'MASTER REWRITE FAILED, STATUS='
                     WS-PARMMST-STATUS
                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
              PERFORM CR-REFUSE-CARD
           ELSE
              MOVE WS-PM-VALUE TO WS-PL-NEW-VALUE
              MOVE WS-PM-STATE TO WS-PL-NEW-STATE
              ADD 1 TO WS-CHANGED-CNT
              PERFORM CG-LOG-CHANGE
           END-IF
           .

       CF-DELETE-ENTRY SECTION.
           MOVE WS-PM-VALUE    TO WS-PL-OLD-VALUE
           MOVE WS-PM-STATE    TO WS-PL-OLD-STATE
           DELETE WS-PARM-MASTER
           IF WS-PARMMST-STATUS NOT = '00'
              MOVE SPACES TO WS-REFUSE-REASON
              STRING 'MASTER DELETE FAILED, STATUS='
                     WS-PARMMST-STATUS
                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
              PERFORM CR-REFUSE-CARD
           ELSE
              ADD 1 TO WS-DELETED-CNT
              PERFORM CG-LOG-CHANGE
           END-IF
           .

      * CG-LOG-CHANGE - WRITE THE HISTORY RECORD FOR THE UPDATE JUST
      * APPLIED AND PRINT IT. AN ENTRY EFFECTIVE TODAY OR EARLIER
      * ALSO CHANGES WHAT A RERUN OF THE DATES IT COVERS WILL USE,
      * SO THE REPORT SAYS SO.
       CG-LOG-CHANGE SECTION.
           MOVE WS-TR-OPERATOR TO WS-PL-OPERATOR
           MOVE WS-TR-REASON   TO WS-PL-REASON
           MOVE WS-RUN-DATE    TO WS-PL-STAMP-DATE
           MOVE WS-RUN-TIME    TO WS-PL-STAMP-TIME
           WRITE WS-PL-REC
           IF WS-PARMLOG-STATUS NOT = '00'
              DISPLAY 'WARNING: PARMLOG WRITE FAILED, STATUS='
                      WS-PARMLOG-STATUS ' - ' WS-TR-CODE ' '
                      WS-TR-NAME ' ' WS-TR-EFF-DATE
                      ' APPLIED BUT NOT RECORDED'
           END-IF
           MOVE WS-TR-CODE TO WS-ACTION-CODE
           PERFORM XA-ACTION-TEXT
           MOVE WS-PL-OLD-VALUE TO WS-OLD-TEXT
           MOVE WS-PL-NEW-VALUE TO WS-NEW-TEXT
           IF WS-PL-OLD-STATE = 'W'
              MOVE '(WITHDRAWN)' TO WS-OLD-TEXT
           END-IF
           IF WS-PL-NEW-STATE = 'W'
              MOVE '(WITHDRAWN)' TO WS-NEW-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARD ' WS-TRAN-COUNT ' ' WS-ACTION-TEXT ' '
                  WS-TR-NAME ' EFFECTIVE ' WS-TR-EFF-DATE
                  ' OLD ' WS-OLD-TEXT ' NEW ' WS-NEW-TEXT
                  ' BY ' WS-TR-OPERATOR ' - ' WS-TR-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-PL-EFF-DATE NOT > WS-RUN-DATE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '          NOTE: EFFECTIVE ' WS-TR-EFF-DATE
                     ' IS NOT AFTER TODAY - ANY RERUN OF A DATE '
                     'FROM THEN ON USES THIS CHANGE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           .

       CR-REFUSE-CARD SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARD ' WS-TRAN-COUNT ' REFUSED - '
                  WS-REFUSE-REASON ': ' WS-TRAN-REC(1:45)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           ADD 1 TO WS-REFUSED-CNT
           .

      * D-LIST-MASTER - EVERY ENTRY ON THE MASTER (OR FOR THE ONE
      * PARAMETER NAMED) IN KEY ORDER, WITH THE ENTRY IN FORCE ON THE
      * AS-OF DATE FLAGGED FOR EACH PARAMETER. AN ENTRY IS PRINTED
      * ONE READ BEHIND, ONCE THE NEXT ENTRY SHOWS WHETHER IT HAS
      * BEEN OVERTAKEN BY THE AS-OF DATE.
       D-LIST-MASTER SECTION.
           ADD 1 TO WS-LISTED-CNT
           IF WS-TR-EFF-DATE IS NUMERIC
              MOVE WS-TR-EFF-DATE TO WS-AS-OF-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE WS-TR-NAME TO WS-LIST-NAME
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LIST-NAME = SPACES
              STRING 'PARAMETER MASTER - ALL ENTRIES, IN FORCE AS OF '
                     WS-AS-OF-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'PARAMETER MASTER - ' WS-LIST-NAME
                     ', IN FORCE AS OF ' WS-AS-OF-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE 'NAME     EFFECTIVE STATE     VALUE             '
             TO WS-REPORT-LINE
           MOVE 'ADDED    CHANGED  OPERATOR REASON'
             TO WS-REPORT-LINE(48:33)
           PERFORM Z-EMIT-LINE
           MOVE 0 TO WS-ENTRY-CNT
           SET NOTHING-HELD TO TRUE
           MOVE WS-LIST-NAME TO WS-PM-NAME
           MOVE 0            TO WS-PM-EFF-DATE
           START WS-PARM-MASTER KEY NOT < WS-PM-KEY
           END-START
           IF WS-PARMMST-STATUS = '00'
              SET MST-NOT-EOF TO TRUE
              PERFORM R-READ-MASTER
              PERFORM UNTIL MST-EOF
                 OR (WS-LIST-NAME NOT = SPACES
                     AND WS-PM-NAME NOT = WS-LIST-NAME)
                 IF ENTRY-HELD
                    PERFORM DA-PRINT-HELD
                 END-IF
                 MOVE WS-PM-REC TO WS-HELD-ENTRY
                 SET ENTRY-HELD TO TRUE
                 PERFORM R-READ-MASTER
              END-PERFORM
      * NOTHING FOLLOWS THE LAST ENTRY FOR ITS PARAMETER NOW.
              SET MST-EOF TO TRUE
              IF ENTRY-HELD
                 PERFORM DA-PRINT-HELD
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES LISTED     : ' WS-ENTRY-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * DA-PRINT-HELD - THE HELD ENTRY IS IN FORCE ON THE AS-OF DATE
      * WHEN IT IS EFFECTIVE BY THEN, IS A VALUE (NOT A WITHDRAWAL),
      * AND THE NEXT ENTRY READ IS NOT A LATER ONE FOR THE SAME
      * PARAMETER THAT IS ALSO EFFECTIVE BY THEN.
       DA-PRINT-HELD SECTION.
           ADD 1 TO WS-ENTRY-CNT
           MOVE SPACES TO WS-FORCE-TEXT
           IF WS-HL-EFF-DATE NOT > WS-AS-OF-DATE
              AND WS-HL-STATE = 'A'
              IF MST-EOF
                 OR WS-PM-NAME NOT = WS-HL-NAME
                 OR WS-PM-EFF-DATE > WS-AS-OF-DATE
                 MOVE '*IN FORCE*' TO WS-FORCE-TEXT
              END-IF
           END-IF
           IF WS-HL-STATE = 'W'
              MOVE 'WITHDRAWN' TO WS-STATE-TEXT
           ELSE
              MOVE 'VALUE' TO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-HL-NAME ' ' WS-HL-EFF-DATE '  '
                  WS-STATE-TEXT ' ' WS-HL-VALUE '  '
                  WS-HL-ADDED-DATE ' ' WS-HL-CHG-DATE ' '
                  WS-HL-OPERATOR ' ' WS-HL-REASON '   '
                  WS-FORCE-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * E-LIST-HISTORY - THE CHANGE HISTORY IN THE ORDER THE CHANGES
      * WERE MADE, FOR ALL PARAMETERS OR THE ONE NAMED. THE HISTORY
      * IS CLOSED AND READ FROM THE TOP, THEN EXTENDED AGAIN FOR THE
      * CARDS STILL TO COME. IF IT CANNOT BE EXTENDED AGAIN THE RUN
      * STOPS, AS IT DOES IN B-INIT, RATHER THAN APPLY CHANGES THAT
      * WOULD GO UNRECORDED.
       E-LIST-HISTORY SECTION.
           ADD 1 TO WS-LISTED-CNT
           MOVE WS-TR-NAME TO WS-LIST-NAME
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LIST-NAME = SPACES
              MOVE 'PARAMETER CHANGE HISTORY - ALL PARAMETERS'
                TO WS-REPORT-LINE
           ELSE
              STRING 'PARAMETER CHANGE HISTORY - ' WS-LIST-NAME
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE 'CHANGED  TIME   ACTION    NAME     EFFECTIVE '
             TO WS-REPORT-LINE
           MOVE 'OLD VALUE        NEW VALUE        OPERATOR REASON'
             TO WS-REPORT-LINE(46:49)
           PERFORM Z-EMIT-LINE
           MOVE 0 TO WS-ENTRY-CNT
           CLOSE WS-PARM-LOG
           OPEN INPUT WS-PARM-LOG
           IF WS-PARMLOG-STATUS = '00'
              SET LOG-NOT-EOF TO TRUE
              PERFORM R-READ-LOG
              PERFORM UNTIL LOG-EOF
                 IF WS-LIST-NAME = SPACES
                    OR WS-PL-NAME = WS-LIST-NAME
                    PERFORM EA-PRINT-CHANGE
                 END-IF
                 PERFORM R-READ-LOG
              END-PERFORM
              CLOSE WS-PARM-LOG
           END-IF
           PERFORM BA-OPEN-LOG
           IF WS-PARMLOG-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PARAMETER HISTORY NOT AVAILABLE, STATUS='
                     WS-PARMLOG-STATUS
                     ' - REMAINING CARDS NOT PROCESSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-TRAN-FILE
              CLOSE WS-PARM-MASTER
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGES LISTED     : ' WS-ENTRY-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       EA-PRINT-CHANGE SECTION.
           ADD 1 TO WS-ENTRY-CNT
           MOVE WS-PL-ACTION TO WS-ACTION-CODE
           PERFORM XA-ACTION-TEXT
           MOVE WS-PL-OLD-VALUE TO WS-OLD-TEXT
           MOVE WS-PL-NEW-VALUE TO WS-NEW-TEXT
           IF WS-PL-OLD-STATE = 'W'
              MOVE '(WITHDRAWN)' TO WS-OLD-TEXT
           END-IF
           IF WS-PL-NEW-STATE = 'W'
              MOVE '(WITHDRAWN)' TO WS-NEW-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PL-STAMP-DATE ' ' WS-PL-STAMP-TIME(1:6) ' '
                  WS-ACTION-TEXT ' ' WS-PL-NAME ' '
                  WS-PL-EFF-DATE '  ' WS-OLD-TEXT ' '
                  WS-NEW-TEXT ' ' WS-PL-OPERATOR ' ' WS-PL-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       XA-ACTION-TEXT SECTION.
           EVALUATE WS-ACTION-CODE
              WHEN 'A'
                 MOVE 'ADDED'     TO WS-ACTION-TEXT
              WHEN 'C'
                 MOVE 'CHANGED'   TO WS-ACTION-TEXT
              WHEN 'W'
                 MOVE 'WITHDRAWN' TO WS-ACTION-TEXT
              WHEN 'D'
                 MOVE 'DELETED'   TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN'   TO WS-ACTION-TEXT
           END-EVALUATE
           .

       R-READ-TRAN SECTION.
           READ WS-TRAN-FILE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-MASTER SECTION.
           READ WS-PARM-MASTER NEXT RECORD
           AT END
             SET MST-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF WS-PARMMST-STATUS NOT = '00'
              SET MST-EOF TO TRUE
           END-IF
           .

       R-READ-LOG SECTION.
           READ WS-PARM-LOG
           AT END
             SET LOG-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF WS-PARMLOG-STATUS NOT = '00'
              SET LOG-EOF TO TRUE
           END-IF
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARDS READ         : ' WS-TRAN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES ADDED      : ' WS-ADDED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES CHANGED    : ' WS-CHANGED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WITHDRAWALS ADDED  : ' WS-WITHDRAWN-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES DELETED    : ' WS-DELETED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LISTINGS PRINTED   : ' WS-LISTED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARDS REFUSED      : ' WS-REFUSED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-REFUSED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE WS-PARM-MASTER
           CLOSE WS-PARM-LOG
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
           STRING 'AC2300M  PARAMETER MASTER MAINTENANCE'
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
