      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300A.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-AUDIT-FILE ASSIGN TO AUDIT01
                             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-AUDIT-FILE - PERMANENT AUDIT TRAIL OF PRIVILEGED DRIVER
      * RUNS WRITTEN BY AC2300C: ONE RECORD PER OVERRIDE OR RESTART
      * EXERCISED, PER CATCH-UP DATE ACCEPTED, PER DUPLICATE
      * TRANSMISSION SECTION CONFIRMED AND PER REQUEST
      * REFUSED, IN THE ORDER THEY HAPPENED. THE LAYOUT MUST MATCH
      * AC2300C'S WS-AUDIT-RECORD FIELD FOR FIELD.
       FD WS-AUDIT-FILE.
       01 WS-AUDIT-REC.
          05 WS-AU-STAMP-DATE  PIC 9(8).
          05 WS-AU-STAMP-TIME  PIC 9(8).
          05 FILLER REDEFINES WS-AU-STAMP-TIME.
             10 WS-AU-STAMP-HHMM PIC 9(4).
             10 FILLER         PIC 9(4).
          05 WS-AU-BUS-DATE    PIC 9(8).
      *   'O' OVERRIDE, 'R' RESTART, 'D' DUPLICATE TRANSMISSION
      *   CONFIRMED, 'C' CATCH-UP DATE.
          05 WS-AU-ACTION      PIC X.
      *   'A' ACCEPTED, 'R' REFUSED.
          05 WS-AU-DISP        PIC X.
          05 WS-AU-OPERATOR    PIC X(8).
          05 WS-AU-REASON      PIC X(4).
          05 WS-AU-NEW-RUN     PIC 9(5).
          05 WS-AU-SUPER-COUNT PIC 9.
          05 WS-AU-SUPER-RUN OCCURS 5 PIC 9(5).
          05 WS-AU-MESSAGE     PIC X(40).
          05 FILLER            PIC X(11).
      * WS-PARM-FILE - OPTIONAL CONTROL CARD: COLUMNS 1-8 THE FIRST
      * AND COLUMNS 9-16 THE LAST BUSINESS DATE TO LIST (YYYYMMDD),
      * COLUMNS 17-24 ONE OPERATOR TO LIST. ANYTHING BLANK LISTS
      * EVERYTHING, SO NO CARD AT ALL LISTS THE WHOLE FILE.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-FROM      PIC X(8).
          05 WS-PARM-TO        PIC X(8).
          05 WS-PARM-OPERATOR  PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-AUDIT-STATUS   PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-FROM-DATE      PIC 9(8).
          05 WS-TO-DATE        PIC 9(8).
          05 WS-SEL-OPERATOR   PIC X(8).
          05 WS-READ-COUNT     PIC 9(5).
          05 WS-LIST-COUNT     PIC 9(5).
          05 WS-REFUSED-COUNT  PIC 9(5).
          05 WS-ACT-IX         PIC 9.
          05 WS-SUPER-IX       PIC 9.
          05 WS-RUN-ED         PIC ZZZZ9.
          05 WS-COUNT-ED       PIC ZZZZ9.
          05 WS-REFUSED-ED     PIC ZZZZ9.
          05 WS-RUN-TEXT       PIC X(5).
          05 WS-ACTION-TEXT    PIC X(8).
          05 WS-DISP-TEXT      PIC X(8).
          05 WS-SUPER-TEXT     PIC X(30).
          05 WS-SUPER-PTR      PIC 99.
      * WS-ACTION-TABLE - ACCEPTED AND REFUSED COUNTS PER PRIVILEGE,
      * IN C-ACTIONS ORDER.
       01 WS-ACTION-TABLE.
          05 WS-ACT-COUNTS     OCCURS 4.
             10 WS-ACT-ACCEPTED PIC 9(5).
             10 WS-ACT-REFUSED  PIC 9(5).
      * C-ACTIONS - THE PRIVILEGE CODES ON THE AUDIT FILE AND THE
      * NAMES THEY PRINT UNDER.
       01 C-ACTIONS.
          05 FILLER            PIC X(9) VALUE 'OOVERRIDE'.
          05 FILLER            PIC X(9) VALUE 'RRESTART '.
          05 FILLER            PIC X(9) VALUE 'DDUP-SEND'.
          05 FILLER            PIC X(9) VALUE 'CCATCH-UP'.
       01 C-ACTIONS-R REDEFINES C-ACTIONS.
          05 C-ACT-ENTRY       OCCURS 4.
             10 C-ACT-CODE     PIC X.
             10 C-ACT-NAME     PIC X(8).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - LIST THE DRIVER'S AUDIT FILE FOR THE AUDITORS: ONE
      * LINE PER PRIVILEGED REQUEST IN THE SELECTED DATES, WHO ASKED,
      * WHY, WHAT HAPPENED AND WHICH HISTORY RUNS IT REPLACED, THEN
      * THE COUNTS PER PRIVILEGE. ANY REFUSED REQUEST LISTED ENDS THE
      * RUN WITH RETURN CODE 4.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-PROCESS
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - TAKE THE SELECTION OFF THE CONTROL CARD AND PRINT
      * THE HEADINGS.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
                      WS-ACTION-TABLE
           MOVE 99999999 TO WS-TO-DATE
           OPEN OUTPUT WS-REPORT1
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS = '00'
                 IF WS-PARM-FROM IS NUMERIC
                    MOVE WS-PARM-FROM TO WS-FROM-DATE
                 END-IF
                 IF WS-PARM-TO IS NUMERIC
                    MOVE WS-PARM-TO TO WS-TO-DATE
                 END-IF
                 MOVE WS-PARM-OPERATOR TO WS-SEL-OPERATOR
              END-IF
              CLOSE WS-PARM-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DRIVER OVERRIDE/RESTART/CATCH-UP AUDIT - BUSINESS '
                  'DATES ' WS-FROM-DATE ' TO ' WS-TO-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-SEL-OPERATOR NOT = SPACES
              MOVE 'OPERATOR' TO WS-REPORT-LINE(80:8)
              MOVE WS-SEL-OPERATOR TO WS-REPORT-LINE(89:8)
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WRITTEN  TIME BUS DATE PRIVILEGE DISP     '
                  'OPERATOR REAS NEW RUN SUPERSEDED RUNS        '
                  '     MESSAGE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * C-PROCESS - ONE PASS OVER THE AUDIT FILE IN THE ORDER IT WAS
      * WRITTEN.
       C-PROCESS SECTION.
           OPEN INPUT WS-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              MOVE 'NO AUDIT01 FILE - NOTHING TO REPORT'
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
              IF WS-AU-BUS-DATE NOT < WS-FROM-DATE
                 AND WS-AU-BUS-DATE NOT > WS-TO-DATE
                 AND (WS-SEL-OPERATOR = SPACES
                      OR WS-SEL-OPERATOR = WS-AU-OPERATOR)
                 PERFORM CA-LIST-ENTRY
              END-IF
              PERFORM R-READ
           END-PERFORM
           CLOSE WS-AUDIT-FILE
           .

      * CA-LIST-ENTRY - THE DETAIL LINE AND THE PRIVILEGE COUNTS. AN
      * UNKNOWN PRIVILEGE CODE IS LISTED AS IT STANDS AND COUNTED
      * WITH THE CATCH-UPS.
       CA-LIST-ENTRY SECTION.
           ADD 1 TO WS-LIST-COUNT
           MOVE 1 TO WS-ACT-IX
           PERFORM UNTIL WS-ACT-IX = 4
              OR C-ACT-CODE(WS-ACT-IX) = WS-AU-ACTION
              ADD 1 TO WS-ACT-IX
           END-PERFORM
           IF C-ACT-CODE(WS-ACT-IX) = WS-AU-ACTION
              MOVE C-ACT-NAME(WS-ACT-IX) TO WS-ACTION-TEXT
           ELSE
              MOVE WS-AU-ACTION TO WS-ACTION-TEXT
           END-IF
           IF WS-AU-DISP = 'A'
              MOVE 'ACCEPTED' TO WS-DISP-TEXT
              ADD 1 TO WS-ACT-ACCEPTED(WS-ACT-IX)
           ELSE
              MOVE 'REFUSED ' TO WS-DISP-TEXT
              ADD 1 TO WS-ACT-REFUSED(WS-ACT-IX)
              ADD 1 TO WS-REFUSED-COUNT
           END-IF
           IF WS-AU-NEW-RUN IS NUMERIC AND WS-AU-NEW-RUN > 0
              MOVE WS-AU-NEW-RUN TO WS-RUN-ED
              MOVE WS-RUN-ED TO WS-RUN-TEXT
           ELSE
              MOVE SPACES TO WS-RUN-TEXT
           END-IF
           MOVE SPACES TO WS-SUPER-TEXT
           MOVE 1 TO WS-SUPER-PTR
           IF WS-AU-SUPER-COUNT IS NUMERIC
              MOVE 1 TO WS-SUPER-IX
              PERFORM UNTIL WS-SUPER-IX > WS-AU-SUPER-COUNT
                 OR WS-SUPER-IX > 5
                 STRING WS-AU-SUPER-RUN(WS-SUPER-IX) ' '
                        DELIMITED BY SIZE
                        INTO WS-SUPER-TEXT
                        WITH POINTER WS-SUPER-PTR
                 END-STRING
                 ADD 1 TO WS-SUPER-IX
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-AU-STAMP-DATE ' ' WS-AU-STAMP-HHMM ' '
                  WS-AU-BUS-DATE ' ' WS-ACTION-TEXT '  '
                  WS-DISP-TEXT ' ' WS-AU-OPERATOR ' '
                  WS-AU-REASON '   ' WS-RUN-TEXT ' '
                  WS-SUPER-TEXT ' ' WS-AU-MESSAGE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       R-READ SECTION.
           READ WS-AUDIT-FILE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF NOT EOF-Y AND WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR: AUDIT01 READ ERROR, STATUS='
                      WS-AUDIT-STATUS
              CLOSE WS-AUDIT-FILE
              CLOSE WS-REPORT1
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * Z-CLOSE - ACCEPTED AND REFUSED COUNTS PER PRIVILEGE, THEN THE
      * FILE TOTALS.
       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 1 TO WS-ACT-IX
           PERFORM UNTIL WS-ACT-IX > 4
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-ACT-ACCEPTED(WS-ACT-IX) TO WS-COUNT-ED
              MOVE WS-ACT-REFUSED(WS-ACT-IX)  TO WS-REFUSED-ED
              STRING C-ACT-NAME(WS-ACT-IX) '  ACCEPTED: ' WS-COUNT-ED
                     '  REFUSED: ' WS-REFUSED-ED
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              ADD 1 TO WS-ACT-IX
           END-PERFORM
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS ON FILE    : ' WS-READ-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS LISTED     : ' WS-LIST-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQUESTS REFUSED   : ' WS-REFUSED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE LISTING SURVIVES AFTER
      * SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
