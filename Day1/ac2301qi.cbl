      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2301QI.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CAL-MASTER ASSIGN TO CALMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-CM-KEY
                             FILE STATUS IS WS-CALMST-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-CAL-MASTER - CALIBRATION LINE MASTER WRITTEN BY AC2301P2 AND
      * UPDATED BY AC2301RX; THE LAYOUT HERE MUST MATCH THEIRS FIELD
      * FOR FIELD.
       FD WS-CAL-MASTER.
       01 WS-CAL-REC.
          05 WS-CM-KEY.
             10 WS-CM-RUN-DATE PIC 9(8).
             10 WS-CM-LINE-SEQ PIC 9(7).
          05 WS-CM-STATUS      PIC X.
          05 WS-CM-ORIG-TEXT   PIC X(80).
          05 WS-CM-FIRST       PIC 9.
          05 WS-CM-SECOND      PIC 9.
          05 WS-CM-VALUE       PIC 9(2).
          05 WS-CM-EXCEPT-SEQ  PIC 9(5).
          05 WS-CM-CORR-TEXT   PIC X(80).
          05 WS-CM-CORR-DATE   PIC 9(8).
      * WS-PARM-FILE - INQUIRY CONTROL CARD: COLUMNS 1-8 THE BUSINESS
      * DATE (REQUIRED), COLUMNS 9-15 THE FIRST SOURCE-LINE SEQUENCE
      * AND COLUMNS 16-22 THE LAST, AND COLUMN 23 AN OPTIONAL STATUS
      * FILTER ('A' ACCEPTED, 'R' REJECTED, 'C' RECYCLED). SPACES IN
      * THE FIRST SEQUENCE BROWSES THE WHOLE DATE; SPACES IN THE LAST
      * MEANS THE ONE LINE NAMED IN THE FIRST.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-RUN-DATE  PIC X(8).
          05 WS-PARM-FROM-SEQ  PIC X(7).
          05 WS-PARM-TO-SEQ    PIC X(7).
          05 WS-PARM-STATUS-FILTER PIC X.
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-CALMST-STATUS  PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-FROM-SEQ       PIC 9(7).
          05 WS-TO-SEQ         PIC 9(7).
          05 WS-STATUS-FILTER  PIC X.
          05 WS-SHOWN-COUNT    PIC 9(7).
          05 WS-ACCEPTED-CNT   PIC 9(7).
          05 WS-REJECTED-CNT   PIC 9(7).
          05 WS-RECYCLED-CNT   PIC 9(7).
          05 WS-STATUS-TEXT    PIC X(8).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - ANSWER "WHAT HAPPENED TO THIS CALIBRATION LINE" FROM
      * THE CALIBRATION MASTER: ONE LINE, A RANGE OF LINES, OR A WHOLE
      * BUSINESS DATE, OPTIONALLY ONLY THE LINES IN ONE STATUS.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-INQUIRE
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE CONTROL CARD IS REQUIRED: WITHOUT A BUSINESS DATE
      * THERE IS NOTHING TO LOOK UP.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'ERROR: NO INQUIRY CONTROL CARD SUPPLIED'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           READ WS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'ERROR: INQUIRY CONTROL CARD IS EMPTY'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PARM-FILE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE WS-PARM-FILE
           IF WS-PARM-RUN-DATE IS NOT NUMERIC
              MOVE 'ERROR: INQUIRY CONTROL CARD HAS NO BUSINESS DATE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           IF WS-PARM-FROM-SEQ IS NUMERIC
              MOVE WS-PARM-FROM-SEQ TO WS-FROM-SEQ
              IF WS-PARM-TO-SEQ IS NUMERIC
                 MOVE WS-PARM-TO-SEQ TO WS-TO-SEQ
              ELSE
                 MOVE WS-FROM-SEQ TO WS-TO-SEQ
              END-IF
           ELSE
              MOVE 0 TO WS-FROM-SEQ
              MOVE 9999999 TO WS-TO-SEQ
           END-IF
           MOVE WS-PARM-STATUS-FILTER TO WS-STATUS-FILTER
           OPEN INPUT WS-CAL-MASTER
           IF WS-CALMST-STATUS NOT = '00'
              MOVE 'ERROR: CALIBRATION MASTER NOT AVAILABLE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CALIBRATION LINES - BUSINESS DATE ' WS-RUN-DATE
                  ' LINES ' WS-FROM-SEQ ' THRU ' WS-TO-SEQ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-STATUS-FILTER NOT = SPACE
              MOVE ' STATUS '        TO WS-REPORT-LINE(70:8)
              MOVE WS-STATUS-FILTER  TO WS-REPORT-LINE(78:1)
           END-IF
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * C-INQUIRE - POSITION AT THE FIRST LINE ASKED FOR AND READ
      * FORWARD UNTIL PAST THE LAST ONE OR OFF THE BUSINESS DATE.
       C-INQUIRE SECTION.
           MOVE WS-RUN-DATE TO WS-CM-RUN-DATE
           MOVE WS-FROM-SEQ TO WS-CM-LINE-SEQ
           START WS-CAL-MASTER KEY NOT < WS-CM-KEY
           END-START
           IF WS-CALMST-STATUS NOT = '00'
              SET EOF-Y TO TRUE
           ELSE
              SET NOT-EOF TO TRUE
              PERFORM R-READ-NEXT
           END-IF
           PERFORM UNTIL EOF-Y OR WS-CM-RUN-DATE NOT = WS-RUN-DATE
                         OR WS-CM-LINE-SEQ > WS-TO-SEQ
              IF WS-STATUS-FILTER = SPACE
                 OR WS-CM-STATUS = WS-STATUS-FILTER
                 PERFORM CA-PRINT-LINE
                 ADD 1 TO WS-SHOWN-COUNT
              END-IF
              PERFORM R-READ-NEXT
           END-PERFORM
           IF WS-SHOWN-COUNT = 0
              MOVE 'NO CALIBRATION LINES MATCH THE INQUIRY'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      * CA-PRINT-LINE - ONE LINE OF DETAIL; A RECYCLED LINE ALSO SHOWS
      * THE CORRECTION THAT REPAIRED IT AND WHEN.
       CA-PRINT-LINE SECTION.
           EVALUATE WS-CM-STATUS
              WHEN 'A'
                 MOVE 'ACCEPTED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-ACCEPTED-CNT
              WHEN 'R'
                 MOVE 'REJECTED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-REJECTED-CNT
              WHEN 'C'
                 MOVE 'RECYCLED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-RECYCLED-CNT
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINE ' WS-CM-LINE-SEQ
                  ' ' WS-STATUS-TEXT
                  ' FIRST=' WS-CM-FIRST
                  ' SECOND=' WS-CM-SECOND
                  ' VALUE=' WS-CM-VALUE
                  ' TEXT: ' WS-CM-ORIG-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WS-CM-STATUS = 'R' OR 'C'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '     EXCEPTION ' WS-CM-EXCEPT-SEQ
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              IF WS-CM-STATUS = 'C'
                 MOVE ' CORRECTED ON '     TO WS-REPORT-LINE(21:14)
                 MOVE WS-CM-CORR-DATE      TO WS-REPORT-LINE(35:8)
                 MOVE ': '                 TO WS-REPORT-LINE(43:2)
                 MOVE WS-CM-CORR-TEXT      TO WS-REPORT-LINE(45:80)
              END-IF
              PERFORM Z-EMIT-LINE
           END-IF
           .

       R-READ-NEXT SECTION.
           READ WS-CAL-MASTER NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINES LISTED       : ' WS-SHOWN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCEPTED           : ' WS-ACCEPTED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJECTED           : ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECYCLED           : ' WS-RECYCLED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           CLOSE WS-CAL-MASTER
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE INQUIRY RESULT SURVIVES
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
