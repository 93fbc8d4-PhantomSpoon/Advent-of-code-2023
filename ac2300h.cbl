      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300H.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-OLD-HIST ASSIGN TO HIST01O
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-OH-RUN-NBR
                             FILE STATUS IS WS-OHIST-STATUS.
           SELECT WS-HIST-FILE ASSIGN TO HIST01
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-HIST-RUN-NBR
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * WS-OLD-HIST - THE RUN HISTORY AS IT STOOD BEFORE THE PER-VENDOR
      * BREAKDOWN: 141 BYTES, THE CURRENT LAYOUT UP TO AND INCLUDING
      * THE SUPERSEDED FLAG, SO ONLY THE KEY IS NAMED.
       FD WS-OLD-HIST.
       01 WS-OLD-HIST-REC.
          05 WS-OH-RUN-NBR       PIC 9(5).
          05 FILLER              PIC X(136).
      * WS-HIST-FILE - RUN HISTORY WRITTEN BY AC2300C; THE LAYOUT HERE
      * MUST MATCH ITS WS-HIST-REC FIELD FOR FIELD.
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
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-OHIST-STATUS   PIC XX.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-IN-COUNT       PIC 9(7).
          05 WS-OUT-COUNT      PIC 9(7).
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
      * A-MAIN - ONE-TIME CONVERSION OF THE RUN HISTORY HIST01 WHEN
      * THE PER-VENDOR BREAKDOWN WAS ADDED TO IT. OPERATIONS RENAMES
      * THE EXISTING FILE TO HIST01O AND THIS PROGRAM WRITES THE
      * NEW-LENGTH FILE UNDER THE USUAL NAME, EVERY RECORD MARKED AS
      * A RUN WITH NO VENDOR BREAKDOWN (VENDOR COUNT ZERO, NO DAY
      * SPLIT BY VENDOR), SO THE TREND READS EXACTLY AS BEFORE. AN
      * OLD FILE NOT SUPPLIED ENDS THE RUN WITH RETURN CODE 20; A
      * NEW FILE NOT WRITABLE OR A WRITE FAILURE LEAVES RETURN CODE
      * 12.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-CONVERT-HISTORY
           PERFORM Z-CLOSE
           .
           GOBACK.

       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
           OPEN OUTPUT WS-REPORT1
           MOVE 'RUN HISTORY VENDOR BREAKDOWN CONVERSION'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       C-CONVERT-HISTORY SECTION.
           SET WRITE-OK TO TRUE
           OPEN INPUT WS-OLD-HIST
           IF WS-OHIST-STATUS NOT = '00'
              MOVE 'ERROR: HIST01O : OLD FILE NOT SUPPLIED'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              SET WRITE-FAILED TO TRUE
              MOVE 20 TO RETURN-CODE
           ELSE
              OPEN OUTPUT WS-HIST-FILE
              IF WS-HIST-STATUS NOT = '00'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'ERROR: HIST01 : NEW FILE NOT WRITABLE'
                        ' STATUS ' WS-HIST-STATUS
                        ' - NOT CONVERTED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM Z-EMIT-LINE
                 SET WRITE-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              ELSE
                 SET NOT-EOF TO TRUE
                 PERFORM R-READ-OLD-HIST
                 PERFORM UNTIL EOF-Y OR WRITE-FAILED
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-OLD-HIST-REC TO WS-HIST-REC
                    MOVE 'N'   TO WS-HIST-VEND-ATTR1
                    MOVE 'N'   TO WS-HIST-VEND-ATTR2
                    MOVE 'N'   TO WS-HIST-VEND-ATTR3
                    MOVE 0     TO WS-HIST-VEND-COUNT
                    PERFORM CA-CLEAR-VENDORS
                    WRITE WS-HIST-REC
                    IF WS-HIST-STATUS = '00'
                       ADD 1 TO WS-OUT-COUNT
                    ELSE
                       PERFORM X-WRITE-FAILED
                    END-IF
                    PERFORM R-READ-OLD-HIST
                 END-PERFORM
                 CLOSE WS-HIST-FILE
              END-IF
              CLOSE WS-OLD-HIST
           END-IF
           .

      * CA-CLEAR-VENDORS - THE FIVE VENDOR SLOTS OF A CONVERTED RECORD
      * CARRY BLANK IDS AND ZERO FIGURES.
       CA-CLEAR-VENDORS SECTION.
           INITIALIZE WS-HIST-VEND(1)
           INITIALIZE WS-HIST-VEND(2)
           INITIALIZE WS-HIST-VEND(3)
           INITIALIZE WS-HIST-VEND(4)
           INITIALIZE WS-HIST-VEND(5)
           .

       R-READ-OLD-HIST SECTION.
           READ WS-OLD-HIST NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       X-WRITE-FAILED SECTION.
           SET WRITE-FAILED TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR: HIST01 : WRITE FAILED ON RUN '
                  WS-OH-RUN-NBR ' STATUS ' WS-HIST-STATUS
                  ' - CONVERSION STOPPED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 12 TO RETURN-CODE
           .

       Z-CLOSE  SECTION.
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN RECORDS READ   : ' WS-IN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN RECORDS WRITTEN: ' WS-OUT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           IF WRITE-FAILED
              MOVE 'HIST01 NOT CONVERTED - RESTORE HIST01O AND RERUN'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
           END-IF
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE CONVERSION COUNTS SURVIVE
      * AFTER SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
