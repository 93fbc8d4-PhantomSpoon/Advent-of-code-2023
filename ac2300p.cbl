      ****************************************************************
      *            IDENTIFICAITON DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC2300P.
      ****************************************************************
      *            ENVIRONMENT DIIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-HIST-FILE ASSIGN TO HIST01
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS WS-HIST-RUN-NBR
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT WS-PERIOD-FILE ASSIGN TO PERIODS
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PC-PERIOD
                             FILE STATUS IS WS-PERIOD-STATUS.
           SELECT WS-PARM-FILE ASSIGN TO PARMIN
                               FILE STATUS IS WS-PARM-STATUS.
           SELECT WS-REPORT1 ASSIGN TO REPORT01
                             FILE STATUS IS WS-REPORT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      * SUPERSEDED FLAG - 'S' WHEN A LATER OVERRIDE OR RESTART RUN
      * FOR THE SAME BUSINESS DATE REPLACED THIS RECORD'S FIGURES;
      * SUCH RECORDS ARE LEFT OUT OF THE PERIOD ENTIRELY.
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
      * WS-PERIOD-FILE - PERIOD-CONTROL FILE, ONE RECORD PER CLOSED
      * CALENDAR MONTH KEYED BY YYYYMM: WHO CLOSED IT AND WHEN, THE
      * FIRST AND LAST BUSINESS DATES AND THE NUMBER OF RUNS IT
      * COVERS, AND THE PERIOD TOTALS AS PRINTED ON THE CLOSE REPORT.
      * THE AC2300C DRIVER READS IT TO REFUSE ANY OVERRIDE OR RESTART
      * RUN FOR A DATE INSIDE A CLOSED PERIOD. THE LAYOUT MUST MATCH
      * AC2300C FIELD FOR FIELD.
       FD WS-PERIOD-FILE.
       01 WS-PERIOD-REC.
          05 WS-PC-PERIOD        PIC 9(6).
          05 WS-PC-STATUS        PIC X.
          05 WS-PC-CLOSE-DATE    PIC 9(8).
          05 WS-PC-CLOSE-TIME    PIC 9(6).
          05 WS-PC-OPERATOR      PIC X(8).
          05 WS-PC-FIRST-DATE    PIC 9(8).
          05 WS-PC-LAST-DATE     PIC 9(8).
          05 WS-PC-RUN-COUNT     PIC 9(5).
          05 WS-PC-DAY1-TOTAL    PIC 9(11).
          05 WS-PC-DAY2-SUMMA    PIC 9(11).
          05 WS-PC-DAY3-SUM      PIC 9(11).
          05 WS-PC-DAY1-READ     PIC 9(11).
          05 WS-PC-DAY1-ACCUM    PIC 9(11).
          05 WS-PC-DAY1-REJ      PIC 9(11).
          05 WS-PC-DAY2-READ     PIC 9(11).
          05 WS-PC-DAY2-ACCUM    PIC 9(11).
          05 WS-PC-DAY2-REJ      PIC 9(11).
          05 WS-PC-DAY3-READ     PIC 9(11).
          05 WS-PC-DAY3-ACCUM    PIC 9(11).
          05 WS-PC-DAY3-REJ      PIC 9(11).
      * WS-PARM-FILE - REQUIRED CONTROL CARD: COLUMNS 1-6 THE PERIOD
      * TO CLOSE (YYYYMM) AND COLUMNS 7-14 THE OPERATOR ID SIGNING
      * THE CLOSE OFF.
       FD WS-PARM-FILE.
       01 WS-PARM-RECORD.
          05 WS-PARM-PERIOD    PIC X(6).
          05 WS-PARM-OPERATOR  PIC X(8).
       FD WS-REPORT1.
       01 WS-REPORT1-REC    PIC X(132).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-PERIOD-STATUS  PIC XX.
          05 WS-PARM-STATUS    PIC XX.
          05 WS-REPORT-STATUS  PIC XX.
          05 WS-REPORT-LINE    PIC X(132).
          05 WS-PERIOD         PIC 9(6).
          05 WS-OPERATOR       PIC X(8).
          05 WS-RUN-DATE       PIC 9(8).
          05 WS-RUN-TIME       PIC 9(8).
          05 WS-RUN-COUNT      PIC 9(5).
          05 WS-SUPER-COUNT    PIC 9(5).
          05 WS-DATE-IX        PIC 99.
          05 WS-SLIDE-IX       PIC 99.
          05 WS-NOTRUN1-CNT    PIC 9(3).
          05 WS-NOTRUN2-CNT    PIC 9(3).
          05 WS-NOTRUN3-CNT    PIC 9(3).
          05 WS-VALUE-ED       PIC ZZZZZZZZ9.
          05 WS-BIG-ED         PIC ZZZZZZZZZZ9.
          05 WS-MTD1-ED        PIC ZZZZZZZZZZ9.
          05 WS-MTD2-ED        PIC ZZZZZZZZZZ9.
          05 WS-MTD3-ED        PIC ZZZZZZZZZZ9.
          05 WS-DAY1-TXT       PIC X(9).
          05 WS-DAY2-TXT       PIC X(9).
          05 WS-DAY3-TXT       PIC X(9).
          05 WS-LABEL          PIC X(22).
      * WS-DATE-TABLE - ONE ENTRY PER BUSINESS DATE IN THE PERIOD,
      * KEPT IN DATE ORDER BY INSERTION AS HIST01 IS READ IN RUN
      * ORDER (CATCH-UP RUNS CAN PUT DATES ON FILE OUT OF SEQUENCE).
      * A DAY WHOSE RAN FLAG IS 'N' CONTRIBUTES NOTHING - ITS ZEROS
      * ARE NOT A FIGURE. KEPT OUTSIDE WS-VARIABLES AND CLEARED IN
      * B-INIT ON ITS OWN.
       01 WS-DATE-TABLE.
          05 WS-DATE-COUNT     PIC 99.
          05 WS-DATE-ENT OCCURS 31.
             10 WS-DT-DATE     PIC 9(8).
             10 WS-DT-RUNS     PIC 9(3).
             10 WS-DT-DAY1-RAN PIC X.
             10 WS-DT-DAY2-RAN PIC X.
             10 WS-DT-DAY3-RAN PIC X.
             10 WS-DT-DAY1-TOTAL PIC 9(9).
             10 WS-DT-DAY2-SUMMA PIC 9(9).
             10 WS-DT-DAY3-SUM   PIC 9(9).
             10 WS-DT-DAY1-READ  PIC 9(9).
             10 WS-DT-DAY1-ACCUM PIC 9(9).
             10 WS-DT-DAY1-REJ   PIC 9(9).
             10 WS-DT-DAY2-READ  PIC 9(9).
             10 WS-DT-DAY2-ACCUM PIC 9(9).
             10 WS-DT-DAY2-REJ   PIC 9(9).
             10 WS-DT-DAY3-READ  PIC 9(9).
             10 WS-DT-DAY3-ACCUM PIC 9(9).
             10 WS-DT-DAY3-REJ   PIC 9(9).
      * WS-MTD - MONTH-TO-DATE RUNNING TOTALS AS THE DATES ARE
      * PRINTED; AFTER THE LAST DATE THEY ARE THE PERIOD TOTALS.
       01 WS-MTD.
          05 WS-MTD-DAY1-TOTAL PIC 9(11).
          05 WS-MTD-DAY2-SUMMA PIC 9(11).
          05 WS-MTD-DAY3-SUM   PIC 9(11).
          05 WS-MTD-DAY1-READ  PIC 9(11).
          05 WS-MTD-DAY1-ACCUM PIC 9(11).
          05 WS-MTD-DAY1-REJ   PIC 9(11).
          05 WS-MTD-DAY2-READ  PIC 9(11).
          05 WS-MTD-DAY2-ACCUM PIC 9(11).
          05 WS-MTD-DAY2-REJ   PIC 9(11).
          05 WS-MTD-DAY3-READ  PIC 9(11).
          05 WS-MTD-DAY3-ACCUM PIC 9(11).
          05 WS-MTD-DAY3-REJ   PIC 9(11).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 EOF-Y            VALUE 'Y'.
             88 NOT-EOF          VALUE 'N'.
          05 DATE-FOUND-SWITCH   PIC X.
             88 DATE-FOUND       VALUE 'Y'.
             88 DATE-NOT-FOUND   VALUE 'N'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      * A-MAIN - MONTH-END CLOSE OVER THE RUN-HISTORY MASTER: GATHER
      * EVERY NON-SUPERSEDED RUN FOR ONE CALENDAR MONTH, PRINT EACH
      * BUSINESS DATE WITH ITS MONTH-TO-DATE TOTALS AND THEN THE
      * PERIOD TOTALS FOR ALL THREE DAYS, SIGN THE REPORT OFF, AND
      * RECORD THE PERIOD AS CLOSED SO THE DRIVER WILL NOT LET ANY OF
      * ITS DATES BE SILENTLY REPROCESSED.
       A-MAIN SECTION.
           PERFORM B-INIT
           PERFORM C-GATHER-PERIOD
           PERFORM D-PRINT-DATES
           PERFORM D-PRINT-TOTALS
           PERFORM E-RECORD-CLOSE
           PERFORM Z-CLOSE
           .
           GOBACK.

      * B-INIT - THE PERIOD AND THE SIGNING OPERATOR ARE BOTH
      * REQUIRED, THE PERIOD MUST BE A MONTH THAT HAS ENDED, AND A
      * PERIOD ALREADY CLOSED IS NOT CLOSED AGAIN.
       B-INIT SECTION.
           INITIALIZE WS-VARIABLES
                      WS-DATE-TABLE
                      WS-MTD
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT WS-REPORT1
           OPEN INPUT WS-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ WS-PARM-FILE
              IF WS-PARM-STATUS NOT = '00'
                 MOVE SPACES TO WS-PARM-RECORD
              END-IF
              CLOSE WS-PARM-FILE
           ELSE
              MOVE SPACES TO WS-PARM-RECORD
           END-IF
           IF WS-PARM-PERIOD IS NOT NUMERIC
              OR WS-PARM-PERIOD(5:2) < '01'
              OR WS-PARM-PERIOD(5:2) > '12'
              OR WS-PARM-OPERATOR = SPACES
              MOVE 'ERROR: CONTROL CARD MUST CARRY THE PERIOD (YYYYMM) '
                TO WS-REPORT-LINE
              MOVE 'AND THE SIGNING OPERATOR ID'
                TO WS-REPORT-LINE(52:27)
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PARM-PERIOD NOT < WS-RUN-DATE(1:6)
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PERIOD ' WS-PARM-PERIOD
                     ' HAS NOT ENDED (RUN DATE ' WS-RUN-DATE
                     ') - ONLY A PAST MONTH CAN BE CLOSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PARM-PERIOD   TO WS-PERIOD
           MOVE WS-PARM-OPERATOR TO WS-OPERATOR
           OPEN I-O WS-PERIOD-FILE
           IF WS-PERIOD-STATUS = '35'
              OPEN OUTPUT WS-PERIOD-FILE
              CLOSE WS-PERIOD-FILE
              OPEN I-O WS-PERIOD-FILE
           END-IF
           IF WS-PERIOD-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PERIOD-CONTROL FILE NOT AVAILABLE, '
                     'STATUS=' WS-PERIOD-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PERIOD TO WS-PC-PERIOD
           READ WS-PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PERIOD ' WS-PERIOD
                     ' WAS ALREADY CLOSED ON ' WS-PC-CLOSE-DATE
                     ' BY ' WS-PC-OPERATOR
                     ' - NOT CLOSED AGAIN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PERIOD-FILE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AC2300P  PERIOD-END CLOSE - PERIOD ' WS-PERIOD
                  '   RUN DATE ' WS-RUN-DATE
                  '  TIME ' WS-RUN-TIME(1:6)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * C-GATHER-PERIOD - ONE PASS OVER HIST01 PICKING UP EVERY
      * NON-SUPERSEDED RUN WHOSE BUSINESS DATE FALLS IN THE PERIOD.
       C-GATHER-PERIOD SECTION.
           OPEN INPUT WS-HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
              MOVE 'ERROR: NO RUN HISTORY ON FILE - NOTHING TO CLOSE'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PERIOD-FILE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           SET NOT-EOF TO TRUE
           PERFORM R-READ-HISTORY
           PERFORM UNTIL EOF-Y
              IF WS-HIST-RUN-DATE(1:6) = WS-PARM-PERIOD
                 IF WS-HIST-SUPERSEDED = 'S'
                    ADD 1 TO WS-SUPER-COUNT
                 ELSE
                    ADD 1 TO WS-RUN-COUNT
                    PERFORM CA-FIND-DATE
                    IF DATE-FOUND
                       PERFORM CB-ADD-RUN
                    END-IF
                 END-IF
              END-IF
              PERFORM R-READ-HISTORY
           END-PERFORM
           CLOSE WS-HIST-FILE
           IF WS-DATE-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: NO RUNS ON FILE FOR PERIOD ' WS-PERIOD
                     ' - NOTHING TO CLOSE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              CLOSE WS-PERIOD-FILE
              CLOSE WS-REPORT1
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * CA-FIND-DATE - LOCATE THE RUN'S BUSINESS DATE IN THE TABLE,
      * OPENING A NEW ENTRY IN DATE ORDER IF IT IS NOT THERE YET.
       CA-FIND-DATE SECTION.
           SET DATE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL DATE-FOUND OR WS-DATE-IX > WS-DATE-COUNT
                      OR WS-DT-DATE(WS-DATE-IX) > WS-HIST-RUN-DATE
              IF WS-DT-DATE(WS-DATE-IX) = WS-HIST-RUN-DATE
                 SET DATE-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-DATE-IX
              END-IF
           END-PERFORM
           IF DATE-NOT-FOUND
              IF WS-DATE-COUNT = 31
                 DISPLAY 'WARNING: MORE THAN 31 DATES IN PERIOD - '
                         WS-HIST-RUN-DATE ' IGNORED'
              ELSE
                 MOVE WS-DATE-COUNT TO WS-SLIDE-IX
                 PERFORM UNTIL WS-SLIDE-IX < WS-DATE-IX
                    MOVE WS-DATE-ENT(WS-SLIDE-IX)
                      TO WS-DATE-ENT(WS-SLIDE-IX + 1)
                    SUBTRACT 1 FROM WS-SLIDE-IX
                 END-PERFORM
                 INITIALIZE WS-DATE-ENT(WS-DATE-IX)
                 MOVE WS-HIST-RUN-DATE TO WS-DT-DATE(WS-DATE-IX)
                 MOVE 'N' TO WS-DT-DAY1-RAN(WS-DATE-IX)
                             WS-DT-DAY2-RAN(WS-DATE-IX)
                             WS-DT-DAY3-RAN(WS-DATE-IX)
                 ADD 1 TO WS-DATE-COUNT
                 SET DATE-FOUND TO TRUE
              END-IF
           END-IF
           .

      * CB-ADD-RUN - ADD THE RUN'S FIGURES TO ITS DATE'S ENTRY, DAY
      * BY DAY, ONLY FOR THE DAYS THAT ACTUALLY RAN.
       CB-ADD-RUN SECTION.
           ADD 1 TO WS-DT-RUNS(WS-DATE-IX)
           IF WS-HIST-DAY1-RAN NOT = 'N'
              MOVE 'Y' TO WS-DT-DAY1-RAN(WS-DATE-IX)
              ADD WS-HIST-DAY1-TOTAL TO WS-DT-DAY1-TOTAL(WS-DATE-IX)
              ADD WS-HIST-DAY1-READ  TO WS-DT-DAY1-READ(WS-DATE-IX)
              ADD WS-HIST-DAY1-ACCUM TO WS-DT-DAY1-ACCUM(WS-DATE-IX)
              ADD WS-HIST-DAY1-REJ   TO WS-DT-DAY1-REJ(WS-DATE-IX)
           END-IF
           IF WS-HIST-DAY2-RAN NOT = 'N'
              MOVE 'Y' TO WS-DT-DAY2-RAN(WS-DATE-IX)
              ADD WS-HIST-DAY2-SUMMA TO WS-DT-DAY2-SUMMA(WS-DATE-IX)
              ADD WS-HIST-DAY2-READ  TO WS-DT-DAY2-READ(WS-DATE-IX)
              ADD WS-HIST-DAY2-ACCUM TO WS-DT-DAY2-ACCUM(WS-DATE-IX)
              ADD WS-HIST-DAY2-REJ   TO WS-DT-DAY2-REJ(WS-DATE-IX)
           END-IF
           IF WS-HIST-DAY3-RAN NOT = 'N'
              MOVE 'Y' TO WS-DT-DAY3-RAN(WS-DATE-IX)
              ADD WS-HIST-DAY3-SUM   TO WS-DT-DAY3-SUM(WS-DATE-IX)
              ADD WS-HIST-DAY3-READ  TO WS-DT-DAY3-READ(WS-DATE-IX)
              ADD WS-HIST-DAY3-ACCUM TO WS-DT-DAY3-ACCUM(WS-DATE-IX)
              ADD WS-HIST-DAY3-REJ   TO WS-DT-DAY3-REJ(WS-DATE-IX)
           END-IF
           .

      * D-PRINT-DATES - ONE LINE PER BUSINESS DATE: THE DATE'S OWN
      * THREE TOTALS FOLLOWED BY THE MONTH-TO-DATE TOTALS THROUGH IT.
       D-PRINT-DATES SECTION.
           MOVE 'BUS DATE     DAY1 TOTAL DAY2 SUMMA   DAY3 SUM'
             TO WS-REPORT-LINE
           MOVE '    MTD DAY1   MTD SUMMA     MTD SUM'
             TO WS-REPORT-LINE(47:36)
           PERFORM Z-EMIT-LINE
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
              PERFORM DA-PRINT-ONE-DATE
              ADD 1 TO WS-DATE-IX
           END-PERFORM
           MOVE '-----------------------------------------------'
             TO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

       DA-PRINT-ONE-DATE SECTION.
           IF WS-DT-DAY1-RAN(WS-DATE-IX) = 'Y'
              ADD WS-DT-DAY1-TOTAL(WS-DATE-IX) TO WS-MTD-DAY1-TOTAL
              ADD WS-DT-DAY1-READ(WS-DATE-IX)  TO WS-MTD-DAY1-READ
              ADD WS-DT-DAY1-ACCUM(WS-DATE-IX) TO WS-MTD-DAY1-ACCUM
              ADD WS-DT-DAY1-REJ(WS-DATE-IX)   TO WS-MTD-DAY1-REJ
              MOVE WS-DT-DAY1-TOTAL(WS-DATE-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-DAY1-TXT
           ELSE
              ADD 1 TO WS-NOTRUN1-CNT
              MOVE '  NOT RUN' TO WS-DAY1-TXT
           END-IF
           IF WS-DT-DAY2-RAN(WS-DATE-IX) = 'Y'
              ADD WS-DT-DAY2-SUMMA(WS-DATE-IX) TO WS-MTD-DAY2-SUMMA
              ADD WS-DT-DAY2-READ(WS-DATE-IX)  TO WS-MTD-DAY2-READ
              ADD WS-DT-DAY2-ACCUM(WS-DATE-IX) TO WS-MTD-DAY2-ACCUM
              ADD WS-DT-DAY2-REJ(WS-DATE-IX)   TO WS-MTD-DAY2-REJ
              MOVE WS-DT-DAY2-SUMMA(WS-DATE-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-DAY2-TXT
           ELSE
              ADD 1 TO WS-NOTRUN2-CNT
              MOVE '  NOT RUN' TO WS-DAY2-TXT
           END-IF
           IF WS-DT-DAY3-RAN(WS-DATE-IX) = 'Y'
              ADD WS-DT-DAY3-SUM(WS-DATE-IX)   TO WS-MTD-DAY3-SUM
              ADD WS-DT-DAY3-READ(WS-DATE-IX)  TO WS-MTD-DAY3-READ
              ADD WS-DT-DAY3-ACCUM(WS-DATE-IX) TO WS-MTD-DAY3-ACCUM
              ADD WS-DT-DAY3-REJ(WS-DATE-IX)   TO WS-MTD-DAY3-REJ
              MOVE WS-DT-DAY3-SUM(WS-DATE-IX) TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO WS-DAY3-TXT
           ELSE
              ADD 1 TO WS-NOTRUN3-CNT
              MOVE '  NOT RUN' TO WS-DAY3-TXT
           END-IF
           MOVE WS-MTD-DAY1-TOTAL TO WS-MTD1-ED
           MOVE WS-MTD-DAY2-SUMMA TO WS-MTD2-ED
           MOVE WS-MTD-DAY3-SUM   TO WS-MTD3-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DT-DATE(WS-DATE-IX)
                  '  ' WS-DAY1-TXT ' ' WS-DAY2-TXT ' ' WS-DAY3-TXT
                  ' ' WS-MTD1-ED ' ' WS-MTD2-ED ' ' WS-MTD3-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * D-PRINT-TOTALS - THE PERIOD TOTALS FOR ALL THREE DAYS WITH
      * THEIR READ, ACCUMULATED AND REJECTED COUNTS.
       D-PRINT-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIOD ' WS-PERIOD ' TOTALS - ' WS-DATE-COUNT
                  ' BUSINESS DATES, ' WS-RUN-COUNT ' RUNS ('
                  WS-SUPER-COUNT ' SUPERSEDED RUNS EXCLUDED)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           MOVE 'DAY 1 TOTAL          : ' TO WS-LABEL
           MOVE WS-MTD-DAY1-TOTAL TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 1 RECORDS READ   : ' TO WS-LABEL
           MOVE WS-MTD-DAY1-READ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 1 ACCUMULATED    : ' TO WS-LABEL
           MOVE WS-MTD-DAY1-ACCUM TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 1 REJECTED       : ' TO WS-LABEL
           MOVE WS-MTD-DAY1-REJ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 2 SUMMA          : ' TO WS-LABEL
           MOVE WS-MTD-DAY2-SUMMA TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 2 GAMES READ     : ' TO WS-LABEL
           MOVE WS-MTD-DAY2-READ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 2 ACCUMULATED    : ' TO WS-LABEL
           MOVE WS-MTD-DAY2-ACCUM TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 2 REJECTED       : ' TO WS-LABEL
           MOVE WS-MTD-DAY2-REJ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 3 SUM            : ' TO WS-LABEL
           MOVE WS-MTD-DAY3-SUM TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 3 GAMES READ     : ' TO WS-LABEL
           MOVE WS-MTD-DAY3-READ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 3 ACCUMULATED    : ' TO WS-LABEL
           MOVE WS-MTD-DAY3-ACCUM TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           MOVE 'DAY 3 REJECTED       : ' TO WS-LABEL
           MOVE WS-MTD-DAY3-REJ TO WS-BIG-ED
           PERFORM DB-PRINT-TOTAL-LINE
           IF WS-NOTRUN1-CNT > 0 OR WS-NOTRUN2-CNT > 0
              OR WS-NOTRUN3-CNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'WARNING: DATES WITH A DAY NOT RUN - DAY1='
                     WS-NOTRUN1-CNT ' DAY2=' WS-NOTRUN2-CNT
                     ' DAY3=' WS-NOTRUN3-CNT
                     ' - THOSE DAYS CONTRIBUTE NOTHING'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       DB-PRINT-TOTAL-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LABEL WS-BIG-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM Z-EMIT-LINE
           .

      * E-RECORD-CLOSE - PUT THE PERIOD ON THE PERIOD-CONTROL FILE
      * AND PRINT THE SIGN-OFF BLOCK. FROM HERE ON THE DRIVER REFUSES
      * ANY OVERRIDE OR RESTART FOR A DATE IN THE PERIOD.
       E-RECORD-CLOSE SECTION.
           INITIALIZE WS-PERIOD-REC
           MOVE WS-PERIOD            TO WS-PC-PERIOD
           MOVE 'C'                  TO WS-PC-STATUS
           MOVE WS-RUN-DATE          TO WS-PC-CLOSE-DATE
           MOVE WS-RUN-TIME(1:6)     TO WS-PC-CLOSE-TIME
           MOVE WS-OPERATOR          TO WS-PC-OPERATOR
           MOVE WS-DT-DATE(1)        TO WS-PC-FIRST-DATE
           MOVE WS-DT-DATE(WS-DATE-COUNT) TO WS-PC-LAST-DATE
           MOVE WS-RUN-COUNT         TO WS-PC-RUN-COUNT
           MOVE WS-MTD-DAY1-TOTAL    TO WS-PC-DAY1-TOTAL
           MOVE WS-MTD-DAY2-SUMMA    TO WS-PC-DAY2-SUMMA
           MOVE WS-MTD-DAY3-SUM      TO WS-PC-DAY3-SUM
           MOVE WS-MTD-DAY1-READ     TO WS-PC-DAY1-READ
           MOVE WS-MTD-DAY1-ACCUM    TO WS-PC-DAY1-ACCUM
           MOVE WS-MTD-DAY1-REJ      TO WS-PC-DAY1-REJ
           MOVE WS-MTD-DAY2-READ     TO WS-PC-DAY2-READ
           MOVE WS-MTD-DAY2-ACCUM    TO WS-PC-DAY2-ACCUM
           MOVE WS-MTD-DAY2-REJ      TO WS-PC-DAY2-REJ
           MOVE WS-MTD-DAY3-READ     TO WS-PC-DAY3-READ
           MOVE WS-MTD-DAY3-ACCUM    TO WS-PC-DAY3-ACCUM
           MOVE WS-MTD-DAY3-REJ      TO WS-PC-DAY3-REJ
           WRITE WS-PERIOD-REC
           IF WS-PERIOD-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ERROR: PERIOD ' WS-PERIOD ' NOT RECORDED AS '
                     'CLOSED, STATUS=' WS-PERIOD-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE '-----------------------------------------------'
                TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-PERIOD ' CLOSED '
                     WS-PC-FIRST-DATE ' THRU ' WS-PC-LAST-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SIGNED OFF BY ' WS-OPERATOR
                     ' ON ' WS-RUN-DATE ' AT ' WS-RUN-TIME(1:6)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM Z-EMIT-LINE
              MOVE 'FINANCE APPROVAL: ______________________  DATE: '
                TO WS-REPORT-LINE
              MOVE '__________' TO WS-REPORT-LINE(49:10)
              PERFORM Z-EMIT-LINE
           END-IF
           .

       R-READ-HISTORY SECTION.
           READ WS-HIST-FILE
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       Z-CLOSE  SECTION.
           CLOSE WS-PERIOD-FILE
           CLOSE WS-REPORT1
           .

      * Z-EMIT-LINE - WRITE WS-REPORT-LINE TO BOTH THE JOB LOG AND
      * THE PERSISTED REPORT FILE SO THE CLOSE REPORT SURVIVES AFTER
      * SYSOUT IS PURGED.
       Z-EMIT-LINE SECTION.
           DISPLAY WS-REPORT-LINE
           WRITE WS-REPORT1-REC FROM WS-REPORT-LINE
           .
