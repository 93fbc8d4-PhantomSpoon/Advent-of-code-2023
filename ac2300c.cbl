                             FILE STATUS IS WS-PARM02-STATUS.
           SELECT WS-PARMIN-1 ASSIGN TO PARMIN
                             FILE STATUS IS WS-PARMIN1-STATUS.
           SELECT WS-PARMIN-16 ASSIGN TO PARMIN
                             FILE STATUS IS WS-PARMIN16-STATUS.
           SELECT WS-PARMIN-17 ASSIGN TO PARMIN
                             FILE STATUS IS WS-PARMIN17-STATUS.
           SELECT WS-PARMIN-10 ASSIGN TO PARMIN
                             FILE STATUS IS WS-PARMIN10-STATUS.
           SELECT WS-CORR-CHECK ASSIGN TO CORRIN
                             FILE STATUS IS WS-CORRCHK-STATUS.
           SELECT WS-CTL-FILE ASSIGN TO CTLIN
                             FILE STATUS IS WS-REPD3-STATUS.
           SELECT WS-ACK-FILE ASSIGN TO VENDACK
                             FILE STATUS IS WS-ACK-STATUS.
           SELECT WS-VEND-FILE ASSIGN TO VENDOR01
                             FILE STATUS IS WS-VEND-STATUS.
           SELECT WS-EXTR01-FILE ASSIGN TO EXTR01
                             FILE STATUS IS WS-EXTR01-STATUS.
           SELECT WS-EXTR02-FILE ASSIGN TO EXTR02
                             FILE STATUS IS WS-EXTR02-STATUS.
           SELECT WS-EXTR03-FILE ASSIGN TO EXTR03
                             FILE STATUS IS WS-EXTR03-STATUS.
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
           SELECT WS-OPER-FILE ASSIGN TO OPERAUTH
                             FILE STATUS IS WS-OPER-STATUS.
           SELECT WS-AUDIT-FILE ASSIGN TO AUDIT01
                             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WS-PARM-MASTER ASSIGN TO PARMMST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-PM-KEY
                             FILE STATUS IS WS-PARMMST-STATUS.
           SELECT WS-FPRINT-FILE ASSIGN TO FPRINT01
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WS-FP-KEY
                             FILE STATUS IS WS-FPRINT-STATUS.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
      * WITHOUT CHANGING ANY OF THEIR PARSING LOGIC. THE FILE MAY
      * CARRY ANY NUMBER OF COMPLETE HEADER/TRL1 BATCHES BACK TO
      * BACK (THE VENDOR'S MORNING AND AFTERNOON TRANSMISSIONS);
      * EACH BATCH BALANCES AGAINST ITS OWN TRL1 FIGURES. EVERY
      * HEADER CARRIES THE SENDING VENDOR'S ID IN COLUMNS 5-12, SO
      * BATCHES FROM MORE THAN ONE SUPPLIER CAN SHARE THE FILE; A
      * BLANK VENDOR ID IS THE FIRST VENDOR ON VENDOR01.
       FD WS-MERGED-FILE.
       01 WS-MERGED-REC     PIC X(160).
       FD WS-STAGE1.
      * WS-PARM01/02 - OPTIONAL OPERATIONS-SUPPLIED CONTROL CARDS, ONE
      * PER PROGRAM THAT READS PARMIN, SO EACH CAN BE SUPPLIED IN THE
      * SAME SUBMISSION WITHOUT COLLIDING ON THE SHARED PARMIN NAME.
      * WS-PARMIN-1/16 ARE THE MATCHING WIDTH VIEWS OF THE PHYSICAL
      * PARMIN FILE, COPIED TO JUST BEFORE THAT PROGRAM IS CALLED.
       FD WS-PARM01-FILE.
       01 WS-PARM01-REC      PIC X(04).
       FD WS-PARM02-FILE.
       01 WS-PARM02-REC      PIC X(16).
       FD WS-PARMIN-1.
       01 WS-PARMIN-1-REC    PIC X(04).
       FD WS-PARMIN-16.
       01 WS-PARMIN-16-REC   PIC X(16).
      * WS-PARMIN-17 - THE AC2301RX RECYCLE'S CONTROL CARD WIDTH,
      * CUT BY THE DRIVER FROM ITS OWN CAPTURED DAY 1 TRAILER
      * FIGURES SO NOBODY HAND-KEYS THEM AT 3 AM.
       FD WS-PARMIN-17.
       01 WS-PARMIN-17-REC   PIC X(17).
      * WS-PARMIN-10 - THE AC2300F FEED PUBLISHER'S CONTROL CARD
      * WIDTH: THE BUSINESS DATE, WHETHER THE RECYCLE RAN FOR IT, AND
      * WHETHER THE DATE IS APPENDED TO FEEDS ALREADY PUBLISHED IN
      * THIS SUBMISSION.
       FD WS-PARMIN-10.
       01 WS-PARMIN-10-REC   PIC X(10).
      * WS-CORR-CHECK - ONLY OPENED TO SEE WHETHER OPERATIONS HAS
      * SUPPLIED A CORRECTIONS FILE; A DAY 1 RUN WITH REJECTS AND A
      * NON-EMPTY CORRIN GETS THE AC2301RX RECYCLE CHAINED BEHIND
      * IT AUTOMATICALLY.
       FD WS-CORR-CHECK.
       01 WS-CORR-CHECK-REC  PIC X(93).
      * WS-CTL-FILE - OPTIONAL DRIVER CONTROL CARD. COLUMNS 1-3
      * SELECT WHICH DAYS RUN ('N' SKIPS THAT DAY; ANYTHING ELSE,
      * INCLUDING NO CARD AT ALL, RUNS IT) - A SKIPPED DAY KEEPS THE
      * SUBMISSION INSTEAD OF ONE HAND-CUT CARD PER DATE. THE LOOP
      * STOPS CLEANLY AT THE FIRST DATE THAT FAILS SO A BAD FILE
      * CANNOT CASCADE INTO THE DATES QUEUED BEHIND IT.
      * COLUMNS 16-23 OF EVERY CARD CARRY THE ID OF THE OPERATOR
      * ASKING FOR IT AND COLUMNS 24-27 THE REASON CODE. A FIRST
      * CARD WITH THE OVERRIDE OR THE RESTART OPTION, AND EVERY CARD
      * OF A CATCH-UP SUBMISSION, MUST NAME AN OPERATOR THE OPERAUTH
      * FILE ALLOWS TO DO IT AND GIVE A REASON, OR THE SUBMISSION IS
      * REFUSED BEFORE ANYTHING RUNS. A PLAIN ONE-DATE CARD NEEDS
      * NEITHER. COLUMN 28 SET TO 'Y' ON THE FIRST CARD CONFIRMS A
      * DUPLICATE TRANSMISSION: A SECTION WHOSE FINGERPRINT MATCHES
      * ONE ALREADY PROCESSED FOR A DIFFERENT BUSINESS DATE IS RUN
      * ANYWAY INSTEAD OF STOPPING THE DATE. IT IS A PRIVILEGE LIKE
      * THE OVERRIDE AND NEEDS THE SAME OPERAUTH AUTHORITY.
       01 WS-CTL-REC.
          05 WS-CTL-RUN-DAY1   PIC X.
          05 WS-CTL-RUN-DAY2   PIC X.
          05 WS-CTL-OVERRIDE   PIC X.
          05 WS-CTL-RESTART    PIC X.
          05 WS-CTL-VERIFY     PIC X.
          05 WS-CTL-OPERATOR   PIC X(8).
          05 WS-CTL-REASON     PIC X(4).
          05 WS-CTL-DUP-CONFIRM PIC X.
          05 FILLER            PIC X(52).
      * WS-DATE-FILE - THE BUSINESS DATE CARD THE DRIVER WRITES FOR
      * THE DAILY PROGRAMS: EACH ONE PICKS IT UP IN ITS B-INIT SO
      * EVERY REPORT PAGE HEADER AND OUTPUT TOTALS RECORD CARRIES THE
      * DAILY PROGRAMS HAVE RUN - SO A TRANSMISSION PROBLEM TURNS
      * AROUND THE SAME NIGHT INSTEAD OF WAITING FOR A MORNING
      * PHONE CALL.
      * EVERY ACK1 NAMES ITS BATCH'S VENDOR IN COLUMNS 52-59,
      * AND AN 'ACK3' RECORD PER VENDOR PER BUSINESS DATE CARRIES
      * THAT VENDOR'S OWN REJECTED-RECORD COUNTS, SO EACH SUPPLIER
      * PICKS ITS OWN ACKNOWLEDGMENT OFF THE SHARED FILE.
      * AN 'ACK4' RECORD PER SECTION FINGERPRINT TAKEN FOR THE
      * BUSINESS DATE SHOWS THE VENDOR WHICH OF ITS SECTIONS WERE
      * TAKEN AS NEW AND WHICH MATCHED A TRANSMISSION ALREADY
      * PROCESSED FOR ANOTHER DATE, AND WHICH DATE THAT WAS.
       FD WS-ACK-FILE.
       01 WS-ACK-REC        PIC X(59).
      * WS-VEND-FILE - OPTIONAL VENDOR TABLE, ONE CARD PER SUPPLIER
      * ALLOWED TO SEND BATCHES ON MERGIN: COLUMNS 1-8 VENDOR ID,
      * COLUMNS 9-38 VENDOR NAME, '*' IN COLUMN 1 A COMMENT. THE
      * FIRST CARD IS THE VENDOR WHOSE HEADERS MAY LEAVE THE ID
      * BLANK. A BATCH FROM A VENDOR NOT ON THE TABLE IS REJECTED.
      * WITH NO TABLE AT ALL THE HEADER IDS ARE NOT CHECKED AND EACH
      * DIFFERENT ID SEEN IS TAKEN AS A VENDOR OF ITS OWN.
       FD WS-VEND-FILE.
       01 WS-VEND-REC.
          05 WS-VEND-ID        PIC X(8).
          05 WS-VEND-NAME      PIC X(30).
          05 FILLER            PIC X(42).
      * WS-EXTR01/02/03-FILE - THE DAILY PROGRAMS' DETAIL EXTRACTS,
      * READ BACK AFTER EACH STEP SO EVERY ACCEPTED RECORD CAN BE
      * CREDITED TO THE VENDOR WHOSE BATCH CARRIED IT: A DAY 1 'D'
      * RECORD BY ITS INPUT SEQUENCE NUMBER, A CUBE 'D' RECORD BY
      * ITS GAME ID. ONLY THE FIELDS USED HERE ARE NAMED; THE
      * LAYOUTS ARE THE PROGRAMS' OWN.
       FD WS-EXTR01-FILE.
       01 WS-E1-REC.
          05 WS-E1-TYPE        PIC X.
          05 WS-E1-SEQ         PIC 9(7).
          05 FILLER            PIC X(2).
          05 WS-E1-VALUE       PIC 9(2).
          05 FILLER            PIC X(28).
       FD WS-EXTR02-FILE.
       01 WS-E2-REC.
          05 WS-E2-TYPE        PIC X.
          05 WS-E2-GAME-ID     PIC 9(5).
          05 WS-E2-FLAG        PIC X.
          05 FILLER            PIC X(41).
       FD WS-EXTR03-FILE.
       01 WS-E3-REC.
          05 WS-E3-TYPE        PIC X.
          05 WS-E3-GAME-ID     PIC 9(5).
          05 FILLER            PIC X(7).
          05 WS-E3-POWER       PIC 9(7).
          05 FILLER            PIC X(28).
      * WS-HIST-FILE - PERMANENT RUN-HISTORY MASTER, ONE RECORD PER
      * DRIVER RUN, KEYED BY RUN NUMBER, CARRYING EACH DAY'S GRAND
      * TOTAL AND RECONCILIATION COUNTS SO THE CONSOLIDATED SUMMARY
      * FIGURES. READERS MUST NEVER PICK A SUPERSEDED RECORD UP AS
      * A MOVEMENT BASE OR CARRY-FORWARD.
          05 WS-HIST-SUPERSEDED  PIC X.
      * PER-VENDOR BREAKDOWN OF A MERGIN RUN - WHICH DAYS' FIGURES
      * WERE CREDITED TO THE VENDORS THIS RUN ('Y'; A DAY SKIPPED OR
      * ABENDED IS 'N' AND ITS VENDOR FIGURES ARE ZERO), HOW MANY
      * VENDORS FOLLOW (ZERO WHEN THE RUN HAD NO MERGIN), AND PER
      * VENDOR ITS BATCHES ACCEPTED AND REJECTED FOR THE DATE WITH
      * EACH DAY'S TOTAL AND REJECTED-RECORD COUNT.
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
      * WS-PERIOD-FILE - PERIOD-CONTROL FILE WRITTEN BY THE AC2300P
      * PERIOD-END CLOSE, ONE RECORD PER CLOSED CALENDAR MONTH KEYED
      * BY YYYYMM. ONLY READ HERE: A BUSINESS DATE INSIDE A CLOSED
      * PERIOD MAY NOT BE OVERRIDDEN OR RESTARTED. THE LAYOUT MUST
      * MATCH AC2300P FIELD FOR FIELD.
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
      * WS-PARM-MASTER - THE EFFECTIVE-DATED PARAMETER MASTER
      * MAINTAINED BY AC2300M, KEYED BY PARAMETER NAME AND THE DATE
      * THE ENTRY TAKES EFFECT FROM. THE ENTRY IN FORCE FOR A
      * BUSINESS DATE IS THE LATEST ONE EFFECTIVE ON OR BEFORE IT;
      * A STATE OF 'W' MEANS THE SETTING WAS WITHDRAWN FROM THAT
      * DATE AND THE PROGRAM DEFAULT APPLIES AGAIN. ONLY READ HERE.
      * THE LAYOUT MUST MATCH AC2300M FIELD FOR FIELD.
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
      * WS-OPER-FILE - AUTHORIZED-OPERATOR TABLE, ONE CARD PER
      * OPERATOR WHO MAY ASK FOR A PRIVILEGED RUN: COLUMNS 1-8
      * OPERATOR ID, COLUMN 9 'Y' MAY OVERRIDE THE DOUBLE-RUN
      * PROTECTION, COLUMN 10 'Y' MAY RESTART, COLUMN 11 'Y' MAY
      * QUEUE CATCH-UP DATES, COLUMNS 12-41 THE OPERATOR'S NAME,
      * '*' IN COLUMN 1 A COMMENT. ONLY READ WHEN CTLIN ASKS FOR
      * SOMETHING PRIVILEGED; WITH NO TABLE NOBODY IS AUTHORIZED.
      * THE OVERRIDE AUTHORITY ALSO COVERS CONFIRMING A DUPLICATE
      * TRANSMISSION, WHICH OVERRIDES THE FINGERPRINT CHECK.
       FD WS-OPER-FILE.
       01 WS-OPER-REC.
          05 WS-OPER-ID          PIC X(8).
          05 WS-OPER-MAY-OVERRIDE PIC X.
          05 WS-OPER-MAY-RESTART PIC X.
          05 WS-OPER-MAY-CATCHUP PIC X.
          05 WS-OPER-NAME        PIC X(30).
          05 FILLER              PIC X(39).
      * WS-AUDIT-FILE - PERMANENT AUDIT TRAIL OF PRIVILEGED DRIVER
      * RUNS, NEVER OVERWRITTEN: ONE RECORD PER OVERRIDE OR RESTART
      * EXERCISED (WITH THE RUN NUMBER WRITTEN AND THE RUN NUMBERS
      * IT SUPERSEDED), PER CATCH-UP DATE ACCEPTED, PER DUPLICATE
      * TRANSMISSION SECTION CONFIRMED, AND PER REQUEST
      * REFUSED. THE LAYOUT IS WS-AUDIT-RECORD BELOW AND MUST MATCH
      * THE AC2300A AUDIT LISTING FIELD FOR FIELD.
       FD WS-AUDIT-FILE.
       01 WS-AUDIT-REC        PIC X(120).
      * WS-FPRINT-FILE - PERMANENT FINGERPRINT FILE, ONE RECORD PER
      * SECTION PROCESSED FOR A BUSINESS DATE, KEYED BY THE DATE AND
      * THE ENTRY'S NUMBER WITHIN IT: WHERE THE SECTION CAME FROM
      * (MERGIN BATCH AND VENDOR, OR THE SINGLE INPUT01), ITS RECORD
      * COUNT AND THE HASH TOTAL OF ITS RECORD CONTENT. A SECTION
      * WHOSE COUNT AND HASH TOTAL BOTH MATCH AN ENTRY FILED FOR A
      * DIFFERENT DATE IS A TRANSMISSION ALREADY PROCESSED, SENT
      * AGAIN. A DATE'S ENTRIES ARE REPLACED WHEN IT IS REPROCESSED.
      * STATUS 'A' A NEW SECTION, 'C' A DUPLICATE THE OPERATOR
      * CONFIRMED, WITH THE DATE IT DUPLICATED.
       FD WS-FPRINT-FILE.
       01 WS-FP-REC.
          05 WS-FP-KEY.
             10 WS-FP-BUS-DATE   PIC 9(8).
             10 WS-FP-ENTRY      PIC 99.
          05 WS-FP-SECTION       PIC 9.
          05 WS-FP-SOURCE        PIC X.
          05 WS-FP-BATCH         PIC 99.
          05 WS-FP-VEND-ID       PIC X(8).
          05 WS-FP-REC-COUNT     PIC 9(9).
          05 WS-FP-HASH          PIC 9(15).
          05 WS-FP-EXTRACT-DATE  PIC 9(8).
          05 WS-FP-STATUS        PIC X.
          05 WS-FP-MATCH-DATE    PIC 9(8).
          05 WS-FP-RUN-NBR       PIC 9(5).
          05 WS-FP-STAMP-DATE    PIC 9(8).
          05 WS-FP-STAMP-TIME    PIC 9(8).
          05 FILLER              PIC X(16).
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VARIABLES.
          05 WS-PARM01-STATUS   PIC XX.
          05 WS-PARM02-STATUS   PIC XX.
          05 WS-PARMIN1-STATUS  PIC XX.
          05 WS-PARMIN16-STATUS PIC XX.
          05 WS-PARMIN17-STATUS PIC XX.
          05 WS-PARMIN10-STATUS PIC XX.
          05 WS-CORRCHK-STATUS  PIC XX.
          05 WS-DAY1-WORD-MODE  PIC X VALUE 'Y'.
          05 WS-CTL-STATUS     PIC XX.
          05 WS-REPD3-STATUS   PIC XX.
          05 WS-ARCHIVE-DAY    PIC 9 VALUE 0.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-PERIOD-STATUS  PIC XX.
      * THE CLOSED PERIOD A REFUSED OVERRIDE OR RESTART FELL IN,
      * KEPT FROM THE PERIOD-CONTROL RECORD FOR THE REFUSAL MESSAGE.
          05 WS-CLOSED-PERIOD  PIC 9(6).
          05 WS-CLOSED-DATE    PIC 9(8).
          05 WS-CLOSED-BY      PIC X(8).
          05 WS-OPER-STATUS    PIC XX.
          05 WS-AUDIT-STATUS   PIC XX.
          05 WS-PARMMST-STATUS PIC XX.
          05 WS-FPRINT-STATUS  PIC XX.
          05 WS-VEND-STATUS    PIC XX.
          05 WS-EXTR01-STATUS  PIC XX.
          05 WS-EXTR02-STATUS  PIC XX.
          05 WS-EXTR03-STATUS  PIC XX.
          05 WS-CURRENT-DAY    PIC 9 VALUE 0.
          05 WS-CAPTURED-LINE  PIC X(132).
          05 WS-LAST-LINE-DAY1 PIC X(132).
          05 WS-RXP-WORD-MODE  PIC X.
          05 WS-RXP-ORIG-SUM   PIC 9(9).
          05 WS-RXP-ORIG-REJ   PIC 9(7).
      * WS-PUB-PARM - THE FEED PUBLISHER'S CONTROL CARD IMAGE: THE
      * BUSINESS DATE, 'Y' WHEN THE RECYCLE RAN FOR IT SO EXTR04 IS
      * THE DATE'S, AND 'A' FOR EVERY DATE AFTER THE FIRST ONE
      * PUBLISHED IN A SUBMISSION SO A CATCH-UP RUN'S FEEDS CARRY
      * EVERY DATE INSTEAD OF ONLY THE LAST.
       01 WS-PUB-PARM.
          05 WS-PUBP-BUS-DATE  PIC 9(8).
          05 WS-PUBP-RECYCLE   PIC X.
          05 WS-PUBP-MODE      PIC X.
      * VERIFICATION WORK - THE TWO CUBE PATHS' FIGURES SIDE BY
      * SIDE. THE SEPARATE PROGRAMS RUN FIRST AND THE COMBINED PASS
      * LAST, SO THE EXTRACTS AND MASTER LEFT ON DISK AFTER A
      * WS-BATCH-TABLE - ONE ENTRY PER HDR/TRL1 BATCH FOUND ON
      * MERGIN BY THE SCAN PASS: THE SECTION COUNTS THE SCAN SAW,
      * THE TRAILER'S OWN FIGURES, THE EXTRACT DATE AND A BALANCE
      * STATUS ('G' GOOD, 'B' OUT OF BALANCE, 'M' TRAILER MISSING,
      * 'V' VENDOR NOT ON THE VENDOR TABLE OR HEADERS OF ONE BATCH
      * NAMING DIFFERENT VENDORS) AND THE BATCH'S VENDOR.
      * THE STAGING PASS ONLY WRITES SECTIONS FROM GOOD BATCHES -
      * AND IN CATCH-UP MODE ONLY FROM THE BATCHES WHOSE EXTRACT
      * DATE IS THE BUSINESS DATE BEING PROCESSED.
             10 WS-BT-TRLTOT   PIC 9(9).
             10 WS-BT-DATE     PIC 9(8).
             10 WS-BT-STATUS   PIC X.
             10 WS-BT-VEND-ID  PIC X(8).
             10 WS-BT-VEND-IX  PIC 9.
             10 WS-BT-VEND-MIX PIC X.
             10 WS-BT-HASH1    PIC 9(15).
             10 WS-BT-HASH2    PIC 9(15).
      * ACKNOWLEDGMENT RECORD LAYOUTS - BUILT HERE AND WRITTEN
      * FROM, SO THE RECORD TYPE LITERALS KEEP THEIR VALUES. THE
      * LAYOUTS ARE A FIXED CONTRACT WITH THE VENDOR'S SYSTEM.
          05 WS-A1-TRL-SECT2   PIC 9(9).
          05 WS-A1-DMX-SECT2   PIC 9(9).
          05 WS-A1-STATUS      PIC X.
          05 WS-A1-VEND-ID     PIC X(8).
       01 WS-ACK2-RECORD.
          05 WS-A2-TYPE        PIC X(4) VALUE 'ACK2'.
          05 WS-A2-BUS-DATE    PIC 9(8).
          05 WS-A2-DAY2-REJ    PIC 9(9).
          05 WS-A2-DAY3-REJ    PIC 9(9).
          05 WS-A2-STATUS      PIC X.
      * ACK3 STATUS - 'A' ACCEPTED, 'R' A BATCH OF THE VENDOR'S WAS
      * REJECTED OR THE DATE'S RUN FAILED, 'N' NO BATCH RECEIVED
      * FROM THE VENDOR FOR THE DATE.
       01 WS-ACK3-RECORD.
          05 WS-A3-TYPE        PIC X(4) VALUE 'ACK3'.
          05 WS-A3-BUS-DATE    PIC 9(8).
          05 WS-A3-VEND-ID     PIC X(8).
          05 WS-A3-DAY1-REJ    PIC 9(9).
          05 WS-A3-DAY2-REJ    PIC 9(9).
          05 WS-A3-DAY3-REJ    PIC 9(9).
          05 WS-A3-STATUS      PIC X.
      * ACK4 STATUS - 'A' A NEW SECTION, 'D' A DUPLICATE OF THE DATE
      * GIVEN - THE BUSINESS DATE WAS NOT RUN - AND 'C' A DUPLICATE
      * THE OPERATOR CONFIRMED AND RAN ANYWAY.
       01 WS-ACK4-RECORD.
          05 WS-A4-TYPE        PIC X(4) VALUE 'ACK4'.
          05 WS-A4-BUS-DATE    PIC 9(8).
          05 WS-A4-BATCH       PIC 9(2).
          05 WS-A4-SECTION     PIC 9.
          05 WS-A4-VEND-ID     PIC X(8).
          05 WS-A4-REC-COUNT   PIC 9(9).
          05 WS-A4-HASH        PIC 9(15).
          05 WS-A4-STATUS      PIC X.
          05 WS-A4-MATCH-DATE  PIC 9(8).
      * WS-VENDOR-TABLE - THE VENDORS LOADED FROM VENDOR01 (OR, WITH
      * NO TABLE, REGISTERED AS THEIR HEADERS ARE SEEN), WITH EACH
      * VENDOR'S FIGURES FOR THE BUSINESS DATE IN HAND: BATCHES
      * ACCEPTED AND REJECTED, RECORDS STAGED PER SECTION, THE
      * RANGE OF STAGE01 SEQUENCE NUMBERS ITS CALIBRATION LINES
      * OCCUPY, AND WHAT EACH DAY'S EXTRACT CREDITED TO IT.
       01 WS-VENDOR-TABLE.
          05 WS-VEND-COUNT     PIC 9 VALUE 0.
          05 WS-VEND-IX        PIC 9.
          05 WS-VEND-CARDS     PIC 9(3).
          05 WS-VEND-ENT OCCURS 5.
             10 WS-VT-ID        PIC X(8).
             10 WS-VT-NAME      PIC X(30).
             10 WS-VT-GOOD      PIC 99.
             10 WS-VT-BAD       PIC 99.
             10 WS-VT-STAGE1    PIC 9(9).
             10 WS-VT-STAGE2    PIC 9(9).
             10 WS-VT-S1-FIRST  PIC 9(9).
             10 WS-VT-S1-LAST   PIC 9(9).
             10 WS-VT-DAY1-TOTAL PIC 9(9).
             10 WS-VT-DAY1-ACCUM PIC 9(9).
             10 WS-VT-DAY2-SUMMA PIC 9(9).
             10 WS-VT-DAY2-ACCUM PIC 9(9).
             10 WS-VT-DAY3-SUM   PIC 9(9).
             10 WS-VT-DAY3-ACCUM PIC 9(9).
      * VENDOR WORK - THE ID BEING LOOKED UP, THE ENTRY IT RESOLVED
      * TO (ZERO WHEN NONE), AND THE GAME-ID PARSE USED TO MAP EACH
      * STAGED CUBE RECORD TO ITS VENDOR.
       01 WS-VENDOR-WORK.
          05 WS-LOOK-VEND-ID   PIC X(8).
          05 WS-FOUND-VEND-IX  PIC 9.
          05 WS-GAME-FIELD     PIC X(10).
          05 WS-GAME-DIGITS    PIC X(5).
          05 WS-GAME-NUM       PIC 9(5).
          05 WS-GAME-IX        PIC 9(6).
          05 WS-GAME-LEN       PIC 9.
          05 WS-VEND-SUM-DAY1  PIC 9(9).
      * WS-GAME-VENDOR-TABLE - THE VENDOR ENTRY EACH CUBE GAME ID WAS
      * STAGED FROM THIS DATE, ONE DIGIT PER POSSIBLE ID. THE FIRST
      * VENDOR TO STAGE AN ID KEEPS IT, JUST AS THE CUBE PROGRAMS
      * ACCEPT THE FIRST OCCURRENCE AND REJECT THE REST AS
      * DUPLICATES.
       01 WS-GAME-VENDOR-TABLE.
          05 WS-GAME-VEND OCCURS 100000 PIC 9.
      * WS-PRINT-TABLE - THE SECTION FINGERPRINTS OF THE BUSINESS
      * DATE BEING PROCESSED: ONE PER SECTION OF EVERY MERGIN BATCH
      * STAGED FOR IT (BATCH ZERO IS THE SINGLE INPUT01), WITH THE
      * EARLIER DATE EACH ONE DUPLICATES (ZERO WHEN NEW) AND ITS
      * STATUS AS WS-FP-STATUS AND THE ACK4 RECORD CARRY IT.
       01 WS-PRINT-TABLE.
          05 WS-PRINT-COUNT    PIC 99 VALUE 0.
          05 WS-PRINT-IX       PIC 99.
          05 WS-PRINT-DUPS     PIC 99 VALUE 0.
          05 WS-PRINT-ENT OCCURS 20.
             10 WS-PT-SECTION   PIC 9.
             10 WS-PT-SOURCE    PIC X.
             10 WS-PT-BATCH     PIC 99.
             10 WS-PT-VEND-ID   PIC X(8).
             10 WS-PT-REC-COUNT PIC 9(9).
             10 WS-PT-HASH      PIC 9(15).
             10 WS-PT-EXTR-DATE PIC 9(8).
             10 WS-PT-MATCH-DATE PIC 9(8).
             10 WS-PT-STATUS    PIC X.
      * HASH WORK - THE RECORD BEING HASHED AND ITS WIDTH, THE
      * RUNNING TOTALS OF THE SECTION BEING FINGERPRINTED, AND THE
      * CHARACTER TABLE WHOSE PLACES ARE THE CHARACTER VALUES THE
      * HASH TOTAL ADDS UP. ENTRY 85 IS A SENTINEL: THE CHARACTER
      * BEING LOOKED UP IS PUT THERE FIRST SO THE SEARCH ALWAYS
      * ENDS, AND ANY CHARACTER NOT IN THE TABLE COUNTS AS 85.
       01 WS-HASH-WORK.
          05 WS-HASH-REC       PIC X(160).
          05 WS-HASH-LEN       PIC 9(3).
          05 WS-HASH-POS       PIC 9(3).
          05 WS-HASH-CODE      PIC 99.
          05 WS-HASH-REC-TOTAL PIC 9(9).
          05 WS-HASH-SECT-COUNT PIC 9(9).
          05 WS-HASH-SECT-TOTAL PIC 9(15).
          05 WS-HASH-SECTION   PIC 9.
          05 WS-HASH-SOURCE    PIC X.
          05 WS-HASH-BATCH     PIC 99.
          05 WS-HASH-VEND-ID   PIC X(8).
          05 WS-HASH-EXTR-DATE PIC 9(8).
       01 WS-HASH-CHARS.
          05 FILLER            PIC X(36)
             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          05 FILLER            PIC X(26)
             VALUE 'abcdefghijklmnopqrstuvwxyz'.
          05 FILLER            PIC X(22)
             VALUE ':;,.-+*/()=#@$%&!?<>_"'.
          05 FILLER            PIC X     VALUE SPACE.
       01 WS-HASH-CHARS-R REDEFINES WS-HASH-CHARS.
          05 WS-HASH-CHAR      OCCURS 85 PIC X.
      * WS-RUN-DATES - EVERY BUSINESS DATE THIS SUBMISSION COVERS:
      * ENTRY 1 IS THE FIRST CARD'S DATE (OR TODAY), AND EACH
      * ADDITIONAL CTLIN RECORD CONTRIBUTES ONE MORE. EACH DATE
      * KEEPS THE OPERATOR AND REASON FROM THE CARD THAT QUEUED IT.
       01 WS-RUN-DATES.
          05 WS-DATE-COUNT     PIC 99 VALUE 0.
          05 WS-DATE-IX        PIC 99.
          05 WS-RUN-DATE-ENT OCCURS 31 PIC 9(8).
          05 WS-RUN-OPER-ENT OCCURS 31 PIC X(8).
          05 WS-RUN-REASON-ENT OCCURS 31 PIC X(4).
      * MERGIN BATCH CONTROL - EACH COMPLETE HDR1/HDR2/TRL1 BATCH ON
      * MERGIN ENDS WITH A 'TRL1' RECORD CARRYING THAT BATCH'S
      * PER-SECTION AND TOTAL RECORD COUNTS AND ITS EXTRACT DATE.
          05 WS-CUR-BATCH      PIC 99 VALUE 0.
          05 WS-MATCH-COUNT    PIC 99 VALUE 0.
          05 WS-ACK-STATUS     PIC XX.
      * WS-OPER-TABLE - THE OPERATORS LOADED FROM OPERAUTH AND THE
      * CHECK BEING MADE: THE CARD'S OPERATOR, REASON AND DATE, THE
      * PRIVILEGE ASKED FOR ('O' OVERRIDE, 'R' RESTART, 'C'
      * CATCH-UP) AND THE ENTRY THE OPERATOR RESOLVED TO (ZERO WHEN
      * NOT ON THE TABLE).
       01 WS-OPER-TABLE.
          05 WS-OPER-COUNT     PIC 99 VALUE 0.
          05 WS-OPER-IX        PIC 99.
          05 WS-OPER-CARDS     PIC 9(3).
          05 WS-OPER-ENT OCCURS 50.
             10 WS-OT-ID        PIC X(8).
             10 WS-OT-OVERRIDE  PIC X.
             10 WS-OT-RESTART   PIC X.
             10 WS-OT-CATCHUP   PIC X.
          05 WS-CHK-OPERATOR   PIC X(8).
          05 WS-CHK-REASON     PIC X(4).
          05 WS-CHK-DATE       PIC 9(8).
          05 WS-CHK-ACTION     PIC X.
          05 WS-CHK-NAME       PIC X(8).
          05 WS-CHK-ALLOWED    PIC X.
          05 WS-FOUND-OPER-IX  PIC 99.
      * WS-PARM-RESOLVED - THE PARAMETERS IN FORCE FOR THE BUSINESS
      * DATE BEING RUN, RESOLVED FROM PARMMST BY BR-RESOLVE-PARMS:
      * THE DAY 1 CARD (WORD MODE AND REJECT TOLERANCE) AND THE
      * LIMIT SETS FOR THE CUBE PROGRAMS - SET 1 THE OFFICIAL
      * LIMITS (BLANK = THE COLOR01 LIMITS), THEN ANY WHAT-IF SETS
      * IN FORCE IN NAME ORDER - EACH WITH THE DATE ITS ENTRY TOOK
      * EFFECT (ZERO = NO ENTRY, PROGRAM DEFAULT). WS-RES-NAME TO
      * WS-RES-EFF-DATE ARE THE ONE LOOKUP IN HAND.
       01 WS-PARM-RESOLVED.
          05 WS-RES-NAME       PIC X(8).
          05 WS-RES-FOUND      PIC X.
          05 WS-RES-VALUE      PIC X(16).
          05 WS-RES-EFF-DATE   PIC 9(8).
          05 WS-RES-CARD1.
             10 WS-RES-WORD-MODE PIC X.
             10 WS-RES-TOLERANCE PIC X(3).
          05 WS-RES-WORD-EFF   PIC 9(8).
          05 WS-RES-TOL-EFF    PIC 9(8).
          05 WS-RES-SET-COUNT  PIC 99.
          05 WS-RES-SET-IX     PIC 99.
          05 WS-RES-SET-NAME.
             10 FILLER         PIC X(6) VALUE 'LIMITS'.
             10 WS-RES-SET-NBR PIC 99.
          05 WS-RES-SETS.
             10 WS-RES-SET     OCCURS 10 PIC X(16).
          05 WS-RES-SET-EFF    OCCURS 10 PIC 9(8).
          05 WS-RES-SET-ID     OCCURS 10 PIC 99.
          05 WS-RES-EFF-TEXT   PIC X(8).
      * WS-SUPER-LIST - EVERY RUN NUMBER STILL IN FORCE FOR THE
      * DATE AN OVERRIDE OR RESTART IS REPLACING. ALL OF THEM ARE
      * MARKED SUPERSEDED ONCE THE NEW RECORD IS ON FILE, AND THE
      * ONES ACTUALLY MARKED ARE WHAT THE AUDIT RECORD NAMES.
       01 WS-SUPER-LIST.
          05 WS-SUPER-COUNT    PIC 9 VALUE 0.
          05 WS-SUPER-IX       PIC 9.
          05 WS-SUPER-RUN OCCURS 5 PIC 9(5).
          05 WS-SUPER-MATCH    PIC X.
      * WS-AUDIT-RECORD - ONE AUDIT01 ENTRY: WHEN IT WAS WRITTEN,
      * THE BUSINESS DATE, THE PRIVILEGE ('O' OVERRIDE, 'R' RESTART,
      * 'D' DUPLICATE TRANSMISSION CONFIRMED, 'C' CATCH-UP), THE
      * DISPOSITION ('A' ACCEPTED, 'R' REFUSED),
      * WHO ASKED AND WHY, THE RUN NUMBER WRITTEN AND THE RUN
      * NUMBERS SUPERSEDED BY IT.
       01 WS-AUDIT-RECORD.
          05 WS-AU-STAMP-DATE  PIC 9(8).
          05 WS-AU-STAMP-TIME  PIC 9(8).
          05 WS-AU-BUS-DATE    PIC 9(8).
          05 WS-AU-ACTION      PIC X.
          05 WS-AU-DISP        PIC X.
          05 WS-AU-OPERATOR    PIC X(8).
          05 WS-AU-REASON      PIC X(4).
          05 WS-AU-NEW-RUN     PIC 9(5).
          05 WS-AU-SUPER-COUNT PIC 9.
          05 WS-AU-SUPER-RUN OCCURS 5 PIC 9(5).
          05 WS-AU-MESSAGE     PIC X(40).
          05 FILLER            PIC X(11) VALUE SPACES.
      * WS-HIST-WORK - RUN-HISTORY RECORD BUILT IN WORKING STORAGE AS
      * THE DAYS COMPLETE, THEN WRITTEN IN ONE PIECE AT Z-CLOSE.
      * WS-PRIOR-WORK - EACH DAY'S FIGURES FROM THE LATEST RUN IN
          05 WS-H-DAY3-SECS      PIC 9(5).
          05 WS-H-COMBINED       PIC X.
          05 WS-H-SUPERSEDED     PIC X.
          05 WS-H-VEND-ATTR1     PIC X.
          05 WS-H-VEND-ATTR2     PIC X.
          05 WS-H-VEND-ATTR3     PIC X.
          05 WS-H-VEND-COUNT     PIC 9.
          05 WS-H-VEND OCCURS 5.
             10 WS-HW-ID         PIC X(8).
             10 WS-HW-BATCH-GOOD PIC 99.
             10 WS-HW-BATCH-BAD  PIC 99.
             10 WS-HW-DAY1-TOTAL PIC 9(9).
             10 WS-HW-DAY1-REJ   PIC 9(9).
             10 WS-HW-DAY2-SUMMA PIC 9(9).
             10 WS-HW-DAY2-REJ   PIC 9(9).
             10 WS-HW-DAY3-SUM   PIC 9(9).
             10 WS-HW-DAY3-REJ   PIC 9(9).
      * WS-OLD-HIST - THE HISTORY RECORD AN OVERRIDE OR RESTART IS
      * SUPERSEDING, HELD FOR THE BEFORE/AFTER DELTA REPORT AND THE
      * SUPERSEDE REWRITE. FIELD FOR FIELD THE WS-HIST-REC LAYOUT.
          05 WS-O-DAY3-SECS      PIC 9(5).
          05 WS-O-COMBINED       PIC X.
          05 WS-O-SUPERSEDED     PIC X.
          05 WS-O-VEND-BLOCK     PIC X(334).
      * SWITCHES.
       01 SWITCHES.
          05 SWITCH-EOF          PIC X.
             88 VERIFY-MODE-Y     VALUE 'Y'.
          05 DUPDATE-SWITCH       PIC X VALUE 'N'.
             88 DUPDATE-FAILED    VALUE 'Y'.
          05 PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
             88 PERIOD-CLOSED-Y   VALUE 'Y'.
          05 PARMMST-SWITCH       PIC X VALUE 'N'.
             88 PARMMST-ON        VALUE 'Y'.
             88 PARMMST-OFF       VALUE 'N'.
          05 PARMMST-EOF-SWITCH   PIC X VALUE 'N'.
             88 PARMMST-EOF       VALUE 'Y'.
             88 PARMMST-NOT-EOF   VALUE 'N'.
          05 AUTH-SWITCH          PIC X VALUE 'N'.
             88 AUTH-REFUSED      VALUE 'Y'.
          05 OPER-TABLE-SWITCH    PIC X VALUE 'N'.
             88 OPER-TABLE-LOADED VALUE 'Y'.
          05 OPER-EOF-SWITCH      PIC X VALUE 'N'.
             88 OPER-EOF          VALUE 'Y'.
             88 OPER-NOT-EOF      VALUE 'N'.
          05 DATE-STOP-SWITCH     PIC X VALUE 'N'.
             88 DATE-LOOP-STOPPED VALUE 'Y'.
          05 ACK-OPEN-SWITCH      PIC X VALUE 'N'.
             88 ACK-OPENED        VALUE 'Y'.
          05 VEND-TABLE-SWITCH    PIC X VALUE 'N'.
             88 VEND-TABLE-LOADED VALUE 'Y'.
          05 VEND-EOF-SWITCH      PIC X VALUE 'N'.
             88 VEND-EOF          VALUE 'Y'.
             88 VEND-NOT-EOF      VALUE 'N'.
          05 EXTR-EOF-SWITCH      PIC X VALUE 'N'.
             88 EXTR-EOF          VALUE 'Y'.
             88 EXTR-NOT-EOF      VALUE 'N'.
          05 RECYCLE-RAN-SWITCH   PIC X VALUE 'N'.
             88 RECYCLE-RAN       VALUE 'Y'.
          05 PUBLISH-SWITCH       PIC X VALUE 'N'.
             88 PUBLISH-STARTED   VALUE 'Y'.
          05 DUPXMIT-SWITCH       PIC X VALUE 'N'.
             88 DUPXMIT-FAILED    VALUE 'Y'.
          05 DUP-CONFIRM-SWITCH   PIC X VALUE 'N'.
             88 DUP-CONFIRM-Y     VALUE 'Y'.
      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
      * DATES QUEUED BEHIND IT.
       A-MAIN SECTION.
           PERFORM B-READ-CONTROL
      * AN OVERRIDE, RESTART OR CATCH-UP NOBODY AUTHORIZED IS
      * REFUSED OUTRIGHT: NOTHING IS STAGED, RUN OR RECORDED EXCEPT
      * THE REFUSAL ITSELF ON THE AUDIT FILE.
           PERFORM BQ-CHECK-AUTHORITY
           IF AUTH-REFUSED
              DISPLAY 'ERROR: CTLIN ASKS FOR A PRIVILEGE ITS '
                      'OPERATOR IS NOT AUTHORIZED FOR. '
                      'SUBMISSION REFUSED, NOTHING RUN.'
              IF WS-WORST-RC < 12
                 MOVE 12 TO WS-WORST-RC
              END-IF
              MOVE WS-WORST-RC TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM D-SCAN-MERGED
      * CATCH-UP MODE ONLY MAKES SENSE WITH MERGIN: EACH QUEUED
      * DATE IS STAGED FROM THE BATCH CARRYING ITS OWN EXTRACT
              MOVE WS-WORST-RC TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DATE-COUNT > 1
              PERFORM BQ-AUDIT-CATCHUP
           END-IF
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
                      OR DATE-LOOP-STOPPED
       B-PROCESS-ONE-DATE SECTION.
           PERFORM BH-RESET-FOR-DATE
           PERFORM BE-CHECK-RUN-DATE
      * A DATE PAST THE DOUBLE-RUN PROTECTION MAY STILL BE CARRYING
      * A TRANSMISSION ALREADY PROCESSED UNDER ANOTHER DATE.
           IF NOT DUPDATE-FAILED
              PERFORM BS-CHECK-FINGERPRINTS
           END-IF
           IF DUPDATE-FAILED
              PERFORM BD-MARK-DUP-DATE
           ELSE
           IF DUPXMIT-FAILED
              PERFORM BD-MARK-DUP-XMIT
           ELSE
              PERFORM BR-RESOLVE-PARMS
              PERFORM BF-WRITE-DATE-CARD
              PERFORM D-DEMUX-MERGED
              IF DEMUX-FAILED
                    END-IF
                 END-IF
                 END-IF
                 PERFORM B-RUN-PUBLISH
              END-IF
           END-IF
           END-IF
           PERFORM Z-CLOSE
           PERFORM BI-CHECK-DATE-FAILED
           .
       BH-RESET-FOR-DATE SECTION.
           INITIALIZE WS-HIST-WORK
           MOVE 'N' TO WS-H-COMBINED
                       WS-H-VEND-ATTR1
                       WS-H-VEND-ATTR2
                       WS-H-VEND-ATTR3
           PERFORM DV-RESET-VENDORS
           MOVE 0 TO WS-STAGE1-COUNT
                     WS-STAGE2-COUNT
                     WS-DAY1-RC
                       PRIOR3-SWITCH
                       RESTART-PRIME-SWITCH
                       OLD-REC-SWITCH
                       RECYCLE-RAN-SWITCH
                       DUPXMIT-SWITCH
           MOVE 0 TO WS-SUPER-COUNT
                     WS-PRINT-COUNT
                     WS-PRINT-DUPS
           MOVE WS-CARD-DAY1 TO RUN-DAY1-SWITCH
           MOVE WS-CARD-DAY2 TO RUN-DAY2-SWITCH
           MOVE WS-CARD-DAY3 TO RUN-DAY3-SWITCH
           .

      * BI-CHECK-DATE-FAILED - A DATE WHOSE CHAIN FAILED (A STEP
      * ABEND, A REFUSED MERGIN, A REFUSED DUPLICATE DATE OR
      * TRANSMISSION) STOPS THE
      * CATCH-UP LOOP SO THE DATES BEHIND IT ARE NOT RUN OUT OF
      * ORDER ON TOP OF A BAD ONE.
       BI-CHECK-DATE-FAILED SECTION.
           IF WS-DAY3-RC > WS-DATE-RC
              MOVE WS-DAY3-RC TO WS-DATE-RC
           END-IF
           IF DEMUX-FAILED OR DUPDATE-FAILED OR DUPXMIT-FAILED
              MOVE 12 TO WS-DATE-RC
           END-IF
           IF WS-DATE-RC > 4 AND WS-DATE-IX < WS-DATE-COUNT
              MOVE 'Y' TO WS-H-DAY1-RAN
              MOVE WS-CAPTURED-LINE TO WS-LAST-LINE-DAY1
              PERFORM DC-EXTRACT-DAY1
              IF MERGED-PRESENT-Y
                 PERFORM DV-CREDIT-DAY1
              END-IF
      * THE RECYCLE ONLY CHAINS ON A SINGLE-DATE SUBMISSION - SEE
      * BL-CHAIN-RECYCLE.
              IF WS-H-DAY1-REJ > 0
                 PERFORM BM-CUT-RECYCLE-CARD
                 PERFORM BG-CLEAR-REPORT
                 CALL 'AC2301RX'
                 SET RECYCLE-RAN TO TRUE
                 PERFORM BB-RECORD-STEP-RC
                 CANCEL 'AC2301RX'
                 IF WS-STEP-RC > WS-DAY1-RC
              MOVE 'Y' TO WS-H-DAY2-RAN
              MOVE WS-CAPTURED-LINE TO WS-LAST-LINE-DAY2
              PERFORM DC-EXTRACT-DAY2
              IF MERGED-PRESENT-Y
                 PERFORM DV-CREDIT-DAY2
              END-IF
           ELSE
              MOVE 'N' TO WS-H-DAY2-RAN
              MOVE WS-STEP-STATUS TO WS-LAST-LINE-DAY2
              MOVE 'Y' TO WS-H-DAY3-RAN
              MOVE WS-CAPTURED-LINE TO WS-LAST-LINE-DAY3
              PERFORM DC-EXTRACT-DAY3
              IF MERGED-PRESENT-Y
                 PERFORM DV-CREDIT-DAY3
              END-IF
           ELSE
              MOVE 'N' TO WS-H-DAY3-RAN
              MOVE WS-STEP-STATUS TO WS-LAST-LINE-DAY3
           END-IF
           .

      * B-RUN-PUBLISH - ONCE THE DAILY PROGRAMS HAVE RUN, AC2300F
      * TURNS THE DATE'S EXTRACTS INTO THE ANALYTICS WAREHOUSE'S
      * DELIMITED FEEDS AND WRITES THE DELIVERY MANIFEST. AN EXTRACT
      * THAT IS NOT THE DATE'S OR DOES NOT BALANCE TO ITS TRAILER IS
      * NOT PUBLISHED AND THE MANIFEST SAYS SO; THE PUBLISHER'S RC
      * COUNTS TOWARD THE RUN'S WORST BUT DOES NOT STOP A CATCH-UP.
       B-RUN-PUBLISH SECTION.
           MOVE WS-BUS-DATE TO WS-PUBP-BUS-DATE
           IF RECYCLE-RAN
              MOVE 'Y' TO WS-PUBP-RECYCLE
           ELSE
              MOVE 'N' TO WS-PUBP-RECYCLE
           END-IF
           IF PUBLISH-STARTED
              MOVE 'A' TO WS-PUBP-MODE
           ELSE
              MOVE SPACE TO WS-PUBP-MODE
           END-IF
           OPEN OUTPUT WS-PARMIN-10
           WRITE WS-PARMIN-10-REC FROM WS-PUB-PARM
           CLOSE WS-PARMIN-10
           PERFORM BG-CLEAR-REPORT
           CALL 'AC2300F'
           PERFORM BB-RECORD-STEP-RC
           CANCEL 'AC2300F'
           SET PUBLISH-STARTED TO TRUE
           IF WS-STEP-RC = 0
              DISPLAY 'ANALYTICS FEEDS PUBLISHED FOR ' WS-BUS-DATE
           ELSE
              DISPLAY 'WARNING: ANALYTICS FEEDS FOR ' WS-BUS-DATE
                      ' NOT ALL READY, RC=' WS-STEP-RC
                      ' - SEE THE FEED MANIFEST'
           END-IF
           .

      * B-READ-CONTROL - PICK UP THE OPTIONAL DRIVER CONTROL CARD.
      * A MISSING OR UNREADABLE CTLIN LEAVES EVERY OPTION AT ITS
      * DEFAULT SO EXISTING SUBMISSIONS KEEP THEIR CURRENT BEHAVIOR.
       B-READ-CONTROL SECTION.
           MOVE SPACES TO WS-RUN-OPER-ENT(1)
                          WS-RUN-REASON-ENT(1)
           OPEN INPUT WS-CTL-FILE
           IF WS-CTL-STATUS = '00'
              READ WS-CTL-FILE
                 IF WS-CTL-VERIFY = 'V'
                    SET VERIFY-MODE-Y TO TRUE
                 END-IF
                 IF WS-CTL-DUP-CONFIRM = 'Y'
                    SET DUP-CONFIRM-Y TO TRUE
                 END-IF
                 MOVE WS-CTL-OPERATOR TO WS-RUN-OPER-ENT(1)
                 MOVE WS-CTL-REASON   TO WS-RUN-REASON-ENT(1)
                 PERFORM BJ-TAKE-EXTRA-DATES
              END-IF
              CLOSE WS-CTL-FILE
                 ADD 1 TO WS-DATE-COUNT
                 MOVE WS-CTL-RUN-DATE
                   TO WS-RUN-DATE-ENT(WS-DATE-COUNT)
                 MOVE WS-CTL-OPERATOR
                   TO WS-RUN-OPER-ENT(WS-DATE-COUNT)
                 MOVE WS-CTL-REASON
                   TO WS-RUN-REASON-ENT(WS-DATE-COUNT)
              ELSE
                 DISPLAY 'WARNING: CTLIN CATCH-UP RECORD WITHOUT '
                         'A NUMERIC DATE IGNORED'
           END-IF
           .

      * BQ-CHECK-AUTHORITY - EVERY PRIVILEGE THE CONTROL CARDS ASK
      * FOR IS CHECKED AGAINST OPERAUTH BEFORE ANYTHING RUNS: THE
      * FIRST CARD'S OVERRIDE, RESTART AND DUPLICATE-TRANSMISSION
      * CONFIRMATION OPTIONS AND, WHEN MORE
      * THAN ONE DATE IS QUEUED, EVERY CARD'S CATCH-UP DATE. ALL
      * OF THEM ARE CHECKED SO ONE REFUSAL LISTS EVERY PROBLEM.
       BQ-CHECK-AUTHORITY SECTION.
           MOVE 'N' TO AUTH-SWITCH
           IF OVERRIDE-Y OR RESTART-MODE-Y OR DUP-CONFIRM-Y
              OR WS-DATE-COUNT > 1
              PERFORM BQ-LOAD-OPERATORS
              MOVE WS-RUN-OPER-ENT(1)   TO WS-CHK-OPERATOR
              MOVE WS-RUN-REASON-ENT(1) TO WS-CHK-REASON
              MOVE WS-RUN-DATE-ENT(1)   TO WS-CHK-DATE
              IF OVERRIDE-Y
                 MOVE 'O' TO WS-CHK-ACTION
                 PERFORM BQ-CHECK-CARD
              END-IF
              IF RESTART-MODE-Y
                 MOVE 'R' TO WS-CHK-ACTION
                 PERFORM BQ-CHECK-CARD
              END-IF
              IF DUP-CONFIRM-Y
                 MOVE 'D' TO WS-CHK-ACTION
                 PERFORM BQ-CHECK-CARD
              END-IF
              IF WS-DATE-COUNT > 1
                 MOVE 'C' TO WS-CHK-ACTION
                 MOVE 1 TO WS-DATE-IX
                 PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
                    MOVE WS-RUN-OPER-ENT(WS-DATE-IX)
                      TO WS-CHK-OPERATOR
                    MOVE WS-RUN-REASON-ENT(WS-DATE-IX)
                      TO WS-CHK-REASON
                    MOVE WS-RUN-DATE-ENT(WS-DATE-IX)
                      TO WS-CHK-DATE
                    PERFORM BQ-CHECK-CARD
                    ADD 1 TO WS-DATE-IX
                 END-PERFORM
              END-IF
           END-IF
           .

      * BQ-CHECK-CARD - ONE PRIVILEGE ON ONE CARD: THE CARD MUST
      * NAME AN OPERATOR AND A REASON, AND OPERAUTH MUST GIVE THAT
      * OPERATOR THE PRIVILEGE. A REFUSAL IS DISPLAYED AND AUDITED.
       BQ-CHECK-CARD SECTION.
           MOVE 'N' TO WS-CHK-ALLOWED
           MOVE SPACES TO WS-AU-MESSAGE
           EVALUATE WS-CHK-ACTION
              WHEN 'O'
                 MOVE 'OVERRIDE' TO WS-CHK-NAME
              WHEN 'R'
                 MOVE 'RESTART' TO WS-CHK-NAME
              WHEN 'D'
                 MOVE 'DUP-SEND' TO WS-CHK-NAME
              WHEN OTHER
                 MOVE 'CATCH-UP' TO WS-CHK-NAME
           END-EVALUATE
           IF WS-CHK-OPERATOR = SPACES
              MOVE 'NO OPERATOR ID ON CARD' TO WS-AU-MESSAGE
           ELSE
              IF WS-CHK-REASON = SPACES
                 MOVE 'NO REASON CODE ON CARD' TO WS-AU-MESSAGE
              ELSE
                 PERFORM BQ-FIND-OPERATOR
                 IF WS-FOUND-OPER-IX = 0
                    MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-AU-MESSAGE
                 ELSE
                    EVALUATE WS-CHK-ACTION
                       WHEN 'O'
                       WHEN 'D'
                          MOVE WS-OT-OVERRIDE(WS-FOUND-OPER-IX)
                            TO WS-CHK-ALLOWED
                       WHEN 'R'
                          MOVE WS-OT-RESTART(WS-FOUND-OPER-IX)
                            TO WS-CHK-ALLOWED
                       WHEN OTHER
                          MOVE WS-OT-CATCHUP(WS-FOUND-OPER-IX)
                            TO WS-CHK-ALLOWED
                    END-EVALUATE
                    IF WS-CHK-ALLOWED NOT = 'Y'
                       MOVE 'OPERATOR NOT AUTHORIZED FOR IT'
                         TO WS-AU-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-CHK-ALLOWED NOT = 'Y'
              SET AUTH-REFUSED TO TRUE
              DISPLAY 'ERROR: ' WS-CHK-NAME ' FOR BUSINESS DATE '
                      WS-CHK-DATE ' BY OPERATOR ' WS-CHK-OPERATOR
                      ' REFUSED - ' WS-AU-MESSAGE
              PERFORM EU-CLEAR-AUDIT
              MOVE 'R' TO WS-AU-DISP
              PERFORM EU-WRITE-AUDIT
           END-IF
           .

      * BQ-AUDIT-CATCHUP - THE CATCH-UP SUBMISSION HAS PASSED EVERY
      * CHECK: ONE ACCEPTED AUDIT RECORD PER QUEUED DATE, NAMING
      * THE OPERATOR AND REASON ON THE CARD THAT QUEUED IT.
       BQ-AUDIT-CATCHUP SECTION.
           MOVE 'C' TO WS-CHK-ACTION
           PERFORM EU-CLEAR-AUDIT
           MOVE 'A' TO WS-AU-DISP
           MOVE 'CATCH-UP DATE QUEUED' TO WS-AU-MESSAGE
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
              MOVE WS-RUN-OPER-ENT(WS-DATE-IX)   TO WS-CHK-OPERATOR
              MOVE WS-RUN-REASON-ENT(WS-DATE-IX) TO WS-CHK-REASON
              MOVE WS-RUN-DATE-ENT(WS-DATE-IX)   TO WS-CHK-DATE
              PERFORM EU-WRITE-AUDIT
              ADD 1 TO WS-DATE-IX
           END-PERFORM
           .

      * BQ-LOAD-OPERATORS - LOAD THE AUTHORIZED-OPERATOR TABLE. A
      * CARD WITH A BLANK OR REPEATED OPERATOR ID IS REPORTED AND
      * SKIPPED. NO TABLE MEANS NO OPERATOR IS AUTHORIZED.
       BQ-LOAD-OPERATORS SECTION.
           MOVE 0 TO WS-OPER-COUNT
                     WS-OPER-CARDS
           OPEN INPUT WS-OPER-FILE
           IF WS-OPER-STATUS = '00'
              SET OPER-NOT-EOF TO TRUE
              PERFORM R-READ-OPERAUTH
              PERFORM UNTIL OPER-EOF OR WS-OPER-COUNT = 50
                 ADD 1 TO WS-OPER-CARDS
                 IF WS-OPER-ID(1:1) NOT = '*'
                    MOVE WS-OPER-ID TO WS-CHK-OPERATOR
                    PERFORM BQ-FIND-OPERATOR
                    IF WS-OPER-ID = SPACES OR WS-FOUND-OPER-IX > 0
                       DISPLAY 'WARNING: OPERAUTH CARD ' WS-OPER-CARDS
                               ' REJECTED - BLANK OR REPEATED '
                               'OPERATOR ID: ' WS-OPER-REC(1:41)
                    ELSE
                       ADD 1 TO WS-OPER-COUNT
                       MOVE WS-OPER-ID TO WS-OT-ID(WS-OPER-COUNT)
                       MOVE WS-OPER-MAY-OVERRIDE
                         TO WS-OT-OVERRIDE(WS-OPER-COUNT)
                       MOVE WS-OPER-MAY-RESTART
                         TO WS-OT-RESTART(WS-OPER-COUNT)
                       MOVE WS-OPER-MAY-CATCHUP
                         TO WS-OT-CATCHUP(WS-OPER-COUNT)
                    END-IF
                 END-IF
                 PERFORM R-READ-OPERAUTH
              END-PERFORM
              IF NOT OPER-EOF
                 DISPLAY 'WARNING: MORE THAN 50 OPERATORS ON '
                         'OPERAUTH - EXCESS CARDS IGNORED'
              END-IF
              CLOSE WS-OPER-FILE
           END-IF
           IF WS-OPER-COUNT > 0
              SET OPER-TABLE-LOADED TO TRUE
              DISPLAY 'OPERATOR TABLE: ' WS-OPER-COUNT
                      ' OPERATOR(S) LOADED FROM OPERAUTH'
           ELSE
              DISPLAY 'NO OPERAUTH TABLE - NO OPERATOR IS '
                      'AUTHORIZED FOR OVERRIDE, RESTART OR CATCH-UP'
           END-IF
           .

       R-READ-OPERAUTH SECTION.
           READ WS-OPER-FILE
           AT END
             SET OPER-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       BQ-FIND-OPERATOR SECTION.
           MOVE 0 TO WS-FOUND-OPER-IX
           MOVE 1 TO WS-OPER-IX
           PERFORM UNTIL WS-OPER-IX > WS-OPER-COUNT
                      OR WS-FOUND-OPER-IX > 0
              IF WS-OT-ID(WS-OPER-IX) = WS-CHK-OPERATOR
                 MOVE WS-OPER-IX TO WS-FOUND-OPER-IX
              END-IF
              ADD 1 TO WS-OPER-IX
           END-PERFORM
           .

      * BE-CHECK-RUN-DATE - DOUBLE-RUN PROTECTION: A BUSINESS DATE
      * ALREADY ON THE RUN-HISTORY MASTER IS REFUSED UNLESS THE
      * CONTROL CARD CARRIES THE EXPLICIT OVERRIDE, SO A DOUBLE
      * SUBMISSION CANNOT SILENTLY OVERLAY A GOOD RUN'S OUTPUTS.
      * A DATE IN A PERIOD ALREADY CLOSED BY AC2300P IS REFUSED
      * OUTRIGHT WHENEVER THE OVERRIDE OR THE RESTART FLAG IS UP -
      * WHETHER OR NOT THE DATE IS ON HISTORY, AND FOR EVERY
      * CATCH-UP DATE THE FIRST CARD'S FLAGS APPLY TO.
       BE-CHECK-RUN-DATE SECTION.
           OPEN INPUT WS-HIST-FILE
           IF WS-HIST-STATUS = '00'
                    IF OVERRIDE-Y OR RESTART-MODE-Y
                       MOVE WS-HIST-REC TO WS-OLD-HIST
                       SET OLD-REC-FOUND TO TRUE
                       IF WS-SUPER-COUNT < 5
                          ADD 1 TO WS-SUPER-COUNT
                          MOVE WS-HIST-RUN-NBR
                            TO WS-SUPER-RUN(WS-SUPER-COUNT)
                       END-IF
                    END-IF
                    IF RESTART-MODE-Y
                       PERFORM EB-TAKE-RESTART-FLAGS
              END-PERFORM
              CLOSE WS-HIST-FILE
           END-IF
           MOVE 'N' TO PERIOD-CLOSED-SWITCH
           IF OVERRIDE-Y OR RESTART-MODE-Y
              PERFORM BP-CHECK-CLOSED-PERIOD
           END-IF
           IF PERIOD-CLOSED-Y
              DISPLAY 'ERROR: BUSINESS DATE ' WS-BUS-DATE
                      ' IS IN PERIOD ' WS-CLOSED-PERIOD
                      ' CLOSED ON ' WS-CLOSED-DATE
                      ' BY ' WS-CLOSED-BY
                      ' - OVERRIDE/RESTART REFUSED'
              SET DUPDATE-FAILED TO TRUE
              IF WS-WORST-RC < 12
                 MOVE 12 TO WS-WORST-RC
              END-IF
              PERFORM BQ-SET-CARD-AUDIT
              PERFORM EU-CLEAR-AUDIT
              MOVE 'R' TO WS-AU-DISP
              MOVE 'PERIOD CLOSED' TO WS-AU-MESSAGE
              PERFORM EU-WRITE-AUDIT
           ELSE
              IF DUPDATE-FAILED
                 EVALUATE TRUE
                    WHEN RESTART-MODE-Y
                       PERFORM BK-APPLY-RESTART
                    WHEN OVERRIDE-Y
                       DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                               ' ALREADY ON RUN HISTORY - OVERRIDE '
                               'SUPPLIED, REPROCESSING'
                       MOVE 'N' TO DUPDATE-SWITCH
                    WHEN OTHER
                       DISPLAY 'ERROR: BUSINESS DATE ' WS-BUS-DATE
                               ' ALREADY PROCESSED - RUN REFUSED. '
                               'SUPPLY THE OVERRIDE ON CTLIN COLUMN '
                               '13 TO REPROCESS THIS DATE.'
                       IF WS-WORST-RC < 12
                          MOVE 12 TO WS-WORST-RC
                       END-IF
                 END-EVALUATE
              ELSE
                 IF RESTART-MODE-Y
                    DISPLAY 'RESTART REQUESTED BUT BUSINESS DATE '
                            WS-BUS-DATE ' IS NOT ON RUN HISTORY - '
                            'FULL CHAIN RUNS'
                 END-IF
              END-IF
           END-IF
           .

      * BP-CHECK-CLOSED-PERIOD - ONCE AC2300P HAS CLOSED A MONTH ITS
      * FIGURES ARE SIGNED OFF, SO NO DATE INSIDE IT MAY BE RERUN BY
      * OVERRIDE OR RESTART. NO PERIOD-CONTROL FILE YET MEANS NOTHING
      * HAS BEEN CLOSED.
       BP-CHECK-CLOSED-PERIOD SECTION.
           OPEN INPUT WS-PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
              MOVE WS-BUS-DATE(1:6) TO WS-PC-PERIOD
              READ WS-PERIOD-FILE
              IF WS-PERIOD-STATUS = '00' AND WS-PC-STATUS = 'C'
                 SET PERIOD-CLOSED-Y TO TRUE
                 MOVE WS-PC-PERIOD     TO WS-CLOSED-PERIOD
                 MOVE WS-PC-CLOSE-DATE TO WS-CLOSED-DATE
                 MOVE WS-PC-OPERATOR   TO WS-CLOSED-BY
              END-IF
              CLOSE WS-PERIOD-FILE
           END-IF
           .

           END-IF
           .

      * BD-MARK-DUP-DATE - THE RUN WAS REFUSED BEFORE ANY STEP RAN,
      * AS A DATE ALREADY RUN OR ONE IN A CLOSED PERIOD.
       BD-MARK-DUP-DATE SECTION.
           IF PERIOD-CLOSED-Y
              MOVE 'NOT RUN - CLOSED' TO WS-DAY1-STATUS
                                         WS-DAY2-STATUS
                                         WS-DAY3-STATUS
           ELSE
              MOVE 'NOT RUN - DUP DATE' TO WS-DAY1-STATUS
                                           WS-DAY2-STATUS
                                           WS-DAY3-STATUS
           END-IF
           MOVE WS-DAY1-STATUS TO WS-LAST-LINE-DAY1
                                  WS-LAST-LINE-DAY2
                                  WS-LAST-LINE-DAY3
           .

      * BD-MARK-DUP-XMIT - THE DATE'S INPUT WAS REFUSED AS A
      * TRANSMISSION ALREADY PROCESSED BEFORE ANY STEP RAN.
       BD-MARK-DUP-XMIT SECTION.
           MOVE 'NOT RUN - DUP SEND' TO WS-DAY1-STATUS
                                        WS-DAY2-STATUS
                                        WS-DAY3-STATUS
           MOVE WS-DAY1-STATUS TO WS-LAST-LINE-DAY1
                                  WS-LAST-LINE-DAY3
           .

      * BS-CHECK-FINGERPRINTS - DUPLICATE-TRANSMISSION CHECK. THE
      * DOUBLE-RUN PROTECTION ONLY KNOWS THE DATE A FILE WAS SENT
      * UNDER, SO YESTERDAY'S FILE RESENT UNDER TODAY'S DATE PASSES
      * IT. EVERY SECTION ABOUT TO BE RUN FOR THIS DATE - EACH
      * STAGED MERGIN BATCH'S SECTIONS, OR THE SINGLE INPUT01 - IS
      * FINGERPRINTED BY ITS RECORD COUNT AND THE HASH TOTAL OF ITS
      * CONTENT AND CHECKED AGAINST THE FINGERPRINTS FILED FOR EVERY
      * OTHER DATE. A MATCH STOPS THE DATE UNLESS THE FIRST CARD
      * CONFIRMS THE DUPLICATE, WHEN IT RUNS AND THE CONFIRMATION IS
      * AUDITED. A REPROCESS OF THE SAME DATE IS NOT A DUPLICATE.
       BS-CHECK-FINGERPRINTS SECTION.
           MOVE 0 TO WS-PRINT-COUNT
                     WS-PRINT-DUPS
           IF MERGED-PRESENT-Y
              PERFORM BS-TAKE-BATCH-PRINTS
           ELSE
              PERFORM BS-HASH-INPUT01
           END-IF
           IF WS-PRINT-COUNT > 0
              PERFORM BS-MATCH-PRINTS
           END-IF
           PERFORM BS-SHOW-PRINTS
           IF WS-PRINT-DUPS > 0
              IF DUP-CONFIRM-Y
                 DISPLAY 'WARNING: ' WS-PRINT-DUPS ' SECTION(S) FOR '
                         'BUSINESS DATE ' WS-BUS-DATE ' DUPLICATE A '
                         'TRANSMISSION ALREADY PROCESSED - CONFIRMED '
                         'BY OPERATOR ' WS-RUN-OPER-ENT(1)
                         ', PROCESSING'
                 PERFORM BS-CONFIRM-DUPS
              ELSE
                 DISPLAY 'ERROR: ' WS-PRINT-DUPS ' SECTION(S) FOR '
                         'BUSINESS DATE ' WS-BUS-DATE ' DUPLICATE A '
                         'TRANSMISSION ALREADY PROCESSED FOR ANOTHER '
                         'DATE - RUN REFUSED. SUPPLY THE CONFIRMATION '
                         'ON CTLIN COLUMN 28 IF THE RESEND IS GENUINE.'
                 SET DUPXMIT-FAILED TO TRUE
                 IF WS-WORST-RC < 12
                    MOVE 12 TO WS-WORST-RC
                 END-IF
              END-IF
           END-IF
           .

      * BS-TAKE-BATCH-PRINTS - ONE FINGERPRINT PER NON-EMPTY SECTION
      * OF EVERY BATCH THE DEMUX WILL STAGE FOR THIS DATE, FROM THE
      * COUNTS AND HASH TOTALS THE SCAN PASS TOOK.
       BS-TAKE-BATCH-PRINTS SECTION.
           MOVE 'M' TO WS-HASH-SOURCE
           MOVE 1 TO WS-BATCH-IX
           PERFORM UNTIL WS-BATCH-IX > WS-BATCH-COUNT
              IF WS-BT-STATUS(WS-BATCH-IX) = 'G'
                 AND (WS-DATE-COUNT = 1
                      OR WS-BT-DATE(WS-BATCH-IX) = WS-BUS-DATE)
                 MOVE WS-BATCH-IX TO WS-HASH-BATCH
                 MOVE WS-BT-VEND-ID(WS-BATCH-IX) TO WS-HASH-VEND-ID
                 MOVE WS-BT-DATE(WS-BATCH-IX) TO WS-HASH-EXTR-DATE
                 IF WS-BT-SECT1(WS-BATCH-IX) > 0
                    MOVE 1 TO WS-HASH-SECTION
                    MOVE WS-BT-SECT1(WS-BATCH-IX) TO WS-HASH-SECT-COUNT
                    MOVE WS-BT-HASH1(WS-BATCH-IX) TO WS-HASH-SECT-TOTAL
                    PERFORM BS-ADD-PRINT
                 END-IF
                 IF WS-BT-SECT2(WS-BATCH-IX) > 0
                    MOVE 2 TO WS-HASH-SECTION
                    MOVE WS-BT-SECT2(WS-BATCH-IX) TO WS-HASH-SECT-COUNT
                    MOVE WS-BT-HASH2(WS-BATCH-IX) TO WS-HASH-SECT-TOTAL
                    PERFORM BS-ADD-PRINT
                 END-IF
              END-IF
              ADD 1 TO WS-BATCH-IX
           END-PERFORM
           .

      * BS-HASH-INPUT01 - WITHOUT MERGIN EVERY DAY READS THE ONE
      * INPUT01, SO IT IS FINGERPRINTED AT BOTH DAILY RECORD WIDTHS:
      * AS SECTION 1 THROUGH THE CALIBRATION PROGRAM'S 80-BYTE VIEW
      * AND AS SECTION 2 THROUGH THE CUBE PROGRAMS' 160-BYTE VIEW,
      * SO IT MATCHES THE SAME RECORDS SENT AS EITHER SECTION OF A
      * MERGIN BATCH. NO INPUT01 MEANS NOTHING TO FINGERPRINT - THE
      * DAILY PROGRAMS REPORT IT THEMSELVES.
       BS-HASH-INPUT01 SECTION.
           MOVE 'I' TO WS-HASH-SOURCE
           MOVE 0 TO WS-HASH-BATCH
                     WS-HASH-EXTR-DATE
           MOVE SPACES TO WS-HASH-VEND-ID
           MOVE 0 TO WS-HASH-SECT-COUNT
                     WS-HASH-SECT-TOTAL
           OPEN INPUT WS-INPUT01-80
           IF WS-INPUT80-STATUS = '00'
              MOVE 80 TO WS-HASH-LEN
              SET NOT-EOF TO TRUE
              PERFORM R-READ-INPUT80
              PERFORM UNTIL EOF-Y
                 MOVE WS-INPUT01-80-REC TO WS-HASH-REC
                 PERFORM DP-HASH-RECORD
                 ADD 1 TO WS-HASH-SECT-COUNT
                 ADD WS-HASH-REC-TOTAL TO WS-HASH-SECT-TOTAL
                 PERFORM R-READ-INPUT80
              END-PERFORM
              CLOSE WS-INPUT01-80
              IF WS-HASH-SECT-COUNT > 0
                 MOVE 1 TO WS-HASH-SECTION
                 PERFORM BS-ADD-PRINT
              END-IF
           ELSE
              DISPLAY 'WARNING: INPUT01 NOT OPENED, STATUS='
                      WS-INPUT80-STATUS ' - NO FINGERPRINT TAKEN'
           END-IF
           MOVE 0 TO WS-HASH-SECT-COUNT
                     WS-HASH-SECT-TOTAL
           OPEN INPUT WS-INPUT01-160
           IF WS-INPUT160-STATUS = '00'
              MOVE 160 TO WS-HASH-LEN
              SET NOT-EOF TO TRUE
              PERFORM R-READ-INPUT160
              PERFORM UNTIL EOF-Y
                 MOVE WS-INPUT01-160-REC TO WS-HASH-REC
                 PERFORM DP-HASH-RECORD
                 ADD 1 TO WS-HASH-SECT-COUNT
                 ADD WS-HASH-REC-TOTAL TO WS-HASH-SECT-TOTAL
                 PERFORM R-READ-INPUT160
              END-PERFORM
              CLOSE WS-INPUT01-160
              IF WS-HASH-SECT-COUNT > 0
                 MOVE 2 TO WS-HASH-SECTION
                 PERFORM BS-ADD-PRINT
              END-IF
           END-IF
           .

       R-READ-INPUT80 SECTION.
           READ WS-INPUT01-80
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-INPUT160 SECTION.
           READ WS-INPUT01-160
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

      * BS-ADD-PRINT - ENTER THE SECTION IN HAND IN THE DATE'S
      * FINGERPRINT TABLE AS A NEW SECTION.
       BS-ADD-PRINT SECTION.
           IF WS-PRINT-COUNT < 20
              ADD 1 TO WS-PRINT-COUNT
              MOVE WS-HASH-SECTION  TO WS-PT-SECTION(WS-PRINT-COUNT)
              MOVE WS-HASH-SOURCE   TO WS-PT-SOURCE(WS-PRINT-COUNT)
              MOVE WS-HASH-BATCH    TO WS-PT-BATCH(WS-PRINT-COUNT)
              MOVE WS-HASH-VEND-ID  TO WS-PT-VEND-ID(WS-PRINT-COUNT)
              MOVE WS-HASH-SECT-COUNT
                TO WS-PT-REC-COUNT(WS-PRINT-COUNT)
              MOVE WS-HASH-SECT-TOTAL TO WS-PT-HASH(WS-PRINT-COUNT)
              MOVE WS-HASH-EXTR-DATE
                TO WS-PT-EXTR-DATE(WS-PRINT-COUNT)
              MOVE 0   TO WS-PT-MATCH-DATE(WS-PRINT-COUNT)
              MOVE 'A' TO WS-PT-STATUS(WS-PRINT-COUNT)
           END-IF
           .

      * BS-MATCH-PRINTS - ONE PASS OVER THE FINGERPRINT FILE. THE
      * FILE IS IN BUSINESS DATE ORDER, SO A SECTION SENT MORE THAN
      * ONCE BEFORE IS NAMED AGAINST THE EARLIEST DATE IT WAS RUN
      * FOR. NO FILE YET MEANS NOTHING HAS BEEN FINGERPRINTED.
       BS-MATCH-PRINTS SECTION.
           OPEN INPUT WS-FPRINT-FILE
           IF WS-FPRINT-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-FPRINT
              PERFORM UNTIL EOF-Y
                 IF WS-FP-BUS-DATE NOT = WS-BUS-DATE
                    PERFORM BS-MATCH-ONE
                 END-IF
                 PERFORM R-READ-FPRINT
              END-PERFORM
              CLOSE WS-FPRINT-FILE
           ELSE
              IF WS-FPRINT-STATUS NOT = '35'
                 DISPLAY 'WARNING: FPRINT01 NOT READ, STATUS='
                         WS-FPRINT-STATUS ' - DUPLICATE '
                         'TRANSMISSIONS NOT CHECKED'
              END-IF
           END-IF
           .

       BS-MATCH-ONE SECTION.
           MOVE 1 TO WS-PRINT-IX
           PERFORM UNTIL WS-PRINT-IX > WS-PRINT-COUNT
              IF WS-PT-MATCH-DATE(WS-PRINT-IX) = 0
                 AND WS-PT-SECTION(WS-PRINT-IX) = WS-FP-SECTION
                 AND WS-PT-REC-COUNT(WS-PRINT-IX) = WS-FP-REC-COUNT
                 AND WS-PT-HASH(WS-PRINT-IX) = WS-FP-HASH
                 MOVE WS-FP-BUS-DATE TO WS-PT-MATCH-DATE(WS-PRINT-IX)
                 MOVE 'D' TO WS-PT-STATUS(WS-PRINT-IX)
                 ADD 1 TO WS-PRINT-DUPS
              END-IF
              ADD 1 TO WS-PRINT-IX
           END-PERFORM
           .

       R-READ-FPRINT SECTION.
           READ WS-FPRINT-FILE NEXT RECORD
           AT END
             SET EOF-Y TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF WS-FPRINT-STATUS NOT = '00'
              SET EOF-Y TO TRUE
           END-IF
           .

      * BS-SHOW-PRINTS - EVERY FINGERPRINT TAKEN FOR THE DATE ON
      * THE JOB LOG, NEW OR NAMING THE DATE IT DUPLICATES.
       BS-SHOW-PRINTS SECTION.
           MOVE 1 TO WS-PRINT-IX
           PERFORM UNTIL WS-PRINT-IX > WS-PRINT-COUNT
              IF WS-PT-MATCH-DATE(WS-PRINT-IX) = 0
                 DISPLAY 'FINGERPRINT ' WS-BUS-DATE ' BATCH '
                         WS-PT-BATCH(WS-PRINT-IX) ' SECTION '
                         WS-PT-SECTION(WS-PRINT-IX) ' VENDOR '
                         WS-PT-VEND-ID(WS-PRINT-IX) ' RECORDS '
                         WS-PT-REC-COUNT(WS-PRINT-IX) ' HASH '
                         WS-PT-HASH(WS-PRINT-IX) ' - NEW'
              ELSE
                 DISPLAY 'FINGERPRINT ' WS-BUS-DATE ' BATCH '
                         WS-PT-BATCH(WS-PRINT-IX) ' SECTION '
                         WS-PT-SECTION(WS-PRINT-IX) ' VENDOR '
                         WS-PT-VEND-ID(WS-PRINT-IX) ' RECORDS '
                         WS-PT-REC-COUNT(WS-PRINT-IX) ' HASH '
                         WS-PT-HASH(WS-PRINT-IX) ' - SAME AS '
                         'BUSINESS DATE '
                         WS-PT-MATCH-DATE(WS-PRINT-IX)
              END-IF
              ADD 1 TO WS-PRINT-IX
           END-PERFORM
           .

      * BS-CONFIRM-DUPS - THE OPERATOR CONFIRMED THE RESEND: EACH
      * DUPLICATE SECTION IS RUN AS CONFIRMED AND AUDITED AGAINST THE
      * FIRST CARD'S OPERATOR AND REASON.
       BS-CONFIRM-DUPS SECTION.
           MOVE WS-RUN-OPER-ENT(1)   TO WS-CHK-OPERATOR
           MOVE WS-RUN-REASON-ENT(1) TO WS-CHK-REASON
           MOVE WS-BUS-DATE          TO WS-CHK-DATE
           MOVE 'D' TO WS-CHK-ACTION
           MOVE 1 TO WS-PRINT-IX
           PERFORM UNTIL WS-PRINT-IX > WS-PRINT-COUNT
              IF WS-PT-STATUS(WS-PRINT-IX) = 'D'
                 MOVE 'C' TO WS-PT-STATUS(WS-PRINT-IX)
                 PERFORM EU-CLEAR-AUDIT
                 MOVE 'A' TO WS-AU-DISP
                 MOVE SPACES TO WS-AU-MESSAGE
                 STRING 'BATCH ' WS-PT-BATCH(WS-PRINT-IX)
                        ' SECTION ' WS-PT-SECTION(WS-PRINT-IX)
                        ' SAME AS ' WS-PT-MATCH-DATE(WS-PRINT-IX)
                        DELIMITED BY SIZE INTO WS-AU-MESSAGE
                 PERFORM EU-WRITE-AUDIT
              END-IF
              ADD 1 TO WS-PRINT-IX
           END-PERFORM
           .

      * B-LOAD-PRIOR - PULL THE LATEST RECORD OFF THE RUN-HISTORY
      * MASTER SO THE DAYS NOT SELECTED THIS RUN CAN SHOW AND CARRY
      * FORWARD THE FIGURES FROM THE RUN THEY WERE LAST PRODUCED IN.
              MOVE 'Y' TO WS-H-DAY2-RAN
              MOVE WS-CAPTURED-LINE TO WS-LAST-LINE-DAY2
              PERFORM DC-EXTRACT-DAY2
              IF MERGED-PRESENT-Y
                 PERFORM DV-CREDIT-DAY2
              END-IF
           ELSE
              MOVE 'N' TO WS-H-DAY2-RAN
              MOVE WS-STEP-STATUS TO WS-LAST-LINE-DAY2
              MOVE 'Y' TO WS-H-DAY3-RAN
              MOVE WS-CAPTURED-LINE TO WS-LAST-LINE-DAY3
              PERFORM DC-EXTRACT-DAY3
              IF MERGED-PRESENT-Y
                 PERFORM DV-CREDIT-DAY3
              END-IF
           ELSE
              MOVE 'N' TO WS-H-DAY3-RAN
              MOVE WS-STEP-STATUS TO WS-LAST-LINE-DAY3
      * FIGURES, SO A BAD AFTERNOON BATCH IS IDENTIFIED BY NUMBER
      * AND EXTRACT DATE INSTEAD OF CONDEMNING THE WHOLE FILE. A
      * RECORD SEEN BEFORE THE FIRST HEADER IS A MALFORMED MERGIN
      * AND IS FLAGGED RATHER THAN SILENTLY DROPPED. EACH BATCH'S
      * SECTIONS ARE HASH TOTALLED FROM THEIR RECORD CONTENT AS THEY
      * ARE COUNTED, FOR THE DUPLICATE-TRANSMISSION CHECK. WHEN
      * MERGIN IS ABSENT, EACH DAY'S PROGRAM JUST READS WHATEVER
      * INPUT01 IT IS GIVEN, EXACTLY AS BEFORE.
       D-SCAN-MERGED SECTION.
           OPEN INPUT WS-MERGED-FILE
           IF WS-MERGED-STATUS = '00'
              SET MERGED-PRESENT-Y TO TRUE
              PERFORM DV-LOAD-VENDORS
              SET NOT-IN-BATCH TO TRUE
              MOVE 0 TO WS-CUR-BATCH
                        WS-CURRENT-DAY
           .

      * DG-OPEN-BATCH - A HEADER SEEN OUTSIDE ANY BATCH STARTS THE
      * NEXT ONE AND NAMES ITS VENDOR; A HEADER INSIDE A BATCH JUST
      * SWITCHES ITS CURRENT SECTION.
       DG-OPEN-BATCH SECTION.
           IF NOT-IN-BATCH
              IF WS-CUR-BATCH = 10
                    MOVE WS-CUR-BATCH TO WS-BATCH-COUNT
                    INITIALIZE WS-BATCH-ENT(WS-CUR-BATCH)
                    MOVE 'M' TO WS-BT-STATUS(WS-CUR-BATCH)
                    MOVE WS-MERGED-REC(5:8)
                      TO WS-BT-VEND-ID(WS-CUR-BATCH)
                 END-IF
                 SET IN-BATCH TO TRUE
              END-IF
           ELSE
              PERFORM DG-CHECK-HEADER-VENDOR
           END-IF
           .

      * DG-CHECK-HEADER-VENDOR - A LATER HEADER OF THE SAME BATCH MAY
      * LEAVE THE VENDOR ID BLANK, BUT MAY NOT NAME A DIFFERENT
      * VENDOR FROM THE ONE BEFORE IT - ONE BATCH IS ONE VENDOR'S.
       DG-CHECK-HEADER-VENDOR SECTION.
           IF WS-MERGED-REC(5:8) NOT = SPACES
              IF WS-BT-VEND-ID(WS-CUR-BATCH) = SPACES
                 MOVE WS-MERGED-REC(5:8)
                   TO WS-BT-VEND-ID(WS-CUR-BATCH)
              ELSE
                 IF WS-MERGED-REC(5:8)
                    NOT = WS-BT-VEND-ID(WS-CUR-BATCH)
                    MOVE 'Y' TO WS-BT-VEND-MIX(WS-CUR-BATCH)
                 END-IF
              END-IF
           END-IF
           .

              EVALUATE WS-CURRENT-DAY
                 WHEN 1
                    ADD 1 TO WS-BT-SECT1(WS-CUR-BATCH)
                    MOVE WS-MERGED-REC(1:80) TO WS-HASH-REC
                    MOVE 80 TO WS-HASH-LEN
                    PERFORM DP-HASH-RECORD
                    ADD WS-HASH-REC-TOTAL TO WS-BT-HASH1(WS-CUR-BATCH)
                 WHEN 2
                    ADD 1 TO WS-BT-SECT2(WS-CUR-BATCH)
                    MOVE WS-MERGED-REC TO WS-HASH-REC
                    MOVE 160 TO WS-HASH-LEN
                    PERFORM DP-HASH-RECORD
                    ADD WS-HASH-REC-TOTAL TO WS-BT-HASH2(WS-CUR-BATCH)
              END-EVALUATE
           ELSE
              IF WS-CUR-BATCH = 0
           END-IF
           .

      * DP-HASH-RECORD - THE HASH TOTAL OF ONE RECORD: EACH
      * NON-BLANK CHARACTER'S PLACE IN WS-HASH-CHARS TIMES THE COLUMN
      * IT STANDS IN, SUMMED. THE SAME RECORDS SENT AGAIN ADD UP TO
      * THE SAME FIGURE, WHILE A CHANGED CHARACTER OR THE SAME
      * CHARACTERS IN OTHER COLUMNS DO NOT.
       DP-HASH-RECORD SECTION.
           MOVE 0 TO WS-HASH-REC-TOTAL
           MOVE 1 TO WS-HASH-POS
           PERFORM UNTIL WS-HASH-POS > WS-HASH-LEN
              IF WS-HASH-REC(WS-HASH-POS:1) NOT = SPACE
                 MOVE WS-HASH-REC(WS-HASH-POS:1) TO WS-HASH-CHAR(85)
                 MOVE 1 TO WS-HASH-CODE
                 PERFORM UNTIL WS-HASH-CHAR(WS-HASH-CODE)
                               = WS-HASH-REC(WS-HASH-POS:1)
                    ADD 1 TO WS-HASH-CODE
                 END-PERFORM
                 COMPUTE WS-HASH-REC-TOTAL = WS-HASH-REC-TOTAL
                         + WS-HASH-POS * WS-HASH-CODE
              END-IF
              ADD 1 TO WS-HASH-POS
           END-PERFORM
           .

      * DF-TAKE-TRAILER - PARSE ONE BATCH'S CONTROL TRAILER: 'TRL1'
      * IN COLUMNS 1-4, THE CALIBRATION AND CUBE SECTION RECORD
      * COUNTS IN COLUMNS 5-13 AND 14-22, THE TOTAL DATA RECORD
           .

       DE-BALANCE-ONE-BATCH SECTION.
           PERFORM DV-RESOLVE-BATCH-VENDOR
           IF WS-BT-STATUS(WS-BATCH-IX) = 'M'
              DISPLAY 'ERROR: MERGIN BATCH ' WS-BATCH-IX
                      ' HAS NO TRL1 BATCH CONTROL TRAILER - '
                 MOVE 'B' TO WS-BT-STATUS(WS-BATCH-IX)
              END-IF
           END-IF
      * A BATCH FROM AN UNKNOWN VENDOR, OR ONE WHOSE HEADERS NAME
      * TWO VENDORS, CANNOT BE CREDITED TO ANYONE - REJECTED WHOLE.
           IF WS-BT-STATUS(WS-BATCH-IX) NOT = 'M'
              AND (WS-BT-VEND-IX(WS-BATCH-IX) = 0
                   OR WS-BT-VEND-MIX(WS-BATCH-IX) = 'Y')
              MOVE 'V' TO WS-BT-STATUS(WS-BATCH-IX)
           END-IF
           IF WS-BT-STATUS(WS-BATCH-IX) = 'G'
              DISPLAY 'MERGIN BATCH ' WS-BATCH-IX ' VENDOR '
                      WS-BT-VEND-ID(WS-BATCH-IX) ' OK: SECTION 1 '
                      WS-BT-SECT1(WS-BATCH-IX) ' SECTION 2 '
                      WS-BT-SECT2(WS-BATCH-IX) ' EXTRACT DATE '
                      WS-BT-DATE(WS-BATCH-IX)
           ELSE
              DISPLAY 'MERGIN BATCH ' WS-BATCH-IX ' VENDOR '
                      WS-BT-VEND-ID(WS-BATCH-IX) ' (EXTRACT DATE '
                      WS-BT-DATE(WS-BATCH-IX) ') REJECTED - ITS '
                      'SECTIONS WILL NOT BE STAGED'
              IF WS-WORST-RC < 8
           END-IF
           .

      * DV-LOAD-VENDORS - LOAD THE VENDOR TABLE ONCE PER SUBMISSION.
      * A CARD WITH A BLANK OR REPEATED VENDOR ID IS REPORTED AND
      * SKIPPED. NO TABLE MEANS THE HEADER IDS ARE NOT CHECKED.
       DV-LOAD-VENDORS SECTION.
           MOVE 0 TO WS-VEND-COUNT
                     WS-VEND-CARDS
           OPEN INPUT WS-VEND-FILE
           IF WS-VEND-STATUS = '00'
              SET VEND-NOT-EOF TO TRUE
              PERFORM R-READ-VENDOR
              PERFORM UNTIL VEND-EOF OR WS-VEND-COUNT = 5
                 ADD 1 TO WS-VEND-CARDS
                 IF WS-VEND-ID(1:1) NOT = '*'
                    MOVE WS-VEND-ID TO WS-LOOK-VEND-ID
                    PERFORM DV-FIND-VENDOR
                    IF WS-VEND-ID = SPACES OR WS-FOUND-VEND-IX > 0
                       DISPLAY 'WARNING: VENDOR01 CARD ' WS-VEND-CARDS
                               ' REJECTED - BLANK OR REPEATED '
                               'VENDOR ID: ' WS-VEND-REC(1:38)
                    ELSE
                       ADD 1 TO WS-VEND-COUNT
                       INITIALIZE WS-VEND-ENT(WS-VEND-COUNT)
                       MOVE WS-VEND-ID   TO WS-VT-ID(WS-VEND-COUNT)
                       MOVE WS-VEND-NAME TO WS-VT-NAME(WS-VEND-COUNT)
                    END-IF
                 END-IF
                 PERFORM R-READ-VENDOR
              END-PERFORM
              IF NOT VEND-EOF
                 DISPLAY 'WARNING: MORE THAN 5 VENDORS ON VENDOR01 - '
                         'EXCESS CARDS IGNORED'
              END-IF
              CLOSE WS-VEND-FILE
           END-IF
           IF WS-VEND-COUNT > 0
              SET VEND-TABLE-LOADED TO TRUE
              DISPLAY 'VENDOR TABLE: ' WS-VEND-COUNT
                      ' VENDOR(S) LOADED FROM VENDOR01'
           ELSE
              DISPLAY 'NO VENDOR01 TABLE - MERGIN HEADER VENDOR IDS '
                      'ARE NOT CHECKED'
           END-IF
           .

       R-READ-VENDOR SECTION.
           READ WS-VEND-FILE
           AT END
             SET VEND-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       DV-FIND-VENDOR SECTION.
           MOVE 0 TO WS-FOUND-VEND-IX
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
                      OR WS-FOUND-VEND-IX > 0
              IF WS-VT-ID(WS-VEND-IX) = WS-LOOK-VEND-ID
                 MOVE WS-VEND-IX TO WS-FOUND-VEND-IX
              END-IF
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           .

      * DV-RESOLVE-BATCH-VENDOR - FIND THE BATCH'S VENDOR ON THE
      * VENDOR TABLE. A BLANK ID IS THE FIRST VENDOR ON THE TABLE,
      * WHOSE HEADERS NEVER CARRIED ONE. WITH NO VENDOR01 EACH NEW
      * ID IS REGISTERED AS IT IS SEEN, UP TO FIVE VENDORS. A BATCH
      * LEFT WITHOUT A VENDOR IS REJECTED BY THE CALLER.
       DV-RESOLVE-BATCH-VENDOR SECTION.
           MOVE WS-BT-VEND-ID(WS-BATCH-IX) TO WS-LOOK-VEND-ID
           IF WS-LOOK-VEND-ID = SPACES AND VEND-TABLE-LOADED
              MOVE 1 TO WS-FOUND-VEND-IX
              MOVE WS-VT-ID(1) TO WS-BT-VEND-ID(WS-BATCH-IX)
           ELSE
              PERFORM DV-FIND-VENDOR
              IF WS-FOUND-VEND-IX = 0
                 IF VEND-TABLE-LOADED
                    DISPLAY 'ERROR: MERGIN BATCH ' WS-BATCH-IX
                            ' VENDOR "' WS-LOOK-VEND-ID '" IS NOT '
                            'ON THE VENDOR TABLE'
                 ELSE
                    IF WS-VEND-COUNT < 5
                       ADD 1 TO WS-VEND-COUNT
                       INITIALIZE WS-VEND-ENT(WS-VEND-COUNT)
                       MOVE WS-LOOK-VEND-ID TO WS-VT-ID(WS-VEND-COUNT)
                       MOVE WS-VEND-COUNT TO WS-FOUND-VEND-IX
                    ELSE
                       DISPLAY 'ERROR: MERGIN BATCH ' WS-BATCH-IX
                               ' VENDOR "' WS-LOOK-VEND-ID '" IS '
                               'A SIXTH VENDOR - AT MOST 5 ARE '
                               'CARRIED'
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-BT-VEND-MIX(WS-BATCH-IX) = 'Y'
              DISPLAY 'ERROR: MERGIN BATCH ' WS-BATCH-IX
                      ' HEADERS NAME MORE THAN ONE VENDOR'
           END-IF
           MOVE WS-FOUND-VEND-IX TO WS-BT-VEND-IX(WS-BATCH-IX)
           .

      * DV-RESET-VENDORS - EVERY VENDOR'S FIGURES BACK TO ZERO BEFORE
      * THE NEXT BUSINESS DATE, AND THE GAME-ID MAP CLEARED.
       DV-RESET-VENDORS SECTION.
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
              MOVE 0 TO WS-VT-GOOD(WS-VEND-IX)
                        WS-VT-BAD(WS-VEND-IX)
                        WS-VT-STAGE1(WS-VEND-IX)
                        WS-VT-STAGE2(WS-VEND-IX)
                        WS-VT-S1-FIRST(WS-VEND-IX)
                        WS-VT-S1-LAST(WS-VEND-IX)
                        WS-VT-DAY1-TOTAL(WS-VEND-IX)
                        WS-VT-DAY1-ACCUM(WS-VEND-IX)
                        WS-VT-DAY2-SUMMA(WS-VEND-IX)
                        WS-VT-DAY2-ACCUM(WS-VEND-IX)
                        WS-VT-DAY3-SUM(WS-VEND-IX)
                        WS-VT-DAY3-ACCUM(WS-VEND-IX)
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           MOVE ZEROS TO WS-GAME-VENDOR-TABLE
           .

      * D-DEMUX-MERGED - SECOND PASS, ONCE PER BUSINESS DATE: SPLIT
      * THE GOOD BATCHES' SECTIONS BACK OUT TO THE STAGING FILES -
      * 'HDR1' RECORDS FEED THE CALIBRATION STAGE01 AND 'HDR2' THE
      * SECTIONS ACCUMULATE ACROSS THE BATCHES STAGED. IN CATCH-UP
      * MODE ONLY THE BATCHES WHOSE TRL1 EXTRACT DATE IS THE
      * BUSINESS DATE BEING PROCESSED ARE STAGED, SO EACH QUEUED
      * DATE GETS ITS OWN TRANSMISSION. EACH VENDOR IS STAGED IN A
      * PASS OF ITS OWN, IN VENDOR TABLE ORDER, SO ITS CALIBRATION
      * LINES OCCUPY ONE UNBROKEN RUN OF STAGE01 SEQUENCE NUMBERS
      * AND ITS FIGURES CAN BE SEPARATED AGAIN AFTER THE DAILY
      * PROGRAMS HAVE RUN.
       D-DEMUX-MERGED SECTION.
           IF MERGED-PRESENT-Y
              OPEN OUTPUT WS-STAGE1
              OPEN OUTPUT WS-STAGE2
              OPEN OUTPUT WS-STAGE3
              MOVE 0 TO WS-MATCH-COUNT
              MOVE 1 TO WS-VEND-IX
              PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
                 PERFORM DI-DEMUX-ONE-VENDOR
                 ADD 1 TO WS-VEND-IX
              END-PERFORM
              CLOSE WS-STAGE1
              CLOSE WS-STAGE2
              CLOSE WS-STAGE3
              PERFORM DJ-COUNT-VENDOR-BATCHES
              IF WS-MATCH-COUNT = 0
                 IF WS-DATE-COUNT > 1
                    DISPLAY 'ERROR: NO GOOD MERGIN BATCH CARRIES '
           END-IF
           .

      * DI-DEMUX-ONE-VENDOR - ONE PASS OVER MERGIN STAGING ONLY THE
      * CURRENT VENDOR'S PICKED BATCHES, NOTING THE STAGE01 SEQUENCE
      * NUMBERS ITS CALIBRATION LINES TAKE.
       DI-DEMUX-ONE-VENDOR SECTION.
           COMPUTE WS-VT-S1-FIRST(WS-VEND-IX) = WS-STAGE1-COUNT + 1
           OPEN INPUT WS-MERGED-FILE
           SET NOT-IN-BATCH TO TRUE
           MOVE 0 TO WS-CUR-BATCH
                     WS-CURRENT-DAY
           SET NOT-EOF TO TRUE
           PERFORM D-READ-MERGED
           PERFORM UNTIL EOF-Y
              EVALUATE WS-MERGED-REC(1:4)
                 WHEN 'HDR1'
                    PERFORM DH-PICK-BATCH
                    MOVE 1 TO WS-CURRENT-DAY
                 WHEN 'HDR2'
                    PERFORM DH-PICK-BATCH
                    MOVE 2 TO WS-CURRENT-DAY
                 WHEN 'TRL1'
                    IF IN-BATCH
                       SET NOT-IN-BATCH TO TRUE
                       MOVE 0 TO WS-CURRENT-DAY
                    END-IF
                 WHEN OTHER
                    PERFORM DH-STAGE-RECORD
              END-EVALUATE
              PERFORM D-READ-MERGED
           END-PERFORM
           CLOSE WS-MERGED-FILE
           MOVE WS-STAGE1-COUNT TO WS-VT-S1-LAST(WS-VEND-IX)
           .

      * DJ-COUNT-VENDOR-BATCHES - EACH VENDOR'S BATCHES ACCEPTED AND
      * REJECTED FOR THIS DATE (IN CATCH-UP MODE ONLY THE BATCHES
      * CARRYING THE DATE BEING PROCESSED), SHOWN WITH WHAT WAS
      * STAGED FROM IT, SO A BAD OR MISSING FILE IS NAMED BY VENDOR.
       DJ-COUNT-VENDOR-BATCHES SECTION.
           MOVE 1 TO WS-BATCH-IX
           PERFORM UNTIL WS-BATCH-IX > WS-BATCH-COUNT
              IF WS-BT-VEND-IX(WS-BATCH-IX) > 0
                 AND (WS-DATE-COUNT = 1
                      OR WS-BT-DATE(WS-BATCH-IX) = WS-BUS-DATE)
                 MOVE WS-BT-VEND-IX(WS-BATCH-IX) TO WS-VEND-IX
                 IF WS-BT-STATUS(WS-BATCH-IX) = 'G'
                    ADD 1 TO WS-VT-GOOD(WS-VEND-IX)
                 ELSE
                    ADD 1 TO WS-VT-BAD(WS-VEND-IX)
                 END-IF
              END-IF
              ADD 1 TO WS-BATCH-IX
           END-PERFORM
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
              DISPLAY 'MERGIN VENDOR ' WS-VT-ID(WS-VEND-IX)
                      ' BATCHES ACCEPTED ' WS-VT-GOOD(WS-VEND-IX)
                      ' REJECTED ' WS-VT-BAD(WS-VEND-IX)
                      ' - STAGED SECTION 1 '
                      WS-VT-STAGE1(WS-VEND-IX) ' SECTION 2 '
                      WS-VT-STAGE2(WS-VEND-IX)
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           .

      * DH-PICK-BATCH - DECIDE AT EACH BATCH'S FIRST HEADER WHETHER
      * ITS SECTIONS ARE STAGED THIS DATE: THE BATCH MUST HAVE
      * BALANCED, BELONG TO THE VENDOR BEING STAGED, AND IN CATCH-UP
      * MODE ITS EXTRACT DATE MUST BE THE BUSINESS DATE BEING
      * PROCESSED.
       DH-PICK-BATCH SECTION.
           IF NOT-IN-BATCH
              ADD 1 TO WS-CUR-BATCH
              MOVE 'N' TO BATCH-PICK-SWITCH
              IF WS-CUR-BATCH NOT > WS-BATCH-COUNT
                 AND WS-BT-STATUS(WS-CUR-BATCH) = 'G'
                 AND WS-BT-VEND-IX(WS-CUR-BATCH) = WS-VEND-IX
                 IF WS-DATE-COUNT = 1
                    OR WS-BT-DATE(WS-CUR-BATCH) = WS-BUS-DATE
                    SET BATCH-PICKED TO TRUE
                    WRITE WS-STAGE1-REC
                      FROM WS-MERGED-REC(1:80)
                    ADD 1 TO WS-STAGE1-COUNT
                    ADD 1 TO WS-VT-STAGE1(WS-VEND-IX)
                 WHEN 2
                    WRITE WS-STAGE2-REC
                      FROM WS-MERGED-REC(1:160)
                    WRITE WS-STAGE3-REC
                      FROM WS-MERGED-REC(1:160)
                    ADD 1 TO WS-STAGE2-COUNT
                    ADD 1 TO WS-VT-STAGE2(WS-VEND-IX)
                    PERFORM DK-MAP-GAME-VENDOR
              END-EVALUATE
           END-IF
           .

      * DK-MAP-GAME-VENDOR - NOTE WHICH VENDOR STAGED THIS GAME ID,
      * PARSED THE SAME WAY THE CUBE PROGRAMS PARSE IT. A RECORD
      * WHOSE ID CANNOT BE READ IS LEFT UNMAPPED - THE CUBE PROGRAMS
      * REJECT IT, SO IT NEVER REACHES AN EXTRACT.
       DK-MAP-GAME-VENDOR SECTION.
           IF WS-MERGED-REC(1:5) = 'Game '
              MOVE SPACES TO WS-GAME-FIELD
                             WS-GAME-DIGITS
              MOVE 0 TO WS-GAME-LEN
              UNSTRING WS-MERGED-REC DELIMITED BY ':'
                  INTO WS-GAME-FIELD
              END-UNSTRING
              UNSTRING WS-GAME-FIELD(6:5) DELIMITED BY SPACE
                  INTO WS-GAME-DIGITS COUNT IN WS-GAME-LEN
              END-UNSTRING
              IF WS-GAME-LEN > 0
                 IF WS-GAME-DIGITS(1:WS-GAME-LEN) IS NUMERIC
                    MOVE WS-GAME-DIGITS(1:WS-GAME-LEN)
                      TO WS-GAME-NUM
                    COMPUTE WS-GAME-IX = WS-GAME-NUM + 1
                    IF WS-GAME-VEND(WS-GAME-IX) = 0
                       MOVE WS-VEND-IX TO WS-GAME-VEND(WS-GAME-IX)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * BD-MARK-NOT-RUN - THE DEMUX REFUSED THE MERGED FILE, SO EVERY
      * DAY IS REPORTED AS HELD RATHER THAN LEFT AS A BLANK LINE IN
      * THE CONSOLIDATED SUMMARY.
           END-READ
           .

      * BR-RESOLVE-PARMS - RESOLVE THE PARAMETERS IN FORCE FOR THE
      * BUSINESS DATE ABOUT TO RUN, SO A RERUN OR CATCH-UP OF AN OLD
      * DATE RUNS WITH THAT DATE'S SETTINGS RATHER THAN TODAY'S.
      * WHENEVER PARMMST IS PRESENT IT GOVERNS COMPLETELY - A
      * SETTING WITH NO ENTRY IN FORCE TAKES THE PROGRAM DEFAULT,
      * NOT THE LOOSE CARD. ONLY WITHOUT A MASTER ARE THE PARM01/
      * PARM02 CARDS USED, AS BEFORE. THE VALUES AND THE DATE EACH
      * TOOK EFFECT GO TO THE JOB LOG.
       BR-RESOLVE-PARMS SECTION.
           MOVE 'Y'    TO WS-RES-WORD-MODE
           MOVE SPACES TO WS-RES-TOLERANCE
                          WS-RES-SETS
           MOVE 0      TO WS-RES-WORD-EFF
                          WS-RES-TOL-EFF
                          WS-RES-SET-COUNT
           OPEN INPUT WS-PARM-MASTER
           IF WS-PARMMST-STATUS = '00'
              SET PARMMST-ON TO TRUE
              MOVE 'WORDMODE' TO WS-RES-NAME
              PERFORM BR-RESOLVE-ONE
              IF WS-RES-FOUND = 'Y'
                 MOVE WS-RES-VALUE(1:1) TO WS-RES-WORD-MODE
                 MOVE WS-RES-EFF-DATE   TO WS-RES-WORD-EFF
              END-IF
              MOVE 'REJTOL' TO WS-RES-NAME
              PERFORM BR-RESOLVE-ONE
              IF WS-RES-FOUND = 'Y'
                 MOVE WS-RES-VALUE(1:3) TO WS-RES-TOLERANCE
                 MOVE WS-RES-EFF-DATE   TO WS-RES-TOL-EFF
              END-IF
      * SET 1 KEEPS ITS PLACE EVEN WHEN LIMITS01 HAS NO ENTRY IN
      * FORCE (A BLANK CARD - THE COLOR01 LIMITS), SO A WHAT-IF SET
      * CAN NEVER BE TAKEN FOR THE OFFICIAL LIMITS.
              MOVE 1 TO WS-RES-SET-NBR
              MOVE WS-RES-SET-NAME TO WS-RES-NAME
              PERFORM BR-RESOLVE-ONE
              MOVE 1 TO WS-RES-SET-COUNT
              MOVE 1 TO WS-RES-SET-ID(1)
              IF WS-RES-FOUND = 'Y'
                 MOVE WS-RES-VALUE    TO WS-RES-SET(1)
                 MOVE WS-RES-EFF-DATE TO WS-RES-SET-EFF(1)
              ELSE
                 MOVE 0 TO WS-RES-SET-EFF(1)
              END-IF
              MOVE 2 TO WS-RES-SET-IX
              PERFORM UNTIL WS-RES-SET-IX > 10
                 MOVE WS-RES-SET-IX TO WS-RES-SET-NBR
                 MOVE WS-RES-SET-NAME TO WS-RES-NAME
                 PERFORM BR-RESOLVE-ONE
                 IF WS-RES-FOUND = 'Y'
                    ADD 1 TO WS-RES-SET-COUNT
                    MOVE WS-RES-VALUE
                      TO WS-RES-SET(WS-RES-SET-COUNT)
                    MOVE WS-RES-EFF-DATE
                      TO WS-RES-SET-EFF(WS-RES-SET-COUNT)
                    MOVE WS-RES-SET-IX
                      TO WS-RES-SET-ID(WS-RES-SET-COUNT)
                 END-IF
                 ADD 1 TO WS-RES-SET-IX
              END-PERFORM
              IF WS-RES-SET-COUNT = 1 AND WS-RES-SET-EFF(1) = 0
                 MOVE 0 TO WS-RES-SET-COUNT
              END-IF
              CLOSE WS-PARM-MASTER
              PERFORM BR-SHOW-PARMS
           ELSE
              SET PARMMST-OFF TO TRUE
              DISPLAY 'NOTE: NO PARAMETER MASTER (PARMMST STATUS='
                      WS-PARMMST-STATUS ') - PARM01/PARM02 CARDS '
                      'IN FORCE FOR ' WS-BUS-DATE
           END-IF
           .

      * BR-RESOLVE-ONE - FIND THE ENTRY FOR WS-RES-NAME IN FORCE ON
      * THE BUSINESS DATE: THE LAST ONE, IN KEY ORDER, EFFECTIVE ON
      * OR BEFORE IT. WS-RES-FOUND IS 'N' WHEN THERE IS NONE OR THE
      * LATEST ONE IS A WITHDRAWAL.
       BR-RESOLVE-ONE SECTION.
           MOVE 'N' TO WS-RES-FOUND
           MOVE SPACES TO WS-RES-VALUE
           MOVE 0 TO WS-RES-EFF-DATE
           MOVE WS-RES-NAME TO WS-PM-NAME
           MOVE 0           TO WS-PM-EFF-DATE
           START WS-PARM-MASTER KEY NOT < WS-PM-KEY
           END-START
           IF WS-PARMMST-STATUS = '00'
              SET PARMMST-NOT-EOF TO TRUE
              PERFORM R-READ-PARMMST
              PERFORM UNTIL PARMMST-EOF
                 OR WS-PM-NAME NOT = WS-RES-NAME
                 OR WS-PM-EFF-DATE > WS-BUS-DATE
                 IF WS-PM-STATE = 'W'
                    MOVE 'N' TO WS-RES-FOUND
                    MOVE SPACES TO WS-RES-VALUE
                    MOVE 0 TO WS-RES-EFF-DATE
                 ELSE
                    MOVE 'Y' TO WS-RES-FOUND
                    MOVE WS-PM-VALUE    TO WS-RES-VALUE
                    MOVE WS-PM-EFF-DATE TO WS-RES-EFF-DATE
                 END-IF
                 PERFORM R-READ-PARMMST
              END-PERFORM
           END-IF
           .

       R-READ-PARMMST SECTION.
           READ WS-PARM-MASTER NEXT RECORD
           AT END
             SET PARMMST-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           IF WS-PARMMST-STATUS NOT = '00'
              SET PARMMST-EOF TO TRUE
           END-IF
           .

       BR-SHOW-PARMS SECTION.
           DISPLAY 'PARAMETERS IN FORCE FOR ' WS-BUS-DATE
                   ' FROM PARMMST:'
           MOVE WS-RES-WORD-EFF TO WS-RES-EFF-DATE
           PERFORM BR-EFF-TEXT
           DISPLAY '  WORDMODE  ' WS-RES-WORD-MODE
                   '                 EFFECTIVE ' WS-RES-EFF-TEXT
           MOVE WS-RES-TOL-EFF TO WS-RES-EFF-DATE
           PERFORM BR-EFF-TEXT
           DISPLAY '  REJTOL    ' WS-RES-TOLERANCE
                   '               EFFECTIVE ' WS-RES-EFF-TEXT
           IF WS-RES-SET-COUNT = 0
              DISPLAY '  LIMITS    NONE IN FORCE - COLOR01 LIMITS'
           END-IF
           MOVE 1 TO WS-RES-SET-IX
           PERFORM UNTIL WS-RES-SET-IX > WS-RES-SET-COUNT
              MOVE WS-RES-SET-ID(WS-RES-SET-IX) TO WS-RES-SET-NBR
              MOVE WS-RES-SET-EFF(WS-RES-SET-IX) TO WS-RES-EFF-DATE
              PERFORM BR-EFF-TEXT
              DISPLAY '  ' WS-RES-SET-NAME '  '
                      WS-RES-SET(WS-RES-SET-IX)
                      '  EFFECTIVE ' WS-RES-EFF-TEXT
              ADD 1 TO WS-RES-SET-IX
           END-PERFORM
           .

       BR-EFF-TEXT SECTION.
           IF WS-RES-EFF-DATE = 0
              MOVE 'DEFAULT' TO WS-RES-EFF-TEXT
           ELSE
              MOVE WS-RES-EFF-DATE TO WS-RES-EFF-TEXT
           END-IF
           .

      * DB-COPY-PARM1-TO-PARMIN - AC2301P2 (DAY 1) AND AC2302P1
      * (DAY 3, CALLED FROM B-RUN-DAY2) BOTH SELECT PARMIN, BUT WITH
      * DIFFERENT RECORD LAYOUTS. EACH PROGRAM'S OWN CONTROL CARD IS
      * CLEARS PARMIN DOWN TO AN EMPTY FILE SO THAT PROGRAM FALLS
      * BACK TO ITS COMPILED-IN DEFAULT, RATHER THAN RISKING A STALE
      * PARMIN LEFT BEHIND BY AN EARLIER RUN IN THE SAME DIRECTORY.
      * WITH A PARAMETER MASTER PRESENT THE CARD IS CUT FROM THE
      * VALUES BR-RESOLVE-PARMS FOUND FOR THE DATE INSTEAD.
       DB-COPY-PARM1-TO-PARMIN SECTION.
           IF PARMMST-ON
              OPEN OUTPUT WS-PARMIN-1
              WRITE WS-PARMIN-1-REC FROM WS-RES-CARD1
              CLOSE WS-PARMIN-1
              MOVE WS-RES-WORD-MODE TO WS-DAY1-WORD-MODE
           ELSE
              PERFORM DB-COPY-PARM01-CARD
           END-IF
           .

       DB-COPY-PARM01-CARD SECTION.
           OPEN INPUT WS-PARM01-FILE
           IF WS-PARM01-STATUS = '00'
              OPEN OUTPUT WS-PARMIN-1

      * ALL PARM02 RECORDS ARE COPIED, NOT JUST THE FIRST - AC2302P1
      * NOW TAKES ONE LIMIT SET PER RECORD FOR ITS WHAT-IF PASS.
      * WITH A PARAMETER MASTER PRESENT THE LIMIT SETS IN FORCE FOR
      * THE DATE ARE WRITTEN INSTEAD, SET 1 FIRST; NONE IN FORCE
      * LEAVES PARMIN EMPTY, I.E. THE COLOR01 LIMITS.
       DB-COPY-PARM2-TO-PARMIN SECTION.
           IF PARMMST-ON
              OPEN OUTPUT WS-PARMIN-16
              MOVE 1 TO WS-RES-SET-IX
              PERFORM UNTIL WS-RES-SET-IX > WS-RES-SET-COUNT
                 WRITE WS-PARMIN-16-REC FROM WS-RES-SET(WS-RES-SET-IX)
                 ADD 1 TO WS-RES-SET-IX
              END-PERFORM
              CLOSE WS-PARMIN-16
           ELSE
              PERFORM DB-COPY-PARM02-CARDS
           END-IF
           .

       DB-COPY-PARM02-CARDS SECTION.
           OPEN INPUT WS-PARM02-FILE
           IF WS-PARM02-STATUS = '00'
              OPEN OUTPUT WS-PARMIN-16
              READ WS-PARM02-FILE
              PERFORM UNTIL WS-PARM02-STATUS NOT = '00'
                 WRITE WS-PARMIN-16-REC FROM WS-PARM02-REC
                 READ WS-PARM02-FILE
              END-PERFORM
              CLOSE WS-PARMIN-16
              CLOSE WS-PARM02-FILE
           ELSE
              OPEN OUTPUT WS-PARMIN-16
              CLOSE WS-PARMIN-16
           END-IF
           .

           END-PERFORM
           .

      * DV-CREDIT-DAY1 - READ DAY 1'S EXTRACT BACK AND CREDIT EACH
      * ACCEPTED LINE TO THE VENDOR WHOSE STAGE01 SEQUENCE RANGE
      * HOLDS IT. A VENDOR'S REJECTS ARE THE LINES IT SENT LESS THE
      * LINES CREDITED. THIS RUNS BEFORE ANY RECYCLE: AC2301RX
      * WORKS FROM THE EXCEPTIONS ALONE, SO ITS ADJUSTMENT IS
      * CARRIED ON THE COMBINED DAY 1 FIGURE ONLY.
       DV-CREDIT-DAY1 SECTION.
           OPEN INPUT WS-EXTR01-FILE
           IF WS-EXTR01-STATUS NOT = '00'
              DISPLAY 'WARNING: EXTR01 NOT READABLE, STATUS='
                      WS-EXTR01-STATUS ' - DAY 1 NOT SPLIT BY VENDOR'
           ELSE
              SET EXTR-NOT-EOF TO TRUE
              PERFORM R-READ-EXTR01
              PERFORM UNTIL EXTR-EOF
                 IF WS-E1-TYPE = 'D' AND WS-E1-SEQ IS NUMERIC
                    AND WS-E1-VALUE IS NUMERIC
                    MOVE 1 TO WS-VEND-IX
                    PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
                       IF WS-E1-SEQ NOT < WS-VT-S1-FIRST(WS-VEND-IX)
                          AND WS-E1-SEQ
                              NOT > WS-VT-S1-LAST(WS-VEND-IX)
                          ADD WS-E1-VALUE
                           TO WS-VT-DAY1-TOTAL(WS-VEND-IX)
                          ADD 1 TO WS-VT-DAY1-ACCUM(WS-VEND-IX)
                       END-IF
                       ADD 1 TO WS-VEND-IX
                    END-PERFORM
                 END-IF
                 PERFORM R-READ-EXTR01
              END-PERFORM
              CLOSE WS-EXTR01-FILE
              MOVE 'Y' TO WS-H-VEND-ATTR1
           END-IF
           .

      * DV-CREDIT-DAY2 - CREDIT EACH GAME ON THE POSSIBLE-GAMES
      * EXTRACT TO THE VENDOR THAT STAGED ITS ID; ONLY A POSSIBLE
      * GAME'S ID COUNTS INTO THE VENDOR'S SUMMA.
       DV-CREDIT-DAY2 SECTION.
           OPEN INPUT WS-EXTR02-FILE
           IF WS-EXTR02-STATUS NOT = '00'
              DISPLAY 'WARNING: EXTR02 NOT READABLE, STATUS='
                      WS-EXTR02-STATUS ' - DAY 2 PART 1 NOT SPLIT '
                      'BY VENDOR'
           ELSE
              SET EXTR-NOT-EOF TO TRUE
              PERFORM R-READ-EXTR02
              PERFORM UNTIL EXTR-EOF
                 IF WS-E2-TYPE = 'D' AND WS-E2-GAME-ID IS NUMERIC
                    COMPUTE WS-GAME-IX = WS-E2-GAME-ID + 1
                    MOVE WS-GAME-VEND(WS-GAME-IX) TO WS-VEND-IX
                    IF WS-VEND-IX > 0
                       ADD 1 TO WS-VT-DAY2-ACCUM(WS-VEND-IX)
                       IF WS-E2-FLAG = 'P'
                          ADD WS-E2-GAME-ID
                           TO WS-VT-DAY2-SUMMA(WS-VEND-IX)
                       END-IF
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR02
              END-PERFORM
              CLOSE WS-EXTR02-FILE
              MOVE 'Y' TO WS-H-VEND-ATTR2
           END-IF
           .

      * DV-CREDIT-DAY3 - THE SAME FOR THE POWER EXTRACT: EACH
      * ACCEPTED GAME'S POWER COUNTS INTO ITS VENDOR'S SUM.
       DV-CREDIT-DAY3 SECTION.
           OPEN INPUT WS-EXTR03-FILE
           IF WS-EXTR03-STATUS NOT = '00'
              DISPLAY 'WARNING: EXTR03 NOT READABLE, STATUS='
                      WS-EXTR03-STATUS ' - DAY 2 PART 2 NOT SPLIT '
                      'BY VENDOR'
           ELSE
              SET EXTR-NOT-EOF TO TRUE
              PERFORM R-READ-EXTR03
              PERFORM UNTIL EXTR-EOF
                 IF WS-E3-TYPE = 'D' AND WS-E3-GAME-ID IS NUMERIC
                    AND WS-E3-POWER IS NUMERIC
                    COMPUTE WS-GAME-IX = WS-E3-GAME-ID + 1
                    MOVE WS-GAME-VEND(WS-GAME-IX) TO WS-VEND-IX
                    IF WS-VEND-IX > 0
                       ADD 1 TO WS-VT-DAY3-ACCUM(WS-VEND-IX)
                       ADD WS-E3-POWER
                        TO WS-VT-DAY3-SUM(WS-VEND-IX)
                    END-IF
                 END-IF
                 PERFORM R-READ-EXTR03
              END-PERFORM
              CLOSE WS-EXTR03-FILE
              MOVE 'Y' TO WS-H-VEND-ATTR3
           END-IF
           .

       R-READ-EXTR01 SECTION.
           READ WS-EXTR01-FILE
           AT END
             SET EXTR-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-EXTR02 SECTION.
           READ WS-EXTR02-FILE
           AT END
             SET EXTR-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

       R-READ-EXTR03 SECTION.
           READ WS-EXTR03-FILE
           AT END
             SET EXTR-EOF TO TRUE
           NOT AT END
             CONTINUE
           END-READ
           .

      * E-WRITE-HISTORY - APPEND THIS RUN'S RECORD TO THE RUN-HISTORY
      * MASTER. THE NEXT RUN NUMBER IS ONE PAST THE HIGHEST ALREADY
      * ON FILE (KEYS ARE ASCENDING, SO THAT IS THE LAST RECORD READ).
           END-READ
           .

      * E-WRITE-FINGERPRINTS - FILE THE DATE'S SECTION FINGERPRINTS
      * ONCE ITS RUN IS ON HISTORY. ANY ENTRIES ALREADY FILED FOR
      * THE DATE, FROM A RUN AN OVERRIDE OR RESTART HAS JUST
      * REPLACED, ARE REMOVED FIRST SO THE FILE HOLDS WHAT THE
      * DATE'S FIGURES WERE LAST PRODUCED FROM. A MISSING FILE IS
      * CREATED ON FIRST USE; A PROBLEM IS REPORTED BUT DOES NOT
      * FAIL THE RUN - THE DAILY TOTALS ARE ALREADY PRODUCED.
       E-WRITE-FINGERPRINTS SECTION.
           OPEN I-O WS-FPRINT-FILE
           IF WS-FPRINT-STATUS = '35'
              OPEN OUTPUT WS-FPRINT-FILE
              CLOSE WS-FPRINT-FILE
              OPEN I-O WS-FPRINT-FILE
           END-IF
           IF WS-FPRINT-STATUS = '00'
              PERFORM EF-REMOVE-OLD-PRINTS
              MOVE 1 TO WS-PRINT-IX
              PERFORM UNTIL WS-PRINT-IX > WS-PRINT-COUNT
                 PERFORM EF-WRITE-ONE-PRINT
                 ADD 1 TO WS-PRINT-IX
              END-PERFORM
              CLOSE WS-FPRINT-FILE
              DISPLAY 'FINGERPRINTS FILED FOR ' WS-BUS-DATE ': '
                      WS-PRINT-COUNT ' SECTION(S)'
           ELSE
              DISPLAY 'WARNING: FPRINT01 NOT WRITTEN, STATUS='
                      WS-FPRINT-STATUS
           END-IF
           .

       EF-REMOVE-OLD-PRINTS SECTION.
           MOVE WS-BUS-DATE TO WS-FP-BUS-DATE
           MOVE 0           TO WS-FP-ENTRY
           START WS-FPRINT-FILE KEY NOT < WS-FP-KEY
           END-START
           IF WS-FPRINT-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM R-READ-FPRINT
              PERFORM UNTIL EOF-Y
                 IF WS-FP-BUS-DATE = WS-BUS-DATE
                    DELETE WS-FPRINT-FILE RECORD
                    IF WS-FPRINT-STATUS NOT = '00'
                       DISPLAY 'WARNING: FPRINT01 DELETE FAILED, '
                               'STATUS=' WS-FPRINT-STATUS
                    END-IF
                    PERFORM R-READ-FPRINT
                 ELSE
                    SET EOF-Y TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

       EF-WRITE-ONE-PRINT SECTION.
           MOVE SPACES TO WS-FP-REC
           MOVE WS-BUS-DATE TO WS-FP-BUS-DATE
           MOVE WS-PRINT-IX TO WS-FP-ENTRY
           MOVE WS-PT-SECTION(WS-PRINT-IX)    TO WS-FP-SECTION
           MOVE WS-PT-SOURCE(WS-PRINT-IX)     TO WS-FP-SOURCE
           MOVE WS-PT-BATCH(WS-PRINT-IX)      TO WS-FP-BATCH
           MOVE WS-PT-VEND-ID(WS-PRINT-IX)    TO WS-FP-VEND-ID
           MOVE WS-PT-REC-COUNT(WS-PRINT-IX)  TO WS-FP-REC-COUNT
           MOVE WS-PT-HASH(WS-PRINT-IX)       TO WS-FP-HASH
           MOVE WS-PT-EXTR-DATE(WS-PRINT-IX)  TO WS-FP-EXTRACT-DATE
           MOVE WS-PT-STATUS(WS-PRINT-IX)     TO WS-FP-STATUS
           MOVE WS-PT-MATCH-DATE(WS-PRINT-IX) TO WS-FP-MATCH-DATE
           MOVE WS-H-RUN-NBR TO WS-FP-RUN-NBR
           ACCEPT WS-FP-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-FP-STAMP-TIME FROM TIME
           WRITE WS-FP-REC
           IF WS-FPRINT-STATUS NOT = '00'
              DISPLAY 'WARNING: FPRINT01 WRITE FAILED, STATUS='
                      WS-FPRINT-STATUS
           END-IF
           .

       Z-CLOSE  SECTION.
           DISPLAY '===== CONSOLIDATED DAILY SUMMARY - '
                   WS-BUS-DATE ' ====='
              DISPLAY 'DAY 2 PART 2 ELAPSED SECONDS       : '
                      WS-H-DAY3-SECS
           END-IF
           IF MERGED-PRESENT-Y AND NOT DUPDATE-FAILED
              AND NOT DUPXMIT-FAILED
              PERFORM EV-BUILD-VENDOR-HIST
              PERFORM EV-SHOW-VENDORS
           END-IF
      * A RUN IN WHICH NOTHING RAN HAS NOTHING TO RECORD: WRITING A
      * HISTORY RECORD FOR IT WOULD BURN THE BUSINESS DATE AND FORCE
      * THE LEGITIMATE FIX-AND-RERUN THROUGH THE OVERRIDE.
           IF NOT DUPDATE-FAILED AND NOT DEMUX-FAILED
              AND NOT DUPXMIT-FAILED
              PERFORM E-WRITE-HISTORY
              IF OLD-REC-FOUND
                 PERFORM E-PRINT-DELTA
                 PERFORM E-MARK-SUPERSEDED
              END-IF
              PERFORM E-WRITE-FINGERPRINTS
           END-IF
           IF MERGED-PRESENT-Y
              PERFORM E-WRITE-ACK
           END-IF
           .

      * EV-BUILD-VENDOR-HIST - THE HISTORY RECORD'S PER-VENDOR
      * BLOCK: EVERY VENDOR ON THE TABLE, WITH ITS BATCHES FOR THE
      * DATE AND - FOR EACH DAY CREDITED THIS RUN - ITS TOTAL AND
      * ITS REJECTED RECORDS (RECORDS IT SENT LESS RECORDS CREDITED).
       EV-BUILD-VENDOR-HIST SECTION.
           MOVE WS-VEND-COUNT TO WS-H-VEND-COUNT
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
              MOVE WS-VT-ID(WS-VEND-IX)   TO WS-HW-ID(WS-VEND-IX)
              MOVE WS-VT-GOOD(WS-VEND-IX)
                TO WS-HW-BATCH-GOOD(WS-VEND-IX)
              MOVE WS-VT-BAD(WS-VEND-IX)
                TO WS-HW-BATCH-BAD(WS-VEND-IX)
              IF WS-H-VEND-ATTR1 = 'Y'
                 MOVE WS-VT-DAY1-TOTAL(WS-VEND-IX)
                   TO WS-HW-DAY1-TOTAL(WS-VEND-IX)
                 COMPUTE WS-HW-DAY1-REJ(WS-VEND-IX) =
                         WS-VT-STAGE1(WS-VEND-IX)
                       - WS-VT-DAY1-ACCUM(WS-VEND-IX)
              END-IF
              IF WS-H-VEND-ATTR2 = 'Y'
                 MOVE WS-VT-DAY2-SUMMA(WS-VEND-IX)
                   TO WS-HW-DAY2-SUMMA(WS-VEND-IX)
                 COMPUTE WS-HW-DAY2-REJ(WS-VEND-IX) =
                         WS-VT-STAGE2(WS-VEND-IX)
                       - WS-VT-DAY2-ACCUM(WS-VEND-IX)
              END-IF
              IF WS-H-VEND-ATTR3 = 'Y'
                 MOVE WS-VT-DAY3-SUM(WS-VEND-IX)
                   TO WS-HW-DAY3-SUM(WS-VEND-IX)
                 COMPUTE WS-HW-DAY3-REJ(WS-VEND-IX) =
                         WS-VT-STAGE2(WS-VEND-IX)
                       - WS-VT-DAY3-ACCUM(WS-VEND-IX)
              END-IF
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           .

      * EV-SHOW-VENDORS - THE SUMMARY'S PER-VENDOR LINES, SO A BAD OR
      * MISSING FILE IS PINNED ON THE VENDOR THAT SENT IT INSTEAD OF
      * HIDING IN ONE BLENDED REJECT COUNT.
       EV-SHOW-VENDORS SECTION.
           DISPLAY '----- PER-VENDOR BREAKDOWN - ' WS-BUS-DATE
                   ' -----'
           MOVE 0 TO WS-VEND-SUM-DAY1
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
              DISPLAY 'VENDOR ' WS-VT-ID(WS-VEND-IX) ' '
                      WS-VT-NAME(WS-VEND-IX) ' BATCHES ACCEPTED '
                      WS-VT-GOOD(WS-VEND-IX) ' REJECTED '
                      WS-VT-BAD(WS-VEND-IX)
              DISPLAY '   DAY 1 TOTAL SUMMA '
                      WS-HW-DAY1-TOTAL(WS-VEND-IX)
                      ' REJECTED ' WS-HW-DAY1-REJ(WS-VEND-IX)
              DISPLAY '   DAY 2 PART 1 SUMMA '
                      WS-HW-DAY2-SUMMA(WS-VEND-IX)
                      ' REJECTED ' WS-HW-DAY2-REJ(WS-VEND-IX)
              DISPLAY '   DAY 2 PART 2 SUM   '
                      WS-HW-DAY3-SUM(WS-VEND-IX)
                      ' REJECTED ' WS-HW-DAY3-REJ(WS-VEND-IX)
              IF WS-VT-BAD(WS-VEND-IX) > 0
                 DISPLAY '   *** VENDOR ' WS-VT-ID(WS-VEND-IX) ': '
                         WS-VT-BAD(WS-VEND-IX) ' BATCH(ES) REJECTED '
                         '- SEE THE MERGIN BATCH MESSAGES ABOVE'
              END-IF
              IF WS-VT-GOOD(WS-VEND-IX) = 0
                 AND WS-VT-BAD(WS-VEND-IX) = 0
                 DISPLAY '   *** VENDOR ' WS-VT-ID(WS-VEND-IX)
                         ': NO BATCH RECEIVED FOR ' WS-BUS-DATE
              END-IF
              ADD WS-HW-DAY1-TOTAL(WS-VEND-IX) TO WS-VEND-SUM-DAY1
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           IF WS-H-VEND-ATTR1 NOT = 'Y'
              OR WS-H-VEND-ATTR2 NOT = 'Y'
              OR WS-H-VEND-ATTR3 NOT = 'Y'
              DISPLAY 'DAYS NOT RUN THIS RUN ARE NOT SPLIT BY VENDOR '
                      '(CREDITED: DAY 1 ' WS-H-VEND-ATTR1
                      ' PART 1 ' WS-H-VEND-ATTR2
                      ' PART 2 ' WS-H-VEND-ATTR3 ')'
           END-IF
           IF WS-H-VEND-ATTR1 = 'Y'
              AND WS-VEND-SUM-DAY1 NOT = WS-H-DAY1-TOTAL
              COMPUTE WS-DELTA-VAL = WS-H-DAY1-TOTAL - WS-VEND-SUM-DAY1
              MOVE WS-DELTA-VAL TO WS-DELTA-ED
              DISPLAY 'DAY 1 RECYCLE ADJUSTMENT NOT CREDITED TO ANY '
                      'VENDOR: ' WS-DELTA-ED
           END-IF
           .

      * E-PRINT-DELTA - THE BEFORE/AFTER COMPARISON NOBODY WAS
      * GETTING: EVERY FIGURE ON THE SUPERSEDED RECORD NEXT TO THE
      * FIGURE THAT REPLACED IT, WITH THE DIFFERENCE, SO AN
      * NEVER PICK ITS STALE FIGURES UP AS A MOVEMENT BASE OR
      * CARRY-FORWARD. THE NEW RECORD FOR THE DATE IS ALREADY ON
      * FILE BEFORE THE OLD ONE IS FLAGGED, SO A FAILURE HERE
      * LEAVES BOTH VISIBLE RATHER THAN NEITHER. EVERY RECORD
      * STILL IN FORCE FOR THE DATE IS FLAGGED, AND THE OVERRIDE OR
      * RESTART IS AUDITED WITH THE RUN NUMBERS ACTUALLY FLAGGED.
       E-MARK-SUPERSEDED SECTION.
           PERFORM EU-CLEAR-AUDIT
           OPEN I-O WS-HIST-FILE
           IF WS-HIST-STATUS = '00'
              SET NOT-EOF TO TRUE
              PERFORM E-READ-HISTORY
              PERFORM UNTIL EOF-Y
                 PERFORM E-CHECK-SUPER-LIST
                 IF WS-HIST-RUN-NBR = WS-O-RUN-NBR
                    OR WS-SUPER-MATCH = 'Y'
                    MOVE 'S' TO WS-HIST-SUPERSEDED
                    REWRITE WS-HIST-REC
                    IF WS-HIST-STATUS = '00'
                       DISPLAY 'RUN ' WS-HIST-RUN-NBR ' MARKED '
                               'SUPERSEDED ON RUN HISTORY'
                       IF WS-AU-SUPER-COUNT < 5
                          ADD 1 TO WS-AU-SUPER-COUNT
                          MOVE WS-HIST-RUN-NBR
                            TO WS-AU-SUPER-RUN(WS-AU-SUPER-COUNT)
                       END-IF
                    ELSE
                       DISPLAY 'WARNING: SUPERSEDE REWRITE '
                               'FAILED, STATUS=' WS-HIST-STATUS
              DISPLAY 'WARNING: RUN HISTORY NOT OPENED FOR '
                      'SUPERSEDE, STATUS=' WS-HIST-STATUS
           END-IF
           PERFORM BQ-SET-CARD-AUDIT
           MOVE 'A' TO WS-AU-DISP
           MOVE WS-H-RUN-NBR TO WS-AU-NEW-RUN
           IF RESTART-MODE-Y
              MOVE 'RESTART - FAILED DAYS RERUN' TO WS-AU-MESSAGE
           ELSE
              MOVE 'OVERRIDE - DATE REPROCESSED' TO WS-AU-MESSAGE
           END-IF
           IF WS-AU-SUPER-COUNT = 0
              MOVE 'SUPERSEDE NOT RECORDED ON RUN HISTORY'
                TO WS-AU-MESSAGE
           END-IF
           PERFORM EU-WRITE-AUDIT
           .

       E-CHECK-SUPER-LIST SECTION.
           MOVE 'N' TO WS-SUPER-MATCH
           MOVE 1 TO WS-SUPER-IX
           PERFORM UNTIL WS-SUPER-IX > WS-SUPER-COUNT
                      OR WS-SUPER-MATCH = 'Y'
              IF WS-SUPER-RUN(WS-SUPER-IX) = WS-HIST-RUN-NBR
                 MOVE 'Y' TO WS-SUPER-MATCH
              END-IF
              ADD 1 TO WS-SUPER-IX
           END-PERFORM
           .

      * BQ-SET-CARD-AUDIT - AN OVERRIDE OR RESTART IS ASKED FOR ON
      * THE FIRST CARD AND APPLIES TO EVERY DATE, SO ITS AUDIT
      * RECORDS NAME THAT CARD'S OPERATOR AND REASON AGAINST THE
      * DATE BEING PROCESSED. A RESTART TAKES PRECEDENCE, AS IT
      * DOES IN BE-CHECK-RUN-DATE.
       BQ-SET-CARD-AUDIT SECTION.
           MOVE WS-RUN-OPER-ENT(1)   TO WS-CHK-OPERATOR
           MOVE WS-RUN-REASON-ENT(1) TO WS-CHK-REASON
           MOVE WS-BUS-DATE          TO WS-CHK-DATE
           IF RESTART-MODE-Y
              MOVE 'R' TO WS-CHK-ACTION
           ELSE
              MOVE 'O' TO WS-CHK-ACTION
           END-IF
           .

      * EU-CLEAR-AUDIT - NO RUN WRITTEN AND NOTHING SUPERSEDED YET.
       EU-CLEAR-AUDIT SECTION.
           MOVE 0 TO WS-AU-NEW-RUN
                     WS-AU-SUPER-COUNT
           MOVE 1 TO WS-SUPER-IX
           PERFORM UNTIL WS-SUPER-IX > 5
              MOVE 0 TO WS-AU-SUPER-RUN(WS-SUPER-IX)
              ADD 1 TO WS-SUPER-IX
           END-PERFORM
           .

      * EU-WRITE-AUDIT - APPEND ONE RECORD TO THE PERMANENT AUDIT
      * FILE. ONLY A MISSING FILE (STATUS 35) MAY FALL BACK TO OPEN
      * OUTPUT, SO THE TRAIL IS NEVER TRUNCATED. A FAILED WRITE IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       EU-WRITE-AUDIT SECTION.
           ACCEPT WS-AU-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AU-STAMP-TIME FROM TIME
           MOVE WS-CHK-DATE     TO WS-AU-BUS-DATE
           MOVE WS-CHK-ACTION   TO WS-AU-ACTION
           MOVE WS-CHK-OPERATOR TO WS-AU-OPERATOR
           MOVE WS-CHK-REASON   TO WS-AU-REASON
           OPEN EXTEND WS-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
              OPEN OUTPUT WS-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
              WRITE WS-AUDIT-REC FROM WS-AUDIT-RECORD
              IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'WARNING: AUDIT01 WRITE FAILED, STATUS='
                         WS-AUDIT-STATUS
              END-IF
              CLOSE WS-AUDIT-FILE
           ELSE
              DISPLAY 'WARNING: AUDIT01 NOT WRITTEN, STATUS='
                      WS-AUDIT-STATUS
           END-IF
           .

      * E-WRITE-ACK - THE VENDOR ACKNOWLEDGMENT FOR THIS BUSINESS
              MOVE WS-H-DAY1-REJ TO WS-A2-DAY1-REJ
              MOVE WS-H-DAY2-REJ TO WS-A2-DAY2-REJ
              MOVE WS-H-DAY3-REJ TO WS-A2-DAY3-REJ
      * A DATE REFUSED BY THE DOUBLE-RUN PROTECTION OR AS A
      * DUPLICATE TRANSMISSION RAN NOTHING - THE VENDOR MUST SEE A
      * REJECT, NOT AN ACCEPT WITH ZERO REJECTED RECORDS.
              IF DEMUX-FAILED OR DUPDATE-FAILED OR DUPXMIT-FAILED
                 OR WS-DAY1-RC > 0
                 OR WS-DAY2-RC > 0 OR WS-DAY3-RC > 0
                 MOVE 'R' TO WS-A2-STATUS
                 MOVE 'A' TO WS-A2-STATUS
              END-IF
              WRITE WS-ACK-REC FROM WS-ACK2-RECORD
              PERFORM EA-WRITE-VENDOR-ACKS
              PERFORM EA-WRITE-PRINT-ACKS
              CLOSE WS-ACK-FILE
           END-IF
           .
              MOVE WS-BT-TRL2(WS-BATCH-IX) TO WS-A1-TRL-SECT2
              MOVE WS-BT-SECT1(WS-BATCH-IX) TO WS-A1-DMX-SECT1
              MOVE WS-BT-SECT2(WS-BATCH-IX) TO WS-A1-DMX-SECT2
              MOVE WS-BT-VEND-ID(WS-BATCH-IX) TO WS-A1-VEND-ID
              IF WS-BT-STATUS(WS-BATCH-IX) = 'G'
                 MOVE 'A' TO WS-A1-STATUS
              ELSE
              ADD 1 TO WS-BATCH-IX
           END-PERFORM
           .

      * EA-WRITE-VENDOR-ACKS - ONE ACK3 PER VENDOR FOR THE DATE: ITS
      * OWN REJECTED-RECORD COUNTS, AND WHETHER ITS FILES WERE TAKEN,
      * REJECTED, OR NEVER ARRIVED.
       EA-WRITE-VENDOR-ACKS SECTION.
           MOVE WS-BUS-DATE TO WS-A3-BUS-DATE
           MOVE 1 TO WS-VEND-IX
           PERFORM UNTIL WS-VEND-IX > WS-VEND-COUNT
              MOVE WS-VT-ID(WS-VEND-IX)       TO WS-A3-VEND-ID
              MOVE WS-HW-DAY1-REJ(WS-VEND-IX) TO WS-A3-DAY1-REJ
              MOVE WS-HW-DAY2-REJ(WS-VEND-IX) TO WS-A3-DAY2-REJ
              MOVE WS-HW-DAY3-REJ(WS-VEND-IX) TO WS-A3-DAY3-REJ
              EVALUATE TRUE
                 WHEN WS-A2-STATUS = 'R'
                    MOVE 'R' TO WS-A3-STATUS
                 WHEN WS-VT-GOOD(WS-VEND-IX) = 0
                      AND WS-VT-BAD(WS-VEND-IX) = 0
                    MOVE 'N' TO WS-A3-STATUS
                 WHEN WS-VT-BAD(WS-VEND-IX) > 0
                    MOVE 'R' TO WS-A3-STATUS
                 WHEN OTHER
                    MOVE 'A' TO WS-A3-STATUS
              END-EVALUATE
              WRITE WS-ACK-REC FROM WS-ACK3-RECORD
              ADD 1 TO WS-VEND-IX
           END-PERFORM
           .

      * EA-WRITE-PRINT-ACKS - ONE ACK4 PER SECTION FINGERPRINT TAKEN
      * FOR THE DATE, SO THE VENDOR SEES WHICH OF ITS SECTIONS WERE
      * TAKEN AS NEW AND WHICH WERE REJECTED - OR RUN ON THE
      * OPERATOR'S CONFIRMATION - AS A RESEND OF ANOTHER DATE'S.
       EA-WRITE-PRINT-ACKS SECTION.
           MOVE WS-BUS-DATE TO WS-A4-BUS-DATE
           MOVE 1 TO WS-PRINT-IX
           PERFORM UNTIL WS-PRINT-IX > WS-PRINT-COUNT
              MOVE WS-PT-BATCH(WS-PRINT-IX)      TO WS-A4-BATCH
              MOVE WS-PT-SECTION(WS-PRINT-IX)    TO WS-A4-SECTION
              MOVE WS-PT-VEND-ID(WS-PRINT-IX)    TO WS-A4-VEND-ID
              MOVE WS-PT-REC-COUNT(WS-PRINT-IX)  TO WS-A4-REC-COUNT
              MOVE WS-PT-HASH(WS-PRINT-IX)       TO WS-A4-HASH
              MOVE WS-PT-STATUS(WS-PRINT-IX)     TO WS-A4-STATUS
              MOVE WS-PT-MATCH-DATE(WS-PRINT-IX) TO WS-A4-MATCH-DATE
              WRITE WS-ACK-REC FROM WS-ACK4-RECORD
              ADD 1 TO WS-PRINT-IX
           END-PERFORM
           .
