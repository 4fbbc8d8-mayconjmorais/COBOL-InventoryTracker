       PROGRAM-ID.     StockForecast.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * EIGHT-WEEK PROJECTED AVAILABILITY AND STOCK-OUT FORECAST. THE
      * TRACKER ONLY SAYS A PART IS BELOW ITS ORDER POINT TODAY; THIS
      * SAYS WHETHER WHAT IS ON ORDER WILL GET HERE IN TIME. FOR EVERY
      * ACTIVE PART ON INVENTM.DAT IT PROJECTS THE BALANCE AT THE END
      * OF EACH OF THE NEXT EIGHT WEEKS (STKPROJ.TXT): TODAY'S ON HAND,
      * LESS THE PART'S AVERAGE WEEKLY ISSUES, PLUS WHATEVER IS STILL
      * OPEN ON POREGIST.DAT, LANDING IN THE WEEK IT IS DUE - THE PO
      * LINE'S ORDER DATE PLUS THE SUPPLIER'S LEAD TIME FROM
      * SUPPMAST.DAT (TWO WEEKS WHERE NONE IS KEYED, THE SAME DEFAULT
      * OrderPointCalc USES). A LINE ALREADY PAST DUE IS TAKEN AS
      * ARRIVING IN WEEK 1. THE FIRST WEEK THE PROJECTION HITS ZERO IS
      * FLAGGED ON THE PART'S LINE.
      *
      * AVERAGE WEEKLY ISSUES COME FROM THE MOVEMENT LEDGER
      * (INVMOVLG.TXT) THE SAME WAY OrderPointCalc MEASURES DEMAND -
      * THE "I" LINES AND THE "B" LINES THAT CONSUME A KIT COMPONENT,
      * SPREAD OVER THE DAYS THE LEDGER COVERS.
      *
      * A PART PROJECTED TO RUN DRY BEFORE ITS EARLIEST OPEN PO LINE
      * IS DUE ALSO GOES ON THE EXPEDITE LIST (STKEXPED.TXT) WITH THAT
      * PO LINE, SO THE BUYER KNOWS WHICH ORDERS TO CHASE. A PART
      * RUNNING DRY WITH NOTHING ON ORDER IS THE TRACKER'S BUSINESS
      * AND STAYS OFF THE LIST. NOTHING IS UPDATED HERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-LEDGER-IN
               ASSIGN TO
               "C:\INVMOVLG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT PROJECTION-REPORT-OUT
               ASSIGN TO
               "C:\STKPROJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPEDITE-REPORT-OUT
               ASSIGN TO
               "C:\STKEXPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUE-SORT-FILE
               ASSIGN TO "SRTWK11".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-LEDGER-IN.
      * MIRRORS THE LG-MOVEMENT-LINE LAYOUT InventMaint APPENDS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
       01  LG-MOVEMENT-LINE.
           05 LG-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 LG-TRANS-CODE               PIC X(01).
           05 FILLER                      PIC X(1).
           05 LG-PART-NUMBER              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-ADJUST-SIGN              PIC X(01).
           05 LG-MOVEMENT-QTY             PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-NEW-BALANCE              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-LOCATION-CODE            PIC X(02).
           05 FILLER                      PIC X(1).
           05 LG-MOVE-COST                PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 LG-LOT-NUMBER               PIC X(10).

       FD  INVENT-MASTER.
       01  IM-RECORD.
           05 IM-PART-NUMBER              PIC 9(05).
           05 IM-PART-NAME                PIC X(20).
           05 IM-QUANTITY-HAND            PIC 9(05).
           05 IM-UNIT-PRICE               PIC 9(05)V99.
           05 IM-SUPP-CODE                PIC X(05).
           05 IM-ORDER-POINT              PIC 9(05).
           05 IM-REORDER-QTY              PIC 9(05).
           05 IM-STATUS-CODE              PIC X(01).
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
       01  SM-RECORD.
           05 SM-SUPP-CODE                PIC X(05).
           05 SM-SUPP-NAME                PIC X(15).
           05 SM-ADDRESS                  PIC X(30).
           05 SM-CONTACT                  PIC X(20).
           05 SM-PHONE                    PIC X(12).
           05 SM-LEAD-TIME-DAYS           PIC 9(03).
           05 SM-MIN-ORDER-VALUE          PIC 9(05)V99.
           05 SM-ACTIVE-FLAG              PIC X(01).
               88 SM-ACTIVE                   VALUE "A".
               88 SM-INACTIVE                 VALUE "I".
           05 SM-EDI-FLAG                 PIC X(01).
               88 SM-EDI-PARTNER              VALUE "E".

       FD  PO-REGISTER-FILE.
      * MIRRORS THE PR-RECORD LAYOUT InventoryTracker WRITES WHEN IT
      * CUTS A PO - KEEP THE TWO IN STEP IF EITHER EVER CHANGES.
       01  PR-RECORD.
           05 PR-REG-KEY.
               10 PR-PO-NUMBER            PIC 9(06).
               10 PR-LINE-NUMBER          PIC 9(03).
           05 PR-PART-NUMBER              PIC 9(05).
           05 PR-SUPP-CODE                PIC X(05).
           05 PR-ORDER-DATE               PIC 9(08).
           05 PR-QTY-ORDERED              PIC 9(05).
           05 PR-QTY-RECEIVED             PIC 9(05).
           05 PR-LINE-STATUS              PIC X(01).
               88 PR-LINE-OPEN                VALUE "O".
               88 PR-LINE-FILLED              VALUE "F".
           05 PR-UNIT-PRICE               PIC 9(05)V99.

       FD  PROJECTION-REPORT-OUT.
       01  PROJECTION-REPORT-LINE         PIC X(120).

       FD  EXPEDITE-REPORT-OUT.
       01  EXPEDITE-REPORT-LINE           PIC X(90).

       SD  DUE-SORT-FILE.
       01  DSRT-RECORD.
           05 DSRT-PART-NUMBER            PIC 9(05).
           05 DSRT-DUE-DATE               PIC 9(08).
           05 DSRT-PO-NUMBER              PIC 9(06).
           05 DSRT-LINE-NUMBER            PIC 9(03).
           05 DSRT-SUPP-CODE              PIC X(05).
           05 DSRT-DUE-WEEK               PIC 9(03).
           05 DSRT-QTY-DUE                PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS                PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 EOF-FLAGS.
           05 LEDGER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 REGISTER-EOF-FLAG           PIC X(3) VALUE "NO".
           05 MASTER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".
           05 WS-SUPPMAST-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-SUPPMAST-ABSENT          VALUE "Y".

       01 WS-RUN-COUNTERS.
           05 WS-LEDGER-READ-CTR          PIC 9(05) VALUE ZERO.
           05 WS-LEDGER-SKIPPED-CTR       PIC 9(05) VALUE ZERO.
           05 WS-OPEN-LINE-CTR            PIC 9(05) VALUE ZERO.
           05 WS-NO-MASTER-LINE-CTR       PIC 9(05) VALUE ZERO.
           05 WS-PARTS-PROJECTED-CTR      PIC 9(05) VALUE ZERO.
           05 WS-STOCK-OUT-CTR            PIC 9(05) VALUE ZERO.
           05 WS-EXPEDITE-CTR             PIC 9(05) VALUE ZERO.

      * HOW MANY DAYS OF DEMAND THE LEDGER ACTUALLY COVERS - THE
      * EARLIEST LINE ON FILE THROUGH THE RUN DATE. A LEDGER THAT
      * STARTED TODAY STILL COUNTS AS ONE DAY SO THE DIVIDE IS SAFE.
       01 WS-PERIOD-WORK.
           05 WS-EARLIEST-DATE            PIC 9(08) VALUE ZEROS.
           05 WS-RUN-INT                  PIC 9(07) COMP VALUE ZERO.
           05 WS-EARLIEST-INT             PIC 9(07) COMP VALUE ZERO.
           05 WS-PERIOD-DAYS              PIC 9(05) COMP VALUE ZERO.

      * WHEN AN OPEN PO LINE IS DUE, AND WHICH OF THE EIGHT WEEKS IT
      * LANDS IN. WEEK 1 IS THE SEVEN DAYS AFTER THE RUN DATE.
       01 WS-DUE-WORK.
           05 WS-LEAD-DAYS                PIC 9(03) VALUE ZERO.
      * LEAD TIME USED WHEN THE SUPPLIER HASN'T HAD ONE KEYED ON THE
      * MASTER YET - TWO WEEKS, THE SAME WORKING ASSUMPTION
      * OrderPointCalc AND THE TRACKER'S PO AGING MAKE.
           05 WS-DEFAULT-LEAD-DAYS        PIC 9(03) VALUE 14.
           05 WS-DUE-INT                  PIC 9(07) COMP VALUE ZERO.
           05 WS-DAYS-TO-DUE              PIC S9(07) VALUE ZERO.
           05 WS-QTY-DUE                  PIC 9(05) VALUE ZERO.

      * TOTAL ISSUED QUANTITY PER PART, ACCUMULATED STRAIGHT OFF THE
      * LEDGER. SIZED TO THE 9999 PARTS THE REST OF THIS SYSTEM'S
      * COUNTERS CARRY - AND IF THE LEDGER EVER NAMES MORE PARTS THAN
      * THAT, THE RUN IS ABANDONED OUTRIGHT RATHER THAN FORECASTING
      * FROM HALF THE DEMAND.
       01 WS-DEMAND-LIMITS.
           05 WS-DEMAND-MAX               PIC 9(04) COMP VALUE 9999.
           05 WS-DEMAND-CTR               PIC 9(04) COMP VALUE ZERO.
           05 WS-DEMAND-FOUND-SW          PIC X(1) VALUE "N".
               88 WS-DEMAND-FOUND             VALUE "Y".

       01 WS-DEMAND-TABLE.
           05 WS-DEMAND-ENTRY
               OCCURS 0 TO 9999 TIMES
               DEPENDING ON WS-DEMAND-CTR
               INDEXED BY DX.
               10 WS-DEMAND-PART          PIC 9(05).
               10 WS-DEMAND-ISSUED        PIC 9(07).

      * ONE PART'S PROJECTION. WHAT ITS OPEN PO LINES BRING IN EACH
      * WEEK, THE BALANCE AT THE END OF EACH WEEK, THE FIRST WEEK IT
      * RUNS DRY (ZERO IF IT NEVER DOES), AND ITS EARLIEST OPEN PO
      * LINE - THE ONE TO EXPEDITE IF THE PART RUNS DRY FIRST.
       01 WS-HORIZON-WEEKS                PIC 9(02) COMP VALUE 8.
       01 WS-PROJECTION-WORK.
           05 WS-WEEKLY-DEMAND            PIC 9(05)V99 VALUE ZEROS.
           05 WS-RUNNING-BALANCE          PIC S9(07)V99 VALUE ZEROS.
           05 WS-STOCK-OUT-WEEK           PIC 9(02) VALUE ZERO.
           05 WS-WEEK-ENTRY OCCURS 8 TIMES INDEXED BY WX.
               10 WS-WEEK-ARRIVING        PIC 9(07).
               10 WS-WEEK-BALANCE         PIC S9(07).
           05 WS-FIRST-DUE-SW             PIC X(1) VALUE "N".
               88 WS-PART-HAS-OPEN-PO         VALUE "Y".
           05 WS-FIRST-DUE-WEEK           PIC 9(03) VALUE ZERO.
           05 WS-FIRST-DUE-DATE           PIC 9(08) VALUE ZERO.
           05 WS-FIRST-DUE-PO             PIC 9(06) VALUE ZERO.
           05 WS-FIRST-DUE-LINE           PIC 9(03) VALUE ZERO.
           05 WS-FIRST-DUE-SUPP           PIC X(05) VALUE SPACES.
           05 WS-FIRST-DUE-QTY            PIC 9(05) VALUE ZERO.

       01 WS-PROJECTION-HEADER.
           05 FILLER                     PIC X(36) VALUE
               "8-WEEK PROJECTED AVAILABILITY - RUN".
           05 FILLER                     PIC X(6) VALUE " DATE ".
           05 WS-HDR-RUN-DATE            PIC 9(08).
           05 FILLER                     PIC X(16) VALUE
               "  LEDGER DAYS  ".
           05 WS-HDR-PERIOD-DAYS         PIC ZZZZ9.

       01 WS-PROJECTION-COLUMN-HEADER.
           05 FILLER                     PIC X(6) VALUE "  PART".
           05 FILLER                     PIC X(21) VALUE " NAME".
           05 FILLER                     PIC X(6) VALUE "  HAND".
           05 FILLER                     PIC X(9) VALUE "  WK DMND".
           05 FILLER                     PIC X(8) VALUE "   WK 1 ".
           05 FILLER                     PIC X(8) VALUE "   WK 2 ".
           05 FILLER                     PIC X(8) VALUE "   WK 3 ".
           05 FILLER                     PIC X(8) VALUE "   WK 4 ".
           05 FILLER                     PIC X(8) VALUE "   WK 5 ".
           05 FILLER                     PIC X(8) VALUE "   WK 6 ".
           05 FILLER                     PIC X(8) VALUE "   WK 7 ".
           05 FILLER                     PIC X(8) VALUE "   WK 8 ".

       01 WS-PROJECTION-DETAIL.
           05 WS-DET-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-NAME                PIC X(20).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-ON-HAND             PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-WEEKLY              PIC ZZZZ9.99.
           05 WS-DET-WEEK OCCURS 8 TIMES.
               10 FILLER                 PIC X(1).
               10 WS-DET-BALANCE         PIC -ZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG.
               10 WS-DET-FLAG-TEXT       PIC X(9).
               10 WS-DET-FLAG-WEEK       PIC 9(01).

       01 WS-EXPEDITE-HEADER.
           05 FILLER                     PIC X(39) VALUE
               "PO LINES TO EXPEDITE - STOCK OUT FIRST".
           05 FILLER                     PIC X(10) VALUE " RUN DATE ".
           05 WS-EHD-RUN-DATE            PIC 9(08).

       01 WS-EXPEDITE-COLUMN-HEADER.
           05 FILLER                     PIC X(6) VALUE "  PART".
           05 FILLER                     PIC X(21) VALUE " NAME".
           05 FILLER                     PIC X(8) VALUE " OUT WK ".
           05 FILLER                     PIC X(7) VALUE "    PO ".
           05 FILLER                     PIC X(5) VALUE "LINE ".
           05 FILLER                     PIC X(6) VALUE "SUPP  ".
           05 FILLER                     PIC X(9) VALUE "DUE DATE ".
           05 FILLER                     PIC X(7) VALUE "DUE WK ".
           05 FILLER                     PIC X(7) VALUE "QTY DUE".

       01 WS-EXPEDITE-DETAIL.
           05 WS-EXP-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXP-NAME                PIC X(20).
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 WS-EXP-OUT-WEEK            PIC 9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 WS-EXP-PO                  PIC 9(06).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXP-LINE                PIC 9(03).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-EXP-SUPP                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXP-DUE-DATE            PIC 9(08).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-EXP-DUE-WEEK            PIC ZZ9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 WS-EXP-QTY-DUE             PIC ZZZZ9.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-FORECAST-AVAILABILITY.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-ACCUMULATE-DEMAND.
           PERFORM 230-FIX-PERIOD-DAYS.
           PERFORM 240-WRITE-REPORT-HEADINGS.

           IF NOT WS-RUN-ABANDONED
               SORT DUE-SORT-FILE
                   ON ASCENDING KEY DSRT-PART-NUMBER
                   ON ASCENDING KEY DSRT-DUE-DATE
                   ON ASCENDING KEY DSRT-PO-NUMBER
                   ON ASCENDING KEY DSRT-LINE-NUMBER
                   INPUT PROCEDURE 250-RELEASE-OPEN-PO-LINES
                   OUTPUT PROCEDURE 300-PROJECT-MASTER-PARTS
           END-IF.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

       200-OPEN-FILES.
      * NO INVENTORY MASTER MEANS NOTHING TO PROJECT - STOP BEFORE ANY
      * REPORT IS TRUNCATED. NO SUPPLIER MASTER ONLY MEANS EVERY PO
      * LINE IS TAKEN AT THE DEFAULT LEAD TIME, AND NO REGISTER MEANS
      * NOTHING IS ON ORDER.
           OPEN INPUT INVENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN INPUT SUPP-MASTER.
           IF WS-SUPPMAST-STATUS = "35"
               SET WS-SUPPMAST-ABSENT    TO TRUE
           END-IF.
           OPEN INPUT PO-REGISTER-FILE.
           IF WS-POREG-STATUS = "35"
               MOVE "YES"                TO REGISTER-EOF-FLAG
           END-IF.

           OPEN OUTPUT PROJECTION-REPORT-OUT
                OUTPUT EXPEDITE-REPORT-OUT.

       210-ACCUMULATE-DEMAND.
      * ONE PASS OVER THE LEDGER - ONLY THE "I" LINES, AND THE "B"
      * LINES THAT CONSUME A COMPONENT, ARE DEMAND. THE EARLIEST DATE
      * ON ANY USABLE LINE, MOVEMENT OR NOT, FIXES HOW LONG THE
      * OBSERVATION PERIOD IS.
           OPEN INPUT MOVEMENT-LEDGER-IN.
           IF WS-LEDGER-STATUS = "35"
               MOVE "YES"                TO LEDGER-EOF-FLAG
           ELSE
               PERFORM 211-READ-LEDGER-LINE
               PERFORM 212-TAKE-ONE-LINE
                 UNTIL LEDGER-EOF-FLAG = "YES"
               CLOSE MOVEMENT-LEDGER-IN
           END-IF.

       211-READ-LEDGER-LINE.
           READ MOVEMENT-LEDGER-IN
             AT END
               MOVE "YES"                TO LEDGER-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-LEDGER-READ-CTR.

       212-TAKE-ONE-LINE.
           IF LG-RUN-DATE NOT NUMERIC
               OR LG-PART-NUMBER NOT NUMERIC
               OR LG-MOVEMENT-QTY NOT NUMERIC
               ADD 1                     TO WS-LEDGER-SKIPPED-CTR
           ELSE
               IF WS-EARLIEST-DATE = ZEROS
                   OR LG-RUN-DATE < WS-EARLIEST-DATE
                   MOVE LG-RUN-DATE      TO WS-EARLIEST-DATE
               END-IF
               IF LG-TRANS-CODE = "I"
                   OR (LG-TRANS-CODE = "B" AND LG-ADJUST-SIGN = "-")
                   PERFORM 213-ADD-TO-DEMAND-TABLE
               END-IF
           END-IF.
           PERFORM 211-READ-LEDGER-LINE.

       213-ADD-TO-DEMAND-TABLE.
           MOVE "N"                      TO WS-DEMAND-FOUND-SW.
           IF WS-DEMAND-CTR > ZERO
               SET DX TO 1
               SEARCH WS-DEMAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEMAND-PART (DX) = LG-PART-NUMBER
                       SET WS-DEMAND-FOUND TO TRUE
                       ADD LG-MOVEMENT-QTY
                           TO WS-DEMAND-ISSUED (DX)
               END-SEARCH
           END-IF.

           IF NOT WS-DEMAND-FOUND
               IF WS-DEMAND-CTR < WS-DEMAND-MAX
                   ADD 1                 TO WS-DEMAND-CTR
                   MOVE LG-PART-NUMBER
                       TO WS-DEMAND-PART (WS-DEMAND-CTR)
                   MOVE LG-MOVEMENT-QTY
                       TO WS-DEMAND-ISSUED (WS-DEMAND-CTR)
               ELSE
                   DISPLAY "DEMAND TABLE FULL AT " WS-DEMAND-MAX
                       " - RUN ABANDONED"
                   SET WS-RUN-ABANDONED  TO TRUE
                   MOVE "YES"            TO LEDGER-EOF-FLAG
               END-IF
           END-IF.

       230-FIX-PERIOD-DAYS.
           IF WS-EARLIEST-DATE = ZEROS
               MOVE 1                    TO WS-PERIOD-DAYS
           ELSE
               COMPUTE WS-EARLIEST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EARLIEST-DATE)
               COMPUTE WS-PERIOD-DAYS =
                   WS-RUN-INT - WS-EARLIEST-INT + 1
               IF WS-PERIOD-DAYS < 1
                   MOVE 1                TO WS-PERIOD-DAYS
               END-IF
           END-IF.

       240-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           MOVE WS-PERIOD-DAYS           TO WS-HDR-PERIOD-DAYS.
           WRITE PROJECTION-REPORT-LINE  FROM WS-PROJECTION-HEADER.
           WRITE PROJECTION-REPORT-LINE
               FROM WS-PROJECTION-COLUMN-HEADER.
           MOVE WS-RUN-DATE              TO WS-EHD-RUN-DATE.
           WRITE EXPEDITE-REPORT-LINE    FROM WS-EXPEDITE-HEADER.
           WRITE EXPEDITE-REPORT-LINE
               FROM WS-EXPEDITE-COLUMN-HEADER.

       250-RELEASE-OPEN-PO-LINES.
      * EVERY OPEN REGISTER LINE WITH SOMETHING STILL TO COME, DATED
      * BY WHEN IT IS DUE. A LINE DUE AFTER THE EIGHTH WEEK ADDS
      * NOTHING TO THE PROJECTION BUT STILL COUNTS AS THE PART'S OPEN
      * ORDER WHEN DECIDING WHETHER TO EXPEDITE.
           IF REGISTER-EOF-FLAG NOT = "YES"
               PERFORM 251-READ-REGISTER-LINE
           END-IF.
           PERFORM 252-RELEASE-ONE-LINE
             UNTIL REGISTER-EOF-FLAG = "YES".

       251-READ-REGISTER-LINE.
           READ PO-REGISTER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO REGISTER-EOF-FLAG
           END-READ.

       252-RELEASE-ONE-LINE.
           IF PR-LINE-OPEN
               AND PR-QTY-ORDERED > PR-QTY-RECEIVED
               AND PR-ORDER-DATE IS NUMERIC
               AND PR-ORDER-DATE > ZERO
               PERFORM 253-LOOK-UP-LEAD-TIME
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (PR-ORDER-DATE)
                   + WS-LEAD-DAYS
               COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-RUN-INT
               IF WS-DAYS-TO-DUE < 1
                   MOVE 1                TO DSRT-DUE-WEEK
               ELSE
                   COMPUTE DSRT-DUE-WEEK =
                       (WS-DAYS-TO-DUE - 1) / 7 + 1
                     ON SIZE ERROR
                       MOVE 999          TO DSRT-DUE-WEEK
                   END-COMPUTE
               END-IF
               COMPUTE DSRT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
               COMPUTE WS-QTY-DUE =
                   PR-QTY-ORDERED - PR-QTY-RECEIVED
               MOVE WS-QTY-DUE           TO DSRT-QTY-DUE
               MOVE PR-PART-NUMBER       TO DSRT-PART-NUMBER
               MOVE PR-PO-NUMBER         TO DSRT-PO-NUMBER
               MOVE PR-LINE-NUMBER       TO DSRT-LINE-NUMBER
               MOVE PR-SUPP-CODE         TO DSRT-SUPP-CODE
               RELEASE DSRT-RECORD
               ADD 1                     TO WS-OPEN-LINE-CTR
           END-IF.
           PERFORM 251-READ-REGISTER-LINE.

       253-LOOK-UP-LEAD-TIME.
           MOVE WS-DEFAULT-LEAD-DAYS     TO WS-LEAD-DAYS.
           IF NOT WS-SUPPMAST-ABSENT
               MOVE PR-SUPP-CODE         TO SM-SUPP-CODE
               READ SUPP-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SM-LEAD-TIME-DAYS IS NUMERIC
                       AND SM-LEAD-TIME-DAYS > ZERO
                       MOVE SM-LEAD-TIME-DAYS TO WS-LEAD-DAYS
                   END-IF
               END-READ
           END-IF.

       300-PROJECT-MASTER-PARTS.
      * WALKS THE MASTER IN PART ORDER ALONGSIDE THE SORTED PO LINES.
      * A PO LINE FOR A PART NO LONGER ON THE MASTER IS COUNTED AND
      * PASSED OVER.
           PERFORM 301-RETURN-DUE-LINE.
           MOVE ZEROS                    TO IM-PART-NUMBER.
           START INVENT-MASTER KEY NOT LESS THAN IM-PART-NUMBER
             INVALID KEY
               MOVE "YES"                TO MASTER-EOF-FLAG
           END-START.
           PERFORM 302-READ-NEXT-MASTER
             UNTIL MASTER-EOF-FLAG = "YES".
           PERFORM 303-SKIP-ORPHAN-LINE
             UNTIL SORT-EOF-FLAG = "YES".

       301-RETURN-DUE-LINE.
           RETURN DUE-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG.

       302-READ-NEXT-MASTER.
           READ INVENT-MASTER NEXT RECORD
             AT END
               MOVE "YES"                TO MASTER-EOF-FLAG
             NOT AT END
               PERFORM 310-PROJECT-ONE-PART
           END-READ.

       303-SKIP-ORPHAN-LINE.
           ADD 1                         TO WS-NO-MASTER-LINE-CTR.
           PERFORM 301-RETURN-DUE-LINE.

       310-PROJECT-ONE-PART.
           PERFORM 311-CLEAR-PART-WEEKS
             VARYING WX FROM 1 BY 1 UNTIL WX > WS-HORIZON-WEEKS.
           MOVE "N"                      TO WS-FIRST-DUE-SW.
           MOVE ZEROS                    TO WS-STOCK-OUT-WEEK.

           PERFORM 303-SKIP-ORPHAN-LINE
             UNTIL SORT-EOF-FLAG = "YES"
               OR DSRT-PART-NUMBER NOT < IM-PART-NUMBER.
           PERFORM 312-TAKE-PART-DUE-LINE
             UNTIL SORT-EOF-FLAG = "YES"
               OR DSRT-PART-NUMBER NOT = IM-PART-NUMBER.

      * DISCONTINUED AND HELD PARTS AREN'T BEING REPLENISHED OR
      * SOLD IN THE NORMAL WAY - THEIR PO LINES ARE PASSED OVER WITH
      * THEM.
           IF IM-PART-ACTIVE
               PERFORM 320-PROJECT-PART-WEEKS
           END-IF.

       311-CLEAR-PART-WEEKS.
           MOVE ZEROS                    TO WS-WEEK-ARRIVING (WX).
           MOVE ZEROS                    TO WS-WEEK-BALANCE (WX).

       312-TAKE-PART-DUE-LINE.
      * THE LINES COME IN DUE-DATE ORDER, SO THE FIRST ONE IS THE
      * PART'S EARLIEST OPEN ORDER.
           IF NOT WS-PART-HAS-OPEN-PO
               SET WS-PART-HAS-OPEN-PO   TO TRUE
               MOVE DSRT-DUE-WEEK        TO WS-FIRST-DUE-WEEK
               MOVE DSRT-DUE-DATE        TO WS-FIRST-DUE-DATE
               MOVE DSRT-PO-NUMBER       TO WS-FIRST-DUE-PO
               MOVE DSRT-LINE-NUMBER     TO WS-FIRST-DUE-LINE
               MOVE DSRT-SUPP-CODE       TO WS-FIRST-DUE-SUPP
               MOVE DSRT-QTY-DUE         TO WS-FIRST-DUE-QTY
           END-IF.
           IF DSRT-DUE-WEEK NOT > WS-HORIZON-WEEKS
               SET WX                    TO DSRT-DUE-WEEK
               ADD DSRT-QTY-DUE          TO WS-WEEK-ARRIVING (WX)
           END-IF.
           PERFORM 301-RETURN-DUE-LINE.

       320-PROJECT-PART-WEEKS.
           MOVE ZEROS                    TO WS-WEEKLY-DEMAND.
           MOVE "N"                      TO WS-DEMAND-FOUND-SW.
           IF WS-DEMAND-CTR > ZERO
               SET DX TO 1
               SEARCH WS-DEMAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEMAND-PART (DX) = IM-PART-NUMBER
                       SET WS-DEMAND-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-DEMAND-FOUND
               COMPUTE WS-WEEKLY-DEMAND ROUNDED =
                   WS-DEMAND-ISSUED (DX) * 7 / WS-PERIOD-DAYS
                 ON SIZE ERROR
                   MOVE 99999.99         TO WS-WEEKLY-DEMAND
               END-COMPUTE
           END-IF.

           MOVE IM-QUANTITY-HAND         TO WS-RUNNING-BALANCE.
           PERFORM 321-PROJECT-ONE-WEEK
             VARYING WX FROM 1 BY 1 UNTIL WX > WS-HORIZON-WEEKS.

           MOVE IM-PART-NUMBER           TO WS-DET-PART.
           MOVE IM-PART-NAME             TO WS-DET-NAME.
           MOVE IM-QUANTITY-HAND         TO WS-DET-ON-HAND.
           MOVE WS-WEEKLY-DEMAND         TO WS-DET-WEEKLY.
           IF WS-STOCK-OUT-WEEK > ZERO
               MOVE "OUT WEEK "          TO WS-DET-FLAG-TEXT
               MOVE WS-STOCK-OUT-WEEK    TO WS-DET-FLAG-WEEK
               ADD 1                     TO WS-STOCK-OUT-CTR
           ELSE
               MOVE SPACES               TO WS-DET-FLAG
           END-IF.
           WRITE PROJECTION-REPORT-LINE  FROM WS-PROJECTION-DETAIL.
           ADD 1                         TO WS-PARTS-PROJECTED-CTR.

           IF WS-STOCK-OUT-WEEK > ZERO
               AND WS-PART-HAS-OPEN-PO
               AND WS-STOCK-OUT-WEEK < WS-FIRST-DUE-WEEK
               PERFORM 330-WRITE-EXPEDITE-LINE
           END-IF.

       321-PROJECT-ONE-WEEK.
      * A PART NOBODY DRAWS ON CAN'T RUN DRY, EVEN STANDING AT ZERO.
           COMPUTE WS-RUNNING-BALANCE =
               WS-RUNNING-BALANCE - WS-WEEKLY-DEMAND
               + WS-WEEK-ARRIVING (WX).
           MOVE WS-RUNNING-BALANCE       TO WS-WEEK-BALANCE (WX).
           MOVE SPACE                    TO WS-DET-WEEK (WX).
           MOVE WS-WEEK-BALANCE (WX)     TO WS-DET-BALANCE (WX).
           IF WS-STOCK-OUT-WEEK = ZERO
               AND WS-WEEKLY-DEMAND > ZERO
               AND WS-RUNNING-BALANCE NOT > ZERO
               SET WS-STOCK-OUT-WEEK     TO WX
           END-IF.

       330-WRITE-EXPEDITE-LINE.
           MOVE IM-PART-NUMBER           TO WS-EXP-PART.
           MOVE IM-PART-NAME             TO WS-EXP-NAME.
           MOVE WS-STOCK-OUT-WEEK        TO WS-EXP-OUT-WEEK.
           MOVE WS-FIRST-DUE-PO          TO WS-EXP-PO.
           MOVE WS-FIRST-DUE-LINE        TO WS-EXP-LINE.
           MOVE WS-FIRST-DUE-SUPP        TO WS-EXP-SUPP.
           MOVE WS-FIRST-DUE-DATE        TO WS-EXP-DUE-DATE.
           MOVE WS-FIRST-DUE-WEEK        TO WS-EXP-DUE-WEEK.
           MOVE WS-FIRST-DUE-QTY         TO WS-EXP-QTY-DUE.
           WRITE EXPEDITE-REPORT-LINE    FROM WS-EXPEDITE-DETAIL.
           ADD 1                         TO WS-EXPEDITE-CTR.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO PROJECTION-REPORT-LINE.
           WRITE PROJECTION-REPORT-LINE.
           MOVE "LEDGER LINES READ       " TO WS-CNT-LABEL.
           MOVE WS-LEDGER-READ-CTR       TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "LEDGER LINES SKIPPED    " TO WS-CNT-LABEL.
           MOVE WS-LEDGER-SKIPPED-CTR    TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "OPEN PO LINES           " TO WS-CNT-LABEL.
           MOVE WS-OPEN-LINE-CTR         TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "PO LINES NOT ON MASTER  " TO WS-CNT-LABEL.
           MOVE WS-NO-MASTER-LINE-CTR    TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "PARTS PROJECTED         " TO WS-CNT-LABEL.
           MOVE WS-PARTS-PROJECTED-CTR   TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "PARTS RUNNING DRY       " TO WS-CNT-LABEL.
           MOVE WS-STOCK-OUT-CTR         TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE "PO LINES TO EXPEDITE    " TO WS-CNT-LABEL.
           MOVE WS-EXPEDITE-CTR          TO WS-CNT-VALUE.
           WRITE PROJECTION-REPORT-LINE  FROM WS-COUNT-LINE.
           MOVE SPACES                   TO EXPEDITE-REPORT-LINE.
           WRITE EXPEDITE-REPORT-LINE.
           WRITE EXPEDITE-REPORT-LINE    FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           CLOSE INVENT-MASTER
                 PROJECTION-REPORT-OUT
                 EXPEDITE-REPORT-OUT.
           IF NOT WS-SUPPMAST-ABSENT
               CLOSE SUPP-MASTER
           END-IF.
           IF WS-POREG-STATUS NOT = "35"
               CLOSE PO-REGISTER-FILE
           END-IF.

           DISPLAY "STOCK AVAILABILITY FORECAST COMPLETE".
           DISPLAY "  LEDGER LINES READ    " WS-LEDGER-READ-CTR.
           DISPLAY "  LEDGER LINES SKIPPED " WS-LEDGER-SKIPPED-CTR.
           DISPLAY "  OPEN PO LINES        " WS-OPEN-LINE-CTR.
           DISPLAY "  PARTS PROJECTED      " WS-PARTS-PROJECTED-CTR.
           DISPLAY "  PARTS RUNNING DRY    " WS-STOCK-OUT-CTR.
           DISPLAY "  PO LINES TO EXPEDITE " WS-EXPEDITE-CTR.
