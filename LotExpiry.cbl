       PROGRAM-ID.     LotExpiry.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * WEEKLY LOT EXPIRY REPORT. READS EVERY LOT InventMaint HOLDS ON
      * LOTBAL.DAT AND LISTS THOSE THAT HAVE ALREADY EXPIRED OR WILL
      * EXPIRE WITHIN THE NEXT 30, 60 OR 90 DAYS, ONE SECTION PER BAND,
      * SOONEST FIRST, WITH EACH LOT'S QUANTITY AND ITS VALUE AT THE
      * PART'S AVERAGE COST (UNIT PRICE WHERE NO AVERAGE HAS BUILT UP
      * YET), A SUBTOTAL PER BAND AND A GRAND TOTAL (LOTEXPRY.TXT).
      * LOTS MORE THAN 90 DAYS OUT ARE LEFT OFF.
      *
      * EVERY LOT ALREADY PAST ITS EXPIRY DATE ALSO GETS A "J" MINUS
      * ADJUSTMENT NAMING THE LOT ON LOTWTRAN.txt - A BALANCED "H"/"T"
      * BATCH POSTED THROUGH InventMaint THE SAME WAY PhysicalCount'S
      * BATCH IS, SO WRITING OFF SPOILED STOCK LEAVES A LEDGER TRAIL
      * INSTEAD OF A HAND-KEYED "C". THE WRITE-OFF COMES OUT OF THE
      * MAIN WAREHOUSE - A LOT SITTING ON A VAN HAS TO BE TRANSFERRED
      * BACK BEFORE THE BATCH WILL POST. A BATCH THAT ISN'T POSTED
      * SIMPLY COMES OUT AGAIN NEXT WEEK UNDER THAT WEEK'S BATCH ID.
      * NOTHING IS UPDATED HERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO
               "C:\LOTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOTBAL-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXPIRY-REPORT-OUT
               ASSIGN TO
               "C:\LOTEXPRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-TRANS-OUT
               ASSIGN TO
               "C:\LOTWTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-SORT-FILE
               ASSIGN TO "SRTWK09".

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-BALANCE-FILE.
      * MIRRORS THE LT-RECORD LAYOUT InventMaint MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  LT-RECORD.
           05 LT-LOT-KEY.
               10 LT-PART-NUMBER          PIC 9(05).
               10 LT-EXPIRY-DATE          PIC 9(08).
               10 LT-LOT-NUMBER           PIC X(10).
           05 LT-RECEIVED-DATE            PIC 9(08).
           05 LT-QUANTITY-HAND            PIC 9(05).

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

       FD  EXPIRY-REPORT-OUT.
       01  EXPIRY-REPORT-LINE             PIC X(80).

       FD  WRITEOFF-TRANS-OUT.
      * MIRRORS THE TR-TRANSACTION LAYOUT InventMaint READS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. A WRITE-OFF IS A "J" MINUS
      * FOR THE WHOLE LOT, NAMING THE LOT SO InventMaint DRAWS IT AND
      * NOT THE OLDEST LOT ON THE SHELF - THE REST RIDE ALONG BLANK.
       01  WO-TRANSACTION.
           05 WO-TRANS-CODE               PIC X(01).
           05 WO-PART-NUMBER              PIC 9(05).
           05 WO-PART-NAME                PIC X(20).
           05 WO-QUANTITY-HAND            PIC 9(05).
           05 WO-UNIT-PRICE               PIC X(07).
           05 WO-SUPP-CODE                PIC X(05).
           05 WO-ORDER-POINT              PIC X(05).
           05 WO-REORDER-QTY              PIC X(05).
           05 WO-ADJUST-SIGN              PIC X(01).
           05 WO-STATUS-CODE              PIC X(01).
      * BLANK LOCATION IS THE MAIN WAREHOUSE.
           05 WO-LOCATION-CODE            PIC X(02).
           05 WO-TO-LOCATION-CODE         PIC X(02).
           05 WO-CUST-ORDER-REF.
               10 WO-CUST-ORDER-NUMBER    PIC 9(06).
               10 WO-CUST-LINE-NUMBER     PIC 9(03).
           05 WO-LOT-CONTROL-FLAG         PIC X(01).
           05 WO-LOT-NUMBER               PIC X(10).
           05 WO-EXPIRY-DATE              PIC X(08).
      * ONLY ApprovalRun'S RELEASE BATCH FILLS THIS IN - BLANK HERE.
           05 WO-APPROVAL-REF             PIC X(13).
      * SAME "H" HEADER AND "T" TRAILER OVERLAYS AS InventMaint'S
      * TR-BATCH-HEADER/TRAILER.
       01  WO-BATCH-HEADER.
           05 WO-HDR-CODE                 PIC X(01).
           05 WO-HDR-BATCH-ID             PIC X(08).
           05 WO-HDR-BATCH-DATE           PIC 9(08).
      * A GENERATED BATCH NAMES THE PROGRAM THAT WROTE IT AS ITS
      * OPERATOR.
           05 WO-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  WO-BATCH-TRAILER.
           05 WO-TRL-CODE                 PIC X(01).
           05 WO-TRL-TRANS-COUNT          PIC 9(05).
           05 WO-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       SD  LOT-SORT-FILE.
       01  LSRT-RECORD.
           05 LSRT-BAND                   PIC 9(01).
           05 LSRT-EXPIRY-DATE            PIC 9(08).
           05 LSRT-PART-NUMBER            PIC 9(05).
           05 LSRT-LOT-NUMBER             PIC X(10).
           05 LSRT-DAYS-LEFT              PIC 9(03).
           05 LSRT-QUANTITY-HAND          PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-LOTBAL-STATUS                PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 FILLER                      PIC X(02).
           05 WS-RUN-YYMMDD               PIC X(06).

      * "LX" PLUS THE RUN DATE - A SECOND RUN THE SAME DAY IS REFUSED
      * BY InventMaint AS A DUPLICATE BATCH, SO THE SAME LOTS CAN'T BE
      * WRITTEN OFF TWICE.
       01 WS-BATCH-CONTROL.
           05 WS-BATCH-ID.
               10 FILLER                  PIC X(02) VALUE "LX".
               10 WS-BATCH-ID-DATE        PIC X(06).
           05 WS-BATCH-HASH-TOTAL        PIC 9(09) VALUE ZERO.

       01 EOF-FLAGS.
           05 LOTBAL-EOF-FLAG             PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".
           05 WS-ON-MASTER-SW             PIC X(1) VALUE "N".
               88 WS-PART-ON-MASTER           VALUE "Y".

      * DAYS TO EXPIRY DECIDE THE BAND - 0 IS ALREADY EXPIRED (ON OR
      * BEFORE THE RUN DATE), THEN 1-30, 31-60 AND 61-90 DAYS OUT.
       01 WS-EXPIRY-WORK.
           05 WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.
           05 WS-DAYS-LEFT                PIC S9(07) VALUE ZERO.
           05 WS-LOT-BAND                 PIC 9(01) VALUE ZERO.
               88 WS-BAND-EXPIRED             VALUE 0.
           05 WS-LOT-COST                 PIC 9(05)V99 VALUE ZERO.
           05 WS-LOT-VALUE                PIC 9(10)V99 VALUE ZERO.

       01 WS-BAND-BREAK.
           05 WS-BAND-GROUP-SW            PIC X(1) VALUE "N".
               88 WS-BAND-GROUP-OPEN          VALUE "Y".
           05 WS-LAST-BAND                PIC 9(01) VALUE ZERO.
           05 WS-BAND-LOT-CTR             PIC 9(05) VALUE ZERO.
           05 WS-BAND-QTY-TOTAL           PIC 9(07) VALUE ZERO.
           05 WS-BAND-VALUE-TOTAL         PIC 9(12)V99 VALUE ZERO.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-QTY-TOTAL          PIC 9(07) VALUE ZERO.
           05 WS-GRAND-VALUE-TOTAL        PIC 9(12)V99 VALUE ZERO.

       01 WS-BAND-TITLES.
           05 FILLER                      PIC X(30) VALUE
               "EXPIRED - WRITTEN OFF".
           05 FILLER                      PIC X(30) VALUE
               "EXPIRING WITHIN 30 DAYS".
           05 FILLER                      PIC X(30) VALUE
               "EXPIRING IN 31 TO 60 DAYS".
           05 FILLER                      PIC X(30) VALUE
               "EXPIRING IN 61 TO 90 DAYS".
       01 WS-BAND-TITLE-TABLE REDEFINES WS-BAND-TITLES.
           05 WS-BAND-TITLE               PIC X(30) OCCURS 4 TIMES.

       01 WS-RUN-COUNTERS.
           05 WS-LOT-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-LOT-LISTED-CTR           PIC 9(05) VALUE ZERO.
           05 WS-EXPIRED-CTR              PIC 9(05) VALUE ZERO.
           05 WS-NO-MASTER-CTR            PIC 9(05) VALUE ZERO.
           05 WS-WRITEOFF-OUT-CTR         PIC 9(05) VALUE ZERO.

       01 WS-EXPIRY-HEADER.
           05 FILLER                     PIC X(28) VALUE
               "LOT EXPIRY REPORT - RUN DATE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-EXPIRY-COLUMN-HEADER.
           05 FILLER                     PIC X(6) VALUE "  PART".
           05 FILLER                     PIC X(21) VALUE " NAME".
           05 FILLER                     PIC X(11) VALUE " LOT".
           05 FILLER                     PIC X(9) VALUE " EXPIRES".
           05 FILLER                     PIC X(5) VALUE "DAYS ".
           05 FILLER                     PIC X(6) VALUE "  QTY ".
           05 FILLER                     PIC X(13) VALUE
               "        VALUE".

       01 WS-BAND-HEADER-LINE.
           05 WS-BHD-TITLE               PIC X(30).

       01 WS-EXPIRY-DETAIL.
           05 WS-DET-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-NAME                PIC X(20).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-LOT                 PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-EXPIRY              PIC 9(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-DAYS                PIC ZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-QTY                 PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-VALUE               PIC ZZ,ZZZ,ZZ9.99.

       01 WS-EXPIRY-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(17).
           05 FILLER                     PIC X(6) VALUE " LOTS ".
           05 WS-TOT-LOTS                PIC ZZZZ9.
           05 FILLER                     PIC X(5) VALUE " QTY ".
           05 WS-TOT-QTY                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(7) VALUE " VALUE ".
           05 WS-TOT-VALUE               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-EXPIRY-REPORT.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.

           IF NOT WS-RUN-ABANDONED
               SORT LOT-SORT-FILE
                   ON ASCENDING KEY LSRT-BAND
                   ON ASCENDING KEY LSRT-EXPIRY-DATE
                   ON ASCENDING KEY LSRT-PART-NUMBER
                   ON ASCENDING KEY LSRT-LOT-NUMBER
                   INPUT PROCEDURE 210-RELEASE-EXPIRING-LOTS
                   OUTPUT PROCEDURE 300-WRITE-EXPIRY-SECTIONS
           END-IF.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

       200-OPEN-FILES.
           OPEN INPUT INVENT-MASTER.
           OPEN OUTPUT EXPIRY-REPORT-OUT.
           OPEN OUTPUT WRITEOFF-TRANS-OUT.

      * NO LOT FILE JUST MEANS NO PART HAS GONE UNDER LOT CONTROL YET
      * - THE REPORT AND THE BATCH COME OUT EMPTY RATHER THAN THE RUN
      * FAILING.
           OPEN INPUT LOT-BALANCE-FILE.
           IF WS-LOTBAL-STATUS = "35"
               MOVE "YES"                TO LOTBAL-EOF-FLAG
           END-IF.

      * NO MASTER MEANS NOTHING TO NAME OR VALUE THE LOTS BY - SAY SO
      * AND FALL STRAIGHT THROUGH TO THE TOTALS. AN ABANDONED RUN
      * WRITES NO BATCH AT ALL, SO TODAY'S BATCH ID IS STILL FREE FOR
      * A RERUN.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.

           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-EXPIRY-HEADER.
           WRITE EXPIRY-REPORT-LINE      FROM WS-EXPIRY-COLUMN-HEADER.

           IF NOT WS-RUN-ABANDONED
               MOVE WS-RUN-YYMMDD        TO WS-BATCH-ID-DATE
               MOVE SPACES               TO WO-BATCH-HEADER
               MOVE "H"                  TO WO-HDR-CODE
               MOVE WS-BATCH-ID          TO WO-HDR-BATCH-ID
               MOVE WS-RUN-DATE          TO WO-HDR-BATCH-DATE
               MOVE "LOTEXPRY"           TO WO-HDR-OPERATOR-ID
               WRITE WO-BATCH-HEADER
           END-IF.

       210-RELEASE-EXPIRING-LOTS.
           IF LOTBAL-EOF-FLAG NOT = "YES"
               PERFORM 211-READ-LOT-BALANCE
           END-IF.
           PERFORM 212-RELEASE-ONE-LOT
             UNTIL LOTBAL-EOF-FLAG = "YES".

       211-READ-LOT-BALANCE.
           READ LOT-BALANCE-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO LOTBAL-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-LOT-READ-CTR
           END-READ.

       212-RELEASE-ONE-LOT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (LT-EXPIRY-DATE)
               - WS-RUN-DAY-NUMBER.
           EVALUATE TRUE
               WHEN LT-QUANTITY-HAND = ZERO
                   MOVE 9                TO WS-LOT-BAND
               WHEN WS-DAYS-LEFT NOT > ZERO
                   MOVE 0                TO WS-LOT-BAND
               WHEN WS-DAYS-LEFT NOT > 30
                   MOVE 1                TO WS-LOT-BAND
               WHEN WS-DAYS-LEFT NOT > 60
                   MOVE 2                TO WS-LOT-BAND
               WHEN WS-DAYS-LEFT NOT > 90
                   MOVE 3                TO WS-LOT-BAND
               WHEN OTHER
                   MOVE 9                TO WS-LOT-BAND
           END-EVALUATE.

           IF WS-LOT-BAND NOT = 9
               MOVE WS-LOT-BAND          TO LSRT-BAND
               MOVE LT-EXPIRY-DATE       TO LSRT-EXPIRY-DATE
               MOVE LT-PART-NUMBER       TO LSRT-PART-NUMBER
               MOVE LT-LOT-NUMBER        TO LSRT-LOT-NUMBER
               IF WS-BAND-EXPIRED
                   MOVE ZEROS            TO LSRT-DAYS-LEFT
               ELSE
                   MOVE WS-DAYS-LEFT     TO LSRT-DAYS-LEFT
               END-IF
               MOVE LT-QUANTITY-HAND     TO LSRT-QUANTITY-HAND
               RELEASE LSRT-RECORD
           END-IF.
           PERFORM 211-READ-LOT-BALANCE.

       300-WRITE-EXPIRY-SECTIONS.
           PERFORM 301-RETURN-LOT.
           PERFORM 302-WRITE-ONE-LOT
             UNTIL SORT-EOF-FLAG = "YES".
           IF WS-BAND-GROUP-OPEN
               PERFORM 303-WRITE-BAND-TOTAL
           END-IF.

       301-RETURN-LOT.
           RETURN LOT-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG.

       302-WRITE-ONE-LOT.
           IF NOT WS-BAND-GROUP-OPEN
               PERFORM 304-START-BAND-GROUP
           ELSE
               IF LSRT-BAND NOT = WS-LAST-BAND
                   PERFORM 303-WRITE-BAND-TOTAL
                   PERFORM 304-START-BAND-GROUP
               END-IF
           END-IF.

      * A LOT WHOSE PART HAS GONE FROM THE MASTER IS STILL LISTED SO
      * IT ISN'T LOST, BUT IT CARRIES NO VALUE AND NO WRITE-OFF -
      * InventMaint WOULD ONLY REJECT ONE.
           MOVE LSRT-PART-NUMBER         TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               MOVE "N"                  TO WS-ON-MASTER-SW
               MOVE "*** NOT ON MASTER"  TO WS-DET-NAME
               MOVE ZEROS                TO WS-LOT-COST
               ADD 1                     TO WS-NO-MASTER-CTR
             NOT INVALID KEY
               SET WS-PART-ON-MASTER     TO TRUE
               MOVE IM-PART-NAME         TO WS-DET-NAME
               IF IM-AVG-COST IS NUMERIC
                   AND IM-AVG-COST > ZERO
                   MOVE IM-AVG-COST      TO WS-LOT-COST
               ELSE
                   MOVE IM-UNIT-PRICE    TO WS-LOT-COST
               END-IF
           END-READ.

           COMPUTE WS-LOT-VALUE = LSRT-QUANTITY-HAND * WS-LOT-COST.
           MOVE LSRT-PART-NUMBER         TO WS-DET-PART.
           MOVE LSRT-LOT-NUMBER          TO WS-DET-LOT.
           MOVE LSRT-EXPIRY-DATE         TO WS-DET-EXPIRY.
           MOVE LSRT-DAYS-LEFT           TO WS-DET-DAYS.
           MOVE LSRT-QUANTITY-HAND       TO WS-DET-QTY.
           MOVE WS-LOT-VALUE             TO WS-DET-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-EXPIRY-DETAIL.

           ADD 1                         TO WS-LOT-LISTED-CTR.
           ADD 1                         TO WS-BAND-LOT-CTR.
           ADD LSRT-QUANTITY-HAND        TO WS-BAND-QTY-TOTAL.
           ADD LSRT-QUANTITY-HAND        TO WS-GRAND-QTY-TOTAL.
           ADD WS-LOT-VALUE              TO WS-BAND-VALUE-TOTAL.
           ADD WS-LOT-VALUE              TO WS-GRAND-VALUE-TOTAL.

           IF LSRT-BAND = 0
               ADD 1                     TO WS-EXPIRED-CTR
               IF WS-PART-ON-MASTER
                   PERFORM 305-WRITE-WRITEOFF
               END-IF
           END-IF.
           PERFORM 301-RETURN-LOT.

       303-WRITE-BAND-TOTAL.
           MOVE "  BAND TOTAL     "      TO WS-TOT-LABEL.
           MOVE WS-BAND-LOT-CTR          TO WS-TOT-LOTS.
           MOVE WS-BAND-QTY-TOTAL        TO WS-TOT-QTY.
           MOVE WS-BAND-VALUE-TOTAL      TO WS-TOT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-EXPIRY-TOTAL-LINE.

       304-START-BAND-GROUP.
           SET WS-BAND-GROUP-OPEN        TO TRUE.
           MOVE LSRT-BAND                TO WS-LAST-BAND.
           MOVE ZEROS                    TO WS-BAND-LOT-CTR.
           MOVE ZEROS                    TO WS-BAND-QTY-TOTAL.
           MOVE ZEROS                    TO WS-BAND-VALUE-TOTAL.
           MOVE WS-BAND-TITLE (LSRT-BAND + 1) TO WS-BHD-TITLE.
           MOVE SPACES                   TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-BAND-HEADER-LINE.

       305-WRITE-WRITEOFF.
           MOVE SPACES                   TO WO-TRANSACTION.
           MOVE "J"                      TO WO-TRANS-CODE.
           MOVE LSRT-PART-NUMBER         TO WO-PART-NUMBER.
           MOVE "-"                      TO WO-ADJUST-SIGN.
           MOVE LSRT-QUANTITY-HAND       TO WO-QUANTITY-HAND.
           MOVE LSRT-LOT-NUMBER          TO WO-LOT-NUMBER.
           WRITE WO-TRANSACTION.
           ADD 1                         TO WS-WRITEOFF-OUT-CTR.
           ADD LSRT-PART-NUMBER          TO WS-BATCH-HASH-TOTAL.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE "GRAND TOTAL      "      TO WS-TOT-LABEL.
           MOVE WS-LOT-LISTED-CTR        TO WS-TOT-LOTS.
           MOVE WS-GRAND-QTY-TOTAL       TO WS-TOT-QTY.
           MOVE WS-GRAND-VALUE-TOTAL     TO WS-TOT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-EXPIRY-TOTAL-LINE.

           MOVE "LOTS READ               " TO WS-CNT-LABEL.
           MOVE WS-LOT-READ-CTR          TO WS-CNT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-COUNT-LINE.
           MOVE "LOTS LISTED             " TO WS-CNT-LABEL.
           MOVE WS-LOT-LISTED-CTR        TO WS-CNT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-COUNT-LINE.
           MOVE "LOTS EXPIRED            " TO WS-CNT-LABEL.
           MOVE WS-EXPIRED-CTR           TO WS-CNT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-COUNT-LINE.
           MOVE "LOTS NOT ON MASTER      " TO WS-CNT-LABEL.
           MOVE WS-NO-MASTER-CTR         TO WS-CNT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-COUNT-LINE.
           MOVE "WRITE-OFFS WRITTEN      " TO WS-CNT-LABEL.
           MOVE WS-WRITEOFF-OUT-CTR      TO WS-CNT-VALUE.
           WRITE EXPIRY-REPORT-LINE      FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           IF NOT WS-RUN-ABANDONED
               MOVE SPACES               TO WO-BATCH-TRAILER
               MOVE "T"                  TO WO-TRL-CODE
               MOVE WS-WRITEOFF-OUT-CTR  TO WO-TRL-TRANS-COUNT
               MOVE WS-BATCH-HASH-TOTAL  TO WO-TRL-HASH-TOTAL
               WRITE WO-BATCH-TRAILER
           END-IF.

           CLOSE INVENT-MASTER
                 EXPIRY-REPORT-OUT
                 WRITEOFF-TRANS-OUT.
           IF WS-LOTBAL-STATUS NOT = "35"
               CLOSE LOT-BALANCE-FILE
           END-IF.

           DISPLAY "LOT EXPIRY REPORT COMPLETE".
           DISPLAY "  LOTS READ            " WS-LOT-READ-CTR.
           DISPLAY "  LOTS LISTED          " WS-LOT-LISTED-CTR.
           DISPLAY "  LOTS EXPIRED         " WS-EXPIRED-CTR.
           DISPLAY "  LOTS NOT ON MASTER   " WS-NO-MASTER-CTR.
           DISPLAY "  WRITE-OFFS WRITTEN   " WS-WRITEOFF-OUT-CTR.
