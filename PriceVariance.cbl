       PROGRAM-ID.     PriceVariance.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * MONTHLY PURCHASE PRICE VARIANCE REPORT. EVERY QUANTITY
      * InventMaint POSTS AGAINST A PO LINE GOES ON THE RECEIPT LOG
      * (PORCPTLG.TXT) WITH THE INVOICE COST IT CAME IN AT AND THE
      * PRICE THE PO LINE WAS CUT AT. THIS READS THE LOG FOR ONE
      * MONTH, SORTS IT BY SUPPLIER AND PART, AND PRINTS EACH
      * RECEIPT'S UNIT AND EXTENDED VARIANCE (COST LESS PO PRICE -
      * POSITIVE MEANS WE PAID MORE THAN WE ORDERED AT) WITH A
      * SUBTOTAL PER SUPPLIER AND A GRAND TOTAL, SO PURCHASING CAN
      * SEE WHICH VENDORS INVOICE ABOVE THE PRICE THEY QUOTED. A LINE
      * WHOSE PO CARRIED NO PRICE (CUT BEFORE THE REGISTER RECORDED
      * ONE) IS LISTED AND FLAGGED BUT KEPT OUT OF THE VARIANCE
      * TOTALS. NOTHING IS UPDATED HERE.
      *
      * THE REPORT MONTH COMES FROM PPVPARM.txt (YYYYMM ON THE FIRST
      * LINE). WITH NO PARAMETER FILE, OR A GARBLED ONE, THE MONTH
      * BEFORE THE RUN DATE IS REPORTED - THE SAME RULE AcctExtract
      * FOLLOWS, SO THE TWO MONTH-END JOBS LINE UP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-IN
               ASSIGN TO
               "C:\PORCPTLG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTLOG-STATUS.

           SELECT PARM-FILE-IN
               ASSIGN TO
               "C:\PPVPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PPV-REPORT-OUT
               ASSIGN TO
               "C:\INVPPV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-SORT-FILE
               ASSIGN TO "SRTWK07".

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-IN.
      * MIRRORS THE RL-RECEIPT-LINE LAYOUT InventMaint APPENDS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. A LINE THAT ONLY
      * CARRIES AN OVER-RECEIPT APPLIED NOTHING TO ITS PO LINE AND HAS
      * NO VARIANCE TO SHOW, SO IT IS PASSED OVER.
       01  RL-RECEIPT-LINE.
           05 RL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 RL-PO-NUMBER                PIC 9(06).
           05 FILLER                      PIC X(1).
           05 RL-LINE-NUMBER              PIC 9(03).
           05 FILLER                      PIC X(1).
           05 RL-PART-NUMBER              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 RL-SUPP-CODE                PIC X(05).
           05 FILLER                      PIC X(1).
           05 RL-ORDER-DATE               PIC 9(08).
           05 FILLER                      PIC X(1).
           05 RL-QTY-APPLIED              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 RL-RECEIPT-COST             PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 RL-PO-PRICE                 PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 RL-QTY-OVER                 PIC 9(05).

       FD  PARM-FILE-IN.
       01  PM-PARM-RECORD.
           05 PM-REPORT-MONTH             PIC 9(06).

       FD  PPV-REPORT-OUT.
       01  PPV-REPORT-LINE                PIC X(80).

       SD  RECEIPT-SORT-FILE.
       01  RSRT-RECORD.
           05 RSRT-SUPP-CODE              PIC X(05).
           05 RSRT-PART-NUMBER            PIC 9(05).
           05 RSRT-RUN-DATE               PIC 9(08).
           05 RSRT-PO-NUMBER              PIC 9(06).
           05 RSRT-LINE-NUMBER            PIC 9(03).
           05 RSRT-QTY-APPLIED            PIC 9(05).
           05 RSRT-RECEIPT-COST           PIC 9(05)V99.
           05 RSRT-PO-PRICE               PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-RCPTLOG-STATUS               PIC X(02) VALUE "00".
       01 WS-PARM-STATUS                  PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 EOF-FLAGS.
           05 RCPTLOG-EOF-FLAG            PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".

       01 WS-MONTH-WORK.
           05 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
           05 WS-REPORT-SPLIT REDEFINES WS-REPORT-MONTH.
               10 WS-REPORT-YYYY          PIC 9(04).
               10 WS-REPORT-MM            PIC 9(02).
           05 WS-LINE-MONTH               PIC 9(06) VALUE ZERO.

       01 WS-VARIANCE-WORK.
           05 WS-UNIT-VARIANCE            PIC S9(05)V99 VALUE ZERO.
           05 WS-EXT-VARIANCE             PIC S9(10)V99 VALUE ZERO.
           05 WS-EXT-COST                 PIC 9(10)V99 VALUE ZERO.

       01 WS-SUPP-BREAK.
      * A REAL SWITCH MARKS WHETHER A GROUP IS OPEN - A BLANK SUPPLIER
      * CODE IS KEYABLE DATA, NOT A SAFE "NO GROUP YET" SENTINEL.
           05 WS-SUPP-GROUP-SW            PIC X(1) VALUE "N".
               88 WS-SUPP-GROUP-OPEN          VALUE "Y".
           05 WS-LAST-SUPP-CODE           PIC X(05) VALUE SPACES.
           05 WS-SUPP-COST-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-SUPP-VAR-TOTAL           PIC S9(12)V99 VALUE ZERO.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-COST-TOTAL         PIC 9(12)V99 VALUE ZERO.
           05 WS-GRAND-VAR-TOTAL          PIC S9(12)V99 VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-LOG-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-MONTH-LINE-CTR           PIC 9(05) VALUE ZERO.
           05 WS-SKIPPED-LINE-CTR         PIC 9(05) VALUE ZERO.
           05 WS-NO-PRICE-CTR             PIC 9(05) VALUE ZERO.
           05 WS-OVER-PRICE-CTR           PIC 9(05) VALUE ZERO.

       01 WS-PPV-HEADER.
           05 FILLER                     PIC X(31) VALUE
               "PURCHASE PRICE VARIANCE - MONTH".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-MONTH               PIC 9(06).
           05 FILLER                     PIC X(11) VALUE "  RUN DATE ".
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-PPV-COLUMN-HEADER.
           05 FILLER                     PIC X(6) VALUE "  PART".
           05 FILLER                     PIC X(11) VALUE "  PO   LINE".
           05 FILLER                     PIC X(9) VALUE "  RECEIVD".
           05 FILLER                     PIC X(6) VALUE "   QTY".
           05 FILLER                     PIC X(10) VALUE "  PO PRICE".
           05 FILLER                     PIC X(10) VALUE "      COST".
           05 FILLER                     PIC X(12) VALUE
               "    VARIANCE".

       01 WS-SUPP-HEADER-LINE.
           05 FILLER                     PIC X(9) VALUE "SUPPLIER ".
           05 WS-SHD-SUPP-CODE           PIC X(05).

       01 WS-PPV-DETAIL.
           05 WS-DET-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-PO                  PIC 9(06).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-DET-LINE                PIC 9(03).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-DATE                PIC 9(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-QTY                 PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-PO-PRICE            PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-COST                PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-VARIANCE            PIC +ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-NOTE                PIC X(11).

       01 WS-PPV-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(17).
           05 FILLER                     PIC X(6) VALUE " COST ".
           05 WS-TOT-COST                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(10) VALUE "  VARIANCE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-TOT-VARIANCE            PIC +ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-PPV-REPORT.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 195-FIX-REPORT-MONTH.
           OPEN OUTPUT PPV-REPORT-OUT.
           MOVE WS-REPORT-MONTH          TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE PPV-REPORT-LINE         FROM WS-PPV-HEADER.
           WRITE PPV-REPORT-LINE         FROM WS-PPV-COLUMN-HEADER.

           SORT RECEIPT-SORT-FILE
               ON ASCENDING KEY RSRT-SUPP-CODE
               ON ASCENDING KEY RSRT-PART-NUMBER
               ON ASCENDING KEY RSRT-RUN-DATE
               INPUT PROCEDURE 200-RELEASE-MONTH-RECEIPTS
               OUTPUT PROCEDURE 300-WRITE-VARIANCE-SECTION.

           PERFORM 400-WRITE-RUN-TOTALS.
           CLOSE PPV-REPORT-OUT.

           DISPLAY "PURCHASE PRICE VARIANCE REPORT COMPLETE".
           DISPLAY "  REPORT MONTH         " WS-REPORT-MONTH.
           DISPLAY "  LOG LINES READ       " WS-LOG-READ-CTR.
           DISPLAY "  LINES IN MONTH       " WS-MONTH-LINE-CTR.
           DISPLAY "  LINES SKIPPED        " WS-SKIPPED-LINE-CTR.
           DISPLAY "  LINES WITH NO PO PRICE" WS-NO-PRICE-CTR.
           DISPLAY "  LINES OVER PO PRICE  " WS-OVER-PRICE-CTR.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       195-FIX-REPORT-MONTH.
      * THE PARAMETER FILE WINS WHEN IT HOLDS A PLAUSIBLE YYYYMM -
      * OTHERWISE THE MONTH BEFORE THE RUN DATE IS REPORTED.
           COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100.
           IF WS-REPORT-MM = 1
               SUBTRACT 1                FROM WS-REPORT-YYYY
               MOVE 12                   TO WS-REPORT-MM
           ELSE
               SUBTRACT 1                FROM WS-REPORT-MM
           END-IF.

           OPEN INPUT PARM-FILE-IN.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE-IN
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PM-REPORT-MONTH IS NUMERIC
                       AND PM-REPORT-MONTH > ZERO
                       MOVE PM-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
               END-READ
               CLOSE PARM-FILE-IN
           END-IF.

       200-RELEASE-MONTH-RECEIPTS.
      * NO RECEIPT LOG YET JUST MEANS NOTHING HAS BEEN RECEIVED
      * AGAINST A PO SINCE THE LOG CAME IN - THE REPORT COMES OUT
      * EMPTY RATHER THAN THE RUN FAILING.
           OPEN INPUT RECEIPT-LOG-IN.
           IF WS-RCPTLOG-STATUS = "35"
               MOVE "YES"                TO RCPTLOG-EOF-FLAG
           ELSE
               PERFORM 201-READ-RECEIPT-LOG
               PERFORM 202-RELEASE-ONE-RECEIPT
                 UNTIL RCPTLOG-EOF-FLAG = "YES"
               CLOSE RECEIPT-LOG-IN
           END-IF.

       201-READ-RECEIPT-LOG.
           READ RECEIPT-LOG-IN
             AT END
               MOVE "YES"                TO RCPTLOG-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-LOG-READ-CTR.

       202-RELEASE-ONE-RECEIPT.
           IF RL-RUN-DATE NOT NUMERIC
               OR RL-QTY-APPLIED NOT NUMERIC
               OR RL-RECEIPT-COST NOT NUMERIC
               OR RL-PO-PRICE NOT NUMERIC
               ADD 1                     TO WS-SKIPPED-LINE-CTR
           ELSE
               COMPUTE WS-LINE-MONTH = RL-RUN-DATE / 100
               IF WS-LINE-MONTH = WS-REPORT-MONTH
                   AND RL-QTY-APPLIED > ZERO
                   ADD 1                 TO WS-MONTH-LINE-CTR
                   MOVE RL-SUPP-CODE     TO RSRT-SUPP-CODE
                   MOVE RL-PART-NUMBER   TO RSRT-PART-NUMBER
                   MOVE RL-RUN-DATE      TO RSRT-RUN-DATE
                   MOVE RL-PO-NUMBER     TO RSRT-PO-NUMBER
                   MOVE RL-LINE-NUMBER   TO RSRT-LINE-NUMBER
                   MOVE RL-QTY-APPLIED   TO RSRT-QTY-APPLIED
                   MOVE RL-RECEIPT-COST  TO RSRT-RECEIPT-COST
                   MOVE RL-PO-PRICE      TO RSRT-PO-PRICE
                   RELEASE RSRT-RECORD
               END-IF
           END-IF.
           PERFORM 201-READ-RECEIPT-LOG.

       300-WRITE-VARIANCE-SECTION.
           PERFORM 301-RETURN-RECEIPT.
           PERFORM 302-WRITE-ONE-RECEIPT
             UNTIL SORT-EOF-FLAG = "YES".
           IF WS-SUPP-GROUP-OPEN
               PERFORM 303-WRITE-SUPPLIER-TOTAL
           END-IF.

       301-RETURN-RECEIPT.
           RETURN RECEIPT-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG.

       302-WRITE-ONE-RECEIPT.
           IF NOT WS-SUPP-GROUP-OPEN
               PERFORM 304-START-SUPPLIER-GROUP
           ELSE
               IF RSRT-SUPP-CODE NOT = WS-LAST-SUPP-CODE
                   PERFORM 303-WRITE-SUPPLIER-TOTAL
                   PERFORM 304-START-SUPPLIER-GROUP
               END-IF
           END-IF.

           COMPUTE WS-EXT-COST =
               RSRT-QTY-APPLIED * RSRT-RECEIPT-COST.
           MOVE RSRT-PART-NUMBER         TO WS-DET-PART.
           MOVE RSRT-PO-NUMBER           TO WS-DET-PO.
           MOVE RSRT-LINE-NUMBER         TO WS-DET-LINE.
           MOVE RSRT-RUN-DATE            TO WS-DET-DATE.
           MOVE RSRT-QTY-APPLIED         TO WS-DET-QTY.
           MOVE RSRT-PO-PRICE            TO WS-DET-PO-PRICE.
           MOVE RSRT-RECEIPT-COST        TO WS-DET-COST.
      * NO PO PRICE MEANS NOTHING TO MEASURE AGAINST - THE LINE IS
      * SHOWN SO THE RECEIPT ISN'T LOST, BUT IT ADDS NOTHING TO THE
      * VARIANCE TOTALS.
           IF RSRT-PO-PRICE = ZERO
               MOVE ZEROS                TO WS-EXT-VARIANCE
               MOVE "NO PO PRICE"        TO WS-DET-NOTE
               ADD 1                     TO WS-NO-PRICE-CTR
           ELSE
               COMPUTE WS-UNIT-VARIANCE =
                   RSRT-RECEIPT-COST - RSRT-PO-PRICE
               COMPUTE WS-EXT-VARIANCE =
                   RSRT-QTY-APPLIED * WS-UNIT-VARIANCE
               IF WS-UNIT-VARIANCE > ZERO
                   MOVE "OVER PRICE "    TO WS-DET-NOTE
                   ADD 1                 TO WS-OVER-PRICE-CTR
               ELSE
                   MOVE SPACES           TO WS-DET-NOTE
               END-IF
               ADD WS-EXT-VARIANCE       TO WS-SUPP-VAR-TOTAL
               ADD WS-EXT-VARIANCE       TO WS-GRAND-VAR-TOTAL
           END-IF.
           MOVE WS-EXT-VARIANCE          TO WS-DET-VARIANCE.
           ADD WS-EXT-COST               TO WS-SUPP-COST-TOTAL.
           ADD WS-EXT-COST               TO WS-GRAND-COST-TOTAL.
           WRITE PPV-REPORT-LINE         FROM WS-PPV-DETAIL.
           PERFORM 301-RETURN-RECEIPT.

       303-WRITE-SUPPLIER-TOTAL.
           MOVE "  SUPPLIER TOTAL " TO WS-TOT-LABEL.
           MOVE WS-SUPP-COST-TOTAL       TO WS-TOT-COST.
           MOVE WS-SUPP-VAR-TOTAL        TO WS-TOT-VARIANCE.
           WRITE PPV-REPORT-LINE         FROM WS-PPV-TOTAL-LINE.

       304-START-SUPPLIER-GROUP.
           SET WS-SUPP-GROUP-OPEN        TO TRUE.
           MOVE RSRT-SUPP-CODE           TO WS-LAST-SUPP-CODE.
           MOVE ZEROS                    TO WS-SUPP-COST-TOTAL.
           MOVE ZEROS                    TO WS-SUPP-VAR-TOTAL.
           MOVE RSRT-SUPP-CODE           TO WS-SHD-SUPP-CODE.
           MOVE SPACES                   TO PPV-REPORT-LINE.
           WRITE PPV-REPORT-LINE.
           WRITE PPV-REPORT-LINE         FROM WS-SUPP-HEADER-LINE.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO PPV-REPORT-LINE.
           WRITE PPV-REPORT-LINE.
           MOVE "GRAND TOTAL      "      TO WS-TOT-LABEL.
           MOVE WS-GRAND-COST-TOTAL      TO WS-TOT-COST.
           MOVE WS-GRAND-VAR-TOTAL       TO WS-TOT-VARIANCE.
           WRITE PPV-REPORT-LINE         FROM WS-PPV-TOTAL-LINE.

           MOVE "LOG LINES READ          " TO WS-CNT-LABEL.
           MOVE WS-LOG-READ-CTR          TO WS-CNT-VALUE.
           WRITE PPV-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "LINES IN MONTH          " TO WS-CNT-LABEL.
           MOVE WS-MONTH-LINE-CTR        TO WS-CNT-VALUE.
           WRITE PPV-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "LINES SKIPPED           " TO WS-CNT-LABEL.
           MOVE WS-SKIPPED-LINE-CTR      TO WS-CNT-VALUE.
           WRITE PPV-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "LINES WITH NO PO PRICE  " TO WS-CNT-LABEL.
           MOVE WS-NO-PRICE-CTR          TO WS-CNT-VALUE.
           WRITE PPV-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "LINES OVER PO PRICE     " TO WS-CNT-LABEL.
           MOVE WS-OVER-PRICE-CTR        TO WS-CNT-VALUE.
           WRITE PPV-REPORT-LINE         FROM WS-COUNT-LINE.
