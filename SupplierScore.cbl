       PROGRAM-ID.     SupplierScore.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * MONTHLY SUPPLIER PERFORMANCE SCORECARD. EVERY DELIVERY
      * InventMaint POSTS AGAINST THE PO REGISTER GOES ON THE RECEIPT
      * LOG (PORCPTLG.TXT) WITH THE DAY IT ARRIVED, THE DAY THE PO WAS
      * CUT AND HOW MUCH CAME IN. THIS READS THE LOG FOR ONE MONTH,
      * SORTS IT BY SUPPLIER AND PO LINE, AND WRITES ONE LINE PER
      * SUPPLIER ON SUPPMAST.DAT (SUPSCORE.TXT) SHOWING:
      *   - DELIVERIES  - RECEIPT LOG LINES THAT APPLIED STOCK TO A
      *                   PO LINE IN THE MONTH
      *   - ON TIME %   - OF THOSE, THE SHARE THAT ARRIVED WITHIN THE
      *                   SUPPLIER'S SM-LEAD-TIME-DAYS OF THE ORDER
      *   - FILL %      - FOR THE PO LINES DELIVERED AGAINST, HOW MUCH
      *                   HAS COME IN SO FAR AGAINST WHAT WAS ORDERED,
      *                   FROM POREGIST.DAT - A SUPPLIER THAT SHIPS
      *                   SHORT SHOWS UNDER 100
      *   - OVER        - DELIVERIES THAT CAME IN PAST EVERYTHING ON
      *                   ORDER, AND HOW MANY UNITS OVER
      *   - AVG LEAD    - THE ACTUAL AVERAGE DAYS FROM ORDER TO ARRIVAL
      * A SUPPLIER WHOSE ACTUAL LEAD TIME HAS DRIFTED WELL PAST THE
      * MASTER VALUE - MORE THAN HALF AGAIN AS LONG, AND AT LEAST
      * FIVE DAYS LONGER - IS FLAGGED "LEAD DRIFT" SO PURCHASING CAN
      * CORRECT THE MASTER BEFORE OrderPointCalc SIZES ORDER POINTS ON
      * A NUMBER THAT NO LONGER HOLDS. A SUPPLIER WITH NO DELIVERIES
      * IN THE MONTH STILL GETS A LINE SAYING SO; DELIVERIES FROM A
      * SUPPLIER NO LONGER ON THE MASTER ARE SCORED WITHOUT AN ON-TIME
      * FIGURE, SINCE THERE IS NO LEAD TIME TO HOLD THEM TO. NOTHING
      * IS UPDATED HERE.
      *
      * THE REPORT MONTH COMES FROM SCORPARM.txt (YYYYMM ON THE FIRST
      * LINE). WITH NO PARAMETER FILE, OR A GARBLED ONE, THE MONTH
      * BEFORE THE RUN DATE IS REPORTED - THE SAME RULE AcctExtract
      * AND PriceVariance FOLLOW, SO THE MONTH-END JOBS LINE UP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-IN
               ASSIGN TO
               "C:\PORCPTLG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTLOG-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT PARM-FILE-IN
               ASSIGN TO
               "C:\SCORPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SCORE-REPORT-OUT
               ASSIGN TO
               "C:\SUPSCORE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-SORT-FILE
               ASSIGN TO "SRTWK10".

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-IN.
      * MIRRORS THE RL-RECEIPT-LINE LAYOUT InventMaint APPENDS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. LINES LOGGED BEFORE
      * THE LOG CARRIED AN OVER-RECEIPT COLUMN READ IT AS BLANK.
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

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
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

       FD  PARM-FILE-IN.
       01  PM-PARM-RECORD.
           05 PM-REPORT-MONTH             PIC 9(06).

       FD  SCORE-REPORT-OUT.
       01  SCORE-REPORT-LINE              PIC X(80).

       SD  RECEIPT-SORT-FILE.
       01  SSRT-RECORD.
           05 SSRT-SUPP-CODE              PIC X(05).
           05 SSRT-PO-NUMBER              PIC 9(06).
           05 SSRT-LINE-NUMBER            PIC 9(03).
           05 SSRT-RUN-DATE               PIC 9(08).
           05 SSRT-ORDER-DATE             PIC 9(08).
           05 SSRT-QTY-APPLIED            PIC 9(05).
           05 SSRT-QTY-OVER               PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-RCPTLOG-STATUS               PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".
       01 WS-PARM-STATUS                  PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 WS-MONTH-CONTROL.
           05 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
           05 WS-REPORT-SPLIT REDEFINES WS-REPORT-MONTH.
               10 WS-REPORT-YYYY          PIC 9(04).
               10 WS-REPORT-MM            PIC 9(02).
           05 WS-LINE-MONTH               PIC 9(06) VALUE ZERO.

       01 EOF-FLAGS.
           05 RCPTLOG-EOF-FLAG            PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".
           05 SUPPMAST-EOF-FLAG           PIC X(3) VALUE "NO".

       01 WS-FILE-CONTROL.
           05 WS-POREG-ABSENT-SW          PIC X(1) VALUE "N".
               88 WS-POREG-ABSENT             VALUE "Y".

      * THE MATCH BETWEEN THE SORTED RECEIPTS AND THE SUPPLIER MASTER,
      * BOTH IN SUPPLIER-CODE ORDER. AN EXHAUSTED SIDE HOLDS HIGH-
      * VALUES SO THE OTHER SIDE DRAINS PAST IT.
       01 WS-MATCH-KEYS.
           05 WS-SORT-SUPP                PIC X(05) VALUE SPACES.
           05 WS-MASTER-SUPP              PIC X(05) VALUE SPACES.
           05 WS-CURR-SUPP                PIC X(05) VALUE SPACES.
           05 WS-CURR-PO-LINE.
               10 WS-CURR-PO-NUMBER       PIC 9(06) VALUE ZERO.
               10 WS-CURR-LINE-NUMBER     PIC 9(03) VALUE ZERO.
           05 WS-ON-MASTER-SW             PIC X(1) VALUE "N".
               88 WS-SUPP-ON-MASTER           VALUE "Y".

      * ONE SUPPLIER'S FIGURES FOR THE MONTH.
       01 WS-SUPP-WORK.
           05 WS-SUPP-LEAD-DAYS           PIC 9(03) VALUE ZERO.
           05 WS-DELIVERY-CTR             PIC 9(05) VALUE ZERO.
           05 WS-ON-TIME-CTR              PIC 9(05) VALUE ZERO.
           05 WS-LEAD-DAYS-TOTAL          PIC 9(09) VALUE ZERO.
           05 WS-OVER-CTR                 PIC 9(05) VALUE ZERO.
           05 WS-OVER-QTY-TOTAL           PIC 9(07) VALUE ZERO.
           05 WS-LINE-ORDERED-TOTAL       PIC 9(09) VALUE ZERO.
           05 WS-LINE-RECEIVED-TOTAL      PIC 9(09) VALUE ZERO.

      * DAYS FROM ORDER TO ARRIVAL FOR ONE DELIVERY, AND THE RATIOS
      * WORKED OUT AT THE SUPPLIER BREAK.
       01 WS-SCORE-WORK.
           05 WS-DELIVERY-DAYS            PIC S9(07) VALUE ZERO.
           05 WS-ON-TIME-PCT              PIC 9(03)V9 VALUE ZERO.
           05 WS-FILL-PCT                 PIC 9(03)V9 VALUE ZERO.
           05 WS-AVG-LEAD                 PIC 9(03)V9 VALUE ZERO.
           05 WS-DRIFT-LIMIT              PIC 9(05)V9 VALUE ZERO.

      * "WELL PAST" THE MASTER LEAD TIME - HALF AGAIN AS LONG, AND
      * NEVER FEWER THAN THIS MANY DAYS OVER, SO A TWO-DAY SUPPLIER
      * RUNNING THREE DAYS ISN'T SENT TO PURCHASING.
       01 WS-DRIFT-MIN-DAYS               PIC 9(03) VALUE 5.

       01 WS-RUN-COUNTERS.
           05 WS-LOG-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-MONTH-LINE-CTR           PIC 9(05) VALUE ZERO.
           05 WS-SKIPPED-LINE-CTR         PIC 9(05) VALUE ZERO.
           05 WS-SUPP-SCORED-CTR          PIC 9(05) VALUE ZERO.
           05 WS-SUPP-IDLE-CTR            PIC 9(05) VALUE ZERO.
           05 WS-SUPP-UNKNOWN-CTR         PIC 9(05) VALUE ZERO.
           05 WS-DRIFT-CTR                PIC 9(05) VALUE ZERO.

       01 WS-SCORE-HEADER.
           05 FILLER                     PIC X(34) VALUE
               "SUPPLIER PERFORMANCE SCORECARD FOR".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-MONTH               PIC 9(06).
           05 FILLER                     PIC X(10) VALUE " RUN DATE ".
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-SCORE-COLUMN-HEADER.
           05 FILLER                     PIC X(22) VALUE "SUPP  NAME".
           05 FILLER                     PIC X(5) VALUE " LEAD".
           05 FILLER                     PIC X(6) VALUE " DELIV".
           05 FILLER                     PIC X(7) VALUE " ONTIME".
           05 FILLER                     PIC X(7) VALUE "   FILL".
           05 FILLER                     PIC X(11) VALUE
               "   OVER QTY".
           05 FILLER                     PIC X(8) VALUE " AVGLEAD".

       01 WS-SCORE-DETAIL.
           05 WS-DET-SUPP                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-NAME                PIC X(15).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-LEAD                PIC ZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-DELIVERIES          PIC ZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-ON-TIME             PIC ZZ9.9.
           05 WS-DET-ON-TIME-X REDEFINES WS-DET-ON-TIME
                                         PIC X(05).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-FILL                PIC ZZ9.9.
           05 WS-DET-FILL-X REDEFINES WS-DET-FILL
                                         PIC X(05).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-OVER-CTR            PIC ZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-OVER-QTY            PIC ZZZZ9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 WS-DET-AVG-LEAD            PIC ZZ9.9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DET-FLAG                PIC X(10).

       01 WS-SCORE-IDLE-LINE.
           05 WS-IDL-SUPP                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-IDL-NAME                PIC X(15).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-IDL-LEAD                PIC ZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FILLER                     PIC X(24) VALUE
               "NO DELIVERIES THIS MONTH".

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-SCORECARD.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 195-FIX-REPORT-MONTH.
           PERFORM 200-OPEN-FILES.

           SORT RECEIPT-SORT-FILE
               ON ASCENDING KEY SSRT-SUPP-CODE
               ON ASCENDING KEY SSRT-PO-NUMBER
               ON ASCENDING KEY SSRT-LINE-NUMBER
               ON ASCENDING KEY SSRT-RUN-DATE
               INPUT PROCEDURE 210-RELEASE-MONTH-RECEIPTS
               OUTPUT PROCEDURE 300-WRITE-SCORECARD.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

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

       200-OPEN-FILES.
      * NO RECEIPT LOG JUST MEANS NOTHING HAS BEEN RECEIVED AGAINST A
      * PO YET, AND NO SUPPLIER MASTER MEANS THERE IS NOBODY TO LIST
      * WITHOUT DELIVERIES - EITHER WAY THE SCORECARD COMES OUT WITH
      * WHAT THERE IS. NO REGISTER LEAVES THE FILL RATE UNKNOWN.
           OPEN INPUT RECEIPT-LOG-IN.
           IF WS-RCPTLOG-STATUS = "35"
               MOVE "YES"                TO RCPTLOG-EOF-FLAG
           END-IF.
           OPEN INPUT SUPP-MASTER.
           IF WS-SUPPMAST-STATUS = "35"
               MOVE "YES"                TO SUPPMAST-EOF-FLAG
           END-IF.
           OPEN INPUT PO-REGISTER-FILE.
           IF WS-POREG-STATUS = "35"
               SET WS-POREG-ABSENT       TO TRUE
           END-IF.
           OPEN OUTPUT SCORE-REPORT-OUT.

           MOVE WS-REPORT-MONTH          TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE SCORE-REPORT-LINE       FROM WS-SCORE-HEADER.
           MOVE SPACES                   TO SCORE-REPORT-LINE.
           WRITE SCORE-REPORT-LINE.
           WRITE SCORE-REPORT-LINE       FROM WS-SCORE-COLUMN-HEADER.

       210-RELEASE-MONTH-RECEIPTS.
           IF RCPTLOG-EOF-FLAG NOT = "YES"
               PERFORM 211-READ-RECEIPT-LOG
           END-IF.
           PERFORM 212-RELEASE-ONE-RECEIPT
             UNTIL RCPTLOG-EOF-FLAG = "YES".

       211-READ-RECEIPT-LOG.
           READ RECEIPT-LOG-IN
             AT END
               MOVE "YES"                TO RCPTLOG-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-LOG-READ-CTR.

       212-RELEASE-ONE-RECEIPT.
           IF RL-RUN-DATE NOT NUMERIC
               OR RL-ORDER-DATE NOT NUMERIC
               OR RL-ORDER-DATE = ZERO
               OR RL-QTY-APPLIED NOT NUMERIC
               ADD 1                     TO WS-SKIPPED-LINE-CTR
           ELSE
               COMPUTE WS-LINE-MONTH = RL-RUN-DATE / 100
               IF WS-LINE-MONTH = WS-REPORT-MONTH
                   ADD 1                 TO WS-MONTH-LINE-CTR
                   MOVE RL-SUPP-CODE     TO SSRT-SUPP-CODE
                   MOVE RL-PO-NUMBER     TO SSRT-PO-NUMBER
                   MOVE RL-LINE-NUMBER   TO SSRT-LINE-NUMBER
                   MOVE RL-RUN-DATE      TO SSRT-RUN-DATE
                   MOVE RL-ORDER-DATE    TO SSRT-ORDER-DATE
                   MOVE RL-QTY-APPLIED   TO SSRT-QTY-APPLIED
                   IF RL-QTY-OVER IS NUMERIC
                       MOVE RL-QTY-OVER  TO SSRT-QTY-OVER
                   ELSE
                       MOVE ZEROS        TO SSRT-QTY-OVER
                   END-IF
                   RELEASE SSRT-RECORD
               END-IF
           END-IF.
           PERFORM 211-READ-RECEIPT-LOG.

       300-WRITE-SCORECARD.
           PERFORM 301-RETURN-RECEIPT.
           PERFORM 302-READ-SUPPLIER.
           PERFORM 303-MATCH-ONE-SUPPLIER
             UNTIL SORT-EOF-FLAG = "YES"
               AND SUPPMAST-EOF-FLAG = "YES".

       301-RETURN-RECEIPT.
           RETURN RECEIPT-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG
               MOVE HIGH-VALUES          TO WS-SORT-SUPP
             NOT AT END
               MOVE SSRT-SUPP-CODE       TO WS-SORT-SUPP.

       302-READ-SUPPLIER.
           IF SUPPMAST-EOF-FLAG = "YES"
               MOVE HIGH-VALUES          TO WS-MASTER-SUPP
           ELSE
               READ SUPP-MASTER NEXT RECORD
                 AT END
                   MOVE "YES"            TO SUPPMAST-EOF-FLAG
                   MOVE HIGH-VALUES      TO WS-MASTER-SUPP
                 NOT AT END
                   MOVE SM-SUPP-CODE     TO WS-MASTER-SUPP
               END-READ
           END-IF.

       303-MATCH-ONE-SUPPLIER.
           EVALUATE TRUE
               WHEN WS-MASTER-SUPP < WS-SORT-SUPP
                   PERFORM 330-WRITE-IDLE-SUPPLIER
                   PERFORM 302-READ-SUPPLIER
               WHEN WS-MASTER-SUPP = WS-SORT-SUPP
                   SET WS-SUPP-ON-MASTER TO TRUE
                   PERFORM 310-SCORE-ONE-SUPPLIER
                   PERFORM 302-READ-SUPPLIER
               WHEN OTHER
                   MOVE "N"              TO WS-ON-MASTER-SW
                   PERFORM 310-SCORE-ONE-SUPPLIER
           END-EVALUATE.

       310-SCORE-ONE-SUPPLIER.
      * TAKES EVERY SORTED RECEIPT FOR THE SUPPLIER, ONE PO LINE AT A
      * TIME, THEN WRITES THE SUPPLIER'S LINE.
           MOVE WS-SORT-SUPP             TO WS-CURR-SUPP.
           MOVE ZEROS                    TO WS-DELIVERY-CTR.
           MOVE ZEROS                    TO WS-ON-TIME-CTR.
           MOVE ZEROS                    TO WS-LEAD-DAYS-TOTAL.
           MOVE ZEROS                    TO WS-OVER-CTR.
           MOVE ZEROS                    TO WS-OVER-QTY-TOTAL.
           MOVE ZEROS                    TO WS-LINE-ORDERED-TOTAL.
           MOVE ZEROS                    TO WS-LINE-RECEIVED-TOTAL.
           IF WS-SUPP-ON-MASTER
               MOVE SM-LEAD-TIME-DAYS    TO WS-SUPP-LEAD-DAYS
           ELSE
               MOVE ZEROS                TO WS-SUPP-LEAD-DAYS
           END-IF.
           MOVE SSRT-PO-NUMBER           TO WS-CURR-PO-NUMBER.
           MOVE SSRT-LINE-NUMBER         TO WS-CURR-LINE-NUMBER.
           PERFORM 311-TAKE-ONE-RECEIPT
             UNTIL WS-SORT-SUPP NOT = WS-CURR-SUPP.
           PERFORM 313-ADD-PO-LINE-FILL.
           PERFORM 320-WRITE-SUPPLIER-SCORE.

       311-TAKE-ONE-RECEIPT.
           IF SSRT-PO-NUMBER NOT = WS-CURR-PO-NUMBER
               OR SSRT-LINE-NUMBER NOT = WS-CURR-LINE-NUMBER
               PERFORM 313-ADD-PO-LINE-FILL
               MOVE SSRT-PO-NUMBER       TO WS-CURR-PO-NUMBER
               MOVE SSRT-LINE-NUMBER     TO WS-CURR-LINE-NUMBER
           END-IF.
           IF SSRT-QTY-APPLIED > ZERO
               PERFORM 312-TIME-ONE-DELIVERY
           END-IF.
           IF SSRT-QTY-OVER > ZERO
               ADD 1                     TO WS-OVER-CTR
               ADD SSRT-QTY-OVER         TO WS-OVER-QTY-TOTAL
           END-IF.
           PERFORM 301-RETURN-RECEIPT.

       312-TIME-ONE-DELIVERY.
      * A DELIVERY DATED BEFORE ITS OWN ORDER CAN ONLY BE A KEYING
      * SLIP - IT COUNTS AS SAME-DAY RATHER THAN NEGATIVE.
           ADD 1                         TO WS-DELIVERY-CTR.
           COMPUTE WS-DELIVERY-DAYS =
               FUNCTION INTEGER-OF-DATE (SSRT-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (SSRT-ORDER-DATE).
           IF WS-DELIVERY-DAYS < ZERO
               MOVE ZEROS                TO WS-DELIVERY-DAYS
           END-IF.
           ADD WS-DELIVERY-DAYS          TO WS-LEAD-DAYS-TOTAL.
           IF WS-DELIVERY-DAYS NOT > WS-SUPP-LEAD-DAYS
               ADD 1                     TO WS-ON-TIME-CTR
           END-IF.

       313-ADD-PO-LINE-FILL.
      * WHAT THE LINE HAS DELIVERED SO FAR AGAINST WHAT WAS ORDERED -
      * AN OVER-DELIVERY IS COUNTED IN ITS OWN COLUMN, SO THE LINE'S
      * SHARE OF THE FILL RATE STOPS AT WHAT WAS ORDERED.
           IF NOT WS-POREG-ABSENT
               MOVE WS-CURR-PO-NUMBER    TO PR-PO-NUMBER
               MOVE WS-CURR-LINE-NUMBER  TO PR-LINE-NUMBER
               READ PO-REGISTER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD PR-QTY-ORDERED    TO WS-LINE-ORDERED-TOTAL
                   IF PR-QTY-RECEIVED > PR-QTY-ORDERED
                       ADD PR-QTY-ORDERED TO WS-LINE-RECEIVED-TOTAL
                   ELSE
                       ADD PR-QTY-RECEIVED TO WS-LINE-RECEIVED-TOTAL
                   END-IF
               END-READ
           END-IF.

       320-WRITE-SUPPLIER-SCORE.
           MOVE SPACES                   TO WS-DET-FLAG.
           MOVE WS-CURR-SUPP             TO WS-DET-SUPP.
           MOVE WS-DELIVERY-CTR          TO WS-DET-DELIVERIES.
           MOVE WS-OVER-CTR              TO WS-DET-OVER-CTR.
           MOVE WS-OVER-QTY-TOTAL        TO WS-DET-OVER-QTY.

           IF WS-DELIVERY-CTR > ZERO
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-LEAD-DAYS-TOTAL / WS-DELIVERY-CTR
                 ON SIZE ERROR
                   MOVE 999.9            TO WS-AVG-LEAD
               END-COMPUTE
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-ON-TIME-CTR * 100 / WS-DELIVERY-CTR
           ELSE
               MOVE ZEROS                TO WS-AVG-LEAD
               MOVE ZEROS                TO WS-ON-TIME-PCT
           END-IF.
           MOVE WS-AVG-LEAD              TO WS-DET-AVG-LEAD.

           IF WS-LINE-ORDERED-TOTAL > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-LINE-RECEIVED-TOTAL * 100 / WS-LINE-ORDERED-TOTAL
               MOVE WS-FILL-PCT          TO WS-DET-FILL
           ELSE
               MOVE "  N/A"              TO WS-DET-FILL-X
           END-IF.

           IF WS-SUPP-ON-MASTER
               MOVE SM-SUPP-NAME         TO WS-DET-NAME
               MOVE WS-SUPP-LEAD-DAYS    TO WS-DET-LEAD
               MOVE WS-ON-TIME-PCT       TO WS-DET-ON-TIME
               PERFORM 321-CHECK-LEAD-DRIFT
               ADD 1                     TO WS-SUPP-SCORED-CTR
           ELSE
               MOVE "*NOT ON MASTER*"    TO WS-DET-NAME
               MOVE ZEROS                TO WS-DET-LEAD
               MOVE "  N/A"              TO WS-DET-ON-TIME-X
               ADD 1                     TO WS-SUPP-UNKNOWN-CTR
           END-IF.
           WRITE SCORE-REPORT-LINE       FROM WS-SCORE-DETAIL.

       321-CHECK-LEAD-DRIFT.
           COMPUTE WS-DRIFT-LIMIT = WS-SUPP-LEAD-DAYS * 1.5.
           IF WS-DRIFT-LIMIT < WS-SUPP-LEAD-DAYS + WS-DRIFT-MIN-DAYS
               COMPUTE WS-DRIFT-LIMIT =
                   WS-SUPP-LEAD-DAYS + WS-DRIFT-MIN-DAYS
           END-IF.
           IF WS-DELIVERY-CTR > ZERO
               AND WS-AVG-LEAD > WS-DRIFT-LIMIT
               MOVE "LEAD DRIFT"         TO WS-DET-FLAG
               ADD 1                     TO WS-DRIFT-CTR
           END-IF.

       330-WRITE-IDLE-SUPPLIER.
           MOVE SM-SUPP-CODE             TO WS-IDL-SUPP.
           MOVE SM-SUPP-NAME             TO WS-IDL-NAME.
           MOVE SM-LEAD-TIME-DAYS        TO WS-IDL-LEAD.
           WRITE SCORE-REPORT-LINE       FROM WS-SCORE-IDLE-LINE.
           ADD 1                         TO WS-SUPP-IDLE-CTR.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO SCORE-REPORT-LINE.
           WRITE SCORE-REPORT-LINE.
           MOVE "LOG LINES READ          " TO WS-CNT-LABEL.
           MOVE WS-LOG-READ-CTR          TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "LOG LINES IN MONTH      " TO WS-CNT-LABEL.
           MOVE WS-MONTH-LINE-CTR        TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "LOG LINES SKIPPED       " TO WS-CNT-LABEL.
           MOVE WS-SKIPPED-LINE-CTR      TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "SUPPLIERS SCORED        " TO WS-CNT-LABEL.
           MOVE WS-SUPP-SCORED-CTR       TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "SUPPLIERS NOT DELIVERING" TO WS-CNT-LABEL.
           MOVE WS-SUPP-IDLE-CTR         TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "SUPPLIERS NOT ON MASTER " TO WS-CNT-LABEL.
           MOVE WS-SUPP-UNKNOWN-CTR      TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.
           MOVE "LEAD TIME DRIFT FLAGGED " TO WS-CNT-LABEL.
           MOVE WS-DRIFT-CTR             TO WS-CNT-VALUE.
           WRITE SCORE-REPORT-LINE       FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           CLOSE SCORE-REPORT-OUT.
           IF WS-RCPTLOG-STATUS NOT = "35"
               CLOSE RECEIPT-LOG-IN
           END-IF.
           IF WS-SUPPMAST-STATUS NOT = "35"
               CLOSE SUPP-MASTER
           END-IF.
           IF NOT WS-POREG-ABSENT
               CLOSE PO-REGISTER-FILE
           END-IF.

           DISPLAY "SUPPLIER SCORECARD COMPLETE".
           DISPLAY "  REPORT MONTH         " WS-REPORT-MONTH.
           DISPLAY "  LOG LINES READ       " WS-LOG-READ-CTR.
           DISPLAY "  LOG LINES IN MONTH   " WS-MONTH-LINE-CTR.
           DISPLAY "  LOG LINES SKIPPED    " WS-SKIPPED-LINE-CTR.
           DISPLAY "  SUPPLIERS SCORED     " WS-SUPP-SCORED-CTR.
           DISPLAY "  SUPPLIERS NOT DELIV. " WS-SUPP-IDLE-CTR.
           DISPLAY "  SUPPLIERS NOT ON MST " WS-SUPP-UNKNOWN-CTR.
           DISPLAY "  LEAD DRIFT FLAGGED   " WS-DRIFT-CTR.
