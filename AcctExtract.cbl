      * THE LEDGER POSTING STOPS BEING SOMEONE EYEBALLING INVREPRT.TXT
      * TOTALS AND RE-KEYING THEM. READS THE MOVEMENT LEDGER
      * (INVMOVLG.TXT) FOR THE EXTRACT MONTH, PRICES EACH MOVEMENT AT
      * THE COST IT MOVED AT, AND WRITES A SUMMARY (ACCTEXTR.TXT)
      * WITH RECEIPTS VALUE, ISSUES VALUE, AND ADJUSTMENTS UP AND
      * DOWN EACH ON THEIR OWN LINE, PLUS A RECONCILIATION SHOWING
      * THAT THE OPENING VALUE PLUS NET MOVEMENT EQUALS THE CLOSING
      * TOTAL THE TRACKER WROTE TO INVHIST.TXT FOR THE PERIOD - AND
      * BY HOW MUCH IT DOESN'T, WHEN IT DOESN'T, INSTEAD OF LEAVING
      * ACCOUNTING TO FIND OUT AT AUDIT TIME. RECEIPTS ARE PRICED AT
      * THEIR INVOICE COST AND EVERYTHING ELSE AT THE MOVING-AVERAGE
      * COST OF THE DAY, THE SAME COST THE TRACKER VALUES THE CLOSING
      * STOCK AT, SO A PRICE CHANGE NO LONGER LEAVES A RESIDUE. ONLY
      * LEDGER LINES WRITTEN BEFORE THE LEDGER CARRIED A COST ARE
      * STILL PRICED FROM THE MASTER'S CURRENT AVERAGE.
      *
      * THE EXTRACT MONTH COMES FROM ACCTPARM.txt (YYYYMM ON THE
      * FIRST LINE). WITH NO PARAMETER FILE, OR A GARBLED ONE, THE
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
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  HISTORY-FILE.
      * MIRRORS THE HIST-RECORD LAYOUT InventoryTracker APPENDS - KEEP
           PERFORM 211-READ-LEDGER-LINE.

       213-EXTEND-AND-BUCKET.
      * A LINE THAT CARRIES ITS OWN COST IS PRICED AT IT, EVEN FOR A
      * PART SINCE DELETED. AN OLDER LINE FALLS BACK TO THE MASTER -
      * AND ONE FOR A PART SINCE DELETED HAS NO PRICE LEFT TO EXTEND
      * AT, SO IT IS COUNTED, NOT GUESSED AT, AND THE COUNT GOES ON
      * THE REPORT SO ACCOUNTING KNOWS THE BUCKETS RUN THAT MUCH
      * LIGHT.
           IF LG-MOVE-COST IS NUMERIC
               COMPUTE WS-MOVE-VALUE =
                   LG-MOVEMENT-QTY * LG-MOVE-COST
               PERFORM 214-BUCKET-MOVE-VALUE
           ELSE
               MOVE LG-PART-NUMBER       TO IM-PART-NUMBER
               READ INVENT-MASTER
                 INVALID KEY
                   ADD 1                 TO WS-UNPRICED-LINE-CTR
                 NOT INVALID KEY
                   IF IM-AVG-COST IS NUMERIC AND IM-AVG-COST > ZERO
                       COMPUTE WS-MOVE-VALUE =
                           LG-MOVEMENT-QTY * IM-AVG-COST
                   ELSE
                       COMPUTE WS-MOVE-VALUE =
                           LG-MOVEMENT-QTY * IM-UNIT-PRICE
                   END-IF
                   PERFORM 214-BUCKET-MOVE-VALUE
               END-READ
           END-IF.

       214-BUCKET-MOVE-VALUE.
           EVALUATE TRUE
               WHEN LG-TRANS-CODE = "R"
                   ADD WS-MOVE-VALUE     TO WS-RECEIPTS-VALUE
               WHEN LG-TRANS-CODE = "I"
                   ADD WS-MOVE-VALUE     TO WS-ISSUES-VALUE
               WHEN LG-TRANS-CODE = "J"
                   AND LG-ADJUST-SIGN = "+"
                   ADD WS-MOVE-VALUE     TO WS-ADJ-UP-VALUE
               WHEN LG-TRANS-CODE = "J"
                   AND LG-ADJUST-SIGN = "-"
                   ADD WS-MOVE-VALUE     TO WS-ADJ-DOWN-VALUE
      * A TRANSFER ONLY MOVES STOCK BETWEEN LOCATIONS - THE PART TOTAL
      * AND ITS VALUE DON'T CHANGE, SO NEITHER SIDE OF IT IS BOOKED.
               WHEN LG-TRANS-CODE = "X"
                   CONTINUE
      * A KIT BUILD TURNS COMPONENTS INTO A KIT, AND THE KIT COMES IN
      * AT EXACTLY WHAT ITS COMPONENTS WENT OUT AT - THE "-" AND "+"
      * LINES CANCEL, SO NEITHER SIDE OF IT IS BOOKED EITHER.
               WHEN LG-TRANS-CODE = "B"
                   CONTINUE
               WHEN OTHER
                   ADD 1                 TO WS-SKIPPED-LINE-CTR
           END-EVALUATE.

       230-READ-HISTORY-BRACKETS.
      * ONE SEQUENTIAL PASS - THE HISTORY FILE IS APPENDED IN RUN
