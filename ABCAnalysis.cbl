       DATE-WRITTEN.   "August 22, 2026".

      * RANKS THE INVENTORY BY EXTENDED STOCK VALUE (QUANTITY ON HAND
      * TIMES AVERAGE COST), CLASSIFIES EACH PART A/B/C BY CUMULATIVE
      * SHARE OF TOTAL VALUE - A UP TO 80 PERCENT, B TO 95, C THE
      * REST - AND SUBTOTALS VALUE BY SUPPLIER CODE, SO WE KNOW WHICH
      * PARTS DESERVE CYCLE COUNTING AND TIGHTER ORDER POINTS AND
      * LIFECYCLE STATUS - NON-ACTIVE STOCK IS STILL REAL VALUE AND
      * RANKS WITH EVERYTHING ELSE, SO IT ONLY RIDES ALONG HERE.
           05 SO-STATUS-CODE              PIC X(01).
      * THE MOVING-AVERAGE COST - WHAT THE STOCK IS RANKED AT. A LINE
      * WITHOUT ONE FALLS BACK TO THE UNIT PRICE.
           05 SO-AVG-COST                 PIC 9(05)V99.
      * LOT CONTROL - RIDES ALONG, LOTS DON'T CHANGE A PART'S RANK.
           05 SO-LOT-CONTROL-FLAG         PIC X(01).

       FD  ABC-REPORT-OUT.
       01  ABC-REPORT-LINE                PIC X(80).

       01 WS-VALUE-TOTALS.
           05 WS-EXT-VALUE                PIC 9(10)V99 VALUE ZEROS.
           05 WS-STOCK-COST               PIC 9(05)V99 VALUE ZEROS.
           05 WS-GRAND-TOTAL              PIC 9(12)V99 VALUE ZEROS.
           05 WS-CUM-VALUE                PIC 9(12)V99 VALUE ZEROS.
           05 WS-PART-PCT                 PIC 9(03)V9 VALUE ZEROS.
               OR SO-UNIT-PRICE NOT NUMERIC
               ADD 1                     TO WS-SKIPPED-CTR
           ELSE
               PERFORM 203-PICK-STOCK-COST
               COMPUTE WS-EXT-VALUE =
                   SO-QUANTITY-HAND * WS-STOCK-COST
               ADD WS-EXT-VALUE          TO WS-GRAND-TOTAL
               MOVE WS-EXT-VALUE         TO VSRT-EXT-VALUE
               MOVE SO-PART-NUMBER       TO VSRT-PART-NUMBER
           END-IF.
           PERFORM 201-READ-INVENT-RECORD.

       203-PICK-STOCK-COST.
           IF SO-AVG-COST IS NUMERIC AND SO-AVG-COST > ZERO
               MOVE SO-AVG-COST          TO WS-STOCK-COST
           ELSE
               MOVE SO-UNIT-PRICE        TO WS-STOCK-COST
           END-IF.

       300-WRITE-RANKED-SECTION.
           WRITE ABC-REPORT-LINE         FROM WS-RANK-COLUMN-HEADER.
           PERFORM 301-RETURN-RANKED-RECORD.
               OR SO-UNIT-PRICE NOT NUMERIC
               CONTINUE
           ELSE
               PERFORM 203-PICK-STOCK-COST
               COMPUTE WS-EXT-VALUE =
                   SO-QUANTITY-HAND * WS-STOCK-COST
               MOVE SO-SUPP-CODE         TO SSRT-SUPP-CODE
               MOVE WS-EXT-VALUE         TO SSRT-EXT-VALUE
               RELEASE SSRT-RECORD
