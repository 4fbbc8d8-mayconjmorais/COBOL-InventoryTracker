               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO
               "C:\CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               ALTERNATE RECORD KEY IS CO-PART-DUE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN.
           05 IN-ORDER-POINT              PIC 9(05).
           05 IN-REORDER-QTY              PIC X(05).
           05 IN-STATUS-CODE              PIC X(01).
           05 IN-AVG-COST                 PIC X(07).
           05 IN-LOT-CONTROL-FLAG         PIC X(01).

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
           05 SM-ACTIVE-FLAG              PIC X(01).
               88 SM-ACTIVE                   VALUE "A".
               88 SM-INACTIVE                 VALUE "I".
           05 SM-EDI-FLAG                 PIC X(01).
               88 SM-EDI-PARTNER              VALUE "E".

       FD  INVENT-REPORT-OUT.
       01  INVENT-REPORT                  PIC X(72).
           05 SO-STATUS-CODE              PIC X(01).
               88 SO-DISCONTINUED             VALUE "D".
               88 SO-ON-HOLD                  VALUE "H".
      * THE MOVING-AVERAGE COST InventMaint KEEPS - WHAT THE STOCK IS
      * VALUED AT. A LINE FROM BEFORE THE COLUMN EXISTED COMES BACK AS
      * SPACES AND 306-CALC-INVENT-ITEM-VALUE FALLS BACK TO THE PRICE.
           05 SO-AVG-COST                 PIC 9(05)V99.
      * LOT CONTROL ONLY MATTERS TO InventMaint - IT RIDES ALONG HERE.
           05 SO-LOT-CONTROL-FLAG         PIC X(01).

       SD  SORT-INVENT-FILE.
       01  SRT-INVENT-RECORD.
           05 SRT-ORDER-POINT             PIC 9(05).
           05 SRT-REORDER-QTY             PIC X(05).
           05 SRT-STATUS-CODE             PIC X(01).
           05 SRT-AVG-COST                PIC X(07).
           05 SRT-LOT-CONTROL-FLAG        PIC X(01).

       SD  REORDER-SORT-FILE.
       01  RSRT-RECORD.
           05 OUT-PO-HDR-SUPPCODE         PIC X(05).
           05 FILLER                      PIC X(3) VALUE SPACE.
           05 OUT-PO-HDR-SUPPNAME         PIC X(15).
           05 FILLER                      PIC X(3) VALUE SPACE.
           05 OUT-PO-HDR-EDI-NOTE         PIC X(25).
       01  OUT-PO-DETAIL.
           05 OUT-PO-PART-NUMBER          PIC ZZZZZZZ.
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 AS-SUPP-CODE                PIC X(05).
           05 AS-UNIT-PRICE               PIC 9(05)V99.

       FD  CUSTOMER-ORDER-FILE.
      * MIRRORS THE CO-RECORD LAYOUT CustOrderMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. READ ONLY TO SEE HOW
      * MUCH OF A PART'S STOCK IS ALREADY RESERVED FOR CUSTOMERS.
       01  CO-RECORD.
           05 CO-ORDER-KEY.
               10 CO-ORDER-NUMBER         PIC 9(06).
               10 CO-LINE-NUMBER          PIC 9(03).
           05 CO-CUST-CODE                PIC X(06).
           05 CO-PART-DUE-KEY.
               10 CO-PART-NUMBER          PIC 9(05).
               10 CO-DUE-DATE             PIC 9(08).
           05 CO-ORDER-DATE               PIC 9(08).
           05 CO-QTY-ORDERED              PIC 9(05).
           05 CO-QTY-ALLOCATED            PIC 9(05).
           05 CO-QTY-SHIPPED              PIC 9(05).
           05 CO-LINE-STATUS              PIC X(01).
               88 CO-LINE-OPEN                VALUE "O".
               88 CO-LINE-SHIPPED             VALUE "S".
               88 CO-LINE-CANCELLED           VALUE "X".

       FD  HELD-ORDER-OUT.
      * SUPPLIER BLOCKS THAT CAME IN UNDER THE SUPPLIER'S MINIMUM
      * ORDER VALUE - SAME LAYOUT AS THE PO TEMP FILE. REBUILT EVERY
           05 PR-LINE-STATUS              PIC X(01).
               88 PR-LINE-OPEN                VALUE "O".
               88 PR-LINE-FILLED              VALUE "F".
      * THE UNIT PRICE THE LINE WENT OUT AT - WHAT PriceVariance
      * HOLDS THE INVOICE COST OF EACH RECEIPT UP AGAINST.
           05 PR-UNIT-PRICE               PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-TABLE-HEADER.

       01 WS-SUPPMAST-STATUS             PIC X(02) VALUE "00".

      * STOCK RESERVED FOR OPEN CUSTOMER ORDER LINES ISN'T THERE TO
      * SELL - THE REORDER TEST RUNS ON WHAT IS LEFT OVER, NOT ON THE
      * RAW BALANCE.
       01 WS-CUSTORD-STATUS              PIC X(02) VALUE "00".
       01 WS-COMMITTED-CONTROL.
           05 WS-CUSTORD-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-CUSTORD-ABSENT          VALUE "Y".
           05 WS-CUSTORD-EOF-SW          PIC X(1) VALUE "N".
               88 WS-CUSTORD-EOF             VALUE "Y".
           05 WS-COMMITTED-QTY           PIC 9(07) VALUE ZERO.
           05 WS-AVAILABLE-QTY           PIC 9(05) VALUE ZERO.

       01 WS-ON-ORDER-CHECK.
           05 WS-PART-ON-ORDER-SW        PIC X(1) VALUE "N".
               88 WS-PART-ON-ORDER           VALUE "Y".

       01 AUX-TOTAL.
          05 WS-STOCK-TOTAL              PIC 9(10)V99 VALUE ZEROS.
          05 WS-STOCK-COST               PIC 9(05)V99 VALUE ZEROS.
          05 WS-TOTAL-VALUE              PIC 9(10)V99 VALUE ZEROS.

       01 WS-TODAYS-DATE.
               SET WS-ALTSUPP-ABSENT     TO TRUE
           END-IF.

      * LIKEWISE NO CUSTOMER ORDER FILE MEANS NOTHING IS RESERVED AND
      * EVERY UNIT ON HAND IS AVAILABLE.
           OPEN INPUT CUSTOMER-ORDER-FILE.
           IF WS-CUSTORD-STATUS = "35"
               SET WS-CUSTORD-ABSENT     TO TRUE
           END-IF.

           PERFORM 340-READ-PO-NUMBER-CONTROL.

       340-READ-PO-NUMBER-CONTROL.
      * A DISCONTINUED OR HELD PART IS STILL REPORTED AND VALUED
      * ABOVE - IT JUST NEVER REACHES THE REORDER PATH, SO IT CAN'T
      * KEEP TRIPPING ITS ORDER POINT ONTO A PO WHILE THE STOCK
      * SELLS DOWN OR THE VENDOR ISSUE GETS SORTED. THE TEST IS ON
      * AVAILABLE STOCK - ON HAND LESS WHAT CUSTOMER ORDERS HOLD.
               PERFORM 318-GET-AVAILABLE-STOCK
               IF WS-AVAILABLE-QTY LESS THAN SO-ORDER-POINT
                   AND NOT SO-DISCONTINUED
                   AND NOT SO-ON-HOLD
                   PERFORM 308-PROCESS-REORDER
           CLOSE CHECKPOINT-FILE.

       306-CALC-INVENT-ITEM-VALUE.
      * STOCK IS VALUED AT WHAT IT COST, NOT AT THE LIST PRICE - THE
      * PRICE ONLY STANDS IN FOR A PART THE UNLOAD HASN'T CARRIED AN
      * AVERAGE COST FOR YET.
           IF SO-AVG-COST IS NUMERIC AND SO-AVG-COST > ZERO
               MOVE SO-AVG-COST          TO WS-STOCK-COST
           ELSE
               MOVE SO-UNIT-PRICE        TO WS-STOCK-COST
           END-IF.
           COMPUTE WS-STOCK-TOTAL = SO-QUANTITY-HAND * WS-STOCK-COST.

       309-INCREASE-TOTAL-VALUE.
           ADD WS-STOCK-TOTAL            TO WS-TOTAL-VALUE.
               WHEN OTHER
                   MOVE SPACES               TO RSRT-RECORD
                   COMPUTE RSRT-SHORTFALL =
                       SO-ORDER-POINT - WS-AVAILABLE-QTY
                   MOVE SO-PART-NUMBER       TO RSRT-PART-NUMBER
                   MOVE SO-PART-NAME         TO RSRT-PART-NAME
                   MOVE SO-QUANTITY-HAND     TO RSRT-QUANTITY-HAND
               END-READ
           END-READ.

       318-GET-AVAILABLE-STOCK.
      * SUMS THE RESERVATIONS ON THE PART'S OPEN ORDER LINES, VIA THE
      * PART/DUE-DATE KEY, AND TAKES THEM OFF THE BALANCE ON HAND.
      * OVER-COMMITTED STOCK COUNTS AS NONE AVAILABLE, NOT LESS.
           MOVE ZEROS                    TO WS-COMMITTED-QTY.
           IF NOT WS-CUSTORD-ABSENT
               MOVE "N"                  TO WS-CUSTORD-EOF-SW
               MOVE SO-PART-NUMBER       TO CO-PART-NUMBER
               MOVE ZEROS                TO CO-DUE-DATE
               START CUSTOMER-ORDER-FILE
                   KEY NOT LESS THAN CO-PART-DUE-KEY
                 INVALID KEY
                   SET WS-CUSTORD-EOF    TO TRUE
               END-START
               PERFORM 319-ADD-ORDER-COMMITMENT
                 UNTIL WS-CUSTORD-EOF
           END-IF.
           IF SO-QUANTITY-HAND > WS-COMMITTED-QTY
               COMPUTE WS-AVAILABLE-QTY =
                   SO-QUANTITY-HAND - WS-COMMITTED-QTY
           ELSE
               MOVE ZEROS                TO WS-AVAILABLE-QTY
           END-IF.

       319-ADD-ORDER-COMMITMENT.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               SET WS-CUSTORD-EOF        TO TRUE
             NOT AT END
               IF CO-PART-NUMBER NOT = SO-PART-NUMBER
                   SET WS-CUSTORD-EOF    TO TRUE
               ELSE
                   IF CO-LINE-OPEN
                       ADD CO-QTY-ALLOCATED TO WS-COMMITTED-QTY
                   END-IF
               END-IF
           END-READ.

       316-RELEASE-REORDER-TO-ALT.
      * SAME RELEASE AS A HEALTHY PRIMARY, JUST ON THE ALTERNATE'S
      * CODE AND PRICE - AND A NOTE ON THE EXCEPTION FILE SO

           MOVE SPACES                   TO RSRT-RECORD.
           COMPUTE RSRT-SHORTFALL =
               SO-ORDER-POINT - WS-AVAILABLE-QTY.
           MOVE SO-PART-NUMBER           TO RSRT-PART-NUMBER.
           MOVE SO-PART-NAME             TO RSRT-PART-NAME.
           MOVE SO-QUANTITY-HAND         TO RSRT-QUANTITY-HAND.
      * EACH RELEASED SUPPLIER BLOCK IS A REAL PO NOW - IT TAKES THE
      * NEXT NUMBER IN THE SEQUENCE AND PRINTS IT ON THE HEADER, AND
      * EVERY DETAIL LINE BELOW GOES ON THE REGISTER UNDER THAT
      * NUMBER. A SUPPLIER WE TRADE WITH ELECTRONICALLY GETS ITS PO
      * FROM PoExport, SO ITS PRINTED COPY SAYS NOT TO MAIL IT - 275
      * HAS JUST READ THE SUPPLIER'S RECORD.
           ADD 1                         TO WS-PO-LAST-NUMBER.
           MOVE WS-PO-LAST-NUMBER        TO WS-PO-CURR-NUMBER.
           MOVE ZEROS                    TO WS-PO-LINE-NO.
           MOVE WS-PO-CURR-NUMBER        TO OUT-PO-HDR-PO-NUMBER.
           MOVE WS-PO-BLOCK-SUPP-CODE    TO OUT-PO-HDR-SUPPCODE.
           MOVE WS-PO-BLOCK-SUPP-NAME    TO OUT-PO-HDR-SUPPNAME.
           IF SM-EDI-PARTNER
               MOVE "SENT BY EDI - DO NOT MAIL"
                                         TO OUT-PO-HDR-EDI-NOTE
           END-IF.
           WRITE OUT-PO-HEADER.

       264-WRITE-PO-DETAIL-LINE.
                                         TO PR-QTY-ORDERED.
           MOVE ZEROS                    TO PR-QTY-RECEIVED.
           MOVE "O"                      TO PR-LINE-STATUS.
           MOVE WS-BLK-UNIT-PRICE (WS-PO-BLOCK-SUB)
                                         TO PR-UNIT-PRICE.
           WRITE PR-RECORD
             INVALID KEY
               DISPLAY "PO REGISTER WRITE FAILED - PO "
           IF NOT WS-ALTSUPP-ABSENT
               CLOSE ALT-SUPP-FILE
           END-IF.
           IF NOT WS-CUSTORD-ABSENT
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
