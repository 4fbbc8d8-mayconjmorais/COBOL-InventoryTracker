       PROGRAM-ID.     CustOrderMaint.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * MAINTAINS THE CUSTOMER ORDER FILE (CUSTORD.DAT) FROM A BATCH
      * OF ADD/CHANGE/DELETE TRANSACTIONS (CUSTTRAN.txt), THE SAME WAY
      * AltSupplierMaint MAINTAINS ALTSUPP.DAT. EACH ENTRY IS ONE LINE
      * OF A CUSTOMER ORDER - ONE PART, HOW MANY, WHEN IT WAS ORDERED
      * AND WHEN THE CUSTOMER WANTS IT. A DEMAND THE WAREHOUSE CAN'T
      * FILL TODAY STAYS ON FILE AS AN OPEN LINE INSTEAD OF DYING AS A
      * REJECTED ISSUE IN INVTREJ.TXT.
      *
      * OrderAllocate RESERVES STOCK AGAINST THE OPEN LINES EVERY
      * NIGHT, InventMaint FILLS BACKORDERS AS RECEIPTS ARRIVE AND
      * SHIPS A LINE WHEN AN "I" ISSUE NAMES IT. THIS PROGRAM NEVER
      * TOUCHES THE ALLOCATED OR SHIPPED QUANTITIES EXCEPT TO GIVE
      * STOCK BACK - A CHANGE THAT CUTS THE ORDERED QUANTITY BELOW
      * WHAT IS ALREADY RESERVED RELEASES THE EXCESS, AND A DELETE
      * RELEASES THE WHOLE RESERVATION. A DELETE CANCELS THE LINE
      * RATHER THAN REMOVING IT, SO WHAT THE CUSTOMER ASKED FOR IS
      * STILL ON FILE AFTERWARDS.
      *
      * AN ADD NAMING A PART NOT ON INVENTM.DAT IS REJECTED. A BLANK
      * ORDER DATE ON AN ADD TAKES THE RUN DATE; A BLANK DUE DATE OR
      * QUANTITY ON A CHANGE LEAVES THE LINE'S OWN ALONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO
               "C:\CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               ALTERNATE RECORD KEY IS CO-PART-DUE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTORD-STATUS.

           SELECT ORDER-TRANS-IN
               ASSIGN TO
               "C:\CUSTTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-REJECT-OUT
               ASSIGN TO
               "C:\CUSTTREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-INVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER-FILE.
      * ONE ENTRY PER CUSTOMER ORDER LINE. THE ALTERNATE KEY WALKS A
      * PART'S LINES IN DUE-DATE ORDER, WHICH IS HOW InventMaint
      * FILLS BACKORDERS. WHAT IS STILL WANTED IS ORDERED LESS
      * SHIPPED; OF THAT, CO-QTY-ALLOCATED IS RESERVED OUT OF STOCK ON
      * HAND AND THE REST IS ON BACKORDER. OrderAllocate, InventMaint
      * AND InventoryTracker READ THIS LAYOUT - KEEP THEM ALL IN STEP
      * IF IT EVER CHANGES.
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

       FD  ORDER-TRANS-IN.
       01  OT-TRANSACTION.
           05 OT-TRANS-CODE               PIC X(01).
               88 OT-ADD                      VALUE "A".
               88 OT-CHANGE                   VALUE "C".
               88 OT-DELETE                   VALUE "D".
           05 OT-ORDER-NUMBER             PIC 9(06).
           05 OT-LINE-NUMBER              PIC 9(03).
           05 OT-CUST-CODE                PIC X(06).
           05 OT-PART-NUMBER              PIC 9(05).
           05 OT-ORDER-DATE               PIC 9(08).
           05 OT-DUE-DATE                 PIC 9(08).
           05 OT-QTY-ORDERED              PIC 9(05).

       FD  ORDER-REJECT-OUT.
       01  OUT-REJ-LINE.
           05 OUT-REJ-TRANS-CODE          PIC X(01).
           05 FILLER                      PIC X(2).
           05 OUT-REJ-ORDER-NUMBER        PIC 9(06).
           05 FILLER                      PIC X(1).
           05 OUT-REJ-LINE-NUMBER         PIC 9(03).
           05 FILLER                      PIC X(2).
           05 OUT-REJ-REASON              PIC X(45).

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

       WORKING-STORAGE SECTION.
       01 WS-CUSTORD-STATUS               PIC X(02) VALUE "00".
       01 WS-INVENT-STATUS                PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 WS-MASTER-CONTROL.
           05 WS-INVENT-ABSENT-SW         PIC X(1) VALUE "N".
               88 WS-INVENT-ABSENT            VALUE "Y".

       01 EOF-FLAGS.
           05 TRANS-EOF-FLAG              PIC X(3) VALUE "NO".

       01 WS-REJECT-REASON                PIC X(45) VALUE SPACES.

       01 WS-EDIT-CONTROL.
           05 WS-EDIT-OK-SW               PIC X(1) VALUE "Y".
               88 WS-EDIT-OK                  VALUE "Y".

      * WHAT A CHANGED LINE STILL NEEDS ONCE THE NEW ORDERED QUANTITY
      * IS IN - ANY RESERVATION PAST THAT GOES BACK TO FREE STOCK.
       01 WS-LINE-WORK.
           05 WS-LINE-NEED                PIC 9(05) VALUE ZERO.

       01 WS-TRANS-COUNTERS.
           05 WS-TRANS-READ-CTR           PIC 9(04) VALUE ZERO.
           05 WS-ADD-CTR                  PIC 9(04) VALUE ZERO.
           05 WS-CHANGE-CTR               PIC 9(04) VALUE ZERO.
           05 WS-CANCEL-CTR               PIC 9(04) VALUE ZERO.
           05 WS-REJECT-CTR               PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-CUSTOMER-ORDERS.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-READ-TRANSACTION.
           PERFORM 220-PROCESS-TRANSACTION
             UNTIL TRANS-EOF-FLAG = "YES".
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       200-OPEN-FILES.
      * THE ORDER FILE IS OWNED HERE - THE FIRST RUN ON A SITE
      * CREATES IT EMPTY.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF WS-CUSTORD-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ORDER-FILE
               CLOSE CUSTOMER-ORDER-FILE
               OPEN I-O CUSTOMER-ORDER-FILE
           END-IF.

           OPEN INPUT  ORDER-TRANS-IN
                OUTPUT ORDER-REJECT-OUT.

      * A SITE KEYING ORDERS BEFORE THE MASTER EXISTS HAS NOTHING TO
      * VALIDATE THE PART AGAINST YET - THE CHECK JUST SKIPS, SAME AS
      * AltSupplierMaint.
           OPEN INPUT INVENT-MASTER.
           IF WS-INVENT-STATUS = "35"
               SET WS-INVENT-ABSENT      TO TRUE
           END-IF.

       210-READ-TRANSACTION.
           READ ORDER-TRANS-IN
             AT END
               MOVE "YES"                TO TRANS-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-TRANS-READ-CTR.

       220-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN OT-ORDER-NUMBER NOT NUMERIC
                   OR OT-ORDER-NUMBER = ZERO
                   OR OT-LINE-NUMBER NOT NUMERIC
                   MOVE "BAD ORDER OR LINE NUMBER - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN OT-ADD
                   PERFORM 221-ADD-ORDER-LINE
               WHEN OT-CHANGE
                   PERFORM 222-CHANGE-ORDER-LINE
               WHEN OT-DELETE
                   PERFORM 223-CANCEL-ORDER-LINE
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
           END-EVALUATE.
           PERFORM 210-READ-TRANSACTION.

       221-ADD-ORDER-LINE.
           PERFORM 224-EDIT-ADD.
           IF WS-EDIT-OK
               MOVE OT-ORDER-NUMBER      TO CO-ORDER-NUMBER
               MOVE OT-LINE-NUMBER       TO CO-LINE-NUMBER
               MOVE OT-CUST-CODE         TO CO-CUST-CODE
               MOVE OT-PART-NUMBER       TO CO-PART-NUMBER
               MOVE OT-DUE-DATE          TO CO-DUE-DATE
               IF OT-ORDER-DATE IS NUMERIC
                   AND OT-ORDER-DATE > ZERO
                   MOVE OT-ORDER-DATE    TO CO-ORDER-DATE
               ELSE
                   MOVE WS-RUN-DATE      TO CO-ORDER-DATE
               END-IF
               MOVE OT-QTY-ORDERED       TO CO-QTY-ORDERED
               MOVE ZEROS                TO CO-QTY-ALLOCATED
               MOVE ZEROS                TO CO-QTY-SHIPPED
               SET CO-LINE-OPEN          TO TRUE
               WRITE CO-RECORD
                 INVALID KEY
                   MOVE "DUPLICATE ORDER/LINE - ADD REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 NOT INVALID KEY
                   ADD 1                 TO WS-ADD-CTR
               END-WRITE
           END-IF.

       222-CHANGE-ORDER-LINE.
      * ONLY THE DUE DATE AND THE ORDERED QUANTITY CAN CHANGE - A LINE
      * FOR THE WRONG PART IS DELETED AND RE-ADDED, SO ITS
      * RESERVATION GOES BACK TO THE RIGHT PART'S STOCK.
           MOVE OT-ORDER-NUMBER          TO CO-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER           TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER-FILE
             INVALID KEY
               MOVE "ORDER LINE NOT ON FILE - CHANGE REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               PERFORM 225-EDIT-CHANGE
               IF WS-EDIT-OK
                   PERFORM 226-APPLY-CHANGE
               END-IF
           END-READ.

       223-CANCEL-ORDER-LINE.
           MOVE OT-ORDER-NUMBER          TO CO-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER           TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER-FILE
             INVALID KEY
               MOVE "ORDER LINE NOT ON FILE - DELETE REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               IF NOT CO-LINE-OPEN
                   MOVE "ORDER LINE NOT OPEN - DELETE REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               ELSE
                   MOVE ZEROS            TO CO-QTY-ALLOCATED
                   SET CO-LINE-CANCELLED TO TRUE
                   REWRITE CO-RECORD
                   ADD 1                 TO WS-CANCEL-CTR
               END-IF
           END-READ.

       224-EDIT-ADD.
      * AN ADD MUST NAME A REAL PART, A CUSTOMER, A DUE DATE AND A
      * QUANTITY - AN ORDER LINE FOR NOTHING WOULD SIT ON BACKORDER
      * FOREVER.
           MOVE "Y"                      TO WS-EDIT-OK-SW.
           MOVE SPACES                   TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN OT-PART-NUMBER NOT NUMERIC
                   OR OT-PART-NUMBER = ZERO
                   MOVE "BAD PART NUMBER - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-CUST-CODE = SPACES
                   MOVE "NO CUSTOMER CODE - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-DUE-DATE NOT NUMERIC
                   OR OT-DUE-DATE = ZERO
                   MOVE "BAD DUE DATE - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-QTY-ORDERED NOT NUMERIC
                   OR OT-QTY-ORDERED = ZERO
                   MOVE "BAD ORDER QUANTITY - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 228-CHECK-PART-ON-MASTER
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N"                  TO WS-EDIT-OK-SW
               PERFORM 227-WRITE-REJECT-LINE
           END-IF.

       225-EDIT-CHANGE.
      * THE LINE IS ALREADY READ. A SHIPPED OR CANCELLED LINE IS
      * HISTORY AND STAYS AS IT IS, AND THE ORDERED QUANTITY CAN'T
      * DROP BELOW WHAT HAS ALREADY GONE OUT THE DOOR.
           MOVE "Y"                      TO WS-EDIT-OK-SW.
           MOVE SPACES                   TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT CO-LINE-OPEN
                   MOVE "ORDER LINE NOT OPEN - CHANGE REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-DUE-DATE IS NUMERIC
                   AND OT-DUE-DATE = ZERO
                   MOVE "BAD DUE DATE - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-QTY-ORDERED IS NUMERIC
                   AND OT-QTY-ORDERED = ZERO
                   MOVE "ZERO QUANTITY - DELETE TO CANCEL - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OT-QTY-ORDERED IS NUMERIC
                   AND OT-QTY-ORDERED < CO-QTY-SHIPPED
                   MOVE "QTY BELOW QUANTITY SHIPPED - CHANGE REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N"                  TO WS-EDIT-OK-SW
               PERFORM 227-WRITE-REJECT-LINE
           END-IF.

       226-APPLY-CHANGE.
           IF OT-DUE-DATE IS NUMERIC
               MOVE OT-DUE-DATE          TO CO-DUE-DATE
           END-IF.
           IF OT-QTY-ORDERED IS NUMERIC
               MOVE OT-QTY-ORDERED       TO CO-QTY-ORDERED
           END-IF.
      * CUTTING THE QUANTITY DOWN TO WHAT HAS SHIPPED FINISHES THE
      * LINE; CUTTING IT BELOW WHAT IS RESERVED GIVES THE EXCESS BACK.
           COMPUTE WS-LINE-NEED = CO-QTY-ORDERED - CO-QTY-SHIPPED.
           IF WS-LINE-NEED = ZERO
               MOVE ZEROS                TO CO-QTY-ALLOCATED
               SET CO-LINE-SHIPPED       TO TRUE
           ELSE
               IF CO-QTY-ALLOCATED > WS-LINE-NEED
                   MOVE WS-LINE-NEED     TO CO-QTY-ALLOCATED
               END-IF
           END-IF.
           REWRITE CO-RECORD.
           ADD 1                         TO WS-CHANGE-CTR.

       227-WRITE-REJECT-LINE.
           MOVE SPACES                   TO OUT-REJ-LINE.
           MOVE OT-TRANS-CODE            TO OUT-REJ-TRANS-CODE.
           MOVE OT-ORDER-NUMBER          TO OUT-REJ-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER           TO OUT-REJ-LINE-NUMBER.
           MOVE WS-REJECT-REASON         TO OUT-REJ-REASON.
           WRITE OUT-REJ-LINE.
           ADD 1                         TO WS-REJECT-CTR.

       228-CHECK-PART-ON-MASTER.
           IF WS-INVENT-ABSENT
               CONTINUE
           ELSE
               MOVE OT-PART-NUMBER       TO IM-PART-NUMBER
               READ INVENT-MASTER
                 INVALID KEY
                   MOVE "PART NOT ON INVENTORY MASTER - REJECTED"
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                   CONTINUE
               END-READ
           END-IF.

       290-CLOSE-FILES.
           CLOSE CUSTOMER-ORDER-FILE
                 ORDER-TRANS-IN
                 ORDER-REJECT-OUT.
           IF NOT WS-INVENT-ABSENT
               CLOSE INVENT-MASTER
           END-IF.

           DISPLAY "CUSTOMER ORDER MAINTENANCE COMPLETE".
           DISPLAY "  TRANSACTIONS READ    " WS-TRANS-READ-CTR.
           DISPLAY "  LINES ADDED          " WS-ADD-CTR.
           DISPLAY "  LINES CHANGED        " WS-CHANGE-CTR.
           DISPLAY "  LINES CANCELLED      " WS-CANCEL-CTR.
           DISPLAY "  TRANSACTIONS REJECTED" WS-REJECT-CTR.
