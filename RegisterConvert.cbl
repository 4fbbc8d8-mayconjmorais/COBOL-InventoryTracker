       PROGRAM-ID.     RegisterConvert.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * ONE-TIME CUTOVER FOR THE WIDENED PO REGISTER - EVERY LINE NOW
      * CARRIES THE UNIT PRICE IT WAS ORDERED AT (PR-UNIT-PRICE) SO
      * PriceVariance HAS SOMETHING TO HOLD EACH RECEIPT'S INVOICE
      * COST UP AGAINST. READS THE PRE-CUTOVER REGISTER AND REWRITES
      * IT IN THE NEW LAYOUT. A LINE CUT BEFORE THE CUTOVER NEVER
      * RECORDED ITS PRICE, SO IT TAKES THE PART'S UNIT PRICE FROM
      * THE MASTER - THE SAME PRICE THE TRACKER WOULD HAVE PUT ON THE
      * PO. A LINE WHOSE PART IS GONE FROM THE MASTER CONVERTS WITH A
      * ZERO PRICE, WHICH PriceVariance REPORTS AS HAVING NO PO PRICE.
      *
      * TO RUN THE CUTOVER:
      *   1. RENAME THE CURRENT POREGIST.DAT TO POREGIST.OLD
      *   2. RUN THIS PROGRAM - IT WRITES THE NEW POREGIST.DAT
      *   3. RESUME THE NORMAL InventMaint / InventoryTracker CYCLE
      * RUN IT ONCE, AFTER THE INVENTORY MASTER HAS BEEN RELOADED IN
      * ITS OWN NEW LAYOUT, AGAINST A BACKED-UP POREGIST.OLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-OLD-IN
               ASSIGN TO
               "C:\POREGIST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-REG-KEY
               FILE STATUS IS WS-OLDREG-STATUS.

           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-OLD-IN.
      * THE REGISTER AS IT STOOD BEFORE THE PRICE WAS ADDED.
       01  OLD-RECORD.
           05 OLD-REG-KEY.
               10 OLD-PO-NUMBER           PIC 9(06).
               10 OLD-LINE-NUMBER         PIC 9(03).
           05 OLD-PART-NUMBER             PIC 9(05).
           05 OLD-SUPP-CODE               PIC X(05).
           05 OLD-ORDER-DATE              PIC 9(08).
           05 OLD-QTY-ORDERED             PIC 9(05).
           05 OLD-QTY-RECEIVED            PIC 9(05).
           05 OLD-LINE-STATUS             PIC X(01).

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
       01 WS-OLDREG-STATUS                PIC X(02) VALUE "00".
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".

       01 EOF-FLAGS.
           05 OLD-EOF-FLAG                PIC X(3) VALUE "NO".

       01 WS-RUN-COUNTERS.
           05 WS-READ-CTR                 PIC 9(05) VALUE ZERO.
           05 WS-CONVERT-CTR              PIC 9(05) VALUE ZERO.
           05 WS-UNPRICED-CTR             PIC 9(05) VALUE ZERO.
           05 WS-DUPLICATE-CTR            PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       100-CONVERT-PO-REGISTER.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-READ-OLD-RECORD.
           PERFORM 220-CONVERT-ONE-RECORD
             UNTIL OLD-EOF-FLAG = "YES".
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       200-OPEN-FILES.
      * THE OLD REGISTER AND THE MASTER BOTH HAVE TO BE THERE - A
      * CUTOVER AGAINST A MISSING FILE WOULD LEAVE AN EMPTY REGISTER
      * AND EVERY OPEN PO FORGOTTEN. OPEN OUTPUT ON POREGIST.DAT
      * REPLACES IT OUTRIGHT, THE SAME WAY InventConvert REPLACES THE
      * MASTER.
           OPEN INPUT REGISTER-OLD-IN.
           IF WS-OLDREG-STATUS NOT = "00"
               DISPLAY "POREGIST.OLD NOT AVAILABLE - STATUS "
                   WS-OLDREG-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN INPUT INVENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               CLOSE REGISTER-OLD-IN
               STOP RUN
           END-IF.
           OPEN OUTPUT PO-REGISTER-FILE.

       210-READ-OLD-RECORD.
           READ REGISTER-OLD-IN NEXT RECORD
             AT END
               MOVE "YES"                TO OLD-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-READ-CTR
           END-READ.

       220-CONVERT-ONE-RECORD.
           MOVE OLD-PO-NUMBER            TO PR-PO-NUMBER.
           MOVE OLD-LINE-NUMBER          TO PR-LINE-NUMBER.
           MOVE OLD-PART-NUMBER          TO PR-PART-NUMBER.
           MOVE OLD-SUPP-CODE            TO PR-SUPP-CODE.
           MOVE OLD-ORDER-DATE           TO PR-ORDER-DATE.
           MOVE OLD-QTY-ORDERED          TO PR-QTY-ORDERED.
           MOVE OLD-QTY-RECEIVED         TO PR-QTY-RECEIVED.
           MOVE OLD-LINE-STATUS          TO PR-LINE-STATUS.

           MOVE OLD-PART-NUMBER          TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               MOVE ZEROS                TO PR-UNIT-PRICE
               ADD 1                     TO WS-UNPRICED-CTR
             NOT INVALID KEY
               MOVE IM-UNIT-PRICE        TO PR-UNIT-PRICE
           END-READ.

           WRITE PR-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE REGISTER KEY " OLD-PO-NUMBER
                   " LINE " OLD-LINE-NUMBER " - SKIPPED"
               ADD 1                     TO WS-DUPLICATE-CTR
             NOT INVALID KEY
               ADD 1                     TO WS-CONVERT-CTR
           END-WRITE.

           PERFORM 210-READ-OLD-RECORD.

       290-CLOSE-FILES.
           CLOSE REGISTER-OLD-IN
                 PO-REGISTER-FILE
                 INVENT-MASTER.

           DISPLAY "PO REGISTER LAYOUT CONVERSION COMPLETE".
           DISPLAY "  OLD LINES READ       " WS-READ-CTR.
           DISPLAY "  LINES CONVERTED      " WS-CONVERT-CTR.
           DISPLAY "  CONVERTED UNPRICED   " WS-UNPRICED-CTR.
           DISPLAY "  DUPLICATES SKIPPED   " WS-DUPLICATE-CTR.
