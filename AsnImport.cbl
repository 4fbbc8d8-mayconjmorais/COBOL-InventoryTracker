       PROGRAM-ID.     AsnImport.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * INBOUND ADVANCE SHIP NOTICES. THE SUPPLIERS PoExport SENDS
      * THEIR POS TO ELECTRONICALLY SEND BACK AN ADVANCE SHIP NOTICE
      * (ASN) FOR EVERY DELIVERY, COLLECTED ON ASNIN.txt. EACH ASN IS
      * ITS OWN GROUP OF RECORDS:
      *   H  SUPPLIER CODE, THE SUPPLIER'S ASN NUMBER, SHIP DATE
      *   D  ONE PER PO LINE SHIPPED - PO NUMBER, LINE, PART, QUANTITY
      *      SHIPPED, AND FOR A SHELF-LIFE PART THE LOT AND EXPIRY
      *   T  THE ASN'S DETAIL COUNT AND TOTAL QUANTITY
      * AN ASN WHOSE TRAILER DOESN'T AGREE WITH ITS DETAIL LINES, OR
      * THAT NEVER REACHED ITS TRAILER, IS TAKEN AS DAMAGED IN TRANSIT
      * AND NONE OF IT IS LOADED. EVERY LINE OF A GOOD ASN IS MATCHED
      * AGAINST THE PO REGISTER (POREGIST.DAT) - THE LINE HAS TO BE ON
      * THE REGISTER, STILL OPEN, FOR THE SAME PART AND ORDERED FROM
      * THE SUPPLIER SENDING THE ASN, AND A LOT-CONTROLLED PART HAS TO
      * COME WITH ITS LOT AND EXPIRY. A LINE THAT MATCHES BECOMES AN
      * "R" RECEIPT AT THE PO PRICE, INTO THE MAIN WAREHOUSE, ON
      * ASNTRAN.txt - A BALANCED "H"/"T" BATCH POSTED THROUGH
      * InventMaint THE SAME WAY PhysicalCount'S BATCH IS. InventMaint
      * APPLIES EACH RECEIPT TO THE PART'S OPEN PO LINES OLDEST FIRST,
      * AS IT DOES A KEYED ONE, AND REPORTS ANYTHING SHIPPED PAST WHAT
      * WAS ORDERED AS AN OVER-RECEIPT. EVERY LINE THAT DOESN'T MATCH
      * GOES ON THE EXCEPTION REPORT (ASNEXCP.TXT) WITH THE REASON,
      * AND NOT INTO THE BATCH, FOR RECEIVING TO KEY BY HAND ONCE THE
      * DELIVERY HAS BEEN CHECKED. NOTHING IS UPDATED HERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-FILE-IN
               ASSIGN TO
               "C:\ASNIN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-STATUS.

           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ASN-EXCEPT-OUT
               ASSIGN TO
               "C:\ASNEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-TRANS-OUT
               ASSIGN TO
               "C:\ASNTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASN-FILE-IN.
      * THE INBOUND ASN LAYOUT AGREED WITH THE TRADING PARTNERS - ANY
      * CHANGE HAS TO BE AGREED WITH EVERY ONE OF THEM FIRST. ALL THREE
      * RECORD TYPES ARE 50 BYTES, TYPE CODE FIRST.
       01  AN-ASN-HEADER.
           05 AN-HDR-CODE                 PIC X(01).
               88 AN-ASN-HEADER-REC           VALUE "H".
               88 AN-ASN-DETAIL-REC           VALUE "D".
               88 AN-ASN-TRAILER-REC          VALUE "T".
           05 AN-HDR-SUPP-CODE            PIC X(05).
           05 AN-HDR-ASN-NUMBER           PIC X(10).
           05 AN-HDR-SHIP-DATE            PIC X(08).
           05 FILLER                      PIC X(26).
       01  AN-ASN-DETAIL.
           05 AN-DET-CODE                 PIC X(01).
           05 AN-DET-LINE-DATA.
               10 AN-DET-PO-NUMBER        PIC 9(06).
               10 AN-DET-LINE-NUMBER      PIC 9(03).
               10 AN-DET-PART-NUMBER      PIC 9(05).
               10 AN-DET-QTY-SHIPPED      PIC 9(05).
               10 AN-DET-LOT-NUMBER       PIC X(10).
               10 AN-DET-EXPIRY-DATE      PIC X(08).
           05 FILLER                      PIC X(12).
       01  AN-ASN-TRAILER.
           05 AN-TRL-CODE                 PIC X(01).
           05 AN-TRL-LINE-COUNT           PIC 9(05).
           05 AN-TRL-QTY-TOTAL            PIC 9(09).
           05 FILLER                      PIC X(35).

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

       FD  ASN-EXCEPT-OUT.
       01  ASN-EXCEPT-LINE                PIC X(90).

       FD  RECEIPT-TRANS-OUT.
      * MIRRORS THE TR-TRANSACTION LAYOUT InventMaint READS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. A RECEIPT CARRIES THE PART,
      * THE QUANTITY SHIPPED AND THE PO PRICE AS ITS INVOICE COST, AND
      * FOR A LOT-CONTROLLED PART THE LOT AND EXPIRY - THE REST RIDE
      * ALONG BLANK.
       01  AT-TRANSACTION.
           05 AT-TRANS-CODE               PIC X(01).
           05 AT-PART-NUMBER              PIC 9(05).
           05 AT-PART-NAME                PIC X(20).
           05 AT-QUANTITY-HAND            PIC 9(05).
           05 AT-UNIT-PRICE               PIC 9(05)V99.
           05 AT-SUPP-CODE                PIC X(05).
           05 AT-ORDER-POINT              PIC X(05).
           05 AT-REORDER-QTY              PIC X(05).
           05 AT-ADJUST-SIGN              PIC X(01).
           05 AT-STATUS-CODE              PIC X(01).
      * BLANK LOCATION IS THE MAIN WAREHOUSE.
           05 AT-LOCATION-CODE            PIC X(02).
           05 AT-TO-LOCATION-CODE         PIC X(02).
           05 AT-CUST-ORDER-REF.
               10 AT-CUST-ORDER-NUMBER    PIC 9(06).
               10 AT-CUST-LINE-NUMBER     PIC 9(03).
           05 AT-LOT-CONTROL-FLAG         PIC X(01).
           05 AT-LOT-NUMBER               PIC X(10).
           05 AT-EXPIRY-DATE              PIC X(08).
      * ONLY ApprovalRun'S RELEASE BATCH FILLS THIS IN - BLANK HERE.
           05 AT-APPROVAL-REF             PIC X(13).
      * SAME "H" HEADER AND "T" TRAILER OVERLAYS AS InventMaint'S
      * TR-BATCH-HEADER/TRAILER.
       01  AT-BATCH-HEADER.
           05 AT-HDR-CODE                 PIC X(01).
           05 AT-HDR-BATCH-ID             PIC X(08).
           05 AT-HDR-BATCH-DATE           PIC 9(08).
      * A GENERATED BATCH NAMES THE PROGRAM THAT WROTE IT AS ITS
      * OPERATOR.
           05 AT-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  AT-BATCH-TRAILER.
           05 AT-TRL-CODE                 PIC X(01).
           05 AT-TRL-TRANS-COUNT          PIC 9(05).
           05 AT-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-ASN-STATUS                   PIC X(02) VALUE "00".
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 FILLER                      PIC X(02).
           05 WS-RUN-YYMMDD               PIC X(06).

      * "AS" PLUS THE RUN DATE - A SECOND RUN THE SAME DAY IS REFUSED
      * BY InventMaint AS A DUPLICATE BATCH, SO THE SAME DELIVERIES
      * CAN'T BE RECEIVED TWICE.
       01 WS-BATCH-CONTROL.
           05 WS-BATCH-ID.
               10 FILLER                  PIC X(02) VALUE "AS".
               10 WS-BATCH-ID-DATE        PIC X(06).
           05 WS-BATCH-HASH-TOTAL        PIC 9(09) VALUE ZERO.

       01 EOF-FLAGS.
           05 ASN-EOF-FLAG                PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".

      * THE ASN BEING COLLECTED. ITS DETAIL LINES ARE HELD HERE UNTIL
      * THE TRAILER ARRIVES, SINCE NONE OF THEM MAY BE LOADED UNTIL THE
      * CONTROL TOTALS PROVE THE WHOLE ASN CAME THROUGH - THE SAME WAY
      * InventoryTracker HOLDS A SUPPLIER'S PO BLOCK UNTIL IT KNOWS
      * WHETHER THE BLOCK MAKES THE MINIMUM ORDER.
       01 WS-ASN-CONTROL.
           05 WS-ASN-OPEN-SW              PIC X(1) VALUE "N".
               88 WS-ASN-OPEN                 VALUE "Y".
           05 WS-ASN-SUPP-CODE            PIC X(05) VALUE SPACES.
           05 WS-ASN-NUMBER               PIC X(10) VALUE SPACES.
           05 WS-ASN-LINE-CTR             PIC 9(05) VALUE ZERO.
           05 WS-ASN-QTY-TOTAL            PIC 9(09) VALUE ZERO.
           05 WS-ASN-REASON               PIC X(40) VALUE SPACES.
           05 WS-ASN-TABLE-MAX            PIC 9(03) COMP VALUE 500.
           05 WS-ASN-TABLE-CTR            PIC 9(03) COMP VALUE ZERO.
           05 WS-ASN-TABLE-SUB            PIC 9(03) COMP VALUE ZERO.

       01 WS-ASN-TABLE.
           05 WS-ASN-ENTRY OCCURS 500 TIMES.
               10 WS-ASN-ENTRY-DATA       PIC X(37).

      * ONE ASN DETAIL LINE, TAKEN FROM THE TABLE OR STRAIGHT FROM THE
      * INPUT RECORD - SAME LAYOUT AS AN-DET-LINE-DATA.
       01 WS-ASN-LINE.
           05 WS-LINE-PO-NUMBER           PIC 9(06).
           05 WS-LINE-LINE-NUMBER         PIC 9(03).
           05 WS-LINE-PART-NUMBER         PIC 9(05).
           05 WS-LINE-QTY-SHIPPED         PIC 9(05).
           05 WS-LINE-LOT-NUMBER          PIC X(10).
           05 WS-LINE-EXPIRY-DATE         PIC X(08).
           05 WS-LINE-EXPIRY-NUM REDEFINES WS-LINE-EXPIRY-DATE
                                          PIC 9(08).

       01 WS-MATCH-WORK.
           05 WS-LINE-REASON              PIC X(40) VALUE SPACES.
           05 WS-LINE-PO-PRICE            PIC 9(05)V99 VALUE ZERO.
           05 WS-LINE-LOT-SW              PIC X(1) VALUE "N".
               88 WS-LINE-LOT-PART            VALUE "Y".

       01 WS-RUN-COUNTERS.
           05 WS-RECORD-READ-CTR          PIC 9(05) VALUE ZERO.
           05 WS-ASN-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-ASN-REJECT-CTR           PIC 9(05) VALUE ZERO.
           05 WS-LINE-READ-CTR            PIC 9(05) VALUE ZERO.
           05 WS-RECEIPT-OUT-CTR          PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-CTR            PIC 9(05) VALUE ZERO.

       01 WS-EXCEPT-HEADER.
           05 FILLER                     PIC X(33) VALUE
               "ASN EXCEPTION REPORT - RUN DATE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-EXCEPT-COLUMN-HEADER.
           05 FILLER                     PIC X(6) VALUE "SUPP  ".
           05 FILLER                     PIC X(11) VALUE "ASN".
           05 FILLER                     PIC X(7) VALUE "    PO ".
           05 FILLER                     PIC X(4) VALUE "LIN ".
           05 FILLER                     PIC X(6) VALUE " PART ".
           05 FILLER                     PIC X(6) VALUE "  QTY ".
           05 FILLER                     PIC X(6) VALUE "REASON".

       01 WS-EXCEPT-DETAIL.
           05 WS-EXC-SUPP                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-ASN                 PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-PO                  PIC ZZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-LINE                PIC ZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-QTY                 PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-EXC-REASON              PIC X(40).

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-IMPORT-SHIP-NOTICES.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.

           IF NOT WS-RUN-ABANDONED
               IF ASN-EOF-FLAG NOT = "YES"
                   PERFORM 210-READ-ASN-RECORD
               END-IF
               PERFORM 220-PROCESS-ASN-RECORD
                 UNTIL ASN-EOF-FLAG = "YES"
               IF WS-ASN-OPEN
                   MOVE "ASN HAS NO TRAILER - NOT LOADED"
                       TO WS-ASN-REASON
                   PERFORM 231-REJECT-WHOLE-ASN
               END-IF
           END-IF.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       200-OPEN-FILES.
           OPEN INPUT PO-REGISTER-FILE.
           OPEN INPUT SUPP-MASTER.
           OPEN INPUT INVENT-MASTER.
           OPEN OUTPUT ASN-EXCEPT-OUT.
           OPEN OUTPUT RECEIPT-TRANS-OUT.

      * NO ASN FILE JUST MEANS NOTHING CAME IN - THE REPORT AND THE
      * BATCH COME OUT EMPTY RATHER THAN THE RUN FAILING.
           OPEN INPUT ASN-FILE-IN.
           IF WS-ASN-STATUS = "35"
               MOVE "YES"                TO ASN-EOF-FLAG
           END-IF.

      * EVERY ASN LINE IS PROVED AGAINST THE REGISTER, THE SUPPLIER
      * MASTER AND THE INVENTORY MASTER - WITHOUT ALL THREE NOTHING
      * CAN BE MATCHED, SO SAY SO AND FALL STRAIGHT THROUGH TO THE
      * TOTALS. AN ABANDONED RUN WRITES NO BATCH AT ALL, SO TODAY'S
      * BATCH ID IS STILL FREE FOR A RERUN.
           IF WS-POREG-STATUS NOT = "00"
               DISPLAY "PO REGISTER NOT AVAILABLE - STATUS "
                   WS-POREG-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.
           IF WS-SUPPMAST-STATUS NOT = "00"
               DISPLAY "SUPPLIER MASTER NOT AVAILABLE - STATUS "
                   WS-SUPPMAST-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.

           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE ASN-EXCEPT-LINE         FROM WS-EXCEPT-HEADER.
           WRITE ASN-EXCEPT-LINE         FROM WS-EXCEPT-COLUMN-HEADER.

           IF NOT WS-RUN-ABANDONED
               MOVE WS-RUN-YYMMDD        TO WS-BATCH-ID-DATE
               MOVE SPACES               TO AT-BATCH-HEADER
               MOVE "H"                  TO AT-HDR-CODE
               MOVE WS-BATCH-ID          TO AT-HDR-BATCH-ID
               MOVE WS-RUN-DATE          TO AT-HDR-BATCH-DATE
               MOVE "ASNIMPRT"           TO AT-HDR-OPERATOR-ID
               WRITE AT-BATCH-HEADER
           END-IF.

       210-READ-ASN-RECORD.
           READ ASN-FILE-IN
             AT END
               MOVE "YES"                TO ASN-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-RECORD-READ-CTR
           END-READ.

       220-PROCESS-ASN-RECORD.
           EVALUATE TRUE
               WHEN AN-ASN-HEADER-REC
                   PERFORM 221-START-ASN
               WHEN AN-ASN-DETAIL-REC
                   PERFORM 222-COLLECT-ASN-LINE
               WHEN AN-ASN-TRAILER-REC
                   PERFORM 223-END-ASN
               WHEN OTHER
                   DISPLAY "UNKNOWN ASN RECORD TYPE AT RECORD "
                       WS-RECORD-READ-CTR " - SKIPPED"
           END-EVALUATE.
           PERFORM 210-READ-ASN-RECORD.

       221-START-ASN.
      * A NEW HEADER WHILE AN ASN IS STILL OPEN MEANS THE LAST ONE WAS
      * CUT OFF BEFORE ITS TRAILER.
           IF WS-ASN-OPEN
               MOVE "ASN HAS NO TRAILER - NOT LOADED"
                   TO WS-ASN-REASON
               PERFORM 231-REJECT-WHOLE-ASN
           END-IF.
           SET WS-ASN-OPEN               TO TRUE.
           MOVE AN-HDR-SUPP-CODE         TO WS-ASN-SUPP-CODE.
           MOVE AN-HDR-ASN-NUMBER        TO WS-ASN-NUMBER.
           MOVE ZEROS                    TO WS-ASN-LINE-CTR.
           MOVE ZEROS                    TO WS-ASN-QTY-TOTAL.
           MOVE ZEROS                    TO WS-ASN-TABLE-CTR.
           MOVE SPACES                   TO WS-ASN-REASON.
           ADD 1                         TO WS-ASN-READ-CTR.

       222-COLLECT-ASN-LINE.
      * A LINE WITH NO HEADER IN FRONT OF IT BELONGS TO NO SUPPLIER
      * AND CAN'T BE MATCHED. A LINE PAST THE END OF THE TABLE CAN'T
      * BE HELD, SO IT GOES STRAIGHT TO THE REPORT AND THE REST OF ITS
      * ASN FOLLOWS IT AT THE TRAILER.
           ADD 1                         TO WS-LINE-READ-CTR.
           MOVE AN-DET-LINE-DATA         TO WS-ASN-LINE.
           EVALUATE TRUE
               WHEN NOT WS-ASN-OPEN
                   MOVE SPACES           TO WS-ASN-SUPP-CODE
                   MOVE SPACES           TO WS-ASN-NUMBER
                   MOVE "LINE OUTSIDE ANY ASN - NOT LOADED"
                       TO WS-LINE-REASON
                   PERFORM 250-WRITE-EXCEPTION-LINE
               WHEN WS-ASN-TABLE-CTR NOT < WS-ASN-TABLE-MAX
                   MOVE "ASN OVER 500 LINES - NOT LOADED"
                       TO WS-ASN-REASON
                   MOVE WS-ASN-REASON    TO WS-LINE-REASON
                   PERFORM 250-WRITE-EXCEPTION-LINE
                   ADD 1                 TO WS-ASN-LINE-CTR
               WHEN OTHER
                   ADD 1                 TO WS-ASN-TABLE-CTR
                   MOVE AN-DET-LINE-DATA
                       TO WS-ASN-ENTRY-DATA (WS-ASN-TABLE-CTR)
                   ADD 1                 TO WS-ASN-LINE-CTR
           END-EVALUATE.
           IF WS-ASN-OPEN
               AND AN-DET-QTY-SHIPPED IS NUMERIC
               ADD AN-DET-QTY-SHIPPED    TO WS-ASN-QTY-TOTAL
           END-IF.

       223-END-ASN.
           IF NOT WS-ASN-OPEN
               DISPLAY "ASN TRAILER WITH NO HEADER AT RECORD "
                   WS-RECORD-READ-CTR " - SKIPPED"
           ELSE
               EVALUATE TRUE
                   WHEN WS-ASN-REASON NOT = SPACES
                       CONTINUE
                   WHEN AN-TRL-LINE-COUNT NOT NUMERIC
                       OR AN-TRL-LINE-COUNT NOT = WS-ASN-LINE-CTR
                       MOVE "ASN LINE COUNT OUT OF BALANCE"
                           TO WS-ASN-REASON
                   WHEN AN-TRL-QTY-TOTAL NOT NUMERIC
                       OR AN-TRL-QTY-TOTAL NOT = WS-ASN-QTY-TOTAL
                       MOVE "ASN QUANTITY TOTAL OUT OF BALANCE"
                           TO WS-ASN-REASON
                   WHEN OTHER
                       PERFORM 224-CHECK-ASN-SUPPLIER
               END-EVALUATE
               IF WS-ASN-REASON NOT = SPACES
                   PERFORM 231-REJECT-WHOLE-ASN
               ELSE
                   PERFORM 240-MATCH-ONE-LINE
                     VARYING WS-ASN-TABLE-SUB FROM 1 BY 1
                     UNTIL WS-ASN-TABLE-SUB > WS-ASN-TABLE-CTR
                   MOVE "N"              TO WS-ASN-OPEN-SW
               END-IF
           END-IF.

       224-CHECK-ASN-SUPPLIER.
      * ONLY A SUPPLIER PURCHASING HAS SET UP AS AN ELECTRONIC TRADING
      * PARTNER MAY RECEIVE STOCK THIS WAY.
           MOVE WS-ASN-SUPP-CODE         TO SM-SUPP-CODE.
           READ SUPP-MASTER
             INVALID KEY
               MOVE "SUPPLIER NOT ON MASTER - NOT LOADED"
                   TO WS-ASN-REASON
             NOT INVALID KEY
               IF NOT SM-EDI-PARTNER
                   MOVE "SUPPLIER NOT AN ELECTRONIC PARTNER"
                       TO WS-ASN-REASON
               END-IF
           END-READ.

       231-REJECT-WHOLE-ASN.
           PERFORM 232-REJECT-ONE-HELD-LINE
             VARYING WS-ASN-TABLE-SUB FROM 1 BY 1
             UNTIL WS-ASN-TABLE-SUB > WS-ASN-TABLE-CTR.
           ADD 1                         TO WS-ASN-REJECT-CTR.
           MOVE "N"                      TO WS-ASN-OPEN-SW.

       232-REJECT-ONE-HELD-LINE.
           MOVE WS-ASN-ENTRY-DATA (WS-ASN-TABLE-SUB) TO WS-ASN-LINE.
           MOVE WS-ASN-REASON            TO WS-LINE-REASON.
           PERFORM 250-WRITE-EXCEPTION-LINE.

       240-MATCH-ONE-LINE.
           MOVE WS-ASN-ENTRY-DATA (WS-ASN-TABLE-SUB) TO WS-ASN-LINE.
           MOVE SPACES                   TO WS-LINE-REASON.
           MOVE "N"                      TO WS-LINE-LOT-SW.

           IF WS-LINE-QTY-SHIPPED NOT NUMERIC
               OR WS-LINE-QTY-SHIPPED = ZERO
               MOVE "NO QUANTITY SHIPPED"
                   TO WS-LINE-REASON
           ELSE
               PERFORM 241-CHECK-REGISTER-LINE
           END-IF.
           IF WS-LINE-REASON = SPACES
               PERFORM 242-CHECK-PART
           END-IF.

           IF WS-LINE-REASON = SPACES
               PERFORM 245-WRITE-RECEIPT
           ELSE
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF.

       241-CHECK-REGISTER-LINE.
           MOVE WS-LINE-PO-NUMBER        TO PR-PO-NUMBER.
           MOVE WS-LINE-LINE-NUMBER      TO PR-LINE-NUMBER.
           READ PO-REGISTER-FILE
             INVALID KEY
               MOVE "NO SUCH PO LINE ON REGISTER"
                   TO WS-LINE-REASON
             NOT INVALID KEY
               EVALUATE TRUE
                   WHEN PR-SUPP-CODE NOT = WS-ASN-SUPP-CODE
                       MOVE "PO LINE ORDERED FROM ANOTHER SUPPLIER"
                           TO WS-LINE-REASON
                   WHEN PR-PART-NUMBER NOT = WS-LINE-PART-NUMBER
                       MOVE "PART DOES NOT MATCH PO LINE"
                           TO WS-LINE-REASON
                   WHEN NOT PR-LINE-OPEN
                       MOVE "PO LINE NO LONGER OPEN"
                           TO WS-LINE-REASON
                   WHEN OTHER
                       MOVE PR-UNIT-PRICE TO WS-LINE-PO-PRICE
               END-EVALUATE
           END-READ.

       242-CHECK-PART.
      * A SHELF-LIFE PART WITHOUT ITS LOT OR EXPIRY WOULD ONLY BE
      * REJECTED BY InventMaint - CATCH IT HERE SO RECEIVING SEES IT
      * ALONGSIDE THE REST OF THE ASN'S PROBLEMS.
           MOVE WS-LINE-PART-NUMBER      TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               MOVE "PART NOT ON INVENTORY MASTER"
                   TO WS-LINE-REASON
             NOT INVALID KEY
               IF IM-LOT-CONTROLLED
                   SET WS-LINE-LOT-PART  TO TRUE
               END-IF
           END-READ.
           IF WS-LINE-LOT-PART
               EVALUATE TRUE
                   WHEN WS-LINE-LOT-NUMBER = SPACES
                       MOVE "LOT NUMBER MISSING FOR LOT PART"
                           TO WS-LINE-REASON
                   WHEN WS-LINE-EXPIRY-NUM NOT NUMERIC
                       OR WS-LINE-EXPIRY-NUM = ZERO
                       MOVE "EXPIRY DATE MISSING FOR LOT PART"
                           TO WS-LINE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       245-WRITE-RECEIPT.
           MOVE SPACES                   TO AT-TRANSACTION.
           MOVE "R"                      TO AT-TRANS-CODE.
           MOVE WS-LINE-PART-NUMBER      TO AT-PART-NUMBER.
           MOVE WS-LINE-QTY-SHIPPED      TO AT-QUANTITY-HAND.
           MOVE WS-LINE-PO-PRICE         TO AT-UNIT-PRICE.
           MOVE WS-ASN-SUPP-CODE         TO AT-SUPP-CODE.
           IF WS-LINE-LOT-PART
               MOVE WS-LINE-LOT-NUMBER   TO AT-LOT-NUMBER
               MOVE WS-LINE-EXPIRY-DATE  TO AT-EXPIRY-DATE
           END-IF.
           WRITE AT-TRANSACTION.
           ADD 1                         TO WS-RECEIPT-OUT-CTR.
           ADD WS-LINE-PART-NUMBER       TO WS-BATCH-HASH-TOTAL.

       250-WRITE-EXCEPTION-LINE.
           MOVE WS-ASN-SUPP-CODE         TO WS-EXC-SUPP.
           MOVE WS-ASN-NUMBER            TO WS-EXC-ASN.
           IF WS-LINE-PO-NUMBER IS NUMERIC
               MOVE WS-LINE-PO-NUMBER    TO WS-EXC-PO
           ELSE
               MOVE ZEROS                TO WS-EXC-PO
           END-IF.
           IF WS-LINE-LINE-NUMBER IS NUMERIC
               MOVE WS-LINE-LINE-NUMBER  TO WS-EXC-LINE
           ELSE
               MOVE ZEROS                TO WS-EXC-LINE
           END-IF.
           IF WS-LINE-PART-NUMBER IS NUMERIC
               MOVE WS-LINE-PART-NUMBER  TO WS-EXC-PART
           ELSE
               MOVE ZEROS                TO WS-EXC-PART
           END-IF.
           IF WS-LINE-QTY-SHIPPED IS NUMERIC
               MOVE WS-LINE-QTY-SHIPPED  TO WS-EXC-QTY
           ELSE
               MOVE ZEROS                TO WS-EXC-QTY
           END-IF.
           MOVE WS-LINE-REASON           TO WS-EXC-REASON.
           WRITE ASN-EXCEPT-LINE         FROM WS-EXCEPT-DETAIL.
           ADD 1                         TO WS-EXCEPTION-CTR.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO ASN-EXCEPT-LINE.
           WRITE ASN-EXCEPT-LINE.
           MOVE "ASNS READ               " TO WS-CNT-LABEL.
           MOVE WS-ASN-READ-CTR          TO WS-CNT-VALUE.
           WRITE ASN-EXCEPT-LINE         FROM WS-COUNT-LINE.
           MOVE "ASNS NOT LOADED         " TO WS-CNT-LABEL.
           MOVE WS-ASN-REJECT-CTR        TO WS-CNT-VALUE.
           WRITE ASN-EXCEPT-LINE         FROM WS-COUNT-LINE.
           MOVE "ASN LINES READ          " TO WS-CNT-LABEL.
           MOVE WS-LINE-READ-CTR         TO WS-CNT-VALUE.
           WRITE ASN-EXCEPT-LINE         FROM WS-COUNT-LINE.
           MOVE "RECEIPTS WRITTEN        " TO WS-CNT-LABEL.
           MOVE WS-RECEIPT-OUT-CTR       TO WS-CNT-VALUE.
           WRITE ASN-EXCEPT-LINE         FROM WS-COUNT-LINE.
           MOVE "LINES ON EXCEPTION      " TO WS-CNT-LABEL.
           MOVE WS-EXCEPTION-CTR         TO WS-CNT-VALUE.
           WRITE ASN-EXCEPT-LINE         FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           IF NOT WS-RUN-ABANDONED
               MOVE SPACES               TO AT-BATCH-TRAILER
               MOVE "T"                  TO AT-TRL-CODE
               MOVE WS-RECEIPT-OUT-CTR   TO AT-TRL-TRANS-COUNT
               MOVE WS-BATCH-HASH-TOTAL  TO AT-TRL-HASH-TOTAL
               WRITE AT-BATCH-TRAILER
           END-IF.

           CLOSE PO-REGISTER-FILE
                 SUPP-MASTER
                 INVENT-MASTER
                 ASN-EXCEPT-OUT
                 RECEIPT-TRANS-OUT.
           IF WS-ASN-STATUS NOT = "35"
               CLOSE ASN-FILE-IN
           END-IF.

           DISPLAY "ASN IMPORT COMPLETE".
           DISPLAY "  ASNS READ            " WS-ASN-READ-CTR.
           DISPLAY "  ASNS NOT LOADED      " WS-ASN-REJECT-CTR.
           DISPLAY "  ASN LINES READ       " WS-LINE-READ-CTR.
           DISPLAY "  RECEIPTS WRITTEN     " WS-RECEIPT-OUT-CTR.
           DISPLAY "  LINES ON EXCEPTION   " WS-EXCEPTION-CTR.
