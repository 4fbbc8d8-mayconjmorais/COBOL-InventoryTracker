       PROGRAM-ID.     BomMaint.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * MAINTAINS THE KIT BILL OF MATERIALS (KITBOM.DAT) FROM A BATCH
      * OF ADD/CHANGE/DELETE TRANSACTIONS (BOMTRANS.txt), THE SAME WAY
      * AltSupplierMaint MAINTAINS ALTSUPP.DAT. EACH ENTRY SAYS ONE
      * COMPONENT PART GOES INTO A KIT AND HOW MANY OF IT ONE KIT
      * TAKES; A KIT'S BILL IS ALL THE ENTRIES UNDER ITS PART NUMBER.
      * InventMaint'S "B" BUILD TRANSACTION ISSUES THE COMPONENTS AND
      * RECEIVES THE KIT OFF THIS FILE, AND KitAvail REPORTS HOW MANY
      * OF EACH KIT THE STOCK ON HAND COULD BUILD. AN ADD OR CHANGE
      * NAMING A KIT OR COMPONENT NOT ON INVENTM.DAT IS REJECTED, AS
      * IS A KIT LISTED AS ONE OF ITS OWN COMPONENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-BOM-FILE
               ASSIGN TO
               "C:\KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-KITBOM-STATUS.

           SELECT BOM-TRANS-IN
               ASSIGN TO
               "C:\BOMTRANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOM-REJECT-OUT
               ASSIGN TO
               "C:\BOMTREJ.TXT"
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
       FD  KIT-BOM-FILE.
      * ONE ENTRY PER KIT PER COMPONENT - InventMaint AND KitAvail
      * READ THESE. KEEP THE LAYOUTS IN STEP IF EITHER EVER CHANGES.
       01  BM-RECORD.
           05 BM-BOM-KEY.
               10 BM-KIT-PART             PIC 9(05).
               10 BM-COMP-PART            PIC 9(05).
           05 BM-QTY-PER-KIT              PIC 9(03).

       FD  BOM-TRANS-IN.
       01  BT-TRANSACTION.
           05 BT-TRANS-CODE               PIC X(01).
               88 BT-ADD                      VALUE "A".
               88 BT-CHANGE                   VALUE "C".
               88 BT-DELETE                   VALUE "D".
           05 BT-KIT-PART                 PIC 9(05).
           05 BT-COMP-PART                PIC 9(05).
           05 BT-QTY-PER-KIT              PIC 9(03).

       FD  BOM-REJECT-OUT.
       01  OUT-REJ-LINE.
           05 OUT-REJ-TRANS-CODE          PIC X(01).
           05 FILLER                      PIC X(2).
           05 OUT-REJ-KIT-PART            PIC ZZZZZZZ.
           05 FILLER                      PIC X(1).
           05 OUT-REJ-COMP-PART           PIC ZZZZZZZ.
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
       01 WS-KITBOM-STATUS                PIC X(02) VALUE "00".
       01 WS-INVENT-STATUS                PIC X(02) VALUE "00".

       01 WS-MASTER-CONTROL.
           05 WS-INVENT-ABSENT-SW         PIC X(1) VALUE "N".
               88 WS-INVENT-ABSENT            VALUE "Y".

       01 EOF-FLAGS.
           05 TRANS-EOF-FLAG              PIC X(3) VALUE "NO".

       01 WS-REJECT-REASON                PIC X(45) VALUE SPACES.

       01 WS-EDIT-CONTROL.
           05 WS-EDIT-OK-SW               PIC X(1) VALUE "Y".
               88 WS-EDIT-OK                  VALUE "Y".

       01 WS-TRANS-COUNTERS.
           05 WS-TRANS-READ-CTR           PIC 9(04) VALUE ZERO.
           05 WS-ADD-CTR                  PIC 9(04) VALUE ZERO.
           05 WS-CHANGE-CTR               PIC 9(04) VALUE ZERO.
           05 WS-DELETE-CTR               PIC 9(04) VALUE ZERO.
           05 WS-REJECT-CTR               PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-KIT-BOM.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-READ-TRANSACTION.
           PERFORM 220-PROCESS-TRANSACTION
             UNTIL TRANS-EOF-FLAG = "YES".
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       200-OPEN-FILES.
           OPEN I-O KIT-BOM-FILE.
           IF WS-KITBOM-STATUS = "35"
               OPEN OUTPUT KIT-BOM-FILE
               CLOSE KIT-BOM-FILE
               OPEN I-O KIT-BOM-FILE
           END-IF.

           OPEN INPUT  BOM-TRANS-IN
                OUTPUT BOM-REJECT-OUT.

      * NO MASTER YET MEANS NOTHING TO VALIDATE AGAINST - THE
      * CROSS-CHECK JUST SKIPS, SAME AS AltSupplierMaint.
           OPEN INPUT INVENT-MASTER.
           IF WS-INVENT-STATUS = "35"
               SET WS-INVENT-ABSENT      TO TRUE
           END-IF.

       210-READ-TRANSACTION.
           READ BOM-TRANS-IN
             AT END
               MOVE "YES"                TO TRANS-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-TRANS-READ-CTR.

       220-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN BT-ADD
                   PERFORM 221-ADD-COMPONENT
               WHEN BT-CHANGE
                   PERFORM 222-CHANGE-COMPONENT
               WHEN BT-DELETE
                   PERFORM 223-DELETE-COMPONENT
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
           END-EVALUATE.
           PERFORM 210-READ-TRANSACTION.

       221-ADD-COMPONENT.
           PERFORM 224-EDIT-TRANSACTION.
           IF WS-EDIT-OK
               MOVE BT-KIT-PART          TO BM-KIT-PART
               MOVE BT-COMP-PART         TO BM-COMP-PART
               MOVE BT-QTY-PER-KIT       TO BM-QTY-PER-KIT
               WRITE BM-RECORD
                 INVALID KEY
                   MOVE "COMPONENT ALREADY ON KIT - ADD REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 NOT INVALID KEY
                   ADD 1                 TO WS-ADD-CTR
               END-WRITE
           END-IF.

       222-CHANGE-COMPONENT.
      * A CHANGE ONLY EVER MOVES THE QUANTITY PER KIT - SWAPPING ONE
      * COMPONENT FOR ANOTHER IS A DELETE AND AN ADD.
           PERFORM 224-EDIT-TRANSACTION.
           IF WS-EDIT-OK
               MOVE BT-KIT-PART          TO BM-KIT-PART
               MOVE BT-COMP-PART         TO BM-COMP-PART
               READ KIT-BOM-FILE
                 INVALID KEY
                   MOVE "COMPONENT NOT ON KIT - CHANGE REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 NOT INVALID KEY
                   MOVE BT-QTY-PER-KIT   TO BM-QTY-PER-KIT
                   REWRITE BM-RECORD
                   ADD 1                 TO WS-CHANGE-CTR
               END-READ
           END-IF.

       223-DELETE-COMPONENT.
           IF BT-KIT-PART NOT NUMERIC
               OR BT-COMP-PART NOT NUMERIC
               MOVE "NON-NUMERIC KEY - DELETE REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
           ELSE
               MOVE BT-KIT-PART          TO BM-KIT-PART
               MOVE BT-COMP-PART         TO BM-COMP-PART
               DELETE KIT-BOM-FILE
                 INVALID KEY
                   MOVE "COMPONENT NOT ON KIT - DELETE REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 NOT INVALID KEY
                   ADD 1                 TO WS-DELETE-CTR
               END-DELETE
           END-IF.

       224-EDIT-TRANSACTION.
      * AN ADD OR CHANGE MUST NAME A REAL KIT, A REAL COMPONENT THAT
      * ISN'T THE KIT ITSELF, AND AT LEAST ONE OF IT PER KIT.
           MOVE "Y"                      TO WS-EDIT-OK-SW.
           MOVE SPACES                   TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN BT-KIT-PART NOT NUMERIC
                   OR BT-KIT-PART = ZERO
                   MOVE "BAD KIT PART NUMBER - REJECTED"
                       TO WS-REJECT-REASON
               WHEN BT-COMP-PART NOT NUMERIC
                   OR BT-COMP-PART = ZERO
                   MOVE "BAD COMPONENT PART NUMBER - REJECTED"
                       TO WS-REJECT-REASON
               WHEN BT-COMP-PART = BT-KIT-PART
                   MOVE "KIT CANNOT BE ITS OWN COMPONENT - REJECTED"
                       TO WS-REJECT-REASON
               WHEN BT-QTY-PER-KIT NOT NUMERIC
                   OR BT-QTY-PER-KIT = ZERO
                   MOVE "QTY PER KIT MUST BE 1-999 - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE BT-KIT-PART      TO IM-PART-NUMBER
                   PERFORM 225-CHECK-PART-ON-MASTER
                   IF WS-EDIT-OK
                       MOVE BT-COMP-PART TO IM-PART-NUMBER
                       PERFORM 225-CHECK-PART-ON-MASTER
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N"                  TO WS-EDIT-OK-SW
               PERFORM 227-WRITE-REJECT-LINE
           END-IF.

       225-CHECK-PART-ON-MASTER.
      * CALLERS LEAVE THE PART TO LOOK FOR IN IM-PART-NUMBER.
           IF WS-INVENT-ABSENT
               CONTINUE
           ELSE
               READ INVENT-MASTER
                 INVALID KEY
                   IF IM-PART-NUMBER = BT-KIT-PART
                       MOVE "KIT NOT ON INVENTORY MASTER - REJECTED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE
                         "COMPONENT NOT ON INVENTORY MASTER - REJECTED"
                           TO WS-REJECT-REASON
                   END-IF
                   MOVE "N"              TO WS-EDIT-OK-SW
                 NOT INVALID KEY
                   CONTINUE
               END-READ
           END-IF.

       227-WRITE-REJECT-LINE.
           MOVE SPACES                   TO OUT-REJ-LINE.
           MOVE BT-TRANS-CODE            TO OUT-REJ-TRANS-CODE.
           MOVE BT-KIT-PART              TO OUT-REJ-KIT-PART.
           MOVE BT-COMP-PART             TO OUT-REJ-COMP-PART.
           MOVE WS-REJECT-REASON         TO OUT-REJ-REASON.
           WRITE OUT-REJ-LINE.
           ADD 1                         TO WS-REJECT-CTR.

       290-CLOSE-FILES.
           CLOSE KIT-BOM-FILE
                 BOM-TRANS-IN
                 BOM-REJECT-OUT.
           IF NOT WS-INVENT-ABSENT
               CLOSE INVENT-MASTER
           END-IF.

           DISPLAY "KIT BILL OF MATERIALS MAINTENANCE COMPLETE".
           DISPLAY "  TRANSACTIONS READ    " WS-TRANS-READ-CTR.
           DISPLAY "  ADDS APPLIED         " WS-ADD-CTR.
           DISPLAY "  CHANGES APPLIED      " WS-CHANGE-CTR.
           DISPLAY "  DELETES APPLIED      " WS-DELETE-CTR.
           DISPLAY "  TRANSACTIONS REJECTED" WS-REJECT-CTR.
