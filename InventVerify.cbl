       FILE SECTION.
       FD  INVENT-FILE-IN.
      * TWO VIEWS OF THE SAME UNLOAD LINE - THE FIELD LAYOUT FOR THE
      * KEY, AND THE RAW 61 BYTES FOR THE IMAGE COMPARE AGAINST WHAT
      * THE MASTER SAYS THE LINE SHOULD HOLD.
       01  IV-CBLFIL1.
           05 IV-PART-NUMBER              PIC 9(05).
           05 IV-ORDER-POINT              PIC 9(05).
           05 IV-REORDER-QTY              PIC X(05).
           05 IV-STATUS-CODE              PIC X(01).
           05 IV-AVG-COST                 PIC X(07).
           05 IV-LOT-CONTROL-FLAG         PIC X(01).
       01  IV-RAW-IMAGE                   PIC X(61).

       FD  INVENT-MASTER.
       01  IM-RECORD.
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
           05 SM-ACTIVE-FLAG              PIC X(01).
               88 SM-ACTIVE                   VALUE "A".
               88 SM-INACTIVE                 VALUE "I".
           05 SM-EDI-FLAG                 PIC X(01).
               88 SM-EDI-PARTNER              VALUE "E".

       FD  OPEN-ORDER-FILE.
      * MIRRORS THE OO-RECORD LAYOUT InventoryTracker AND InventMaint
           05 PR-LINE-STATUS              PIC X(01).
               88 PR-LINE-OPEN                VALUE "O".
               88 PR-LINE-FILLED              VALUE "F".
           05 PR-UNIT-PRICE               PIC 9(05)V99.

       FD  HISTORY-FILE.
      * MIRRORS THE HIST-RECORD LAYOUT InventoryTracker APPENDS - KEEP
               88 WS-POREG-ABSENT             VALUE "Y".

      * THE MASTER RECORD REBUILT THE WAY 230-UNLOAD-MASTER-FILE
      * WRITES IT, SO A STRAIGHT 61-BYTE COMPARE SAYS WHETHER THE
      * UNLOAD AND THE MASTER STILL AGREE.
       01 WS-MASTER-IMAGE.
           05 WS-MI-PART-NUMBER           PIC 9(05).
           05 WS-MI-ORDER-POINT           PIC 9(05).
           05 WS-MI-REORDER-QTY           PIC 9(05).
           05 WS-MI-STATUS-CODE           PIC X(01).
           05 WS-MI-AVG-COST              PIC 9(05)V99.
           05 WS-MI-LOT-CONTROL-FLAG      PIC X(01).

       01 WS-MATCH-WORK.
           05 WS-PREV-FLAT-PART           PIC 9(05) VALUE ZEROS.
           MOVE IM-ORDER-POINT           TO WS-MI-ORDER-POINT.
           MOVE IM-REORDER-QTY           TO WS-MI-REORDER-QTY.
           MOVE IM-STATUS-CODE           TO WS-MI-STATUS-CODE.
           MOVE IM-AVG-COST              TO WS-MI-AVG-COST.
           MOVE IM-LOT-CONTROL-FLAG      TO WS-MI-LOT-CONTROL-FLAG.
           IF IV-RAW-IMAGE NOT = WS-MASTER-IMAGE
               MOVE "INVENT.TX"          TO WS-DET-FILE
               MOVE IM-PART-NUMBER       TO WS-DET-KEY
