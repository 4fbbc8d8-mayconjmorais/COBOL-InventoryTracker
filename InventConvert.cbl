           05 NEW-ORDER-POINT             PIC 9(05).
           05 NEW-REORDER-QTY             PIC 9(05).
           05 NEW-STATUS-CODE             PIC X(01).
           05 NEW-AVG-COST                PIC 9(05)V99.
           05 NEW-LOT-CONTROL-FLAG        PIC X(01).

       FD  INVENT-MASTER.
       01  IM-RECORD.
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
      * THE OLD LAYOUT PREDATES THE LIFECYCLE STATUS - EVERYTHING
      * CONVERTED STARTS OUT ACTIVE.
           MOVE "A"                      TO NEW-STATUS-CODE.
      * NOR DOES IT KNOW ANY COST BUT THE PRICE - THE AVERAGE STARTS
      * THERE AND RECEIPTS TAKE IT FROM THE FIRST DELIVERY ON.
           MOVE NEW-UNIT-PRICE           TO NEW-AVG-COST.
      * AND NOTHING ABOUT LOTS - NO PART STARTS OUT LOT-CONTROLLED.
           MOVE "N"                      TO NEW-LOT-CONTROL-FLAG.

           WRITE NEW-CBLFIL1.

