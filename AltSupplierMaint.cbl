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

       WORKING-STORAGE SECTION.
       01 WS-ALTSUPP-STATUS               PIC X(02) VALUE "00".
