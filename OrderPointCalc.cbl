      * RECALCULATES ORDER POINTS FROM WHAT THE WAREHOUSE ACTUALLY
      * ISSUES INSTEAD OF WHATEVER A BUYER KEYED YEARS AGO. AVERAGE
      * DAILY DEMAND PER PART COMES FROM THE "I" LINES ON THE
      * MOVEMENT LEDGER (INVMOVLG.TXT), AND THE "B-" LINES THAT DRAW
      * COMPONENTS INTO KIT BUILDS, MEASURED OVER THE DAYS THE
      * LEDGER COVERS; THE SUGGESTED ORDER POINT IS THAT DEMAND TIMES
      * THE SUPPLIER'S LEAD TIME FROM SUPPMAST.DAT PLUS A SAFETY
      * MARGIN, AND THE SUGGESTED REORDER QUANTITY IS A MONTH OF
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

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
           05 SM-ACTIVE-FLAG              PIC X(01).
               88 SM-ACTIVE                   VALUE "A".
               88 SM-INACTIVE                 VALUE "I".
           05 SM-EDI-FLAG                 PIC X(01).
               88 SM-EDI-PARTNER              VALUE "E".

       FD  REVIEW-REPORT-OUT.
       01  REVIEW-REPORT-LINE             PIC X(90).
           05 CH-REORDER-QTY              PIC 9(05).
           05 CH-ADJUST-SIGN              PIC X(01).
           05 CH-STATUS-CODE              PIC X(01).
      * LOCATIONS MEAN NOTHING TO A "C" - THEY RIDE ALONG BLANK.
           05 CH-LOCATION-CODE            PIC X(02).
           05 CH-TO-LOCATION-CODE         PIC X(02).
      * THE CUSTOMER ORDER REFERENCE ONLY MEANS SOMETHING ON AN "I" -
      * IT RIDES ALONG BLANK.
           05 CH-CUST-ORDER-REF.
               10 CH-CUST-ORDER-NUMBER    PIC 9(06).
               10 CH-CUST-LINE-NUMBER     PIC 9(03).
      * THE LOT COLUMNS RIDE ALONG BLANK - A BLANK LOT CONTROL FLAG
      * LEAVES THE PART AS IT IS, A BLANK LOT DRAWS OLDEST FIRST.
           05 CH-LOT-CONTROL-FLAG         PIC X(01).
           05 CH-LOT-NUMBER               PIC X(10).
           05 CH-EXPIRY-DATE              PIC X(08).
      * ONLY ApprovalRun'S RELEASE BATCH FILLS THIS IN - BLANK HERE.
           05 CH-APPROVAL-REF             PIC X(13).
      * THE GENERATED BATCH CARRIES THE SAME "H" HEADER AND "T"
      * TRAILER CONTROL RECORDS InventMaint DEMANDS OF EVERY KEYED
      * BATCH - SAME OVERLAYS AS ITS TR-BATCH-HEADER/TRAILER.
           05 CH-HDR-CODE                 PIC X(01).
           05 CH-HDR-BATCH-ID             PIC X(08).
           05 CH-HDR-BATCH-DATE           PIC 9(08).
      * A GENERATED BATCH NAMES THE PROGRAM THAT WROTE IT AS ITS
      * OPERATOR.
           05 CH-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  CH-BATCH-TRAILER.
           05 CH-TRL-CODE                 PIC X(01).
           05 CH-TRL-TRANS-COUNT          PIC 9(05).
           05 CH-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS                PIC X(02) VALUE "00".
           MOVE "H"                      TO CH-HDR-CODE.
           MOVE WS-BATCH-ID              TO CH-HDR-BATCH-ID.
           MOVE WS-RUN-DATE              TO CH-HDR-BATCH-DATE.
           MOVE "ORDPTCLC"               TO CH-HDR-OPERATOR-ID.
           WRITE CH-BATCH-HEADER.

       210-ACCUMULATE-DEMAND.
      * ONE PASS OVER THE LEDGER - ONLY THE "I" LINES, AND THE "B"
      * LINES THAT CONSUME A COMPONENT, ARE DEMAND.
      * RECEIPTS AND ADJUSTMENTS SAY NOTHING ABOUT WHAT THE WAREHOUSE
      * SHIPS. THE EARLIEST DATE ON ANY USABLE LINE, MOVEMENT OR NOT,
      * FIXES HOW LONG THE OBSERVATION PERIOD IS.
                   MOVE LG-RUN-DATE      TO WS-EARLIEST-DATE
               END-IF
               IF LG-TRANS-CODE = "I"
                   OR (LG-TRANS-CODE = "B" AND LG-ADJUST-SIGN = "-")
                   PERFORM 213-ADD-TO-DEMAND-TABLE
               END-IF
           END-IF.
