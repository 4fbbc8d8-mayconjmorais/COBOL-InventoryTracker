      * MOVEMENT LEDGER (INVMOVLG.TXT) WITH THE RUN DATE AND RESULTING
      * BALANCE, SO A PART'S HISTORY CAN BE TRACED INSTEAD OF ONLY ITS
      * CURRENT QUANTITY ON HAND.
      *
      * STOCK IS ALSO CARRIED BY LOCATION ON LOCSTOCK.DAT - THE MAIN
      * WAREHOUSE, THE OVERFLOW BUILDING AND THE TWO SERVICE VANS.
      * RECEIPTS, ISSUES AND ADJUSTMENTS NAME THE LOCATION THEY MOVE
      * (BLANK IS THE MAIN WAREHOUSE), AND AN "X" TRANSFER MOVES
      * QUANTITY FROM ONE LOCATION TO ANOTHER WITHOUT CHANGING THE
      * PART TOTAL, LEDGERING BOTH SIDES OF THE MOVE.
      *
      * AN "R" RECEIPT CARRIES THE INVOICE UNIT COST IN THE PRICE
      * COLUMN, AND THE MASTER KEEPS A MOVING-AVERAGE COST THAT EVERY
      * RECEIPT RE-WEIGHS. EVERY LEDGER LINE RECORDS THE COST THE
      * STOCK MOVED AT, AND EVERY QUANTITY POSTED AGAINST A PO LINE
      * GOES ON THE RECEIPT LOG (PORCPTLG.TXT) WITH BOTH THE COST
      * PAID AND THE PRICE THE PO WAS CUT AT, FOR PriceVariance.
      *
      * STOCK RESERVED FOR CUSTOMER ORDERS (CUSTORD.DAT) IS SPOKEN
      * FOR. AN "I" ISSUE THAT NAMES AN ORDER LINE SHIPS AGAINST IT,
      * AND MAY TAKE THE LINE'S OWN RESERVATION AS WELL AS ANY FREE
      * STOCK; AN ISSUE THAT NAMES NO LINE MAY ONLY TAKE FREE STOCK.
      * A RECEIPT FOR A PART WITH LINES ON BACKORDER RESERVES THE
      * NEWLY FREE STOCK FOR THEM AT ONCE, EARLIEST DUE DATE FIRST.
      *
      * A LOT-CONTROLLED PART (SEALANTS, ADHESIVES - ANYTHING WITH A
      * SHELF LIFE) ALSO CARRIES ITS STOCK BY LOT ON LOTBAL.DAT. AN
      * "R" FOR ONE HAS TO SAY WHICH LOT ARRIVED AND WHEN IT EXPIRES.
      * AN "I" OR A "-" ADJUSTMENT TAKES FROM THE LOT IT NAMES, OR
      * WHEN IT NAMES NONE, FROM THE OLDEST-EXPIRING LOTS FIRST - AND
      * THE LEDGER GETS ONE LINE PER LOT THE STOCK CAME OUT OF.
      *
      * A "B" BUILDS KITS OFF THE BILL OF MATERIALS BomMaint KEEPS ON
      * KITBOM.DAT - IT ISSUES EVERY COMPONENT AND RECEIVES THE KIT IN
      * ONE STEP, AT THE LOCATION IT NAMES. IT IS ALL OR NOTHING: EVERY
      * COMPONENT IS PROVED FIRST, AND IF ANY ONE OF THEM IS SHORT THE
      * WHOLE BUILD IS REJECTED WITHOUT A UNIT MOVING. THE KIT COMES IN
      * AT WHAT ITS COMPONENTS COST.
      *
      * EVERY BATCH HEADER NAMES THE OPERATOR WHO KEYED OR GENERATED
      * THE BATCH, AND THE NAME GOES ON EVERY AUDIT JOURNAL LINE THE
      * BATCH WRITES - A BATCH WITH NO OPERATOR IS REFUSED WHOLE. A "J"
      * ADJUSTMENT OR A "C" CHANGE WORTH MORE THAN THE APPROVAL LIMIT
      * (APPRPARM.txt) DOESN'T TOUCH THE MASTER: IT IS PARKED ON
      * PENDAPPR.DAT FOR SOMEONE TO SIGN FOR. ApprovalRun RECORDS WHO
      * APPROVED OR DECLINED IT AND SENDS THE APPROVED ONES BACK HERE
      * IN A BATCH OF THEIR OWN, EACH NAMING ITS PENDING ENTRY - ONLY
      * THEN ARE THEY POSTED, WITH THE APPROVER AND THE APPROVAL DATE
      * ON THE JOURNAL BESIDE THE OPERATOR WHO KEYED THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT LOCATION-STOCK
               ASSIGN TO
               "C:\LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-LOC-KEY
               FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO
               "C:\CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               ALTERNATE RECORD KEY IS CO-PART-DUE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTORD-STATUS.

           SELECT LOT-BALANCE-FILE
               ASSIGN TO
               "C:\LOTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOTBAL-STATUS.

           SELECT KIT-BOM-FILE
               ASSIGN TO
               "C:\KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-KITBOM-STATUS.

           SELECT RECEIPT-LOG-OUT
               ASSIGN TO
               "C:\PORCPTLG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTLOG-STATUS.

           SELECT BATCH-LOG-FILE
               ASSIGN TO
               "C:\BATCHLOG.TXT"
               "C:\INVMAUDR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO
               "C:\PENDAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PEND-KEY
               FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT APPROVAL-PARM-IN
               ASSIGN TO
               "C:\APPRPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-MASTER.
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
      * WHAT THE STOCK ON HAND ACTUALLY COST - RE-WEIGHED BY EVERY
      * RECEIPT AT ITS INVOICE COST, AND WHAT EVERY REPORT VALUES THE
      * STOCK AT. IM-UNIT-PRICE STAYS THE KEYED LIST PRICE THE
      * TRACKER PUTS ON A PO.
           05 IM-AVG-COST                 PIC 9(05)V99.
      * "L" FOR A PART WHOSE STOCK IS TRACKED BY LOT AND EXPIRY DATE
      * ON LOTBAL.DAT. ANYTHING ELSE - "N", OR THE BLANK A RECORD FROM
      * BEFORE THE COLUMN EXISTED COMES BACK WITH - IS NOT.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  INVENT-TRANS-IN.
       01  TR-TRANSACTION.
               88 TR-RECEIPT                  VALUE "R".
               88 TR-ISSUE                    VALUE "I".
               88 TR-ADJUSTMENT               VALUE "J".
               88 TR-TRANSFER                 VALUE "X".
               88 TR-SET-STATUS               VALUE "S".
               88 TR-BUILD                    VALUE "B".
               88 TR-BATCH-HDR                VALUE "H".
               88 TR-BATCH-TRL                VALUE "T".
           05 TR-PART-NUMBER              PIC 9(05).
           05 TR-PART-NAME                PIC X(20).
           05 TR-QUANTITY-HAND            PIC 9(05).
      * ON AN "R" THIS IS THE INVOICE UNIT COST OF THE DELIVERY, NOT
      * A NEW LIST PRICE. A RECEIPT KEYED WITHOUT ONE COMES IN AT THE
      * PART'S CURRENT AVERAGE COST AND LEAVES THE AVERAGE ALONE.
           05 TR-UNIT-PRICE               PIC 9(05)V99.
           05 TR-SUPP-CODE                PIC X(05).
           05 TR-ORDER-POINT              PIC 9(05).
      * SIGN BYTE IS ONLY MEANINGFUL ON A "J" ADJUSTMENT - "+" ADDS THE
      * KEYED QUANTITY TO THE BALANCE, "-" SUBTRACTS IT. MOVEMENTS
      * CARRY THEIR QUANTITY IN TR-QUANTITY-HAND AND LEAVE THE OTHER
      * MASTER FIELDS BLANK. A "B" CARRIES THE KIT PART AND THE NUMBER
      * OF KITS BUILT, AND LEAVES THE SIGN BLANK - ITS LEDGER LINES
      * SAY "-" FOR EACH COMPONENT AND "+" FOR THE KIT.
           05 TR-ADJUST-SIGN              PIC X(01).
               88 TR-ADJUST-UP                VALUE "+".
               88 TR-ADJUST-DOWN              VALUE "-".
      * THE COLUMN CAN'T QUIETLY REACTIVATE A DISCONTINUED PART.
           05 TR-STATUS-CODE              PIC X(01).
               88 TR-STATUS-VALID             VALUE "A" "D" "H".
      * THE STOCKING LOCATION A RECEIPT GOES INTO AND AN ISSUE OR
      * ADJUSTMENT COMES OUT OF - AND ON AN "X" TRANSFER, THE
      * LOCATION THE STOCK LEAVES, WITH TR-TO-LOCATION-CODE WHERE IT
      * GOES.
      * BLANK IS THE MAIN WAREHOUSE, SO BATCHES KEYED OR GENERATED
      * BEFORE THE COLUMNS EXISTED KEEP POSTING WHERE THEY ALWAYS DID.
           05 TR-LOCATION-CODE            PIC X(02).
               88 TR-LOCATION-VALID           VALUE "MW" "OF" "V1"
                                                    "V2" SPACES.
           05 TR-TO-LOCATION-CODE         PIC X(02).
               88 TR-TO-LOCATION-VALID        VALUE "MW" "OF" "V1"
                                                    "V2" SPACES.
      * THE CUSTOMER ORDER LINE AN "I" IS SHIPPING, IF ANY. BLANK OR
      * ZERO IS AN ISSUE AGAINST NO ORDER; EVERY OTHER TRANSACTION
      * LEAVES IT BLANK.
           05 TR-CUST-ORDER-REF.
               10 TR-CUST-ORDER-NUMBER    PIC 9(06).
               10 TR-CUST-LINE-NUMBER     PIC 9(03).
      * LOT CONTROL. ON AN "A" OR "C" THE FLAG PUTS THE PART UNDER LOT
      * CONTROL ("L") OR TAKES IT OFF ("N") - BLANK ON AN "A" IS "N",
      * BLANK ON A "C" LEAVES IT AS IT IS. ON AN "R" FOR A
      * LOT-CONTROLLED PART THE LOT NUMBER AND EXPIRY DATE SAY WHAT
      * ARRIVED; ON AN "I" OR "J" THE LOT NUMBER NAMES THE LOT TO
      * TAKE FROM, AND BLANK TAKES THE OLDEST-EXPIRING LOTS FIRST.
           05 TR-LOT-CONTROL-FLAG         PIC X(01).
               88 TR-LOT-FLAG-VALID           VALUE "L" "N".
           05 TR-LOT-NUMBER               PIC X(10).
           05 TR-EXPIRY-DATE              PIC 9(08).
      * ONLY ApprovalRun FILLS THIS IN - ON A "J" OR "C" IT HAS
      * RELEASED, THE PENDAPPR.DAT ENTRY THE TRANSACTION WAS HELD
      * UNDER. EVERYTHING KEYED LEAVES IT BLANK.
           05 TR-APPROVAL-REF             PIC X(13).
      * ALTERNATE VIEWS OF THE SAME RECORD AREA FOR THE BATCH CONTROL
      * RECORDS THAT NOW BRACKET EVERY KEYED BATCH - AN "H" HEADER
      * CARRYING THE BATCH ID, DATE AND OPERATOR, AND A "T" TRAILER
      * CARRYING THE TRANSACTION COUNT AND A HASH TOTAL OF THE PART
      * NUMBERS.
       01  TR-BATCH-HEADER.
           05 TR-HDR-CODE                 PIC X(01).
           05 TR-HDR-BATCH-ID             PIC X(08).
           05 TR-HDR-BATCH-DATE           PIC 9(08).
           05 TR-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  TR-BATCH-TRAILER.
           05 TR-TRL-CODE                 PIC X(01).
           05 TR-TRL-TRANS-COUNT          PIC 9(05).
           05 TR-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       FD  TRANS-REJECT-OUT.
       01  OUT-REJ-LINE.
           05 UNL-ORDER-POINT             PIC 9(05).
           05 UNL-REORDER-QTY             PIC 9(05).
           05 UNL-STATUS-CODE             PIC X(01).
           05 UNL-AVG-COST                PIC 9(05)V99.
           05 UNL-LOT-CONTROL-FLAG        PIC X(01).

       FD  INVENT-INITIAL-LOAD-IN.
       01  LD-CBLFIL1.
      * THE STATUS COLUMN IS NEWER STILL - A SHORT LINE READS BACK AS
      * A SPACE HERE, WHICH IS AN ACTIVE PART.
           05 LD-STATUS-CODE              PIC X(01).
      * AND THE AVERAGE COST NEWER AGAIN - A LINE WITHOUT ONE STARTS
      * THE PART OFF AT ITS UNIT PRICE.
           05 LD-AVG-COST                 PIC 9(05)V99.
      * LOT CONTROL IS THE NEWEST - A LINE WITHOUT IT IS NOT
      * LOT-CONTROLLED.
           05 LD-LOT-CONTROL-FLAG         PIC X(01).

       FD  OPEN-ORDER-FILE.
      * MIRRORS THE OO-RECORD LAYOUT InventoryTracker WRITES WHEN IT
           05 PR-LINE-STATUS              PIC X(01).
               88 PR-LINE-OPEN                VALUE "O".
               88 PR-LINE-FILLED              VALUE "F".
           05 PR-UNIT-PRICE               PIC 9(05)V99.

       FD  LOCATION-STOCK.
      * ONE ENTRY PER PART PER STOCKING LOCATION - MAIN WAREHOUSE
      * (MW), OVERFLOW BUILDING (OF) AND THE TWO SERVICE VANS (V1 AND
      * V2). THE LOCATIONS ALWAYS ADD UP TO IM-QUANTITY-HAND: THE MAIN
      * WAREHOUSE ENTRY IS THE BALANCING FIGURE, SO STOCK ON FILE FROM
      * BEFORE LOCATIONS WERE TRACKED, OR SET OUTRIGHT BY AN "A" OR A
      * "C", SITS IN THE MAIN WAREHOUSE UNTIL SOMETHING MOVES IT.
      * LocationStock, PhysicalCount AND CycleCount READ THIS LAYOUT -
      * KEEP THEM ALL IN STEP IF IT EVER CHANGES.
       01  LS-RECORD.
           05 LS-LOC-KEY.
               10 LS-PART-NUMBER          PIC 9(05).
               10 LS-LOCATION-CODE        PIC X(02).
           05 LS-QUANTITY-HAND            PIC 9(05).

       FD  CUSTOMER-ORDER-FILE.
      * MIRRORS THE CO-RECORD LAYOUT CustOrderMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
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

       FD  LOT-BALANCE-FILE.
      * ONE ENTRY PER LOT OF A LOT-CONTROLLED PART. KEYED PART, THEN
      * EXPIRY DATE, THEN LOT, SO A PART'S LOTS READ BACK OLDEST-
      * EXPIRING FIRST - THE ORDER STOCK IS DRAWN IN. AN ENTRY DRAWN
      * DOWN TO NOTHING IS DELETED. LotExpiry READS THIS LAYOUT.
       01  LT-RECORD.
           05 LT-LOT-KEY.
               10 LT-PART-NUMBER          PIC 9(05).
               10 LT-EXPIRY-DATE          PIC 9(08).
               10 LT-LOT-NUMBER           PIC X(10).
           05 LT-RECEIVED-DATE            PIC 9(08).
           05 LT-QUANTITY-HAND            PIC 9(05).

       FD  KIT-BOM-FILE.
      * MIRRORS THE BM-RECORD LAYOUT BomMaint MAINTAINS - KEEP THE TWO
      * IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  BM-RECORD.
           05 BM-BOM-KEY.
               10 BM-KIT-PART             PIC 9(05).
               10 BM-COMP-PART            PIC 9(05).
           05 BM-QTY-PER-KIT              PIC 9(03).

       FD  PENDING-APPROVAL-FILE.
      * ONE ENTRY PER "J" OR "C" HELD FOR APPROVAL, KEYED BY THE BATCH
      * IT CAME IN ON AND ITS POSITION IN THAT BATCH, CARRYING THE
      * TRANSACTION EXACTLY AS KEYED. ApprovalRun MARKS AN ENTRY
      * APPROVED AND DELETES A DECLINED ONE; AN APPROVED ENTRY IS
      * DELETED HERE ONCE IT HAS BEEN POSTED, OR ONCE IT HAS FAILED
      * ITS EDITS WHEN SENT BACK TO POST. ApprovalRun READS THIS
      * LAYOUT - KEEP THE TWO IN STEP IF EITHER EVER CHANGES.
       01  PA-RECORD.
           05 PA-PEND-KEY.
               10 PA-BATCH-ID             PIC X(08).
               10 PA-BATCH-SEQ            PIC 9(05).
           05 PA-HELD-DATE                PIC 9(08).
           05 PA-OPERATOR-ID              PIC X(08).
           05 PA-HOLD-VALUE               PIC 9(09)V99.
           05 PA-STATUS                   PIC X(01).
               88 PA-PENDING                  VALUE "P".
               88 PA-APPROVED                 VALUE "A".
           05 PA-APPROVER-ID              PIC X(08).
           05 PA-DECISION-DATE            PIC 9(08).
           05 PA-TRANSACTION              PIC X(87).

      * THE APPROVAL LIMIT IN DOLLARS AND CENTS, NO DECIMAL POINT.
       FD  APPROVAL-PARM-IN.
       01  PM-PARM-RECORD.
           05 PM-APPROVAL-LIMIT           PIC 9(07)V99.

       FD  BATCH-LOG-FILE.
       01  BL-RECORD.
           05 FILLER                      PIC X(1).
           05 BL-APPLIED-DATE             PIC 9(08).

       FD  RECEIPT-LOG-OUT.
      * ONE LINE PER PO LINE A RECEIPT IS POSTED AGAINST - THE DAY
      * THE DELIVERY ARRIVED, HOW MUCH OF IT WENT TO THE LINE, WHAT IT
      * COST, AND WHAT THE PO SAID IT WOULD COST. A DELIVERY BIGGER
      * THAN EVERY OPEN LINE FOR THE PART GETS ONE MORE LINE, AGAINST
      * THE PART'S LATEST PO LINE, CARRYING THE EXCESS IN RL-QTY-OVER
      * AND NOTHING APPLIED. PERMANENT, APPENDED EVERY RUN.
      * PriceVariance AND SupplierScore READ THIS LAYOUT - KEEP THE
      * THREE IN STEP IF ANY EVER CHANGES.
       01  RL-RECEIPT-LINE.
           05 RL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 RL-PO-NUMBER                PIC 9(06).
           05 FILLER                      PIC X(1).
           05 RL-LINE-NUMBER              PIC 9(03).
           05 FILLER                      PIC X(1).
           05 RL-PART-NUMBER              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 RL-SUPP-CODE                PIC X(05).
           05 FILLER                      PIC X(1).
           05 RL-ORDER-DATE               PIC 9(08).
           05 FILLER                      PIC X(1).
           05 RL-QTY-APPLIED              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 RL-RECEIPT-COST             PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 RL-PO-PRICE                 PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 RL-QTY-OVER                 PIC 9(05).

       FD  AUDIT-JOURNAL-OUT.
      * THE PERMANENT JOURNAL - ONE LINE PER APPLIED TRANSACTION WITH
      * THE FULL MASTER RECORD AS IT STOOD BEFORE AND AFTER. AN ADD
      * HAS A BLANK BEFORE IMAGE, A DELETE A BLANK AFTER IMAGE. THE
      * OPERATOR IS WHOEVER'S BATCH IT CAME IN ON - OR FOR AN ITEM
      * HELD FOR APPROVAL, WHOEVER KEYED IT - AND THE APPROVER AND
      * APPROVAL DATE ARE ONLY FILLED IN FOR AN ITEM THAT WAS HELD.
       01  JL-AUDIT-LINE.
           05 JL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 FILLER                      PIC X(1).
           05 JL-TRANS-CODE               PIC X(01).
           05 FILLER                      PIC X(1).
           05 JL-BEFORE-IMAGE             PIC X(61).
           05 FILLER                      PIC X(1).
           05 JL-AFTER-IMAGE              PIC X(61).
           05 FILLER                      PIC X(1).
           05 JL-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(1).
           05 JL-APPROVER-ID              PIC X(08).
           05 FILLER                      PIC X(1).
           05 JL-APPROVED-DATE            PIC X(08).

       FD  AUDIT-REPORT-OUT.
       01  AUDIT-REPORT-LINE              PIC X(80).

       FD  MOVEMENT-LEDGER-OUT.
      * A TRANSFER WRITES TWO LINES - AN "X" WITH A "-" SIGN AT THE
      * LOCATION THE STOCK LEFT AND AN "X" WITH A "+" SIGN AT THE ONE
      * IT WENT TO. THE NEW BALANCE IS ALWAYS THE PART TOTAL. THE
      * MOVE COST IS THE INVOICE COST ON A RECEIPT AND THE PART'S
      * AVERAGE COST ON EVERYTHING ELSE.
       01  LG-MOVEMENT-LINE.
           05 LG-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 LG-MOVEMENT-QTY             PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-NEW-BALANCE              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-LOCATION-CODE            PIC X(02).
           05 FILLER                      PIC X(1).
           05 LG-MOVE-COST                PIC 9(05)V99.
      * THE LOT THE STOCK CAME FROM OR WENT INTO - BLANK FOR A PART
      * THAT ISN'T LOT-CONTROLLED, AND FOR STOCK A LOT-CONTROLLED
      * PART HELD BEFORE IT WAS PUT UNDER LOT CONTROL.
           05 FILLER                      PIC X(1).
           05 LG-LOT-NUMBER               PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-OPENORD-STATUS               PIC X(02) VALUE "00".
       01 WS-BATCHLOG-STATUS              PIC X(02) VALUE "00".
       01 WS-AUDITJ-STATUS                PIC X(02) VALUE "00".
       01 WS-LOCSTOCK-STATUS              PIC X(02) VALUE "00".
       01 WS-RCPTLOG-STATUS               PIC X(02) VALUE "00".
       01 WS-CUSTORD-STATUS               PIC X(02) VALUE "00".
       01 WS-LOTBAL-STATUS                PIC X(02) VALUE "00".
       01 WS-KITBOM-STATUS                PIC X(02) VALUE "00".
       01 WS-PENDAPPR-STATUS              PIC X(02) VALUE "00".
       01 WS-APPRPARM-STATUS              PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

           05 WS-OPENORD-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-OPENORD-ABSENT           VALUE "Y".

       01 WS-CUSTORD-CONTROL.
           05 WS-CUSTORD-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-CUSTORD-ABSENT           VALUE "Y".

       01 WS-KITBOM-CONTROL.
           05 WS-KITBOM-ABSENT-SW         PIC X(1) VALUE "N".
               88 WS-KITBOM-ABSENT            VALUE "Y".

       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".

       01 WS-POREG-CONTROL.
      * SCRATCH FOR POSTING ONE RECEIPT THROUGH THE PO REGISTER - HOW
      * MUCH OF THE DELIVERY IS STILL UNAPPLIED, HOW MANY REGISTER
      * LINES NAME THE PART AT ALL, AND WHETHER ANY OF THEM ARE STILL
      * OPEN ONCE THE POSTING IS DONE. THE LAST REGISTER LINE FOUND
      * FOR THE PART IS KEPT SO AN OVER-RECEIPT CAN BE LOGGED AGAINST
      * THE SUPPLIER WHO SHIPPED IT.
       01 WS-REG-POST-WORK.
           05 WS-POST-REMAINING           PIC 9(05) VALUE ZERO.
           05 WS-POST-OPEN-QTY            PIC 9(05) VALUE ZERO.
           05 WS-POST-APPLY-QTY           PIC 9(05) VALUE ZERO.
           05 WS-POST-OVER-QTY            PIC 9(05) VALUE ZERO.
           05 WS-LAST-REG-LINE            PIC X(45) VALUE SPACES.
           05 WS-REG-LINES-FOUND-CTR      PIC 9(03) VALUE ZERO.
           05 WS-REG-OPEN-LEFT-SW         PIC X(1) VALUE "N".
               88 WS-REG-OPEN-LEFT            VALUE "Y".

      * SCRATCH FOR POSTING A MOVEMENT AGAINST ITS LOCATION - THE
      * TRANSACTION'S LOCATIONS WITH BLANK RESOLVED TO THE MAIN
      * WAREHOUSE, THE LOCATION BEING LOOKED AT, HOW MUCH SITS THERE,
      * AND HOW MUCH OF THE PART IS HELD EVERYWHERE BUT THE MAIN
      * WAREHOUSE.
       01 WS-LOCATION-WORK.
           05 WS-MAIN-LOCATION            PIC X(02) VALUE "MW".
           05 WS-TRANS-LOCATION           PIC X(02) VALUE SPACES.
           05 WS-TO-LOCATION              PIC X(02) VALUE SPACES.
           05 WS-POST-LOCATION            PIC X(02) VALUE SPACES.
           05 WS-LOC-AVAILABLE            PIC 9(05) VALUE ZERO.
           05 WS-OTHER-LOC-TOTAL          PIC 9(06) VALUE ZERO.

      * SCRATCH FOR COSTING A RECEIPT - WHAT THE DELIVERY COST A UNIT
      * AND HOW MUCH STOCK THE OLD AVERAGE WAS CARRYING BEFORE IT.
       01 WS-COST-WORK.
           05 WS-RECEIPT-COST             PIC 9(05)V99 VALUE ZERO.
           05 WS-PRIOR-QTY                PIC 9(05) VALUE ZERO.

      * SCRATCH FOR CUSTOMER ORDERS - WHAT THE PART'S OPEN LINES HOLD
      * BETWEEN THEM, HOW MUCH OF ITS STOCK IS STILL FREE, AND FOR AN
      * ISSUE NAMING A LINE, THAT LINE'S OWN RESERVATION AND BALANCE.
       01 WS-ORDER-WORK.
           05 WS-ORDER-REF-SW             PIC X(1) VALUE "N".
               88 WS-ORDER-REF-GIVEN          VALUE "Y".
           05 WS-PART-COMMITTED           PIC 9(07) VALUE ZERO.
           05 WS-PART-FREE                PIC 9(07) VALUE ZERO.
           05 WS-ISSUE-AVAILABLE          PIC 9(07) VALUE ZERO.
           05 WS-REF-LINE-ALLOCATED       PIC 9(05) VALUE ZERO.
           05 WS-REF-LINE-BALANCE         PIC 9(05) VALUE ZERO.
           05 WS-LINE-NEED                PIC 9(05) VALUE ZERO.
           05 WS-LINE-ALLOC               PIC 9(05) VALUE ZERO.

      * SCRATCH FOR LOT-CONTROLLED PARTS - WHAT THE PART'S LOTS HOLD
      * BETWEEN THEM, THE LOT AN ISSUE OR ADJUSTMENT NAMED, AND THE
      * QUANTITY AND RUNNING BALANCE AS STOCK IS DRAWN LOT BY LOT.
       01 WS-LOT-WORK.
           05 WS-LOT-TOTAL                PIC 9(07) VALUE ZERO.
           05 WS-LOT-TO-DRAW              PIC 9(05) VALUE ZERO.
           05 WS-LOT-DRAW-QTY             PIC 9(05) VALUE ZERO.
           05 WS-LOT-RUNNING-BAL          PIC 9(05) VALUE ZERO.
           05 WS-LEDGER-LOT               PIC X(10) VALUE SPACES.
           05 WS-NAMED-LOT-SW             PIC X(1) VALUE "N".
               88 WS-NAMED-LOT-FOUND          VALUE "Y".
           05 WS-NAMED-LOT-KEY            PIC X(23) VALUE SPACES.
           05 WS-NAMED-LOT-QTY            PIC 9(05) VALUE ZERO.
           05 WS-LOT-POSTED-SW            PIC X(1) VALUE "N".
               88 WS-LOT-POSTED               VALUE "Y".
           05 WS-EXPIRY-CHECK             PIC 9(08) VALUE ZERO.
           05 WS-EXPIRY-SPLIT REDEFINES WS-EXPIRY-CHECK.
               10 WS-EXPIRY-YYYY          PIC 9(04).
               10 WS-EXPIRY-MM            PIC 9(02).
                   88 WS-EXPIRY-MM-VALID      VALUE 01 THRU 12.
               10 WS-EXPIRY-DD            PIC 9(02).
                   88 WS-EXPIRY-DD-VALID      VALUE 01 THRU 31.

      * SCRATCH FOR A KIT BUILD. THE BUILD IS POSTED ONE COMPONENT AT
      * A TIME THROUGH THE SAME PARAGRAPHS AN ISSUE USES, WHICH ALL
      * WORK OFF TR-TRANSACTION - SO THE KEYED "B" IS PARKED HERE
      * WHILE EACH COMPONENT STANDS IN FOR IT, AND PUT BACK FOR THE
      * KIT SIDE. THE KIT'S UNIT COST IS THE SUM OF ITS COMPONENTS'
      * AVERAGE COSTS AT THEIR QUANTITY PER KIT.
       01 WS-BUILD-WORK.
           05 WS-BUILD-SAVE-TRANS         PIC X(100) VALUE SPACES.
           05 WS-BUILD-KIT-PART           PIC 9(05) VALUE ZERO.
           05 WS-BUILD-QTY                PIC 9(05) VALUE ZERO.
           05 WS-BUILD-COMP-CTR           PIC 9(03) VALUE ZERO.
           05 WS-BUILD-UNIT-COST          PIC 9(08)V99 VALUE ZERO.
           05 WS-BUILD-MAX-COST           PIC 9(05)V99 VALUE 99999.99.

      * SCRATCH FOR THE APPROVAL HOLD - THE LIMIT A "J" OR "C" MAY BE
      * WORTH BEFORE SOMEONE HAS TO SIGN FOR IT, WHAT THE ONE IN HAND
      * IS WORTH, AND WHAT IS TO BE DONE WITH IT. A "J" IS WORTH ITS
      * QUANTITY AT THE PART'S AVERAGE COST; A "C" IS WORTH HOW FAR IT
      * MOVES THE PART'S STOCK VALUE AT LIST PRICE, EITHER WAY - SO A
      * GENERATED "C" THAT ONLY TOUCHES THE ORDER POINT IS WORTH
      * NOTHING AND IS NEVER HELD.
       01 WS-APPROVAL-WORK.
           05 WS-APPROVAL-LIMIT           PIC 9(07)V99 VALUE 1000.00.
           05 WS-HOLD-VALUE               PIC 9(11)V99 VALUE ZERO.
           05 WS-HOLD-COST                PIC 9(05)V99 VALUE ZERO.
           05 WS-OLD-STOCK-VALUE          PIC 9(11)V99 VALUE ZERO.
           05 WS-NEW-STOCK-VALUE          PIC 9(11)V99 VALUE ZERO.
           05 WS-APPROVAL-ACTION-SW       PIC X(1) VALUE SPACE.
               88 WS-APPROVAL-HOLD            VALUE "H".
               88 WS-APPROVAL-RELEASED        VALUE "R".
               88 WS-APPROVAL-REFUSED         VALUE "X".

      * THE TRANSACTION AS IT SITS ON PENDAPPR.DAT IS EVERYTHING BUT
      * THE APPROVAL REFERENCE.
       01 WS-HELD-TRANS-IMAGE.
           05 WS-HELD-TRANS-BODY          PIC X(87).
           05 WS-HELD-TRANS-REF           PIC X(13).

       01 WS-HELD-LINE.
           05 FILLER                     PIC X(18) VALUE
               "HELD FOR APPROVAL ".
           05 WS-HLD-CODE                PIC X(01).
           05 FILLER                     PIC X(6) VALUE " PART ".
           05 WS-HLD-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(7) VALUE " VALUE ".
           05 WS-HLD-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(5) VALUE " REF ".
           05 WS-HLD-BATCH               PIC X(08).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-HLD-SEQ                 PIC 9(05).

       01 WS-WITHDRAWN-REASON.
           05 FILLER                     PIC X(9) VALUE "APPROVAL ".
           05 WS-WDR-BATCH               PIC X(08).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-WDR-SEQ                 PIC 9(05).
           05 FILLER                     PIC X(22) VALUE
               " WITHDRAWN - RE-KEY IT".

       01 WS-BUILD-REJECT.
           05 FILLER                     PIC X(10) VALUE "COMPONENT ".
           05 WS-BRJ-PART                PIC 9(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BRJ-TEXT                PIC X(29).

       01 WS-BACKORDER-FILL-LINE.
           05 FILLER                     PIC X(23) VALUE
               "BACKORDER FILLED ORDER ".
           05 WS-BOF-ORDER               PIC 9(06).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-BOF-LINE                PIC 9(03).
           05 FILLER                     PIC X(6) VALUE " PART ".
           05 WS-BOF-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(11) VALUE " RESERVED  ".
           05 WS-BOF-QTY                 PIC ZZZZ9.

       01 WS-OVER-RECEIPT-LINE.
           05 FILLER                     PIC X(18) VALUE
               "OVER-RECEIPT PART ".

       01 WS-BATCH-CONTROL.
           05 WS-BATCH-ID                 PIC X(08) VALUE SPACES.
           05 WS-BATCH-OPERATOR-ID        PIC X(08) VALUE SPACES.
           05 WS-BATCH-USABLE-SW          PIC X(1) VALUE "N".
               88 WS-BATCH-USABLE             VALUE "Y".
           05 WS-BATCH-HDR-SW             PIC X(1) VALUE "N".
           05 EDIT-EOF-FLAG               PIC X(3) VALUE "NO".
           05 BATCHLOG-EOF-FLAG           PIC X(3) VALUE "NO".
           05 REGISTER-EOF-FLAG           PIC X(3) VALUE "NO".
           05 LOCSTOCK-EOF-FLAG           PIC X(3) VALUE "NO".
           05 CUSTORD-EOF-FLAG            PIC X(3) VALUE "NO".
           05 LOTBAL-EOF-FLAG             PIC X(3) VALUE "NO".
           05 KITBOM-EOF-FLAG             PIC X(3) VALUE "NO".

       01 WS-REJECT-REASON                PIC X(45) VALUE SPACES.

           05 WS-BEF-POINT                PIC X(05).
           05 WS-BEF-REORD                PIC X(05).
           05 WS-BEF-STATUS               PIC X(01).
           05 WS-BEF-AVG                  PIC X(07).
           05 WS-BEF-LOT-FLAG             PIC X(01).

       01 WS-AFTER-IMAGE.
           05 WS-AFT-PART                 PIC X(05).
           05 WS-AFT-POINT                PIC X(05).
           05 WS-AFT-REORD                PIC X(05).
           05 WS-AFT-STATUS               PIC X(01).
           05 WS-AFT-AVG                  PIC X(07).
           05 WS-AFT-LOT-FLAG             PIC X(01).

       01 WS-AUDIT-REPORT-HEADER.
           05 FILLER                     PIC X(29) VALUE
           05 WS-AUDR-RUN-DATE           PIC 9(08).
           05 FILLER                     PIC X(7) VALUE " BATCH ".
           05 WS-AUDR-BATCH-ID           PIC X(08).
           05 FILLER                     PIC X(10) VALUE " OPERATOR ".
           05 WS-AUDR-OPERATOR-ID        PIC X(08).

       01 WS-AUDIT-DETAIL.
           05 WS-AUD-CODE                PIC X(01).
           05 WS-AUD-OLD-PRICE           PIC X(07).
           05 FILLER                     PIC X(4) VALUE " -> ".
           05 WS-AUD-NEW-PRICE           PIC X(07).
           05 FILLER                     PIC X(5) VALUE " AVG ".
           05 WS-AUD-OLD-AVG             PIC X(07).
           05 FILLER                     PIC X(4) VALUE " -> ".
           05 WS-AUD-NEW-AVG             PIC X(07).

       01 WS-AUDIT-TOTAL-LINE.
           05 WS-AUDT-LABEL              PIC X(24).
           05 WS-ISSUE-CTR                PIC 9(04) VALUE ZERO.
           05 WS-ADJUST-CTR               PIC 9(04) VALUE ZERO.
           05 WS-STATUS-CTR               PIC 9(04) VALUE ZERO.
           05 WS-TRANSFER-CTR             PIC 9(04) VALUE ZERO.
           05 WS-REJECT-CTR               PIC 9(04) VALUE ZERO.
           05 WS-OVER-RECEIPT-CTR         PIC 9(04) VALUE ZERO.
           05 WS-ORDER-SHIP-CTR           PIC 9(04) VALUE ZERO.
           05 WS-BACKORD-FILL-CTR         PIC 9(04) VALUE ZERO.
           05 WS-LOT-MOVE-CTR             PIC 9(04) VALUE ZERO.
           05 WS-BUILD-CTR                PIC 9(04) VALUE ZERO.
           05 WS-COMPONENT-ISSUE-CTR      PIC 9(04) VALUE ZERO.
           05 WS-HELD-CTR                 PIC 9(04) VALUE ZERO.
           05 WS-RELEASED-CTR             PIC 9(04) VALUE ZERO.
           05 WS-WITHDRAWN-CTR            PIC 9(04) VALUE ZERO.

       01 WS-LOAD-COUNTERS.
           05 WS-LOAD-READ-CTR            PIC 9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAINTAIN-INVENTORY-MASTER.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 195-GET-APPROVAL-LIMIT.
           PERFORM 200-OPEN-FILES.
           IF WS-MASTER-NEWLY-CREATED
               PERFORM 205-LOAD-INITIAL-MASTER
           PERFORM 211-VALIDATE-BATCH.
           MOVE WS-RUN-DATE              TO WS-AUDR-RUN-DATE.
           MOVE WS-BATCH-ID              TO WS-AUDR-BATCH-ID.
           MOVE WS-BATCH-OPERATOR-ID     TO WS-AUDR-OPERATOR-ID.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-REPORT-HEADER.
           IF WS-BATCH-USABLE
               PERFORM 210-READ-TRANSACTION
      * "WHAT HAPPENED TO THIS PART THIS MONTH" AFTER THE FACT.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       195-GET-APPROVAL-LIMIT.
      * THE PARAMETER FILE WINS WHEN IT HOLDS A USABLE AMOUNT -
      * OTHERWISE ANYTHING OVER A THOUSAND DOLLARS IS HELD.
           OPEN INPUT APPROVAL-PARM-IN.
           IF WS-APPRPARM-STATUS = "35"
               CONTINUE
           ELSE
               READ APPROVAL-PARM-IN
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PM-APPROVAL-LIMIT IS NUMERIC
                       AND PM-APPROVAL-LIMIT > ZERO
                       MOVE PM-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
                   END-IF
               END-READ
               CLOSE APPROVAL-PARM-IN
           END-IF.

       200-OPEN-FILES.
           OPEN I-O INVENT-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN I-O INVENT-MASTER
           END-IF.
      * ANYTHING ELSE - A LOCKED FILE, OR THE ATTRIBUTE MISMATCH
      * (STATUS 39) A MASTER IN AN OLDER, NARROWER LAYOUT THROWS - MEANS
      * THE MASTER ISN'T REALLY OPEN, AND RUNNING ON REGARDLESS WOULD
      * MISBEHAVE ON EVERY TRANSACTION. SAY SO AND STOP, THE SAME WAY
      * THE TRACKER GUARDS ITS MASTERS.
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-OUT.

      * THE RECEIPT LOG APPENDS THE SAME WAY.
           OPEN EXTEND RECEIPT-LOG-OUT.
           IF WS-RCPTLOG-STATUS = "35"
               OPEN OUTPUT RECEIPT-LOG-OUT
           END-IF.

      * NO OPEN-ORDER FILE JUST MEANS InventoryTracker HASN'T CUT A PO
      * ON THIS SITE YET - THERE'S NOTHING TO CLOSE, SO RECEIPTS SKIP
      * THE RECONCILIATION RATHER THAN FAIL THE RUN.
               SET WS-POREG-ABSENT       TO TRUE
           END-IF.

      * NO CUSTOMER ORDER FILE JUST MEANS CustOrderMaint HAS NEVER RUN
      * ON THIS SITE - NOTHING IS RESERVED, SO EVERY UNIT ON HAND IS
      * FREE AND RECEIPTS HAVE NO BACKORDERS TO FILL.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF WS-CUSTORD-STATUS = "35"
               SET WS-CUSTORD-ABSENT     TO TRUE
           END-IF.

      * THE LOCATION FILE IS OWNED HERE - THE FIRST RUN ON A SITE
      * CREATES IT EMPTY, AND EVERY PART'S STOCK STARTS OUT IN THE
      * MAIN WAREHOUSE UNTIL A MOVEMENT SAYS OTHERWISE.
           OPEN I-O LOCATION-STOCK.
           IF WS-LOCSTOCK-STATUS = "35"
               OPEN OUTPUT LOCATION-STOCK
               CLOSE LOCATION-STOCK
               OPEN I-O LOCATION-STOCK
           END-IF.

      * THE LOT BALANCE FILE IS OWNED HERE TOO, AND STARTS OUT EMPTY
      * THE SAME WAY.
           OPEN I-O LOT-BALANCE-FILE.
           IF WS-LOTBAL-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE
           END-IF.

      * THE PENDING-APPROVAL FILE IS OWNED HERE AS WELL, AND STARTS OUT
      * EMPTY THE SAME WAY.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.

      * NO BILL OF MATERIALS JUST MEANS BomMaint HAS NEVER RUN ON THIS
      * SITE - THERE ARE NO KITS, SO EVERY "B" IS REJECTED.
           OPEN INPUT KIT-BOM-FILE.
           IF WS-KITBOM-STATUS = "35"
               SET WS-KITBOM-ABSENT      TO TRUE
           END-IF.

       205-LOAD-INITIAL-MASTER.
      * BOOTSTRAPS A BRAND-NEW INVENTM.DAT FROM THE CURRENT INVENT.TXT
      * SO CUTOVER TO THE CONTROLLED MASTER DOESN'T REQUIRE RE-KEYING
           ELSE
               MOVE "A"                  TO IM-STATUS-CODE
           END-IF.
           IF LD-AVG-COST IS NUMERIC AND LD-AVG-COST > ZERO
               MOVE LD-AVG-COST          TO IM-AVG-COST
           ELSE
               MOVE LD-UNIT-PRICE        TO IM-AVG-COST
           END-IF.
           IF LD-LOT-CONTROL-FLAG = "L"
               MOVE "L"                  TO IM-LOT-CONTROL-FLAG
           ELSE
               MOVE "N"                  TO IM-LOT-CONTROL-FLAG
           END-IF.

           WRITE IM-RECORD
             INVALID KEY
      * FILE MUST OPEN WITH AN "H" HEADER AND END WITH A "T" TRAILER
      * WHOSE COUNT AND PART-NUMBER HASH MATCH WHAT WAS ACTUALLY READ
      * BETWEEN THEM, AND THE HEADER'S BATCH ID MUST NOT ALREADY BE ON
      * BATCHLOG.TXT FROM AN EARLIER RUN. THE HEADER MUST ALSO NAME THE
      * OPERATOR THE JOURNAL IS TO HOLD RESPONSIBLE. THE FILE IS THEN
      * CLOSED AND REOPENED SO THE APPLY PASS READS IT FROM THE TOP.
           PERFORM 212-READ-EDIT-RECORD.
           PERFORM 213-EDIT-ONE-RECORD
             UNTIL EDIT-EOF-FLAG = "YES".
               WHEN WS-ACT-HASH-TOTAL NOT = WS-EXP-HASH-TOTAL
                   MOVE "BATCH HASH OUT OF BALANCE - NOTHING APPLIED"
                       TO WS-BATCH-FAIL-REASON
               WHEN WS-BATCH-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ON BATCH HEADER - NOTHING APPLIED"
                       TO WS-BATCH-FAIL-REASON
               WHEN OTHER
                   PERFORM 214-CHECK-BATCH-ALREADY-APPLIED
                   IF WS-BATCH-DUPLICATE
               WHEN TR-BATCH-HDR
                   SET WS-BATCH-HDR-FOUND TO TRUE
                   MOVE TR-HDR-BATCH-ID  TO WS-BATCH-ID
                   MOVE TR-HDR-OPERATOR-ID
                                         TO WS-BATCH-OPERATOR-ID
               WHEN TR-BATCH-TRL
                   SET WS-BATCH-TRL-FOUND TO TRUE
                   IF TR-TRL-TRANS-COUNT IS NUMERIC
               " HASH " WS-ACT-HASH-TOTAL.

       220-PROCESS-TRANSACTION.
           PERFORM 241-FIX-LOCATION-CODES.
           MOVE SPACE                    TO WS-APPROVAL-ACTION-SW.
           EVALUATE TRUE
               WHEN TR-BATCH-HDR
               WHEN TR-BATCH-TRL
      * GARBLED QUANTITY HAS TO BE CAUGHT HERE - UNLIKE AN "A" OR "C"
      * IT WOULD BLOW UP THE ADD/SUBTRACT RATHER THAN JUST LAND BAD
      * BYTES ON THE MASTER.
               WHEN (TR-RECEIPT OR TR-ISSUE OR TR-ADJUSTMENT
                     OR TR-TRANSFER OR TR-BUILD)
                   AND TR-QUANTITY-HAND NOT NUMERIC
                   MOVE "NON-NUMERIC MOVEMENT QUANTITY - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN (TR-RECEIPT OR TR-ISSUE OR TR-ADJUSTMENT
                     OR TR-TRANSFER OR TR-BUILD)
                   AND (NOT TR-LOCATION-VALID
                     OR NOT TR-TO-LOCATION-VALID)
                   MOVE "INVALID LOCATION CODE - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN TR-RECEIPT
                   PERFORM 224-RECEIVE-PART
               WHEN TR-ISSUE
                   PERFORM 225-ISSUE-PART
               WHEN TR-ADJUSTMENT
                   PERFORM 226-ADJUST-PART
               WHEN TR-TRANSFER
                   PERFORM 240-TRANSFER-STOCK
               WHEN TR-SET-STATUS
                   PERFORM 239-SET-PART-STATUS
               WHEN TR-BUILD
                   PERFORM 280-BUILD-KIT
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
           MOVE TR-SUPP-CODE             TO IM-SUPP-CODE.
           MOVE TR-ORDER-POINT           TO IM-ORDER-POINT.
           MOVE TR-REORDER-QTY           TO IM-REORDER-QTY.
      * A NEW PART'S OPENING STOCK IS TAKEN AT ITS KEYED PRICE UNTIL A
      * RECEIPT SAYS WHAT IT REALLY COSTS.
           MOVE TR-UNIT-PRICE            TO IM-AVG-COST.
           IF TR-STATUS-VALID
               MOVE TR-STATUS-CODE       TO IM-STATUS-CODE
           ELSE
               MOVE "A"                  TO IM-STATUS-CODE
           END-IF.
           IF TR-LOT-FLAG-VALID
               MOVE TR-LOT-CONTROL-FLAG  TO IM-LOT-CONTROL-FLAG
           ELSE
               MOVE "N"                  TO IM-LOT-CONTROL-FLAG
           END-IF.

           MOVE SPACES                   TO WS-BEFORE-IMAGE.
           WRITE IM-RECORD
               ADD 1                     TO WS-ADD-CTR
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               PERFORM 247-BALANCE-MAIN-LOCATION
           END-WRITE.

       222-CHANGE-PART.
      * A "C" SETS THE PART TOTAL OUTRIGHT, AND THE MAIN WAREHOUSE
      * TAKES UP THE DIFFERENCE - SO THE NEW TOTAL CAN'T BE LESS THAN
      * WHAT IS ALREADY SITTING IN THE OVERFLOW BUILDING AND THE VANS.
      * NOR BELOW WHAT THE PART'S LOTS HOLD, AND A PART CAN'T COME OFF
      * LOT CONTROL WHILE ANY LOT STILL HOLDS STOCK.
           MOVE TR-PART-NUMBER           TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               PERFORM 243-SUM-OTHER-LOCATIONS
               PERFORM 265-SUM-PART-LOTS
               PERFORM 242-CHECK-APPROVAL-HOLD
               EVALUATE TRUE
                 WHEN TR-QUANTITY-HAND IS NUMERIC
                   AND TR-QUANTITY-HAND < WS-OTHER-LOC-TOTAL
                   MOVE "QTY BELOW STOCK AT OTHER LOCATIONS - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN TR-QUANTITY-HAND IS NUMERIC
                   AND TR-QUANTITY-HAND < WS-LOT-TOTAL
                   MOVE "QTY BELOW STOCK HELD IN LOTS - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN TR-LOT-CONTROL-FLAG = "N"
                   AND WS-LOT-TOTAL > ZERO
                   MOVE "LOTS STILL HOLD STOCK - CHANGE REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN WS-APPROVAL-REFUSED
                   MOVE "NO MATCHING APPROVAL ON FILE - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN WS-APPROVAL-HOLD
                   PERFORM 250-HOLD-FOR-APPROVAL
                 WHEN OTHER
                   MOVE IM-RECORD        TO WS-BEFORE-IMAGE
                   MOVE TR-PART-NAME     TO IM-PART-NAME
                   MOVE TR-QUANTITY-HAND TO IM-QUANTITY-HAND
                   MOVE TR-UNIT-PRICE    TO IM-UNIT-PRICE
                   MOVE TR-SUPP-CODE     TO IM-SUPP-CODE
                   MOVE TR-ORDER-POINT   TO IM-ORDER-POINT
                   MOVE TR-REORDER-QTY   TO IM-REORDER-QTY
      * A "C" ONLY MOVES THE STATUS WHEN ONE WAS ACTUALLY KEYED -
      * BLANK MEANS "LEAVE IT", NOT "REACTIVATE".
                   IF TR-STATUS-VALID
                       MOVE TR-STATUS-CODE TO IM-STATUS-CODE
                   END-IF
      * A PRICE CHANGE IS A NEW LIST PRICE, NOT A NEW COST - THE
      * AVERAGE ONLY TAKES THE KEYED PRICE WHEN IT HAS NOTHING USABLE
      * OF ITS OWN YET.
                   IF IM-AVG-COST NOT NUMERIC
                       OR IM-AVG-COST = ZERO
                       MOVE TR-UNIT-PRICE TO IM-AVG-COST
                   END-IF
                   IF TR-LOT-FLAG-VALID
                       MOVE TR-LOT-CONTROL-FLAG
                                         TO IM-LOT-CONTROL-FLAG
                   END-IF
                   REWRITE IM-RECORD
                   ADD 1                 TO WS-CHANGE-CTR
                   MOVE IM-RECORD        TO WS-AFTER-IMAGE
                   PERFORM 234-WRITE-AUDIT-JOURNAL
                   PERFORM 247-BALANCE-MAIN-LOCATION
               END-EVALUATE
           END-READ.

       223-DELETE-PART.
               ADD 1                     TO WS-DELETE-CTR
               MOVE SPACES               TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               PERFORM 248-DROP-PART-LOCATIONS
               PERFORM 273-DROP-PART-LOTS
           END-READ.

       224-RECEIVE-PART.
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               MOVE SPACES               TO WS-REJECT-REASON
               IF IM-LOT-CONTROLLED
                   PERFORM 276-EDIT-RECEIPT-LOT
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 227-WRITE-REJECT-LINE
               ELSE
                   PERFORM 277-APPLY-RECEIPT
               END-IF
           END-READ.

       225-ISSUE-PART.
      * AN ISSUE THAT WOULD DRIVE THE BALANCE NEGATIVE IS REJECTED
      * WHOLE RATHER THAN APPLIED PARTIALLY OR WRAPPED - THE WAREHOUSE
      * CAN'T SHIP STOCK IT DOESN'T HAVE, SO THE KEYED QUANTITY IS
      * WRONG AND BELONGS IN INVTREJ.TXT FOR SOMEONE TO LOOK AT. THE
      * SAME GOES FOR THE LOCATION IT IS ISSUED FROM - STOCK SITTING
      * ON A VAN CAN'T BE SHIPPED OUT OF THE MAIN WAREHOUSE. NOR CAN
      * STOCK RESERVED FOR SOMEBODY ELSE'S ORDER - A SHORT ISSUE
      * AGAINST AN ORDER LINE IS STILL REJECTED, BUT THE LINE ITSELF
      * STAYS OPEN ON CUSTORD.DAT, SO THE DEMAND ISN'T LOST.
           MOVE TR-PART-NUMBER           TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               MOVE WS-TRANS-LOCATION    TO WS-POST-LOCATION
               PERFORM 249-GET-LOCATION-QTY
               MOVE SPACES               TO WS-REJECT-REASON
               PERFORM 256-CHECK-ISSUE-AGAINST-ORDERS
               IF WS-REJECT-REASON = SPACES
                   AND IM-LOT-CONTROLLED
                   PERFORM 268-CHECK-NAMED-LOT
               END-IF
               EVALUATE TRUE
                   WHEN WS-REJECT-REASON NOT = SPACES
                       PERFORM 227-WRITE-REJECT-LINE
                   WHEN TR-QUANTITY-HAND > IM-QUANTITY-HAND
                       MOVE "INSUFFICIENT QUANTITY - ISSUE REJECTED"
                           TO WS-REJECT-REASON
                       PERFORM 227-WRITE-REJECT-LINE
                   WHEN TR-QUANTITY-HAND > WS-ISSUE-AVAILABLE
                       MOVE
                         "QTY COMMITTED TO CUST ORDERS - ISSUE REJECTED"
                           TO WS-REJECT-REASON
                       PERFORM 227-WRITE-REJECT-LINE
                   WHEN TR-QUANTITY-HAND > WS-LOC-AVAILABLE
                       MOVE
                         "INSUFFICIENT QTY AT LOCATION - ISSUE REJECTED"
                           TO WS-REJECT-REASON
                       PERFORM 227-WRITE-REJECT-LINE
                   WHEN OTHER
                       MOVE IM-RECORD    TO WS-BEFORE-IMAGE
                       SUBTRACT TR-QUANTITY-HAND FROM IM-QUANTITY-HAND
                       REWRITE IM-RECORD
                       PERFORM 246-TAKE-FROM-LOCATION
                       PERFORM 247-BALANCE-MAIN-LOCATION
                       ADD 1             TO WS-ISSUE-CTR
                       MOVE IM-RECORD    TO WS-AFTER-IMAGE
                       PERFORM 234-WRITE-AUDIT-JOURNAL
                       IF IM-LOT-CONTROLLED
                           PERFORM 270-DRAW-FROM-LOTS
                       ELSE
                           PERFORM 228-WRITE-MOVEMENT-LINE
                       END-IF
                       IF WS-ORDER-REF-GIVEN
                           PERFORM 257-SHIP-ORDER-LINE
                       END-IF
               END-EVALUATE
           END-READ.

       226-ADJUST-PART.
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               PERFORM 242-CHECK-APPROVAL-HOLD
               PERFORM 217-EDIT-ADJUSTMENT
               EVALUATE TRUE
                 WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN WS-APPROVAL-REFUSED
                   MOVE "NO MATCHING APPROVAL ON FILE - REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 WHEN WS-APPROVAL-HOLD
                   PERFORM 250-HOLD-FOR-APPROVAL
                 WHEN OTHER
                   PERFORM 229-APPLY-ADJUSTMENT
               END-EVALUATE
           END-READ.

       217-EDIT-ADJUSTMENT.
      * EVERY "J" EDIT, RUN BEFORE THE APPROVAL HOLD IS ACTED ON SO
      * NOTHING THAT COULD NEVER POST IS PARKED FOR SOMEONE TO SIGN.
      * LEAVES WS-REJECT-REASON BLANK WHEN THE ADJUSTMENT WILL GO
      * THROUGH, AND WS-POST-LOCATION AND THE NAMED LOT SET FOR 229.
           MOVE SPACES                   TO WS-REJECT-REASON.
           MOVE WS-TRANS-LOCATION        TO WS-POST-LOCATION.
           EVALUATE TRUE
               WHEN TR-ADJUST-UP
      * A "+" THAT NAMES A LOT PUTS STOCK INTO IT, SO ITS LOT AND
      * EXPIRY ARE PROVED THE SAME WAY A RECEIPT'S ARE. ONE THAT NAMES
      * NONE GOES TO THE PART'S UNLOTTED STOCK AS BEFORE.
                   IF IM-QUANTITY-HAND + TR-QUANTITY-HAND > 99999
                       MOVE "QUANTITY ON HAND OVERFLOW - ADJ REJECTED"
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       AND IM-LOT-CONTROLLED
                       AND TR-LOT-NUMBER NOT = SPACES
                       PERFORM 276-EDIT-RECEIPT-LOT
                   END-IF
               WHEN TR-ADJUST-DOWN
                   PERFORM 249-GET-LOCATION-QTY
                   IF IM-LOT-CONTROLLED
                       PERFORM 268-CHECK-NAMED-LOT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-REJECT-REASON NOT = SPACES
                           CONTINUE
                       WHEN TR-QUANTITY-HAND > IM-QUANTITY-HAND
                           MOVE "INSUFFICIENT QUANTITY - ADJ REJECTED"
                               TO WS-REJECT-REASON
                       WHEN TR-QUANTITY-HAND > WS-LOC-AVAILABLE
                           MOVE
                           "INSUFFICIENT QTY AT LOCATION - ADJ REJECTED"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   MOVE "INVALID ADJUSTMENT SIGN - ADJ REJECTED"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       227-WRITE-REJECT-LINE.
           MOVE SPACES                   TO OUT-REJ-LINE.
           MOVE TR-TRANS-CODE            TO OUT-REJ-TRANS-CODE.
           MOVE WS-REJECT-REASON         TO OUT-REJ-REASON.
           WRITE OUT-REJ-LINE.
           ADD 1                         TO WS-REJECT-CTR.
      * AN APPROVED ITEM THAT STILL FAILS WHEN IT COMES TO POST IS
      * TAKEN OFF PENDAPPR.DAT - LEFT THERE, ApprovalRun WOULD RELEASE
      * IT AGAIN EVERY DAY UNTIL IT WENT THROUGH UNWATCHED. THE REJECT
      * REPORT NAMES THE APPROVAL SO IT CAN BE KEYED AGAIN IF STILL
      * WANTED.
           IF WS-APPROVAL-RELEASED
               DELETE PENDING-APPROVAL-FILE
               MOVE PA-BATCH-ID          TO WS-WDR-BATCH
               MOVE PA-BATCH-SEQ         TO WS-WDR-SEQ
               MOVE WS-WITHDRAWN-REASON  TO OUT-REJ-REASON
               WRITE OUT-REJ-LINE
               ADD 1                     TO WS-WITHDRAWN-CTR
               MOVE SPACE                TO WS-APPROVAL-ACTION-SW
           END-IF.

       228-WRITE-MOVEMENT-LINE.
      * A RECEIPT OR "+" ADJUSTMENT THAT WENT INTO A LOT NAMES IT.
           PERFORM 274-BUILD-MOVEMENT-LINE.
           IF WS-LOT-POSTED
               MOVE TR-LOT-NUMBER        TO LG-LOT-NUMBER
               MOVE "N"                  TO WS-LOT-POSTED-SW
           END-IF.
           WRITE LG-MOVEMENT-LINE.

       274-BUILD-MOVEMENT-LINE.
           MOVE SPACES                   TO LG-MOVEMENT-LINE.
           MOVE WS-RUN-DATE              TO LG-RUN-DATE.
           MOVE TR-TRANS-CODE            TO LG-TRANS-CODE.
           MOVE TR-PART-NUMBER           TO LG-PART-NUMBER.
           IF TR-ADJUSTMENT OR TR-BUILD
               MOVE TR-ADJUST-SIGN       TO LG-ADJUST-SIGN
           END-IF.
           MOVE TR-QUANTITY-HAND         TO LG-MOVEMENT-QTY.
           MOVE IM-QUANTITY-HAND         TO LG-NEW-BALANCE.
           MOVE WS-TRANS-LOCATION        TO LG-LOCATION-CODE.
           IF TR-RECEIPT
               OR (TR-BUILD AND TR-ADJUST-UP)
               MOVE WS-RECEIPT-COST      TO LG-MOVE-COST
           ELSE
               MOVE IM-AVG-COST          TO LG-MOVE-COST
           END-IF.

       229-APPLY-ADJUSTMENT.
      * 217 HAS ALREADY PROVED THE ADJUSTMENT - THIS ONLY POSTS IT.
           MOVE IM-RECORD                TO WS-BEFORE-IMAGE.
           IF TR-ADJUST-UP
               ADD TR-QUANTITY-HAND      TO IM-QUANTITY-HAND
               REWRITE IM-RECORD
               PERFORM 245-ADD-TO-LOCATION
               PERFORM 247-BALANCE-MAIN-LOCATION
               ADD 1                     TO WS-ADJUST-CTR
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               IF IM-LOT-CONTROLLED
                   AND TR-LOT-NUMBER NOT = SPACES
                   PERFORM 275-POST-LOT-RECEIPT
               END-IF
               PERFORM 228-WRITE-MOVEMENT-LINE
           ELSE
               SUBTRACT TR-QUANTITY-HAND FROM IM-QUANTITY-HAND
               REWRITE IM-RECORD
               PERFORM 246-TAKE-FROM-LOCATION
               PERFORM 247-BALANCE-MAIN-LOCATION
               ADD 1                     TO WS-ADJUST-CTR
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               IF IM-LOT-CONTROLLED
                   PERFORM 270-DRAW-FROM-LOTS
               ELSE
                   PERFORM 228-WRITE-MOVEMENT-LINE
               END-IF
           END-IF.

       239-SET-PART-STATUS.
      * AN "S" TOUCHES NOTHING BUT THE LIFECYCLE BYTE - THE PART'S
           MOVE IM-ORDER-POINT           TO UNL-ORDER-POINT.
           MOVE IM-REORDER-QTY           TO UNL-REORDER-QTY.
           MOVE IM-STATUS-CODE           TO UNL-STATUS-CODE.
           MOVE IM-AVG-COST              TO UNL-AVG-COST.
           MOVE IM-LOT-CONTROL-FLAG      TO UNL-LOT-CONTROL-FLAG.
           WRITE UNL-CBLFIL1.
           PERFORM 231-READ-NEXT-MASTER.

      * FULL SCAN PER RECEIPT IS CHEAP AT THIS SHOP'S ORDER COUNT -
      * SAME CALL SupplierMaint MAKES FOR ITS IN-USE SCAN. WHATEVER
      * IS LEFT OVER AFTER EVERY LINE IS FILLED IS AN OVER-RECEIPT
      * AND GOES ON THE AUDIT REPORT FOR PURCHASING TO CHASE, AND ON
      * THE RECEIPT LOG AGAINST THE PART'S LATEST PO LINE SO THE
      * SUPPLIER SCORECARD CAN CHARGE IT TO WHOEVER SHIPPED IT.
           MOVE TR-QUANTITY-HAND         TO WS-POST-REMAINING.
           MOVE ZEROS                    TO WS-POST-OVER-QTY.
           MOVE ZEROS                    TO WS-REG-LINES-FOUND-CTR.
           MOVE "N"                      TO WS-REG-OPEN-LEFT-SW.
           MOVE "NO"                     TO REGISTER-EOF-FLAG.
               MOVE WS-POST-REMAINING    TO WS-OVR-QTY
               WRITE AUDIT-REPORT-LINE   FROM WS-OVER-RECEIPT-LINE
               ADD 1                     TO WS-OVER-RECEIPT-CTR
               MOVE WS-LAST-REG-LINE     TO PR-RECORD
               MOVE ZEROS                TO WS-POST-APPLY-QTY
               MOVE WS-POST-REMAINING    TO WS-POST-OVER-QTY
               PERFORM 255-WRITE-RECEIPT-LOG-LINE
           END-IF.

       237-POST-ONE-REGISTER-LINE.

       238-APPLY-TO-REGISTER-LINE.
           ADD 1                         TO WS-REG-LINES-FOUND-CTR.
           MOVE PR-RECORD                TO WS-LAST-REG-LINE.
           IF PR-LINE-OPEN AND WS-POST-REMAINING > ZERO
               COMPUTE WS-POST-OPEN-QTY =
                   PR-QTY-ORDERED - PR-QTY-RECEIVED
                   SET PR-LINE-FILLED    TO TRUE
               END-IF
               REWRITE PR-RECORD
               PERFORM 255-WRITE-RECEIPT-LOG-LINE
           END-IF.
           IF PR-LINE-OPEN
               SET WS-REG-OPEN-LEFT      TO TRUE
           MOVE TR-TRANS-CODE            TO JL-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE          TO JL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE           TO JL-AFTER-IMAGE.
           MOVE WS-BATCH-OPERATOR-ID     TO JL-OPERATOR-ID.
      * AN APPROVED ITEM IS JOURNALED AGAINST WHOEVER KEYED IT AND
      * WHOEVER SIGNED FOR IT, AND ONCE POSTED IT IS NO LONGER PENDING.
           IF WS-APPROVAL-RELEASED
               MOVE PA-OPERATOR-ID       TO JL-OPERATOR-ID
               MOVE PA-APPROVER-ID       TO JL-APPROVER-ID
               MOVE PA-DECISION-DATE     TO JL-APPROVED-DATE
               DELETE PENDING-APPROVAL-FILE
               ADD 1                     TO WS-RELEASED-CTR
               MOVE SPACE                TO WS-APPROVAL-ACTION-SW
           END-IF.
           WRITE JL-AUDIT-LINE.
           PERFORM 235-WRITE-AUDIT-REPORT-LINE.

           MOVE WS-AFT-QTY               TO WS-AUD-NEW-QTY.
           MOVE WS-BEF-PRICE             TO WS-AUD-OLD-PRICE.
           MOVE WS-AFT-PRICE             TO WS-AUD-NEW-PRICE.
           MOVE WS-BEF-AVG               TO WS-AUD-OLD-AVG.
           MOVE WS-AFT-AVG               TO WS-AUD-NEW-AVG.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-DETAIL.

       240-TRANSFER-STOCK.
      * AN "X" MOVES TR-QUANTITY-HAND FROM ONE LOCATION TO ANOTHER -
      * THE PART TOTAL ON THE MASTER NEVER CHANGES, ONLY WHERE THE
      * STOCK SITS. THE FROM-LOCATION HAS TO HOLD THE QUANTITY, THE
      * SAME RULE AN ISSUE LIVES BY. BOTH SIDES GO ON THE LEDGER AND
      * THE UNCHANGED MASTER IMAGE GOES ON THE JOURNAL SO THE MOVE
      * STILL SHOWS UP ON THE AUDIT REPORT.
           IF WS-TRANS-LOCATION = WS-TO-LOCATION
               MOVE "FROM AND TO LOCATION THE SAME - XFER REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
           ELSE
               MOVE TR-PART-NUMBER       TO IM-PART-NUMBER
               READ INVENT-MASTER
                 INVALID KEY
                   MOVE "PART NOT ON FILE - TRANSFER REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
                 NOT INVALID KEY
                   MOVE WS-TRANS-LOCATION TO WS-POST-LOCATION
                   PERFORM 249-GET-LOCATION-QTY
                   IF TR-QUANTITY-HAND > WS-LOC-AVAILABLE
                       MOVE
                         "INSUFFICIENT QTY AT LOCATION - XFER REJECTED"
                           TO WS-REJECT-REASON
                       PERFORM 227-WRITE-REJECT-LINE
                   ELSE
                       MOVE IM-RECORD    TO WS-BEFORE-IMAGE
                       PERFORM 246-TAKE-FROM-LOCATION
                       MOVE WS-TO-LOCATION TO WS-POST-LOCATION
                       PERFORM 245-ADD-TO-LOCATION
                       PERFORM 247-BALANCE-MAIN-LOCATION
                       ADD 1             TO WS-TRANSFER-CTR
                       MOVE IM-RECORD    TO WS-AFTER-IMAGE
                       PERFORM 234-WRITE-AUDIT-JOURNAL
                       PERFORM 251-WRITE-TRANSFER-LINES
                   END-IF
               END-READ
           END-IF.

       241-FIX-LOCATION-CODES.
      * A BLANK LOCATION IS THE MAIN WAREHOUSE - RESOLVED ONCE HERE SO
      * NOTHING DOWNSTREAM HAS TO CARE WHICH WAY IT WAS KEYED.
           MOVE TR-LOCATION-CODE         TO WS-TRANS-LOCATION.
           IF WS-TRANS-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION     TO WS-TRANS-LOCATION
           END-IF.
           MOVE TR-TO-LOCATION-CODE      TO WS-TO-LOCATION.
           IF WS-TO-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION     TO WS-TO-LOCATION
           END-IF.

       242-CHECK-APPROVAL-HOLD.
      * DECIDES WHETHER THE "J" OR "C" IN HAND - WHOSE PART IS ALREADY
      * READ - MAY POST. ONE CARRYING AN APPROVAL REFERENCE POSTS ONLY
      * IF THAT ENTRY IS ON PENDAPPR.DAT, APPROVED, AND STILL HOLDS
      * EXACTLY THIS TRANSACTION. ANY OTHER IS HELD WHEN IT IS WORTH
      * MORE THAN THE APPROVAL LIMIT. THE CALLER RUNS ITS OWN EDITS
      * AHEAD OF ACTING ON THE OUTCOME, SO A "J" WITH A BAD SIGN BYTE,
      * WORTH NOTHING HERE, IS STILL REJECTED AND NEVER HELD.
           MOVE SPACE                    TO WS-APPROVAL-ACTION-SW.
           MOVE ZERO                     TO WS-HOLD-VALUE.
           EVALUATE TRUE
               WHEN TR-APPROVAL-REF NOT = SPACES
                   MOVE TR-APPROVAL-REF  TO PA-PEND-KEY
                   MOVE TR-TRANSACTION   TO WS-HELD-TRANS-IMAGE
                   READ PENDING-APPROVAL-FILE
                     INVALID KEY
                       SET WS-APPROVAL-REFUSED TO TRUE
                     NOT INVALID KEY
                       IF PA-APPROVED
                           AND PA-TRANSACTION = WS-HELD-TRANS-BODY
                           SET WS-APPROVAL-RELEASED TO TRUE
                       ELSE
                           SET WS-APPROVAL-REFUSED TO TRUE
                       END-IF
                   END-READ
               WHEN TR-ADJUSTMENT
                   IF IM-AVG-COST IS NUMERIC
                       AND IM-AVG-COST > ZERO
                       MOVE IM-AVG-COST  TO WS-HOLD-COST
                   ELSE
                       MOVE IM-UNIT-PRICE TO WS-HOLD-COST
                   END-IF
                   IF TR-ADJUST-UP OR TR-ADJUST-DOWN
                       COMPUTE WS-HOLD-VALUE =
                           TR-QUANTITY-HAND * WS-HOLD-COST
                   END-IF
               WHEN OTHER
                   COMPUTE WS-OLD-STOCK-VALUE =
                       IM-QUANTITY-HAND * IM-UNIT-PRICE
                   MOVE ZERO             TO WS-NEW-STOCK-VALUE
                   IF TR-QUANTITY-HAND IS NUMERIC
                       AND TR-UNIT-PRICE IS NUMERIC
                       COMPUTE WS-NEW-STOCK-VALUE =
                           TR-QUANTITY-HAND * TR-UNIT-PRICE
                   END-IF
                   IF WS-NEW-STOCK-VALUE > WS-OLD-STOCK-VALUE
                       COMPUTE WS-HOLD-VALUE =
                           WS-NEW-STOCK-VALUE - WS-OLD-STOCK-VALUE
                   ELSE
                       COMPUTE WS-HOLD-VALUE =
                           WS-OLD-STOCK-VALUE - WS-NEW-STOCK-VALUE
                   END-IF
           END-EVALUATE.
           IF WS-APPROVAL-ACTION-SW = SPACE
               AND WS-HOLD-VALUE > WS-APPROVAL-LIMIT
               SET WS-APPROVAL-HOLD      TO TRUE
           END-IF.

       250-HOLD-FOR-APPROVAL.
      * PARKS THE TRANSACTION ON PENDAPPR.DAT UNDER ITS BATCH AND ITS
      * POSITION IN THE BATCH - THE MASTER IS NOT TOUCHED.
           MOVE SPACES                   TO PA-RECORD.
           MOVE WS-BATCH-ID              TO PA-BATCH-ID.
           MOVE WS-TRANS-READ-CTR        TO PA-BATCH-SEQ.
           MOVE WS-RUN-DATE              TO PA-HELD-DATE.
           MOVE WS-BATCH-OPERATOR-ID     TO PA-OPERATOR-ID.
           MOVE WS-HOLD-VALUE            TO PA-HOLD-VALUE.
           SET PA-PENDING                TO TRUE.
           MOVE ZERO                     TO PA-DECISION-DATE.
           MOVE TR-TRANSACTION           TO WS-HELD-TRANS-IMAGE.
           MOVE WS-HELD-TRANS-BODY       TO PA-TRANSACTION.
           WRITE PA-RECORD
             INVALID KEY
               MOVE "ALREADY HELD FOR APPROVAL - REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT INVALID KEY
               ADD 1                     TO WS-HELD-CTR
               MOVE TR-TRANS-CODE        TO WS-HLD-CODE
               MOVE TR-PART-NUMBER       TO WS-HLD-PART
               MOVE WS-HOLD-VALUE        TO WS-HLD-VALUE
               MOVE PA-BATCH-ID          TO WS-HLD-BATCH
               MOVE PA-BATCH-SEQ         TO WS-HLD-SEQ
               WRITE AUDIT-REPORT-LINE   FROM WS-HELD-LINE
           END-WRITE.

       243-SUM-OTHER-LOCATIONS.
      * ADDS UP WHAT THE PART HAS EVERYWHERE BUT THE MAIN WAREHOUSE -
      * THE MAIN WAREHOUSE FIGURE IS WHATEVER OF THE PART TOTAL THAT
      * LEAVES.
           MOVE ZEROS                    TO WS-OTHER-LOC-TOTAL.
           MOVE "NO"                     TO LOCSTOCK-EOF-FLAG.
           MOVE TR-PART-NUMBER           TO LS-PART-NUMBER.
           MOVE LOW-VALUES               TO LS-LOCATION-CODE.
           START LOCATION-STOCK KEY NOT LESS THAN LS-LOC-KEY
             INVALID KEY
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
           END-START.
           PERFORM 244-READ-PART-LOCATION
             UNTIL LOCSTOCK-EOF-FLAG = "YES".

       244-READ-PART-LOCATION.
           READ LOCATION-STOCK NEXT RECORD
             AT END
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
             NOT AT END
               IF LS-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               ELSE
                   IF LS-LOCATION-CODE NOT = WS-MAIN-LOCATION
                       ADD LS-QUANTITY-HAND TO WS-OTHER-LOC-TOTAL
                   END-IF
               END-IF
           END-READ.

       245-ADD-TO-LOCATION.
      * PUTS TR-QUANTITY-HAND INTO WS-POST-LOCATION. THE MAIN
      * WAREHOUSE IS LEFT TO 247-BALANCE-MAIN-LOCATION, WHICH EVERY
      * CALLER PERFORMS ONCE THE MASTER AND THE OTHER LOCATIONS ARE
      * SETTLED.
           IF WS-POST-LOCATION NOT = WS-MAIN-LOCATION
               MOVE TR-PART-NUMBER       TO LS-PART-NUMBER
               MOVE WS-POST-LOCATION     TO LS-LOCATION-CODE
               READ LOCATION-STOCK
                 INVALID KEY
                   MOVE TR-QUANTITY-HAND TO LS-QUANTITY-HAND
                   WRITE LS-RECORD
                 NOT INVALID KEY
                   ADD TR-QUANTITY-HAND  TO LS-QUANTITY-HAND
                   REWRITE LS-RECORD
               END-READ
           END-IF.

       246-TAKE-FROM-LOCATION.
      * CALLERS HAVE ALREADY PROVED THE LOCATION HOLDS THE QUANTITY
      * THROUGH 249-GET-LOCATION-QTY.
           IF WS-POST-LOCATION NOT = WS-MAIN-LOCATION
               MOVE TR-PART-NUMBER       TO LS-PART-NUMBER
               MOVE WS-POST-LOCATION     TO LS-LOCATION-CODE
               READ LOCATION-STOCK
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SUBTRACT TR-QUANTITY-HAND FROM LS-QUANTITY-HAND
                   REWRITE LS-RECORD
               END-READ
           END-IF.

       247-BALANCE-MAIN-LOCATION.
      * RESETS THE MAIN WAREHOUSE ENTRY TO THE PART TOTAL LESS WHAT IS
      * HELD ELSEWHERE, SO THE LOCATIONS ALWAYS ADD BACK UP TO THE
      * MASTER. A PART WITH NOTHING IN THE MAIN WAREHOUSE AND NO ENTRY
      * FOR IT YET DOESN'T GET AN EMPTY ONE WRITTEN.
           IF IM-QUANTITY-HAND IS NUMERIC
               PERFORM 243-SUM-OTHER-LOCATIONS
               MOVE TR-PART-NUMBER       TO LS-PART-NUMBER
               MOVE WS-MAIN-LOCATION     TO LS-LOCATION-CODE
               READ LOCATION-STOCK
                 INVALID KEY
                   IF IM-QUANTITY-HAND > WS-OTHER-LOC-TOTAL
                       COMPUTE LS-QUANTITY-HAND =
                           IM-QUANTITY-HAND - WS-OTHER-LOC-TOTAL
                       WRITE LS-RECORD
                   END-IF
                 NOT INVALID KEY
                   IF IM-QUANTITY-HAND > WS-OTHER-LOC-TOTAL
                       COMPUTE LS-QUANTITY-HAND =
                           IM-QUANTITY-HAND - WS-OTHER-LOC-TOTAL
                   ELSE
                       MOVE ZEROS        TO LS-QUANTITY-HAND
                   END-IF
                   REWRITE LS-RECORD
               END-READ
           END-IF.

       248-DROP-PART-LOCATIONS.
      * A DELETED PART TAKES ITS LOCATION ENTRIES WITH IT, THE SAME
      * WAY ITS QUANTITY GOES WITH THE MASTER RECORD.
           MOVE "NO"                     TO LOCSTOCK-EOF-FLAG.
           MOVE TR-PART-NUMBER           TO LS-PART-NUMBER.
           MOVE LOW-VALUES               TO LS-LOCATION-CODE.
           START LOCATION-STOCK KEY NOT LESS THAN LS-LOC-KEY
             INVALID KEY
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
           END-START.
           PERFORM 252-DROP-ONE-LOCATION
             UNTIL LOCSTOCK-EOF-FLAG = "YES".

       249-GET-LOCATION-QTY.
      * HOW MUCH OF THE PART SITS AT WS-POST-LOCATION, INTO
      * WS-LOC-AVAILABLE. THE MAIN WAREHOUSE IS WORKED OUT FROM THE
      * MASTER RATHER THAN READ, SO A PART THAT HAS NEVER HAD A
      * LOCATION ENTRY STILL SHOWS ALL ITS STOCK THERE.
           MOVE ZEROS                    TO WS-LOC-AVAILABLE.
           IF WS-POST-LOCATION = WS-MAIN-LOCATION
               PERFORM 243-SUM-OTHER-LOCATIONS
               IF IM-QUANTITY-HAND > WS-OTHER-LOC-TOTAL
                   COMPUTE WS-LOC-AVAILABLE =
                       IM-QUANTITY-HAND - WS-OTHER-LOC-TOTAL
               END-IF
           ELSE
               MOVE TR-PART-NUMBER       TO LS-PART-NUMBER
               MOVE WS-POST-LOCATION     TO LS-LOCATION-CODE
               READ LOCATION-STOCK
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE LS-QUANTITY-HAND TO WS-LOC-AVAILABLE
               END-READ
           END-IF.

       251-WRITE-TRANSFER-LINES.
           MOVE SPACES                   TO LG-MOVEMENT-LINE.
           MOVE WS-RUN-DATE              TO LG-RUN-DATE.
           MOVE TR-TRANS-CODE            TO LG-TRANS-CODE.
           MOVE TR-PART-NUMBER           TO LG-PART-NUMBER.
           MOVE "-"                      TO LG-ADJUST-SIGN.
           MOVE TR-QUANTITY-HAND         TO LG-MOVEMENT-QTY.
           MOVE IM-QUANTITY-HAND         TO LG-NEW-BALANCE.
           MOVE WS-TRANS-LOCATION        TO LG-LOCATION-CODE.
           MOVE IM-AVG-COST              TO LG-MOVE-COST.
           WRITE LG-MOVEMENT-LINE.
           MOVE "+"                      TO LG-ADJUST-SIGN.
           MOVE WS-TO-LOCATION           TO LG-LOCATION-CODE.
           WRITE LG-MOVEMENT-LINE.

       252-DROP-ONE-LOCATION.
           READ LOCATION-STOCK NEXT RECORD
             AT END
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
             NOT AT END
               IF LS-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               ELSE
                   DELETE LOCATION-STOCK
               END-IF
           END-READ.

       253-SET-RECEIPT-COST.
      * THE COST THIS DELIVERY CAME IN AT - THE KEYED INVOICE COST
      * WHEN THERE IS ONE, OTHERWISE THE PART'S AVERAGE (OR ITS LIST
      * PRICE, FOR A PART THAT HAS NEVER HAD AN AVERAGE), SO AN
      * UNCOSTED RECEIPT LEAVES THE VALUATION WHERE IT WAS.
           EVALUATE TRUE
               WHEN TR-UNIT-PRICE IS NUMERIC AND TR-UNIT-PRICE > ZERO
                   MOVE TR-UNIT-PRICE    TO WS-RECEIPT-COST
               WHEN IM-AVG-COST IS NUMERIC AND IM-AVG-COST > ZERO
                   MOVE IM-AVG-COST      TO WS-RECEIPT-COST
               WHEN IM-UNIT-PRICE IS NUMERIC
                   MOVE IM-UNIT-PRICE    TO WS-RECEIPT-COST
               WHEN OTHER
                   MOVE ZEROS            TO WS-RECEIPT-COST
           END-EVALUATE.

       254-REWEIGH-AVERAGE-COST.
      * THE STOCK ALREADY ON HAND AT THE OLD AVERAGE PLUS THE NEW
      * DELIVERY AT WHAT IT COST, SPREAD OVER THE NEW BALANCE. A PART
      * THAT WAS OUT OF STOCK (OR NEVER HAD A USABLE AVERAGE) SIMPLY
      * TAKES ON THE DELIVERY'S COST.
           IF WS-PRIOR-QTY = ZERO
               OR IM-AVG-COST NOT NUMERIC
               OR IM-QUANTITY-HAND = ZERO
               MOVE WS-RECEIPT-COST      TO IM-AVG-COST
           ELSE
               COMPUTE IM-AVG-COST ROUNDED =
                   (WS-PRIOR-QTY * IM-AVG-COST
                    + TR-QUANTITY-HAND * WS-RECEIPT-COST)
                   / IM-QUANTITY-HAND
           END-IF.

       255-WRITE-RECEIPT-LOG-LINE.
      * WHAT THE PO LINE SAID THE PART WOULD COST GOES NEXT TO WHAT
      * IT DID - A LINE CUT BEFORE THE REGISTER CARRIED A PRICE LOGS
      * A ZERO, WHICH PriceVariance REPORTS AS HAVING NO PO PRICE.
           MOVE SPACES                   TO RL-RECEIPT-LINE.
           MOVE WS-RUN-DATE              TO RL-RUN-DATE.
           MOVE PR-PO-NUMBER             TO RL-PO-NUMBER.
           MOVE PR-LINE-NUMBER           TO RL-LINE-NUMBER.
           MOVE PR-PART-NUMBER           TO RL-PART-NUMBER.
           MOVE PR-SUPP-CODE             TO RL-SUPP-CODE.
           MOVE PR-ORDER-DATE            TO RL-ORDER-DATE.
           MOVE WS-POST-APPLY-QTY        TO RL-QTY-APPLIED.
           MOVE WS-POST-OVER-QTY         TO RL-QTY-OVER.
           MOVE WS-RECEIPT-COST          TO RL-RECEIPT-COST.
           IF PR-UNIT-PRICE IS NUMERIC
               MOVE PR-UNIT-PRICE        TO RL-PO-PRICE
           ELSE
               MOVE ZEROS                TO RL-PO-PRICE
           END-IF.
           WRITE RL-RECEIPT-LINE.

       256-CHECK-ISSUE-AGAINST-ORDERS.
      * WORKS OUT HOW MUCH OF THE PART THIS ISSUE MAY TAKE - STOCK ON
      * HAND LESS WHAT THE PART'S OPEN ORDER LINES HOLD, PLUS THE
      * NAMED LINE'S OWN RESERVATION WHEN THE ISSUE IS SHIPPING ONE.
      * A NAMED LINE HAS TO BE ON FILE, OPEN, FOR THIS PART, AND
      * STILL WANT AT LEAST THIS MUCH, OR WS-REJECT-REASON SAYS WHY.
           MOVE "N"                      TO WS-ORDER-REF-SW.
           MOVE ZEROS                    TO WS-PART-COMMITTED.
           MOVE ZEROS                    TO WS-REF-LINE-ALLOCATED.
           IF TR-CUST-ORDER-NUMBER IS NUMERIC
               AND TR-CUST-ORDER-NUMBER > ZERO
               SET WS-ORDER-REF-GIVEN    TO TRUE
           END-IF.
           IF NOT WS-CUSTORD-ABSENT
               PERFORM 259-SUM-PART-COMMITTED
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ORDER-REF-GIVEN
                   CONTINUE
               WHEN WS-CUSTORD-ABSENT
                   OR TR-CUST-LINE-NUMBER NOT NUMERIC
                   MOVE "ORDER LINE NOT ON FILE - ISSUE REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-CUST-ORDER-NUMBER TO CO-ORDER-NUMBER
                   MOVE TR-CUST-LINE-NUMBER  TO CO-LINE-NUMBER
                   READ CUSTOMER-ORDER-FILE KEY IS CO-ORDER-KEY
                     INVALID KEY
                       MOVE "ORDER LINE NOT ON FILE - ISSUE REJECTED"
                           TO WS-REJECT-REASON
                     NOT INVALID KEY
                       PERFORM 262-EDIT-REFERENCED-LINE
                   END-READ
           END-EVALUATE.
           IF IM-QUANTITY-HAND + WS-REF-LINE-ALLOCATED
               > WS-PART-COMMITTED
               COMPUTE WS-ISSUE-AVAILABLE =
                   IM-QUANTITY-HAND + WS-REF-LINE-ALLOCATED
                   - WS-PART-COMMITTED
           ELSE
               MOVE ZEROS                TO WS-ISSUE-AVAILABLE
           END-IF.

       257-SHIP-ORDER-LINE.
      * THE ISSUE IS POSTED - THE LINE RECORDS IT AS SHIPPED, USING
      * UP ITS RESERVATION FIRST. A LINE SHIPPED IN FULL IS FINISHED
      * AND HOLDS NOTHING FURTHER.
           MOVE TR-CUST-ORDER-NUMBER     TO CO-ORDER-NUMBER.
           MOVE TR-CUST-LINE-NUMBER      TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER-FILE KEY IS CO-ORDER-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD TR-QUANTITY-HAND      TO CO-QTY-SHIPPED
               IF TR-QUANTITY-HAND < CO-QTY-ALLOCATED
                   SUBTRACT TR-QUANTITY-HAND FROM CO-QTY-ALLOCATED
               ELSE
                   MOVE ZEROS            TO CO-QTY-ALLOCATED
               END-IF
               IF CO-QTY-SHIPPED NOT < CO-QTY-ORDERED
                   MOVE ZEROS            TO CO-QTY-ALLOCATED
                   SET CO-LINE-SHIPPED   TO TRUE
               END-IF
               REWRITE CO-RECORD
               ADD 1                     TO WS-ORDER-SHIP-CTR
           END-READ.

       258-FILL-BACKORDERS.
      * A RECEIPT IS THE FIRST CHANCE A BACKORDERED LINE HAS AT STOCK
      * - WHATEVER OF THE NEW BALANCE ISN'T ALREADY RESERVED GOES TO
      * THE PART'S OPEN LINES IN DUE-DATE ORDER, ON THE SPOT, RATHER
      * THAN WAITING FOR TONIGHT'S OrderAllocate RUN.
           IF NOT WS-CUSTORD-ABSENT
               PERFORM 259-SUM-PART-COMMITTED
               MOVE ZEROS                TO WS-PART-FREE
               IF IM-QUANTITY-HAND > WS-PART-COMMITTED
                   COMPUTE WS-PART-FREE =
                       IM-QUANTITY-HAND - WS-PART-COMMITTED
               END-IF
               IF WS-PART-FREE > ZERO
                   PERFORM 261-START-PART-ORDER-LINES
                   PERFORM 263-FILL-ONE-BACKORDER
                     UNTIL CUSTORD-EOF-FLAG = "YES"
                        OR WS-PART-FREE = ZERO
               END-IF
           END-IF.

       259-SUM-PART-COMMITTED.
      * ADDS UP WHAT THE PART'S OPEN ORDER LINES HAVE RESERVED.
           MOVE ZEROS                    TO WS-PART-COMMITTED.
           PERFORM 261-START-PART-ORDER-LINES.
           PERFORM 260-ADD-LINE-COMMITTED
             UNTIL CUSTORD-EOF-FLAG = "YES".

       260-ADD-LINE-COMMITTED.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO CUSTORD-EOF-FLAG
             NOT AT END
               IF CO-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO CUSTORD-EOF-FLAG
               ELSE
                   IF CO-LINE-OPEN
                       ADD CO-QTY-ALLOCATED TO WS-PART-COMMITTED
                   END-IF
               END-IF
           END-READ.

       261-START-PART-ORDER-LINES.
      * POSITIONS ON THE PART'S FIRST ORDER LINE BY DUE DATE.
           MOVE "NO"                     TO CUSTORD-EOF-FLAG.
           MOVE TR-PART-NUMBER           TO CO-PART-NUMBER.
           MOVE ZEROS                    TO CO-DUE-DATE.
           START CUSTOMER-ORDER-FILE KEY NOT LESS THAN CO-PART-DUE-KEY
             INVALID KEY
               MOVE "YES"                TO CUSTORD-EOF-FLAG
           END-START.

       262-EDIT-REFERENCED-LINE.
           EVALUATE TRUE
               WHEN NOT CO-LINE-OPEN
                   MOVE "ORDER LINE NOT OPEN - ISSUE REJECTED"
                       TO WS-REJECT-REASON
               WHEN CO-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "ORDER LINE IS FOR ANOTHER PART - REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-REF-LINE-BALANCE =
                       CO-QTY-ORDERED - CO-QTY-SHIPPED
                   IF TR-QUANTITY-HAND > WS-REF-LINE-BALANCE
                       MOVE
                         "QTY OVER ORDER LINE BALANCE - ISSUE REJECTED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE CO-QTY-ALLOCATED TO WS-REF-LINE-ALLOCATED
                   END-IF
           END-EVALUATE.

       263-FILL-ONE-BACKORDER.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO CUSTORD-EOF-FLAG
             NOT AT END
               IF CO-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO CUSTORD-EOF-FLAG
               ELSE
                   IF CO-LINE-OPEN
                       AND CO-QTY-ORDERED >
                           CO-QTY-SHIPPED + CO-QTY-ALLOCATED
                       PERFORM 264-RESERVE-FOR-BACKORDER
                   END-IF
               END-IF
           END-READ.

       264-RESERVE-FOR-BACKORDER.
           COMPUTE WS-LINE-NEED =
               CO-QTY-ORDERED - CO-QTY-SHIPPED - CO-QTY-ALLOCATED.
           IF WS-PART-FREE < WS-LINE-NEED
               MOVE WS-PART-FREE         TO WS-LINE-ALLOC
           ELSE
               MOVE WS-LINE-NEED         TO WS-LINE-ALLOC
           END-IF.
           ADD WS-LINE-ALLOC             TO CO-QTY-ALLOCATED.
           SUBTRACT WS-LINE-ALLOC        FROM WS-PART-FREE.
           REWRITE CO-RECORD.
           ADD 1                         TO WS-BACKORD-FILL-CTR.
           MOVE CO-ORDER-NUMBER          TO WS-BOF-ORDER.
           MOVE CO-LINE-NUMBER           TO WS-BOF-LINE.
           MOVE CO-PART-NUMBER           TO WS-BOF-PART.
           MOVE WS-LINE-ALLOC            TO WS-BOF-QTY.
           WRITE AUDIT-REPORT-LINE       FROM WS-BACKORDER-FILL-LINE.

       265-SUM-PART-LOTS.
      * ADDS UP WHAT THE PART'S LOTS HOLD BETWEEN THEM.
           MOVE ZEROS                    TO WS-LOT-TOTAL.
           PERFORM 267-START-PART-LOTS.
           PERFORM 266-ADD-ONE-LOT
             UNTIL LOTBAL-EOF-FLAG = "YES".

       266-ADD-ONE-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO LOTBAL-EOF-FLAG
             NOT AT END
               IF LT-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOTBAL-EOF-FLAG
               ELSE
                   ADD LT-QUANTITY-HAND  TO WS-LOT-TOTAL
               END-IF
           END-READ.

       267-START-PART-LOTS.
      * POSITIONS ON THE PART'S EARLIEST-EXPIRING LOT.
           MOVE "NO"                     TO LOTBAL-EOF-FLAG.
           MOVE TR-PART-NUMBER           TO LT-PART-NUMBER.
           MOVE ZEROS                    TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES               TO LT-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY NOT LESS THAN LT-LOT-KEY
             INVALID KEY
               MOVE "YES"                TO LOTBAL-EOF-FLAG
           END-START.

       268-CHECK-NAMED-LOT.
      * AN ISSUE OR "-" ADJUSTMENT THAT NAMES A LOT HAS TO FIND THAT
      * LOT ON FILE FOR THE PART, HOLDING AT LEAST THE QUANTITY. ONE
      * THAT NAMES NONE IS DRAWN OLDEST-EXPIRING FIRST AND NEEDS NO
      * CHECK HERE - THE PART TOTAL HAS ALREADY BEEN PROVED.
           MOVE "N"                      TO WS-NAMED-LOT-SW.
           IF TR-LOT-NUMBER NOT = SPACES
               PERFORM 267-START-PART-LOTS
               PERFORM 269-FIND-NAMED-LOT
                 UNTIL LOTBAL-EOF-FLAG = "YES"
               EVALUATE TRUE
                   WHEN NOT WS-NAMED-LOT-FOUND
                       MOVE "LOT NOT ON FILE FOR PART - REJECTED"
                           TO WS-REJECT-REASON
                   WHEN TR-QUANTITY-HAND > WS-NAMED-LOT-QTY
                       MOVE "INSUFFICIENT QTY IN LOT - REJECTED"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       269-FIND-NAMED-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO LOTBAL-EOF-FLAG
             NOT AT END
               IF LT-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOTBAL-EOF-FLAG
               ELSE
                   IF LT-LOT-NUMBER = TR-LOT-NUMBER
                       SET WS-NAMED-LOT-FOUND TO TRUE
                       MOVE LT-LOT-KEY   TO WS-NAMED-LOT-KEY
                       MOVE LT-QUANTITY-HAND TO WS-NAMED-LOT-QTY
                       MOVE "YES"        TO LOTBAL-EOF-FLAG
                   END-IF
               END-IF
           END-READ.

       270-DRAW-FROM-LOTS.
      * THE MASTER IS ALREADY DOWN BY THE FULL QUANTITY - THIS TAKES
      * IT OUT OF THE LOTS AND LEDGERS EACH LOT'S SHARE, THE BALANCE
      * STEPPING DOWN LINE BY LINE FROM WHAT THE PART HELD BEFORE. A
      * NAMED LOT GIVES UP THE LOT; OTHERWISE THE OLDEST-EXPIRING
      * LOTS GO FIRST, AND ANYTHING THE LOTS CAN'T COVER COMES OUT OF
      * STOCK THE PART HELD BEFORE IT WAS PUT UNDER LOT CONTROL.
           MOVE TR-QUANTITY-HAND         TO WS-LOT-TO-DRAW.
           COMPUTE WS-LOT-RUNNING-BAL =
               IM-QUANTITY-HAND + TR-QUANTITY-HAND.
           IF WS-NAMED-LOT-FOUND
               MOVE WS-NAMED-LOT-KEY     TO LT-LOT-KEY
               READ LOT-BALANCE-FILE KEY IS LT-LOT-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 272-TAKE-FROM-LOT
               END-READ
           ELSE
               PERFORM 267-START-PART-LOTS
               PERFORM 271-DRAW-ONE-LOT
                 UNTIL LOTBAL-EOF-FLAG = "YES"
                    OR WS-LOT-TO-DRAW = ZERO
           END-IF.
           IF WS-LOT-TO-DRAW > ZERO
               MOVE WS-LOT-TO-DRAW       TO WS-LOT-DRAW-QTY
               SUBTRACT WS-LOT-DRAW-QTY  FROM WS-LOT-RUNNING-BAL
               MOVE SPACES               TO WS-LEDGER-LOT
               PERFORM 278-WRITE-LOT-MOVEMENT-LINE
           END-IF.

       271-DRAW-ONE-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO LOTBAL-EOF-FLAG
             NOT AT END
               IF LT-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOTBAL-EOF-FLAG
               ELSE
                   PERFORM 272-TAKE-FROM-LOT
               END-IF
           END-READ.

       272-TAKE-FROM-LOT.
      * A LOT DRAWN DOWN TO NOTHING IS GONE - THE LEDGER STILL SAYS
      * WHERE EVERY UNIT OF IT WENT.
           IF LT-QUANTITY-HAND < WS-LOT-TO-DRAW
               MOVE LT-QUANTITY-HAND     TO WS-LOT-DRAW-QTY
           ELSE
               MOVE WS-LOT-TO-DRAW       TO WS-LOT-DRAW-QTY
           END-IF.
           SUBTRACT WS-LOT-DRAW-QTY      FROM LT-QUANTITY-HAND.
           SUBTRACT WS-LOT-DRAW-QTY      FROM WS-LOT-TO-DRAW.
           SUBTRACT WS-LOT-DRAW-QTY      FROM WS-LOT-RUNNING-BAL.
           IF LT-QUANTITY-HAND = ZERO
               DELETE LOT-BALANCE-FILE
           ELSE
               REWRITE LT-RECORD
           END-IF.
           MOVE LT-LOT-NUMBER            TO WS-LEDGER-LOT.
           PERFORM 278-WRITE-LOT-MOVEMENT-LINE.
           ADD 1                         TO WS-LOT-MOVE-CTR.

       273-DROP-PART-LOTS.
      * A DELETED PART TAKES ITS LOTS WITH IT, THE SAME AS ITS
      * LOCATION ENTRIES.
           PERFORM 267-START-PART-LOTS.
           PERFORM 279-DROP-ONE-LOT
             UNTIL LOTBAL-EOF-FLAG = "YES".

       275-POST-LOT-RECEIPT.
      * STOCK ARRIVING INTO A LOT - A LOT ALREADY ON FILE WITH THE
      * SAME EXPIRY TAKES THE QUANTITY ON TOP, ANYTHING ELSE STARTS A
      * NEW LOT DATED TODAY.
           MOVE TR-PART-NUMBER           TO LT-PART-NUMBER.
           MOVE TR-EXPIRY-DATE           TO LT-EXPIRY-DATE.
           MOVE TR-LOT-NUMBER            TO LT-LOT-NUMBER.
           READ LOT-BALANCE-FILE KEY IS LT-LOT-KEY
             INVALID KEY
               MOVE WS-RUN-DATE          TO LT-RECEIVED-DATE
               MOVE TR-QUANTITY-HAND     TO LT-QUANTITY-HAND
               WRITE LT-RECORD
             NOT INVALID KEY
               ADD TR-QUANTITY-HAND      TO LT-QUANTITY-HAND
               REWRITE LT-RECORD
           END-READ.
           SET WS-LOT-POSTED             TO TRUE.
           ADD 1                         TO WS-LOT-MOVE-CTR.

       276-EDIT-RECEIPT-LOT.
      * A LOT-CONTROLLED RECEIPT HAS TO SAY WHICH LOT ARRIVED AND WHEN
      * IT GOES BAD - STOCK THAT IS ALREADY OUT OF DATE ON THE DOCK
      * GOES BACK, IT DOESN'T GO ON THE SHELF.
           EVALUATE TRUE
               WHEN TR-LOT-NUMBER = SPACES
                   MOVE "LOT NUMBER MISSING - RECEIPT REJECTED"
                       TO WS-REJECT-REASON
               WHEN TR-EXPIRY-DATE NOT NUMERIC
                   OR TR-EXPIRY-DATE = ZERO
                   MOVE "EXPIRY DATE MISSING - RECEIPT REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-EXPIRY-DATE   TO WS-EXPIRY-CHECK
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT WS-EXPIRY-MM-VALID
                   OR NOT WS-EXPIRY-DD-VALID
                   MOVE "EXPIRY DATE INVALID - RECEIPT REJECTED"
                       TO WS-REJECT-REASON
               WHEN TR-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE "LOT ALREADY EXPIRED - RECEIPT REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       277-APPLY-RECEIPT.
           MOVE IM-RECORD                TO WS-BEFORE-IMAGE.
           PERFORM 253-SET-RECEIPT-COST.
           MOVE IM-QUANTITY-HAND         TO WS-PRIOR-QTY.
           ADD TR-QUANTITY-HAND          TO IM-QUANTITY-HAND
             ON SIZE ERROR
               MOVE "QUANTITY ON HAND OVERFLOW - RECEIPT REJECTED"
                   TO WS-REJECT-REASON
               PERFORM 227-WRITE-REJECT-LINE
             NOT ON SIZE ERROR
               PERFORM 254-REWEIGH-AVERAGE-COST
               REWRITE IM-RECORD
               MOVE WS-TRANS-LOCATION    TO WS-POST-LOCATION
               PERFORM 245-ADD-TO-LOCATION
               PERFORM 247-BALANCE-MAIN-LOCATION
               ADD 1                     TO WS-RECEIPT-CTR
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               IF IM-LOT-CONTROLLED
                   PERFORM 275-POST-LOT-RECEIPT
               END-IF
               PERFORM 228-WRITE-MOVEMENT-LINE
               PERFORM 236-POST-RECEIPT-TO-REGISTER
               PERFORM 233-CLOSE-OPEN-ORDER
               PERFORM 258-FILL-BACKORDERS
           END-ADD.

       278-WRITE-LOT-MOVEMENT-LINE.
           PERFORM 274-BUILD-MOVEMENT-LINE.
           MOVE WS-LOT-DRAW-QTY          TO LG-MOVEMENT-QTY.
           MOVE WS-LOT-RUNNING-BAL       TO LG-NEW-BALANCE.
           MOVE WS-LEDGER-LOT            TO LG-LOT-NUMBER.
           WRITE LG-MOVEMENT-LINE.

       279-DROP-ONE-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO LOTBAL-EOF-FLAG
             NOT AT END
               IF LT-PART-NUMBER NOT = TR-PART-NUMBER
                   MOVE "YES"            TO LOTBAL-EOF-FLAG
               ELSE
                   DELETE LOT-BALANCE-FILE
               END-IF
           END-READ.

       280-BUILD-KIT.
      * PROVES THE KIT SIDE, THEN EVERY COMPONENT ON THE BILL, AND
      * ONLY POSTS ONCE ALL OF THEM PASS. EACH COMPONENT HAS TO BE
      * FREE STOCK (NOT RESERVED FOR A CUSTOMER ORDER) SITTING AT THE
      * BUILD LOCATION, THE SAME RULES AN UNREFERENCED ISSUE LIVES BY.
           MOVE TR-TRANSACTION           TO WS-BUILD-SAVE-TRANS.
           MOVE TR-PART-NUMBER           TO WS-BUILD-KIT-PART.
           MOVE SPACES                   TO WS-REJECT-REASON.
           MOVE ZEROS                    TO WS-BUILD-COMP-CTR.
           MOVE ZEROS                    TO WS-BUILD-UNIT-COST.
           EVALUATE TRUE
               WHEN TR-QUANTITY-HAND = ZERO
                   MOVE "BUILD QUANTITY IS ZERO - BUILD REJECTED"
                       TO WS-REJECT-REASON
               WHEN WS-KITBOM-ABSENT
                   MOVE "NO BILL OF MATERIALS FOR KIT - BUILD REJECTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-QUANTITY-HAND TO WS-BUILD-QTY
                   MOVE TR-PART-NUMBER   TO IM-PART-NUMBER
                   READ INVENT-MASTER
                     INVALID KEY
                       MOVE "KIT NOT ON FILE - BUILD REJECTED"
                           TO WS-REJECT-REASON
                     NOT INVALID KEY
                       PERFORM 281-EDIT-KIT-SIDE
                   END-READ
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 282-START-KIT-COMPONENTS
               PERFORM 283-EDIT-NEXT-COMPONENT
                 UNTIL KITBOM-EOF-FLAG = "YES"
               MOVE WS-BUILD-SAVE-TRANS  TO TR-TRANSACTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN WS-BUILD-COMP-CTR = ZERO
                   MOVE "NO BILL OF MATERIALS FOR KIT - BUILD REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN WS-BUILD-UNIT-COST > WS-BUILD-MAX-COST
                   MOVE "KIT UNIT COST OVERFLOW - BUILD REJECTED"
                       TO WS-REJECT-REASON
                   PERFORM 227-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 284-POST-BUILD
           END-EVALUATE.

       281-EDIT-KIT-SIDE.
      * THE KIT IS RECEIVED LIKE ANY OTHER PART - A LOT-CONTROLLED
      * KIT NEEDS ITS LOT AND EXPIRY, AND THE BALANCE HAS TO FIT.
           IF IM-LOT-CONTROLLED
               PERFORM 276-EDIT-RECEIPT-LOT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND IM-QUANTITY-HAND + TR-QUANTITY-HAND > 99999
               MOVE "KIT QTY ON HAND OVERFLOW - BUILD REJECTED"
                   TO WS-REJECT-REASON
           END-IF.

       282-START-KIT-COMPONENTS.
      * POSITIONS ON THE KIT'S FIRST COMPONENT.
           MOVE "NO"                     TO KITBOM-EOF-FLAG.
           MOVE WS-BUILD-KIT-PART        TO BM-KIT-PART.
           MOVE ZEROS                    TO BM-COMP-PART.
           START KIT-BOM-FILE KEY NOT LESS THAN BM-BOM-KEY
             INVALID KEY
               MOVE "YES"                TO KITBOM-EOF-FLAG
           END-START.

       283-EDIT-NEXT-COMPONENT.
           READ KIT-BOM-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO KITBOM-EOF-FLAG
             NOT AT END
               IF BM-KIT-PART NOT = WS-BUILD-KIT-PART
                   MOVE "YES"            TO KITBOM-EOF-FLAG
               ELSE
                   PERFORM 285-EDIT-ONE-COMPONENT
               END-IF
           END-READ.

       284-POST-BUILD.
      * EVERYTHING HAS BEEN PROVED - THE COMPONENTS GO OUT, THEN THE
      * KIT COMES IN WITH THE KEYED TRANSACTION BACK IN PLACE.
           PERFORM 282-START-KIT-COMPONENTS.
           PERFORM 288-ISSUE-NEXT-COMPONENT
             UNTIL KITBOM-EOF-FLAG = "YES".
           MOVE WS-BUILD-SAVE-TRANS      TO TR-TRANSACTION.
           PERFORM 286-RECEIVE-BUILT-KIT.
           ADD 1                         TO WS-BUILD-CTR.

       285-EDIT-ONE-COMPONENT.
      * THE FIRST COMPONENT THAT FAILS STOPS THE WALK - ONE REASON IS
      * ALL THE REJECT LINE HAS ROOM FOR.
           ADD 1                         TO WS-BUILD-COMP-CTR.
           PERFORM 287-SET-COMPONENT-TRANS.
           IF WS-REJECT-REASON = SPACES
               MOVE BM-COMP-PART         TO IM-PART-NUMBER
               READ INVENT-MASTER
                 INVALID KEY
                   MOVE "NOT ON FILE - BUILD REJECTED"
                       TO WS-BRJ-TEXT
                   MOVE WS-BUILD-REJECT  TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE WS-TRANS-LOCATION TO WS-POST-LOCATION
                   PERFORM 249-GET-LOCATION-QTY
                   PERFORM 256-CHECK-ISSUE-AGAINST-ORDERS
                   EVALUATE TRUE
                       WHEN TR-QUANTITY-HAND > IM-QUANTITY-HAND
                           MOVE "SHORT - BUILD REJECTED"
                               TO WS-BRJ-TEXT
                           MOVE WS-BUILD-REJECT TO WS-REJECT-REASON
                       WHEN TR-QUANTITY-HAND > WS-ISSUE-AVAILABLE
                           MOVE "COMMITTED - BUILD REJECTED"
                               TO WS-BRJ-TEXT
                           MOVE WS-BUILD-REJECT TO WS-REJECT-REASON
                       WHEN TR-QUANTITY-HAND > WS-LOC-AVAILABLE
                           MOVE "SHORT AT LOCATION - REJECTED"
                               TO WS-BRJ-TEXT
                           MOVE WS-BUILD-REJECT TO WS-REJECT-REASON
                       WHEN IM-AVG-COST IS NUMERIC
                           COMPUTE WS-BUILD-UNIT-COST =
                               WS-BUILD-UNIT-COST
                               + BM-QTY-PER-KIT * IM-AVG-COST
                       WHEN OTHER
                           COMPUTE WS-BUILD-UNIT-COST =
                               WS-BUILD-UNIT-COST
                               + BM-QTY-PER-KIT * IM-UNIT-PRICE
                   END-EVALUATE
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "YES"                TO KITBOM-EOF-FLAG
           END-IF.

       286-RECEIVE-BUILT-KIT.
      * THE KIT SIDE IS A RECEIPT AT THE ROLLED-UP COMPONENT COST - IT
      * RE-WEIGHS THE KIT'S AVERAGE AND FILLS ANY KIT BACKORDERS, BUT
      * NEVER TOUCHES THE PO REGISTER, SINCE NOBODY BOUGHT IT.
           MOVE "+"                      TO TR-ADJUST-SIGN.
           MOVE WS-BUILD-UNIT-COST       TO WS-RECEIPT-COST.
           MOVE TR-PART-NUMBER           TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE IM-RECORD            TO WS-BEFORE-IMAGE
               MOVE IM-QUANTITY-HAND     TO WS-PRIOR-QTY
               ADD TR-QUANTITY-HAND      TO IM-QUANTITY-HAND
               PERFORM 254-REWEIGH-AVERAGE-COST
               REWRITE IM-RECORD
               MOVE WS-TRANS-LOCATION    TO WS-POST-LOCATION
               PERFORM 245-ADD-TO-LOCATION
               PERFORM 247-BALANCE-MAIN-LOCATION
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               IF IM-LOT-CONTROLLED
                   PERFORM 275-POST-LOT-RECEIPT
               END-IF
               PERFORM 228-WRITE-MOVEMENT-LINE
               PERFORM 258-FILL-BACKORDERS
           END-READ.

       287-SET-COMPONENT-TRANS.
      * TURNS TR-TRANSACTION INTO AN UNREFERENCED "-" MOVEMENT OF THE
      * COMPONENT FOR ITS SHARE OF THE BUILD. THE KIT'S LOT NUMBER
      * MEANS NOTHING TO A COMPONENT, SO A LOT-CONTROLLED COMPONENT
      * DRAWS OLDEST-EXPIRING FIRST.
           MOVE BM-COMP-PART             TO TR-PART-NUMBER.
           MOVE BM-COMP-PART             TO WS-BRJ-PART.
           MOVE "-"                      TO TR-ADJUST-SIGN.
           MOVE SPACES                   TO TR-LOT-NUMBER.
           MOVE SPACES                   TO TR-CUST-ORDER-REF.
           MOVE "N"                      TO WS-NAMED-LOT-SW.
           MULTIPLY BM-QTY-PER-KIT BY WS-BUILD-QTY
               GIVING TR-QUANTITY-HAND
             ON SIZE ERROR
               MOVE "QTY OVERFLOW - BUILD REJECTED"
                   TO WS-BRJ-TEXT
               MOVE WS-BUILD-REJECT      TO WS-REJECT-REASON
           END-MULTIPLY.

       288-ISSUE-NEXT-COMPONENT.
           READ KIT-BOM-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO KITBOM-EOF-FLAG
             NOT AT END
               IF BM-KIT-PART NOT = WS-BUILD-KIT-PART
                   MOVE "YES"            TO KITBOM-EOF-FLAG
               ELSE
                   PERFORM 289-ISSUE-ONE-COMPONENT
               END-IF
           END-READ.

       289-ISSUE-ONE-COMPONENT.
           PERFORM 287-SET-COMPONENT-TRANS.
           MOVE BM-COMP-PART             TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE IM-RECORD            TO WS-BEFORE-IMAGE
               SUBTRACT TR-QUANTITY-HAND FROM IM-QUANTITY-HAND
               REWRITE IM-RECORD
               MOVE WS-TRANS-LOCATION    TO WS-POST-LOCATION
               PERFORM 246-TAKE-FROM-LOCATION
               PERFORM 247-BALANCE-MAIN-LOCATION
               MOVE IM-RECORD            TO WS-AFTER-IMAGE
               PERFORM 234-WRITE-AUDIT-JOURNAL
               IF IM-LOT-CONTROLLED
                   PERFORM 270-DRAW-FROM-LOTS
               ELSE
                   PERFORM 228-WRITE-MOVEMENT-LINE
               END-IF
               ADD 1                     TO WS-COMPONENT-ISSUE-CTR
           END-READ.

       290-CLOSE-FILES.
           CLOSE INVENT-TRANS-IN
                 TRANS-REJECT-OUT
                 MOVEMENT-LEDGER-OUT
                 RECEIPT-LOG-OUT
                 LOCATION-STOCK
                 LOT-BALANCE-FILE
                 PENDING-APPROVAL-FILE.
           IF NOT WS-OPENORD-ABSENT
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF NOT WS-POREG-ABSENT
               CLOSE PO-REGISTER-FILE
           END-IF.
           IF NOT WS-CUSTORD-ABSENT
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
           IF NOT WS-KITBOM-ABSENT
               CLOSE KIT-BOM-FILE
           END-IF.

           MOVE "ADDS APPLIED            " TO WS-AUDT-LABEL.
           MOVE WS-ADD-CTR               TO WS-AUDT-VALUE.
           MOVE "STATUS CHANGES APPLIED  " TO WS-AUDT-LABEL.
           MOVE WS-STATUS-CTR            TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "TRANSFERS APPLIED       " TO WS-AUDT-LABEL.
           MOVE WS-TRANSFER-CTR          TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED   " TO WS-AUDT-LABEL.
           MOVE WS-REJECT-CTR            TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "OVER-RECEIPTS FLAGGED   " TO WS-AUDT-LABEL.
           MOVE WS-OVER-RECEIPT-CTR      TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "ORDER LINES SHIPPED     " TO WS-AUDT-LABEL.
           MOVE WS-ORDER-SHIP-CTR        TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "BACKORDERS FILLED       " TO WS-AUDT-LABEL.
           MOVE WS-BACKORD-FILL-CTR      TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "LOT MOVEMENTS           " TO WS-AUDT-LABEL.
           MOVE WS-LOT-MOVE-CTR          TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "KIT BUILDS APPLIED      " TO WS-AUDT-LABEL.
           MOVE WS-BUILD-CTR             TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "KIT COMPONENTS ISSUED   " TO WS-AUDT-LABEL.
           MOVE WS-COMPONENT-ISSUE-CTR   TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "HELD FOR APPROVAL       " TO WS-AUDT-LABEL.
           MOVE WS-HELD-CTR              TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "APPROVED ITEMS POSTED   " TO WS-AUDT-LABEL.
           MOVE WS-RELEASED-CTR          TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.
           MOVE "APPROVALS WITHDRAWN     " TO WS-AUDT-LABEL.
           MOVE WS-WITHDRAWN-CTR         TO WS-AUDT-VALUE.
           WRITE AUDIT-REPORT-LINE       FROM WS-AUDIT-TOTAL-LINE.

           CLOSE AUDIT-JOURNAL-OUT
                 AUDIT-REPORT-OUT.
           DISPLAY "  ISSUES APPLIED       " WS-ISSUE-CTR.
           DISPLAY "  ADJUSTMENTS APPLIED  " WS-ADJUST-CTR.
           DISPLAY "  STATUS CHANGES       " WS-STATUS-CTR.
           DISPLAY "  TRANSFERS APPLIED    " WS-TRANSFER-CTR.
           DISPLAY "  TRANSACTIONS REJECTED" WS-REJECT-CTR.
           DISPLAY "  OVER-RECEIPTS FLAGGED" WS-OVER-RECEIPT-CTR.
           DISPLAY "  ORDER LINES SHIPPED  " WS-ORDER-SHIP-CTR.
           DISPLAY "  BACKORDERS FILLED    " WS-BACKORD-FILL-CTR.
           DISPLAY "  LOT MOVEMENTS        " WS-LOT-MOVE-CTR.
           DISPLAY "  KIT BUILDS APPLIED   " WS-BUILD-CTR.
           DISPLAY "  KIT COMPONENTS ISSUED" WS-COMPONENT-ISSUE-CTR.
           DISPLAY "  HELD FOR APPROVAL    " WS-HELD-CTR.
           DISPLAY "  APPROVED ITEMS POSTED" WS-RELEASED-CTR.
           DISPLAY "  APPROVALS WITHDRAWN  " WS-WITHDRAWN-CTR.
