       PROGRAM-ID.     PartInquiry.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * INTERACTIVE PART INQUIRY FOR THE COUNTER AND THE BUYERS. THE
      * OPERATOR KEYS A PART NUMBER AND GETS ONE SCREEN WITH
      * EVERYTHING ON FILE ABOUT THE PART:
      *   - THE MASTER RECORD AND THE PART'S STATUS (INVENTM.DAT),
      *   - ITS ABC CLASS AND LAST-COUNTED DATE (CYCLSCHD.DAT),
      *   - THE PRIMARY SUPPLIER WITH ITS LEAD TIME AND ACTIVE FLAG
      *     (SUPPMAST.DAT),
      *   - THE ALTERNATE SUPPLIERS IN PRIORITY ORDER (ALTSUPP.DAT),
      *   - ANY REORDER STILL OUTSTANDING (OPENORD.DAT) AND EVERY OPEN
      *     PO LINE WITH THE QUANTITY STILL DUE (POREGIST.DAT),
      *   - THE LAST TWENTY MOVEMENTS ON THE LEDGER (INVMOVLG.TXT),
      *     OLDEST FIRST, EACH WITH THE PART'S BALANCE AFTER IT.
      * "N" AND "P" PAGE TO THE NEXT AND PREVIOUS PART ON THE MASTER,
      * AND "S" FOLLOWED BY A SUPPLIER CODE LISTS EVERY PART THAT
      * SUPPLIER CARRIES, AS PRIMARY OR AS AN ALTERNATE. "Q" ENDS THE
      * SESSION. EVERY FILE IS OPENED FOR INPUT ONLY - NOTHING IS
      * UPDATED HERE, SO THE INQUIRY IS SAFE TO RUN ALONGSIDE THE
      * BATCH CYCLE. ONLY THE MASTER HAS TO BE THERE; ANY OTHER FILE A
      * SITE DOESN'T HAVE YET IS JUST SHOWN AS HOLDING NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

           SELECT ALT-SUPP-FILE
               ASSIGN TO
               "C:\ALTSUPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-ALT-KEY
               FILE STATUS IS WS-ALTSUPP-STATUS.

           SELECT OPEN-ORDER-FILE
               ASSIGN TO
               "C:\OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-PART-NUMBER
               FILE STATUS IS WS-OPENORD-STATUS.

           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT CYCLE-SCHEDULE
               ASSIGN TO
               "C:\CYCLSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-PART-NUMBER
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT MOVEMENT-LEDGER-IN
               ASSIGN TO
               "C:\INVMOVLG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
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

       FD  ALT-SUPP-FILE.
      * MIRRORS THE AS-RECORD LAYOUT AltSupplierMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. THE KEY PUTS A PART'S
      * ALTERNATES IN PRIORITY ORDER.
       01  AS-RECORD.
           05 AS-ALT-KEY.
               10 AS-PART-NUMBER          PIC 9(05).
               10 AS-PRIORITY             PIC 9(01).
           05 AS-SUPP-CODE                PIC X(05).
           05 AS-UNIT-PRICE               PIC 9(05)V99.

       FD  OPEN-ORDER-FILE.
      * MIRRORS THE OO-RECORD LAYOUT InventoryTracker WRITES - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
       01  OO-RECORD.
           05 OO-PART-NUMBER              PIC 9(05).
           05 OO-SUPP-CODE                PIC X(05).
           05 OO-ORDER-DATE               PIC 9(08).
           05 OO-ORDER-QTY                PIC 9(05).
           05 OO-STATUS                   PIC X(01).
               88 OO-OPEN                     VALUE "O".
               88 OO-CLOSED                   VALUE "C".
           05 OO-CLOSE-DATE               PIC 9(08).

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

       FD  CYCLE-SCHEDULE.
      * MIRRORS THE CS-RECORD LAYOUT CycleCount MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES.
       01  CS-RECORD.
           05 CS-PART-NUMBER              PIC 9(05).
           05 CS-ABC-CLASS                PIC X(01).
           05 CS-LAST-COUNT-DATE          PIC 9(08).

       FD  MOVEMENT-LEDGER-IN.
      * MIRRORS THE LG-MOVEMENT-LINE LAYOUT InventMaint APPENDS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES.
       01  LG-MOVEMENT-LINE.
           05 LG-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(1).
           05 LG-TRANS-CODE               PIC X(01).
           05 FILLER                      PIC X(1).
           05 LG-PART-NUMBER              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-ADJUST-SIGN              PIC X(01).
           05 LG-MOVEMENT-QTY             PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-NEW-BALANCE              PIC 9(05).
           05 FILLER                      PIC X(1).
           05 LG-LOCATION-CODE            PIC X(02).
           05 FILLER                      PIC X(1).
           05 LG-MOVE-COST                PIC 9(05)V99.
           05 FILLER                      PIC X(1).
           05 LG-LOT-NUMBER               PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".
       01 WS-ALTSUPP-STATUS               PIC X(02) VALUE "00".
       01 WS-OPENORD-STATUS               PIC X(02) VALUE "00".
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".
       01 WS-SCHEDULE-STATUS              PIC X(02) VALUE "00".
       01 WS-LEDGER-STATUS                PIC X(02) VALUE "00".

       01 WS-FILE-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".
           05 WS-SUPPMAST-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-SUPPMAST-ABSENT          VALUE "Y".
           05 WS-ALTSUPP-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-ALTSUPP-ABSENT           VALUE "Y".
           05 WS-OPENORD-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-OPENORD-ABSENT           VALUE "Y".
           05 WS-POREG-ABSENT-SW          PIC X(1) VALUE "N".
               88 WS-POREG-ABSENT             VALUE "Y".
           05 WS-SCHEDULE-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-SCHEDULE-ABSENT          VALUE "Y".

       01 EOF-FLAGS.
           05 MASTER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 ALTSUPP-EOF-FLAG            PIC X(3) VALUE "NO".
           05 REGISTER-EOF-FLAG           PIC X(3) VALUE "NO".
           05 LEDGER-EOF-FLAG             PIC X(3) VALUE "NO".

      * THE OPERATOR'S LINE IS A COMMAND LETTER OR A PART NUMBER,
      * OPTIONALLY FOLLOWED BY A SUPPLIER CODE. THE FIRST WORD IS ALSO
      * PICKED UP RIGHT-JUSTIFIED SO A SHORT PART NUMBER ("123") READS
      * AS 00123.
       01 WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
       01 WS-COMMAND-WORK.
           05 WS-CMD-VERB                 PIC X(10) VALUE SPACES.
           05 WS-CMD-VERB-LEN             PIC 9(03) COMP VALUE ZERO.
           05 WS-CMD-ARG                  PIC X(10) VALUE SPACES.
           05 WS-CMD-PART-TEXT            PIC X(05) JUSTIFIED RIGHT
                                          VALUE SPACES.
           05 WS-CMD-PART-NUMBER REDEFINES WS-CMD-PART-TEXT
                                          PIC 9(05).

       01 WS-SESSION-CONTROL.
           05 WS-DONE-SW                  PIC X(1) VALUE "N".
               88 WS-INQUIRY-DONE             VALUE "Y".
           05 WS-CURRENT-PART             PIC 9(05) VALUE ZERO.
           05 WS-PRIOR-PART               PIC 9(05) VALUE ZERO.
           05 WS-PRIOR-FOUND-SW           PIC X(1) VALUE "N".
               88 WS-PRIOR-FOUND              VALUE "Y".
           05 WS-LOOKUP-SUPP-CODE         PIC X(05) VALUE SPACES.
           05 WS-LIST-CTR                 PIC 9(05) VALUE ZERO.

      * THE LAST TWENTY LEDGER LINES FOR THE PART, KEPT AS A RING -
      * WS-MOV-NEXT IS WHERE THE NEXT LINE GOES, AND ONCE THE RING HAS
      * FILLED IT IS ALSO WHERE THE OLDEST LINE STILL HELD SITS.
       01 WS-MOVEMENT-RING.
           05 WS-MOV-ENTRY OCCURS 20 TIMES.
               10 WS-MOV-DATE             PIC 9(08).
               10 WS-MOV-CODE             PIC X(01).
               10 WS-MOV-SIGN             PIC X(01).
               10 WS-MOV-QTY              PIC 9(05).
               10 WS-MOV-BALANCE          PIC 9(05).
               10 WS-MOV-LOCATION         PIC X(02).
               10 WS-MOV-LOT              PIC X(10).
       01 WS-MOVEMENT-CONTROL.
           05 WS-MOV-MAX                  PIC 9(03) COMP VALUE 20.
           05 WS-MOV-NEXT                 PIC 9(03) COMP VALUE 1.
           05 WS-MOV-SUB                  PIC 9(03) COMP VALUE 1.
           05 WS-MOV-SHOW-CTR             PIC 9(03) COMP VALUE ZERO.
           05 WS-MOV-FOUND-CTR            PIC 9(05) VALUE ZERO.

       01 WS-RULE-LINE                    PIC X(79) VALUE ALL "-".

       01 WS-PART-LINE-1.
           05 FILLER                     PIC X(5) VALUE "PART ".
           05 WS-PL1-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-PL1-NAME                PIC X(20).
           05 FILLER                     PIC X(9) VALUE "  STATUS ".
           05 WS-PL1-STATUS              PIC X(14).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-PL1-LOT-TEXT            PIC X(14).

       01 WS-PART-LINE-2.
           05 FILLER                     PIC X(8) VALUE "ON HAND ".
           05 WS-PL2-ON-HAND             PIC ZZZZ9.
           05 FILLER                     PIC X(15) VALUE
               "   ORDER POINT ".
           05 WS-PL2-ORDER-POINT         PIC ZZZZ9.
           05 FILLER                     PIC X(15) VALUE
               "   REORDER QTY ".
           05 WS-PL2-REORDER-QTY         PIC ZZZZ9.

       01 WS-PART-LINE-3.
           05 FILLER                     PIC X(11) VALUE "UNIT PRICE ".
           05 WS-PL3-UNIT-PRICE          PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(12) VALUE
               "   AVG COST ".
           05 WS-PL3-AVG-COST            PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(13) VALUE
               "   ABC CLASS ".
           05 WS-PL3-ABC-CLASS           PIC X(01).
           05 FILLER                     PIC X(16) VALUE
               "   LAST COUNTED ".
           05 WS-PL3-LAST-COUNTED        PIC X(08).

       01 WS-SUPPLIER-LINE.
           05 WS-SPL-LABEL               PIC X(17).
           05 WS-SPL-CODE                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-SPL-NAME                PIC X(15).
           05 FILLER                     PIC X(6) VALUE " LEAD ".
           05 WS-SPL-LEAD-DAYS           PIC ZZ9.
           05 FILLER                     PIC X(6) VALUE " DAYS ".
           05 WS-SPL-ACTIVE              PIC X(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-SPL-EDI                 PIC X(03).

       01 WS-ALTERNATE-LINE.
           05 FILLER                     PIC X(11) VALUE
               "  PRIORITY ".
           05 WS-ALT-PRIORITY            PIC 9(01).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-ALT-CODE                PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ALT-NAME                PIC X(15).
           05 FILLER                     PIC X(7) VALUE " PRICE ".
           05 WS-ALT-PRICE               PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ALT-ACTIVE              PIC X(22).

       01 WS-OPEN-ORDER-LINE.
           05 FILLER                     PIC X(23) VALUE
               "REORDER OUTSTANDING - ".
           05 FILLER                     PIC X(8) VALUE "ORDERED ".
           05 WS-OOL-ORDER-DATE          PIC 9(08).
           05 FILLER                     PIC X(5) VALUE " QTY ".
           05 WS-OOL-QTY                 PIC ZZZZ9.
           05 FILLER                     PIC X(10) VALUE
               " SUPPLIER ".
           05 WS-OOL-SUPP-CODE           PIC X(05).

       01 WS-PO-COLUMN-HEADER.
           05 FILLER                     PIC X(23) VALUE
               "OPEN PO LINES:     PO  ".
           05 FILLER                     PIC X(5) VALUE "LINE ".
           05 FILLER                     PIC X(6) VALUE "SUPP  ".
           05 FILLER                     PIC X(9) VALUE "ORDERED  ".
           05 FILLER                     PIC X(18) VALUE
               "ORDERED  RECEIVED ".
           05 FILLER                     PIC X(6) VALUE "   DUE".

       01 WS-PO-DETAIL.
           05 FILLER                     PIC X(16) VALUE SPACES.
           05 WS-POL-PO-NUMBER           PIC 9(06).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-POL-LINE-NUMBER         PIC 9(03).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-POL-SUPP-CODE           PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-POL-ORDER-DATE          PIC 9(08).
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 WS-POL-QTY-ORDERED         PIC ZZZZ9.
           05 FILLER                     PIC X(4) VALUE SPACES.
           05 WS-POL-QTY-RECEIVED        PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-POL-QTY-DUE             PIC ZZZZ9.

       01 WS-PO-DUE-WORK                 PIC 9(05) VALUE ZERO.

       01 WS-MOVEMENT-COLUMN-HEADER.
           05 FILLER                     PIC X(32) VALUE
               "LAST MOVEMENTS, OLDEST FIRST:   ".
           05 FILLER                     PIC X(12) VALUE "CODE    QTY ".
           05 FILLER                     PIC X(9) VALUE " BALANCE ".
           05 FILLER                     PIC X(4) VALUE "LOC ".
           05 FILLER                     PIC X(3) VALUE "LOT".

       01 WS-MOVEMENT-DETAIL.
           05 FILLER                     PIC X(22) VALUE SPACES.
           05 WS-MVL-DATE                PIC 9(08).
           05 FILLER                     PIC X(4) VALUE SPACES.
           05 WS-MVL-CODE                PIC X(01).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-MVL-SIGN                PIC X(01).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-MVL-QTY                 PIC ZZZZ9.
           05 FILLER                     PIC X(4) VALUE SPACES.
           05 WS-MVL-BALANCE             PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-MVL-LOCATION            PIC X(02).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-MVL-LOT                 PIC X(10).

       01 WS-SUPPLIED-PART-LINE.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-SPP-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-SPP-NAME                PIC X(20).
           05 FILLER                     PIC X(9) VALUE " ON HAND ".
           05 WS-SPP-ON-HAND             PIC ZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-SPP-NOTE                PIC X(09).
           05 WS-SPP-PRIORITY            PIC X(01).

       PROCEDURE DIVISION.
       100-ANSWER-PART-INQUIRIES.
           PERFORM 200-OPEN-FILES.
           IF NOT WS-RUN-ABANDONED
               PERFORM 205-SHOW-COMMANDS
               PERFORM 210-ACCEPT-COMMAND
               PERFORM 220-PROCESS-COMMAND
                 UNTIL WS-INQUIRY-DONE
           END-IF.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       200-OPEN-FILES.
      * WITHOUT THE MASTER THERE IS NOTHING TO ASK ABOUT. EVERY OTHER
      * FILE IS OPTIONAL - A SITE THAT HAS NEVER CUT A PO OR RUN A
      * CYCLE COUNT JUST SEES NOTHING ON FILE FOR IT. THE LEDGER IS
      * OPENED AFRESH FOR EACH PART, SO IT IS NOT OPENED HERE.
           OPEN INPUT INVENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.

           OPEN INPUT SUPP-MASTER.
           IF WS-SUPPMAST-STATUS = "35"
               SET WS-SUPPMAST-ABSENT    TO TRUE
           END-IF.
           OPEN INPUT ALT-SUPP-FILE.
           IF WS-ALTSUPP-STATUS = "35"
               SET WS-ALTSUPP-ABSENT     TO TRUE
           END-IF.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPENORD-STATUS = "35"
               SET WS-OPENORD-ABSENT     TO TRUE
           END-IF.
           OPEN INPUT PO-REGISTER-FILE.
           IF WS-POREG-STATUS = "35"
               SET WS-POREG-ABSENT       TO TRUE
           END-IF.
           OPEN INPUT CYCLE-SCHEDULE.
           IF WS-SCHEDULE-STATUS = "35"
               SET WS-SCHEDULE-ABSENT    TO TRUE
           END-IF.

       205-SHOW-COMMANDS.
           DISPLAY "PART INQUIRY - KEY ONE OF:".
           DISPLAY "  A PART NUMBER    SHOW THAT PART".
           DISPLAY "  N                NEXT PART ON THE MASTER".
           DISPLAY "  P                PREVIOUS PART ON THE MASTER".
           DISPLAY "  S SUPPLIER-CODE  PARTS THAT SUPPLIER CARRIES".
           DISPLAY "  Q                END THE INQUIRY".

       210-ACCEPT-COMMAND.
           DISPLAY " ".
           DISPLAY "PART / N / P / S CODE / Q: " WITH NO ADVANCING.
           MOVE SPACES                   TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE.

           MOVE SPACES                   TO WS-CMD-VERB.
           MOVE SPACES                   TO WS-CMD-ARG.
           MOVE ZERO                     TO WS-CMD-VERB-LEN.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB COUNT IN WS-CMD-VERB-LEN
                    WS-CMD-ARG.
           INSPECT WS-CMD-VERB CONVERTING "npsq" TO "NPSQ".

           MOVE SPACES                   TO WS-CMD-PART-TEXT.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-PART-TEXT.
           INSPECT WS-CMD-PART-TEXT REPLACING LEADING SPACE BY ZERO.

       220-PROCESS-COMMAND.
           EVALUATE TRUE
               WHEN WS-CMD-VERB = "Q"
                   SET WS-INQUIRY-DONE   TO TRUE
               WHEN WS-CMD-VERB = SPACES
                   CONTINUE
               WHEN WS-CMD-VERB = "N"
                   PERFORM 240-SHOW-NEXT-PART
               WHEN WS-CMD-VERB = "P"
                   PERFORM 241-SHOW-PREVIOUS-PART
               WHEN WS-CMD-VERB = "S"
                   PERFORM 250-LIST-SUPPLIER-PARTS
               WHEN WS-CMD-VERB-LEN > 5
                   OR WS-CMD-PART-NUMBER NOT NUMERIC
                   DISPLAY "NOT A PART NUMBER OR COMMAND - "
                       WS-CMD-VERB
               WHEN OTHER
                   MOVE WS-CMD-PART-NUMBER TO IM-PART-NUMBER
                   PERFORM 230-READ-AND-SHOW-PART
           END-EVALUATE.
           IF NOT WS-INQUIRY-DONE
               PERFORM 210-ACCEPT-COMMAND
           END-IF.

       230-READ-AND-SHOW-PART.
           READ INVENT-MASTER
             INVALID KEY
               DISPLAY "PART " IM-PART-NUMBER " NOT ON FILE"
             NOT INVALID KEY
               PERFORM 231-SHOW-PART
           END-READ.

       231-SHOW-PART.
      * THE WHOLE SCREEN FOR THE PART NOW IN IM-RECORD. THE MASTER
      * FIELDS ARE SET ASIDE IN THE DISPLAY LINES FIRST - THE SUPPLIER
      * LOOKUPS BELOW DON'T TOUCH IM-RECORD, BUT NOTHING HERE RELIES
      * ON THAT.
           MOVE IM-PART-NUMBER           TO WS-CURRENT-PART.
           MOVE IM-PART-NUMBER           TO WS-PL1-PART.
           MOVE IM-PART-NAME             TO WS-PL1-NAME.
           EVALUATE TRUE
               WHEN IM-PART-ACTIVE
                   MOVE "ACTIVE"         TO WS-PL1-STATUS
               WHEN IM-DISCONTINUED
                   MOVE "DISCONTINUED"   TO WS-PL1-STATUS
               WHEN IM-ON-HOLD
                   MOVE "ON HOLD"        TO WS-PL1-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN CODE"   TO WS-PL1-STATUS
           END-EVALUATE.
           IF IM-LOT-CONTROLLED
               MOVE "LOT CONTROLLED"     TO WS-PL1-LOT-TEXT
           ELSE
               MOVE SPACES               TO WS-PL1-LOT-TEXT
           END-IF.
           MOVE IM-QUANTITY-HAND         TO WS-PL2-ON-HAND.
           MOVE IM-ORDER-POINT           TO WS-PL2-ORDER-POINT.
           MOVE IM-REORDER-QTY           TO WS-PL2-REORDER-QTY.
           MOVE IM-UNIT-PRICE            TO WS-PL3-UNIT-PRICE.
           MOVE IM-AVG-COST              TO WS-PL3-AVG-COST.
           PERFORM 232-GET-CYCLE-COUNT-INFO.

           DISPLAY WS-RULE-LINE.
           DISPLAY WS-PART-LINE-1.
           DISPLAY WS-PART-LINE-2.
           DISPLAY WS-PART-LINE-3.
           PERFORM 233-SHOW-PRIMARY-SUPPLIER.
           PERFORM 234-SHOW-ALTERNATES.
           PERFORM 236-SHOW-OPEN-ORDERS.
           PERFORM 237-SHOW-MOVEMENTS.
           DISPLAY WS-RULE-LINE.

       232-GET-CYCLE-COUNT-INFO.
      * A PART CycleCount HASN'T SCHEDULED YET HAS NO CLASS; ONE IT HAS
      * SCHEDULED BUT NEVER COUNTED CARRIES A ZERO DATE.
           MOVE "-"                      TO WS-PL3-ABC-CLASS.
           MOVE "NEVER"                  TO WS-PL3-LAST-COUNTED.
           IF NOT WS-SCHEDULE-ABSENT
               MOVE IM-PART-NUMBER       TO CS-PART-NUMBER
               READ CYCLE-SCHEDULE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CS-ABC-CLASS     TO WS-PL3-ABC-CLASS
                   IF CS-LAST-COUNT-DATE > ZERO
                       MOVE CS-LAST-COUNT-DATE
                                         TO WS-PL3-LAST-COUNTED
                   END-IF
               END-READ
           END-IF.

       233-SHOW-PRIMARY-SUPPLIER.
           MOVE "PRIMARY SUPPLIER "      TO WS-SPL-LABEL.
           MOVE IM-SUPP-CODE             TO SM-SUPP-CODE.
           PERFORM 238-SHOW-SUPPLIER-LINE.

       234-SHOW-ALTERNATES.
      * THE PART'S ALTERNATES SIT TOGETHER ON ALTSUPP.DAT, PRIORITY 1
      * FIRST.
           DISPLAY "ALTERNATE SUPPLIERS:".
           MOVE ZERO                     TO WS-LIST-CTR.
           MOVE "NO"                     TO ALTSUPP-EOF-FLAG.
           IF WS-ALTSUPP-ABSENT
               MOVE "YES"                TO ALTSUPP-EOF-FLAG
           ELSE
               MOVE WS-CURRENT-PART      TO AS-PART-NUMBER
               MOVE ZERO                 TO AS-PRIORITY
               START ALT-SUPP-FILE KEY NOT LESS THAN AS-ALT-KEY
                 INVALID KEY
                   MOVE "YES"            TO ALTSUPP-EOF-FLAG
               END-START
           END-IF.
           PERFORM 235-SHOW-ONE-ALTERNATE
             UNTIL ALTSUPP-EOF-FLAG = "YES".
           IF WS-LIST-CTR = ZERO
               DISPLAY "  NONE ON FILE"
           END-IF.

       235-SHOW-ONE-ALTERNATE.
           READ ALT-SUPP-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO ALTSUPP-EOF-FLAG
             NOT AT END
               IF AS-PART-NUMBER NOT = WS-CURRENT-PART
                   MOVE "YES"            TO ALTSUPP-EOF-FLAG
               ELSE
                   ADD 1                 TO WS-LIST-CTR
                   MOVE AS-PRIORITY      TO WS-ALT-PRIORITY
                   MOVE AS-SUPP-CODE     TO WS-ALT-CODE
                   MOVE AS-UNIT-PRICE    TO WS-ALT-PRICE
                   MOVE AS-SUPP-CODE     TO SM-SUPP-CODE
                   PERFORM 239-READ-SUPPLIER
                   IF WS-SPL-NAME = SPACES
                       MOVE "NOT ON SUPPLIER MASTER"
                                         TO WS-ALT-ACTIVE
                   ELSE
                       MOVE WS-SPL-ACTIVE TO WS-ALT-ACTIVE
                   END-IF
                   MOVE WS-SPL-NAME      TO WS-ALT-NAME
                   DISPLAY WS-ALTERNATE-LINE
               END-IF
           END-READ.

       236-SHOW-OPEN-ORDERS.
      * THE TRACKER'S OUTSTANDING-REORDER MARKER FIRST, THEN EVERY
      * OPEN LINE FOR THE PART ON THE PO REGISTER. THE REGISTER IS
      * KEYED BY PO, SO IT IS WALKED IN FULL - CHEAP AT THIS SHOP'S
      * ORDER COUNT, THE SAME CALL InventMaint MAKES WHEN IT POSTS A
      * RECEIPT.
           IF NOT WS-OPENORD-ABSENT
               MOVE WS-CURRENT-PART      TO OO-PART-NUMBER
               READ OPEN-ORDER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF OO-OPEN
                       MOVE OO-ORDER-DATE TO WS-OOL-ORDER-DATE
                       MOVE OO-ORDER-QTY TO WS-OOL-QTY
                       MOVE OO-SUPP-CODE TO WS-OOL-SUPP-CODE
                       DISPLAY WS-OPEN-ORDER-LINE
                   END-IF
               END-READ
           END-IF.

           DISPLAY WS-PO-COLUMN-HEADER.
           MOVE ZERO                     TO WS-LIST-CTR.
           MOVE "NO"                     TO REGISTER-EOF-FLAG.
           IF WS-POREG-ABSENT
               MOVE "YES"                TO REGISTER-EOF-FLAG
           ELSE
               MOVE ZEROS                TO PR-REG-KEY
               START PO-REGISTER-FILE KEY NOT LESS THAN PR-REG-KEY
                 INVALID KEY
                   MOVE "YES"            TO REGISTER-EOF-FLAG
               END-START
           END-IF.
           PERFORM 242-SHOW-ONE-PO-LINE
             UNTIL REGISTER-EOF-FLAG = "YES".
           IF WS-LIST-CTR = ZERO
               DISPLAY "  NONE OPEN"
           END-IF.

       237-SHOW-MOVEMENTS.
      * THE LEDGER IS READ END TO END FOR EVERY PART SHOWN, KEEPING
      * ONLY THE PART'S LAST TWENTY LINES. THE BALANCE SHOWN IS THE
      * ONE InventMaint STAMPED ON EACH LINE - THE PART'S STOCK RIGHT
      * AFTER THAT MOVEMENT.
           MOVE 1                        TO WS-MOV-NEXT.
           MOVE ZERO                     TO WS-MOV-FOUND-CTR.
           MOVE "NO"                     TO LEDGER-EOF-FLAG.
           OPEN INPUT MOVEMENT-LEDGER-IN.
           IF WS-LEDGER-STATUS = "35"
               MOVE "YES"                TO LEDGER-EOF-FLAG
           END-IF.
           PERFORM 243-KEEP-ONE-MOVEMENT
             UNTIL LEDGER-EOF-FLAG = "YES".
           IF WS-LEDGER-STATUS NOT = "35"
               CLOSE MOVEMENT-LEDGER-IN
           END-IF.

           DISPLAY WS-MOVEMENT-COLUMN-HEADER.
           IF WS-MOV-FOUND-CTR = ZERO
               DISPLAY "  NONE ON THE LEDGER"
           ELSE
               IF WS-MOV-FOUND-CTR > WS-MOV-MAX
                   MOVE WS-MOV-NEXT      TO WS-MOV-SUB
                   MOVE WS-MOV-MAX       TO WS-MOV-SHOW-CTR
               ELSE
                   MOVE 1                TO WS-MOV-SUB
                   MOVE WS-MOV-FOUND-CTR TO WS-MOV-SHOW-CTR
               END-IF
               PERFORM 244-SHOW-ONE-MOVEMENT WS-MOV-SHOW-CTR TIMES
           END-IF.

       238-SHOW-SUPPLIER-LINE.
      * SM-SUPP-CODE IS SET BY THE CALLER, WS-SPL-LABEL TOO.
           MOVE SM-SUPP-CODE             TO WS-SPL-CODE.
           PERFORM 239-READ-SUPPLIER.
           IF WS-SPL-NAME = SPACES
               DISPLAY WS-SPL-LABEL WS-SPL-CODE
                   " NOT ON SUPPLIER MASTER"
           ELSE
               DISPLAY WS-SUPPLIER-LINE
           END-IF.

       239-READ-SUPPLIER.
      * LEAVES THE SUPPLIER'S NAME, LEAD TIME AND FLAGS IN THE
      * SUPPLIER LINE - A BLANK NAME MEANS IT ISN'T ON THE MASTER.
           MOVE SPACES                   TO WS-SPL-NAME.
           MOVE ZERO                     TO WS-SPL-LEAD-DAYS.
           MOVE SPACES                   TO WS-SPL-ACTIVE.
           MOVE SPACES                   TO WS-SPL-EDI.
           IF NOT WS-SUPPMAST-ABSENT
               READ SUPP-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SM-SUPP-NAME     TO WS-SPL-NAME
                   MOVE SM-LEAD-TIME-DAYS TO WS-SPL-LEAD-DAYS
                   IF SM-INACTIVE
                       MOVE "INACTIVE"   TO WS-SPL-ACTIVE
                   ELSE
                       MOVE "ACTIVE"     TO WS-SPL-ACTIVE
                   END-IF
                   IF SM-EDI-PARTNER
                       MOVE "EDI"        TO WS-SPL-EDI
                   END-IF
               END-READ
           END-IF.

       240-SHOW-NEXT-PART.
      * FROM THE PART ON SCREEN - OR THE TOP OF THE MASTER IF NONE
      * HAS BEEN SHOWN YET.
           MOVE WS-CURRENT-PART          TO IM-PART-NUMBER.
           START INVENT-MASTER KEY GREATER THAN IM-PART-NUMBER
             INVALID KEY
               DISPLAY "NO FURTHER PARTS ON FILE"
             NOT INVALID KEY
               READ INVENT-MASTER NEXT RECORD
                 AT END
                   DISPLAY "NO FURTHER PARTS ON FILE"
                 NOT AT END
                   PERFORM 231-SHOW-PART
               END-READ
           END-START.

       241-SHOW-PREVIOUS-PART.
      * THE MASTER IS ONLY EVER READ FORWARD, SO THE PART BEFORE THE
      * ONE ON SCREEN IS FOUND BY WALKING UP TO IT FROM THE TOP.
           MOVE "N"                      TO WS-PRIOR-FOUND-SW.
           MOVE "NO"                     TO MASTER-EOF-FLAG.
           MOVE ZEROS                    TO IM-PART-NUMBER.
           START INVENT-MASTER KEY NOT LESS THAN IM-PART-NUMBER
             INVALID KEY
               MOVE "YES"                TO MASTER-EOF-FLAG
           END-START.
           PERFORM 245-FIND-PRIOR-PART
             UNTIL MASTER-EOF-FLAG = "YES".
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-PART        TO IM-PART-NUMBER
               PERFORM 230-READ-AND-SHOW-PART
           ELSE
               DISPLAY "NO EARLIER PART ON FILE"
           END-IF.

       242-SHOW-ONE-PO-LINE.
           READ PO-REGISTER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO REGISTER-EOF-FLAG
             NOT AT END
               IF PR-PART-NUMBER = WS-CURRENT-PART
                   AND PR-LINE-OPEN
                   ADD 1                 TO WS-LIST-CTR
                   MOVE PR-PO-NUMBER     TO WS-POL-PO-NUMBER
                   MOVE PR-LINE-NUMBER   TO WS-POL-LINE-NUMBER
                   MOVE PR-SUPP-CODE     TO WS-POL-SUPP-CODE
                   MOVE PR-ORDER-DATE    TO WS-POL-ORDER-DATE
                   MOVE PR-QTY-ORDERED   TO WS-POL-QTY-ORDERED
                   MOVE PR-QTY-RECEIVED  TO WS-POL-QTY-RECEIVED
                   MOVE ZERO             TO WS-PO-DUE-WORK
                   IF PR-QTY-ORDERED > PR-QTY-RECEIVED
                       SUBTRACT PR-QTY-RECEIVED FROM PR-QTY-ORDERED
                           GIVING WS-PO-DUE-WORK
                   END-IF
                   MOVE WS-PO-DUE-WORK   TO WS-POL-QTY-DUE
                   DISPLAY WS-PO-DETAIL
               END-IF
           END-READ.

       243-KEEP-ONE-MOVEMENT.
           READ MOVEMENT-LEDGER-IN
             AT END
               MOVE "YES"                TO LEDGER-EOF-FLAG
             NOT AT END
               IF LG-PART-NUMBER = WS-CURRENT-PART
                   ADD 1                 TO WS-MOV-FOUND-CTR
                   MOVE LG-RUN-DATE      TO WS-MOV-DATE (WS-MOV-NEXT)
                   MOVE LG-TRANS-CODE    TO WS-MOV-CODE (WS-MOV-NEXT)
                   MOVE LG-ADJUST-SIGN   TO WS-MOV-SIGN (WS-MOV-NEXT)
                   MOVE LG-MOVEMENT-QTY  TO WS-MOV-QTY (WS-MOV-NEXT)
                   MOVE LG-NEW-BALANCE
                       TO WS-MOV-BALANCE (WS-MOV-NEXT)
                   MOVE LG-LOCATION-CODE
                       TO WS-MOV-LOCATION (WS-MOV-NEXT)
                   MOVE LG-LOT-NUMBER    TO WS-MOV-LOT (WS-MOV-NEXT)
                   ADD 1                 TO WS-MOV-NEXT
                   IF WS-MOV-NEXT > WS-MOV-MAX
                       MOVE 1            TO WS-MOV-NEXT
                   END-IF
               END-IF
           END-READ.

       244-SHOW-ONE-MOVEMENT.
           MOVE WS-MOV-DATE (WS-MOV-SUB) TO WS-MVL-DATE.
           MOVE WS-MOV-CODE (WS-MOV-SUB) TO WS-MVL-CODE.
           MOVE WS-MOV-SIGN (WS-MOV-SUB) TO WS-MVL-SIGN.
           MOVE WS-MOV-QTY (WS-MOV-SUB)  TO WS-MVL-QTY.
           MOVE WS-MOV-BALANCE (WS-MOV-SUB) TO WS-MVL-BALANCE.
           MOVE WS-MOV-LOCATION (WS-MOV-SUB) TO WS-MVL-LOCATION.
           MOVE WS-MOV-LOT (WS-MOV-SUB)  TO WS-MVL-LOT.
           DISPLAY WS-MOVEMENT-DETAIL.
           ADD 1                         TO WS-MOV-SUB.
           IF WS-MOV-SUB > WS-MOV-MAX
               MOVE 1                    TO WS-MOV-SUB
           END-IF.

       245-FIND-PRIOR-PART.
           READ INVENT-MASTER NEXT RECORD
             AT END
               MOVE "YES"                TO MASTER-EOF-FLAG
             NOT AT END
               IF IM-PART-NUMBER < WS-CURRENT-PART
                   MOVE IM-PART-NUMBER   TO WS-PRIOR-PART
                   SET WS-PRIOR-FOUND    TO TRUE
               ELSE
                   MOVE "YES"            TO MASTER-EOF-FLAG
               END-IF
           END-READ.

       250-LIST-SUPPLIER-PARTS.
      * EVERY PART THE SUPPLIER IS PRIMARY FOR, FROM A WALK OF THE
      * MASTER, THEN EVERY PART IT STANDS BEHIND AS AN ALTERNATE, FROM
      * A WALK OF ALTSUPP.DAT. THE PART ON SCREEN IS LEFT AS IT WAS, SO
      * "N" AND "P" STILL PAGE FROM IT.
           IF WS-CMD-ARG = SPACES
               DISPLAY "KEY S FOLLOWED BY A SUPPLIER CODE"
           ELSE
               MOVE WS-CMD-ARG           TO WS-LOOKUP-SUPP-CODE
               DISPLAY WS-RULE-LINE
               MOVE "SUPPLIER         "  TO WS-SPL-LABEL
               MOVE WS-LOOKUP-SUPP-CODE  TO SM-SUPP-CODE
               PERFORM 238-SHOW-SUPPLIER-LINE
               PERFORM 251-LIST-PRIMARY-PARTS
               PERFORM 253-LIST-ALTERNATE-PARTS
               DISPLAY WS-RULE-LINE
           END-IF.

       251-LIST-PRIMARY-PARTS.
           DISPLAY "PRIMARY SUPPLIER FOR:".
           MOVE ZERO                     TO WS-LIST-CTR.
           MOVE "NO"                     TO MASTER-EOF-FLAG.
           MOVE ZEROS                    TO IM-PART-NUMBER.
           START INVENT-MASTER KEY NOT LESS THAN IM-PART-NUMBER
             INVALID KEY
               MOVE "YES"                TO MASTER-EOF-FLAG
           END-START.
           PERFORM 252-CHECK-PRIMARY-PART
             UNTIL MASTER-EOF-FLAG = "YES".
           IF WS-LIST-CTR = ZERO
               DISPLAY "  NO PARTS"
           END-IF.

       252-CHECK-PRIMARY-PART.
           READ INVENT-MASTER NEXT RECORD
             AT END
               MOVE "YES"                TO MASTER-EOF-FLAG
             NOT AT END
               IF IM-SUPP-CODE = WS-LOOKUP-SUPP-CODE
                   ADD 1                 TO WS-LIST-CTR
                   MOVE SPACES           TO WS-SPP-NOTE
                   MOVE SPACES           TO WS-SPP-PRIORITY
                   PERFORM 255-SHOW-SUPPLIED-PART
               END-IF
           END-READ.

       253-LIST-ALTERNATE-PARTS.
           DISPLAY "ALTERNATE SUPPLIER FOR:".
           MOVE ZERO                     TO WS-LIST-CTR.
           MOVE "NO"                     TO ALTSUPP-EOF-FLAG.
           IF WS-ALTSUPP-ABSENT
               MOVE "YES"                TO ALTSUPP-EOF-FLAG
           ELSE
               MOVE ZEROS                TO AS-ALT-KEY
               START ALT-SUPP-FILE KEY NOT LESS THAN AS-ALT-KEY
                 INVALID KEY
                   MOVE "YES"            TO ALTSUPP-EOF-FLAG
               END-START
           END-IF.
           PERFORM 254-CHECK-ALTERNATE-PART
             UNTIL ALTSUPP-EOF-FLAG = "YES".
           IF WS-LIST-CTR = ZERO
               DISPLAY "  NO PARTS"
           END-IF.

       254-CHECK-ALTERNATE-PART.
           READ ALT-SUPP-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO ALTSUPP-EOF-FLAG
             NOT AT END
               IF AS-SUPP-CODE = WS-LOOKUP-SUPP-CODE
                   ADD 1                 TO WS-LIST-CTR
                   MOVE AS-PART-NUMBER   TO IM-PART-NUMBER
                   READ INVENT-MASTER
                     INVALID KEY
                       MOVE SPACES       TO IM-PART-NAME
                       MOVE ZERO         TO IM-QUANTITY-HAND
                   END-READ
                   MOVE "PRIORITY "      TO WS-SPP-NOTE
                   MOVE AS-PRIORITY      TO WS-SPP-PRIORITY
                   PERFORM 255-SHOW-SUPPLIED-PART
               END-IF
           END-READ.

       255-SHOW-SUPPLIED-PART.
           MOVE IM-PART-NUMBER           TO WS-SPP-PART.
           MOVE IM-PART-NAME             TO WS-SPP-NAME.
           MOVE IM-QUANTITY-HAND         TO WS-SPP-ON-HAND.
           DISPLAY WS-SUPPLIED-PART-LINE.

       290-CLOSE-FILES.
           IF NOT WS-RUN-ABANDONED
               CLOSE INVENT-MASTER
           END-IF.
           IF NOT WS-SUPPMAST-ABSENT
               CLOSE SUPP-MASTER
           END-IF.
           IF NOT WS-ALTSUPP-ABSENT
               CLOSE ALT-SUPP-FILE
           END-IF.
           IF NOT WS-OPENORD-ABSENT
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF NOT WS-POREG-ABSENT
               CLOSE PO-REGISTER-FILE
           END-IF.
           IF NOT WS-SCHEDULE-ABSENT
               CLOSE CYCLE-SCHEDULE
           END-IF.

           DISPLAY "PART INQUIRY ENDED".
