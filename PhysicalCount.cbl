      * PLUS COUNTED QUANTITY) AGAINST THE QUANTITY ON HAND CARRIED ON
      * INVENTM.DAT. PRINTS A VARIANCE REPORT (INVCVARS.TXT) SHOWING
      * BOOK QUANTITY, COUNTED QUANTITY, UNIT DIFFERENCE AND DOLLAR
      * DIFFERENCE AT THE PART'S AVERAGE COST (ITS LIST PRICE WHILE IT
      * HAS NO AVERAGE YET), FLAGS COUNTS FOR PARTS NOT ON FILE AND
      * PARTS ON FILE THAT WERE NEVER COUNTED, AND
      * WRITES THE "J" ADJUSTMENT TRANSACTIONS (INVCTRAN.txt) THAT
      * BRING THE MASTER INTO LINE WHEN RUN THROUGH InventMaint - SO
      * YEAR-END CLOSES IN ONE PASS INSTEAD OF DOZENS OF HAND-KEYED
      * PART ON FILE ALSO STAMPS THE RUN DATE ONTO CycleCount'S
      * SCHEDULE (CYCLSCHD.DAT), SO A COUNTED PART DROPS OFF THE
      * CYCLE-COUNT WORKSHEET UNTIL IT COMES DUE AGAIN.
      *
      * COUNTS ARE TAKEN BY LOCATION. EACH COUNT LINE NAMES THE
      * LOCATION IT WAS COUNTED AT (BLANK IS THE MAIN WAREHOUSE) AND
      * IS RECONCILED AGAINST WHAT LOCSTOCK.DAT SAYS SITS THERE, SO
      * THE ADJUSTMENT LANDS ON THE LOCATION THAT WAS ACTUALLY WRONG.
      * A PART COUNTED AT ANY LOCATION COUNTS AS COUNTED FOR THE
      * NOT-COUNTED SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CS-PART-NUMBER
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LOCATION-STOCK
               ASSIGN TO
               "C:\LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-LOC-KEY
               FILE STATUS IS WS-LOCSTOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-MASTER.
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  COUNT-FILE-IN.
       01  CT-COUNT-RECORD.
           05 CT-PART-NUMBER              PIC 9(05).
           05 CT-COUNT-QTY                PIC 9(05).
           05 CT-LOCATION-CODE            PIC X(02).
               88 CT-LOCATION-VALID           VALUE "MW" "OF" "V1"
                                                    "V2" SPACES.

       FD  VARIANCE-REPORT-OUT.
       01  VARIANCE-REPORT-LINE           PIC X(70).
           05 CS-ABC-CLASS                PIC X(01).
           05 CS-LAST-COUNT-DATE          PIC 9(08).

       FD  LOCATION-STOCK.
      * MIRRORS THE LS-RECORD LAYOUT InventMaint MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  LS-RECORD.
           05 LS-LOC-KEY.
               10 LS-PART-NUMBER          PIC 9(05).
               10 LS-LOCATION-CODE        PIC X(02).
           05 LS-QUANTITY-HAND            PIC 9(05).

       FD  ADJUST-TRANS-OUT.
      * MIRRORS THE TR-TRANSACTION LAYOUT InventMaint READS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. ONLY THE CODE, PART,
      * RIDES ALONG BLANK ON A "J" - InventMaint NEVER READS THE
      * STATUS OFF AN ADJUSTMENT.
           05 AJ-STATUS-CODE              PIC X(01).
      * THE LOCATION THE COUNT WAS TAKEN AT - THE TO-LOCATION IS ONLY
      * FOR TRANSFERS AND RIDES ALONG BLANK.
           05 AJ-LOCATION-CODE            PIC X(02).
           05 AJ-TO-LOCATION-CODE         PIC X(02).
      * THE CUSTOMER ORDER REFERENCE ONLY MEANS SOMETHING ON AN "I" -
      * IT RIDES ALONG BLANK.
           05 AJ-CUST-ORDER-REF.
               10 AJ-CUST-ORDER-NUMBER    PIC 9(06).
               10 AJ-CUST-LINE-NUMBER     PIC 9(03).
      * THE LOT COLUMNS RIDE ALONG BLANK - A BLANK LOT CONTROL FLAG
      * LEAVES THE PART AS IT IS, A BLANK LOT DRAWS OLDEST FIRST.
           05 AJ-LOT-CONTROL-FLAG         PIC X(01).
           05 AJ-LOT-NUMBER               PIC X(10).
           05 AJ-EXPIRY-DATE              PIC X(08).
      * ONLY ApprovalRun'S RELEASE BATCH FILLS THIS IN - BLANK HERE.
           05 AJ-APPROVAL-REF             PIC X(13).
      * THE GENERATED BATCH CARRIES THE SAME "H" HEADER AND "T"
      * TRAILER CONTROL RECORDS InventMaint NOW DEMANDS OF EVERY
      * KEYED BATCH - SAME OVERLAYS AS ITS TR-BATCH-HEADER/TRAILER.
           05 AJ-HDR-CODE                 PIC X(01).
           05 AJ-HDR-BATCH-ID             PIC X(08).
           05 AJ-HDR-BATCH-DATE           PIC 9(08).
      * A GENERATED BATCH NAMES THE PROGRAM THAT WROTE IT AS ITS
      * OPERATOR.
           05 AJ-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  AJ-BATCH-TRAILER.
           05 AJ-TRL-CODE                 PIC X(01).
           05 AJ-TRL-TRANS-COUNT          PIC 9(05).
           05 AJ-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".

       01 WS-SCHEDULE-STATUS              PIC X(02) VALUE "00".

       01 WS-LOCSTOCK-STATUS              PIC X(02) VALUE "00".

       01 WS-SCHEDULE-CONTROL.
           05 WS-SCHEDULE-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-SCHEDULE-ABSENT          VALUE "Y".
           05 WS-LOCSTOCK-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-LOCSTOCK-ABSENT          VALUE "Y".

      * THE COUNT LINE'S LOCATION WITH BLANK RESOLVED TO THE MAIN
      * WAREHOUSE, THE BOOK QUANTITY AT THAT LOCATION, AND WHAT THE
      * PART HOLDS EVERYWHERE BUT THE MAIN WAREHOUSE - THE MAIN
      * WAREHOUSE BOOK IS THE PART TOTAL LESS THAT, THE SAME RULE
      * InventMaint BALANCES BY.
       01 WS-LOCATION-WORK.
           05 WS-MAIN-LOCATION            PIC X(02) VALUE "MW".
           05 WS-COUNT-LOCATION           PIC X(02) VALUE SPACES.
           05 WS-BOOK-QTY                 PIC 9(05) VALUE ZERO.
           05 WS-OTHER-LOC-TOTAL          PIC 9(06) VALUE ZERO.

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
       01 EOF-FLAGS.
           05 COUNT-EOF-FLAG              PIC X(3) VALUE "NO".
           05 MASTER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 LOCSTOCK-EOF-FLAG           PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".

      * EVERY PART AND LOCATION SEEN ON THE COUNT FILE IS REMEMBERED
      * HERE SO THE SWEEP AT THE END CAN TELL WHICH PARTS ON FILE WERE
      * NEVER COUNTED, AND SO A PART KEYED TWICE FOR THE SAME LOCATION
      * IS CAUGHT INSTEAD OF ADJUSTED TWICE. SIZED TO THE 9999 PARTS THE
      * REST OF THIS SYSTEM'S COUNTERS CARRY - AND IF A COUNT EVER
      * EXCEEDS EVEN THAT, THE RUN IS ABANDONED OUTRIGHT RATHER THAN
      * LEFT QUIETLY FORGETTING PARTS THE WAY A FULL TABLE OTHERWISE
           05 WS-COUNTED-CTR              PIC 9(04) COMP VALUE ZERO.

       01 WS-COUNTED-TABLE.
           05 WS-COUNTED-ENTRY
               OCCURS 0 TO 9999 TIMES
               DEPENDING ON WS-COUNTED-CTR
               INDEXED BY CX.
               10 WS-COUNTED-PART         PIC 9(05).
               10 WS-COUNTED-LOCATION     PIC X(02).

       01 WS-COUNT-SWITCHES.
           05 WS-ALREADY-COUNTED-SW       PIC X(1) VALUE "N".
           05 WS-UNIT-DIFF                PIC S9(05) VALUE ZERO.
           05 WS-ABS-UNIT-DIFF            PIC 9(05) VALUE ZERO.
           05 WS-DOLLAR-DIFF              PIC S9(10)V99 VALUE ZERO.
           05 WS-VARIANCE-COST            PIC 9(05)V99 VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-COUNT-READ-CTR           PIC 9(04) VALUE ZERO.
       01 WS-COLUMN-HEADER.
           05 FILLER                     PIC X(7) VALUE "   PART".
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 FILLER                     PIC X(3) VALUE "LOC".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 FILLER                     PIC X(5) VALUE " BOOK".
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 FILLER                     PIC X(5) VALUE "COUNT".
       01 WS-VARIANCE-DETAIL.
           05 WS-VAR-PART                PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-VAR-LOCATION            PIC X(2).
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-VAR-BOOK-QTY            PIC ZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-VAR-COUNT-QTY           PIC ZZZZ9.
       01 WS-EXCEPTION-DETAIL.
           05 WS-EXC-PART                PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-EXC-LOCATION            PIC X(2).
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-EXC-REASON              PIC X(35).

       01 WS-TOTAL-LINE.
                OUTPUT VARIANCE-REPORT-OUT
                OUTPUT ADJUST-TRANS-OUT.

      * NO LOCATION FILE JUST MEANS InventMaint HASN'T RUN SINCE
      * LOCATIONS CAME IN - EVERY PART'S STOCK IS THEN IN THE MAIN
      * WAREHOUSE.
           OPEN INPUT LOCATION-STOCK.
           IF WS-LOCSTOCK-STATUS = "35"
               SET WS-LOCSTOCK-ABSENT    TO TRUE
           END-IF.

      * NO SCHEDULE ON DISK JUST MEANS CycleCount HASN'T RUN ON THIS
      * SITE YET - COUNTS RECONCILE AS ALWAYS AND THE STAMPING SKIPS.
           OPEN I-O CYCLE-SCHEDULE.
               MOVE "H"                  TO AJ-HDR-CODE
               MOVE WS-BATCH-ID          TO AJ-HDR-BATCH-ID
               MOVE WS-RUN-DATE          TO AJ-HDR-BATCH-DATE
               MOVE "PHYSCNT"            TO AJ-HDR-OPERATOR-ID
               WRITE AJ-BATCH-HEADER
           END-IF.

               ADD 1                     TO WS-COUNT-READ-CTR.

       220-PROCESS-COUNT-RECORD.
           MOVE CT-LOCATION-CODE         TO WS-COUNT-LOCATION.
           IF WS-COUNT-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION     TO WS-COUNT-LOCATION
           END-IF.
           PERFORM 221-CHECK-ALREADY-COUNTED.
           EVALUATE TRUE
               WHEN NOT CT-LOCATION-VALID
                   MOVE "UNKNOWN LOCATION - IGNORED"
                       TO WS-EXC-REASON
                   PERFORM 226-WRITE-EXCEPTION-LINE
               WHEN WS-ALREADY-COUNTED
                   MOVE "DUPLICATE COUNT - IGNORED"
                       TO WS-EXC-REASON
           MOVE "N"                      TO WS-ALREADY-COUNTED-SW.
           IF WS-COUNTED-CTR > ZERO
               SET CX TO 1
               SEARCH WS-COUNTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COUNTED-PART (CX) = CT-PART-NUMBER
                    AND WS-COUNTED-LOCATION (CX) = WS-COUNT-LOCATION
                       SET WS-ALREADY-COUNTED TO TRUE
               END-SEARCH
           END-IF.
               ADD 1                     TO WS-COUNTED-CTR
               MOVE CT-PART-NUMBER
                   TO WS-COUNTED-PART (WS-COUNTED-CTR)
               MOVE WS-COUNT-LOCATION
                   TO WS-COUNTED-LOCATION (WS-COUNTED-CTR)
           ELSE
               DISPLAY "COUNTED-PART TABLE FULL AT "
                   WS-COUNTED-MAX " - RUN ABANDONED"

       224-RESOLVE-VARIANCE.
           ADD 1                         TO WS-MATCHED-CTR.
           PERFORM 232-GET-BOOK-AT-LOCATION.
           COMPUTE WS-UNIT-DIFF =
               CT-COUNT-QTY - WS-BOOK-QTY.
           IF WS-UNIT-DIFF = ZERO
               CONTINUE
           ELSE
               ADD 1                     TO WS-VARIANCE-CTR
               IF IM-AVG-COST IS NUMERIC
                   AND IM-AVG-COST > ZERO
                   MOVE IM-AVG-COST      TO WS-VARIANCE-COST
               ELSE
                   MOVE IM-UNIT-PRICE    TO WS-VARIANCE-COST
               END-IF
               COMPUTE WS-DOLLAR-DIFF =
                   WS-UNIT-DIFF * WS-VARIANCE-COST
               PERFORM 225-WRITE-VARIANCE-LINE
               PERFORM 230-WRITE-ADJUST-TRANSACTION
           END-IF.

       225-WRITE-VARIANCE-LINE.
           MOVE IM-PART-NUMBER           TO WS-VAR-PART.
           MOVE WS-COUNT-LOCATION        TO WS-VAR-LOCATION.
           MOVE WS-BOOK-QTY              TO WS-VAR-BOOK-QTY.
           MOVE CT-COUNT-QTY             TO WS-VAR-COUNT-QTY.
           MOVE WS-UNIT-DIFF             TO WS-VAR-UNIT-DIFF.
           MOVE WS-DOLLAR-DIFF           TO WS-VAR-DOLLAR-DIFF.

       226-WRITE-EXCEPTION-LINE.
           MOVE CT-PART-NUMBER           TO WS-EXC-PART.
           MOVE CT-LOCATION-CODE         TO WS-EXC-LOCATION.
           WRITE VARIANCE-REPORT-LINE    FROM WS-EXCEPTION-DETAIL.

       230-WRITE-ADJUST-TRANSACTION.
               MOVE "-"                  TO AJ-ADJUST-SIGN
           END-IF.
           MOVE WS-ABS-UNIT-DIFF         TO AJ-QUANTITY-HAND.
           MOVE WS-COUNT-LOCATION        TO AJ-LOCATION-CODE.
           WRITE AJ-TRANSACTION.
           ADD 1                         TO WS-ADJUST-OUT-CTR.
           ADD IM-PART-NUMBER            TO WS-BATCH-HASH-TOTAL.

       232-GET-BOOK-AT-LOCATION.
      * THE MAIN WAREHOUSE BOOK IS WORKED OUT FROM THE MASTER RATHER
      * THAN READ, SO A PART THAT HAS NEVER HAD A LOCATION ENTRY STILL
      * SHOWS ALL ITS STOCK THERE.
           MOVE ZEROS                    TO WS-BOOK-QTY.
           IF WS-COUNT-LOCATION = WS-MAIN-LOCATION
               PERFORM 233-SUM-OTHER-LOCATIONS
               IF IM-QUANTITY-HAND > WS-OTHER-LOC-TOTAL
                   COMPUTE WS-BOOK-QTY =
                       IM-QUANTITY-HAND - WS-OTHER-LOC-TOTAL
               END-IF
           ELSE
               IF NOT WS-LOCSTOCK-ABSENT
                   MOVE IM-PART-NUMBER   TO LS-PART-NUMBER
                   MOVE WS-COUNT-LOCATION TO LS-LOCATION-CODE
                   READ LOCATION-STOCK
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE LS-QUANTITY-HAND TO WS-BOOK-QTY
                   END-READ
               END-IF
           END-IF.

       233-SUM-OTHER-LOCATIONS.
           MOVE ZEROS                    TO WS-OTHER-LOC-TOTAL.
           MOVE "NO"                     TO LOCSTOCK-EOF-FLAG.
           IF WS-LOCSTOCK-ABSENT
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
           ELSE
               MOVE IM-PART-NUMBER       TO LS-PART-NUMBER
               MOVE LOW-VALUES           TO LS-LOCATION-CODE
               START LOCATION-STOCK KEY NOT LESS THAN LS-LOC-KEY
                 INVALID KEY
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               END-START
           END-IF.
           PERFORM 234-READ-PART-LOCATION
             UNTIL LOCSTOCK-EOF-FLAG = "YES".

       234-READ-PART-LOCATION.
           READ LOCATION-STOCK NEXT RECORD
             AT END
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
             NOT AT END
               IF LS-PART-NUMBER NOT = IM-PART-NUMBER
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               ELSE
                   IF LS-LOCATION-CODE NOT = WS-MAIN-LOCATION
                       ADD LS-QUANTITY-HAND TO WS-OTHER-LOC-TOTAL
                   END-IF
               END-IF
           END-READ.

       240-SWEEP-UNCOUNTED-PARTS.
      * SECOND PASS - WALK THE WHOLE MASTER AND FLAG EVERY PART THE
      * COUNT FILE NEVER MENTIONED. A PART NOBODY COUNTED IS AS MUCH
           MOVE "N"                      TO WS-ALREADY-COUNTED-SW.
           IF WS-COUNTED-CTR > ZERO
               SET CX TO 1
               SEARCH WS-COUNTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COUNTED-PART (CX) = IM-PART-NUMBER

           IF NOT WS-ALREADY-COUNTED
               MOVE IM-PART-NUMBER       TO WS-EXC-PART
               MOVE SPACES               TO WS-EXC-LOCATION
               MOVE "ON FILE BUT NOT COUNTED"
                   TO WS-EXC-REASON
               WRITE VARIANCE-REPORT-LINE FROM WS-EXCEPTION-DETAIL
           IF NOT WS-SCHEDULE-ABSENT
               CLOSE CYCLE-SCHEDULE
           END-IF.
           IF NOT WS-LOCSTOCK-ABSENT
               CLOSE LOCATION-STOCK
           END-IF.

           DISPLAY "PHYSICAL COUNT RECONCILIATION COMPLETE".
           DISPLAY "  COUNTS READ          " WS-COUNT-READ-CTR.
