      * QUANTITY ON HAND CARRIED ON INVENTM.DAT - FOLLOWED BY A DEAD-
      * STOCK SECTION LISTING EVERY PART ON THE MASTER WITH NO ISSUE
      * IN THE LAST SIX MONTHS AND THE VALUE TIED UP IN IT AT THE
      * PART'S AVERAGE COST, OR ITS LIST PRICE WHILE IT HAS NO AVERAGE
      * YET. THE ABC REPORT SAYS WHAT THE STOCK IS
      * WORTH; THIS SAYS WHETHER IT MOVES. THE LEDGER ARRIVES IN RUN
      * ORDER, SO IT IS SORTED BY PART AND DATE UP FRONT THE SAME WAY
      * THE TRACKER SORTS INVENT.txt. A LEDGER LINE THAT DOESN'T PARSE
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

       FD  USAGE-REPORT-OUT.
       01  USAGE-REPORT-LINE              PIC X(80).
           05 WS-TURNS                    PIC 9(05)V9 VALUE ZEROS.

       01 WS-DEAD-VALUE-WORK.
           05 WS-DEAD-COST                PIC 9(05)V99 VALUE ZEROS.
           05 WS-DEAD-VALUE               PIC 9(10)V99 VALUE ZEROS.
           05 WS-DEAD-TOTAL               PIC 9(12)V99 VALUE ZEROS.

               WHEN MSRT-TRANS-CODE = "R"
                   ADD MSRT-MOVEMENT-QTY TO WS-PART-RECEIPTS
               WHEN MSRT-TRANS-CODE = "I"
      * A COMPONENT CONSUMED BY A KIT BUILD IS USED UP AS SURELY AS
      * ONE ISSUED ACROSS THE COUNTER, SO IT COUNTS AS AN ISSUE TOO.
                   OR (MSRT-TRANS-CODE = "B"
                       AND MSRT-ADJUST-SIGN = "-")
                   ADD MSRT-MOVEMENT-QTY TO WS-PART-ISSUES
                   ADD MSRT-MOVEMENT-QTY TO WS-MONTH-ISSUES
                   MOVE WS-THIS-MONTH    TO WS-LAST-ISSUE-YYYYMM
      * ADJUSTMENTS ARE STOCK CORRECTIONS AND TRANSFERS ONLY MOVE
      * STOCK BETWEEN LOCATIONS, NOT DEMAND - NEITHER BELONGS IN A
      * USAGE FIGURE EITHER WAY.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.

           IF WS-LAST-ISSUE-YYYYMM < WS-CUTOFF-YYYYMM
               IF IM-AVG-COST IS NUMERIC
                   AND IM-AVG-COST > ZERO
                   MOVE IM-AVG-COST      TO WS-DEAD-COST
               ELSE
                   MOVE IM-UNIT-PRICE    TO WS-DEAD-COST
               END-IF
               COMPUTE WS-DEAD-VALUE =
                   IM-QUANTITY-HAND * WS-DEAD-COST
               ADD WS-DEAD-VALUE         TO WS-DEAD-TOTAL
               MOVE IM-PART-NUMBER       TO WS-DED-PART
               MOVE IM-PART-NAME         TO WS-DED-NAME
