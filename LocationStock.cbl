       PROGRAM-ID.     LocationStock.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * STOCK-BY-LOCATION REPORT. WALKS THE INVENTORY MASTER
      * (INVENTM.DAT) IN PART ORDER AND, FOR EVERY PART HOLDING STOCK,
      * PRINTS WHAT SITS IN THE MAIN WAREHOUSE, THE OVERFLOW BUILDING
      * AND EACH SERVICE VAN ACCORDING TO THE LOCATION FILE InventMaint
      * KEEPS (LOCSTOCK.DAT), ALONGSIDE THE PART TOTAL ON THE MASTER.
      * THE MAIN WAREHOUSE FIGURE IS THE PART TOTAL LESS WHAT IS HELD
      * ELSEWHERE - THE SAME RULE InventMaint BALANCES BY - SO A PART
      * THAT HAS NEVER MOVED BETWEEN LOCATIONS SHOWS ALL ITS STOCK
      * THERE. A PART WHOSE LOCATIONS DON'T ADD BACK UP TO THE MASTER
      * IS FLAGGED OUT OF STEP RATHER THAN QUIETLY PAPERED OVER. THE
      * REPORT (INVLOCRP.TXT) CLOSES WITH THE UNITS AND VALUE HELD AT
      * EACH LOCATION, VALUED AT THE PART'S AVERAGE COST - OR ITS LIST
      * PRICE WHILE IT HAS NO AVERAGE YET. NOTHING IS UPDATED HERE.

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

           SELECT LOCATION-STOCK
               ASSIGN TO
               "C:\LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-LOC-KEY
               FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT LOCATION-REPORT-OUT
               ASSIGN TO
               "C:\INVLOCRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LOCATION-STOCK.
      * MIRRORS THE LS-RECORD LAYOUT InventMaint MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  LS-RECORD.
           05 LS-LOC-KEY.
               10 LS-PART-NUMBER          PIC 9(05).
               10 LS-LOCATION-CODE        PIC X(02).
           05 LS-QUANTITY-HAND            PIC 9(05).

       FD  LOCATION-REPORT-OUT.
       01  LOCATION-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-LOCSTOCK-STATUS              PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 WS-LOCATION-CONTROL.
           05 WS-MAIN-LOCATION            PIC X(02) VALUE "MW".
           05 WS-LOCSTOCK-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-LOCSTOCK-ABSENT          VALUE "Y".
           05 WS-OUT-OF-STEP-SW           PIC X(1) VALUE "N".
               88 WS-OUT-OF-STEP              VALUE "Y".

       01 EOF-FLAGS.
           05 MASTER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 LOCSTOCK-EOF-FLAG           PIC X(3) VALUE "NO".

      * THE FOUR STOCKING LOCATIONS IN REPORT COLUMN ORDER, WITH THE
      * NAME EACH CARRIES ON THE LOCATION TOTALS. THE MAIN WAREHOUSE
      * IS ALWAYS FIRST.
       01 WS-LOCATION-VALUES.
           05 FILLER                      PIC X(17) VALUE
               "MWMAIN WAREHOUSE ".
           05 FILLER                      PIC X(17) VALUE
               "OFOVERFLOW BLDG  ".
           05 FILLER                      PIC X(17) VALUE
               "V1SERVICE VAN 1  ".
           05 FILLER                      PIC X(17) VALUE
               "V2SERVICE VAN 2  ".
       01 WS-LOCATION-TABLE REDEFINES WS-LOCATION-VALUES.
           05 WS-LOCATION-ENTRY           OCCURS 4 TIMES
                                          INDEXED BY LX.
               10 WS-LOC-CODE             PIC X(02).
               10 WS-LOC-NAME             PIC X(15).

       01 WS-PART-WORK.
           05 WS-PART-LOC-QTY             PIC 9(05) OCCURS 4 TIMES.
           05 WS-STORED-MAIN-QTY          PIC 9(05) VALUE ZERO.
           05 WS-STORED-MAIN-SW           PIC X(1) VALUE "N".
               88 WS-STORED-MAIN-FOUND        VALUE "Y".
           05 WS-OTHER-LOC-TOTAL          PIC 9(06) VALUE ZERO.
           05 WS-PART-COST                PIC 9(05)V99 VALUE ZERO.
           05 WS-LOC-SUB                  PIC 9(01) COMP VALUE ZERO.

       01 WS-LOCATION-TOTALS.
           05 WS-TOTAL-LOC-ENTRY          OCCURS 4 TIMES.
               10 WS-TOTAL-LOC-QTY        PIC 9(07) VALUE ZERO.
               10 WS-TOTAL-LOC-VALUE      PIC 9(09)V99 VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-MASTER-READ-CTR          PIC 9(04) VALUE ZERO.
           05 WS-PART-LINE-CTR            PIC 9(04) VALUE ZERO.
           05 WS-OUT-OF-STEP-CTR          PIC 9(04) VALUE ZERO.
           05 WS-UNKNOWN-LOC-CTR          PIC 9(04) VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER                     PIC X(32) VALUE
               "STOCK BY LOCATION - RUN DATE    ".
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-COLUMN-HEADER.
           05 FILLER                     PIC X(7) VALUE "   PART".
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 FILLER                     PIC X(20) VALUE "NAME".
           05 FILLER                     PIC X(7) VALUE "     MW".
           05 FILLER                     PIC X(7) VALUE "     OF".
           05 FILLER                     PIC X(7) VALUE "     V1".
           05 FILLER                     PIC X(7) VALUE "     V2".
           05 FILLER                     PIC X(7) VALUE "  TOTAL".

       01 WS-PART-DETAIL.
           05 WS-DET-PART                PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-DET-NAME                PIC X(20).
           05 WS-DET-LOC-QTY             PIC ZZZZZZ9 OCCURS 4 TIMES.
           05 WS-DET-TOTAL               PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-DET-FLAG                PIC X(11).

       01 WS-LOCATION-TOTAL-LINE.
           05 WS-LTL-CODE                PIC X(2).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-LTL-NAME                PIC X(15).
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-LTL-QTY                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(2) VALUE SPACE.
           05 WS-LTL-VALUE               PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-REPORT-STOCK-BY-LOCATION.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-WALK-MASTER.
           PERFORM 250-WRITE-LOCATION-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       200-OPEN-FILES.
      * NO MASTER MEANS NOTHING TO REPORT - SAY SO AND STOP BEFORE
      * THE LAST REPORT IS TRUNCATED.
           OPEN INPUT INVENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.

      * NO LOCATION FILE JUST MEANS InventMaint HASN'T RUN SINCE
      * LOCATIONS CAME IN - EVERY PART'S STOCK IS THEN IN THE MAIN
      * WAREHOUSE.
           OPEN INPUT LOCATION-STOCK.
           IF WS-LOCSTOCK-STATUS = "35"
               SET WS-LOCSTOCK-ABSENT    TO TRUE
           END-IF.

           OPEN OUTPUT LOCATION-REPORT-OUT.
           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE LOCATION-REPORT-LINE    FROM WS-REPORT-HEADER.
           WRITE LOCATION-REPORT-LINE    FROM WS-COLUMN-HEADER.

       210-WALK-MASTER.
           MOVE ZEROS                    TO IM-PART-NUMBER.
           START INVENT-MASTER KEY NOT LESS THAN IM-PART-NUMBER
             INVALID KEY
               MOVE "YES"                TO MASTER-EOF-FLAG
           END-START.

           PERFORM 211-READ-NEXT-MASTER
             UNTIL MASTER-EOF-FLAG = "YES".

       211-READ-NEXT-MASTER.
           READ INVENT-MASTER NEXT RECORD
             AT END
               MOVE "YES"                TO MASTER-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-MASTER-READ-CTR
               PERFORM 220-SPREAD-PART-BY-LOCATION
           END-READ.

       220-SPREAD-PART-BY-LOCATION.
           PERFORM 223-CLEAR-PART-LOCATION
             VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > 4.
           MOVE ZEROS                    TO WS-STORED-MAIN-QTY.
           MOVE ZEROS                    TO WS-OTHER-LOC-TOTAL.
           MOVE "N"                      TO WS-STORED-MAIN-SW.
           MOVE "N"                      TO WS-OUT-OF-STEP-SW.
           IF IM-QUANTITY-HAND NOT NUMERIC
               MOVE ZEROS                TO IM-QUANTITY-HAND
           END-IF.

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
           PERFORM 221-READ-PART-LOCATION
             UNTIL LOCSTOCK-EOF-FLAG = "YES".

      * THE MAIN WAREHOUSE TAKES WHATEVER OF THE PART TOTAL THE OTHER
      * LOCATIONS DON'T ACCOUNT FOR. MORE STOCK OUT AT THE OTHER
      * LOCATIONS THAN THE MASTER SAYS EXISTS, OR A STORED MAIN
      * WAREHOUSE FIGURE THAT DISAGREES WITH THE ONE WORKED OUT, MEANS
      * THE TWO FILES HAVE DRIFTED APART.
           IF WS-OTHER-LOC-TOTAL > IM-QUANTITY-HAND
               MOVE ZEROS                TO WS-PART-LOC-QTY (1)
               SET WS-OUT-OF-STEP        TO TRUE
           ELSE
               COMPUTE WS-PART-LOC-QTY (1) =
                   IM-QUANTITY-HAND - WS-OTHER-LOC-TOTAL
               IF WS-STORED-MAIN-FOUND
                   AND WS-STORED-MAIN-QTY NOT = WS-PART-LOC-QTY (1)
                   SET WS-OUT-OF-STEP    TO TRUE
               END-IF
           END-IF.

           IF IM-QUANTITY-HAND > ZERO
               OR WS-OTHER-LOC-TOTAL > ZERO
               PERFORM 230-WRITE-PART-LINE
           END-IF.

       221-READ-PART-LOCATION.
           READ LOCATION-STOCK NEXT RECORD
             AT END
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
             NOT AT END
               IF LS-PART-NUMBER NOT = IM-PART-NUMBER
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               ELSE
                   PERFORM 222-BUCKET-LOCATION
               END-IF
           END-READ.

       222-BUCKET-LOCATION.
           IF LS-LOCATION-CODE = WS-MAIN-LOCATION
               MOVE LS-QUANTITY-HAND     TO WS-STORED-MAIN-QTY
               SET WS-STORED-MAIN-FOUND  TO TRUE
           ELSE
               SET LX TO 1
               SEARCH WS-LOCATION-ENTRY
                   AT END
                       ADD 1             TO WS-UNKNOWN-LOC-CTR
                       SET WS-OUT-OF-STEP TO TRUE
                   WHEN WS-LOC-CODE (LX) = LS-LOCATION-CODE
                       SET WS-LOC-SUB    TO LX
                       ADD LS-QUANTITY-HAND
                           TO WS-PART-LOC-QTY (WS-LOC-SUB)
                       ADD LS-QUANTITY-HAND TO WS-OTHER-LOC-TOTAL
               END-SEARCH
           END-IF.

       223-CLEAR-PART-LOCATION.
           MOVE ZEROS             TO WS-PART-LOC-QTY (WS-LOC-SUB).

       230-WRITE-PART-LINE.
           MOVE IM-PART-NUMBER           TO WS-DET-PART.
           MOVE IM-PART-NAME             TO WS-DET-NAME.
           IF IM-AVG-COST IS NUMERIC
               AND IM-AVG-COST > ZERO
               MOVE IM-AVG-COST          TO WS-PART-COST
           ELSE
               MOVE IM-UNIT-PRICE        TO WS-PART-COST
           END-IF.
           PERFORM 231-EXTEND-ONE-LOCATION
             VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > 4.
           MOVE IM-QUANTITY-HAND         TO WS-DET-TOTAL.
           IF WS-OUT-OF-STEP
               MOVE "OUT OF STEP"        TO WS-DET-FLAG
               ADD 1                     TO WS-OUT-OF-STEP-CTR
           ELSE
               MOVE SPACES               TO WS-DET-FLAG
           END-IF.
           WRITE LOCATION-REPORT-LINE    FROM WS-PART-DETAIL.
           ADD 1                         TO WS-PART-LINE-CTR.

       231-EXTEND-ONE-LOCATION.
           MOVE WS-PART-LOC-QTY (WS-LOC-SUB)
               TO WS-DET-LOC-QTY (WS-LOC-SUB).
           ADD WS-PART-LOC-QTY (WS-LOC-SUB)
               TO WS-TOTAL-LOC-QTY (WS-LOC-SUB).
           COMPUTE WS-TOTAL-LOC-VALUE (WS-LOC-SUB) =
               WS-TOTAL-LOC-VALUE (WS-LOC-SUB)
               + WS-PART-LOC-QTY (WS-LOC-SUB) * WS-PART-COST.

       250-WRITE-LOCATION-TOTALS.
           MOVE SPACES                   TO LOCATION-REPORT-LINE.
           WRITE LOCATION-REPORT-LINE.
           PERFORM 251-WRITE-ONE-LOCATION-TOTAL
             VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > 4.

           MOVE SPACES                   TO LOCATION-REPORT-LINE.
           WRITE LOCATION-REPORT-LINE.
           MOVE "PARTS ON MASTER         " TO WS-TOT-LABEL.
           MOVE WS-MASTER-READ-CTR       TO WS-TOT-VALUE.
           WRITE LOCATION-REPORT-LINE    FROM WS-TOTAL-LINE.
           MOVE "PARTS HOLDING STOCK     " TO WS-TOT-LABEL.
           MOVE WS-PART-LINE-CTR         TO WS-TOT-VALUE.
           WRITE LOCATION-REPORT-LINE    FROM WS-TOTAL-LINE.
           MOVE "PARTS OUT OF STEP       " TO WS-TOT-LABEL.
           MOVE WS-OUT-OF-STEP-CTR       TO WS-TOT-VALUE.
           WRITE LOCATION-REPORT-LINE    FROM WS-TOTAL-LINE.
           MOVE "UNKNOWN LOCATION ENTRIES" TO WS-TOT-LABEL.
           MOVE WS-UNKNOWN-LOC-CTR       TO WS-TOT-VALUE.
           WRITE LOCATION-REPORT-LINE    FROM WS-TOTAL-LINE.

       251-WRITE-ONE-LOCATION-TOTAL.
           MOVE WS-LOC-CODE (WS-LOC-SUB) TO WS-LTL-CODE.
           MOVE WS-LOC-NAME (WS-LOC-SUB) TO WS-LTL-NAME.
           MOVE WS-TOTAL-LOC-QTY (WS-LOC-SUB)   TO WS-LTL-QTY.
           MOVE WS-TOTAL-LOC-VALUE (WS-LOC-SUB) TO WS-LTL-VALUE.
           WRITE LOCATION-REPORT-LINE    FROM WS-LOCATION-TOTAL-LINE.

       290-CLOSE-FILES.
           CLOSE INVENT-MASTER
                 LOCATION-REPORT-OUT.
           IF NOT WS-LOCSTOCK-ABSENT
               CLOSE LOCATION-STOCK
           END-IF.

           DISPLAY "STOCK BY LOCATION REPORT COMPLETE".
           DISPLAY "  PARTS ON MASTER      " WS-MASTER-READ-CTR.
           DISPLAY "  PARTS HOLDING STOCK  " WS-PART-LINE-CTR.
           DISPLAY "  PARTS OUT OF STEP    " WS-OUT-OF-STEP-CTR.
