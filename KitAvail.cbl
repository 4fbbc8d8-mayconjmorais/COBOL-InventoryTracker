       PROGRAM-ID.     KitAvail.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * KIT AVAILABILITY REPORT FOR THE BUYERS. WALKS THE BILL OF
      * MATERIALS BomMaint KEEPS ON KITBOM.DAT ONE KIT AT A TIME AND,
      * FOR EVERY COMPONENT, SHOWS THE QUANTITY PER KIT, THE FREE
      * STOCK (ON HAND ON INVENTM.DAT LESS WHAT OPEN CUSTOMER ORDER
      * LINES ON CUSTORD.DAT HAVE RESERVED - THE SAME STOCK A "B"
      * BUILD IS ALLOWED TO DRAW) AND HOW MANY KITS THAT STOCK ALONE
      * WOULD COVER. THE KIT LINE UNDERNEATH SAYS HOW MANY KITS THE
      * CURRENT STOCK COULD BUILD - THE LOWEST OF THOSE FIGURES - AND
      * NAMES THE COMPONENT THAT SETS IT, SO THE BUYER KNOWS WHICH
      * PART TO CHASE (KITAVAIL.TXT). STOCK IS COUNTED ACROSS EVERY
      * LOCATION; A BUILD ITSELF DRAWS FROM ONE, SO A KIT WHOSE PARTS
      * ARE SPREAD OUT MAY NEED A TRANSFER BEFORE IT CAN BE BUILT. A
      * COMPONENT MISSING FROM THE MASTER COUNTS AS NONE IN STOCK.
      * NOTHING IS UPDATED HERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-BOM-FILE
               ASSIGN TO
               "C:\KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-KITBOM-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO
               "C:\CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               ALTERNATE RECORD KEY IS CO-PART-DUE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTORD-STATUS.

           SELECT KIT-REPORT-OUT
               ASSIGN TO
               "C:\KITAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-BOM-FILE.
      * MIRRORS THE BM-RECORD LAYOUT BomMaint MAINTAINS - KEEP THE TWO
      * IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  BM-RECORD.
           05 BM-BOM-KEY.
               10 BM-KIT-PART             PIC 9(05).
               10 BM-COMP-PART            PIC 9(05).
           05 BM-QTY-PER-KIT              PIC 9(03).

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

       FD  CUSTOMER-ORDER-FILE.
      * MIRRORS THE CO-RECORD LAYOUT CustOrderMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
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

       FD  KIT-REPORT-OUT.
       01  KIT-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KITBOM-STATUS                PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-CUSTORD-STATUS               PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 EOF-FLAGS.
           05 KITBOM-EOF-FLAG             PIC X(3) VALUE "NO".
           05 CUSTORD-EOF-FLAG            PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".
           05 WS-CUSTORD-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-CUSTORD-ABSENT           VALUE "Y".

      * ONE KIT'S WORTH OF COMPONENT LINES IS OPEN AT A TIME. THE
      * BUILDABLE COUNT STARTS AT THE CEILING AND IS PULLED DOWN BY
      * EACH COMPONENT IN TURN; THE FIRST COMPONENT TO SET THE LOWEST
      * FIGURE IS THE ONE NAMED AS THE BOTTLENECK.
       01 WS-KIT-BREAK.
           05 WS-KIT-GROUP-SW             PIC X(1) VALUE "N".
               88 WS-KIT-GROUP-OPEN           VALUE "Y".
           05 WS-CURR-KIT                 PIC 9(05) VALUE ZERO.
           05 WS-KIT-CAN-BUILD            PIC 9(05) VALUE ZERO.
           05 WS-BOTTLENECK-PART          PIC 9(05) VALUE ZERO.
           05 WS-BOTTLENECK-NAME          PIC X(20) VALUE SPACES.

       01 WS-COMPONENT-WORK.
           05 WS-PART-COMMITTED           PIC 9(07) VALUE ZERO.
           05 WS-FREE-STOCK               PIC 9(05) VALUE ZERO.
           05 WS-COMP-CAN-BUILD           PIC 9(05) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-BOM-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-KIT-CTR                  PIC 9(05) VALUE ZERO.
           05 WS-KIT-NONE-CTR             PIC 9(05) VALUE ZERO.
           05 WS-NO-MASTER-CTR            PIC 9(05) VALUE ZERO.

       01 WS-KIT-HEADER.
           05 FILLER                     PIC X(34) VALUE
               "KIT AVAILABILITY REPORT - RUN DATE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-KIT-COLUMN-HEADER.
           05 FILLER                     PIC X(8) VALUE SPACES.
           05 FILLER                     PIC X(6) VALUE "  COMP".
           05 FILLER                     PIC X(21) VALUE " NAME".
           05 FILLER                     PIC X(8) VALUE " QTY/KIT".
           05 FILLER                     PIC X(11) VALUE " FREE STOCK".
           05 FILLER                     PIC X(10) VALUE "  COVERS".

       01 WS-KIT-TITLE-LINE.
           05 FILLER                     PIC X(4) VALUE "KIT ".
           05 WS-KTL-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-KTL-NAME                PIC X(20).
           05 FILLER                     PIC X(10) VALUE " ON HAND ".
           05 WS-KTL-ON-HAND             PIC ZZZZ9.

       01 WS-COMPONENT-DETAIL.
           05 FILLER                     PIC X(8) VALUE SPACES.
           05 WS-DET-COMP                PIC ZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-NAME                PIC X(20).
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 WS-DET-QTY-PER             PIC ZZ9.
           05 FILLER                     PIC X(6) VALUE SPACES.
           05 WS-DET-FREE                PIC ZZZZ9.
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 WS-DET-COVERS              PIC ZZZZ9.

       01 WS-KIT-SUMMARY-LINE.
           05 FILLER                     PIC X(8) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE "CAN BUILD ".
           05 WS-SUM-CAN-BUILD           PIC ZZZZ9.
           05 FILLER                     PIC X(14) VALUE
               "  BOTTLENECK  ".
           05 WS-SUM-BOTTLENECK          PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-SUM-BOTTLENECK-NAME     PIC X(20).

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-REPORT-KIT-AVAILABILITY.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.

           IF NOT WS-RUN-ABANDONED
               PERFORM 210-READ-BOM-LINE
               PERFORM 220-TAKE-ONE-BOM-LINE
                 UNTIL KITBOM-EOF-FLAG = "YES"
               IF WS-KIT-GROUP-OPEN
                   PERFORM 240-WRITE-KIT-SUMMARY
               END-IF
           END-IF.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       200-OPEN-FILES.
           OPEN INPUT INVENT-MASTER.
           OPEN OUTPUT KIT-REPORT-OUT.

      * NO BILL OF MATERIALS JUST MEANS NO KIT HAS BEEN SET UP YET -
      * THE REPORT COMES OUT EMPTY RATHER THAN THE RUN FAILING. NO
      * ORDER FILE MEANS NOTHING IS RESERVED, SO ALL STOCK IS FREE.
           OPEN INPUT KIT-BOM-FILE.
           IF WS-KITBOM-STATUS = "35"
               MOVE "YES"                TO KITBOM-EOF-FLAG
           END-IF.
           OPEN INPUT CUSTOMER-ORDER-FILE.
           IF WS-CUSTORD-STATUS = "35"
               SET WS-CUSTORD-ABSENT     TO TRUE
           END-IF.

      * NO MASTER MEANS NO STOCK FIGURES AT ALL - SAY SO AND FALL
      * STRAIGHT THROUGH TO THE TOTALS.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.

           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE KIT-REPORT-LINE         FROM WS-KIT-HEADER.
           WRITE KIT-REPORT-LINE         FROM WS-KIT-COLUMN-HEADER.

       210-READ-BOM-LINE.
           IF KITBOM-EOF-FLAG NOT = "YES"
               READ KIT-BOM-FILE NEXT RECORD
                 AT END
                   MOVE "YES"            TO KITBOM-EOF-FLAG
                 NOT AT END
                   ADD 1                 TO WS-BOM-READ-CTR
               END-READ
           END-IF.

       220-TAKE-ONE-BOM-LINE.
           IF NOT WS-KIT-GROUP-OPEN
               PERFORM 230-START-KIT-GROUP
           ELSE
               IF BM-KIT-PART NOT = WS-CURR-KIT
                   PERFORM 240-WRITE-KIT-SUMMARY
                   PERFORM 230-START-KIT-GROUP
               END-IF
           END-IF.
           PERFORM 250-WRITE-COMPONENT-LINE.
           PERFORM 210-READ-BOM-LINE.

       230-START-KIT-GROUP.
           SET WS-KIT-GROUP-OPEN         TO TRUE.
           MOVE BM-KIT-PART              TO WS-CURR-KIT.
           MOVE 99999                    TO WS-KIT-CAN-BUILD.
           MOVE ZEROS                    TO WS-BOTTLENECK-PART.
           MOVE SPACES                   TO WS-BOTTLENECK-NAME.
           ADD 1                         TO WS-KIT-CTR.

           MOVE BM-KIT-PART              TO WS-KTL-PART.
           MOVE BM-KIT-PART              TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               MOVE "*** NOT ON MASTER"  TO WS-KTL-NAME
               MOVE ZEROS                TO WS-KTL-ON-HAND
               ADD 1                     TO WS-NO-MASTER-CTR
             NOT INVALID KEY
               MOVE IM-PART-NAME         TO WS-KTL-NAME
               MOVE IM-QUANTITY-HAND     TO WS-KTL-ON-HAND
           END-READ.
           MOVE SPACES                   TO KIT-REPORT-LINE.
           WRITE KIT-REPORT-LINE.
           WRITE KIT-REPORT-LINE         FROM WS-KIT-TITLE-LINE.

       240-WRITE-KIT-SUMMARY.
           MOVE WS-KIT-CAN-BUILD         TO WS-SUM-CAN-BUILD.
           MOVE WS-BOTTLENECK-PART       TO WS-SUM-BOTTLENECK.
           MOVE WS-BOTTLENECK-NAME       TO WS-SUM-BOTTLENECK-NAME.
           WRITE KIT-REPORT-LINE         FROM WS-KIT-SUMMARY-LINE.
           IF WS-KIT-CAN-BUILD = ZERO
               ADD 1                     TO WS-KIT-NONE-CTR
           END-IF.

       250-WRITE-COMPONENT-LINE.
           MOVE BM-COMP-PART             TO WS-DET-COMP.
           MOVE BM-QTY-PER-KIT           TO WS-DET-QTY-PER.
           MOVE BM-COMP-PART             TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               MOVE "*** NOT ON MASTER"  TO WS-DET-NAME
               MOVE ZEROS                TO WS-FREE-STOCK
               ADD 1                     TO WS-NO-MASTER-CTR
             NOT INVALID KEY
               MOVE IM-PART-NAME         TO WS-DET-NAME
               PERFORM 260-WORK-OUT-FREE-STOCK
           END-READ.

      * A ZERO QUANTITY PER KIT CAN'T GET ONTO THE FILE THROUGH
      * BomMaint, BUT IF ONE EVER DID IT WOULD LIMIT NOTHING.
           IF BM-QTY-PER-KIT > ZERO
               DIVIDE WS-FREE-STOCK BY BM-QTY-PER-KIT
                   GIVING WS-COMP-CAN-BUILD
           ELSE
               MOVE 99999                TO WS-COMP-CAN-BUILD
           END-IF.
           MOVE WS-FREE-STOCK            TO WS-DET-FREE.
           MOVE WS-COMP-CAN-BUILD        TO WS-DET-COVERS.
           WRITE KIT-REPORT-LINE         FROM WS-COMPONENT-DETAIL.

           IF WS-COMP-CAN-BUILD < WS-KIT-CAN-BUILD
               MOVE WS-COMP-CAN-BUILD    TO WS-KIT-CAN-BUILD
               MOVE BM-COMP-PART         TO WS-BOTTLENECK-PART
               MOVE WS-DET-NAME          TO WS-BOTTLENECK-NAME
           END-IF.

       260-WORK-OUT-FREE-STOCK.
      * ON HAND LESS WHAT THE PART'S OPEN ORDER LINES HOLD - NEVER
      * BELOW ZERO, EVEN WHEN MORE IS RESERVED THAN IS ON THE SHELF.
           MOVE ZEROS                    TO WS-PART-COMMITTED.
           IF NOT WS-CUSTORD-ABSENT
               PERFORM 261-START-PART-ORDER-LINES
               PERFORM 262-ADD-LINE-COMMITTED
                 UNTIL CUSTORD-EOF-FLAG = "YES"
           END-IF.
           IF IM-QUANTITY-HAND > WS-PART-COMMITTED
               COMPUTE WS-FREE-STOCK =
                   IM-QUANTITY-HAND - WS-PART-COMMITTED
           ELSE
               MOVE ZEROS                TO WS-FREE-STOCK
           END-IF.

       261-START-PART-ORDER-LINES.
      * POSITIONS ON THE PART'S FIRST ORDER LINE BY DUE DATE.
           MOVE "NO"                     TO CUSTORD-EOF-FLAG.
           MOVE IM-PART-NUMBER           TO CO-PART-NUMBER.
           MOVE ZEROS                    TO CO-DUE-DATE.
           START CUSTOMER-ORDER-FILE KEY NOT LESS THAN CO-PART-DUE-KEY
             INVALID KEY
               MOVE "YES"                TO CUSTORD-EOF-FLAG
           END-START.

       262-ADD-LINE-COMMITTED.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO CUSTORD-EOF-FLAG
             NOT AT END
               IF CO-PART-NUMBER NOT = IM-PART-NUMBER
                   MOVE "YES"            TO CUSTORD-EOF-FLAG
               ELSE
                   IF CO-LINE-OPEN
                       ADD CO-QTY-ALLOCATED TO WS-PART-COMMITTED
                   END-IF
               END-IF
           END-READ.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO KIT-REPORT-LINE.
           WRITE KIT-REPORT-LINE.
           MOVE "BOM LINES READ          " TO WS-CNT-LABEL.
           MOVE WS-BOM-READ-CTR          TO WS-CNT-VALUE.
           WRITE KIT-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "KITS REPORTED           " TO WS-CNT-LABEL.
           MOVE WS-KIT-CTR               TO WS-CNT-VALUE.
           WRITE KIT-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "KITS THAT CAN'T BE BUILT" TO WS-CNT-LABEL.
           MOVE WS-KIT-NONE-CTR          TO WS-CNT-VALUE.
           WRITE KIT-REPORT-LINE         FROM WS-COUNT-LINE.
           MOVE "PARTS NOT ON MASTER     " TO WS-CNT-LABEL.
           MOVE WS-NO-MASTER-CTR         TO WS-CNT-VALUE.
           WRITE KIT-REPORT-LINE         FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           CLOSE INVENT-MASTER
                 KIT-REPORT-OUT.
           IF WS-KITBOM-STATUS NOT = "35"
               CLOSE KIT-BOM-FILE
           END-IF.
           IF NOT WS-CUSTORD-ABSENT
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.

           DISPLAY "KIT AVAILABILITY REPORT COMPLETE".
           DISPLAY "  BOM LINES READ       " WS-BOM-READ-CTR.
           DISPLAY "  KITS REPORTED        " WS-KIT-CTR.
           DISPLAY "  KITS NONE BUILDABLE  " WS-KIT-NONE-CTR.
           DISPLAY "  PARTS NOT ON MASTER  " WS-NO-MASTER-CTR.
