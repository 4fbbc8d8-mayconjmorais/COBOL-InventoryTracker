       PROGRAM-ID.     OrderAllocate.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * NIGHTLY CUSTOMER ORDER ALLOCATION. RESERVES STOCK ON HAND
      * AGAINST THE OPEN LINES ON CUSTORD.DAT, OLDEST ORDER FIRST, AND
      * LISTS WHATEVER COULDN'T BE COVERED ON THE BACKORDER LIST
      * (BACKORD.TXT). A PART'S FREE STOCK IS ITS QUANTITY ON HAND
      * LESS WHAT IS ALREADY RESERVED FOR ITS OPEN LINES - A
      * RESERVATION, ONCE MADE, STAYS WITH ITS LINE UNTIL THE LINE
      * SHIPS OR IS CUT BACK OR CANCELLED, SO A NEWER ORDER CAN NEVER
      * TAKE STOCK AN OLDER ONE WAS ALREADY PROMISED. ONLY THE
      * RESERVATIONS ARE UPDATED HERE - THE STOCK ITSELF DOESN'T MOVE
      * UNTIL InventMaint POSTS THE ISSUE THAT SHIPS THE LINE.
      *
      * THE LINES STILL SHORT ARE SORTED BY PART AND THEN BY ORDER
      * DATE, SO EACH PART'S FREE STOCK IS WORKED OUT ONCE AND HANDED
      * OUT IN ORDER. A LINE FOR A PART THAT IS NO LONGER ON THE
      * MASTER CAN'T BE ALLOCATED AND GOES ON THE BACKORDER LIST WITH
      * A NOTE SAYING SO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO
               "C:\CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               ALTERNATE RECORD KEY IS CO-PART-DUE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTORD-STATUS.

           SELECT INVENT-MASTER
               ASSIGN TO
               "C:\INVENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PART-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKORDER-REPORT-OUT
               ASSIGN TO
               "C:\BACKORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOC-SORT-FILE
               ASSIGN TO "SRTWK08".

       DATA DIVISION.
       FILE SECTION.
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

       FD  BACKORDER-REPORT-OUT.
       01  BACKORDER-REPORT-LINE          PIC X(90).

       SD  ALLOC-SORT-FILE.
       01  ASRT-RECORD.
           05 ASRT-PART-NUMBER            PIC 9(05).
           05 ASRT-ORDER-DATE             PIC 9(08).
           05 ASRT-ORDER-NUMBER           PIC 9(06).
           05 ASRT-LINE-NUMBER            PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-CUSTORD-STATUS               PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01 EOF-FLAGS.
           05 ORDER-EOF-FLAG              PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".
           05 PART-LINES-EOF-FLAG         PIC X(3) VALUE "NO".

       01 WS-ORDER-CONTROL.
           05 WS-CUSTORD-ABSENT-SW        PIC X(1) VALUE "N".
               88 WS-CUSTORD-ABSENT           VALUE "Y".

      * THE PART BEING HANDED OUT - A REAL SWITCH MARKS THE FIRST
      * GROUP, SINCE PART ZERO IS NOT A SAFE "NO PART YET" VALUE.
       01 WS-PART-CONTROL.
           05 WS-PART-GROUP-SW            PIC X(1) VALUE "N".
               88 WS-PART-GROUP-OPEN          VALUE "Y".
           05 WS-PART-ON-FILE-SW          PIC X(1) VALUE "N".
               88 WS-PART-ON-FILE             VALUE "Y".
           05 WS-LAST-PART-NUMBER         PIC 9(05) VALUE ZERO.
           05 WS-PART-COMMITTED           PIC 9(07) VALUE ZERO.
           05 WS-PART-FREE                PIC 9(07) VALUE ZERO.

       01 WS-LINE-WORK.
           05 WS-LINE-NEED                PIC 9(05) VALUE ZERO.
           05 WS-LINE-ALLOC               PIC 9(05) VALUE ZERO.
           05 WS-LINE-SHORT               PIC 9(05) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-LINES-READ-CTR           PIC 9(05) VALUE ZERO.
           05 WS-LINES-WANTING-CTR        PIC 9(05) VALUE ZERO.
           05 WS-LINES-COVERED-CTR        PIC 9(05) VALUE ZERO.
           05 WS-LINES-BACKORD-CTR        PIC 9(05) VALUE ZERO.
           05 WS-UNITS-ALLOC-TOTAL        PIC 9(07) VALUE ZERO.
           05 WS-UNITS-SHORT-TOTAL        PIC 9(07) VALUE ZERO.

       01 WS-BACKORDER-HEADER.
           05 FILLER                     PIC X(25) VALUE
               "BACKORDER LIST - RUN DATE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-BACKORDER-COLUMN-HEADER.
           05 FILLER                     PIC X(11) VALUE "ORDER  LINE".
           05 FILLER                     PIC X(7) VALUE " CUST  ".
           05 FILLER                     PIC X(6) VALUE "  PART".
           05 FILLER                     PIC X(9) VALUE "  ORDERED".
           05 FILLER                     PIC X(9) VALUE "      DUE".
           05 FILLER                     PIC X(6) VALUE "  WANT".
           05 FILLER                     PIC X(6) VALUE " ALLOC".
           05 FILLER                     PIC X(6) VALUE " SHORT".

       01 WS-BACKORDER-DETAIL.
           05 WS-BO-ORDER                PIC 9(06).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-BO-LINE                 PIC 9(03).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-CUST                 PIC X(06).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-PART                 PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-ORDER-DATE           PIC 9(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-DUE-DATE             PIC 9(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-WANTED               PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-ALLOCATED            PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-SHORT                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-BO-NOTE                 PIC X(17).

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       100-ALLOCATE-CUSTOMER-ORDERS.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 195-OPEN-FILES.
           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-BACKORDER-HEADER.
           WRITE BACKORDER-REPORT-LINE
               FROM WS-BACKORDER-COLUMN-HEADER.

           IF NOT WS-CUSTORD-ABSENT
               SORT ALLOC-SORT-FILE
                   ON ASCENDING KEY ASRT-PART-NUMBER
                   ON ASCENDING KEY ASRT-ORDER-DATE
                   ON ASCENDING KEY ASRT-ORDER-NUMBER
                   ON ASCENDING KEY ASRT-LINE-NUMBER
                   INPUT PROCEDURE 200-RELEASE-WANTING-LINES
                   OUTPUT PROCEDURE 300-ALLOCATE-SORTED-LINES
           END-IF.

           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       195-OPEN-FILES.
      * THE MASTER HAS TO BE THERE - WITHOUT IT THERE IS NO STOCK TO
      * HAND OUT, AND EVERY LINE WOULD LAND ON THE BACKORDER LIST FOR
      * NO REASON. NO ORDER FILE JUST MEANS CustOrderMaint HAS NEVER
      * RUN ON THIS SITE - AN EMPTY BACKORDER LIST IS THE RIGHT ANSWER.
           OPEN INPUT INVENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF WS-CUSTORD-STATUS = "35"
               SET WS-CUSTORD-ABSENT     TO TRUE
           END-IF.
           OPEN OUTPUT BACKORDER-REPORT-OUT.

       200-RELEASE-WANTING-LINES.
      * EVERY OPEN LINE WHOSE RESERVATION DOESN'T YET COVER WHAT IS
      * STILL WANTED GOES INTO THE SORT. A LINE ALREADY FULLY COVERED
      * HAS NOTHING TO GAIN FROM THIS RUN AND STAYS OUT.
           MOVE ZEROS                    TO CO-ORDER-KEY.
           START CUSTOMER-ORDER-FILE KEY NOT LESS THAN CO-ORDER-KEY
             INVALID KEY
               MOVE "YES"                TO ORDER-EOF-FLAG
           END-START.
           PERFORM 201-READ-ORDER-LINE
             UNTIL ORDER-EOF-FLAG = "YES".

       201-READ-ORDER-LINE.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO ORDER-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-LINES-READ-CTR
               IF CO-LINE-OPEN
                   AND CO-QTY-ORDERED >
                       CO-QTY-SHIPPED + CO-QTY-ALLOCATED
                   MOVE CO-PART-NUMBER   TO ASRT-PART-NUMBER
                   MOVE CO-ORDER-DATE    TO ASRT-ORDER-DATE
                   MOVE CO-ORDER-NUMBER  TO ASRT-ORDER-NUMBER
                   MOVE CO-LINE-NUMBER   TO ASRT-LINE-NUMBER
                   RELEASE ASRT-RECORD
                   ADD 1                 TO WS-LINES-WANTING-CTR
               END-IF
           END-READ.

       300-ALLOCATE-SORTED-LINES.
           PERFORM 301-RETURN-LINE.
           PERFORM 302-ALLOCATE-ONE-LINE
             UNTIL SORT-EOF-FLAG = "YES".

       301-RETURN-LINE.
           RETURN ALLOC-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG.

       302-ALLOCATE-ONE-LINE.
           IF NOT WS-PART-GROUP-OPEN
               OR ASRT-PART-NUMBER NOT = WS-LAST-PART-NUMBER
               PERFORM 310-START-PART-GROUP
           END-IF.

           MOVE ASRT-ORDER-NUMBER        TO CO-ORDER-NUMBER.
           MOVE ASRT-LINE-NUMBER         TO CO-LINE-NUMBER.
      * THE PART-TOTAL WALK IN 311 LEAVES THE FILE ON ITS ALTERNATE
      * KEY - THE LINE ITSELF IS FETCHED BY ORDER AND LINE.
           READ CUSTOMER-ORDER-FILE KEY IS CO-ORDER-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM 303-RESERVE-FOR-LINE
           END-READ.

           PERFORM 301-RETURN-LINE.

       303-RESERVE-FOR-LINE.
           COMPUTE WS-LINE-NEED =
               CO-QTY-ORDERED - CO-QTY-SHIPPED - CO-QTY-ALLOCATED.
           IF WS-PART-FREE < WS-LINE-NEED
               MOVE WS-PART-FREE         TO WS-LINE-ALLOC
           ELSE
               MOVE WS-LINE-NEED         TO WS-LINE-ALLOC
           END-IF.
           IF WS-LINE-ALLOC > ZERO
               ADD WS-LINE-ALLOC         TO CO-QTY-ALLOCATED
               SUBTRACT WS-LINE-ALLOC    FROM WS-PART-FREE
               ADD WS-LINE-ALLOC         TO WS-UNITS-ALLOC-TOTAL
               REWRITE CO-RECORD
           END-IF.
           COMPUTE WS-LINE-SHORT = WS-LINE-NEED - WS-LINE-ALLOC.
           IF WS-LINE-SHORT > ZERO
               PERFORM 304-WRITE-BACKORDER-LINE
           ELSE
               ADD 1                     TO WS-LINES-COVERED-CTR
           END-IF.

       304-WRITE-BACKORDER-LINE.
           MOVE CO-ORDER-NUMBER          TO WS-BO-ORDER.
           MOVE CO-LINE-NUMBER           TO WS-BO-LINE.
           MOVE CO-CUST-CODE             TO WS-BO-CUST.
           MOVE CO-PART-NUMBER           TO WS-BO-PART.
           MOVE CO-ORDER-DATE            TO WS-BO-ORDER-DATE.
           MOVE CO-DUE-DATE              TO WS-BO-DUE-DATE.
           COMPUTE WS-BO-WANTED = CO-QTY-ORDERED - CO-QTY-SHIPPED.
           MOVE CO-QTY-ALLOCATED         TO WS-BO-ALLOCATED.
           MOVE WS-LINE-SHORT            TO WS-BO-SHORT.
           IF WS-PART-ON-FILE
               MOVE SPACES               TO WS-BO-NOTE
           ELSE
               MOVE "PART NOT ON FILE"   TO WS-BO-NOTE
           END-IF.
           WRITE BACKORDER-REPORT-LINE   FROM WS-BACKORDER-DETAIL.
           ADD 1                         TO WS-LINES-BACKORD-CTR.
           ADD WS-LINE-SHORT             TO WS-UNITS-SHORT-TOTAL.

       310-START-PART-GROUP.
      * FREE STOCK IS WHAT IS ON HAND LESS WHAT THE PART'S OPEN LINES
      * ALREADY HOLD. A PART WHOSE RESERVATIONS ALREADY EXCEED ITS
      * STOCK (AN ADJUSTMENT OR A COUNT TOOK IT DOWN) HAS NOTHING
      * FREE - THE EXISTING RESERVATIONS ARE LEFT FOR THE BUYER TO
      * SORT OUT, NOT SILENTLY TAKEN BACK.
           SET WS-PART-GROUP-OPEN        TO TRUE.
           MOVE ASRT-PART-NUMBER         TO WS-LAST-PART-NUMBER.
           MOVE ZEROS                    TO WS-PART-FREE.
           MOVE "N"                      TO WS-PART-ON-FILE-SW.
           MOVE ASRT-PART-NUMBER         TO IM-PART-NUMBER.
           READ INVENT-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-PART-ON-FILE       TO TRUE
           END-READ.
           IF WS-PART-ON-FILE
               AND IM-QUANTITY-HAND IS NUMERIC
               PERFORM 311-SUM-PART-COMMITTED
               IF IM-QUANTITY-HAND > WS-PART-COMMITTED
                   COMPUTE WS-PART-FREE =
                       IM-QUANTITY-HAND - WS-PART-COMMITTED
               END-IF
           END-IF.

       311-SUM-PART-COMMITTED.
      * WALKS THE PART'S LINES ON THE ALTERNATE KEY AND ADDS UP WHAT
      * ITS OPEN LINES HAVE RESERVED.
           MOVE ZEROS                    TO WS-PART-COMMITTED.
           MOVE "NO"                     TO PART-LINES-EOF-FLAG.
           MOVE ASRT-PART-NUMBER         TO CO-PART-NUMBER.
           MOVE ZEROS                    TO CO-DUE-DATE.
           START CUSTOMER-ORDER-FILE KEY NOT LESS THAN CO-PART-DUE-KEY
             INVALID KEY
               MOVE "YES"                TO PART-LINES-EOF-FLAG
           END-START.
           PERFORM 312-ADD-LINE-COMMITTED
             UNTIL PART-LINES-EOF-FLAG = "YES".

       312-ADD-LINE-COMMITTED.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO PART-LINES-EOF-FLAG
             NOT AT END
               IF CO-PART-NUMBER NOT = ASRT-PART-NUMBER
                   MOVE "YES"            TO PART-LINES-EOF-FLAG
               ELSE
                   IF CO-LINE-OPEN
                       ADD CO-QTY-ALLOCATED TO WS-PART-COMMITTED
                   END-IF
               END-IF
           END-READ.

       290-CLOSE-FILES.
           MOVE SPACES                   TO BACKORDER-REPORT-LINE.
           WRITE BACKORDER-REPORT-LINE.
           MOVE "ORDER LINES READ        " TO WS-CNT-LABEL.
           MOVE WS-LINES-READ-CTR        TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.
           MOVE "LINES WANTING STOCK     " TO WS-CNT-LABEL.
           MOVE WS-LINES-WANTING-CTR     TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.
           MOVE "LINES NOW FULLY COVERED " TO WS-CNT-LABEL.
           MOVE WS-LINES-COVERED-CTR     TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.
           MOVE "LINES ON BACKORDER      " TO WS-CNT-LABEL.
           MOVE WS-LINES-BACKORD-CTR     TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.
           MOVE "UNITS ALLOCATED         " TO WS-CNT-LABEL.
           MOVE WS-UNITS-ALLOC-TOTAL     TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.
           MOVE "UNITS ON BACKORDER      " TO WS-CNT-LABEL.
           MOVE WS-UNITS-SHORT-TOTAL     TO WS-CNT-VALUE.
           WRITE BACKORDER-REPORT-LINE   FROM WS-COUNT-LINE.

           CLOSE INVENT-MASTER
                 BACKORDER-REPORT-OUT.
           IF NOT WS-CUSTORD-ABSENT
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.

           DISPLAY "CUSTOMER ORDER ALLOCATION COMPLETE".
           DISPLAY "  ORDER LINES READ     " WS-LINES-READ-CTR.
           DISPLAY "  LINES WANTING STOCK  " WS-LINES-WANTING-CTR.
           DISPLAY "  LINES FULLY COVERED  " WS-LINES-COVERED-CTR.
           DISPLAY "  LINES ON BACKORDER   " WS-LINES-BACKORD-CTR.
           DISPLAY "  UNITS ALLOCATED      " WS-UNITS-ALLOC-TOTAL.
           DISPLAY "  UNITS ON BACKORDER   " WS-UNITS-SHORT-TOTAL.
