       PROGRAM-ID.     PoExport.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * OUTBOUND ELECTRONIC PURCHASE ORDERS. InventoryTracker CUTS
      * EACH MORNING'S POS ONTO THE PO REGISTER (POREGIST.DAT) AND
      * PRINTS THEM ON REORDPO.TXT FOR MAILING. FOR EVERY SUPPLIER
      * FLAGGED AS AN ELECTRONIC TRADING PARTNER ON SUPPMAST.DAT
      * (SM-EDI-FLAG "E") THIS PICKS UP THE SAME DAY'S REGISTER LINES
      * AND WRITES THEM TO A FIXED-FORMAT FILE (EDIPOOUT.TXT) FOR
      * TRANSMISSION, ONE GROUP PER SUPPLIER:
      *   H  SUPPLIER CODE, EXPORT DATE
      *   D  ONE PER PO LINE - PO NUMBER, LINE, PART, QUANTITY
      *      ORDERED AND UNIT PRICE, PLUS THE ORDER DATE
      *   T  THE GROUP'S DETAIL COUNT AND TOTAL QUANTITY, SO THE
      *      SUPPLIER CAN PROVE IT RECEIVED EVERY LINE
      * THE FILE ENDS WITH A "Z" CONTROL RECORD CARRYING THE NUMBER OF
      * SUPPLIER GROUPS AND DETAIL LINES IN THE WHOLE TRANSMISSION.
      * SUPPLIERS NOT FLAGGED GO ON BEING MAILED THE PRINTED PO - THEIR
      * LINES ARE ONLY COUNTED HERE. A FLAGGED SUPPLIER'S PO STILL
      * PRINTS, BUT MARKED "SENT BY EDI - DO NOT MAIL". A LINE ALREADY
      * FILLED BY THE TIME THIS RUNS IS NOT SENT. NOTHING IS UPDATED
      * HERE.
      *
      * THE EXPORT DATE IS THE RUN DATE, UNLESS POXPARM.txt HOLDS A
      * YYYYMMDD ON ITS FIRST LINE - SO A DAY WHOSE TRANSMISSION WAS
      * LOST CAN BE SENT AGAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-REGISTER-FILE
               ASSIGN TO
               "C:\POREGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-REG-KEY
               FILE STATUS IS WS-POREG-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

           SELECT PARM-FILE-IN
               ASSIGN TO
               "C:\POXPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EDI-PO-OUT
               ASSIGN TO
               "C:\EDIPOOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORT-SORT-FILE
               ASSIGN TO "SRTWK12".

       DATA DIVISION.
       FILE SECTION.
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

       FD  SUPP-MASTER.
      * MIRRORS THE SM-RECORD LAYOUT SupplierMaint MAINTAINS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
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

       FD  PARM-FILE-IN.
       01  PM-PARM-RECORD.
           05 PM-EXPORT-DATE              PIC 9(08).

       FD  EDI-PO-OUT.
      * THE OUTBOUND PO LAYOUT AGREED WITH THE TRADING PARTNERS - ANY
      * CHANGE HAS TO BE AGREED WITH EVERY ONE OF THEM FIRST. ALL FOUR
      * RECORD TYPES ARE 50 BYTES, TYPE CODE FIRST.
       01  EX-PO-HEADER.
           05 EX-HDR-CODE                 PIC X(01).
           05 EX-HDR-SUPP-CODE            PIC X(05).
           05 EX-HDR-EXPORT-DATE          PIC 9(08).
           05 FILLER                      PIC X(36).
       01  EX-PO-DETAIL.
           05 EX-DET-CODE                 PIC X(01).
           05 EX-DET-PO-NUMBER            PIC 9(06).
           05 EX-DET-LINE-NUMBER          PIC 9(03).
           05 EX-DET-PART-NUMBER          PIC 9(05).
           05 EX-DET-QTY-ORDERED          PIC 9(05).
           05 EX-DET-UNIT-PRICE           PIC 9(05)V99.
           05 EX-DET-ORDER-DATE           PIC 9(08).
           05 FILLER                      PIC X(15).
       01  EX-PO-TRAILER.
           05 EX-TRL-CODE                 PIC X(01).
           05 EX-TRL-SUPP-CODE            PIC X(05).
           05 EX-TRL-LINE-COUNT           PIC 9(05).
           05 EX-TRL-QTY-TOTAL            PIC 9(09).
           05 FILLER                      PIC X(30).
       01  EX-FILE-CONTROL.
           05 EX-CTL-CODE                 PIC X(01).
           05 EX-CTL-EXPORT-DATE          PIC 9(08).
           05 EX-CTL-GROUP-COUNT          PIC 9(05).
           05 EX-CTL-LINE-COUNT           PIC 9(05).
           05 FILLER                      PIC X(31).

       SD  EXPORT-SORT-FILE.
       01  XSRT-RECORD.
           05 XSRT-SUPP-CODE              PIC X(05).
           05 XSRT-PO-NUMBER              PIC 9(06).
           05 XSRT-LINE-NUMBER            PIC 9(03).
           05 XSRT-PART-NUMBER            PIC 9(05).
           05 XSRT-QTY-ORDERED            PIC 9(05).
           05 XSRT-UNIT-PRICE             PIC 9(05)V99.
           05 XSRT-ORDER-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-POREG-STATUS                 PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".
       01 WS-PARM-STATUS                  PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-EXPORT-DATE                  PIC 9(08) VALUE ZERO.

       01 EOF-FLAGS.
           05 REGISTER-EOF-FLAG           PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG               PIC X(3) VALUE "NO".

      * THE SUPPLIER LAST LOOKED UP, SO A PO'S LINES DON'T EACH RE-READ
      * THE SAME MASTER RECORD.
       01 WS-SUPPLIER-CONTROL.
           05 WS-LOOKUP-SUPP-CODE         PIC X(05) VALUE SPACES.
           05 WS-LOOKUP-EDI-SW            PIC X(1) VALUE "N".
               88 WS-LOOKUP-EDI-PARTNER       VALUE "Y".

       01 WS-GROUP-BREAK.
           05 WS-GROUP-SW                 PIC X(1) VALUE "N".
               88 WS-GROUP-OPEN               VALUE "Y".
           05 WS-GROUP-SUPP-CODE          PIC X(05) VALUE SPACES.
           05 WS-GROUP-LINE-CTR           PIC 9(05) VALUE ZERO.
           05 WS-GROUP-QTY-TOTAL          PIC 9(09) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-REG-READ-CTR             PIC 9(05) VALUE ZERO.
           05 WS-DAY-LINE-CTR             PIC 9(05) VALUE ZERO.
           05 WS-MAILED-LINE-CTR          PIC 9(05) VALUE ZERO.
           05 WS-FILLED-LINE-CTR          PIC 9(05) VALUE ZERO.
           05 WS-EXPORT-LINE-CTR          PIC 9(05) VALUE ZERO.
           05 WS-EXPORT-GROUP-CTR         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       100-EXPORT-PURCHASE-ORDERS.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 195-FIX-EXPORT-DATE.
           PERFORM 200-OPEN-FILES.

           SORT EXPORT-SORT-FILE
               ON ASCENDING KEY XSRT-SUPP-CODE
               ON ASCENDING KEY XSRT-PO-NUMBER
               ON ASCENDING KEY XSRT-LINE-NUMBER
               INPUT PROCEDURE 210-RELEASE-EXPORT-LINES
               OUTPUT PROCEDURE 300-WRITE-EXPORT-FILE.

           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.

       195-FIX-EXPORT-DATE.
      * THE PARAMETER FILE WINS WHEN IT HOLDS A PLAUSIBLE YYYYMMDD -
      * OTHERWISE TODAY'S POS ARE SENT.
           MOVE WS-RUN-DATE              TO WS-EXPORT-DATE.

           OPEN INPUT PARM-FILE-IN.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE-IN
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PM-EXPORT-DATE IS NUMERIC
                       AND PM-EXPORT-DATE > ZERO
                       MOVE PM-EXPORT-DATE TO WS-EXPORT-DATE
                   END-IF
               END-READ
               CLOSE PARM-FILE-IN
           END-IF.

       200-OPEN-FILES.
      * WITHOUT THE MASTER THERE IS NO TELLING WHICH SUPPLIERS TRADE
      * ELECTRONICALLY, AND WITHOUT THE REGISTER THERE IS NOTHING TO
      * SEND - SAY SO AND STOP BEFORE THE OUTBOUND FILE IS OPENED, SO
      * NO EMPTY OR PARTIAL TRANSMISSION IS LEFT BEHIND.
           OPEN INPUT SUPP-MASTER.
           IF WS-SUPPMAST-STATUS NOT = "00"
               DISPLAY "SUPPLIER MASTER NOT AVAILABLE - STATUS "
                   WS-SUPPMAST-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN INPUT PO-REGISTER-FILE.
           IF WS-POREG-STATUS NOT = "00"
               DISPLAY "PO REGISTER NOT AVAILABLE - STATUS "
                   WS-POREG-STATUS " - RUN ABANDONED"
               CLOSE SUPP-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT EDI-PO-OUT.

       210-RELEASE-EXPORT-LINES.
           PERFORM 211-READ-REGISTER-LINE.
           PERFORM 212-RELEASE-ONE-LINE
             UNTIL REGISTER-EOF-FLAG = "YES".

       211-READ-REGISTER-LINE.
           READ PO-REGISTER-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO REGISTER-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-REG-READ-CTR
           END-READ.

       212-RELEASE-ONE-LINE.
           IF PR-ORDER-DATE = WS-EXPORT-DATE
               ADD 1                     TO WS-DAY-LINE-CTR
               PERFORM 213-LOOK-UP-SUPPLIER
               EVALUATE TRUE
                   WHEN NOT WS-LOOKUP-EDI-PARTNER
                       ADD 1             TO WS-MAILED-LINE-CTR
                   WHEN NOT PR-LINE-OPEN
                       ADD 1             TO WS-FILLED-LINE-CTR
                   WHEN OTHER
                       PERFORM 214-RELEASE-EXPORT-LINE
               END-EVALUATE
           END-IF.
           PERFORM 211-READ-REGISTER-LINE.

       213-LOOK-UP-SUPPLIER.
      * A SUPPLIER GONE FROM THE MASTER IS TREATED AS NOT TRADING
      * ELECTRONICALLY - ITS LINES STAY ON THE PRINTED PO.
           IF PR-SUPP-CODE NOT = WS-LOOKUP-SUPP-CODE
               MOVE PR-SUPP-CODE         TO WS-LOOKUP-SUPP-CODE
               MOVE "N"                  TO WS-LOOKUP-EDI-SW
               MOVE PR-SUPP-CODE         TO SM-SUPP-CODE
               READ SUPP-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SM-EDI-PARTNER
                       SET WS-LOOKUP-EDI-PARTNER TO TRUE
                   END-IF
               END-READ
           END-IF.

       214-RELEASE-EXPORT-LINE.
           MOVE PR-SUPP-CODE             TO XSRT-SUPP-CODE.
           MOVE PR-PO-NUMBER             TO XSRT-PO-NUMBER.
           MOVE PR-LINE-NUMBER           TO XSRT-LINE-NUMBER.
           MOVE PR-PART-NUMBER           TO XSRT-PART-NUMBER.
           MOVE PR-QTY-ORDERED           TO XSRT-QTY-ORDERED.
           MOVE PR-UNIT-PRICE            TO XSRT-UNIT-PRICE.
           MOVE PR-ORDER-DATE            TO XSRT-ORDER-DATE.
           RELEASE XSRT-RECORD.

       300-WRITE-EXPORT-FILE.
           PERFORM 301-RETURN-EXPORT-LINE.
           PERFORM 302-WRITE-ONE-DETAIL
             UNTIL SORT-EOF-FLAG = "YES".
           IF WS-GROUP-OPEN
               PERFORM 303-WRITE-GROUP-TRAILER
           END-IF.

       301-RETURN-EXPORT-LINE.
           RETURN EXPORT-SORT-FILE
             AT END
               MOVE "YES"                TO SORT-EOF-FLAG.

       302-WRITE-ONE-DETAIL.
           IF NOT WS-GROUP-OPEN
               PERFORM 304-WRITE-GROUP-HEADER
           ELSE
               IF XSRT-SUPP-CODE NOT = WS-GROUP-SUPP-CODE
                   PERFORM 303-WRITE-GROUP-TRAILER
                   PERFORM 304-WRITE-GROUP-HEADER
               END-IF
           END-IF.

           MOVE SPACES                   TO EX-PO-DETAIL.
           MOVE "D"                      TO EX-DET-CODE.
           MOVE XSRT-PO-NUMBER           TO EX-DET-PO-NUMBER.
           MOVE XSRT-LINE-NUMBER         TO EX-DET-LINE-NUMBER.
           MOVE XSRT-PART-NUMBER         TO EX-DET-PART-NUMBER.
           MOVE XSRT-QTY-ORDERED         TO EX-DET-QTY-ORDERED.
           MOVE XSRT-UNIT-PRICE          TO EX-DET-UNIT-PRICE.
           MOVE XSRT-ORDER-DATE          TO EX-DET-ORDER-DATE.
           WRITE EX-PO-DETAIL.

           ADD 1                         TO WS-GROUP-LINE-CTR.
           ADD XSRT-QTY-ORDERED          TO WS-GROUP-QTY-TOTAL.
           ADD 1                         TO WS-EXPORT-LINE-CTR.
           PERFORM 301-RETURN-EXPORT-LINE.

       303-WRITE-GROUP-TRAILER.
           MOVE SPACES                   TO EX-PO-TRAILER.
           MOVE "T"                      TO EX-TRL-CODE.
           MOVE WS-GROUP-SUPP-CODE       TO EX-TRL-SUPP-CODE.
           MOVE WS-GROUP-LINE-CTR        TO EX-TRL-LINE-COUNT.
           MOVE WS-GROUP-QTY-TOTAL       TO EX-TRL-QTY-TOTAL.
           WRITE EX-PO-TRAILER.

       304-WRITE-GROUP-HEADER.
           SET WS-GROUP-OPEN             TO TRUE.
           MOVE XSRT-SUPP-CODE           TO WS-GROUP-SUPP-CODE.
           MOVE ZEROS                    TO WS-GROUP-LINE-CTR.
           MOVE ZEROS                    TO WS-GROUP-QTY-TOTAL.
           ADD 1                         TO WS-EXPORT-GROUP-CTR.

           MOVE SPACES                   TO EX-PO-HEADER.
           MOVE "H"                      TO EX-HDR-CODE.
           MOVE XSRT-SUPP-CODE           TO EX-HDR-SUPP-CODE.
           MOVE WS-EXPORT-DATE           TO EX-HDR-EXPORT-DATE.
           WRITE EX-PO-HEADER.

       290-CLOSE-FILES.
      * THE "Z" CONTROL RECORD GOES OUT EVEN ON A DAY WITH NOTHING TO
      * SEND, SO THE TRANSMISSION JOB CAN TELL "NO POS" FROM "NO FILE".
           MOVE SPACES                   TO EX-FILE-CONTROL.
           MOVE "Z"                      TO EX-CTL-CODE.
           MOVE WS-EXPORT-DATE           TO EX-CTL-EXPORT-DATE.
           MOVE WS-EXPORT-GROUP-CTR      TO EX-CTL-GROUP-COUNT.
           MOVE WS-EXPORT-LINE-CTR       TO EX-CTL-LINE-COUNT.
           WRITE EX-FILE-CONTROL.

           CLOSE PO-REGISTER-FILE
                 SUPP-MASTER
                 EDI-PO-OUT.

           DISPLAY "ELECTRONIC PO EXPORT COMPLETE - ORDER DATE "
               WS-EXPORT-DATE.
           DISPLAY "  REGISTER LINES READ  " WS-REG-READ-CTR.
           DISPLAY "  LINES CUT THAT DAY   " WS-DAY-LINE-CTR.
           DISPLAY "  LEFT FOR MAILING     " WS-MAILED-LINE-CTR.
           DISPLAY "  ALREADY FILLED       " WS-FILLED-LINE-CTR.
           DISPLAY "  SUPPLIERS SENT       " WS-EXPORT-GROUP-CTR.
           DISPLAY "  LINES SENT           " WS-EXPORT-LINE-CTR.
