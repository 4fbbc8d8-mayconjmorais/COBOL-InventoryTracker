       PROGRAM-ID.     SupplierConvert.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * ONE-TIME CUTOVER FOR THE WIDENED SUPPLIER MASTER - EVERY
      * SUPPLIER NOW CARRIES AN ELECTRONIC TRADING FLAG (SM-EDI-FLAG)
      * SAYING WHETHER PoExport SENDS IT ITS POS AS A FILE AND
      * AsnImport ACCEPTS ITS ADVANCE SHIP NOTICES. READS THE
      * PRE-CUTOVER MASTER AND REWRITES IT IN THE NEW LAYOUT WITH THE
      * FLAG BLANK, SO NO SUPPLIER TRADES ELECTRONICALLY UNTIL
      * PURCHASING TURNS IT ON THROUGH A SupplierMaint CHANGE.
      *
      * TO RUN THE CUTOVER:
      *   1. RENAME THE CURRENT SUPPMAST.DAT TO SUPPMAST.OLD
      *   2. RUN THIS PROGRAM - IT WRITES THE NEW SUPPMAST.DAT
      *   3. RESUME THE NORMAL SupplierMaint / InventoryTracker CYCLE
      * RUN IT ONCE, AGAINST A BACKED-UP SUPPMAST.OLD. LETTING
      * SupplierMaint START WITHOUT A MASTER WOULD RELOAD IT FROM
      * SUPPLIER.txt AND LOSE EVERY ADDRESS, LEAD TIME AND ACTIVE FLAG
      * KEYED SINCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-OLD-IN
               ASSIGN TO
               "C:\SUPPMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SUPP-CODE
               FILE STATUS IS WS-OLDSUPP-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO
               "C:\SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPP-CODE
               FILE STATUS IS WS-SUPPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-OLD-IN.
      * THE SUPPLIER MASTER AS IT STOOD BEFORE THE FLAG WAS ADDED.
       01  OLD-RECORD.
           05 OLD-SUPP-CODE               PIC X(05).
           05 OLD-SUPP-NAME               PIC X(15).
           05 OLD-ADDRESS                 PIC X(30).
           05 OLD-CONTACT                 PIC X(20).
           05 OLD-PHONE                   PIC X(12).
           05 OLD-LEAD-TIME-DAYS          PIC 9(03).
           05 OLD-MIN-ORDER-VALUE         PIC 9(05)V99.
           05 OLD-ACTIVE-FLAG             PIC X(01).

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

       WORKING-STORAGE SECTION.
       01 WS-OLDSUPP-STATUS               PIC X(02) VALUE "00".
       01 WS-SUPPMAST-STATUS              PIC X(02) VALUE "00".

       01 EOF-FLAGS.
           05 OLD-EOF-FLAG                PIC X(3) VALUE "NO".

       01 WS-RUN-COUNTERS.
           05 WS-READ-CTR                 PIC 9(05) VALUE ZERO.
           05 WS-CONVERT-CTR              PIC 9(05) VALUE ZERO.
           05 WS-DUPLICATE-CTR            PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       100-CONVERT-SUPPLIER-MASTER.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-READ-OLD-RECORD.
           PERFORM 220-CONVERT-ONE-RECORD
             UNTIL OLD-EOF-FLAG = "YES".
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       200-OPEN-FILES.
      * THE OLD MASTER HAS TO BE THERE - A CUTOVER AGAINST A MISSING
      * FILE WOULD LEAVE AN EMPTY MASTER. OPEN OUTPUT ON SUPPMAST.DAT
      * REPLACES IT OUTRIGHT, THE SAME WAY RegisterConvert REPLACES
      * THE PO REGISTER.
           OPEN INPUT SUPPLIER-OLD-IN.
           IF WS-OLDSUPP-STATUS NOT = "00"
               DISPLAY "SUPPMAST.OLD NOT AVAILABLE - STATUS "
                   WS-OLDSUPP-STATUS " - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN OUTPUT SUPP-MASTER.

       210-READ-OLD-RECORD.
           READ SUPPLIER-OLD-IN NEXT RECORD
             AT END
               MOVE "YES"                TO OLD-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-READ-CTR
           END-READ.

       220-CONVERT-ONE-RECORD.
           MOVE OLD-SUPP-CODE            TO SM-SUPP-CODE.
           MOVE OLD-SUPP-NAME            TO SM-SUPP-NAME.
           MOVE OLD-ADDRESS              TO SM-ADDRESS.
           MOVE OLD-CONTACT              TO SM-CONTACT.
           MOVE OLD-PHONE                TO SM-PHONE.
           MOVE OLD-LEAD-TIME-DAYS       TO SM-LEAD-TIME-DAYS.
           MOVE OLD-MIN-ORDER-VALUE      TO SM-MIN-ORDER-VALUE.
           MOVE OLD-ACTIVE-FLAG          TO SM-ACTIVE-FLAG.
           MOVE SPACE                    TO SM-EDI-FLAG.

           WRITE SM-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE SUPPLIER CODE " OLD-SUPP-CODE
                   " - SKIPPED"
               ADD 1                     TO WS-DUPLICATE-CTR
             NOT INVALID KEY
               ADD 1                     TO WS-CONVERT-CTR
           END-WRITE.

           PERFORM 210-READ-OLD-RECORD.

       290-CLOSE-FILES.
           CLOSE SUPPLIER-OLD-IN
                 SUPP-MASTER.

           DISPLAY "SUPPLIER MASTER LAYOUT CONVERSION COMPLETE".
           DISPLAY "  OLD SUPPLIERS READ   " WS-READ-CTR.
           DISPLAY "  SUPPLIERS CONVERTED  " WS-CONVERT-CTR.
           DISPLAY "  DUPLICATES SKIPPED   " WS-DUPLICATE-CTR.
