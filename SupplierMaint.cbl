      * REFUSED WHILE ANY PART ON INVENTM.DAT STILL REFERENCES THE
      * SUPPLIER CODE, SO A VENDOR CAN'T VANISH OUT FROM UNDER THE
      * INVENTORY THAT POINTS AT IT.
      *
      * A SUPPLIER FLAGGED "E" IN SM-EDI-FLAG TRADES ELECTRONICALLY -
      * PoExport SENDS IT ITS POS AS A FILE AND AsnImport TURNS ITS
      * ADVANCE SHIP NOTICES INTO RECEIPTS. ANYTHING ELSE IN THE FLAG
      * IS STORED AS BLANK, AND THE SUPPLIER GOES ON BEING EMAILED THE
      * PRINTED PO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SM-ACTIVE-FLAG              PIC X(01).
               88 SM-ACTIVE                   VALUE "A".
               88 SM-INACTIVE                 VALUE "I".
           05 SM-EDI-FLAG                 PIC X(01).
               88 SM-EDI-PARTNER              VALUE "E".

       FD  SUPP-TRANS-IN.
       01  ST-TRANSACTION.
           05 ST-LEAD-TIME-DAYS           PIC 9(03).
           05 ST-MIN-ORDER-VALUE          PIC 9(05)V99.
           05 ST-ACTIVE-FLAG              PIC X(01).
           05 ST-EDI-FLAG                 PIC X(01).
               88 ST-EDI-PARTNER              VALUE "E".

       FD  SUPP-REJECT-OUT.
       01  OUT-REJ-LINE.
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
           MOVE ZEROS                    TO SM-LEAD-TIME-DAYS.
           MOVE ZEROS                    TO SM-MIN-ORDER-VALUE.
           MOVE "A"                      TO SM-ACTIVE-FLAG.
           MOVE SPACE                    TO SM-EDI-FLAG.

           WRITE SM-RECORD
             INVALID KEY
           MOVE ST-LEAD-TIME-DAYS        TO SM-LEAD-TIME-DAYS.
           MOVE ST-MIN-ORDER-VALUE       TO SM-MIN-ORDER-VALUE.
           MOVE ST-ACTIVE-FLAG           TO SM-ACTIVE-FLAG.
           PERFORM 226-SET-EDI-FLAG.

           WRITE SM-RECORD
             INVALID KEY
               MOVE ST-LEAD-TIME-DAYS    TO SM-LEAD-TIME-DAYS
               MOVE ST-MIN-ORDER-VALUE   TO SM-MIN-ORDER-VALUE
               MOVE ST-ACTIVE-FLAG       TO SM-ACTIVE-FLAG
               PERFORM 226-SET-EDI-FLAG
               REWRITE SM-RECORD
               ADD 1                     TO WS-CHANGE-CTR
           END-READ.
               END-IF
           END-READ.

       226-SET-EDI-FLAG.
           IF ST-EDI-PARTNER
               SET SM-EDI-PARTNER        TO TRUE
           ELSE
               MOVE SPACE                TO SM-EDI-FLAG
           END-IF.

       227-WRITE-REJECT-LINE.
           MOVE SPACES                   TO OUT-REJ-LINE.
           MOVE ST-TRANS-CODE            TO OUT-REJ-TRANS-CODE.
