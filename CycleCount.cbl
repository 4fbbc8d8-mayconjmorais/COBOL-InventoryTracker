      * "J" ADJUSTMENT BATCH UNCHANGED. PhysicalCount STAMPS THE
      * LAST-COUNTED DATE BACK ONTO THE SCHEDULE WHEN IT RECONCILES A
      * COUNT, WHICH IS WHAT DROPS A PART OFF THE WORKSHEET UNTIL IT
      * COMES DUE AGAIN. A DUE PART GETS ONE WORKSHEET LINE FOR THE
      * MAIN WAREHOUSE AND ONE MORE FOR EVERY OTHER LOCATION THAT
      * LOCSTOCK.DAT SAYS IS HOLDING SOME OF IT, SO EACH LOCATION IS
      * COUNTED AND RECONCILED ON ITS OWN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.

           SELECT LOCATION-STOCK
               ASSIGN TO
               "C:\LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-LOC-KEY
               FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT COUNT-WORKSHEET-OUT
               ASSIGN TO
               "C:\CYCCOUNT.txt"
               88 IM-PART-ACTIVE              VALUE "A" " ".
               88 IM-DISCONTINUED             VALUE "D".
               88 IM-ON-HOLD                  VALUE "H".
           05 IM-AVG-COST                 PIC 9(05)V99.
           05 IM-LOT-CONTROL-FLAG         PIC X(01).
               88 IM-LOT-CONTROLLED           VALUE "L".

       FD  ABC-CLASS-IN.
      * MIRRORS THE CL-CLASS-RECORD LAYOUT ABCAnalysis WRITES - KEEP
           05 CL-PART-NUMBER              PIC 9(05).
           05 CL-ABC-CLASS                PIC X(01).

       FD  LOCATION-STOCK.
      * MIRRORS THE LS-RECORD LAYOUT InventMaint MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. READ ONLY HERE.
       01  LS-RECORD.
           05 LS-LOC-KEY.
               10 LS-PART-NUMBER          PIC 9(05).
               10 LS-LOCATION-CODE        PIC X(02).
           05 LS-QUANTITY-HAND            PIC 9(05).

       FD  COUNT-WORKSHEET-OUT.
      * MIRRORS THE CT-COUNT-RECORD LAYOUT PhysicalCount READS - KEEP
      * THE TWO IN STEP IF EITHER EVER CHANGES. THE QUANTITY GOES OUT
       01  WK-COUNT-RECORD.
           05 WK-PART-NUMBER              PIC 9(05).
           05 WK-COUNT-QTY                PIC 9(05).
           05 WK-LOCATION-CODE            PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS              PIC X(02) VALUE "00".
       01 WS-MASTER-STATUS                PIC X(02) VALUE "00".
       01 WS-CLASS-STATUS                 PIC X(02) VALUE "00".
       01 WS-LOCSTOCK-STATUS              PIC X(02) VALUE "00".

       01 WS-LOCATION-CONTROL.
           05 WS-MAIN-LOCATION            PIC X(02) VALUE "MW".
           05 WS-LOCSTOCK-ABSENT-SW       PIC X(1) VALUE "N".
               88 WS-LOCSTOCK-ABSENT          VALUE "Y".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

           05 CLASS-EOF-FLAG              PIC X(3) VALUE "NO".
           05 MASTER-EOF-FLAG             PIC X(3) VALUE "NO".
           05 SCHEDULE-EOF-FLAG           PIC X(3) VALUE "NO".
           05 LOCSTOCK-EOF-FLAG           PIC X(3) VALUE "NO".

      * HOW OFTEN EACH CLASS COMES DUE - A ITEMS MONTHLY, B
      * QUARTERLY, C ANNUALLY. A PART NEVER COUNTED IS ALWAYS DUE.
           05 WS-NEW-PART-CTR             PIC 9(04) VALUE ZERO.
           05 WS-DROPPED-PART-CTR         PIC 9(04) VALUE ZERO.
           05 WS-DUE-OUT-CTR              PIC 9(04) VALUE ZERO.
           05 WS-SHEET-LINE-CTR           PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       100-SCHEDULE-CYCLE-COUNTS.
               OPEN I-O CYCLE-SCHEDULE
           END-IF.

      * NO LOCATION FILE JUST MEANS EVERYTHING IS STILL IN THE MAIN
      * WAREHOUSE - ONE LINE PER DUE PART, THE WAY IT ALWAYS WAS.
           OPEN INPUT LOCATION-STOCK.
           IF WS-LOCSTOCK-STATUS = "35"
               SET WS-LOCSTOCK-ABSENT    TO TRUE
           END-IF.

           OPEN OUTPUT COUNT-WORKSHEET-OUT.

       210-REFRESH-CLASSES.
           END-IF.

       243-WRITE-WORKSHEET-LINE.
      * THE MAIN WAREHOUSE ALWAYS GETS A LINE - IT IS WHERE ANYTHING
      * NOT PLACED ELSEWHERE SITS - AND THE OTHER LOCATIONS ONLY WHEN
      * THEY ARE HOLDING SOME OF THE PART.
           MOVE CS-PART-NUMBER           TO WK-PART-NUMBER.
           MOVE ZEROS                    TO WK-COUNT-QTY.
           MOVE WS-MAIN-LOCATION         TO WK-LOCATION-CODE.
           WRITE WK-COUNT-RECORD.
           ADD 1                         TO WS-SHEET-LINE-CTR.
           ADD 1                         TO WS-DUE-OUT-CTR.

           MOVE "NO"                     TO LOCSTOCK-EOF-FLAG.
           IF WS-LOCSTOCK-ABSENT
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
           ELSE
               MOVE CS-PART-NUMBER       TO LS-PART-NUMBER
               MOVE LOW-VALUES           TO LS-LOCATION-CODE
               START LOCATION-STOCK KEY NOT LESS THAN LS-LOC-KEY
                 INVALID KEY
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               END-START
           END-IF.
           PERFORM 244-WRITE-LOCATION-LINE
             UNTIL LOCSTOCK-EOF-FLAG = "YES".

       244-WRITE-LOCATION-LINE.
           READ LOCATION-STOCK NEXT RECORD
             AT END
               MOVE "YES"                TO LOCSTOCK-EOF-FLAG
             NOT AT END
               IF LS-PART-NUMBER NOT = CS-PART-NUMBER
                   MOVE "YES"            TO LOCSTOCK-EOF-FLAG
               ELSE
                   IF LS-LOCATION-CODE NOT = WS-MAIN-LOCATION
                       AND LS-QUANTITY-HAND > ZERO
                       MOVE LS-LOCATION-CODE TO WK-LOCATION-CODE
                       WRITE WK-COUNT-RECORD
                       ADD 1             TO WS-SHEET-LINE-CTR
                   END-IF
               END-IF
           END-READ.

       290-CLOSE-FILES.
           CLOSE CYCLE-SCHEDULE
                 INVENT-MASTER
                 COUNT-WORKSHEET-OUT.
           IF NOT WS-LOCSTOCK-ABSENT
               CLOSE LOCATION-STOCK
           END-IF.

           DISPLAY "CYCLE COUNT SCHEDULING COMPLETE".
           DISPLAY "  CLASS FEED READ      " WS-CLASS-READ-CTR.
           DISPLAY "  NEW PARTS SCHEDULED  " WS-NEW-PART-CTR.
           DISPLAY "  DELETED PARTS DROPPED" WS-DROPPED-PART-CTR.
           DISPLAY "  PARTS DUE TODAY      " WS-DUE-OUT-CTR.
           DISPLAY "  WORKSHEET LINES      " WS-SHEET-LINE-CTR.
