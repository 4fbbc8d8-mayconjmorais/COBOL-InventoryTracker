       PROGRAM-ID.     ApprovalRun.
       AUTHOR.         DANIEL LENGLER.
       DATE-WRITTEN.   "October 15, 2026".

      * DAILY APPROVAL RUN FOR THE "J" ADJUSTMENTS AND "C" CHANGES
      * InventMaint HAS HELD ON PENDAPPR.DAT FOR BEING WORTH MORE THAN
      * THE APPROVAL LIMIT. READS THE DAY'S DECISIONS FROM APPRDEC.txt
      * - ONE LINE PER PENDING ENTRY: ITS BATCH ID AND SEQUENCE, "A" TO
      * APPROVE OR "D" TO DECLINE, AND THE APPROVER'S ID. AN APPROVER
      * CAN'T SIGN FOR AN ITEM THEY KEYED THEMSELVES. AN APPROVED ENTRY
      * IS MARKED WITH THE APPROVER AND THE DATE; A DECLINED ONE IS
      * DROPPED FROM THE FILE AND NEVER POSTS. EVERY DECISION TAKEN
      * GOES ON THE PERMANENT APPROVAL JOURNAL APPRJRNL.TXT, AND EVERY
      * DECISION READ - TAKEN OR REFUSED - ON THE REPORT APPRRPT.TXT.
      *
      * EVERY APPROVED ENTRY THEN GOES OUT ON APPRREL.txt, A BALANCED
      * "H"/"T" BATCH FOR InventMaint TO POST THE SAME WAY LotExpiry'S
      * BATCH IS. EACH TRANSACTION GOES OUT EXACTLY AS IT WAS KEYED,
      * NAMING THE PENDING ENTRY IT WAS HELD UNDER - InventMaint POSTS
      * IT ONLY WHILE THAT ENTRY IS STILL ON FILE AND APPROVED, THEN
      * DROPS THE ENTRY - AS IT ALSO DOES WHEN THE ITEM NO LONGER
      * PASSES ITS EDITS BY THE TIME IT POSTS, NAMING THE ENTRY ON ITS
      * REJECT REPORT. AN APPROVED ENTRY WHOSE BATCH WASN'T POSTED
      * SIMPLY GOES OUT AGAIN IN THE NEXT RUN'S BATCH, AND ONE POSTED
      * ALREADY CAN'T POST TWICE.
      *
      * THE REPORT CLOSES WITH EVERY ENTRY STILL AWAITING A DECISION
      * THREE OR MORE DAYS AFTER IT WAS HELD, IN BATCH ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO
               "C:\PENDAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PEND-KEY
               FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT APPROVAL-DECISION-IN
               ASSIGN TO
               "C:\APPRDEC.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRDEC-STATUS.

           SELECT APPROVAL-JOURNAL-OUT
               ASSIGN TO
               "C:\APPRJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRJRNL-STATUS.

           SELECT APPROVAL-REPORT-OUT
               ASSIGN TO
               "C:\APPRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASE-TRANS-OUT
               ASSIGN TO
               "C:\APPRREL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE.
      * MIRRORS THE PA-RECORD LAYOUT InventMaint MAINTAINS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. THE HELD TRANSACTION IS
      * BROKEN OUT ONLY AS FAR AS THE REPORT NEEDS.
       01  PA-RECORD.
           05 PA-PEND-KEY.
               10 PA-BATCH-ID             PIC X(08).
               10 PA-BATCH-SEQ            PIC 9(05).
           05 PA-HELD-DATE                PIC 9(08).
           05 PA-OPERATOR-ID              PIC X(08).
           05 PA-HOLD-VALUE               PIC 9(09)V99.
           05 PA-STATUS                   PIC X(01).
               88 PA-PENDING                  VALUE "P".
               88 PA-APPROVED                 VALUE "A".
           05 PA-APPROVER-ID              PIC X(08).
           05 PA-DECISION-DATE            PIC 9(08).
           05 PA-TRANSACTION.
               10 PA-TRANS-CODE           PIC X(01).
               10 PA-PART-NUMBER          PIC 9(05).
               10 FILLER                  PIC X(81).

       FD  APPROVAL-DECISION-IN.
       01  AD-RECORD.
           05 AD-PEND-KEY.
               10 AD-BATCH-ID             PIC X(08).
               10 AD-BATCH-SEQ            PIC X(05).
           05 AD-DECISION                 PIC X(01).
               88 AD-APPROVE                  VALUE "A".
               88 AD-DECLINE                  VALUE "D".
           05 AD-APPROVER-ID              PIC X(08).

      * THE PERMANENT APPROVAL JOURNAL - ONE LINE PER DECISION TAKEN,
      * WITH THE HELD TRANSACTION IN FULL.
       FD  APPROVAL-JOURNAL-OUT.
       01  JR-JOURNAL-LINE.
           05 JR-DECISION-DATE            PIC 9(08).
           05 FILLER                      PIC X(1).
           05 JR-BATCH-ID                 PIC X(08).
           05 FILLER                      PIC X(1).
           05 JR-BATCH-SEQ                PIC 9(05).
           05 FILLER                      PIC X(1).
           05 JR-DECISION                 PIC X(01).
           05 FILLER                      PIC X(1).
           05 JR-APPROVER-ID              PIC X(08).
           05 FILLER                      PIC X(1).
           05 JR-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(1).
           05 JR-HELD-DATE                PIC 9(08).
           05 FILLER                      PIC X(1).
           05 JR-HOLD-VALUE               PIC 9(09)V99.
           05 FILLER                      PIC X(1).
           05 JR-TRANSACTION              PIC X(87).

       FD  APPROVAL-REPORT-OUT.
       01  APPROVAL-REPORT-LINE           PIC X(80).

       FD  RELEASE-TRANS-OUT.
      * MIRRORS THE TR-TRANSACTION LAYOUT InventMaint READS - KEEP THE
      * TWO IN STEP IF EITHER EVER CHANGES. THE TRANSACTION GOES BACK
      * BYTE FOR BYTE AS HELD, WITH THE PENDING KEY AS ITS APPROVAL
      * REFERENCE.
       01  RL-TRANSACTION.
           05 RL-TRANS-BODY.
               10 RL-TRANS-CODE           PIC X(01).
               10 RL-PART-NUMBER          PIC 9(05).
               10 FILLER                  PIC X(81).
           05 RL-APPROVAL-REF             PIC X(13).
      * SAME "H" HEADER AND "T" TRAILER OVERLAYS AS InventMaint'S
      * TR-BATCH-HEADER/TRAILER.
       01  RL-BATCH-HEADER.
           05 RL-HDR-CODE                 PIC X(01).
           05 RL-HDR-BATCH-ID             PIC X(08).
           05 RL-HDR-BATCH-DATE           PIC 9(08).
      * A GENERATED BATCH NAMES THE PROGRAM THAT WROTE IT AS ITS
      * OPERATOR - THE JOURNAL STILL NAMES WHOEVER KEYED EACH ITEM.
           05 RL-HDR-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(75).
       01  RL-BATCH-TRAILER.
           05 RL-TRL-CODE                 PIC X(01).
           05 RL-TRL-TRANS-COUNT          PIC 9(05).
           05 RL-TRL-HASH-TOTAL           PIC 9(09).
           05 FILLER                      PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-PENDAPPR-STATUS              PIC X(02) VALUE "00".
       01 WS-APPRDEC-STATUS               PIC X(02) VALUE "00".
       01 WS-APPRJRNL-STATUS              PIC X(02) VALUE "00".

       01 WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 FILLER                      PIC X(02).
           05 WS-RUN-YYMMDD               PIC X(06).

      * "AP" PLUS THE RUN DATE - A SECOND RELEASE BATCH THE SAME DAY
      * IS REFUSED BY InventMaint AS A DUPLICATE.
       01 WS-BATCH-CONTROL.
           05 WS-BATCH-ID.
               10 FILLER                  PIC X(02) VALUE "AP".
               10 WS-BATCH-ID-DATE        PIC X(06).
           05 WS-BATCH-HASH-TOTAL        PIC 9(09) VALUE ZERO.

       01 EOF-FLAGS.
           05 DECISION-EOF-FLAG           PIC X(3) VALUE "NO".
           05 PENDING-EOF-FLAG            PIC X(3) VALUE "NO".

       01 WS-RUN-CONTROL.
           05 WS-ABANDONED-SW             PIC X(1) VALUE "N".
               88 WS-RUN-ABANDONED            VALUE "Y".
           05 WS-ON-FILE-SW               PIC X(1) VALUE "N".
               88 WS-ENTRY-ON-FILE            VALUE "Y".

      * AN ENTRY HELD THIS MANY DAYS OR MORE WITHOUT A DECISION IS
      * LISTED AS OVERDUE.
       01 WS-AGEING-WORK.
           05 WS-OVERDUE-DAYS             PIC 9(03) VALUE 3.
           05 WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.
           05 WS-DAYS-HELD                PIC S9(07) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-DECISION-READ-CTR        PIC 9(05) VALUE ZERO.
           05 WS-APPROVED-CTR             PIC 9(05) VALUE ZERO.
           05 WS-DECLINED-CTR             PIC 9(05) VALUE ZERO.
           05 WS-REFUSED-CTR              PIC 9(05) VALUE ZERO.
           05 WS-RELEASE-OUT-CTR          PIC 9(05) VALUE ZERO.
           05 WS-STILL-PENDING-CTR        PIC 9(05) VALUE ZERO.
           05 WS-OVERDUE-CTR              PIC 9(05) VALUE ZERO.

       01 WS-APPROVAL-HEADER.
           05 FILLER                     PIC X(29) VALUE
               "APPROVAL DECISIONS - RUN DATE".
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-HDR-RUN-DATE            PIC 9(08).

       01 WS-DECISION-COLUMN-HEADER.
           05 FILLER                     PIC X(15) VALUE
               "PENDING ENTRY".
           05 FILLER                     PIC X(2) VALUE "D ".
           05 FILLER                     PIC X(9) VALUE "APPROVER".
           05 FILLER                     PIC X(9) VALUE "OPERATOR".
           05 FILLER                     PIC X(8) VALUE "C  PART".
           05 FILLER                     PIC X(14) VALUE
               "        VALUE".
           05 FILLER                     PIC X(6) VALUE "RESULT".

       01 WS-DECISION-DETAIL.
           05 WS-DDL-BATCH               PIC X(08).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-DDL-SEQ                 PIC X(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-DECISION            PIC X(01).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-APPROVER            PIC X(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-OPERATOR            PIC X(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-CODE                PIC X(01).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-VALUE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-DDL-RESULT              PIC X(20).

       01 WS-OVERDUE-HEADER.
           05 FILLER                     PIC X(37) VALUE
               "STILL PENDING THREE OR MORE DAYS".

       01 WS-OVERDUE-COLUMN-HEADER.
           05 FILLER                     PIC X(15) VALUE
               "PENDING ENTRY".
           05 FILLER                     PIC X(9) VALUE "HELD".
           05 FILLER                     PIC X(5) VALUE "DAYS ".
           05 FILLER                     PIC X(9) VALUE "OPERATOR".
           05 FILLER                     PIC X(8) VALUE "C  PART".
           05 FILLER                     PIC X(13) VALUE
               "        VALUE".

       01 WS-OVERDUE-DETAIL.
           05 WS-ODL-BATCH               PIC X(08).
           05 FILLER                     PIC X(1) VALUE "-".
           05 WS-ODL-SEQ                 PIC 9(05).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-HELD-DATE           PIC 9(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-DAYS                PIC ZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-OPERATOR            PIC X(08).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-CODE                PIC X(01).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-PART                PIC ZZZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-ODL-VALUE               PIC ZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL               PIC X(24).
           05 WS-CNT-VALUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-RUN-APPROVALS.
           PERFORM 190-GET-RUN-DATE.
           PERFORM 200-OPEN-FILES.

           IF NOT WS-RUN-ABANDONED
               PERFORM 210-READ-DECISION
               PERFORM 220-APPLY-DECISION
                 UNTIL DECISION-EOF-FLAG = "YES"
               PERFORM 300-SCAN-PENDING-FILE
           END-IF.

           PERFORM 400-WRITE-RUN-TOTALS.
           PERFORM 290-CLOSE-FILES.

           STOP RUN.

       190-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE            FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

       200-OPEN-FILES.
           OPEN OUTPUT APPROVAL-REPORT-OUT.
           OPEN OUTPUT RELEASE-TRANS-OUT.

      * THE JOURNAL IS PERMANENT - EACH RUN APPENDS, AND THE FIRST RUN
      * ON A SITE CREATES IT.
           OPEN EXTEND APPROVAL-JOURNAL-OUT.
           IF WS-APPRJRNL-STATUS = "35"
               OPEN OUTPUT APPROVAL-JOURNAL-OUT
           END-IF.

      * NO DECISIONS FILE JUST MEANS NOBODY SIGNED FOR ANYTHING TODAY -
      * ENTRIES ALREADY APPROVED STILL GO OUT AND THE OVERDUE LIST IS
      * STILL PRINTED.
           OPEN INPUT APPROVAL-DECISION-IN.
           IF WS-APPRDEC-STATUS = "35"
               MOVE "YES"                TO DECISION-EOF-FLAG
           END-IF.

      * PENDAPPR.DAT IS CREATED BY InventMaint'S FIRST RUN - WITHOUT IT
      * THERE IS NOTHING TO DECIDE. SAY SO AND FALL STRAIGHT THROUGH TO
      * THE TOTALS. AN ABANDONED RUN WRITES NO BATCH AT ALL, SO TODAY'S
      * BATCH ID IS STILL FREE FOR A RERUN.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS NOT = "00"
               DISPLAY "PENDING APPROVAL FILE NOT AVAILABLE - STATUS "
                   WS-PENDAPPR-STATUS " - RUN ABANDONED"
               SET WS-RUN-ABANDONED      TO TRUE
           END-IF.

           MOVE WS-RUN-DATE              TO WS-HDR-RUN-DATE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-APPROVAL-HEADER.
           WRITE APPROVAL-REPORT-LINE    FROM WS-DECISION-COLUMN-HEADER.

           IF NOT WS-RUN-ABANDONED
               MOVE WS-RUN-YYMMDD        TO WS-BATCH-ID-DATE
               MOVE SPACES               TO RL-BATCH-HEADER
               MOVE "H"                  TO RL-HDR-CODE
               MOVE WS-BATCH-ID          TO RL-HDR-BATCH-ID
               MOVE WS-RUN-DATE          TO RL-HDR-BATCH-DATE
               MOVE "APPRRUN"            TO RL-HDR-OPERATOR-ID
               WRITE RL-BATCH-HEADER
           END-IF.

       210-READ-DECISION.
           READ APPROVAL-DECISION-IN
             AT END
               MOVE "YES"                TO DECISION-EOF-FLAG
             NOT AT END
               ADD 1                     TO WS-DECISION-READ-CTR
           END-READ.

       220-APPLY-DECISION.
      * A DECISION IS TAKEN ONLY FOR AN ENTRY STILL ON FILE, FROM A
      * NAMED APPROVER WHO DIDN'T KEY THE ITEM. A DECLINE MAY STILL
      * OVERTURN AN APPROVAL NOT YET POSTED.
           MOVE AD-PEND-KEY              TO PA-PEND-KEY.
           READ PENDING-APPROVAL-FILE
             INVALID KEY
               MOVE "N"                  TO WS-ON-FILE-SW
             NOT INVALID KEY
               MOVE "Y"                  TO WS-ON-FILE-SW
           END-READ.

           EVALUATE TRUE
               WHEN NOT WS-ENTRY-ON-FILE
                   MOVE "NOT ON PENDING FILE" TO WS-DDL-RESULT
                   ADD 1                 TO WS-REFUSED-CTR
               WHEN NOT AD-APPROVE AND NOT AD-DECLINE
                   MOVE "BAD DECISION CODE"   TO WS-DDL-RESULT
                   ADD 1                 TO WS-REFUSED-CTR
               WHEN AD-APPROVER-ID = SPACES
                   MOVE "NO APPROVER NAMED"   TO WS-DDL-RESULT
                   ADD 1                 TO WS-REFUSED-CTR
               WHEN AD-APPROVER-ID = PA-OPERATOR-ID
                   MOVE "APPROVER KEYED ITEM" TO WS-DDL-RESULT
                   ADD 1                 TO WS-REFUSED-CTR
               WHEN AD-APPROVE AND PA-APPROVED
                   MOVE "ALREADY APPROVED"    TO WS-DDL-RESULT
                   ADD 1                 TO WS-REFUSED-CTR
               WHEN AD-APPROVE
                   PERFORM 221-APPROVE-ENTRY
               WHEN OTHER
                   PERFORM 222-DECLINE-ENTRY
           END-EVALUATE.

           PERFORM 225-WRITE-DECISION-LINE.
           PERFORM 210-READ-DECISION.

       221-APPROVE-ENTRY.
           SET PA-APPROVED               TO TRUE.
           MOVE AD-APPROVER-ID           TO PA-APPROVER-ID.
           MOVE WS-RUN-DATE              TO PA-DECISION-DATE.
           REWRITE PA-RECORD.
           ADD 1                         TO WS-APPROVED-CTR.
           MOVE "APPROVED"               TO WS-DDL-RESULT.
           PERFORM 223-WRITE-JOURNAL-LINE.

       222-DECLINE-ENTRY.
           MOVE AD-APPROVER-ID           TO PA-APPROVER-ID.
           MOVE WS-RUN-DATE              TO PA-DECISION-DATE.
           PERFORM 223-WRITE-JOURNAL-LINE.
           DELETE PENDING-APPROVAL-FILE.
           ADD 1                         TO WS-DECLINED-CTR.
           MOVE "DECLINED - DROPPED"     TO WS-DDL-RESULT.

       223-WRITE-JOURNAL-LINE.
           MOVE SPACES                   TO JR-JOURNAL-LINE.
           MOVE PA-DECISION-DATE         TO JR-DECISION-DATE.
           MOVE PA-BATCH-ID              TO JR-BATCH-ID.
           MOVE PA-BATCH-SEQ             TO JR-BATCH-SEQ.
           MOVE AD-DECISION              TO JR-DECISION.
           MOVE PA-APPROVER-ID           TO JR-APPROVER-ID.
           MOVE PA-OPERATOR-ID           TO JR-OPERATOR-ID.
           MOVE PA-HELD-DATE             TO JR-HELD-DATE.
           MOVE PA-HOLD-VALUE            TO JR-HOLD-VALUE.
           MOVE PA-TRANSACTION           TO JR-TRANSACTION.
           WRITE JR-JOURNAL-LINE.

       225-WRITE-DECISION-LINE.
           MOVE AD-BATCH-ID              TO WS-DDL-BATCH.
           MOVE AD-BATCH-SEQ             TO WS-DDL-SEQ.
           MOVE AD-DECISION              TO WS-DDL-DECISION.
           MOVE AD-APPROVER-ID           TO WS-DDL-APPROVER.
           IF WS-ENTRY-ON-FILE
               MOVE PA-OPERATOR-ID       TO WS-DDL-OPERATOR
               MOVE PA-TRANS-CODE        TO WS-DDL-CODE
               MOVE PA-PART-NUMBER       TO WS-DDL-PART
               MOVE PA-HOLD-VALUE        TO WS-DDL-VALUE
           ELSE
               MOVE SPACES               TO WS-DDL-OPERATOR
               MOVE SPACE                TO WS-DDL-CODE
               MOVE ZERO                 TO WS-DDL-PART
               MOVE ZERO                 TO WS-DDL-VALUE
           END-IF.
           WRITE APPROVAL-REPORT-LINE    FROM WS-DECISION-DETAIL.

       300-SCAN-PENDING-FILE.
      * ONE PASS OVER WHAT IS LEFT ON FILE AFTER TODAY'S DECISIONS -
      * APPROVED ENTRIES GO OUT IN THE RELEASE BATCH, ENTRIES STILL
      * WAITING ARE COUNTED AND THE OVERDUE ONES LISTED.
           MOVE SPACES                   TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-OVERDUE-HEADER.
           WRITE APPROVAL-REPORT-LINE    FROM WS-OVERDUE-COLUMN-HEADER.

           MOVE LOW-VALUES               TO PA-PEND-KEY.
           START PENDING-APPROVAL-FILE
               KEY IS NOT LESS THAN PA-PEND-KEY
             INVALID KEY
               MOVE "YES"                TO PENDING-EOF-FLAG
           END-START.
           IF PENDING-EOF-FLAG NOT = "YES"
               PERFORM 301-READ-NEXT-PENDING
           END-IF.
           PERFORM 302-CHECK-ONE-ENTRY
             UNTIL PENDING-EOF-FLAG = "YES".

       301-READ-NEXT-PENDING.
           READ PENDING-APPROVAL-FILE NEXT RECORD
             AT END
               MOVE "YES"                TO PENDING-EOF-FLAG
           END-READ.

       302-CHECK-ONE-ENTRY.
           IF PA-APPROVED
               PERFORM 303-WRITE-RELEASE
           ELSE
               ADD 1                     TO WS-STILL-PENDING-CTR
               COMPUTE WS-DAYS-HELD = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (PA-HELD-DATE)
               IF WS-DAYS-HELD NOT < WS-OVERDUE-DAYS
                   PERFORM 304-WRITE-OVERDUE-LINE
               END-IF
           END-IF.
           PERFORM 301-READ-NEXT-PENDING.

       303-WRITE-RELEASE.
           MOVE SPACES                   TO RL-TRANSACTION.
           MOVE PA-TRANSACTION           TO RL-TRANS-BODY.
           MOVE PA-PEND-KEY              TO RL-APPROVAL-REF.
           WRITE RL-TRANSACTION.
           ADD 1                         TO WS-RELEASE-OUT-CTR.
           ADD RL-PART-NUMBER            TO WS-BATCH-HASH-TOTAL.

       304-WRITE-OVERDUE-LINE.
           MOVE PA-BATCH-ID              TO WS-ODL-BATCH.
           MOVE PA-BATCH-SEQ             TO WS-ODL-SEQ.
           MOVE PA-HELD-DATE             TO WS-ODL-HELD-DATE.
           MOVE WS-DAYS-HELD             TO WS-ODL-DAYS.
           MOVE PA-OPERATOR-ID           TO WS-ODL-OPERATOR.
           MOVE PA-TRANS-CODE            TO WS-ODL-CODE.
           MOVE PA-PART-NUMBER           TO WS-ODL-PART.
           MOVE PA-HOLD-VALUE            TO WS-ODL-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-OVERDUE-DETAIL.
           ADD 1                         TO WS-OVERDUE-CTR.

       400-WRITE-RUN-TOTALS.
           MOVE SPACES                   TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "DECISIONS READ          " TO WS-CNT-LABEL.
           MOVE WS-DECISION-READ-CTR     TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "ITEMS APPROVED          " TO WS-CNT-LABEL.
           MOVE WS-APPROVED-CTR          TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "ITEMS DECLINED          " TO WS-CNT-LABEL.
           MOVE WS-DECLINED-CTR          TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "DECISIONS REFUSED       " TO WS-CNT-LABEL.
           MOVE WS-REFUSED-CTR           TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "RELEASED FOR POSTING    " TO WS-CNT-LABEL.
           MOVE WS-RELEASE-OUT-CTR       TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "STILL PENDING           " TO WS-CNT-LABEL.
           MOVE WS-STILL-PENDING-CTR     TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.
           MOVE "PENDING 3 DAYS OR MORE  " TO WS-CNT-LABEL.
           MOVE WS-OVERDUE-CTR           TO WS-CNT-VALUE.
           WRITE APPROVAL-REPORT-LINE    FROM WS-COUNT-LINE.

       290-CLOSE-FILES.
           IF NOT WS-RUN-ABANDONED
               MOVE SPACES               TO RL-BATCH-TRAILER
               MOVE "T"                  TO RL-TRL-CODE
               MOVE WS-RELEASE-OUT-CTR   TO RL-TRL-TRANS-COUNT
               MOVE WS-BATCH-HASH-TOTAL  TO RL-TRL-HASH-TOTAL
               WRITE RL-BATCH-TRAILER
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

           CLOSE APPROVAL-REPORT-OUT
                 RELEASE-TRANS-OUT
                 APPROVAL-JOURNAL-OUT.
           IF WS-APPRDEC-STATUS NOT = "35"
               CLOSE APPROVAL-DECISION-IN
           END-IF.

           DISPLAY "APPROVAL RUN COMPLETE".
           DISPLAY "  DECISIONS READ       " WS-DECISION-READ-CTR.
           DISPLAY "  ITEMS APPROVED       " WS-APPROVED-CTR.
           DISPLAY "  ITEMS DECLINED       " WS-DECLINED-CTR.
           DISPLAY "  DECISIONS REFUSED    " WS-REFUSED-CTR.
           DISPLAY "  RELEASED FOR POSTING " WS-RELEASE-OUT-CTR.
           DISPLAY "  STILL PENDING        " WS-STILL-PENDING-CTR.
           DISPLAY "  PENDING 3+ DAYS      " WS-OVERDUE-CTR.
