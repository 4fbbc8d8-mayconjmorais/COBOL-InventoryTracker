
       DATA DIVISION.
       FILE SECTION.
      * EVERY LEDGER AND ARCHIVE RECORD RIDES THROUGH A GENERIC 200-
      * BYTE AREA - WIDE ENOUGH FOR THE 170-BYTE AUDIT JOURNAL LINE,
      * THE LONGEST OF THE FOUR, WITH ROOM TO GROW. THE LINES ARE
      * MOVED, JUDGED BY THEIR DATE STAMP AND MOVED ON - NEVER
      * REFORMATTED, SO AN ARCHIVED LINE RESTORES BYTE FOR BYTE.
       FD  MOVEMENT-LEDGER.
       01  ML-LINE                        PIC X(200).

       FD  AUDIT-JOURNAL.
       01  AJ-LINE                        PIC X(200).

       FD  RUN-HISTORY.
       01  RH-LINE                        PIC X(200).

       FD  BATCH-LOG.
       01  BL-LINE                        PIC X(200).

       FD  MOVEMENT-ARCHIVE.
       01  MA-LINE                        PIC X(200).

       FD  AUDIT-ARCHIVE.
       01  AA-LINE                        PIC X(200).

       FD  HISTORY-ARCHIVE.
       01  HA-LINE                        PIC X(200).

       FD  BATCHLOG-ARCHIVE.
       01  BA-LINE                        PIC X(200).

       FD  RETAIN-TEMP-FILE.
       01  RT-LINE                        PIC X(200).

       FD  PARM-FILE-IN.
       01  PM-PARM-RECORD.
      * CAN SIT - THE FIRST EIGHT BYTES ON THE MOVEMENT, AUDIT AND
      * HISTORY LINES, BYTES TEN TO SEVENTEEN (PAST THE BATCH ID) ON
      * A BATCH-LOG LINE.
       01 WS-LINE-BUFFER                  PIC X(200).
       01 WS-LINE-OVERLAY REDEFINES WS-LINE-BUFFER.
           05 WS-LINE-LEAD-DATE           PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-LINE-BL-DATE             PIC X(08).
           05 FILLER                      PIC X(183).

       01 WS-LINE-DATE-WORK.
           05 WS-LINE-DATE-X              PIC X(08) VALUE SPACES.
