      *>   2026-09-01  INITIAL VERSION (JB)
      *>   2026-09-01  TRAILER IMAGE FILLER CORRECTED TO THE FULL
      *>               68-BYTE RECORD LENGTH (JB)
      *>   2026-10-14  BACKUP RECORD WIDENED TO 88 BYTES FOR THE
      *>               BIRTH AND HIRE DATES ON THE MASTER RECORD; A
      *>               BACKUP CUT BEFORE THE WIDENING STILL RELOADS,
      *>               WITH THE DATES LEFT BLANK (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWRELOAD.
*> detail per master record, T trailer with count and
*> recipient-id hash total.
FD  BACKUP-FILE
    RECORD CONTAINS 88 CHARACTERS.
01  BACKUP-RECORD                PIC X(88).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so the restore shows in the shared history.
    05  BT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X.
    05  BT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X(63).

01  WS-TRAILER-FOUND-SW         PIC X VALUE 'N'.
    88  WS-TRAILER-FOUND            VALUE 'Y'.

3100-LOAD-ONE-RECORD.
    IF BACKUP-RECORD(1:1) = 'D'
        MOVE BACKUP-RECORD(3:86) TO MASTER-RECORD
        WRITE MASTER-RECORD
            INVALID KEY
                DISPLAY 'HWRELOAD - DUPLICATE KEY ON LOAD, ID '
