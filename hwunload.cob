      *>   2026-09-01  INITIAL VERSION (JB)
      *>   2026-09-01  TRAILER IMAGE FILLER CORRECTED TO THE FULL
      *>               68-BYTE RECORD LENGTH (JB)
      *>   2026-10-14  BACKUP RECORD WIDENED TO 88 BYTES FOR THE
      *>               BIRTH AND HIRE DATES ON THE MASTER RECORD; A
      *>               BACKUP CUT BEFORE THE WIDENING STILL RELOADS,
      *>               WITH THE DATES LEFT BLANK (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWUNLOAD.
*> Dated sequential backup: H header, one D detail per master
*> record, T trailer with count and recipient-id hash total.
FD  BACKUP-FILE
    RECORD CONTAINS 88 CHARACTERS.
01  BACKUP-RECORD                PIC X(88).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so the restore points show in the shared history.
    05  BH-RUN-DATE             PIC X(10).
    05  FILLER                  PIC X VALUE SPACES.
    05  BH-RUN-TIME             PIC X(8).
    05  FILLER                  PIC X(58) VALUE SPACES.

01  WS-BACKUP-DETAIL.
    05  BD-RECORD-TYPE          PIC X VALUE 'D'.
    05  FILLER                  PIC X VALUE SPACES.
    05  BD-MASTER-IMAGE         PIC X(86).

01  WS-BACKUP-TRAILER.
    05  BT-RECORD-TYPE          PIC X VALUE 'T'.
    05  BT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X VALUE SPACES.
    05  BT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X(63) VALUE SPACES.

01  WS-RECIP-ID-X               PIC X(8) VALUE SPACES.
01  WS-RECIP-ID-NUM REDEFINES WS-RECIP-ID-X
