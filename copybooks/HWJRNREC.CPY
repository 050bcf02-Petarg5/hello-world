      *>   2026-09-01  IMAGES WIDENED TO 66 BYTES FOR THE RECIPIENT
      *>               STATUS AND EFFECTIVE SUSPENSION DATES ADDED
      *>               TO THE MASTER RECORD (JB)
      *>   2026-10-14  IMAGES WIDENED TO 86 BYTES FOR THE BIRTH AND
      *>               HIRE DATES ADDED TO THE MASTER RECORD (JB)
      *> ------------------------------------------------------------
01  JOURNAL-RECORD.
    05  JR-RUN-DATE              PIC X(10).
    05  FILLER                   PIC X.
    05  JR-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  JR-BEFORE-IMAGE          PIC X(86).
    05  FILLER                   PIC X.
    05  JR-AFTER-IMAGE           PIC X(86).
