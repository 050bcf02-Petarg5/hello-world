      *> ------------------------------------------------------------
      *> HWLDGREC - Greeting delivery ledger record, the layout of
      *> the keyed HWLEDGR file HELLOWORLD keeps.  One record per
      *> greeting actually issued, keyed by recipient id, business
      *> date, and occasion type (S standard, B birthday, A service
      *> anniversary), so a restarted or rerun greeting pass can
      *> tell who already has today's letter.  The department, job,
      *> and time issued are kept for the mail room; a deliberate
      *> reprint (HWPARM 'RPI=' / 'RPD=' card) rewrites the record
      *> and bumps its reprint count.
      *>
      *> A partition step of the greeting run writes its entries in
      *> this layout to its own HWLDGPC piece instead, with a
      *> reprint count of 1 for a reprint and 0 for a new greeting;
      *> HWMERGE posts the pieces to HWLEDGR once it releases the
      *> merged files.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  HWLDGPC PARTITION LEDGER PIECES USE THIS
      *>               LAYOUT (JB)
      *> ------------------------------------------------------------
01  LEDGER-RECORD.
    05  LD-KEY.
        10  LD-RECIP-ID          PIC X(8).
        10  LD-BUSINESS-DATE     PIC X(10).
        10  LD-OCCASION-TYPE     PIC X.
    05  FILLER                   PIC X.
    05  LD-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  LD-JOB-NAME              PIC X(8).
    05  FILLER                   PIC X.
    05  LD-ISSUED-TIME           PIC X(8).
    05  FILLER                   PIC X.
    05  LD-REPRINT-COUNT         PIC 9(3).
    05  FILLER                   PIC X(34).
