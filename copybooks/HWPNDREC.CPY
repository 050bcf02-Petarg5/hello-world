      *> ------------------------------------------------------------
      *> HWPNDREC - Pending (future-dated) transaction record, the
      *> layout of the HWPENDIN/HWPENDOUT carry-forward file that
      *> HWMAINT maintains.  An add, change, or delete keyed with an
      *> effective date later than the run date is parked here with
      *> the date it was queued and its original HWTRANS image, and
      *> is applied by HWMAINT on the first business day (per HWCAL)
      *> on or after its effective date.  An X (cancel) transaction
      *> for the recipient removes a queued item before it applies.
      *> The file is written in effective-date and recipient-id
      *> order.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *> ------------------------------------------------------------
01  PENDING-RECORD.
    05  PD-EFF-DATE              PIC X(10).
    05  FILLER                   PIC X.
    05  PD-QUEUED-DATE           PIC X(10).
    05  FILLER                   PIC X.
    05  PD-TRANS-IMAGE           PIC X(72).
