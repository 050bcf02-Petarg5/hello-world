      *>               LONGER NEEDS A DELETE/RE-ADD; THE HWNAMES
      *>               EXTRACT SKIPS RECIPIENTS SUSPENDED ON THE
      *>               RUN DATE (JB)
      *>   2026-10-14  BIRTH DATE AND HIRE DATE ADDED FOR THE
      *>               OCCASION GREETING RUN, SET BY THE HWMAINT O
      *>               TRANSACTION; BLANK WHEN NOT KNOWN (JB)
      *>   2026-10-15  ERASED-NAME CONDITION ADDED FOR THE HWERASE
      *>               REDACTION VALUE (JB)
      *> ------------------------------------------------------------
01  MASTER-RECORD.
    05  MR-RECIP-ID              PIC X(8).
*> HWERASE overwrites the name of a recipient whose data must
*> be erased with this fixed value in every file that carries
*> the name, keeping the record and its id in place.  The master
*> record itself is deleted through HWMAINT first, so one found
*> here carrying the value (a redacted backup reloaded) is not a
*> live recipient - HWMAINT leaves it off HWNAMES.
    05  MR-NAME                  PIC X(30).
        88  MR-NAME-ERASED           VALUE '*** ERASED ***'.
    05  MR-LANG-CODE             PIC X(3).
    05  MR-DEPT-CODE             PIC X(4).
*> Status A (or spaces, for records that predate the field) is
        88  MR-STAT-SUSPENDED        VALUE 'S'.
    05  MR-EFF-FROM              PIC X(10).
    05  MR-EFF-THRU              PIC X(10).
*> Occasion dates (YYYY-MM-DD) for the birthday and service
*> anniversary greetings; spaces when not on file.
    05  MR-BIRTH-DATE            PIC X(10).
    05  MR-HIRE-DATE             PIC X(10).
