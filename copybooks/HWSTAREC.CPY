      *> ------------------------------------------------------------
      *> HWSTAREC - Greeting statistics history record, the layout
      *> of the permanent HWSTATS file.  HWSTATD rolls each day's
      *> greeting activity into it after the greeting run; HWSTATM
      *> reads it for the month-end statistics report.
      *>
      *> Two record types per business date:
      *>   D - one per run class, department, and language code:
      *>       greetings issued, how many of them fell back to the
      *>       HWPARM default phrase (language blank or not on
      *>       HWLANG), and how many went to a department not on
      *>       HWDEPT.  The run class is S for the standard run and
      *>       O for the occasion (birthday/anniversary) run, so
      *>       both runs of one day are kept side by side.
      *>   M - one per day: recipients the HWMAINT extract skipped
      *>       as suspended, from HWMAINT's HWBCTL stamp.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *> ------------------------------------------------------------
01  STATS-RECORD.
    05  ST-BUSINESS-DATE         PIC X(10).
    05  FILLER                   PIC X.
    05  ST-RECORD-TYPE           PIC X.
        88  ST-DAY-DETAIL            VALUE 'D'.
        88  ST-MAINT-SUMMARY         VALUE 'M'.
    05  FILLER                   PIC X.
    05  ST-RUN-CLASS             PIC X.
        88  ST-STANDARD-RUN          VALUE 'S'.
        88  ST-OCCASION-RUN          VALUE 'O'.
    05  FILLER                   PIC X.
    05  ST-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  ST-LANG-CODE             PIC X(3).
    05  FILLER                   PIC X.
    05  ST-GREETINGS             PIC 9(7).
    05  FILLER                   PIC X.
    05  ST-FALLBACK              PIC 9(7).
    05  FILLER                   PIC X.
    05  ST-UNKNOWN-DEPT          PIC 9(7).
    05  FILLER                   PIC X.
    05  ST-SUSP-SKIPPED          PIC 9(7).
    05  FILLER                   PIC X.
    05  ST-JOB-NAME              PIC X(8).
    05  FILLER                   PIC X(16).
