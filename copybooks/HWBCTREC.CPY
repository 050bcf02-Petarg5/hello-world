      *> ------------------------------------------------------------
      *> HWBCTREC - Daily batch-chain control record shared by the
      *> overnight chain (HWTEDIT -> HWMAINT -> HWVALID ->
      *> HELLOWORLD).  Each program appends a stamp to HWBCTL on
      *> completion with its business date, final status, and
      *> output record count; each downstream step reads the file
      *> at startup and verifies its predecessor ran COMPLETE
      *> today, then reconciles its own input count against the
      *> predecessor's output count.  A missing predecessor, wrong
      *> business date, or count mismatch stops the step with its
      *> own return code and an HWALERT record, so the greeting run
      *> can no longer quietly consume yesterday's HWNAMES.  The
      *> latest stamp for a program wins - the file is appended,
      *> never rewritten.  HWMAINT also stamps the number of
      *> recipients it skipped as suspended, for the HWSTATD
      *> statistics rollup; the other programs leave it blank.
      *> HELLOWORLD stamps the names it read as its input count,
      *> and a partitioned greeting step also stamps its partition
      *> id, so HWMERGE can find every partition's stamp and add
      *> up their names against HWVALID's passed count.
      *>
      *> Modification History
      *>   2026-09-01  INITIAL VERSION (JB)
      *>   2026-10-14  HWTEDIT PRE-EDIT NOW HEADS THE CHAIN (JB)
      *>   2026-10-14  SKIPPED COUNT ADDED FROM FILLER (JB)
      *>   2026-10-14  PARTITION ID AND INPUT COUNT ADDED FROM
      *>               FILLER (JB)
      *> ------------------------------------------------------------
01  BCTL-RECORD.
    05  BC-PROGRAM-NAME          PIC X(10).
    05  BC-STATUS                PIC X(8).
    05  FILLER                   PIC X.
    05  BC-OUTPUT-COUNT          PIC 9(7).
    05  FILLER                   PIC X.
    05  BC-SKIPPED-COUNT         PIC 9(7).
    05  FILLER                   PIC X.
    05  BC-PARTITION-ID          PIC X(2).
    05  FILLER                   PIC X.
    05  BC-INPUT-COUNT           PIC 9(7).
    05  FILLER                   PIC X(14).
