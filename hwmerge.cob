      *> HWMERGE - merge step for the partitioned greeting run.
      *>
      *> The greeting run can be split by department range into
      *> partitions, one HELLOWORLD step per partition (see the
      *> HWPRTREC copybook for the HWPARTN partition table), run
      *> side by side to shorten the overnight window.  Each step
      *> cuts its own HWLETTR, HWEXTRCT, and HWROUTE piece; this
      *> step puts the pieces back together into the single files
      *> the print room, the warehouse, and the mail room expect.
      *> The pieces arrive as four concatenations, each in
      *> partition-table order: HWLETPCS (letters), HWEXTPCS
      *> (extracts), HWRTEPCS (routing sheets), and HWLDGPCS (the
      *> steps' delivery ledger entries, in the HWLDGREC layout).
      *>
      *> Nothing is released until every check has passed:
      *>
      *>   - the partition table is in ascending department order
      *>     with no overlaps and no repeated partition id;
      *>   - HWVALID has stamped HWBCTL COMPLETE for today;
      *>   - every partition has a HELLOWORLD stamp on HWBCTL for
      *>     today, and its latest stamp is COMPLETE - a partition
      *>     with no stamp is missing, one stamped otherwise failed;
      *>   - the partitions' names read add up to HWVALID's passed
      *>     count, so a department that fell between partitions
      *>     (or into two) is caught;
      *>   - every partition has exactly one extract piece, in
      *>     table order, for today, whose details agree with its
      *>     own trailer and whose count agrees with the partition's
      *>     stamp;
      *>   - the letter pages add up to the extract details, and
      *>     there is one routing sheet per partition;
      *>   - the ledger entries are all for today and add up to
      *>     the extract details.
      *>
      *> If any check fails, HWLETTR, HWEXTRCT, and HWROUTE are not
      *> opened at all, an HWALERT record is raised for each failed
      *> check, and the step ends non-zero.  Otherwise the merged
      *> HWEXTRCT gets one header and one trailer carrying the
      *> combined record count and recipient-id hash total, the
      *> letter pages are renumbered straight through, and the
      *> routing sheets are joined under one heading.  Only once
      *> all three are written are the ledger entries posted to
      *> HWLEDGR - a partition step only reads the ledger - so a
      *> refused merge leaves every letter to be issued again by
      *> the rerun.  The checks and the outcome are listed on
      *> HWMRGRPT, and the step stamps HWBCTL with the combined
      *> greeting count.
      *>
      *> Alert reason codes written to HWALERT:
      *>   PARTTBL  - HWPARTN missing, empty, out of order, or
      *>              overlapping
      *>   PARTMISS - a partition has no HELLOWORLD stamp for today
      *>   PARTFAIL - a partition's latest stamp is not COMPLETE
      *>   PARTPIEC - a piece is missing, extra, out of order, or
      *>              does not reconcile
      *>   BCMISSNG - no COMPLETE HWVALID stamp on HWBCTL
      *>   BCDATE   - HWVALID stamp is for the wrong business date
      *>   BCCOUNT  - partition names disagree with HWVALID's count
      *>   LEDGER   - HWLEDGR could not be opened or posted
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  THE MERGED HWEXTRCT TRAILER NOW CARRIES THE
      *>               PARTITIONS' PREVIOUSLY DELIVERED COUNTS ADDED
      *>               UP (JB)
      *>   2026-10-15  THE PARTITION STEPS' HWLDGPC LEDGER PIECES ARE
      *>               CHECKED AGAINST THE EXTRACT DETAILS AND POSTED
      *>               TO HWLEDGR ONLY AFTER THE MERGED FILES ARE
      *>               RELEASED; A RERUN OF THIS STEP DOES NOT POST
      *>               THE SAME ENTRY TWICE (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWMERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PART-FILE ASSIGN TO 'HWPARTN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-FILE-STATUS.

    SELECT BCTL-FILE ASSIGN TO 'HWBCTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCTL-FILE-STATUS.

    SELECT EXTPCS-FILE ASSIGN TO 'HWEXTPCS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTPCS-FILE-STATUS.

    SELECT LETPCS-FILE ASSIGN TO 'HWLETPCS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETPCS-FILE-STATUS.

    SELECT RTEPCS-FILE ASSIGN TO 'HWRTEPCS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTEPCS-FILE-STATUS.

    SELECT LDGPCS-FILE ASSIGN TO 'HWLDGPCS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LDGPCS-FILE-STATUS.

    SELECT LEDGER-FILE ASSIGN TO 'HWLEDGR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LD-KEY
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO 'HWEXTRCT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT LETTER-FILE ASSIGN TO 'HWLETTR'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-FILE-STATUS.

    SELECT ROUTE-FILE ASSIGN TO 'HWROUTE'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROUTE-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWMRGRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT ALERT-FILE ASSIGN TO 'HWALERT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Partition table - one department range per partition, in
*> ascending department order - layout shared via the HWPRTREC
*> copybook.
FD  PART-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWPRTREC.

*> Daily batch-chain control file: HWVALID's stamp and each
*> partition step's stamp are read, and this step's own stamp
*> appended - layout shared via the HWBCTREC copybook.
FD  BCTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWBCTREC.

*> The partition steps' HWEXTRCT pieces, concatenated in
*> partition-table order.
FD  EXTPCS-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXTPCS-RECORD                PIC X(80).

*> The partition steps' HWLETTR pieces, concatenated in the same
*> order.
FD  LETPCS-FILE
    RECORD CONTAINS 133 CHARACTERS.
01  LETPCS-RECORD                PIC X(133).

*> The partition steps' HWROUTE pieces, concatenated in the same
*> order.
FD  RTEPCS-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  RTEPCS-RECORD                PIC X(132).

*> The partition steps' HWLDGPC ledger pieces, concatenated in
*> the same order.
FD  LDGPCS-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  LDGPCS-RECORD                PIC X(80).

*> Greeting delivery ledger the pieces are posted to - layout
*> shared via the HWLDGREC copybook.
FD  LEDGER-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWLDGREC.

*> Merged daily activity interface file for the data warehouse -
*> the same layout HelloWorld writes on a whole-list run.
FD  EXTRACT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXTRACT-RECORD               PIC X(80).

*> Merged greeting letters for the print room, with ANSI
*> carriage control in column 1.
FD  LETTER-FILE
    RECORD CONTAINS 133 CHARACTERS.
01  LETTER-RECORD.
    05  LT-CARRIAGE-CONTROL      PIC X.
    05  LT-PRINT-LINE            PIC X(132).

*> Merged routing/burst sheet for the mail room.
FD  ROUTE-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  ROUTE-RECORD                 PIC X(132).

*> Merge checks and outcome, for the operator.
FD  REPORT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                PIC X(132).

*> Structured operator alerts polled by the shop's notification
*> bridge - one record per tripped check, appended as soon as the
*> check fires so a page goes out while the run is still up.
FD  ALERT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  ALERT-RECORD.
    05  AL-JOB-NAME              PIC X(8).
    05  FILLER                   PIC X.
    05  AL-RUN-DATE              PIC X(10).
    05  FILLER                   PIC X.
    05  AL-RUN-TIME              PIC X(8).
    05  FILLER                   PIC X.
    05  AL-SEVERITY              PIC 9(2).
    05  FILLER                   PIC X.
    05  AL-REASON-CODE           PIC X(8).
    05  FILLER                   PIC X(40).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWMERGE runs show up in the shared history.
FD  RUNLOG-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  RUNLOG-RECORD.
    05  RL-JOB-NAME              PIC X(8).
    05  FILLER                   PIC X.
    05  RL-RUN-DATE              PIC X(10).
    05  FILLER                   PIC X.
    05  RL-RUN-TIME              PIC X(8).
    05  FILLER                   PIC X.
    05  RL-STATUS                PIC X(8).
    05  FILLER                   PIC X(43).

WORKING-STORAGE SECTION.

01  WS-PART-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-PART-FILE-OK             VALUE '00'.

01  WS-BCTL-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-BCTL-FILE-OK             VALUE '00'.
    88  WS-BCTL-FILE-NOT-FOUND      VALUES '05' '35'.

01  WS-EXTPCS-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-EXTPCS-FILE-OK           VALUE '00'.

01  WS-LETPCS-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-LETPCS-FILE-OK           VALUE '00'.

01  WS-RTEPCS-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RTEPCS-FILE-OK           VALUE '00'.

01  WS-LDGPCS-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-LDGPCS-FILE-OK           VALUE '00'.

01  WS-LEDGER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-LEDGER-FILE-OK           VALUE '00'.
    88  WS-LEDGER-FILE-NOT-FOUND    VALUES '05' '35'.
    88  WS-LEDGER-REC-NOT-FOUND     VALUE '23'.

01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
    88  WS-EXTRACT-FILE-OK          VALUE '00'.

01  WS-LETTER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-LETTER-FILE-OK           VALUE '00'.

01  WS-ROUTE-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-ROUTE-FILE-OK            VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-ALERT-FILE-OK            VALUE '00'.
    88  WS-ALERT-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-PART-EOF-SW              PIC X VALUE 'N'.
    88  WS-PART-EOF                 VALUE 'Y'.

01  WS-BCTL-EOF-SW              PIC X VALUE 'N'.
    88  WS-BCTL-EOF                 VALUE 'Y'.

01  WS-EXTPCS-EOF-SW            PIC X VALUE 'N'.
    88  WS-EXTPCS-EOF               VALUE 'Y'.

01  WS-LETPCS-EOF-SW            PIC X VALUE 'N'.
    88  WS-LETPCS-EOF               VALUE 'Y'.

01  WS-RTEPCS-EOF-SW            PIC X VALUE 'N'.
    88  WS-RTEPCS-EOF               VALUE 'Y'.

01  WS-LDGPCS-EOF-SW            PIC X VALUE 'N'.
    88  WS-LDGPCS-EOF               VALUE 'Y'.

*> Set by the first failed check; once set, nothing is released.
01  WS-REFUSE-SW                PIC X VALUE 'N'.
    88  WS-RELEASE-REFUSED          VALUE 'Y'.

*> Set when the partition table itself could not be trusted, so
*> the checks that depend on it are not attempted.
01  WS-TABLE-BAD-SW             PIC X VALUE 'N'.
    88  WS-TABLE-BAD                VALUE 'Y'.

*> Return code the failed check carries onto the step.
01  WS-REFUSE-RC                PIC 9(4) VALUE 0.

*> Which check tripped, carried on the HWALERT record so the
*> on-call page says what actually failed.
01  WS-ALERT-REASON             PIC X(8) VALUE SPACES.

01  WS-ALERT-SEVERITY           PIC 9(2) VALUE 0.

*> The partition table as loaded, with what the checks found
*> for each partition: its latest HELLOWORLD stamp for today,
*> and the counts and hash total of its extract piece.
01  WS-PARTITION-TABLE.
    05  WS-PN-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-PN-ENTRY OCCURS 20 TIMES.
        10  WS-PN-ID            PIC X(2).
        10  WS-PN-DEPT-LOW      PIC X(4).
        10  WS-PN-DEPT-HIGH     PIC X(4).
        10  WS-PN-STAMP-SW      PIC X.
            88  WS-PN-STAMPED       VALUE 'Y'.
        10  WS-PN-STATUS        PIC X(8).
        10  WS-PN-NAMES         PIC 9(7) COMP.
        10  WS-PN-GREETINGS     PIC 9(7) COMP.
        10  WS-PN-PIECE-SW      PIC X.
            88  WS-PN-PIECE-SEEN    VALUE 'Y'.
        10  WS-PN-PIECE-COUNT   PIC 9(7) COMP.
        10  WS-PN-PIECE-HASH    PIC 9(15) COMP.
01  WS-PN-IX                    PIC S9(4) COMP VALUE 0.
01  WS-PN-JX                    PIC S9(4) COMP VALUE 0.
01  WS-PN-SLOT                  PIC S9(4) COMP VALUE 0.

01  WS-PART-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-PART-TABLE-FULL          VALUE 'Y'.

*> Latest COMPLETE HWVALID stamp; the control file is appended,
*> so the last stamp read wins.
01  WS-PRED-FOUND-SW            PIC X VALUE 'N'.
    88  WS-PRED-FOUND               VALUE 'Y'.

01  WS-PRED-PROGRAM             PIC X(10) VALUE 'HWVALID'.
01  WS-PRED-DATE                PIC X(10) VALUE SPACES.
01  WS-NAMES-EXPECTED           PIC 9(7) COMP VALUE 0.

*> The partition steps stamp under the greeting run's own name.
01  WS-GREETING-PROGRAM         PIC X(10) VALUE 'HELLOWORLD'.

*> Extract piece being read: the partition it belongs to (zero
*> between a trailer and the next header) and the partition the
*> next header should be for.
01  WS-PIECE-SLOT               PIC S9(4) COMP VALUE 0.
01  WS-NEXT-PIECE               PIC S9(4) COMP VALUE 1.

*> Reader-side images of the HWEXTRCT header, detail, and
*> trailer, and the writer-side images of the merged ones - the
*> layouts HelloWorld writes.
01  WS-EXTRACT-HEADER.
    05  XH-RECORD-TYPE          PIC X VALUE 'H'.
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-JOB-NAME             PIC X(8).
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-RUN-DATE             PIC X(10).
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-RUN-TIME             PIC X(8).
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-PARTITION-ID         PIC X(2).
    05  FILLER                  PIC X(47) VALUE SPACES.

01  WS-EXTRACT-DETAIL.
    05  XD-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  XD-RECIP-ID             PIC X(8).
    05  FILLER                  PIC X(70).

01  WS-EXTRACT-TRAILER.
    05  XT-RECORD-TYPE          PIC X VALUE 'T'.
    05  FILLER                  PIC X VALUE SPACES.
    05  XT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X VALUE SPACES.
    05  XT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X VALUE SPACES.
    05  XT-PREV-DELIVERED       PIC 9(7).
    05  FILLER                  PIC X(47) VALUE SPACES.

*> Reader-side image of an HWLDGPC ledger piece entry - the
*> HWLDGREC layout HelloWorld writes, with a reprint count of 1
*> for a reprint of a greeting already on HWLEDGR and 0 for a
*> new one.
01  WS-LEDGER-PIECE.
    05  LP-KEY.
        10  LP-RECIP-ID         PIC X(8).
        10  LP-BUSINESS-DATE    PIC X(10).
        10  LP-OCCASION-TYPE    PIC X.
    05  FILLER                  PIC X.
    05  LP-DEPT-CODE            PIC X(4).
    05  FILLER                  PIC X.
    05  LP-JOB-NAME             PIC X(8).
    05  FILLER                  PIC X.
    05  LP-ISSUED-TIME          PIC X(8).
    05  FILLER                  PIC X.
    05  LP-REPRINT-COUNT        PIC 9(3).
    05  FILLER                  PIC X(34).

01  WS-RECIP-ID-X               PIC X(8) VALUE SPACES.
01  WS-RECIP-ID-NUM REDEFINES WS-RECIP-ID-X
                                PIC 9(8).

*> The letter page heading HelloWorld starts each page with,
*> and where its page number sits on the record.
01  WS-LETTER-TITLE             PIC X(26) VALUE
    'HELLOWORLD GREETING LETTER'.
01  WS-PAGE-NUMBER              PIC 9(4) COMP VALUE 0.
01  WS-PAGE-NUMBER-DISP         PIC ZZZ9.

*> The routing sheet heading HelloWorld starts each sheet with.
01  WS-ROUTE-TITLE              PIC X(45) VALUE
    'HELLOWORLD  -  DEPARTMENT ROUTING/BURST SHEET'.

01  WS-CONTROL-TOTALS.
    05  WS-CT-NAMES-TOTAL       PIC 9(7) COMP VALUE 0.
    05  WS-CT-GREETINGS-TOTAL   PIC 9(7) COMP VALUE 0.
    05  WS-CT-DETAILS-TOTAL     PIC 9(7) COMP VALUE 0.
    05  WS-CT-HASH-TOTAL        PIC 9(15) COMP VALUE 0.
    05  WS-CT-PREV-DELIVERED    PIC 9(7) COMP VALUE 0.
    05  WS-CT-LETTER-PAGES      PIC 9(7) COMP VALUE 0.
    05  WS-CT-ROUTE-SHEETS      PIC 9(7) COMP VALUE 0.
    05  WS-CT-EXTRACT-WRITTEN   PIC 9(7) COMP VALUE 0.
    05  WS-CT-LETTER-WRITTEN    PIC 9(7) COMP VALUE 0.
    05  WS-CT-ROUTE-WRITTEN     PIC 9(7) COMP VALUE 0.
    05  WS-CT-LEDGER-ENTRIES    PIC 9(7) COMP VALUE 0.
    05  WS-CT-LEDGER-STALE      PIC 9(7) COMP VALUE 0.
    05  WS-CT-LEDGER-POSTED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-LEDGER-REPRINTED  PIC 9(7) COMP VALUE 0.
    05  WS-CT-LEDGER-ON-FILE    PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.
01  WS-HASH-DISP                PIC Z(14)9.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWMERGE  -  PARTITIONED GREETING RUN MERGE'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'PARTITIONED GREETING RUN MERGE'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWMERGE'.

*> Number of PARM bytes actually moved into JB-JOB-NAME, capped
*> at the field's width so a short PARM doesn't drag in whatever
*> follows it in the linkage area.
01  WS-PARM-MOVE-LEN             PIC S9(4) COMP VALUE 0.

*> ---------------------------------------------------------------
*> Standard shared job-banner fields (run date/time, job name,
*> completion status) - see copybooks/JOBBANR.CPY.
*> ---------------------------------------------------------------
COPY JOBBANR.

*> Step condition code returned to the job scheduler:
*> 0 = pieces merged and released, 12 = release refused for a
*> missing or failed partition, a bad table or piece, or a file
*> failure (including HWLEDGR posting after the release).  As
*> in HelloWorld, 16 = no COMPLETE HWVALID stamp,
*> 17 = HWVALID stamp for the wrong business date, and 18 = the
*> partitions' names disagree with HWVALID's passed count.
01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
    88  WS-RETURN-CODE-NORMAL       VALUE 0.

LINKAGE SECTION.

*> Standard MVS PARM linkage: a halfword length followed by the
*> PARM text itself, passed to the program by the job step's
*> EXEC PARM= card.
01  LK-PARM.
    05  LK-PARM-LEN             PIC S9(4) COMP.
    05  LK-PARM-DATA            PIC X(80).

PROCEDURE DIVISION USING LK-PARM.

0000-MAINLINE.
    PERFORM 1000-INITIALIZE

    CALL 'HWGREET' USING WS-JOB-BANNER WS-PROGRAM-NAME
        WS-GREETING-TEXT

    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    MOVE 'MERGE CHECKS' TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    PERFORM 2000-LOAD-PARTITION-TABLE
    PERFORM 2500-SCAN-BATCH-CONTROL
    IF NOT WS-TABLE-BAD
        PERFORM 3000-CHECK-PARTITION-STAMPS
        PERFORM 4000-CHECK-EXTRACT-PIECES
        PERFORM 4500-CHECK-LETTER-PIECES
        PERFORM 4700-CHECK-ROUTE-PIECES
        PERFORM 4800-CHECK-LEDGER-PIECES
        PERFORM 5000-REPORT-PARTITIONS
    END-IF

    IF NOT WS-RELEASE-REFUSED
        PERFORM 6000-RELEASE-EXTRACT
        PERFORM 6300-RELEASE-LETTERS
        PERFORM 6600-RELEASE-ROUTING
        IF WS-RETURN-CODE < 12
            PERFORM 6900-POST-LEDGER
        END-IF
    END-IF

    PERFORM 7000-WRITE-OUTCOME
    PERFORM 8000-WRITE-RUNLOG
    PERFORM 8200-STAMP-BATCH-CONTROL
    PERFORM 9999-EXIT.

1000-INITIALIZE.
    ACCEPT JB-RUN-DATE-RAW FROM DATE YYYYMMDD
    ACCEPT JB-RUN-TIME-RAW FROM TIME
    MOVE JB-RUN-CCYY TO JB-RUN-DATE-CCYY
    MOVE JB-RUN-MM   TO JB-RUN-DATE-MM
    MOVE JB-RUN-DD   TO JB-RUN-DATE-DD
    MOVE JB-RUN-HH   TO JB-RUN-TIME-HH
    MOVE JB-RUN-MN   TO JB-RUN-TIME-MN
    MOVE JB-RUN-SS   TO JB-RUN-TIME-SS

    MOVE SPACES TO JB-JOB-NAME
    IF LK-PARM-LEN > 0
        IF LK-PARM-LEN > 8
            MOVE 8 TO WS-PARM-MOVE-LEN
        ELSE
            MOVE LK-PARM-LEN TO WS-PARM-MOVE-LEN
        END-IF
        MOVE LK-PARM-DATA(1:WS-PARM-MOVE-LEN) TO JB-JOB-NAME
    ELSE
        MOVE 'NONE' TO JB-JOB-NAME
    END-IF

    SET JB-STAT-START TO TRUE

    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-FILE-OK
        DISPLAY 'HWMERGE - HWMRGRPT OPEN FAILED, STATUS '
            WS-REPORT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
        PERFORM 8000-WRITE-RUNLOG
        PERFORM 9999-EXIT
    END-IF

    WRITE REPORT-RECORD FROM WS-REPORT-HEADING
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'JOB=' DELIMITED BY SIZE
           JB-JOB-NAME          DELIMITED BY SIZE
           '  RUN DATE '        DELIMITED BY SIZE
           JB-RUN-DATE-DISPLAY  DELIMITED BY SIZE
           '  RUN TIME '        DELIMITED BY SIZE
           JB-RUN-TIME-DISPLAY  DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

2000-LOAD-PARTITION-TABLE.
    OPEN INPUT PART-FILE
    IF NOT WS-PART-FILE-OK
        SET WS-TABLE-BAD TO TRUE
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** HWPARTN OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-PART-FILE-STATUS                DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTTBL' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        PERFORM 2010-READ-PART-RECORD
        PERFORM 2020-STORE-PART-ENTRY UNTIL WS-PART-EOF
        CLOSE PART-FILE
        PERFORM 2100-VALIDATE-PARTITION-TABLE
    END-IF.

2010-READ-PART-RECORD.
    READ PART-FILE
        AT END
            SET WS-PART-EOF TO TRUE
    END-READ.

2020-STORE-PART-ENTRY.
*> Blank lines are allowed for readability and skipped.
    IF PARTITION-RECORD NOT = SPACES
        IF WS-PN-COUNT < 20
            ADD 1 TO WS-PN-COUNT
            INITIALIZE WS-PN-ENTRY(WS-PN-COUNT)
            MOVE PT-PARTITION-ID TO WS-PN-ID(WS-PN-COUNT)
            MOVE PT-DEPT-LOW     TO WS-PN-DEPT-LOW(WS-PN-COUNT)
            MOVE PT-DEPT-HIGH    TO WS-PN-DEPT-HIGH(WS-PN-COUNT)
            MOVE 'N'             TO WS-PN-STAMP-SW(WS-PN-COUNT)
            MOVE 'N'             TO WS-PN-PIECE-SW(WS-PN-COUNT)
        ELSE
            SET WS-PART-TABLE-FULL TO TRUE
        END-IF
    END-IF
    PERFORM 2010-READ-PART-RECORD.

2100-VALIDATE-PARTITION-TABLE.
*> A partition the table couldn't hold would have its pieces
*> dropped from the merge, so an overflow refuses the same as a
*> bad table.
    IF WS-PART-TABLE-FULL
        SET WS-TABLE-BAD TO TRUE
        MOVE '** HWPARTN HAS MORE PARTITIONS THAN THE TABLE HOLDS'
            TO WS-REPORT-DETAIL
        MOVE 'PARTTBL' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF

    IF WS-PN-COUNT = 0
        SET WS-TABLE-BAD TO TRUE
        MOVE '** NO PARTITIONS ON HWPARTN' TO WS-REPORT-DETAIL
        MOVE 'PARTTBL' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF

    PERFORM 2110-VALIDATE-PART-ENTRY
        VARYING WS-PN-IX FROM 1 BY 1
        UNTIL WS-PN-IX > WS-PN-COUNT.

2110-VALIDATE-PART-ENTRY.
*> Each range must be the right way round and start above the
*> one before it, so the pieces join in department order and
*> no department is greeted by two partitions.
    MOVE SPACES TO WS-REPORT-DETAIL
    EVALUATE TRUE
        WHEN WS-PN-ID(WS-PN-IX) = SPACES
            STRING '** PARTITION WITH NO ID ON HWPARTN, RANGE '
                                              DELIMITED BY SIZE
                   WS-PN-DEPT-LOW(WS-PN-IX)   DELIMITED BY SIZE
                   ' THRU '                   DELIMITED BY SIZE
                   WS-PN-DEPT-HIGH(WS-PN-IX)  DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN WS-PN-DEPT-LOW(WS-PN-IX) > WS-PN-DEPT-HIGH(WS-PN-IX)
            STRING '** PARTITION '            DELIMITED BY SIZE
                   WS-PN-ID(WS-PN-IX)         DELIMITED BY SIZE
                   ' RANGE '                  DELIMITED BY SIZE
                   WS-PN-DEPT-LOW(WS-PN-IX)   DELIMITED BY SIZE
                   ' THRU '                   DELIMITED BY SIZE
                   WS-PN-DEPT-HIGH(WS-PN-IX)  DELIMITED BY SIZE
                   ' IS BACKWARDS'            DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN WS-PN-IX > 1
         AND WS-PN-DEPT-LOW(WS-PN-IX)
             NOT > WS-PN-DEPT-HIGH(WS-PN-IX - 1)
            STRING '** PARTITION '            DELIMITED BY SIZE
                   WS-PN-ID(WS-PN-IX)         DELIMITED BY SIZE
                   ' STARTS AT '              DELIMITED BY SIZE
                   WS-PN-DEPT-LOW(WS-PN-IX)   DELIMITED BY SIZE
                   ', OVERLAPPING OR BEFORE THE PARTITION ABOVE IT'
                                              DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN OTHER
            MOVE 0 TO WS-PN-SLOT
            PERFORM 2120-MATCH-EARLIER-ID
                VARYING WS-PN-JX FROM 1 BY 1
                UNTIL WS-PN-JX NOT < WS-PN-IX OR WS-PN-SLOT > 0
            IF WS-PN-SLOT > 0
                STRING '** PARTITION '        DELIMITED BY SIZE
                       WS-PN-ID(WS-PN-IX)     DELIMITED BY SIZE
                       ' IS ON HWPARTN TWICE' DELIMITED BY SIZE
                  INTO WS-REPORT-DETAIL
            END-IF
    END-EVALUATE

    IF WS-REPORT-DETAIL NOT = SPACES
        SET WS-TABLE-BAD TO TRUE
        MOVE 'PARTTBL' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF.

2120-MATCH-EARLIER-ID.
    IF WS-PN-ID(WS-PN-JX) = WS-PN-ID(WS-PN-IX)
        MOVE WS-PN-JX TO WS-PN-SLOT
    END-IF.

2500-SCAN-BATCH-CONTROL.
*> One pass over HWBCTL picks up the latest COMPLETE HWVALID
*> stamp and, for each partition, its latest HELLOWORLD stamp
*> for today whatever its status - a failed rerun after a good
*> one leaves the partition failed.
    OPEN INPUT BCTL-FILE
    IF WS-BCTL-FILE-OK
        PERFORM 2510-READ-BCTL-RECORD
        PERFORM 2520-SCAN-BCTL-RECORD UNTIL WS-BCTL-EOF
        CLOSE BCTL-FILE
    END-IF

    IF NOT WS-PRED-FOUND
        MOVE '** NO COMPLETE HWVALID STAMP ON HWBCTL'
            TO WS-REPORT-DETAIL
        MOVE 'BCMISSNG' TO WS-ALERT-REASON
        MOVE 16 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        IF WS-PRED-DATE NOT = JB-RUN-DATE-DISPLAY
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** HWVALID STAMP IS FOR ' DELIMITED BY SIZE
                   WS-PRED-DATE               DELIMITED BY SIZE
                   ' NOT '                    DELIMITED BY SIZE
                   JB-RUN-DATE-DISPLAY        DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'BCDATE' TO WS-ALERT-REASON
            MOVE 17 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
    END-IF.

2510-READ-BCTL-RECORD.
    READ BCTL-FILE
        AT END
            SET WS-BCTL-EOF TO TRUE
    END-READ.

2520-SCAN-BCTL-RECORD.
    IF BC-PROGRAM-NAME = WS-PRED-PROGRAM
     AND BC-STATUS = 'COMPLETE'
        SET WS-PRED-FOUND TO TRUE
        MOVE BC-BUSINESS-DATE TO WS-PRED-DATE
        MOVE BC-OUTPUT-COUNT  TO WS-NAMES-EXPECTED
    END-IF

    IF BC-PROGRAM-NAME = WS-GREETING-PROGRAM
     AND BC-PARTITION-ID NOT = SPACES
     AND BC-BUSINESS-DATE = JB-RUN-DATE-DISPLAY
        MOVE 0 TO WS-PN-SLOT
        PERFORM 2530-MATCH-STAMP-PARTITION
            VARYING WS-PN-IX FROM 1 BY 1
            UNTIL WS-PN-IX > WS-PN-COUNT OR WS-PN-SLOT > 0
        IF WS-PN-SLOT > 0
            SET WS-PN-STAMPED(WS-PN-SLOT) TO TRUE
            MOVE BC-STATUS TO WS-PN-STATUS(WS-PN-SLOT)
            IF BC-INPUT-COUNT IS NUMERIC
                MOVE BC-INPUT-COUNT TO WS-PN-NAMES(WS-PN-SLOT)
            ELSE
                MOVE 0 TO WS-PN-NAMES(WS-PN-SLOT)
            END-IF
            IF BC-OUTPUT-COUNT IS NUMERIC
                MOVE BC-OUTPUT-COUNT TO WS-PN-GREETINGS(WS-PN-SLOT)
            ELSE
                MOVE 0 TO WS-PN-GREETINGS(WS-PN-SLOT)
            END-IF
        END-IF
    END-IF
    PERFORM 2510-READ-BCTL-RECORD.

2530-MATCH-STAMP-PARTITION.
    IF WS-PN-ID(WS-PN-IX) = BC-PARTITION-ID
        MOVE WS-PN-IX TO WS-PN-SLOT
    END-IF.

3000-CHECK-PARTITION-STAMPS.
    PERFORM 3100-CHECK-ONE-STAMP
        VARYING WS-PN-IX FROM 1 BY 1
        UNTIL WS-PN-IX > WS-PN-COUNT

*> The names check only means something once every partition
*> has reported and HWVALID's count is today's.
    IF NOT WS-RELEASE-REFUSED
     AND WS-CT-NAMES-TOTAL NOT = WS-NAMES-EXPECTED
        MOVE WS-CT-NAMES-TOTAL TO WS-COUNT-DISP-1
        MOVE WS-NAMES-EXPECTED TO WS-COUNT-DISP-2
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** PARTITION NAMES READ:'  DELIMITED BY SIZE
               WS-COUNT-DISP-1             DELIMITED BY SIZE
               ' DISAGREE WITH HWVALID PASSED COUNT:'
                                           DELIMITED BY SIZE
               WS-COUNT-DISP-2             DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'BCCOUNT' TO WS-ALERT-REASON
        MOVE 18 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF.

3100-CHECK-ONE-STAMP.
    MOVE SPACES TO WS-REPORT-DETAIL
    IF NOT WS-PN-STAMPED(WS-PN-IX)
        STRING '** PARTITION '       DELIMITED BY SIZE
               WS-PN-ID(WS-PN-IX)    DELIMITED BY SIZE
               ' MISSING - NO HELLOWORLD STAMP FOR '
                                     DELIMITED BY SIZE
               JB-RUN-DATE-DISPLAY   DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTMISS' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        IF WS-PN-STATUS(WS-PN-IX) NOT = 'COMPLETE'
            STRING '** PARTITION '        DELIMITED BY SIZE
                   WS-PN-ID(WS-PN-IX)     DELIMITED BY SIZE
                   ' FAILED - LATEST STAMP IS '
                                          DELIMITED BY SIZE
                   WS-PN-STATUS(WS-PN-IX) DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTFAIL' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
        ADD WS-PN-NAMES(WS-PN-IX)     TO WS-CT-NAMES-TOTAL
        ADD WS-PN-GREETINGS(WS-PN-IX) TO WS-CT-GREETINGS-TOTAL
    END-IF.

4000-CHECK-EXTRACT-PIECES.
*> The concatenation must hold one piece per partition, in
*> table order: a header naming the partition, its details,
*> and a trailer that agrees with them.
    OPEN INPUT EXTPCS-FILE
    IF NOT WS-EXTPCS-FILE-OK
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** HWEXTPCS OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-EXTPCS-FILE-STATUS              DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        PERFORM 4010-READ-EXTPCS-RECORD
        PERFORM 4100-CHECK-EXTRACT-RECORD UNTIL WS-EXTPCS-EOF
        CLOSE EXTPCS-FILE

        IF WS-PIECE-SLOT > 0
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** EXTRACT PIECE FOR PARTITION '
                                             DELIMITED BY SIZE
                   WS-PN-ID(WS-PIECE-SLOT)   DELIMITED BY SIZE
                   ' HAS NO TRAILER'         DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF

        PERFORM 4400-CHECK-PIECE-PRESENT
            VARYING WS-PN-IX FROM 1 BY 1
            UNTIL WS-PN-IX > WS-PN-COUNT
    END-IF.

4010-READ-EXTPCS-RECORD.
    READ EXTPCS-FILE
        AT END
            SET WS-EXTPCS-EOF TO TRUE
    END-READ.

4100-CHECK-EXTRACT-RECORD.
    EVALUATE EXTPCS-RECORD(1:1)
        WHEN 'H'
            MOVE EXTPCS-RECORD TO WS-EXTRACT-HEADER
            PERFORM 4200-START-PIECE
        WHEN 'D'
            MOVE EXTPCS-RECORD TO WS-EXTRACT-DETAIL
            IF WS-PIECE-SLOT > 0
                ADD 1 TO WS-PN-PIECE-COUNT(WS-PIECE-SLOT)
                MOVE XD-RECIP-ID TO WS-RECIP-ID-X
                IF WS-RECIP-ID-X IS NUMERIC
                    ADD WS-RECIP-ID-NUM
                        TO WS-PN-PIECE-HASH(WS-PIECE-SLOT)
                END-IF
            ELSE
                MOVE SPACES TO WS-REPORT-DETAIL
                STRING '** EXTRACT DETAIL OUTSIDE ANY PIECE, RECIPIENT '
                                            DELIMITED BY SIZE
                       XD-RECIP-ID          DELIMITED BY SIZE
                  INTO WS-REPORT-DETAIL
                MOVE 'PARTPIEC' TO WS-ALERT-REASON
                MOVE 12 TO WS-REFUSE-RC
                PERFORM 7900-REFUSE-RELEASE
            END-IF
        WHEN 'T'
            MOVE EXTPCS-RECORD TO WS-EXTRACT-TRAILER
            PERFORM 4300-END-PIECE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 4010-READ-EXTPCS-RECORD.

4200-START-PIECE.
    IF WS-PIECE-SLOT > 0
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
               WS-PN-ID(WS-PIECE-SLOT)   DELIMITED BY SIZE
               ' HAS NO TRAILER'         DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF

    MOVE 0 TO WS-PN-SLOT
    PERFORM 4210-MATCH-PIECE-PARTITION
        VARYING WS-PN-IX FROM 1 BY 1
        UNTIL WS-PN-IX > WS-PN-COUNT OR WS-PN-SLOT > 0
    MOVE WS-PN-SLOT TO WS-PIECE-SLOT

    MOVE SPACES TO WS-REPORT-DETAIL
    EVALUATE TRUE
        WHEN WS-PIECE-SLOT = 0
            STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                   XH-PARTITION-ID       DELIMITED BY SIZE
                   ' WHICH IS NOT ON HWPARTN'
                                         DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN WS-PN-PIECE-SEEN(WS-PIECE-SLOT)
            STRING '** SECOND EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                   XH-PARTITION-ID       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN WS-PIECE-SLOT NOT = WS-NEXT-PIECE
            STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                   XH-PARTITION-ID       DELIMITED BY SIZE
                   ' IS OUT OF PARTITION ORDER'
                                         DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN XH-RUN-DATE NOT = JB-RUN-DATE-DISPLAY
            STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                   XH-PARTITION-ID       DELIMITED BY SIZE
                   ' IS FOR '            DELIMITED BY SIZE
                   XH-RUN-DATE           DELIMITED BY SIZE
                   ' NOT '               DELIMITED BY SIZE
                   JB-RUN-DATE-DISPLAY   DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF WS-REPORT-DETAIL NOT = SPACES
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF

*> A piece is only counted in once, so a repeated piece can't
*> double a partition's totals.
    IF WS-PIECE-SLOT > 0
        IF WS-PN-PIECE-SEEN(WS-PIECE-SLOT)
            MOVE 0 TO WS-PIECE-SLOT
        ELSE
            SET WS-PN-PIECE-SEEN(WS-PIECE-SLOT) TO TRUE
            MOVE 0 TO WS-PN-PIECE-COUNT(WS-PIECE-SLOT)
            MOVE 0 TO WS-PN-PIECE-HASH(WS-PIECE-SLOT)
            COMPUTE WS-NEXT-PIECE = WS-PIECE-SLOT + 1
        END-IF
    END-IF.

4210-MATCH-PIECE-PARTITION.
    IF WS-PN-ID(WS-PN-IX) = XH-PARTITION-ID
        MOVE WS-PN-IX TO WS-PN-SLOT
    END-IF.

4300-END-PIECE.
*> The piece must agree with its own trailer (the whole file
*> arrived) and with its partition's stamp (it is the piece
*> that step reported writing).
    IF WS-PIECE-SLOT = 0
        MOVE '** EXTRACT TRAILER OUTSIDE ANY PIECE'
            TO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        MOVE SPACES TO WS-REPORT-DETAIL
        IF XT-RECORD-COUNT NOT = WS-PN-PIECE-COUNT(WS-PIECE-SLOT)
         OR XT-HASH-TOTAL NOT = WS-PN-PIECE-HASH(WS-PIECE-SLOT)
            STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                   WS-PN-ID(WS-PIECE-SLOT) DELIMITED BY SIZE
                   ' DISAGREES WITH ITS OWN TRAILER'
                                         DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
        ELSE
            IF WS-PN-STAMPED(WS-PIECE-SLOT)
             AND XT-RECORD-COUNT NOT = WS-PN-GREETINGS(WS-PIECE-SLOT)
                STRING '** EXTRACT PIECE FOR PARTITION '
                                         DELIMITED BY SIZE
                       WS-PN-ID(WS-PIECE-SLOT) DELIMITED BY SIZE
                       ' DISAGREES WITH THE PARTITION STAMP COUNT'
                                         DELIMITED BY SIZE
                  INTO WS-REPORT-DETAIL
            END-IF
        END-IF
        IF WS-REPORT-DETAIL NOT = SPACES
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
        ADD WS-PN-PIECE-COUNT(WS-PIECE-SLOT) TO WS-CT-DETAILS-TOTAL
        ADD WS-PN-PIECE-HASH(WS-PIECE-SLOT)  TO WS-CT-HASH-TOTAL
        IF XT-PREV-DELIVERED IS NUMERIC
            ADD XT-PREV-DELIVERED TO WS-CT-PREV-DELIVERED
        END-IF
        MOVE 0 TO WS-PIECE-SLOT
    END-IF.

4400-CHECK-PIECE-PRESENT.
    IF NOT WS-PN-PIECE-SEEN(WS-PN-IX)
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** NO EXTRACT PIECE FOR PARTITION '
                                     DELIMITED BY SIZE
               WS-PN-ID(WS-PN-IX)    DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    END-IF.

4500-CHECK-LETTER-PIECES.
*> One page per greeting, each opening with HelloWorld's page
*> heading, so the pages must add up to the extract details.
    OPEN INPUT LETPCS-FILE
    IF NOT WS-LETPCS-FILE-OK
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** HWLETPCS OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-LETPCS-FILE-STATUS              DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        PERFORM 4510-READ-LETPCS-RECORD
        PERFORM 4520-COUNT-LETTER-PAGE UNTIL WS-LETPCS-EOF
        CLOSE LETPCS-FILE

        IF WS-CT-LETTER-PAGES NOT = WS-CT-DETAILS-TOTAL
            MOVE WS-CT-LETTER-PAGES  TO WS-COUNT-DISP-1
            MOVE WS-CT-DETAILS-TOTAL TO WS-COUNT-DISP-2
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** LETTER PAGES:'    DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
                   ' DISAGREE WITH EXTRACT DETAILS:'
                                         DELIMITED BY SIZE
                   WS-COUNT-DISP-2       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
    END-IF.

4510-READ-LETPCS-RECORD.
    READ LETPCS-FILE
        AT END
            SET WS-LETPCS-EOF TO TRUE
    END-READ.

4520-COUNT-LETTER-PAGE.
    IF LETPCS-RECORD(1:1) = '1'
     AND LETPCS-RECORD(2:26) = WS-LETTER-TITLE
        ADD 1 TO WS-CT-LETTER-PAGES
    END-IF
    PERFORM 4510-READ-LETPCS-RECORD.

4700-CHECK-ROUTE-PIECES.
*> Every partition step writes a routing sheet, even one with
*> no letters, so there is one sheet heading per partition.
    OPEN INPUT RTEPCS-FILE
    IF NOT WS-RTEPCS-FILE-OK
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** HWRTEPCS OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-RTEPCS-FILE-STATUS              DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        PERFORM 4710-READ-RTEPCS-RECORD
        PERFORM 4720-COUNT-ROUTE-SHEET UNTIL WS-RTEPCS-EOF
        CLOSE RTEPCS-FILE

        IF WS-CT-ROUTE-SHEETS NOT = WS-PN-COUNT
            MOVE WS-CT-ROUTE-SHEETS TO WS-COUNT-DISP-1
            MOVE WS-PN-COUNT        TO WS-COUNT-DISP-2
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** ROUTING SHEETS:'  DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
                   ' DISAGREE WITH PARTITIONS:'
                                         DELIMITED BY SIZE
                   WS-COUNT-DISP-2       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
    END-IF.

4710-READ-RTEPCS-RECORD.
    READ RTEPCS-FILE
        AT END
            SET WS-RTEPCS-EOF TO TRUE
    END-READ.

4720-COUNT-ROUTE-SHEET.
    IF RTEPCS-RECORD(1:45) = WS-ROUTE-TITLE
        ADD 1 TO WS-CT-ROUTE-SHEETS
    END-IF
    PERFORM 4710-READ-RTEPCS-RECORD.

4800-CHECK-LEDGER-PIECES.
*> One ledger entry per greeting, so the entries must add up to
*> the extract details; an entry for another business date is a
*> piece left over from an earlier run.
    OPEN INPUT LDGPCS-FILE
    IF NOT WS-LDGPCS-FILE-OK
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '** HWLDGPCS OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-LDGPCS-FILE-STATUS              DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        MOVE 'PARTPIEC' TO WS-ALERT-REASON
        MOVE 12 TO WS-REFUSE-RC
        PERFORM 7900-REFUSE-RELEASE
    ELSE
        PERFORM 4810-READ-LDGPCS-RECORD
        PERFORM 4820-COUNT-LEDGER-ENTRY UNTIL WS-LDGPCS-EOF
        CLOSE LDGPCS-FILE

        IF WS-CT-LEDGER-STALE > 0
            MOVE WS-CT-LEDGER-STALE TO WS-COUNT-DISP-1
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** LEDGER ENTRIES NOT FOR TODAY:'
                                         DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF

        IF WS-CT-LEDGER-ENTRIES NOT = WS-CT-DETAILS-TOTAL
            MOVE WS-CT-LEDGER-ENTRIES TO WS-COUNT-DISP-1
            MOVE WS-CT-DETAILS-TOTAL  TO WS-COUNT-DISP-2
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '** LEDGER ENTRIES:'  DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
                   ' DISAGREE WITH EXTRACT DETAILS:'
                                         DELIMITED BY SIZE
                   WS-COUNT-DISP-2       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            MOVE 'PARTPIEC' TO WS-ALERT-REASON
            MOVE 12 TO WS-REFUSE-RC
            PERFORM 7900-REFUSE-RELEASE
        END-IF
    END-IF.

4810-READ-LDGPCS-RECORD.
    READ LDGPCS-FILE
        AT END
            SET WS-LDGPCS-EOF TO TRUE
    END-READ.

4820-COUNT-LEDGER-ENTRY.
    MOVE LDGPCS-RECORD TO WS-LEDGER-PIECE
    ADD 1 TO WS-CT-LEDGER-ENTRIES
    IF LP-BUSINESS-DATE NOT = JB-RUN-DATE-DISPLAY
        ADD 1 TO WS-CT-LEDGER-STALE
    END-IF
    PERFORM 4810-READ-LDGPCS-RECORD.

5000-REPORT-PARTITIONS.
    IF NOT WS-RELEASE-REFUSED
        MOVE '    ALL CHECKS PASSED' TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    MOVE 'PARTITIONS' TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    PERFORM 5100-REPORT-ONE-PARTITION
        VARYING WS-PN-IX FROM 1 BY 1
        UNTIL WS-PN-IX > WS-PN-COUNT.

5100-REPORT-ONE-PARTITION.
    MOVE WS-PN-NAMES(WS-PN-IX)       TO WS-COUNT-DISP-1
    MOVE WS-PN-GREETINGS(WS-PN-IX)   TO WS-COUNT-DISP-2
    MOVE WS-PN-PIECE-COUNT(WS-PN-IX) TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING '    '                     DELIMITED BY SIZE
           WS-PN-ID(WS-PN-IX)         DELIMITED BY SIZE
           '  DEPTS '                 DELIMITED BY SIZE
           WS-PN-DEPT-LOW(WS-PN-IX)   DELIMITED BY SIZE
           ' THRU '                   DELIMITED BY SIZE
           WS-PN-DEPT-HIGH(WS-PN-IX)  DELIMITED BY SIZE
           '  STAMP '                 DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    IF WS-PN-STAMPED(WS-PN-IX)
        MOVE WS-PN-STATUS(WS-PN-IX) TO WS-REPORT-DETAIL(37:8)
    ELSE
        MOVE 'MISSING' TO WS-REPORT-DETAIL(37:8)
    END-IF
    MOVE '  NAMES:'         TO WS-REPORT-DETAIL(45:8)
    MOVE WS-COUNT-DISP-1    TO WS-REPORT-DETAIL(53:7)
    MOVE '  GREETINGS:'     TO WS-REPORT-DETAIL(60:12)
    MOVE WS-COUNT-DISP-2    TO WS-REPORT-DETAIL(72:7)
    MOVE '  EXTRACT PIECE:' TO WS-REPORT-DETAIL(79:16)
    IF WS-PN-PIECE-SEEN(WS-PN-IX)
        MOVE WS-COUNT-DISP-3 TO WS-REPORT-DETAIL(95:7)
    ELSE
        MOVE ' MISSING'      TO WS-REPORT-DETAIL(95:8)
    END-IF
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

6000-RELEASE-EXTRACT.
*> One header for the merged file, every piece's details in
*> partition order (so still in department order), and one
*> trailer with the combined count, hash total, and previously
*> delivered count.
    OPEN OUTPUT EXTRACT-FILE
    IF NOT WS-EXTRACT-FILE-OK
        DISPLAY 'HWMERGE - HWEXTRCT OPEN FAILED, STATUS '
            WS-EXTRACT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        MOVE JB-JOB-NAME         TO XH-JOB-NAME
        MOVE JB-RUN-DATE-DISPLAY TO XH-RUN-DATE
        MOVE JB-RUN-TIME-DISPLAY TO XH-RUN-TIME
        MOVE SPACES              TO XH-PARTITION-ID
        WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER

        MOVE 'N' TO WS-EXTPCS-EOF-SW
        OPEN INPUT EXTPCS-FILE
        PERFORM 4010-READ-EXTPCS-RECORD
        PERFORM 6100-COPY-EXTRACT-DETAIL UNTIL WS-EXTPCS-EOF
        CLOSE EXTPCS-FILE

        MOVE SPACES TO WS-EXTRACT-TRAILER
        MOVE 'T'                  TO XT-RECORD-TYPE
        MOVE WS-CT-DETAILS-TOTAL  TO XT-RECORD-COUNT
        MOVE WS-CT-HASH-TOTAL     TO XT-HASH-TOTAL
        MOVE WS-CT-PREV-DELIVERED TO XT-PREV-DELIVERED
        WRITE EXTRACT-RECORD FROM WS-EXTRACT-TRAILER

        IF NOT WS-EXTRACT-FILE-OK
            DISPLAY 'HWMERGE - HWEXTRCT WRITE FAILED, STATUS '
                WS-EXTRACT-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE EXTRACT-FILE
    END-IF.

6100-COPY-EXTRACT-DETAIL.
    IF EXTPCS-RECORD(1:1) = 'D'
        WRITE EXTRACT-RECORD FROM EXTPCS-RECORD
        IF NOT WS-EXTRACT-FILE-OK
            DISPLAY 'HWMERGE - HWEXTRCT WRITE FAILED, STATUS '
                WS-EXTRACT-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        ADD 1 TO WS-CT-EXTRACT-WRITTEN
    END-IF
    PERFORM 4010-READ-EXTPCS-RECORD.

6300-RELEASE-LETTERS.
*> Each piece numbers its pages from one; the merged file is
*> numbered straight through, so the print room sees one run.
    OPEN OUTPUT LETTER-FILE
    IF NOT WS-LETTER-FILE-OK
        DISPLAY 'HWMERGE - HWLETTR OPEN FAILED, STATUS '
            WS-LETTER-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        MOVE 'N' TO WS-LETPCS-EOF-SW
        OPEN INPUT LETPCS-FILE
        PERFORM 4510-READ-LETPCS-RECORD
        PERFORM 6400-COPY-LETTER-RECORD UNTIL WS-LETPCS-EOF
        CLOSE LETPCS-FILE
        CLOSE LETTER-FILE
    END-IF.

6400-COPY-LETTER-RECORD.
*> The page number is the last four bytes of HelloWorld's page
*> heading, which is built to a fixed width.
    MOVE LETPCS-RECORD TO LETTER-RECORD
    IF LT-CARRIAGE-CONTROL = '1'
     AND LT-PRINT-LINE(1:26) = WS-LETTER-TITLE
        ADD 1 TO WS-PAGE-NUMBER
        MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISP
        MOVE WS-PAGE-NUMBER-DISP TO LT-PRINT-LINE(72:4)
    END-IF
    WRITE LETTER-RECORD
    IF NOT WS-LETTER-FILE-OK
        DISPLAY 'HWMERGE - HWLETTR WRITE FAILED, STATUS '
            WS-LETTER-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-CT-LETTER-WRITTEN
    PERFORM 4510-READ-LETPCS-RECORD.

6600-RELEASE-ROUTING.
*> One heading for the merged sheet; each piece's own heading
*> and run-date line are dropped and its department lines kept.
    OPEN OUTPUT ROUTE-FILE
    IF NOT WS-ROUTE-FILE-OK
        DISPLAY 'HWMERGE - HWROUTE OPEN FAILED, STATUS '
            WS-ROUTE-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        MOVE WS-ROUTE-TITLE TO ROUTE-RECORD
        WRITE ROUTE-RECORD

        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'RUN DATE '          DELIMITED BY SIZE
               JB-RUN-DATE-DISPLAY  DELIMITED BY SIZE
               '  JOB='             DELIMITED BY SIZE
               JB-JOB-NAME          DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE ROUTE-RECORD FROM WS-REPORT-DETAIL

        MOVE 'N' TO WS-RTEPCS-EOF-SW
        OPEN INPUT RTEPCS-FILE
        PERFORM 4710-READ-RTEPCS-RECORD
        PERFORM 6700-COPY-ROUTE-LINE UNTIL WS-RTEPCS-EOF
        CLOSE RTEPCS-FILE

        IF NOT WS-ROUTE-FILE-OK
            DISPLAY 'HWMERGE - HWROUTE WRITE FAILED, STATUS '
                WS-ROUTE-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE ROUTE-FILE
    END-IF.

6700-COPY-ROUTE-LINE.
    IF RTEPCS-RECORD(1:45) NOT = WS-ROUTE-TITLE
     AND RTEPCS-RECORD(1:9) NOT = 'RUN DATE '
        WRITE ROUTE-RECORD FROM RTEPCS-RECORD
        ADD 1 TO WS-CT-ROUTE-WRITTEN
    END-IF
    PERFORM 4710-READ-RTEPCS-RECORD.

6900-POST-LEDGER.
*> The letters are issued now the merged files are out, so the
*> partitions' entries go on the ledger, created on first use
*> as HelloWorld does.  An entry already on file under the same
*> job and time was posted by an earlier attempt at this step
*> and is left alone, so the step can be rerun; a reprint
*> bumps the entry's reprint count and takes the new job and
*> time.
    OPEN I-O LEDGER-FILE
    IF WS-LEDGER-FILE-NOT-FOUND
        OPEN OUTPUT LEDGER-FILE
        CLOSE LEDGER-FILE
        OPEN I-O LEDGER-FILE
    END-IF
    IF NOT WS-LEDGER-FILE-OK
        DISPLAY 'HWMERGE - HWLEDGR OPEN FAILED, STATUS '
            WS-LEDGER-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
        MOVE 'LEDGER' TO WS-ALERT-REASON
        MOVE 12 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
    ELSE
        MOVE 'N' TO WS-LDGPCS-EOF-SW
        OPEN INPUT LDGPCS-FILE
        PERFORM 4810-READ-LDGPCS-RECORD
        PERFORM 6910-POST-LEDGER-ENTRY UNTIL WS-LDGPCS-EOF
        CLOSE LDGPCS-FILE
        CLOSE LEDGER-FILE
    END-IF.

6910-POST-LEDGER-ENTRY.
    MOVE LDGPCS-RECORD TO WS-LEDGER-PIECE
    IF LP-REPRINT-COUNT NOT NUMERIC
        MOVE 0 TO LP-REPRINT-COUNT
    END-IF
    MOVE LP-KEY TO LD-KEY
    READ LEDGER-FILE
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE TRUE
        WHEN WS-LEDGER-REC-NOT-FOUND
            MOVE WS-LEDGER-PIECE TO LEDGER-RECORD
            MOVE 0 TO LD-REPRINT-COUNT
            WRITE LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-LEDGER-FILE-OK
                ADD 1 TO WS-CT-LEDGER-POSTED
            END-IF
        WHEN NOT WS-LEDGER-FILE-OK
            CONTINUE
        WHEN LD-JOB-NAME = LP-JOB-NAME
         AND LD-ISSUED-TIME = LP-ISSUED-TIME
            ADD 1 TO WS-CT-LEDGER-ON-FILE
        WHEN LP-REPRINT-COUNT > 0
            ADD 1 TO LD-REPRINT-COUNT
            MOVE LP-JOB-NAME    TO LD-JOB-NAME
            MOVE LP-ISSUED-TIME TO LD-ISSUED-TIME
            REWRITE LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-LEDGER-FILE-OK
                ADD 1 TO WS-CT-LEDGER-REPRINTED
            END-IF
        WHEN OTHER
            ADD 1 TO WS-CT-LEDGER-ON-FILE
    END-EVALUATE

    IF NOT WS-LEDGER-FILE-OK
        DISPLAY 'HWMERGE - HWLEDGR POSTING FAILED FOR '
            LP-RECIP-ID ', STATUS ' WS-LEDGER-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    PERFORM 4810-READ-LDGPCS-RECORD.

7000-WRITE-OUTCOME.
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE WS-CT-NAMES-TOTAL     TO WS-COUNT-DISP-1
    MOVE WS-NAMES-EXPECTED     TO WS-COUNT-DISP-2
    MOVE WS-CT-GREETINGS-TOTAL TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'PARTITION NAMES READ:' DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  HWVALID PASSED:'     DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  GREETINGS STAMPED:'  DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:90)

    MOVE WS-CT-DETAILS-TOTAL TO WS-COUNT-DISP-1
    MOVE WS-CT-HASH-TOTAL    TO WS-HASH-DISP
    MOVE WS-CT-LETTER-PAGES  TO WS-COUNT-DISP-2
    MOVE WS-CT-ROUTE-SHEETS  TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'EXTRACT DETAILS:'     DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  HASH TOTAL:'        DELIMITED BY SIZE
           WS-HASH-DISP           DELIMITED BY SIZE
           '  LETTER PAGES:'      DELIMITED BY SIZE
           WS-COUNT-DISP-2        DELIMITED BY SIZE
           '  ROUTING SHEETS:'    DELIMITED BY SIZE
           WS-COUNT-DISP-3        DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:100)

    MOVE SPACES TO WS-REPORT-DETAIL
    IF WS-RELEASE-REFUSED
        MOVE '** MERGE REFUSED - HWLETTR, HWEXTRCT, AND HWROUTE NOT RELEASED **'
            TO WS-REPORT-DETAIL
    ELSE
        MOVE WS-CT-EXTRACT-WRITTEN TO WS-COUNT-DISP-1
        MOVE WS-PAGE-NUMBER        TO WS-COUNT-DISP-2
        MOVE WS-CT-ROUTE-WRITTEN   TO WS-COUNT-DISP-3
        STRING 'RELEASED - HWEXTRCT DETAILS:' DELIMITED BY SIZE
               WS-COUNT-DISP-1                DELIMITED BY SIZE
               '  HWLETTR PAGES:'             DELIMITED BY SIZE
               WS-COUNT-DISP-2                DELIMITED BY SIZE
               '  HWROUTE DEPARTMENT LINES:'  DELIMITED BY SIZE
               WS-COUNT-DISP-3                DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
    END-IF
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:100)

    IF NOT WS-RELEASE-REFUSED
        MOVE WS-CT-LEDGER-POSTED    TO WS-COUNT-DISP-1
        MOVE WS-CT-LEDGER-REPRINTED TO WS-COUNT-DISP-2
        MOVE WS-CT-LEDGER-ON-FILE   TO WS-COUNT-DISP-3
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'HWLEDGR - POSTED:'      DELIMITED BY SIZE
               WS-COUNT-DISP-1          DELIMITED BY SIZE
               '  REPRINTS:'            DELIMITED BY SIZE
               WS-COUNT-DISP-2          DELIMITED BY SIZE
               '  ALREADY ON FILE:'     DELIMITED BY SIZE
               WS-COUNT-DISP-3          DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        DISPLAY WS-REPORT-DETAIL(1:100)
    END-IF

    IF NOT WS-REPORT-FILE-OK
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE REPORT-FILE.

7900-REFUSE-RELEASE.
*> A failed check: the problem line already built in
*> WS-REPORT-DETAIL goes on the report and the console, a page
*> goes out under the check's reason code, and nothing will be
*> released.  The highest return code of the failed checks wins.
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY 'HWMERGE - ' WS-REPORT-DETAIL(1:100)
    MOVE 12 TO WS-ALERT-SEVERITY
    PERFORM 8700-WRITE-ALERT
    SET WS-RELEASE-REFUSED TO TRUE
    IF WS-RETURN-CODE < WS-REFUSE-RC
        MOVE WS-REFUSE-RC TO WS-RETURN-CODE
    END-IF.

8000-WRITE-RUNLOG.
    IF WS-RETURN-CODE-NORMAL
        SET JB-STAT-COMPLETE TO TRUE
    ELSE
        SET JB-STAT-ERROR TO TRUE
    END-IF

    OPEN EXTEND RUNLOG-FILE
    IF WS-RUNLOG-FILE-NOT-FOUND
        OPEN OUTPUT RUNLOG-FILE
    END-IF

    MOVE SPACES              TO RUNLOG-RECORD
    MOVE JB-JOB-NAME         TO RL-JOB-NAME
    MOVE JB-RUN-DATE-DISPLAY TO RL-RUN-DATE
    MOVE JB-RUN-TIME-DISPLAY TO RL-RUN-TIME
    MOVE JB-STATUS           TO RL-STATUS
    WRITE RUNLOG-RECORD

    IF NOT WS-RUNLOG-FILE-OK
        SET JB-STAT-ERROR TO TRUE
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE RUNLOG-FILE.

8200-STAMP-BATCH-CONTROL.
*> The stamp carries the combined greeting count the merged
*> extract holds, and the partitions' names read, the same as
*> a whole-list HELLOWORLD stamp would.
    OPEN EXTEND BCTL-FILE
    IF WS-BCTL-FILE-NOT-FOUND
        OPEN OUTPUT BCTL-FILE
    END-IF

    MOVE SPACES              TO BCTL-RECORD
    MOVE WS-PROGRAM-NAME     TO BC-PROGRAM-NAME
    MOVE JB-RUN-DATE-DISPLAY TO BC-BUSINESS-DATE
    MOVE JB-RUN-TIME-DISPLAY TO BC-RUN-TIME
    MOVE JB-STATUS           TO BC-STATUS
    MOVE WS-CT-EXTRACT-WRITTEN TO BC-OUTPUT-COUNT
    MOVE WS-CT-NAMES-TOTAL   TO BC-INPUT-COUNT
    WRITE BCTL-RECORD

    IF NOT WS-BCTL-FILE-OK
        DISPLAY 'HWMERGE - HWBCTL WRITE FAILED, STATUS '
            WS-BCTL-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE BCTL-FILE.

8700-WRITE-ALERT.
*> Open-write-close per alert so the record is on disk for the
*> notification bridge the moment the check trips, even if the
*> run dies before end-of-job.  A failure writing the alert
*> itself is only DISPLAYed - paging about the pager gets the
*> operator nothing.
    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-NOT-FOUND
        OPEN OUTPUT ALERT-FILE
    END-IF

    MOVE SPACES              TO ALERT-RECORD
    MOVE JB-JOB-NAME         TO AL-JOB-NAME
    MOVE JB-RUN-DATE-DISPLAY TO AL-RUN-DATE
    MOVE JB-RUN-TIME-DISPLAY TO AL-RUN-TIME
    MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY
    MOVE WS-ALERT-REASON     TO AL-REASON-CODE
    WRITE ALERT-RECORD

    IF NOT WS-ALERT-FILE-OK
        DISPLAY 'HWMERGE - HWALERT WRITE FAILED, STATUS '
            WS-ALERT-FILE-STATUS
    END-IF

    CLOSE ALERT-FILE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
