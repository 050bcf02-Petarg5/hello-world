      *> HWERASE - recipient data erasure, with a signed-off erasure
      *> certificate for audit.
      *>
      *> When a recipient's personal data has to be erased, the name
      *> is held in more places than the master: the HWJRNL journal
      *> images, the HWSUSPIN reject suspense file, the HWPENDIN
      *> future-dated transactions, every dated HWMASBKP backup cut
      *> by HWUNLOAD, and the HWEXTRCT copies kept for the data
      *> warehouse.  This utility takes the list of recipient ids to
      *> erase from HWERAIDS (id in columns 1-8, the erasure request
      *> reference in 10-29) and overwrites the name in every record
      *> for those recipients with the fixed redaction value carried
      *> by MR-NAME-ERASED in the HWMASREC copybook.
      *>
      *> The recipient must already have been deleted from HWMASTR
      *> through HWMAINT, so the greeting run no longer picks them
      *> up and the delete's journal before-image is among the
      *> records swept.  The master is checked first, and while any
      *> listed recipient is still on it nothing at all is erased.
      *>
      *> Records are never removed and recipient ids never change,
      *> so every file keeps its record count, each backup's and
      *> extract's trailer count and recipient-id hash total still
      *> agree with its details, and a redacted backup still reloads
      *> through HWRELOAD.  Each trailer is proven against the
      *> details as the file is read and the result shown on the
      *> certificate.
      *>
      *> Every sequential file is copied to the HWERAWRK work file
      *> with the names redacted, and copied back over the original
      *> only if it held anything for the listed recipients; a file
      *> with nothing to erase is left untouched.  Should a copy back
      *> fail part way, the sweep stops at once, with the complete
      *> redacted copy still on HWERAWRK, and the certificate says
      *> which file to restore from it.  The current journal,
      *> suspense, and pending files are reached by their usual DD
      *> names; the dated backups and retained extracts are named on
      *> the HWERAFIL list (type B for an HWMASBKP backup or X for
      *> an HWEXTRCT copy in column 1, the dataset name from column
      *> 3).  A day's HWNAMES and HWLETTR are cut fresh from the
      *> master each night, so with the recipient deleted they drop
      *> off from the next run on.
      *>
      *> Both lists and the master are checked before anything is
      *> changed.  The HWERACRT certificate lists the recipients,
      *> every file examined, and every record changed by record
      *> number and recipient id (never by name), then totals per
      *> recipient and the sign-off block.  The run logs to HWRUNLOG like
      *> every other job, so the audit trail shows the erasure ran.
      *>
      *> Step condition codes: 0 = erasure complete; 4 = complete,
      *> with a warning on the certificate (no HWERAFIL list, an
      *> empty HWERAIDS list, or a retained file that was already
      *> out of balance with its trailer); 8 = a list too long for
      *> its table, nothing erased; 12 = a list or file could not
      *> be read or rewritten, erasure not complete, or a listed
      *> recipient is still on the master, nothing erased.
      *>
      *> Alert reason codes written to HWALERT:
      *>   ERASELST - HWERAIDS or HWERAFIL missing, bad, or too long,
      *>              or a listed recipient still on HWMASTR
      *>   ERASEFIL - a file to be erased could not be read or
      *>              updated
      *>   ERASEWRK - a copy back failed; restore from HWERAWRK
      *>
      *> Modification History
      *>   2026-10-15  INITIAL VERSION (JB)
      *>   2026-10-15  HWMASTR IS NOW ONLY CHECKED, NOT REDACTED - A
      *>               RECIPIENT STILL ON THE MASTER STOPS THE
      *>               ERASURE (RC 12) UNTIL DELETED THROUGH HWMAINT
      *>               (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWERASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ID-FILE ASSIGN TO 'HWERAIDS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ID-FILE-STATUS.

    SELECT RETAIN-LIST-FILE ASSIGN TO 'HWERAFIL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETAIN-LIST-FILE-STATUS.

    SELECT MASTER-FILE ASSIGN TO 'HWMASTR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-RECIP-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT TARGET-FILE ASSIGN USING WS-TARGET-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT WORK-FILE ASSIGN TO 'HWERAWRK'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT CERT-FILE ASSIGN TO 'HWERACRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-FILE-STATUS.

    SELECT ALERT-FILE ASSIGN TO 'HWALERT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Recipients to erase, one per record, with the reference of
*> the erasure request they answer.
FD  ID-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  ID-RECORD.
    05  EI-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  EI-REFERENCE             PIC X(20).
    05  FILLER                   PIC X(51).

*> Dated backups and retained extract copies to sweep, one
*> dataset per record.
FD  RETAIN-LIST-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  RETAIN-LIST-RECORD.
    05  EF-FILE-TYPE             PIC X.
        88  EF-BACKUP                VALUE 'B'.
        88  EF-EXTRACT               VALUE 'X'.
    05  FILLER                   PIC X.
    05  EF-DSN                   PIC X(44).
    05  FILLER                   PIC X(34).

*> Recipient master, read to prove the recipients are gone.
FD  MASTER-FILE.
COPY HWMASREC.

*> The sequential file being erased - whichever entry of the
*> target table is in hand, read through and later rewritten.
*> Sized for the widest of them, the journal record.
FD  TARGET-FILE
    RECORD CONTAINS 213 CHARACTERS.
01  TARGET-RECORD                PIC X(213).

*> Redacted copy of the target file, copied back over it once
*> it is complete.
FD  WORK-FILE
    RECORD CONTAINS 213 CHARACTERS.
01  WORK-RECORD                  PIC X(213).

*> Erasure certificate, formatted for the print room / archive.
FD  CERT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  CERT-RECORD                  PIC X(132).

*> Structured operator alerts polled by the shop's notification
*> bridge.
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
*> writes, so the erasure shows in the shared history.
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

01  WS-ID-FILE-STATUS           PIC XX VALUE SPACES.
    88  WS-ID-FILE-OK               VALUE '00'.

01  WS-RETAIN-LIST-FILE-STATUS  PIC XX VALUE SPACES.
    88  WS-RETAIN-LIST-FILE-OK      VALUE '00'.
    88  WS-RETAIN-LIST-NOT-FOUND    VALUES '05' '35'.

01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-MASTER-FILE-OK           VALUE '00'.

01  WS-TARGET-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-TARGET-FILE-OK           VALUE '00'.
    88  WS-TARGET-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-WORK-FILE-OK             VALUE '00'.

01  WS-CERT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-CERT-FILE-OK             VALUE '00'.

01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-ALERT-FILE-OK            VALUE '00'.
    88  WS-ALERT-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-ID-EOF-SW                PIC X VALUE 'N'.
    88  WS-ID-EOF                   VALUE 'Y'.

01  WS-RETAIN-LIST-EOF-SW       PIC X VALUE 'N'.
    88  WS-RETAIN-LIST-EOF          VALUE 'Y'.

01  WS-TARGET-EOF-SW            PIC X VALUE 'N'.
    88  WS-TARGET-EOF               VALUE 'Y'.

01  WS-WORK-EOF-SW              PIC X VALUE 'N'.
    88  WS-WORK-EOF                 VALUE 'Y'.

*> Set when either list fails its checks; nothing is erased.
01  WS-LIST-BAD-SW              PIC X VALUE 'N'.
    88  WS-LIST-BAD                 VALUE 'Y'.

*> Set when a copy back fails; the sweep stops so HWERAWRK
*> still holds the redacted copy of the file it was restoring.
01  WS-SWEEP-ABORTED-SW         PIC X VALUE 'N'.
    88  WS-SWEEP-ABORTED            VALUE 'Y'.

*> Set when a listed recipient is still on the master, or the
*> master can't be checked; nothing is erased.
01  WS-ERASE-BLOCKED-SW         PIC X VALUE 'N'.
    88  WS-ERASE-BLOCKED            VALUE 'Y'.

*> Sign-off rules on the certificate.
01  WS-SIGNATURE-RULE           PIC X(30) VALUE ALL '_'.
01  WS-DATE-RULE                PIC X(10) VALUE ALL '_'.

*> The redaction value - the same value as MR-NAME-ERASED in
*> the HWMASREC copybook, used here for the name fields of the
*> files that do not carry the master layout.
01  WS-ERASED-NAME              PIC X(30) VALUE '*** ERASED ***'.

*> Recipients to erase, with the count of records changed for
*> each, totalled on the certificate.
01  WS-ERASE-TABLE.
    05  WS-ER-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-ER-ENTRY OCCURS 500 TIMES.
        10  WS-ER-RECIP-ID      PIC X(8).
        10  WS-ER-REFERENCE     PIC X(20).
        10  WS-ER-REDACTED      PIC 9(7) COMP.
01  WS-ER-IX                    PIC S9(4) COMP VALUE 0.
01  WS-ER-SLOT                  PIC S9(4) COMP VALUE 0.

01  WS-ERASE-TABLE-FULL-SW      PIC X VALUE 'N'.
    88  WS-ERASE-TABLE-FULL         VALUE 'Y'.

*> Sequential files to sweep: the current journal, suspense,
*> and pending files first, then each dated backup and retained
*> extract named on HWERAFIL.  A current file that is not there
*> just holds nothing; a listed one must be found.
01  WS-TARGET-TABLE.
    05  WS-TG-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-TG-ENTRY OCCURS 200 TIMES.
        10  WS-TG-CLASS         PIC X.
            88  WS-TG-JOURNAL       VALUE 'J'.
            88  WS-TG-SUSPENSE      VALUE 'S'.
            88  WS-TG-PENDING       VALUE 'P'.
            88  WS-TG-BACKUP        VALUE 'B'.
            88  WS-TG-EXTRACT       VALUE 'X'.
        10  WS-TG-DSN           PIC X(44).
        10  WS-TG-REQUIRED-SW   PIC X.
            88  WS-TG-REQUIRED      VALUE 'Y'.
01  WS-TG-IX                    PIC S9(4) COMP VALUE 0.

01  WS-TARGET-TABLE-FULL-SW     PIC X VALUE 'N'.
    88  WS-TARGET-TABLE-FULL        VALUE 'Y'.

*> Name the target file is opened under, and its class.
01  WS-TARGET-DSN               PIC X(44) VALUE SPACES.
01  WS-TARGET-CLASS             PIC X VALUE SPACES.
    88  WS-TARGET-JOURNAL           VALUE 'J'.
    88  WS-TARGET-SUSPENSE          VALUE 'S'.
    88  WS-TARGET-PENDING           VALUE 'P'.
    88  WS-TARGET-BACKUP            VALUE 'B'.
    88  WS-TARGET-EXTRACT           VALUE 'X'.
01  WS-TARGET-TITLE             PIC X(36) VALUE SPACES.

*> Per-file counts for the certificate.
01  WS-FILE-COUNTS.
    05  WS-FL-RECORDS-READ      PIC 9(7) COMP VALUE 0.
    05  WS-FL-MATCHED           PIC 9(7) COMP VALUE 0.
    05  WS-FL-REDACTED          PIC 9(7) COMP VALUE 0.
    05  WS-FL-WRITTEN-BACK      PIC 9(7) COMP VALUE 0.
    05  WS-FL-DETAIL-COUNT      PIC 9(7) COMP VALUE 0.
    05  WS-FL-HASH-TOTAL        PIC 9(15) COMP VALUE 0.

01  WS-FL-HEADER-SW             PIC X VALUE 'N'.
    88  WS-FL-HEADER-FOUND          VALUE 'Y'.

01  WS-FL-TRAILER-SW            PIC X VALUE 'N'.
    88  WS-FL-TRAILER-FOUND         VALUE 'Y'.

*> Set when the first pass over a file could not finish; the
*> file is then left as it was.
01  WS-FL-FAILED-SW             PIC X VALUE 'N'.
    88  WS-FL-FAILED                VALUE 'Y'.

*> The record in hand and what became of it.
01  WS-TARGET-IMAGE             PIC X(213) VALUE SPACES.
01  WS-RECORD-RECIP-ID          PIC X(8) VALUE SPACES.
01  WS-RECORD-DESC              PIC X(50) VALUE SPACES.

01  WS-NAME-FIELD               PIC X(30) VALUE SPACES.

01  WS-NAME-CHANGED-SW          PIC X VALUE 'N'.
    88  WS-NAME-CHANGED             VALUE 'Y'.

*> Record layouts of the files swept, applied to the record in
*> hand.  The suspense layout is HWSUSP's; a source M item holds
*> an HWTRANS image and a source V item an HWNAMES image.
COPY HWJRNREC.

COPY HWPNDREC.

01  WS-SUSP-RECORD.
    05  SU-SOURCE               PIC X.
    05  FILLER                  PIC X.
    05  SU-REASON-CODE          PIC X(4).
    05  FILLER                  PIC X.
    05  SU-FIRST-DATE           PIC X(10).
    05  FILLER                  PIC X.
    05  SU-RESUBMIT-CNT         PIC 9(3).
    05  FILLER                  PIC X.
    05  SU-RECIP-ID             PIC X(8).
    05  FILLER                  PIC X.
    05  SU-RECORD-IMAGE         PIC X(72).

*> HWTRANS image, as held in the suspense and pending files.
*> An O transaction carries the occasion dates where the name
*> would be, so it has no name to erase.
01  WS-TRANS-IMAGE.
    05  TR-ACTION               PIC X.
    05  FILLER                  PIC X.
    05  TR-RECIP-ID             PIC X(8).
    05  FILLER                  PIC X.
    05  TR-NAME                 PIC X(30).
    05  FILLER                  PIC X(31).

*> HWNAMES image, as held in the suspense file.
COPY HWNAMREC.

*> HWMASBKP and HWEXTRCT details carry the recipient id at the
*> same place; the name follows the master image in a backup
*> and the id in an extract.
01  WS-COPY-DETAIL.
    05  CD-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  CD-RECIP-ID             PIC X(8).
    05  FILLER                  PIC X(203).

01  WS-BACKUP-DETAIL REDEFINES WS-COPY-DETAIL.
    05  FILLER                  PIC X(10).
    05  BD-NAME                 PIC X(30).
    05  FILLER                  PIC X(173).

01  WS-EXTRACT-DETAIL REDEFINES WS-COPY-DETAIL.
    05  FILLER                  PIC X(11).
    05  XD-NAME                 PIC X(30).
    05  FILLER                  PIC X(172).

*> HWMASBKP and HWEXTRCT trailers carry the record count and
*> recipient-id hash total at the same place.
01  WS-FILE-TRAILER.
    05  FT-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  FT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X.
    05  FT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X(188).

01  WS-RECIP-ID-X               PIC X(8) VALUE SPACES.
01  WS-RECIP-ID-NUM REDEFINES WS-RECIP-ID-X
                                PIC 9(8).

01  WS-CONTROL-TOTALS.
    05  WS-CT-FILES-EXAMINED    PIC 9(7) COMP VALUE 0.
    05  WS-CT-FILES-REWRITTEN   PIC 9(7) COMP VALUE 0.
    05  WS-CT-RECORDS-REDACTED  PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.
01  WS-COUNT-DISP-4             PIC ZZZZZZ9.
01  WS-HASH-DISP                PIC Z(14)9.

01  WS-CERT-HEADING              PIC X(132) VALUE
    'HWERASE  -  RECIPIENT DATA ERASURE CERTIFICATE'.

01  WS-CERT-DETAIL               PIC X(132) VALUE SPACES.

01  WS-ALERT-REASON             PIC X(8) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'RECIPIENT DATA ERASURE'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWERASE'.

*> Number of PARM bytes actually moved into JB-JOB-NAME, capped
*> at the field's width so a short PARM doesn't drag in whatever
*> follows it in the linkage area.
01  WS-PARM-MOVE-LEN             PIC S9(4) COMP VALUE 0.

*> ---------------------------------------------------------------
*> Standard shared job-banner fields (run date/time, job name,
*> completion status) - see copybooks/JOBBANR.CPY.
*> ---------------------------------------------------------------
COPY JOBBANR.

*> Step condition code returned to the job scheduler - see the
*> program description above.
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

    PERFORM 2000-LOAD-ERASURE-LIST
    PERFORM 2200-LOAD-RETAINED-LIST

    IF NOT WS-LIST-BAD AND WS-ER-COUNT > 0
        PERFORM 2400-LIST-RECIPIENTS
        PERFORM 3000-CHECK-MASTER
        IF NOT WS-ERASE-BLOCKED
            PERFORM 4000-ERASE-TARGET
                VARYING WS-TG-IX FROM 1 BY 1
                UNTIL WS-TG-IX > WS-TG-COUNT OR WS-SWEEP-ABORTED
        END-IF
    END-IF

    PERFORM 7000-WRITE-SIGN-OFF
    PERFORM 8000-WRITE-RUNLOG
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

*> Without the certificate there is no proof, so nothing is
*> erased.
    OPEN OUTPUT CERT-FILE
    IF NOT WS-CERT-FILE-OK
        DISPLAY 'HWERASE - HWERACRT OPEN FAILED, STATUS '
            WS-CERT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
        PERFORM 8000-WRITE-RUNLOG
        PERFORM 9999-EXIT
    END-IF

    WRITE CERT-RECORD FROM WS-CERT-HEADING
    MOVE SPACES TO WS-CERT-DETAIL
    STRING 'JOB=' DELIMITED BY SIZE
           JB-JOB-NAME          DELIMITED BY SIZE
           '  RUN DATE '        DELIMITED BY SIZE
           JB-RUN-DATE-DISPLAY  DELIMITED BY SIZE
           '  RUN TIME '        DELIMITED BY SIZE
           JB-RUN-TIME-DISPLAY  DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE SPACES TO WS-CERT-DETAIL
    STRING 'NAMES REPLACED BY THE REDACTION VALUE: '
                                DELIMITED BY SIZE
           WS-ERASED-NAME       DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

2000-LOAD-ERASURE-LIST.
    OPEN INPUT ID-FILE
    IF NOT WS-ID-FILE-OK
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** HWERAIDS OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-ID-FILE-STATUS                  DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        PERFORM 2900-LIST-FAILURE
    ELSE
        PERFORM 2010-READ-ID-RECORD
        PERFORM 2020-STORE-ERASE-ENTRY UNTIL WS-ID-EOF
        CLOSE ID-FILE

        IF WS-ERASE-TABLE-FULL
            MOVE SPACES TO WS-CERT-DETAIL
            STRING '** HWERAIDS HAS MORE RECIPIENTS THAN THE '
                                            DELIMITED BY SIZE
                   'TABLE HOLDS - SPLIT THE LIST'
                                            DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            WRITE CERT-RECORD FROM WS-CERT-DETAIL
            DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:80)
            SET WS-LIST-BAD TO TRUE
            MOVE 'ERASELST' TO WS-ALERT-REASON
            PERFORM 8700-WRITE-ALERT
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
        END-IF

        IF WS-ER-COUNT = 0
            MOVE SPACES TO WS-CERT-DETAIL
            WRITE CERT-RECORD FROM WS-CERT-DETAIL
            MOVE '** NO RECIPIENT IDS ON HWERAIDS - NOTHING ERASED'
                TO WS-CERT-DETAIL
            WRITE CERT-RECORD FROM WS-CERT-DETAIL
            DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:60)
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF.

2010-READ-ID-RECORD.
    READ ID-FILE
        AT END
            SET WS-ID-EOF TO TRUE
    END-READ.

2020-STORE-ERASE-ENTRY.
*> Blank records are skipped and a recipient listed twice is
*> erased once.
    IF EI-RECIP-ID NOT = SPACES
        MOVE EI-RECIP-ID TO WS-RECORD-RECIP-ID
        PERFORM 4900-FIND-ERASE-ENTRY
        IF WS-ER-SLOT = 0
            IF WS-ER-COUNT < 500
                ADD 1 TO WS-ER-COUNT
                MOVE EI-RECIP-ID  TO WS-ER-RECIP-ID(WS-ER-COUNT)
                MOVE EI-REFERENCE TO WS-ER-REFERENCE(WS-ER-COUNT)
                MOVE 0            TO WS-ER-REDACTED(WS-ER-COUNT)
            ELSE
                SET WS-ERASE-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    PERFORM 2010-READ-ID-RECORD.

2200-LOAD-RETAINED-LIST.
*> The current files come first, by their usual DD names.
    MOVE 'J'        TO WS-TG-CLASS(1)
    MOVE 'HWJRNL'   TO WS-TG-DSN(1)
    MOVE 'N'        TO WS-TG-REQUIRED-SW(1)
    MOVE 'S'        TO WS-TG-CLASS(2)
    MOVE 'HWSUSPIN' TO WS-TG-DSN(2)
    MOVE 'N'        TO WS-TG-REQUIRED-SW(2)
    MOVE 'P'        TO WS-TG-CLASS(3)
    MOVE 'HWPENDIN' TO WS-TG-DSN(3)
    MOVE 'N'        TO WS-TG-REQUIRED-SW(3)
    MOVE 3          TO WS-TG-COUNT

    OPEN INPUT RETAIN-LIST-FILE
    IF WS-RETAIN-LIST-NOT-FOUND
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** NO HWERAFIL LIST - DATED BACKUPS AND '
                                        DELIMITED BY SIZE
               'RETAINED EXTRACTS NOT SWEPT'
                                        DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:80)
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        IF NOT WS-RETAIN-LIST-FILE-OK
            MOVE SPACES TO WS-CERT-DETAIL
            STRING '** HWERAFIL OPEN FAILED, STATUS '
                                           DELIMITED BY SIZE
                   WS-RETAIN-LIST-FILE-STATUS DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            PERFORM 2900-LIST-FAILURE
        ELSE
            PERFORM 2210-READ-RETAIN-LIST-RECORD
            PERFORM 2220-STORE-TARGET-ENTRY
                UNTIL WS-RETAIN-LIST-EOF
            CLOSE RETAIN-LIST-FILE

            IF WS-TARGET-TABLE-FULL
                MOVE SPACES TO WS-CERT-DETAIL
                STRING '** HWERAFIL HAS MORE FILES THAN THE '
                                                DELIMITED BY SIZE
                       'TABLE HOLDS - SPLIT THE LIST'
                                                DELIMITED BY SIZE
                  INTO WS-CERT-DETAIL
                WRITE CERT-RECORD FROM WS-CERT-DETAIL
                DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:80)
                SET WS-LIST-BAD TO TRUE
                MOVE 'ERASELST' TO WS-ALERT-REASON
                PERFORM 8700-WRITE-ALERT
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

2210-READ-RETAIN-LIST-RECORD.
    READ RETAIN-LIST-FILE
        AT END
            SET WS-RETAIN-LIST-EOF TO TRUE
    END-READ.

2220-STORE-TARGET-ENTRY.
*> A listed file of an unknown type, or with no name, can't be
*> swept, and an erasure that skips a file can't be certified.
    IF RETAIN-LIST-RECORD NOT = SPACES
        IF (EF-BACKUP OR EF-EXTRACT) AND EF-DSN NOT = SPACES
            IF WS-TG-COUNT < 200
                ADD 1 TO WS-TG-COUNT
                MOVE EF-FILE-TYPE TO WS-TG-CLASS(WS-TG-COUNT)
                MOVE EF-DSN       TO WS-TG-DSN(WS-TG-COUNT)
                MOVE 'Y'          TO WS-TG-REQUIRED-SW(WS-TG-COUNT)
            ELSE
                SET WS-TARGET-TABLE-FULL TO TRUE
            END-IF
        ELSE
            MOVE SPACES TO WS-CERT-DETAIL
            STRING '** HWERAFIL ENTRY NOT TYPE B OR X WITH A '
                                        DELIMITED BY SIZE
                   'DATASET NAME: '     DELIMITED BY SIZE
                   RETAIN-LIST-RECORD(1:46) DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            PERFORM 2900-LIST-FAILURE
        END-IF
    END-IF
    PERFORM 2210-READ-RETAIN-LIST-RECORD.

2400-LIST-RECIPIENTS.
    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE 'RECIPIENTS TO BE ERASED' TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    PERFORM 2410-LIST-ONE-RECIPIENT
        VARYING WS-ER-IX FROM 1 BY 1
        UNTIL WS-ER-IX > WS-ER-COUNT.

2410-LIST-ONE-RECIPIENT.
    MOVE SPACES TO WS-CERT-DETAIL
    STRING '    RECIPIENT '           DELIMITED BY SIZE
           WS-ER-RECIP-ID(WS-ER-IX)   DELIMITED BY SIZE
           '  REQUEST REFERENCE '     DELIMITED BY SIZE
           WS-ER-REFERENCE(WS-ER-IX)  DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

2900-LIST-FAILURE.
*> A list that can't be read in full means the erasure can't
*> be shown complete, so nothing is erased.
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:80)
    SET WS-LIST-BAD TO TRUE
    MOVE 'ERASELST' TO WS-ALERT-REASON
    PERFORM 8700-WRITE-ALERT
    MOVE 12 TO WS-RETURN-CODE.

3000-CHECK-MASTER.
*> Read only - the master record must already be gone, deleted
*> through HWMAINT, before any other file is touched.
    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE 'HWMASTR' TO WS-TARGET-DSN
    MOVE 'FILE HWMASTR  -  RECIPIENT MASTER' TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    ADD 1 TO WS-CT-FILES-EXAMINED

    OPEN INPUT MASTER-FILE
    IF NOT WS-MASTER-FILE-OK
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** HWMASTR OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-MASTER-FILE-STATUS             DELIMITED BY SIZE
               ' - RECIPIENTS NOT CHECKED'       DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        PERFORM 4800-FILE-FAILURE
        SET WS-ERASE-BLOCKED TO TRUE
    ELSE
        PERFORM 3100-CHECK-MASTER-RECORD
            VARYING WS-ER-IX FROM 1 BY 1
            UNTIL WS-ER-IX > WS-ER-COUNT
        CLOSE MASTER-FILE
    END-IF

    IF WS-ERASE-BLOCKED
        MOVE SPACES TO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        MOVE '** MASTER CHECK FAILED - NO FILE HAS BEEN ERASED'
            TO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:60)
        MOVE 'ERASELST' TO WS-ALERT-REASON
        PERFORM 8700-WRITE-ALERT
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

3100-CHECK-MASTER-RECORD.
    MOVE SPACES TO WS-CERT-DETAIL
    STRING '    RECORD KEY '          DELIMITED BY SIZE
           WS-ER-RECIP-ID(WS-ER-IX)   DELIMITED BY SIZE
           '  '                       DELIMITED BY SIZE
      INTO WS-CERT-DETAIL

    MOVE WS-ER-RECIP-ID(WS-ER-IX) TO MR-RECIP-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE 'NOT ON MASTER - OK' TO WS-CERT-DETAIL(30:40)
    END-READ

    IF WS-MASTER-FILE-OK
        MOVE 'STILL ON MASTER - DELETE THROUGH HWMAINT FIRST'
            TO WS-CERT-DETAIL(30:50)
        SET WS-ERASE-BLOCKED TO TRUE
    ELSE
        IF WS-MASTER-FILE-STATUS NOT = '23'
            MOVE '** READ FAILED, STATUS ' TO WS-CERT-DETAIL(30:23)
            MOVE WS-MASTER-FILE-STATUS TO WS-CERT-DETAIL(53:2)
            SET WS-ERASE-BLOCKED TO TRUE
        END-IF
    END-IF
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

4000-ERASE-TARGET.
*> First pass: copy the file to HWERAWRK with the names
*> redacted.  Second pass, only if anything was redacted: copy
*> HWERAWRK back over the file.
    MOVE WS-TG-CLASS(WS-TG-IX) TO WS-TARGET-CLASS
    MOVE WS-TG-DSN(WS-TG-IX)   TO WS-TARGET-DSN
    EVALUATE TRUE
        WHEN WS-TARGET-JOURNAL
            MOVE 'MASTER CHANGE JOURNAL' TO WS-TARGET-TITLE
        WHEN WS-TARGET-SUSPENSE
            MOVE 'REJECT SUSPENSE FILE' TO WS-TARGET-TITLE
        WHEN WS-TARGET-PENDING
            MOVE 'PENDING TRANSACTIONS' TO WS-TARGET-TITLE
        WHEN WS-TARGET-BACKUP
            MOVE 'DATED HWMASBKP MASTER BACKUP' TO WS-TARGET-TITLE
        WHEN WS-TARGET-EXTRACT
            MOVE 'RETAINED HWEXTRCT EXTRACT COPY' TO WS-TARGET-TITLE
    END-EVALUATE

    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    STRING 'FILE '           DELIMITED BY SIZE
           WS-TARGET-DSN     DELIMITED BY SPACE
           '  -  '           DELIMITED BY SIZE
           WS-TARGET-TITLE   DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    ADD 1 TO WS-CT-FILES-EXAMINED

    INITIALIZE WS-FILE-COUNTS
    MOVE 'N' TO WS-FL-HEADER-SW
    MOVE 'N' TO WS-FL-TRAILER-SW
    MOVE 'N' TO WS-FL-FAILED-SW
    MOVE 'N' TO WS-TARGET-EOF-SW

    OPEN INPUT TARGET-FILE
    EVALUATE TRUE
        WHEN WS-TARGET-FILE-OK
            PERFORM 4100-REDACT-TO-WORK
        WHEN WS-TARGET-FILE-NOT-FOUND AND NOT WS-TG-REQUIRED(WS-TG-IX)
            MOVE '    NOT PRESENT - NOTHING HELD' TO WS-CERT-DETAIL
            WRITE CERT-RECORD FROM WS-CERT-DETAIL
        WHEN OTHER
            MOVE SPACES TO WS-CERT-DETAIL
            STRING '** OPEN FAILED, STATUS ' DELIMITED BY SIZE
                   WS-TARGET-FILE-STATUS     DELIMITED BY SIZE
                   ' - FILE NOT ERASED'      DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            PERFORM 4800-FILE-FAILURE
    END-EVALUATE.

4100-REDACT-TO-WORK.
    OPEN OUTPUT WORK-FILE
    IF NOT WS-WORK-FILE-OK
        CLOSE TARGET-FILE
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** HWERAWRK OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-WORK-FILE-STATUS                DELIMITED BY SIZE
               ' - SWEEP STOPPED'                 DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        PERFORM 4800-FILE-FAILURE
        SET WS-SWEEP-ABORTED TO TRUE
    ELSE
        PERFORM 4110-READ-TARGET-RECORD
        PERFORM 4200-REDACT-ONE-RECORD
            UNTIL WS-TARGET-EOF OR WS-FL-FAILED
        CLOSE TARGET-FILE
        CLOSE WORK-FILE

        IF NOT WS-FL-FAILED
            MOVE WS-FL-RECORDS-READ TO WS-COUNT-DISP-1
            MOVE WS-FL-MATCHED      TO WS-COUNT-DISP-2
            MOVE WS-FL-REDACTED     TO WS-COUNT-DISP-3
            MOVE SPACES TO WS-CERT-DETAIL
            STRING '    RECORDS READ:'       DELIMITED BY SIZE
                   WS-COUNT-DISP-1           DELIMITED BY SIZE
                   '  FOR LISTED RECIPIENTS:' DELIMITED BY SIZE
                   WS-COUNT-DISP-2           DELIMITED BY SIZE
                   '  REDACTED:'             DELIMITED BY SIZE
                   WS-COUNT-DISP-3           DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            WRITE CERT-RECORD FROM WS-CERT-DETAIL

            IF WS-TARGET-BACKUP OR WS-TARGET-EXTRACT
                PERFORM 4400-PROVE-TRAILER
            END-IF

            IF WS-FL-REDACTED > 0
                PERFORM 4500-COPY-BACK
            ELSE
                MOVE '    NOTHING TO REDACT - FILE NOT REWRITTEN'
                    TO WS-CERT-DETAIL
                WRITE CERT-RECORD FROM WS-CERT-DETAIL
            END-IF
        END-IF
    END-IF.

4110-READ-TARGET-RECORD.
    READ TARGET-FILE
        AT END
            SET WS-TARGET-EOF TO TRUE
    END-READ.

4200-REDACT-ONE-RECORD.
    ADD 1 TO WS-FL-RECORDS-READ
    MOVE TARGET-RECORD TO WS-TARGET-IMAGE
    MOVE SPACES TO WS-RECORD-RECIP-ID
    MOVE SPACES TO WS-RECORD-DESC
    MOVE 'N' TO WS-NAME-CHANGED-SW
    MOVE 0 TO WS-ER-SLOT

    EVALUATE TRUE
        WHEN WS-TARGET-JOURNAL
            PERFORM 4210-REDACT-JOURNAL
        WHEN WS-TARGET-SUSPENSE
            PERFORM 4220-REDACT-SUSPENSE
        WHEN WS-TARGET-PENDING
            PERFORM 4230-REDACT-PENDING
        WHEN OTHER
            PERFORM 4240-REDACT-COPY-DETAIL
    END-EVALUATE

    IF WS-ER-SLOT > 0
        PERFORM 4300-LIST-RECORD
    END-IF

    WRITE WORK-RECORD FROM WS-TARGET-IMAGE
    IF NOT WS-WORK-FILE-OK
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** HWERAWRK WRITE FAILED, STATUS ' DELIMITED BY SIZE
               WS-WORK-FILE-STATUS                 DELIMITED BY SIZE
               ' - FILE NOT ERASED'                DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        PERFORM 4800-FILE-FAILURE
    END-IF
    PERFORM 4110-READ-TARGET-RECORD.

4210-REDACT-JOURNAL.
*> The name is in both master images; an add has no before
*> image and a delete no after image.
    MOVE WS-TARGET-IMAGE TO JOURNAL-RECORD
    MOVE JR-RECIP-ID TO WS-RECORD-RECIP-ID
    PERFORM 4900-FIND-ERASE-ENTRY
    IF WS-ER-SLOT > 0
        MOVE JR-BEFORE-IMAGE(9:30) TO WS-NAME-FIELD
        PERFORM 4600-REDACT-NAME
        MOVE WS-NAME-FIELD TO JR-BEFORE-IMAGE(9:30)
        MOVE JR-AFTER-IMAGE(9:30) TO WS-NAME-FIELD
        PERFORM 4600-REDACT-NAME
        MOVE WS-NAME-FIELD TO JR-AFTER-IMAGE(9:30)
        MOVE JOURNAL-RECORD TO WS-TARGET-IMAGE
        MOVE SPACES TO WS-RECORD-DESC
        STRING 'JOURNAL '     DELIMITED BY SIZE
               JR-RUN-DATE    DELIMITED BY SIZE
               ' ACTION '     DELIMITED BY SIZE
               JR-ACTION      DELIMITED BY SIZE
          INTO WS-RECORD-DESC
    END-IF.

4220-REDACT-SUSPENSE.
    MOVE WS-TARGET-IMAGE TO WS-SUSP-RECORD
    MOVE SU-RECIP-ID TO WS-RECORD-RECIP-ID
    PERFORM 4900-FIND-ERASE-ENTRY
    IF WS-ER-SLOT > 0
        IF SU-SOURCE = 'V'
            MOVE SU-RECORD-IMAGE TO NAME-RECORD
            MOVE NR-NAME TO WS-NAME-FIELD
            PERFORM 4600-REDACT-NAME
            MOVE WS-NAME-FIELD TO NR-NAME
            MOVE NAME-RECORD TO SU-RECORD-IMAGE
        ELSE
            MOVE SU-RECORD-IMAGE TO WS-TRANS-IMAGE
            IF TR-ACTION NOT = 'O'
                MOVE TR-NAME TO WS-NAME-FIELD
                PERFORM 4600-REDACT-NAME
                MOVE WS-NAME-FIELD TO TR-NAME
                MOVE WS-TRANS-IMAGE TO SU-RECORD-IMAGE
            END-IF
        END-IF
        MOVE WS-SUSP-RECORD TO WS-TARGET-IMAGE
        STRING 'SUSPENSE SOURCE ' DELIMITED BY SIZE
               SU-SOURCE          DELIMITED BY SIZE
               ' REASON '         DELIMITED BY SIZE
               SU-REASON-CODE     DELIMITED BY SIZE
               ' SINCE '          DELIMITED BY SIZE
               SU-FIRST-DATE      DELIMITED BY SIZE
          INTO WS-RECORD-DESC
    END-IF.

4230-REDACT-PENDING.
    MOVE WS-TARGET-IMAGE TO PENDING-RECORD
    MOVE PD-TRANS-IMAGE TO WS-TRANS-IMAGE
    MOVE TR-RECIP-ID TO WS-RECORD-RECIP-ID
    PERFORM 4900-FIND-ERASE-ENTRY
    IF WS-ER-SLOT > 0
        IF TR-ACTION NOT = 'O'
            MOVE TR-NAME TO WS-NAME-FIELD
            PERFORM 4600-REDACT-NAME
            MOVE WS-NAME-FIELD TO TR-NAME
            MOVE WS-TRANS-IMAGE TO PD-TRANS-IMAGE
            MOVE PENDING-RECORD TO WS-TARGET-IMAGE
        END-IF
        STRING 'PENDING ACTION '  DELIMITED BY SIZE
               TR-ACTION          DELIMITED BY SIZE
               ' EFFECTIVE '      DELIMITED BY SIZE
               PD-EFF-DATE        DELIMITED BY SIZE
          INTO WS-RECORD-DESC
    END-IF.

4240-REDACT-COPY-DETAIL.
*> Backups and extracts: the details are counted and hashed as
*> they pass, and the header and trailer kept for the proof.
    MOVE WS-TARGET-IMAGE TO WS-COPY-DETAIL
    EVALUATE CD-RECORD-TYPE
        WHEN 'H'
            SET WS-FL-HEADER-FOUND TO TRUE
        WHEN 'T'
            SET WS-FL-TRAILER-FOUND TO TRUE
            MOVE WS-TARGET-IMAGE TO WS-FILE-TRAILER
        WHEN 'D'
            ADD 1 TO WS-FL-DETAIL-COUNT
            MOVE CD-RECIP-ID TO WS-RECIP-ID-X
            IF WS-RECIP-ID-X IS NUMERIC
                ADD WS-RECIP-ID-NUM TO WS-FL-HASH-TOTAL
            END-IF
            MOVE CD-RECIP-ID TO WS-RECORD-RECIP-ID
            PERFORM 4900-FIND-ERASE-ENTRY
            IF WS-ER-SLOT > 0
                IF WS-TARGET-BACKUP
                    MOVE BD-NAME TO WS-NAME-FIELD
                    PERFORM 4600-REDACT-NAME
                    MOVE WS-NAME-FIELD TO BD-NAME
                    MOVE 'BACKUP DETAIL' TO WS-RECORD-DESC
                ELSE
                    MOVE XD-NAME TO WS-NAME-FIELD
                    PERFORM 4600-REDACT-NAME
                    MOVE WS-NAME-FIELD TO XD-NAME
                    MOVE 'EXTRACT DETAIL' TO WS-RECORD-DESC
                END-IF
                MOVE WS-COPY-DETAIL TO WS-TARGET-IMAGE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4300-LIST-RECORD.
*> Every record held for a listed recipient goes on the
*> certificate, whether its name was redacted now or was
*> already gone.
    ADD 1 TO WS-FL-MATCHED
    MOVE WS-FL-RECORDS-READ TO WS-COUNT-DISP-1
    MOVE SPACES TO WS-CERT-DETAIL
    STRING '    RECORD '          DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  RECIPIENT '         DELIMITED BY SIZE
           WS-RECORD-RECIP-ID     DELIMITED BY SIZE
           '  '                   DELIMITED BY SIZE
           WS-RECORD-DESC         DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    IF WS-NAME-CHANGED
        MOVE 'NAME REDACTED' TO WS-CERT-DETAIL(90:40)
        ADD 1 TO WS-FL-REDACTED
        ADD 1 TO WS-CT-RECORDS-REDACTED
        ADD 1 TO WS-ER-REDACTED(WS-ER-SLOT)
    ELSE
        MOVE 'NO NAME LEFT TO REDACT' TO WS-CERT-DETAIL(90:40)
    END-IF
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

4400-PROVE-TRAILER.
*> Ids are never changed, so the trailer that agreed with the
*> details before the erasure agrees with them after it.  A
*> file already out of balance is still erased, but flagged.
    MOVE SPACES TO WS-CERT-DETAIL
    IF NOT WS-FL-HEADER-FOUND OR NOT WS-FL-TRAILER-FOUND
        STRING '** HEADER OR TRAILER MISSING - '
                                        DELIMITED BY SIZE
               'FILE WAS ALREADY INCOMPLETE'
                                        DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE FT-RECORD-COUNT TO WS-COUNT-DISP-1
        MOVE FT-HASH-TOTAL   TO WS-HASH-DISP
        IF FT-RECORD-COUNT = WS-FL-DETAIL-COUNT
         AND FT-HASH-TOTAL = WS-FL-HASH-TOTAL
            STRING '    TRAILER COUNT:'  DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
                   '  HASH TOTAL:'       DELIMITED BY SIZE
                   WS-HASH-DISP          DELIMITED BY SIZE
                   '  RECONCILES WITH THE DETAILS'
                                         DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
        ELSE
            STRING '** TRAILER COUNT:'   DELIMITED BY SIZE
                   WS-COUNT-DISP-1       DELIMITED BY SIZE
                   '  HASH TOTAL:'       DELIMITED BY SIZE
                   WS-HASH-DISP          DELIMITED BY SIZE
                   '  DID NOT RECONCILE BEFORE ERASURE'
                                         DELIMITED BY SIZE
              INTO WS-CERT-DETAIL
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

4500-COPY-BACK.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-FILE-OK
        OPEN OUTPUT TARGET-FILE
        IF WS-TARGET-FILE-OK
            PERFORM 4510-READ-WORK-RECORD
            PERFORM 4520-COPY-BACK-RECORD
                UNTIL WS-WORK-EOF OR NOT WS-TARGET-FILE-OK
            CLOSE TARGET-FILE
        END-IF
        CLOSE WORK-FILE
    END-IF

    IF WS-FL-WRITTEN-BACK = WS-FL-RECORDS-READ
        ADD 1 TO WS-CT-FILES-REWRITTEN
        MOVE WS-FL-WRITTEN-BACK TO WS-COUNT-DISP-1
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '    RECORDS WRITTEN BACK:' DELIMITED BY SIZE
               WS-COUNT-DISP-1             DELIMITED BY SIZE
               '  RECORD COUNT UNCHANGED'  DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
    ELSE
        MOVE SPACES TO WS-CERT-DETAIL
        STRING '** COPY BACK FAILED - RESTORE '  DELIMITED BY SIZE
               WS-TARGET-DSN                     DELIMITED BY SPACE
               ' FROM HWERAWRK, WHICH HOLDS THE COMPLETE REDACTED FILE'
                                                 DELIMITED BY SIZE
          INTO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:100)
        SET WS-SWEEP-ABORTED TO TRUE
        MOVE 'ERASEWRK' TO WS-ALERT-REASON
        PERFORM 8700-WRITE-ALERT
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

4510-READ-WORK-RECORD.
    READ WORK-FILE
        AT END
            SET WS-WORK-EOF TO TRUE
    END-READ.

4520-COPY-BACK-RECORD.
    WRITE TARGET-RECORD FROM WORK-RECORD
    IF WS-TARGET-FILE-OK
        ADD 1 TO WS-FL-WRITTEN-BACK
        PERFORM 4510-READ-WORK-RECORD
    END-IF.

4600-REDACT-NAME.
*> A name already redacted, or never held, is left alone.
    IF WS-NAME-FIELD NOT = SPACES
     AND WS-NAME-FIELD NOT = WS-ERASED-NAME
        MOVE WS-ERASED-NAME TO WS-NAME-FIELD
        SET WS-NAME-CHANGED TO TRUE
    END-IF.

4800-FILE-FAILURE.
*> A file that couldn't be read or updated leaves the erasure
*> incomplete; the failure goes on the certificate and the
*> sweep carries on with the other files.
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    DISPLAY 'HWERASE - ' WS-TARGET-DSN ' ' WS-CERT-DETAIL(1:60)
    SET WS-FL-FAILED TO TRUE
    MOVE 'ERASEFIL' TO WS-ALERT-REASON
    PERFORM 8700-WRITE-ALERT
    MOVE 12 TO WS-RETURN-CODE.

4900-FIND-ERASE-ENTRY.
    MOVE 0 TO WS-ER-SLOT
    PERFORM 4910-MATCH-ERASE-ENTRY
        VARYING WS-ER-IX FROM 1 BY 1
        UNTIL WS-ER-IX > WS-ER-COUNT OR WS-ER-SLOT > 0.

4910-MATCH-ERASE-ENTRY.
    IF WS-ER-RECIP-ID(WS-ER-IX) = WS-RECORD-RECIP-ID
        MOVE WS-ER-IX TO WS-ER-SLOT
    END-IF.

7000-WRITE-SIGN-OFF.
    IF NOT WS-LIST-BAD AND NOT WS-ERASE-BLOCKED AND WS-ER-COUNT > 0
        MOVE SPACES TO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        MOVE 'RECORDS REDACTED BY RECIPIENT' TO WS-CERT-DETAIL
        WRITE CERT-RECORD FROM WS-CERT-DETAIL
        PERFORM 7100-TOTAL-ONE-RECIPIENT
            VARYING WS-ER-IX FROM 1 BY 1
            UNTIL WS-ER-IX > WS-ER-COUNT
    END-IF

    MOVE WS-ER-COUNT             TO WS-COUNT-DISP-1
    MOVE WS-CT-FILES-EXAMINED    TO WS-COUNT-DISP-2
    MOVE WS-CT-FILES-REWRITTEN   TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE WS-CT-RECORDS-REDACTED  TO WS-COUNT-DISP-4
    STRING 'RECIPIENTS:'          DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  FILES EXAMINED:'    DELIMITED BY SIZE
           WS-COUNT-DISP-2        DELIMITED BY SIZE
           '  FILES UPDATED:'     DELIMITED BY SIZE
           WS-COUNT-DISP-3        DELIMITED BY SIZE
           '  RECORDS REDACTED:'  DELIMITED BY SIZE
           WS-COUNT-DISP-4        DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    DISPLAY WS-CERT-DETAIL(1:100)

*> Only a clean or warning-only run is fit to be signed.
    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    IF WS-RETURN-CODE < 8
        MOVE 'ERASURE COMPLETE FOR EVERY FILE LISTED ABOVE'
            TO WS-CERT-DETAIL
    ELSE
        MOVE '** ERASURE NOT COMPLETE - SEE ABOVE - DO NOT SIGN OFF **'
            TO WS-CERT-DETAIL
    END-IF
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    DISPLAY 'HWERASE - ' WS-CERT-DETAIL(1:60)

    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    STRING 'ERASURE CARRIED OUT BY  ' DELIMITED BY SIZE
           WS-SIGNATURE-RULE          DELIMITED BY SIZE
           '  DATE  '                 DELIMITED BY SIZE
           WS-DATE-RULE               DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE '                        OPERATIONS'
        TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE SPACES TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    STRING 'CERTIFIED BY            ' DELIMITED BY SIZE
           WS-SIGNATURE-RULE          DELIMITED BY SIZE
           '  DATE  '                 DELIMITED BY SIZE
           WS-DATE-RULE               DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL
    MOVE '                        DATA PROTECTION OFFICER'
        TO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL

    IF NOT WS-CERT-FILE-OK
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE CERT-FILE.

7100-TOTAL-ONE-RECIPIENT.
    MOVE WS-ER-REDACTED(WS-ER-IX) TO WS-COUNT-DISP-1
    MOVE SPACES TO WS-CERT-DETAIL
    STRING '    RECIPIENT '           DELIMITED BY SIZE
           WS-ER-RECIP-ID(WS-ER-IX)   DELIMITED BY SIZE
           '  REQUEST REFERENCE '     DELIMITED BY SIZE
           WS-ER-REFERENCE(WS-ER-IX)  DELIMITED BY SIZE
           '  RECORDS REDACTED:'      DELIMITED BY SIZE
           WS-COUNT-DISP-1            DELIMITED BY SIZE
      INTO WS-CERT-DETAIL
    WRITE CERT-RECORD FROM WS-CERT-DETAIL.

8000-WRITE-RUNLOG.
*> Warnings (RC 4) still mean every file listed was erased, so
*> the run logs COMPLETE; anything that left the erasure
*> undone logs ERROR.
    IF WS-RETURN-CODE < 8
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

8700-WRITE-ALERT.
*> Open-write-close per alert so the record is on disk for the
*> notification bridge the moment the failure is seen.  A
*> failure writing the alert itself is only DISPLAYed.
    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-NOT-FOUND
        OPEN OUTPUT ALERT-FILE
    END-IF

    MOVE SPACES              TO ALERT-RECORD
    MOVE JB-JOB-NAME         TO AL-JOB-NAME
    MOVE JB-RUN-DATE-DISPLAY TO AL-RUN-DATE
    MOVE JB-RUN-TIME-DISPLAY TO AL-RUN-TIME
    MOVE 12                  TO AL-SEVERITY
    MOVE WS-ALERT-REASON     TO AL-REASON-CODE
    WRITE ALERT-RECORD

    IF NOT WS-ALERT-FILE-OK
        DISPLAY 'HWERASE - HWALERT WRITE FAILED, STATUS '
            WS-ALERT-FILE-STATUS
    END-IF

    CLOSE ALERT-FILE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
