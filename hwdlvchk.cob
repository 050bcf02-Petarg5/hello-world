      *> HWDLVCHK - mail room delivery confirmation check for the
      *> letters cut by the previous greeting run.
      *>
      *> HWROUTE tells the mail room where each department's letters
      *> go, but nothing came back: letters to people who had left
      *> or moved were thrown away and the recipients stayed active
      *> on HWMASTR for good.  The mail room now returns a daily
      *> confirmation file on HWDLVCNF with one record per recipient
      *> and a result code (D delivered, U undeliverable, R
      *> refused).  This program matches it against the detail
      *> records of the previous day's HWEXTRCT (the retained copy,
      *> on HWEXTPRV, since tonight's run cuts a new HWEXTRCT) and:
      *>
      *>   - reports, department by department, the letters that
      *>     were sent but never confirmed, on HWDLVRPT;
      *>   - raises an HWALERT record for each department that had
      *>     letters on the extract but no confirmation at all -
      *>     a whole mail stop missing from the feed;
      *>   - keeps a carried-forward list of recipients who came
      *>     back undeliverable (HWUNDIN in, HWUNDOUT out - the
      *>     job's final step swaps HWUNDOUT in as tomorrow's
      *>     HWUNDIN, the same swap pattern HWSUSP uses), and when
      *>     a recipient comes back undeliverable on consecutive
      *>     runs writes an S (suspend) transaction to HWTRDLV for
      *>     the next HWTEDIT/HWMAINT run.  A delivered or refused
      *>     letter, or no undeliverable today, breaks the run of
      *>     returns and drops the recipient from the list.
      *>
      *> HWTRDLV is this program's own transaction file, cut fresh
      *> every run (empty when nobody is suspended), and the
      *> maintenance job's JCL concatenates it ahead of HWTRANS the
      *> way it does HWSUSP's HWTRCYC.  The list owners' HWTRANS is
      *> never written here, so a late delivery of their file
      *> cannot lose a suspension, and a rerun replaces the day's
      *> suspensions rather than adding a second copy.
      *>
      *> A refused letter reached the person, so it is reported but
      *> never suspends anyone.  Confirmations dated for some other
      *> business date than the extract, carrying an unknown result
      *> code, or for a recipient not on the extract are counted
      *> and reported, not matched.
      *>
      *> Alert reason codes written to HWALERT:
      *>   DLVNODPT - a department on the extract has no
      *>              confirmations on HWDLVCNF
      *>   DLVNOFED - no confirmation feed at all for the extract
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  WITH NO CONFIRMATIONS FOR THE DAY, HWUNDIN IS
      *>               NOW CARRIED TO HWUNDOUT UNCHANGED INSTEAD OF
      *>               THE WATCH LIST BEING EMPTIED AT THE SWAP (JB)
      *>   2026-10-15  SUSPENSIONS NOW WRITTEN TO HWTRDLV, CUT FRESH
      *>               EACH RUN AND CONCATENATED AHEAD OF HWTRANS,
      *>               INSTEAD OF BEING APPENDED TO HWTRANS (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWDLVCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO 'HWEXTPRV'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT CONFIRM-FILE ASSIGN TO 'HWDLVCNF'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIRM-FILE-STATUS.

    SELECT UNDIN-FILE ASSIGN TO 'HWUNDIN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNDIN-FILE-STATUS.

    SELECT UNDOUT-FILE ASSIGN TO 'HWUNDOUT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNDOUT-FILE-STATUS.

    SELECT TRDLV-FILE ASSIGN TO 'HWTRDLV'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRDLV-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWDLVRPT'
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

*> The previous day's warehouse interface file - header, one
*> detail per letter issued (in department order, as HelloWorld
*> sorts them), and trailer.
FD  EXTRACT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXTRACT-RECORD               PIC X(80).

*> Daily confirmation feed returned by the mail room: the
*> business date of the letter, the recipient, the department
*> it was routed to, and the result.
FD  CONFIRM-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  CONFIRM-RECORD.
    05  MC-BUSINESS-DATE         PIC X(10).
    05  FILLER                   PIC X.
    05  MC-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  MC-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  MC-RESULT-CODE           PIC X.
        88  MC-DELIVERED             VALUE 'D'.
        88  MC-UNDELIVERABLE         VALUE 'U'.
        88  MC-REFUSED               VALUE 'R'.
        88  MC-RESULT-VALID          VALUES 'D' 'U' 'R'.
    05  FILLER                   PIC X(54).

*> Undeliverable list carried forward from the last run: who
*> came back undeliverable, since when, and on how many runs
*> in a row.
FD  UNDIN-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  UNDIN-RECORD.
    05  UI-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  UI-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  UI-FIRST-DATE            PIC X(10).
    05  FILLER                   PIC X.
    05  UI-RUN-COUNT             PIC 9(3).
    05  FILLER                   PIC X(12).

*> Today's undeliverable list, swapped in as tomorrow's HWUNDIN
*> by the job's final step.
FD  UNDOUT-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  UNDOUT-RECORD                PIC X(40).

*> Suspensions raised here as HWTRANS transactions, concatenated
*> ahead of the next day's HWTRANS by the maintenance job's JCL.
FD  TRDLV-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  TRDLV-RECORD.
    05  TR-ACTION                PIC X.
    05  FILLER                   PIC X.
    05  TR-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  TR-NAME                  PIC X(30).
    05  FILLER                   PIC X.
    05  TR-LANG-CODE             PIC X(3).
    05  FILLER                   PIC X.
    05  TR-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  TR-EFF-FROM              PIC X(10).
    05  FILLER                   PIC X.
    05  TR-EFF-THRU              PIC X(10).

*> Confirmation report for the mail room and the list owners.
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
*> writes, so HWDLVCHK runs show up in the shared history.
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

01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
    88  WS-EXTRACT-FILE-OK          VALUE '00'.

01  WS-CONFIRM-FILE-STATUS      PIC XX VALUE SPACES.
    88  WS-CONFIRM-FILE-OK          VALUE '00'.
    88  WS-CONFIRM-FILE-NOT-FOUND   VALUES '05' '35'.

01  WS-UNDIN-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-UNDIN-FILE-OK            VALUE '00'.
    88  WS-UNDIN-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-UNDOUT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-UNDOUT-FILE-OK           VALUE '00'.

01  WS-TRDLV-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-TRDLV-FILE-OK            VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-ALERT-FILE-OK            VALUE '00'.
    88  WS-ALERT-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-EXTRACT-EOF-SW           PIC X VALUE 'N'.
    88  WS-EXTRACT-EOF              VALUE 'Y'.

01  WS-CONFIRM-EOF-SW           PIC X VALUE 'N'.
    88  WS-CONFIRM-EOF              VALUE 'Y'.

01  WS-UNDIN-EOF-SW             PIC X VALUE 'N'.
    88  WS-UNDIN-EOF                VALUE 'Y'.

*> Set once HWTRDLV is open, so the end of the run knows to
*> close it.
01  WS-TRDLV-OPEN-SW            PIC X VALUE 'N'.
    88  WS-TRDLV-OPEN               VALUE 'Y'.

*> Which check tripped, carried on the HWALERT record so the
*> on-call page says what actually failed.
01  WS-ALERT-REASON             PIC X(8) VALUE SPACES.

01  WS-ALERT-SEVERITY           PIC 9(2) VALUE 0.

*> Reader-side images of the HWEXTRCT header, detail, and
*> trailer, the same layouts HelloWorld writes.
01  WS-EXTRACT-HEADER.
    05  XH-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  XH-JOB-NAME             PIC X(8).
    05  FILLER                  PIC X.
    05  XH-RUN-DATE             PIC X(10).
    05  FILLER                  PIC X.
    05  XH-RUN-TIME             PIC X(8).
    05  FILLER                  PIC X(50).

01  WS-EXTRACT-DETAIL.
    05  XD-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  XD-RECIP-ID             PIC X(8).
    05  FILLER                  PIC X.
    05  XD-NAME                 PIC X(30).
    05  FILLER                  PIC X.
    05  XD-LANG-CODE            PIC X(3).
    05  FILLER                  PIC X.
    05  XD-DEPT-CODE            PIC X(4).
    05  FILLER                  PIC X.
    05  XD-OCCASION-TYPE        PIC X.
    05  FILLER                  PIC X.
    05  XD-SERVICE-YEARS        PIC 9(2).
    05  FILLER                  PIC X(25).

01  WS-HEADER-FOUND-SW          PIC X VALUE 'N'.
    88  WS-HEADER-FOUND             VALUE 'Y'.

01  WS-TRAILER-FOUND-SW         PIC X VALUE 'N'.
    88  WS-TRAILER-FOUND            VALUE 'Y'.

*> Confirmations for the extract's business date, held so each
*> letter on the extract can be looked up.  A recipient greeted
*> for two occasions on one day has two letters and one
*> confirmation, so one entry may match more than one detail.
01  WS-CONFIRM-TABLE.
    05  WS-CF-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-CF-ENTRY OCCURS 5000 TIMES.
        10  WS-CF-RECIP-ID      PIC X(8).
        10  WS-CF-DEPT-CODE     PIC X(4).
        10  WS-CF-RESULT-CODE   PIC X.
        10  WS-CF-MATCHED-SW    PIC X.
            88  WS-CF-MATCHED       VALUE 'Y'.
01  WS-CF-IX                    PIC S9(4) COMP VALUE 0.
01  WS-CF-SLOT                  PIC S9(4) COMP VALUE 0.

01  WS-CONFIRM-TABLE-FULL-SW    PIC X VALUE 'N'.
    88  WS-CONFIRM-TABLE-FULL       VALUE 'Y'.

*> Undeliverable list brought forward from HWUNDIN.
01  WS-UNDELIV-TABLE.
    05  WS-UD-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-UD-ENTRY OCCURS 2000 TIMES.
        10  WS-UD-RECIP-ID      PIC X(8).
        10  WS-UD-FIRST-DATE    PIC X(10).
        10  WS-UD-RUN-COUNT     PIC 9(3).
01  WS-UD-IX                    PIC S9(4) COMP VALUE 0.
01  WS-UD-SLOT                  PIC S9(4) COMP VALUE 0.

01  WS-UNDELIV-TABLE-FULL-SW    PIC X VALUE 'N'.
    88  WS-UNDELIV-TABLE-FULL       VALUE 'Y'.

*> Consecutive undeliverable runs that trigger a suspension.
01  WS-SUSPEND-THRESHOLD        PIC 9(3) VALUE 2.

*> Department currently being reported, with its letter counts.
01  WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.
01  WS-FIRST-DETAIL-SW          PIC X VALUE 'Y'.
    88  WS-FIRST-DETAIL             VALUE 'Y'.

01  WS-DEPT-COUNTS.
    05  WS-DC-SENT              PIC 9(7) COMP VALUE 0.
    05  WS-DC-DELIVERED         PIC 9(7) COMP VALUE 0.
    05  WS-DC-UNDELIVERABLE     PIC 9(7) COMP VALUE 0.
    05  WS-DC-REFUSED           PIC 9(7) COMP VALUE 0.
    05  WS-DC-UNCONFIRMED       PIC 9(7) COMP VALUE 0.

01  WS-CONTROL-TOTALS.
    05  WS-CT-LETTERS-SENT      PIC 9(7) COMP VALUE 0.
    05  WS-CT-DELIVERED         PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNDELIVERABLE     PIC 9(7) COMP VALUE 0.
    05  WS-CT-REFUSED           PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNCONFIRMED       PIC 9(7) COMP VALUE 0.
    05  WS-CT-CONFIRMS-READ     PIC 9(7) COMP VALUE 0.
    05  WS-CT-OTHER-DATE        PIC 9(7) COMP VALUE 0.
    05  WS-CT-BAD-CODE          PIC 9(7) COMP VALUE 0.
    05  WS-CT-NOT-ON-EXTRACT    PIC 9(7) COMP VALUE 0.
    05  WS-CT-DEPTS-MISSING     PIC 9(7) COMP VALUE 0.
    05  WS-CT-SUSPENDS-WRITTEN  PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNDELIV-CARRIED   PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.
01  WS-COUNT-DISP-4             PIC ZZZZZZ9.
01  WS-COUNT-DISP-5             PIC ZZZZZZ9.
01  WS-RUN-COUNT-DISP           PIC ZZ9.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWDLVCHK  -  MAIL ROOM DELIVERY CONFIRMATION'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

01  WS-OCCASION-DESC             PIC X(11) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'MAIL ROOM DELIVERY CONFIRMATION CHECK'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWDLVCHK'.

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
*> 0 = every letter confirmed, 4 = letters unconfirmed or
*> suspensions raised, 8 = a department missing from the feed
*> or a table overflow, 12 = file failure.
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

    PERFORM 2000-READ-EXTRACT-HEADER
    IF WS-RETURN-CODE < 12
        PERFORM 2500-LOAD-CONFIRMATIONS
        PERFORM 2800-LOAD-UNDELIVERABLES
    END-IF
    IF WS-RETURN-CODE < 12
        PERFORM 3000-MATCH-EXTRACT
        PERFORM 4000-TRACK-UNDELIVERABLES
        PERFORM 5000-REPORT-UNMATCHED
    END-IF
    IF WS-TRDLV-OPEN
        CLOSE TRDLV-FILE
    END-IF
    PERFORM 6000-WRITE-TOTALS
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

    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-FILE-OK
        DISPLAY 'HWDLVCHK - HWDLVRPT OPEN FAILED, STATUS '
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
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

*> Cut fresh every run, even when nobody is suspended, so the
*> downstream concatenation always finds its DD and never picks
*> up yesterday's suspensions a second time.
    OPEN OUTPUT TRDLV-FILE
    IF WS-TRDLV-FILE-OK
        SET WS-TRDLV-OPEN TO TRUE
    ELSE
        DISPLAY 'HWDLVCHK - HWTRDLV OPEN FAILED, STATUS '
            WS-TRDLV-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

2000-READ-EXTRACT-HEADER.
*> The header gives the business date the confirmations must
*> carry; the extract is read again from the top for the match.
    OPEN INPUT EXTRACT-FILE
    IF NOT WS-EXTRACT-FILE-OK
        DISPLAY 'HWDLVCHK - HWEXTPRV OPEN FAILED, STATUS '
            WS-EXTRACT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-EXTRACT-RECORD
        IF NOT WS-EXTRACT-EOF
         AND EXTRACT-RECORD(1:1) = 'H'
            MOVE EXTRACT-RECORD TO WS-EXTRACT-HEADER
            SET WS-HEADER-FOUND TO TRUE
        END-IF
        CLOSE EXTRACT-FILE
        IF NOT WS-HEADER-FOUND
            DISPLAY 'HWDLVCHK - HEADER MISSING ON HWEXTPRV'
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF

    IF WS-HEADER-FOUND
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'LETTERS OF ' DELIMITED BY SIZE
               XH-RUN-DATE   DELIMITED BY SIZE
               ' - JOB '     DELIMITED BY SIZE
               XH-JOB-NAME   DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF.

2100-READ-EXTRACT-RECORD.
    READ EXTRACT-FILE
        AT END
            SET WS-EXTRACT-EOF TO TRUE
    END-READ.

2500-LOAD-CONFIRMATIONS.
*> A feed that isn't there is the 'whole feed missing' case -
*> every department then trips DLVNODPT, and one DLVNOFED page
*> says why.
    OPEN INPUT CONFIRM-FILE
    IF WS-CONFIRM-FILE-OK
        PERFORM 2510-READ-CONFIRM-RECORD
        PERFORM 2520-STORE-CONFIRMATION UNTIL WS-CONFIRM-EOF
        CLOSE CONFIRM-FILE
    ELSE
        IF NOT WS-CONFIRM-FILE-NOT-FOUND
            DISPLAY 'HWDLVCHK - HWDLVCNF OPEN FAILED, STATUS '
                WS-CONFIRM-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF

    IF WS-RETURN-CODE < 12
     AND WS-CF-COUNT = 0
        DISPLAY 'HWDLVCHK - NO CONFIRMATIONS FOR ' XH-RUN-DATE
            ' ON HWDLVCNF'
        MOVE 'DLVNOFED' TO WS-ALERT-REASON
        MOVE 8 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
        MOVE 8 TO WS-RETURN-CODE
    END-IF

*> Confirmations that could not be held can't be matched, so
*> their letters would be reported unconfirmed.
    IF WS-CONFIRM-TABLE-FULL
        DISPLAY 'HWDLVCHK - CONFIRMATION TABLE FULL, '
            'SOME CONFIRMATIONS NOT MATCHED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

2510-READ-CONFIRM-RECORD.
    READ CONFIRM-FILE
        AT END
            SET WS-CONFIRM-EOF TO TRUE
    END-READ.

2520-STORE-CONFIRMATION.
    ADD 1 TO WS-CT-CONFIRMS-READ
    EVALUATE TRUE
        WHEN MC-BUSINESS-DATE NOT = XH-RUN-DATE
            ADD 1 TO WS-CT-OTHER-DATE
        WHEN NOT MC-RESULT-VALID
            ADD 1 TO WS-CT-BAD-CODE
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING 'UNKNOWN RESULT CODE '  DELIMITED BY SIZE
                   MC-RESULT-CODE          DELIMITED BY SIZE
                   ' FOR RECIPIENT '       DELIMITED BY SIZE
                   MC-RECIP-ID             DELIMITED BY SIZE
                   ' - IGNORED'            DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        WHEN WS-CF-COUNT < 5000
            ADD 1 TO WS-CF-COUNT
            MOVE MC-RECIP-ID    TO WS-CF-RECIP-ID(WS-CF-COUNT)
            MOVE MC-DEPT-CODE   TO WS-CF-DEPT-CODE(WS-CF-COUNT)
            MOVE MC-RESULT-CODE TO WS-CF-RESULT-CODE(WS-CF-COUNT)
            MOVE 'N'            TO WS-CF-MATCHED-SW(WS-CF-COUNT)
        WHEN OTHER
            SET WS-CONFIRM-TABLE-FULL TO TRUE
    END-EVALUATE
    PERFORM 2510-READ-CONFIRM-RECORD.

2800-LOAD-UNDELIVERABLES.
*> No HWUNDIN yet (the first run) is an empty list.
    OPEN INPUT UNDIN-FILE
    IF WS-UNDIN-FILE-OK
        PERFORM 2810-READ-UNDIN-RECORD
        PERFORM 2820-STORE-UNDELIVERABLE UNTIL WS-UNDIN-EOF
        CLOSE UNDIN-FILE
    ELSE
        IF NOT WS-UNDIN-FILE-NOT-FOUND
            DISPLAY 'HWDLVCHK - HWUNDIN OPEN FAILED, STATUS '
                WS-UNDIN-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF

*> An entry that couldn't be held restarts its count at one,
*> which delays a suspension by a run but never raises a wrong
*> one.
    IF WS-UNDELIV-TABLE-FULL
        DISPLAY 'HWDLVCHK - UNDELIVERABLE TABLE FULL, '
            'SOME RUN COUNTS RESTARTED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

2810-READ-UNDIN-RECORD.
    READ UNDIN-FILE
        AT END
            SET WS-UNDIN-EOF TO TRUE
    END-READ.

2820-STORE-UNDELIVERABLE.
    IF WS-UD-COUNT < 2000
        ADD 1 TO WS-UD-COUNT
        MOVE UI-RECIP-ID   TO WS-UD-RECIP-ID(WS-UD-COUNT)
        MOVE UI-FIRST-DATE TO WS-UD-FIRST-DATE(WS-UD-COUNT)
        MOVE UI-RUN-COUNT  TO WS-UD-RUN-COUNT(WS-UD-COUNT)
    ELSE
        SET WS-UNDELIV-TABLE-FULL TO TRUE
    END-IF
    PERFORM 2810-READ-UNDIN-RECORD.

3000-MATCH-EXTRACT.
*> Every letter on the extract is looked up on the feed; the
*> extract is in department order, so the report breaks on
*> the department as it goes.
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    MOVE 'LETTERS SENT BUT NOT CONFIRMED, BY DEPARTMENT'
        TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE 'N' TO WS-EXTRACT-EOF-SW
    OPEN INPUT EXTRACT-FILE
    IF NOT WS-EXTRACT-FILE-OK
        DISPLAY 'HWDLVCHK - HWEXTPRV REOPEN FAILED, STATUS '
            WS-EXTRACT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-EXTRACT-RECORD
        PERFORM 3100-SIFT-EXTRACT-RECORD UNTIL WS-EXTRACT-EOF
        CLOSE EXTRACT-FILE
        IF NOT WS-FIRST-DETAIL
            PERFORM 3500-END-DEPARTMENT
        END-IF
    END-IF

    IF NOT WS-TRAILER-FOUND
     AND WS-RETURN-CODE < 12
        DISPLAY 'HWDLVCHK - TRAILER MISSING ON HWEXTPRV'
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

3100-SIFT-EXTRACT-RECORD.
    EVALUATE EXTRACT-RECORD(1:1)
        WHEN 'D'
            MOVE EXTRACT-RECORD TO WS-EXTRACT-DETAIL
            PERFORM 3200-MATCH-LETTER
        WHEN 'T'
            SET WS-TRAILER-FOUND TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 2100-READ-EXTRACT-RECORD.

3200-MATCH-LETTER.
    IF WS-FIRST-DETAIL
        MOVE 'N' TO WS-FIRST-DETAIL-SW
        PERFORM 3400-START-DEPARTMENT
    ELSE
        IF XD-DEPT-CODE NOT = WS-CURRENT-DEPT
            PERFORM 3500-END-DEPARTMENT
            PERFORM 3400-START-DEPARTMENT
        END-IF
    END-IF

    ADD 1 TO WS-DC-SENT
    ADD 1 TO WS-CT-LETTERS-SENT

    MOVE 0 TO WS-CF-SLOT
    PERFORM 3210-FIND-CONFIRMATION
        VARYING WS-CF-IX FROM 1 BY 1
        UNTIL WS-CF-IX > WS-CF-COUNT OR WS-CF-SLOT > 0

    IF WS-CF-SLOT = 0
        ADD 1 TO WS-DC-UNCONFIRMED
        ADD 1 TO WS-CT-UNCONFIRMED
        PERFORM 3300-LIST-UNCONFIRMED
    ELSE
        SET WS-CF-MATCHED(WS-CF-SLOT) TO TRUE
        EVALUATE WS-CF-RESULT-CODE(WS-CF-SLOT)
            WHEN 'D'
                ADD 1 TO WS-DC-DELIVERED
                ADD 1 TO WS-CT-DELIVERED
            WHEN 'U'
                ADD 1 TO WS-DC-UNDELIVERABLE
                ADD 1 TO WS-CT-UNDELIVERABLE
            WHEN 'R'
                ADD 1 TO WS-DC-REFUSED
                ADD 1 TO WS-CT-REFUSED
        END-EVALUATE
    END-IF.

3210-FIND-CONFIRMATION.
    IF WS-CF-RECIP-ID(WS-CF-IX) = XD-RECIP-ID
        MOVE WS-CF-IX TO WS-CF-SLOT
    END-IF.

3300-LIST-UNCONFIRMED.
    EVALUATE XD-OCCASION-TYPE
        WHEN 'B'
            MOVE 'BIRTHDAY'    TO WS-OCCASION-DESC
        WHEN 'A'
            MOVE 'ANNIVERSARY' TO WS-OCCASION-DESC
        WHEN OTHER
            MOVE 'STANDARD'    TO WS-OCCASION-DESC
    END-EVALUATE
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING '    '           DELIMITED BY SIZE
           XD-RECIP-ID      DELIMITED BY SIZE
           '  '             DELIMITED BY SIZE
           XD-NAME          DELIMITED BY SIZE
           '  '             DELIMITED BY SIZE
           WS-OCCASION-DESC DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

3400-START-DEPARTMENT.
    MOVE XD-DEPT-CODE TO WS-CURRENT-DEPT
    INITIALIZE WS-DEPT-COUNTS
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'DEPARTMENT '    DELIMITED BY SIZE
           WS-CURRENT-DEPT  DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

3500-END-DEPARTMENT.
*> Letters went to this department and not one came back
*> confirmed: the mail stop is missing from the feed, which is
*> a different problem from a few letters outstanding.
    MOVE WS-DC-SENT          TO WS-COUNT-DISP-1
    MOVE WS-DC-DELIVERED     TO WS-COUNT-DISP-2
    MOVE WS-DC-UNDELIVERABLE TO WS-COUNT-DISP-3
    MOVE WS-DC-REFUSED       TO WS-COUNT-DISP-4
    MOVE WS-DC-UNCONFIRMED   TO WS-COUNT-DISP-5
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING '  SENT:'         DELIMITED BY SIZE
           WS-COUNT-DISP-1   DELIMITED BY SIZE
           '  DELIVERED:'    DELIMITED BY SIZE
           WS-COUNT-DISP-2   DELIMITED BY SIZE
           '  UNDELIVERABLE:' DELIMITED BY SIZE
           WS-COUNT-DISP-3   DELIMITED BY SIZE
           '  REFUSED:'      DELIMITED BY SIZE
           WS-COUNT-DISP-4   DELIMITED BY SIZE
           '  UNCONFIRMED:'  DELIMITED BY SIZE
           WS-COUNT-DISP-5   DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    IF WS-DC-SENT > 0
     AND WS-DC-UNCONFIRMED = WS-DC-SENT
        ADD 1 TO WS-CT-DEPTS-MISSING
        MOVE '  ** NO CONFIRMATIONS RECEIVED FOR THIS DEPARTMENT **'
            TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        DISPLAY 'HWDLVCHK - NO CONFIRMATIONS FOR DEPARTMENT '
            WS-CURRENT-DEPT
        MOVE 'DLVNODPT' TO WS-ALERT-REASON
        MOVE 8 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        IF WS-DC-UNCONFIRMED > 0
         AND WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

4000-TRACK-UNDELIVERABLES.
*> Each undeliverable letter today either starts a run of
*> returns or extends the one brought forward; a run reaching
*> the threshold becomes an S transaction and leaves the list.
*> Anyone on HWUNDIN not undeliverable today drops off - but
*> only when there was a feed to judge by: with no confirmations
*> at all, HWUNDIN is carried to HWUNDOUT unchanged rather than
*> the swap emptying the list.
    OPEN OUTPUT UNDOUT-FILE
    IF NOT WS-UNDOUT-FILE-OK
        DISPLAY 'HWDLVCHK - HWUNDOUT OPEN FAILED, STATUS '
            WS-UNDOUT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        MOVE SPACES TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        MOVE 'UNDELIVERABLE RECIPIENTS' TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        IF WS-CF-COUNT = 0
            PERFORM 4300-CARRY-WATCH-LIST
        ELSE
            PERFORM 4100-TRACK-ONE-CONFIRMATION
                VARYING WS-CF-IX FROM 1 BY 1
                UNTIL WS-CF-IX > WS-CF-COUNT
        END-IF
        CLOSE UNDOUT-FILE
    END-IF

    IF WS-CT-SUSPENDS-WRITTEN > 0
     AND WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

4100-TRACK-ONE-CONFIRMATION.
*> Only undeliverables for letters actually on the extract
*> count - a stray confirmation never suspends anyone.
    IF WS-CF-RESULT-CODE(WS-CF-IX) = 'U'
     AND WS-CF-MATCHED(WS-CF-IX)
        MOVE 0 TO WS-UD-SLOT
        PERFORM 4110-FIND-UNDELIVERABLE
            VARYING WS-UD-IX FROM 1 BY 1
            UNTIL WS-UD-IX > WS-UD-COUNT OR WS-UD-SLOT > 0

        MOVE SPACES TO UNDIN-RECORD
        MOVE WS-CF-RECIP-ID(WS-CF-IX)  TO UI-RECIP-ID
        MOVE WS-CF-DEPT-CODE(WS-CF-IX) TO UI-DEPT-CODE
        IF WS-UD-SLOT > 0
            MOVE WS-UD-FIRST-DATE(WS-UD-SLOT) TO UI-FIRST-DATE
            COMPUTE UI-RUN-COUNT = WS-UD-RUN-COUNT(WS-UD-SLOT) + 1
        ELSE
            MOVE XH-RUN-DATE TO UI-FIRST-DATE
            MOVE 1           TO UI-RUN-COUNT
        END-IF

        IF UI-RUN-COUNT NOT < WS-SUSPEND-THRESHOLD
            PERFORM 4200-WRITE-SUSPEND
        ELSE
            WRITE UNDOUT-RECORD FROM UNDIN-RECORD
            IF NOT WS-UNDOUT-FILE-OK
                DISPLAY 'HWDLVCHK - HWUNDOUT WRITE FAILED, STATUS '
                    WS-UNDOUT-FILE-STATUS
                MOVE 12 TO WS-RETURN-CODE
            END-IF
            ADD 1 TO WS-CT-UNDELIV-CARRIED
            MOVE UI-RUN-COUNT TO WS-RUN-COUNT-DISP
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '    '              DELIMITED BY SIZE
                   UI-RECIP-ID         DELIMITED BY SIZE
                   '  DEPT '           DELIMITED BY SIZE
                   UI-DEPT-CODE        DELIMITED BY SIZE
                   '  FIRST RETURNED ' DELIMITED BY SIZE
                   UI-FIRST-DATE       DELIMITED BY SIZE
                   '  RUNS IN A ROW:'  DELIMITED BY SIZE
                   WS-RUN-COUNT-DISP   DELIMITED BY SIZE
                   '  - WATCHED'       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        END-IF
    END-IF.

4110-FIND-UNDELIVERABLE.
    IF WS-UD-RECIP-ID(WS-UD-IX) = WS-CF-RECIP-ID(WS-CF-IX)
        MOVE WS-UD-IX TO WS-UD-SLOT
    END-IF.

4200-WRITE-SUSPEND.
*> An open-ended suspension effective at once; the list owners
*> reactivate with an R once the recipient's address is fixed.
    IF WS-TRDLV-OPEN
        MOVE SPACES      TO TRDLV-RECORD
        MOVE 'S'         TO TR-ACTION
        MOVE UI-RECIP-ID TO TR-RECIP-ID
        WRITE TRDLV-RECORD
        IF WS-TRDLV-FILE-OK
            ADD 1 TO WS-CT-SUSPENDS-WRITTEN
            MOVE UI-RUN-COUNT TO WS-RUN-COUNT-DISP
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '    '              DELIMITED BY SIZE
                   UI-RECIP-ID         DELIMITED BY SIZE
                   '  DEPT '           DELIMITED BY SIZE
                   UI-DEPT-CODE        DELIMITED BY SIZE
                   '  FIRST RETURNED ' DELIMITED BY SIZE
                   UI-FIRST-DATE       DELIMITED BY SIZE
                   '  RUNS IN A ROW:'  DELIMITED BY SIZE
                   WS-RUN-COUNT-DISP   DELIMITED BY SIZE
                   '  - SUSPEND WRITTEN TO HWTRDLV'
                                       DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        ELSE
            DISPLAY 'HWDLVCHK - HWTRDLV WRITE FAILED, STATUS '
                WS-TRDLV-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

4300-CARRY-WATCH-LIST.
*> Straight from the file rather than the table, so an entry
*> the table couldn't hold isn't lost either.
    MOVE '  NO CONFIRMATIONS - WATCH LIST CARRIED FORWARD UNCHANGED'
        TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    MOVE 'N' TO WS-UNDIN-EOF-SW
    OPEN INPUT UNDIN-FILE
    IF WS-UNDIN-FILE-OK
        PERFORM 2810-READ-UNDIN-RECORD
        PERFORM 4310-CARRY-ONE-ENTRY UNTIL WS-UNDIN-EOF
        CLOSE UNDIN-FILE
    END-IF.

4310-CARRY-ONE-ENTRY.
    WRITE UNDOUT-RECORD FROM UNDIN-RECORD
    IF NOT WS-UNDOUT-FILE-OK
        DISPLAY 'HWDLVCHK - HWUNDOUT WRITE FAILED, STATUS '
            WS-UNDOUT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-CT-UNDELIV-CARRIED
    PERFORM 2810-READ-UNDIN-RECORD.

5000-REPORT-UNMATCHED.
*> Confirmations for recipients who had no letter on the
*> extract - usually a keying slip in the mail room.
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    MOVE 'CONFIRMATIONS FOR LETTERS NOT ON THE EXTRACT'
        TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    PERFORM 5100-LIST-UNMATCHED
        VARYING WS-CF-IX FROM 1 BY 1
        UNTIL WS-CF-IX > WS-CF-COUNT.

5100-LIST-UNMATCHED.
    IF NOT WS-CF-MATCHED(WS-CF-IX)
        ADD 1 TO WS-CT-NOT-ON-EXTRACT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '    '                      DELIMITED BY SIZE
               WS-CF-RECIP-ID(WS-CF-IX)    DELIMITED BY SIZE
               '  DEPT '                   DELIMITED BY SIZE
               WS-CF-DEPT-CODE(WS-CF-IX)   DELIMITED BY SIZE
               '  RESULT '                 DELIMITED BY SIZE
               WS-CF-RESULT-CODE(WS-CF-IX) DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF.

6000-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE WS-CT-LETTERS-SENT  TO WS-COUNT-DISP-1
    MOVE WS-CT-DELIVERED     TO WS-COUNT-DISP-2
    MOVE WS-CT-UNDELIVERABLE TO WS-COUNT-DISP-3
    MOVE WS-CT-REFUSED       TO WS-COUNT-DISP-4
    MOVE WS-CT-UNCONFIRMED   TO WS-COUNT-DISP-5
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'TOTAL LETTERS SENT:' DELIMITED BY SIZE
           WS-COUNT-DISP-1      DELIMITED BY SIZE
           '  DELIVERED:'       DELIMITED BY SIZE
           WS-COUNT-DISP-2      DELIMITED BY SIZE
           '  UNDELIVERABLE:'   DELIMITED BY SIZE
           WS-COUNT-DISP-3      DELIMITED BY SIZE
           '  REFUSED:'         DELIMITED BY SIZE
           WS-COUNT-DISP-4      DELIMITED BY SIZE
           '  UNCONFIRMED:'     DELIMITED BY SIZE
           WS-COUNT-DISP-5      DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:112)

    MOVE WS-CT-CONFIRMS-READ  TO WS-COUNT-DISP-1
    MOVE WS-CT-OTHER-DATE     TO WS-COUNT-DISP-2
    MOVE WS-CT-BAD-CODE       TO WS-COUNT-DISP-3
    MOVE WS-CT-NOT-ON-EXTRACT TO WS-COUNT-DISP-4
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'CONFIRMATIONS READ:'  DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  OTHER DATE:'        DELIMITED BY SIZE
           WS-COUNT-DISP-2        DELIMITED BY SIZE
           '  BAD CODE:'          DELIMITED BY SIZE
           WS-COUNT-DISP-3        DELIMITED BY SIZE
           '  NOT ON EXTRACT:'    DELIMITED BY SIZE
           WS-COUNT-DISP-4        DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE WS-CT-DEPTS-MISSING    TO WS-COUNT-DISP-1
    MOVE WS-CT-SUSPENDS-WRITTEN TO WS-COUNT-DISP-2
    MOVE WS-CT-UNDELIV-CARRIED  TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'DEPARTMENTS MISSING:' DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  SUSPENDS WRITTEN:'  DELIMITED BY SIZE
           WS-COUNT-DISP-2        DELIMITED BY SIZE
           '  UNDELIVERABLE WATCHED:' DELIMITED BY SIZE
           WS-COUNT-DISP-3        DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    IF NOT WS-REPORT-FILE-OK
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE REPORT-FILE.

8000-WRITE-RUNLOG.
*> Unconfirmed letters (RC 4) and a missing department (RC 8,
*> already paged through HWALERT) are findings, not failures;
*> only genuine failures are logged as ERROR.
    IF WS-RETURN-CODE > 8
        SET JB-STAT-ERROR TO TRUE
    ELSE
        SET JB-STAT-COMPLETE TO TRUE
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
        DISPLAY 'HWDLVCHK - HWALERT WRITE FAILED, STATUS '
            WS-ALERT-FILE-STATUS
    END-IF

    CLOSE ALERT-FILE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
