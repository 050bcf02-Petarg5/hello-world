      *> HWTEDIT - front-end edit for the HWTRANS maintenance
      *> transactions.
      *>
      *> Runs ahead of HWMAINT and screens every HWTRANS transaction
      *> against the HWDEPT and HWLANG reference files and the
      *> current HWMASTR master before anything is applied, so a bad
      *> code is caught the morning it is keyed instead of surfacing
      *> that night as an unknown department or a fallback phrase in
      *> the greeting run.  Clean transactions are copied to
      *> HWTRGOOD, which the maintenance step's JCL points at as its
      *> HWTRANS input (the same arrangement HWVALID's HWGOOD has with
      *> the greeting run).  Failures are written to the HWMREJ
      *> suspense file in the HWMAINT reject layout, so HWSUSP ages
      *> and recycles them with the maintenance rejects; HWMAINT
      *> appends its own rejects behind these.  An edit report
      *> listing every reject and the totals by reason goes to
      *> HWTERPT, and the passed count is stamped on HWBCTL so
      *> HWMAINT can verify the edit ran and reconcile its input.
      *>
      *> Existence on the master (DUPA/NOTF) is still HWMAINT's
      *> check - an add followed by a change for the same new id is
      *> legitimate in one day's file, and only the apply pass sees
      *> the master as each transaction lands.
      *>
      *> Reason codes written to HWMREJ:
      *>   ACTN - action code not A, C, D, S, R, X, or O
      *>   CNFL - conflicts with another transaction for the same id
      *>          taking effect the same day: a delete alongside
      *>          anything else, the same action twice, or both a
      *>          suspend and a reactivate - every transaction in
      *>          the conflict is rejected so the list owner decides
      *>          which stands.  A future-dated add, change,
      *>          delete, or occasion-dates card takes effect on its
      *>          own date, so it only conflicts with others dated
      *>          the same; a cancel (X) never conflicts
      *>   NONM - add or change with a blank recipient name
      *>   ERAS - add or change whose name is the HWERASE redaction
      *>          value (a redacted image coming back round)
      *>   DEPT - department code not on the HWDEPT reference file
      *>   LANG - language code not on the HWLANG phrase table
      *>   EFDT - an effective date that is not a valid
      *>          YYYY-MM-DD date (suspend, or a future-dated add,
      *>          change, delete, occasion-dates, or cancel), or
      *>          a suspend thru date before its from date
      *>   ODAT - occasion-dates card with a birth or hire date
      *>          that is not a valid YYYY-MM-DD date, or a hire
      *>          date before the birth date
      *>   SUSP - suspend for a recipient whose suspension on the
      *>          master is still in effect
      *>
      *> A blank department or language code is not rejected - both
      *> are legitimate on the master and are handled downstream.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-14  X (CANCEL PENDING) ACTION ACCEPTED; EFFECTIVE
      *>               DATE ON A/C/D/X EDITED; SAME-ID CONFLICT
      *>               CHECK NOW BY EFFECTIVE DATE (JB)
      *>   2026-10-14  O (OCCASION DATES) ACTION EDITED - BIRTH AND
      *>               HIRE DATES CHECKED, NEW REASON ODAT (JB)
      *>   2026-10-15  ADD OR CHANGE CARRYING THE HWERASE REDACTION
      *>               VALUE AS THE NAME REJECTED, NEW REASON ERAS
      *>               (JB)
      *>   2026-10-15  AN HWLANG OR HWDEPT THAT WON'T OPEN, OR AN
      *>               HWTRGOOD OR HWMREJ THAT WON'T OPEN FOR OUTPUT,
      *>               NOW STOPS THE EDIT WITH RC 12 (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWTEDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO 'HWTRANS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT GOOD-FILE ASSIGN TO 'HWTRGOOD'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GOOD-FILE-STATUS.

    SELECT TREJ-FILE ASSIGN TO 'HWMREJ'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREJ-FILE-STATUS.

    SELECT MASTER-FILE ASSIGN TO 'HWMASTR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MR-RECIP-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT DEPT-FILE ASSIGN TO 'HWDEPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT LANG-FILE ASSIGN TO 'HWLANG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWTERPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

    SELECT BCTL-FILE ASSIGN TO 'HWBCTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Daily maintenance transactions from the list owners, with
*> any HWSUSP recycles concatenated ahead of them.
FD  TRANS-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  TRANS-RECORD.
    05  TR-ACTION                PIC X.
    05  FILLER                   PIC X.
    05  TR-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  TR-NAME                  PIC X(30).
    05  TR-OCCASION-DATES REDEFINES TR-NAME.
        10  TR-BIRTH-DATE        PIC X(10).
        10  FILLER               PIC X.
        10  TR-HIRE-DATE         PIC X(10).
        10  FILLER               PIC X(9).
    05  FILLER                   PIC X.
    05  TR-LANG-CODE             PIC X(3).
    05  FILLER                   PIC X.
    05  TR-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  TR-EFF-FROM              PIC X(10).
    05  FILLER                   PIC X.
    05  TR-EFF-THRU              PIC X(10).

*> Edited transactions passed on to HWMAINT.
FD  GOOD-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  GOOD-RECORD                  PIC X(72).

*> Suspense file of failed transactions: reason code plus the
*> original transaction image - the HWMAINT reject layout, so
*> HWSUSP absorbs both steps' rejects from the one file.
FD  TREJ-FILE
    RECORD CONTAINS 77 CHARACTERS.
01  TREJ-RECORD.
    05  TJ-REASON-CODE           PIC X(4).
    05  FILLER                   PIC X.
    05  TJ-RECORD-IMAGE          PIC X(72).

*> Authoritative recipient master, read by key only to see
*> whether a suspend would land on a recipient already
*> suspended.
FD  MASTER-FILE.
COPY HWMASREC.

*> Department reference file maintained by the mail room.
FD  DEPT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  DEPT-RECORD.
    05  DP-DEPT-CODE             PIC X(4).
    05  FILLER                   PIC X.
    05  DP-DEPT-NAME             PIC X(30).
    05  FILLER                   PIC X.
    05  DP-LOCATION              PIC X(15).
    05  FILLER                   PIC X.
    05  DP-CONTACT               PIC X(25).
    05  FILLER                   PIC X(3).

*> Greeting phrase table - one phrase per language code.
FD  LANG-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  LANG-RECORD.
    05  LG-LANG-CODE             PIC X(3).
    05  FILLER                   PIC X.
    05  LG-PHRASE                PIC X(20).
    05  FILLER                   PIC X(6).

*> Edit report for the list owners: every rejected transaction
*> with its reason spelled out, then the totals by reason.
FD  REPORT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                PIC X(132).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWTEDIT runs show up in the shared history.
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

*> Daily batch-chain control file: this program's completion
*> stamp, verified by HWMAINT at its startup - layout shared via
*> the HWBCTREC copybook.
FD  BCTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWBCTREC.

WORKING-STORAGE SECTION.

01  WS-TRANS-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-TRANS-FILE-OK            VALUE '00'.

01  WS-GOOD-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-GOOD-FILE-OK             VALUE '00'.

01  WS-TREJ-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-TREJ-FILE-OK             VALUE '00'.

01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-MASTER-FILE-OK           VALUE '00'.
    88  WS-MASTER-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-DEPT-FILE-OK             VALUE '00'.

01  WS-LANG-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-LANG-FILE-OK             VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-BCTL-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-BCTL-FILE-OK             VALUE '00'.
    88  WS-BCTL-FILE-NOT-FOUND      VALUES '05' '35'.

01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.
    88  WS-TRANS-EOF                VALUE 'Y'.

01  WS-DEPT-EOF-SW              PIC X VALUE 'N'.
    88  WS-DEPT-EOF                 VALUE 'Y'.

01  WS-LANG-EOF-SW              PIC X VALUE 'N'.
    88  WS-LANG-EOF                 VALUE 'Y'.

*> Set when HWMASTR opened; a master not yet created (the very
*> first run) just means no recipient is suspended.
01  WS-MASTER-OPEN-SW           PIC X VALUE 'N'.
    88  WS-MASTER-OPEN              VALUE 'Y'.

01  WS-CURRENT-TRANS            PIC X(72) VALUE SPACES.

*> In-storage copy of the HWDEPT department codes.
01  WS-DEPT-REF-TABLE.
    05  WS-DR-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DR-CODE              PIC X(4) OCCURS 100 TIMES.
01  WS-DR-IX                    PIC S9(4) COMP VALUE 0.

01  WS-DEPT-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-DEPT-TABLE-FULL          VALUE 'Y'.

*> In-storage copy of the HWLANG language codes.
01  WS-LANG-TABLE.
    05  WS-LT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-LT-CODE              PIC X(3) OCCURS 50 TIMES.
01  WS-LT-IX                    PIC S9(4) COMP VALUE 0.

01  WS-LANG-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-LANG-TABLE-FULL          VALUE 'Y'.

01  WS-CODE-FOUND-SW            PIC X VALUE 'N'.
    88  WS-CODE-FOUND               VALUE 'Y'.

*> Id, action, and effective date of every transaction in the
*> day's file, in file order, loaded on a first pass so the
*> same-id conflict check can see the whole day before any
*> transaction is passed.  The effective date is the run date
*> for anything HWMAINT applies today, or the future date a
*> pending add, change, delete, or occasion-dates card is
*> queued for.  The edit pass
*> re-reads the file, and the Nth record read is the Nth row
*> here.
01  WS-TRANS-TABLE.
    05  WS-TT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-TT-ENTRY OCCURS 5000 TIMES.
        10  WS-TT-RECIP-ID      PIC X(8).
        10  WS-TT-ACTION        PIC X.
        10  WS-TT-EFF-DATE      PIC X(10).
        10  WS-TT-CONFLICT-SW   PIC X.
01  WS-TT-IX                    PIC S9(4) COMP VALUE 0.
01  WS-TT-JX                    PIC S9(4) COMP VALUE 0.
01  WS-TT-START                 PIC S9(4) COMP VALUE 0.

*> Set when the day's file is bigger than the conflict table;
*> transactions past the table are still edited and passed, but
*> without the same-id check, so the run is flagged rather than
*> trusted.
01  WS-TRANS-TABLE-FULL-SW      PIC X VALUE 'N'.
    88  WS-TRANS-TABLE-FULL         VALUE 'Y'.

*> Edit result for the transaction in hand: spaces means clean,
*> else the HWMREJ reason code to write.
01  WS-EDIT-REASON              PIC X(4) VALUE SPACES.
    88  WS-EDIT-CLEAN               VALUE SPACES.

01  WS-REASON-DESC              PIC X(40) VALUE SPACES.

*> Date edit work fields for the suspend effective dates.
01  WS-DATE-CHECK               PIC X(10) VALUE SPACES.

01  WS-DATE-CHECK-YMD           PIC 9(8) VALUE 0.
01  FILLER REDEFINES WS-DATE-CHECK-YMD.
    05  WS-DATE-CHECK-CCYY      PIC 9(4).
    05  WS-DATE-CHECK-MM        PIC 9(2).
    05  WS-DATE-CHECK-DD        PIC 9(2).

01  WS-DATE-VALID-SW            PIC X VALUE 'N'.
    88  WS-DATE-VALID               VALUE 'Y'.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWTEDIT  -  HWTRANS PRE-EDIT REPORT'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

01  WS-CONTROL-TOTALS.
    05  WS-CT-TRANS-READ         PIC 9(7) COMP VALUE 0.
    05  WS-CT-TRANS-PASSED       PIC 9(7) COMP VALUE 0.
    05  WS-CT-TRANS-REJECTED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-ACTN           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-CNFL           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-NONM           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-DEPT           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-LANG           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-EFDT           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-SUSP           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-ODAT           PIC 9(7) COMP VALUE 0.
    05  WS-CT-REJ-ERAS           PIC 9(7) COMP VALUE 0.

01  WS-CT-TRANS-READ-DISP        PIC ZZZZZZ9.
01  WS-CT-TRANS-PASSED-DISP      PIC ZZZZZZ9.
01  WS-CT-TRANS-REJECTED-DISP    PIC ZZZZZZ9.

*> Reason code and count handed to the report's per-reason
*> totals line.
01  WS-TOTAL-REASON             PIC X(4) VALUE SPACES.
01  WS-TOTAL-COUNT              PIC 9(7) COMP VALUE 0.
01  WS-TOTAL-COUNT-DISP         PIC ZZZZZZ9.

01  WS-CT-SUMMARY-LINE           PIC X(80) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'HWTRANS PRE-EDIT'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWTEDIT'.

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
*> 0 = all transactions clean, 4 = rejects written, 8 = a
*> reference or conflict table overflowed, 12 = file failure.
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

    PERFORM 1600-LOAD-LANG-TABLE
    PERFORM 1800-LOAD-DEPT-TABLE
    PERFORM 1300-OPEN-MASTER
    PERFORM 1500-LOAD-TRANS-TABLE
    IF WS-RETURN-CODE < 12
        PERFORM 1900-FLAG-CONFLICTS
        PERFORM 2000-EDIT-TRANSACTIONS
    END-IF
    IF WS-MASTER-OPEN
        CLOSE MASTER-FILE
    END-IF

    PERFORM 8500-CONTROL-TOTALS
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

    SET JB-STAT-START TO TRUE.

1300-OPEN-MASTER.
*> Read-only here - the master is only ever updated by HWMAINT.
    OPEN INPUT MASTER-FILE
    IF WS-MASTER-FILE-OK
        SET WS-MASTER-OPEN TO TRUE
    ELSE
        IF WS-MASTER-FILE-NOT-FOUND
            DISPLAY 'HWTEDIT - HWMASTR NOT PRESENT, NO RECIPIENT SUSPENDED'
        ELSE
            DISPLAY 'HWTEDIT - HWMASTR OPEN FAILED, STATUS '
                WS-MASTER-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

1500-LOAD-TRANS-TABLE.
    OPEN INPUT TRANS-FILE
    IF NOT WS-TRANS-FILE-OK
        DISPLAY 'HWTEDIT - HWTRANS OPEN FAILED, STATUS '
            WS-TRANS-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 1510-READ-TRANS-ID
        PERFORM 1520-STORE-TRANS-ID UNTIL WS-TRANS-EOF
        CLOSE TRANS-FILE
    END-IF

    IF WS-TRANS-TABLE-FULL
        DISPLAY 'HWTEDIT - TRANSACTION TABLE FULL, CONFLICT CHECK INCOMPLETE'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

1510-READ-TRANS-ID.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
    END-READ.

1520-STORE-TRANS-ID.
    IF WS-TT-COUNT < 5000
        ADD 1 TO WS-TT-COUNT
        MOVE TR-RECIP-ID TO WS-TT-RECIP-ID(WS-TT-COUNT)
        MOVE TR-ACTION   TO WS-TT-ACTION(WS-TT-COUNT)
        IF (TR-ACTION = 'A' OR TR-ACTION = 'C' OR TR-ACTION = 'D'
                OR TR-ACTION = 'O')
         AND TR-EFF-FROM > JB-RUN-DATE-DISPLAY
            MOVE TR-EFF-FROM TO WS-TT-EFF-DATE(WS-TT-COUNT)
        ELSE
            MOVE JB-RUN-DATE-DISPLAY
                TO WS-TT-EFF-DATE(WS-TT-COUNT)
        END-IF
        MOVE 'N'         TO WS-TT-CONFLICT-SW(WS-TT-COUNT)
    ELSE
        SET WS-TRANS-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1510-READ-TRANS-ID.

1600-LOAD-LANG-TABLE.
*> Without the phrase table every language code would reject,
*> so a missing HWLANG stops the edit.
    OPEN INPUT LANG-FILE
    IF WS-LANG-FILE-OK
        PERFORM 1610-READ-LANG-RECORD
        PERFORM 1620-STORE-LANG-ENTRY UNTIL WS-LANG-EOF
        CLOSE LANG-FILE
    ELSE
        DISPLAY 'HWTEDIT - HWLANG OPEN FAILED, STATUS '
            WS-LANG-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> A phrase table bigger than the storage table means good
*> codes would wrongly reject, so the run is flagged rather
*> than trusted.
    IF WS-LANG-TABLE-FULL
        DISPLAY 'HWTEDIT - HWLANG TABLE FULL, CODES DROPPED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

1610-READ-LANG-RECORD.
    READ LANG-FILE
        AT END
            SET WS-LANG-EOF TO TRUE
    END-READ.

1620-STORE-LANG-ENTRY.
    IF WS-LT-COUNT < 50
        ADD 1 TO WS-LT-COUNT
        MOVE LG-LANG-CODE TO WS-LT-CODE(WS-LT-COUNT)
    ELSE
        SET WS-LANG-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1610-READ-LANG-RECORD.

1800-LOAD-DEPT-TABLE.
*> Without the reference file every department would reject,
*> so a missing HWDEPT stops the edit.
    OPEN INPUT DEPT-FILE
    IF WS-DEPT-FILE-OK
        PERFORM 1810-READ-DEPT-RECORD
        PERFORM 1820-STORE-DEPT-ENTRY UNTIL WS-DEPT-EOF
        CLOSE DEPT-FILE
    ELSE
        DISPLAY 'HWTEDIT - HWDEPT OPEN FAILED, STATUS '
            WS-DEPT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> A reference file bigger than the storage table means good
*> departments would wrongly reject, so the run is flagged the
*> same way the language table overflow is.
    IF WS-DEPT-TABLE-FULL
        DISPLAY 'HWTEDIT - HWDEPT TABLE FULL, ENTRIES DROPPED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

1810-READ-DEPT-RECORD.
    READ DEPT-FILE
        AT END
            SET WS-DEPT-EOF TO TRUE
    END-READ.

1820-STORE-DEPT-ENTRY.
    IF WS-DR-COUNT < 100
        ADD 1 TO WS-DR-COUNT
        MOVE DP-DEPT-CODE TO WS-DR-CODE(WS-DR-COUNT)
    ELSE
        SET WS-DEPT-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1810-READ-DEPT-RECORD.

1900-FLAG-CONFLICTS.
*> Each transaction is compared with every one after it in the
*> file; a conflicting pair flags both, so neither half of the
*> conflict is applied on its own.  A blank id identifies
*> nothing and is left to the downstream checks, and a cancel
*> only removes a queued item, so it conflicts with nothing.
    PERFORM 1910-SCAN-CONFLICT-ROW
        VARYING WS-TT-IX FROM 1 BY 1
        UNTIL WS-TT-IX > WS-TT-COUNT.

1910-SCAN-CONFLICT-ROW.
    IF WS-TT-RECIP-ID(WS-TT-IX) NOT = SPACES
     AND WS-TT-ACTION(WS-TT-IX) NOT = 'X'
        COMPUTE WS-TT-START = WS-TT-IX + 1
        PERFORM 1920-COMPARE-CONFLICT-PAIR
            VARYING WS-TT-JX FROM WS-TT-START BY 1
            UNTIL WS-TT-JX > WS-TT-COUNT
    END-IF.

1920-COMPARE-CONFLICT-PAIR.
*> A delete leaves nothing for the other transaction to act on,
*> the same action twice leaves the list owner's intent
*> unclear, and a suspend with a reactivate cancel each other
*> out.  An add followed by a change or suspend, or a change
*> alongside a suspend or reactivate, applies cleanly in file
*> order and is let through, as is anything taking effect on a
*> different day from the other.
    IF WS-TT-RECIP-ID(WS-TT-JX) = WS-TT-RECIP-ID(WS-TT-IX)
     AND WS-TT-ACTION(WS-TT-JX) NOT = 'X'
     AND WS-TT-EFF-DATE(WS-TT-JX) = WS-TT-EFF-DATE(WS-TT-IX)
        IF WS-TT-ACTION(WS-TT-IX) = 'D'
         OR WS-TT-ACTION(WS-TT-JX) = 'D'
         OR WS-TT-ACTION(WS-TT-IX) = WS-TT-ACTION(WS-TT-JX)
         OR (WS-TT-ACTION(WS-TT-IX) = 'S'
             AND WS-TT-ACTION(WS-TT-JX) = 'R')
         OR (WS-TT-ACTION(WS-TT-IX) = 'R'
             AND WS-TT-ACTION(WS-TT-JX) = 'S')
            MOVE 'Y' TO WS-TT-CONFLICT-SW(WS-TT-IX)
            MOVE 'Y' TO WS-TT-CONFLICT-SW(WS-TT-JX)
        END-IF
    END-IF.

2000-EDIT-TRANSACTIONS.
    MOVE 'N' TO WS-TRANS-EOF-SW
    OPEN INPUT TRANS-FILE
    IF NOT WS-TRANS-FILE-OK
        DISPLAY 'HWTEDIT - HWTRANS OPEN FAILED, STATUS '
            WS-TRANS-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        OPEN OUTPUT GOOD-FILE
        IF NOT WS-GOOD-FILE-OK
            DISPLAY 'HWTEDIT - HWTRGOOD OPEN FAILED, STATUS '
                WS-GOOD-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        OPEN OUTPUT TREJ-FILE
        IF NOT WS-TREJ-FILE-OK
            DISPLAY 'HWTEDIT - HWMREJ OPEN FAILED, STATUS '
                WS-TREJ-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        IF WS-RETURN-CODE < 12
            PERFORM 6000-WRITE-REPORT-HEADING
            PERFORM 2100-READ-TRANS-RECORD
            PERFORM 2200-EDIT-ONE-TRANS UNTIL WS-TRANS-EOF
            PERFORM 6100-WRITE-REPORT-TOTALS
            CLOSE REPORT-FILE
        END-IF
        CLOSE TREJ-FILE
        CLOSE GOOD-FILE
        CLOSE TRANS-FILE
    END-IF.

2100-READ-TRANS-RECORD.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
        NOT AT END
            MOVE TRANS-RECORD TO WS-CURRENT-TRANS
            ADD 1 TO WS-CT-TRANS-READ
    END-READ.

2200-EDIT-ONE-TRANS.
    MOVE SPACES TO WS-EDIT-REASON

    IF WS-CT-TRANS-READ <= WS-TT-COUNT
        IF WS-TT-CONFLICT-SW(WS-CT-TRANS-READ) = 'Y'
            MOVE 'CNFL' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
        EVALUATE TR-ACTION
            WHEN 'A'
            WHEN 'C'
                PERFORM 2300-EDIT-RECIPIENT-DATA
                IF WS-EDIT-CLEAN
                    PERFORM 2420-EDIT-EFFECTIVE-DATE
                END-IF
            WHEN 'S'
                PERFORM 2400-EDIT-SUSPEND
            WHEN 'O'
                PERFORM 2430-EDIT-OCCASION-DATES
                IF WS-EDIT-CLEAN
                    PERFORM 2420-EDIT-EFFECTIVE-DATE
                END-IF
            WHEN 'D'
            WHEN 'X'
                PERFORM 2420-EDIT-EFFECTIVE-DATE
            WHEN 'R'
                CONTINUE
            WHEN OTHER
                MOVE 'ACTN' TO WS-EDIT-REASON
        END-EVALUATE
    END-IF

    IF WS-EDIT-CLEAN
        PERFORM 2500-PASS-TRANS
    ELSE
        PERFORM 2600-REJECT-TRANS
    END-IF

    PERFORM 2100-READ-TRANS-RECORD.

2300-EDIT-RECIPIENT-DATA.
*> An add or change carries the whole recipient, so a blank
*> name would land on the master and the letters as a blank.
    IF TR-NAME = SPACES
        MOVE 'NONM' TO WS-EDIT-REASON
    END-IF

*> Nor may the erasure redaction value (held by MR-NAME-ERASED)
*> go back on the master as a live name - a redacted suspense
*> or pending image resubmitted would otherwise do just that.
    IF WS-EDIT-CLEAN
        MOVE TR-NAME TO MR-NAME
        IF MR-NAME-ERASED
            MOVE 'ERAS' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-DEPT-CODE NOT = SPACES
        MOVE 'N' TO WS-CODE-FOUND-SW
        PERFORM 2310-MATCH-DEPT-ENTRY
            VARYING WS-DR-IX FROM 1 BY 1
            UNTIL WS-DR-IX > WS-DR-COUNT OR WS-CODE-FOUND
        IF NOT WS-CODE-FOUND
            MOVE 'DEPT' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-LANG-CODE NOT = SPACES
        MOVE 'N' TO WS-CODE-FOUND-SW
        PERFORM 2320-MATCH-LANG-ENTRY
            VARYING WS-LT-IX FROM 1 BY 1
            UNTIL WS-LT-IX > WS-LT-COUNT OR WS-CODE-FOUND
        IF NOT WS-CODE-FOUND
            MOVE 'LANG' TO WS-EDIT-REASON
        END-IF
    END-IF.

2310-MATCH-DEPT-ENTRY.
    IF TR-DEPT-CODE = WS-DR-CODE(WS-DR-IX)
        SET WS-CODE-FOUND TO TRUE
    END-IF.

2320-MATCH-LANG-ENTRY.
    IF TR-LANG-CODE = WS-LT-CODE(WS-LT-IX)
        SET WS-CODE-FOUND TO TRUE
    END-IF.

2400-EDIT-SUSPEND.
*> Either effective date may be blank (from = effective now,
*> thru = open-ended), but a date that is keyed must be a real
*> date, and the window must not run backwards.
    IF TR-EFF-FROM NOT = SPACES
        MOVE TR-EFF-FROM TO WS-DATE-CHECK
        PERFORM 2450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFDT' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-EFF-THRU NOT = SPACES
        MOVE TR-EFF-THRU TO WS-DATE-CHECK
        PERFORM 2450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFDT' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-EFF-FROM NOT = SPACES
     AND TR-EFF-THRU NOT = SPACES
     AND TR-EFF-THRU < TR-EFF-FROM
        MOVE 'EFDT' TO WS-EDIT-REASON
    END-IF

*> A suspension still in effect on the master - open-ended, or
*> with a thru date not yet passed - must be reactivated before
*> a new one is keyed; a lapsed one may be suspended afresh.
    IF WS-EDIT-CLEAN
     AND WS-MASTER-OPEN
        MOVE TR-RECIP-ID TO MR-RECIP-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MR-STAT-SUSPENDED
                 AND (MR-EFF-THRU = SPACES
                    OR MR-EFF-THRU NOT < JB-RUN-DATE-DISPLAY)
                    MOVE 'SUSP' TO WS-EDIT-REASON
                END-IF
        END-READ
    END-IF.

2420-EDIT-EFFECTIVE-DATE.
*> On an add, change, delete, occasion-dates card, or cancel
*> the from-date column is the date the transaction takes
*> effect (blank = now); one that is keyed must be a real date
*> or HWMAINT could park it forever.
    IF TR-EFF-FROM NOT = SPACES
        MOVE TR-EFF-FROM TO WS-DATE-CHECK
        PERFORM 2450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFDT' TO WS-EDIT-REASON
        END-IF
    END-IF.

2430-EDIT-OCCASION-DATES.
*> Either date may be blank - not every recipient's birth or
*> hire date is on file - but one that is keyed must be a real
*> date, or the occasion run would never match it.
    IF TR-BIRTH-DATE NOT = SPACES
        MOVE TR-BIRTH-DATE TO WS-DATE-CHECK
        PERFORM 2450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'ODAT' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-HIRE-DATE NOT = SPACES
        MOVE TR-HIRE-DATE TO WS-DATE-CHECK
        PERFORM 2450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'ODAT' TO WS-EDIT-REASON
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND TR-BIRTH-DATE NOT = SPACES
     AND TR-HIRE-DATE NOT = SPACES
     AND TR-HIRE-DATE < TR-BIRTH-DATE
        MOVE 'ODAT' TO WS-EDIT-REASON
    END-IF.

2450-CHECK-DATE.
    MOVE 'N' TO WS-DATE-VALID-SW
    IF WS-DATE-CHECK(1:4) IS NUMERIC
     AND WS-DATE-CHECK(5:1) = '-'
     AND WS-DATE-CHECK(6:2) IS NUMERIC
     AND WS-DATE-CHECK(8:1) = '-'
     AND WS-DATE-CHECK(9:2) IS NUMERIC
        MOVE WS-DATE-CHECK(1:4) TO WS-DATE-CHECK-CCYY
        MOVE WS-DATE-CHECK(6:2) TO WS-DATE-CHECK-MM
        MOVE WS-DATE-CHECK(9:2) TO WS-DATE-CHECK-DD
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-YMD) = 0
            SET WS-DATE-VALID TO TRUE
        END-IF
    END-IF.

2500-PASS-TRANS.
    MOVE WS-CURRENT-TRANS TO GOOD-RECORD
    WRITE GOOD-RECORD
    IF NOT WS-GOOD-FILE-OK
        DISPLAY 'HWTEDIT - HWTRGOOD WRITE FAILED, STATUS '
            WS-GOOD-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-CT-TRANS-PASSED.

2600-REJECT-TRANS.
    MOVE SPACES           TO TREJ-RECORD
    MOVE WS-EDIT-REASON   TO TJ-REASON-CODE
    MOVE WS-CURRENT-TRANS TO TJ-RECORD-IMAGE
    WRITE TREJ-RECORD
    IF NOT WS-TREJ-FILE-OK
        DISPLAY 'HWTEDIT - HWMREJ WRITE FAILED, STATUS '
            WS-TREJ-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-CT-TRANS-REJECTED
    PERFORM 2660-COUNT-REASON

    PERFORM 2650-DESCRIBE-REASON
    MOVE SPACES           TO WS-REPORT-DETAIL
    MOVE WS-EDIT-REASON   TO WS-REPORT-DETAIL(1:4)
    MOVE WS-REASON-DESC   TO WS-REPORT-DETAIL(7:40)
    MOVE WS-CURRENT-TRANS TO WS-REPORT-DETAIL(49:72)
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

2650-DESCRIBE-REASON.
    EVALUATE WS-EDIT-REASON
        WHEN 'ACTN'
            MOVE 'ACTION CODE NOT A, C, D, S, R, X, OR O'
                TO WS-REASON-DESC
        WHEN 'CNFL'
            MOVE 'CONFLICTS WITH ANOTHER TRANS FOR THIS ID'
                TO WS-REASON-DESC
        WHEN 'NONM'
            MOVE 'RECIPIENT NAME MISSING'
                TO WS-REASON-DESC
        WHEN 'DEPT'
            MOVE 'DEPARTMENT NOT ON HWDEPT REFERENCE'
                TO WS-REASON-DESC
        WHEN 'LANG'
            MOVE 'LANGUAGE CODE NOT ON HWLANG'
                TO WS-REASON-DESC
        WHEN 'EFDT'
            MOVE 'EFFECTIVE DATE INVALID OR REVERSED'
                TO WS-REASON-DESC
        WHEN 'SUSP'
            MOVE 'RECIPIENT ALREADY SUSPENDED'
                TO WS-REASON-DESC
        WHEN 'ODAT'
            MOVE 'BIRTH OR HIRE DATE INVALID OR REVERSED'
                TO WS-REASON-DESC
        WHEN 'ERAS'
            MOVE 'NAME IS THE ERASURE REDACTION VALUE'
                TO WS-REASON-DESC
        WHEN OTHER
            MOVE SPACES TO WS-REASON-DESC
    END-EVALUATE.

2660-COUNT-REASON.
    EVALUATE WS-EDIT-REASON
        WHEN 'ACTN'
            ADD 1 TO WS-CT-REJ-ACTN
        WHEN 'CNFL'
            ADD 1 TO WS-CT-REJ-CNFL
        WHEN 'NONM'
            ADD 1 TO WS-CT-REJ-NONM
        WHEN 'DEPT'
            ADD 1 TO WS-CT-REJ-DEPT
        WHEN 'LANG'
            ADD 1 TO WS-CT-REJ-LANG
        WHEN 'EFDT'
            ADD 1 TO WS-CT-REJ-EFDT
        WHEN 'SUSP'
            ADD 1 TO WS-CT-REJ-SUSP
        WHEN 'ODAT'
            ADD 1 TO WS-CT-REJ-ODAT
        WHEN 'ERAS'
            ADD 1 TO WS-CT-REJ-ERAS
    END-EVALUATE.

6000-WRITE-REPORT-HEADING.
*> The report is opened ahead of the edit pass so each reject
*> is listed as it is found, in transaction-file order.
    OPEN OUTPUT REPORT-FILE

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

    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE 'RSN   REASON' TO WS-REPORT-DETAIL(1:12)
    MOVE 'TRANSACTION IMAGE' TO WS-REPORT-DETAIL(49:17)
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

6100-WRITE-REPORT-TOTALS.
    MOVE WS-CT-TRANS-READ     TO WS-CT-TRANS-READ-DISP
    MOVE WS-CT-TRANS-PASSED   TO WS-CT-TRANS-PASSED-DISP
    MOVE WS-CT-TRANS-REJECTED TO WS-CT-TRANS-REJECTED-DISP

    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    STRING 'TRANSACTIONS READ: '        DELIMITED BY SIZE
           WS-CT-TRANS-READ-DISP        DELIMITED BY SIZE
           '  PASSED: '                 DELIMITED BY SIZE
           WS-CT-TRANS-PASSED-DISP      DELIMITED BY SIZE
           '  REJECTED: '               DELIMITED BY SIZE
           WS-CT-TRANS-REJECTED-DISP    DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE 'ACTN' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-ACTN TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'CNFL' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-CNFL TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'NONM' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-NONM TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'DEPT' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-DEPT TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'LANG' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-LANG TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'EFDT' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-EFDT TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'SUSP' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-SUSP TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'ODAT' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-ODAT TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL
    MOVE 'ERAS' TO WS-TOTAL-REASON
    MOVE WS-CT-REJ-ERAS TO WS-TOTAL-COUNT
    PERFORM 6110-WRITE-REASON-TOTAL

    IF WS-TRANS-TABLE-FULL
        MOVE 'TRANSACTION TABLE FULL - CONFLICT CHECK INCOMPLETE'
            TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    IF NOT WS-REPORT-FILE-OK
        DISPLAY 'HWTEDIT - HWTERPT WRITE FAILED, STATUS '
            WS-REPORT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

6110-WRITE-REASON-TOTAL.
    MOVE WS-TOTAL-REASON TO WS-EDIT-REASON
    MOVE WS-TOTAL-COUNT  TO WS-TOTAL-COUNT-DISP
    PERFORM 2650-DESCRIBE-REASON

    MOVE SPACES              TO WS-REPORT-DETAIL
    MOVE WS-TOTAL-REASON     TO WS-REPORT-DETAIL(1:4)
    MOVE WS-REASON-DESC      TO WS-REPORT-DETAIL(7:40)
    MOVE WS-TOTAL-COUNT-DISP TO WS-REPORT-DETAIL(49:7)
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

8000-WRITE-RUNLOG.
*> Rejects alone (RC 4) are a normal outcome of an edit run, so
*> only genuine failures are logged as ERROR.
    IF WS-RETURN-CODE > 4
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

8200-STAMP-BATCH-CONTROL.
*> The stamp carries whatever status the runlog just recorded;
*> HWMAINT only honors a COMPLETE stamp, so a failed edit still
*> stamps and the maintenance step stops cleanly.
    OPEN EXTEND BCTL-FILE
    IF WS-BCTL-FILE-NOT-FOUND
        OPEN OUTPUT BCTL-FILE
    END-IF

    MOVE SPACES              TO BCTL-RECORD
    MOVE WS-PROGRAM-NAME     TO BC-PROGRAM-NAME
    MOVE JB-RUN-DATE-DISPLAY TO BC-BUSINESS-DATE
    MOVE JB-RUN-TIME-DISPLAY TO BC-RUN-TIME
    MOVE JB-STATUS           TO BC-STATUS
    MOVE WS-CT-TRANS-PASSED  TO BC-OUTPUT-COUNT
    WRITE BCTL-RECORD

    IF NOT WS-BCTL-FILE-OK
        DISPLAY 'HWTEDIT - HWBCTL WRITE FAILED, STATUS '
            WS-BCTL-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE BCTL-FILE.

8500-CONTROL-TOTALS.
    MOVE WS-CT-TRANS-READ     TO WS-CT-TRANS-READ-DISP
    MOVE WS-CT-TRANS-PASSED   TO WS-CT-TRANS-PASSED-DISP
    MOVE WS-CT-TRANS-REJECTED TO WS-CT-TRANS-REJECTED-DISP

    STRING 'EDIT TOTALS - TRANS READ: '   DELIMITED BY SIZE
           WS-CT-TRANS-READ-DISP          DELIMITED BY SIZE
           '  PASSED: '                   DELIMITED BY SIZE
           WS-CT-TRANS-PASSED-DISP        DELIMITED BY SIZE
           '  REJECTED: '                 DELIMITED BY SIZE
           WS-CT-TRANS-REJECTED-DISP      DELIMITED BY SIZE
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE

    IF WS-CT-TRANS-REJECTED > 0
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
