      *> HWSTATD - daily greeting statistics rollup into the
      *> permanent HWSTATS history file.
      *>
      *> HWRLRPT answers how often the jobs ran, but once the day's
      *> HWEXTRCT has gone to the warehouse nothing here remembers
      *> how many greetings each department got, in which language,
      *> or how many fell back to the default phrase.  This step
      *> runs after the greeting run and reads that run's HWEXTRCT,
      *> classifying every letter against the HWLANG phrase table
      *> (a language code that is blank or has no phrase went out
      *> with the HWPARM fallback text, the same lookup HelloWorld
      *> makes) and the HWDEPT reference file (a department code
      *> not on file is counted as unknown).  The counts, one
      *> record per department and language code, go onto HWSTATS
      *> with a day record carrying the number of recipients the
      *> HWMAINT extract skipped as suspended, taken from HWMAINT's
      *> HWBCTL stamp for the same business date.  See the
      *> HWSTAREC copybook for the layout.
      *>
      *> HWSTATS is permanent and is rebuilt each run rather than
      *> appended to: the history is copied from HWSTATS to
      *> HWSTATNW, dropping any records already there for the
      *> same business date and run class, then today's records
      *> are added, and the job's final step swaps HWSTATNW in as
      *> the new HWSTATS (the same swap HWPURGE uses for HWRLNEW).
      *> A rerun of the day therefore replaces its counts instead
      *> of doubling them.  The standard and occasion runs are
      *> separate run classes, so rolling up one leaves the
      *> other's counts for the day alone.  An extract whose
      *> trailer shows recipients passed over as previously
      *> delivered (a reprint or a rerun after HWLEDGR was
      *> posted) covers only part of the day, so its counts are
      *> added to the day's rows already on HWSTATS rather than
      *> replacing them.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  A PARTIAL EXTRACT (PREVIOUSLY DELIVERED COUNT
      *>               ON THE TRAILER) NOW ADDS TO THE DAY'S ROWS
      *>               INSTEAD OF REPLACING THEM, AND A FULL DAY
      *>               TABLE NOW FAILS THE STEP (RC 12) SO HWSTATNW
      *>               IS NOT SWAPPED IN SHORT (JB)
      *>   2026-10-15  AN HWLANG OR HWDEPT THAT WON'T OPEN NOW FAILS
      *>               THE STEP (RC 12) INSTEAD OF COUNTING EVERY
      *>               CODE AS A FALLBACK OR UNKNOWN (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWSTATD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO 'HWEXTRCT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT LANG-FILE ASSIGN TO 'HWLANG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-FILE-STATUS.

    SELECT DEPT-FILE ASSIGN TO 'HWDEPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT BCTL-FILE ASSIGN TO 'HWBCTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCTL-FILE-STATUS.

    SELECT STATS-FILE ASSIGN TO 'HWSTATS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATS-FILE-STATUS.

    SELECT STATNW-FILE ASSIGN TO 'HWSTATNW'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATNW-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> The greeting run's warehouse interface file - header, one
*> detail per letter issued, and trailer.
FD  EXTRACT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXTRACT-RECORD               PIC X(80).

*> Greeting phrase table - one phrase per language code.
FD  LANG-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  LANG-RECORD.
    05  LG-LANG-CODE             PIC X(3).
    05  FILLER                   PIC X.
    05  LG-PHRASE                PIC X(20).
    05  FILLER                   PIC X(6).

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

*> Daily batch-chain control file, read for HWMAINT's stamp -
*> layout shared via the HWBCTREC copybook.
FD  BCTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWBCTREC.

*> Statistics history as it stood before this run.
FD  STATS-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWSTAREC.

*> Rebuilt statistics history, swapped in as HWSTATS by the
*> job's final step.
FD  STATNW-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  STATNW-RECORD                PIC X(80).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWSTATD runs show up in the shared history.
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

01  WS-LANG-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-LANG-FILE-OK             VALUE '00'.

01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-DEPT-FILE-OK             VALUE '00'.

01  WS-BCTL-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-BCTL-FILE-OK             VALUE '00'.

01  WS-STATS-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-STATS-FILE-OK            VALUE '00'.
    88  WS-STATS-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-STATNW-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-STATNW-FILE-OK           VALUE '00'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-EXTRACT-EOF-SW           PIC X VALUE 'N'.
    88  WS-EXTRACT-EOF              VALUE 'Y'.

01  WS-LANG-EOF-SW              PIC X VALUE 'N'.
    88  WS-LANG-EOF                 VALUE 'Y'.

01  WS-DEPT-EOF-SW              PIC X VALUE 'N'.
    88  WS-DEPT-EOF                 VALUE 'Y'.

01  WS-BCTL-EOF-SW              PIC X VALUE 'N'.
    88  WS-BCTL-EOF                 VALUE 'Y'.

01  WS-STATS-EOF-SW             PIC X VALUE 'N'.
    88  WS-STATS-EOF                VALUE 'Y'.

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

01  WS-EXTRACT-TRAILER.
    05  XT-RECORD-TYPE          PIC X.
    05  FILLER                  PIC X.
    05  XT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X.
    05  XT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X.
    05  XT-PREV-DELIVERED       PIC 9(7).
    05  FILLER                  PIC X(47).

01  WS-HEADER-FOUND-SW          PIC X VALUE 'N'.
    88  WS-HEADER-FOUND             VALUE 'Y'.

01  WS-TRAILER-FOUND-SW         PIC X VALUE 'N'.
    88  WS-TRAILER-FOUND            VALUE 'Y'.

*> Run classes present on today's extract - only those are
*> replaced on the history.
01  WS-STANDARD-SEEN-SW         PIC X VALUE 'N'.
    88  WS-STANDARD-SEEN            VALUE 'Y'.

01  WS-OCCASION-SEEN-SW         PIC X VALUE 'N'.
    88  WS-OCCASION-SEEN            VALUE 'Y'.

01  WS-DETAIL-CLASS             PIC X VALUE SPACES.
01  WS-DETAIL-DEPT              PIC X(4) VALUE SPACES.
01  WS-DETAIL-LANG              PIC X(3) VALUE SPACES.

*> Set when the extract covers only part of the day - its
*> counts are then added to the day's rows, not put in their
*> place.
01  WS-PARTIAL-DAY-SW           PIC X VALUE 'N'.
    88  WS-PARTIAL-DAY              VALUE 'Y'.

*> In-storage copy of the HWLANG codes, for the fallback test.
01  WS-LANG-TABLE.
    05  WS-LT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-LT-ENTRY OCCURS 50 TIMES.
        10  WS-LT-CODE          PIC X(3).
01  WS-LT-IX                    PIC S9(4) COMP VALUE 0.

01  WS-LANG-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-LANG-TABLE-FULL          VALUE 'Y'.

*> In-storage copy of the HWDEPT codes, for the unknown test.
01  WS-DEPT-REF-TABLE.
    05  WS-DR-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DR-ENTRY OCCURS 100 TIMES.
        10  WS-DR-CODE          PIC X(4).
01  WS-DR-IX                    PIC S9(4) COMP VALUE 0.

01  WS-DEPT-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-DEPT-TABLE-FULL          VALUE 'Y'.

01  WS-REF-FOUND-SW             PIC X VALUE 'N'.
    88  WS-REF-FOUND                VALUE 'Y'.

*> Today's counts, one row per run class, department, and
*> language code.
01  WS-DAY-TABLE.
    05  WS-DY-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DY-ENTRY OCCURS 500 TIMES.
        10  WS-DY-RUN-CLASS     PIC X.
        10  WS-DY-DEPT-CODE     PIC X(4).
        10  WS-DY-LANG-CODE     PIC X(3).
        10  WS-DY-GREETINGS     PIC 9(7) COMP.
        10  WS-DY-FALLBACK      PIC 9(7) COMP.
        10  WS-DY-UNKNOWN-DEPT  PIC 9(7) COMP.
01  WS-DY-IX                    PIC S9(4) COMP VALUE 0.
01  WS-DAY-SLOT                 PIC S9(4) COMP VALUE 0.

01  WS-DAY-TABLE-FULL-SW        PIC X VALUE 'N'.
    88  WS-DAY-TABLE-FULL           VALUE 'Y'.

*> HWMAINT's stamp for the extract's business date; the latest
*> COMPLETE stamp wins, as it does for every chain check.
01  WS-MAINT-PROGRAM            PIC X(10) VALUE 'HWMAINT'.

01  WS-MAINT-FOUND-SW           PIC X VALUE 'N'.
    88  WS-MAINT-FOUND              VALUE 'Y'.

01  WS-MAINT-SKIPPED            PIC 9(7) VALUE 0.

01  WS-CONTROL-TOTALS.
    05  WS-CT-LETTERS           PIC 9(7) COMP VALUE 0.
    05  WS-CT-FALLBACK          PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNKNOWN-DEPT      PIC 9(7) COMP VALUE 0.
    05  WS-CT-HISTORY-KEPT      PIC 9(7) COMP VALUE 0.
    05  WS-CT-HISTORY-REPLACED  PIC 9(7) COMP VALUE 0.
    05  WS-CT-HISTORY-ADDED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-HISTORY-MERGED    PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.
01  WS-COUNT-DISP-4             PIC ZZZZZZ9.

01  WS-CT-SUMMARY-LINE          PIC X(80) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'DAILY GREETING STATISTICS ROLLUP'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWSTATD'.

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
*> 0 = normal, 4 = no HWMAINT stamp for the date (suspended
*> count not recorded), 8 = a reference table overflowed,
*> 12 = file failure (including a reference file that won't
*> open), an extract that doesn't balance, or more
*> rows for the day than the day table holds (HWSTATNW must
*> not be swapped in).
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
    PERFORM 2000-TALLY-EXTRACT
    IF WS-RETURN-CODE < 12
        PERFORM 2500-FIND-MAINT-STAMP
        PERFORM 3000-REBUILD-HISTORY
    END-IF
    PERFORM 8500-CONTROL-TOTALS
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

    SET JB-STAT-START TO TRUE.

1600-LOAD-LANG-TABLE.
*> Without the phrase table every letter would be counted as a
*> fallback, so a missing HWLANG fails the step and the history
*> is left as it was.
    OPEN INPUT LANG-FILE
    IF WS-LANG-FILE-OK
        PERFORM 1610-READ-LANG-RECORD
        PERFORM 1620-STORE-LANG-ENTRY UNTIL WS-LANG-EOF
        CLOSE LANG-FILE
    ELSE
        DISPLAY 'HWSTATD - HWLANG OPEN FAILED, STATUS '
            WS-LANG-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> Codes that couldn't be held would be counted as fallbacks,
*> so the overflow is flagged on the step's return code.
    IF WS-LANG-TABLE-FULL
        DISPLAY 'HWSTATD - HWLANG TABLE FULL, FALLBACK COUNTS '
            'MAY BE OVERSTATED'
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
*> Likewise every department would be counted as unknown.
    OPEN INPUT DEPT-FILE
    IF WS-DEPT-FILE-OK
        PERFORM 1810-READ-DEPT-RECORD
        PERFORM 1820-STORE-DEPT-ENTRY UNTIL WS-DEPT-EOF
        CLOSE DEPT-FILE
    ELSE
        DISPLAY 'HWSTATD - HWDEPT OPEN FAILED, STATUS '
            WS-DEPT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    IF WS-DEPT-TABLE-FULL
        DISPLAY 'HWSTATD - HWDEPT TABLE FULL, UNKNOWN COUNTS '
            'MAY BE OVERSTATED'
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

2000-TALLY-EXTRACT.
    OPEN INPUT EXTRACT-FILE
    IF NOT WS-EXTRACT-FILE-OK
        DISPLAY 'HWSTATD - HWEXTRCT OPEN FAILED, STATUS '
            WS-EXTRACT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-EXTRACT-RECORD
        PERFORM 2200-SIFT-EXTRACT-RECORD UNTIL WS-EXTRACT-EOF
        CLOSE EXTRACT-FILE
    END-IF

*> The counts only go on the permanent history if the extract
*> is whole: a header for the business date, and a trailer
*> whose count agrees with the details read.
    IF WS-RETURN-CODE < 12
        IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
            DISPLAY 'HWSTATD - HEADER OR TRAILER MISSING ON HWEXTRCT'
            MOVE 12 TO WS-RETURN-CODE
        ELSE
            IF XT-RECORD-COUNT NOT = WS-CT-LETTERS
                MOVE WS-CT-LETTERS TO WS-COUNT-DISP-1
                DISPLAY 'HWSTATD - HWEXTRCT TRAILER COUNT '
                    XT-RECORD-COUNT ' NOT DETAILS READ '
                    WS-COUNT-DISP-1
                MOVE 12 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF

    IF WS-TRAILER-FOUND
     AND XT-PREV-DELIVERED IS NUMERIC
     AND XT-PREV-DELIVERED > 0
        SET WS-PARTIAL-DAY TO TRUE
        DISPLAY 'HWSTATD - ' XT-PREV-DELIVERED ' PREVIOUSLY '
            'DELIVERED, COUNTS ADDED TO THE DAY ALREADY ROLLED UP'
    END-IF.

2100-READ-EXTRACT-RECORD.
    READ EXTRACT-FILE
        AT END
            SET WS-EXTRACT-EOF TO TRUE
    END-READ.

2200-SIFT-EXTRACT-RECORD.
    EVALUATE EXTRACT-RECORD(1:1)
        WHEN 'H'
            MOVE EXTRACT-RECORD TO WS-EXTRACT-HEADER
            SET WS-HEADER-FOUND TO TRUE
        WHEN 'D'
            MOVE EXTRACT-RECORD TO WS-EXTRACT-DETAIL
            PERFORM 2300-TALLY-LETTER
        WHEN 'T'
            MOVE EXTRACT-RECORD TO WS-EXTRACT-TRAILER
            SET WS-TRAILER-FOUND TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 2100-READ-EXTRACT-RECORD.

2300-TALLY-LETTER.
*> Birthday and anniversary letters come from the occasion run;
*> a standard letter (or one cut before the occasion type was
*> carried) from the standard run.
    ADD 1 TO WS-CT-LETTERS
    IF XD-OCCASION-TYPE = 'B' OR XD-OCCASION-TYPE = 'A'
        MOVE 'O' TO WS-DETAIL-CLASS
        SET WS-OCCASION-SEEN TO TRUE
    ELSE
        MOVE 'S' TO WS-DETAIL-CLASS
        SET WS-STANDARD-SEEN TO TRUE
    END-IF
    MOVE XD-DEPT-CODE TO WS-DETAIL-DEPT
    MOVE XD-LANG-CODE TO WS-DETAIL-LANG

    PERFORM 2400-FIND-DAY-SLOT
    IF WS-DAY-SLOT > 0
        ADD 1 TO WS-DY-GREETINGS(WS-DAY-SLOT)

        MOVE 'N' TO WS-REF-FOUND-SW
        IF XD-LANG-CODE NOT = SPACES
            PERFORM 2310-MATCH-LANG-ENTRY
                VARYING WS-LT-IX FROM 1 BY 1
                UNTIL WS-LT-IX > WS-LT-COUNT OR WS-REF-FOUND
        END-IF
        IF NOT WS-REF-FOUND
            ADD 1 TO WS-DY-FALLBACK(WS-DAY-SLOT)
            ADD 1 TO WS-CT-FALLBACK
        END-IF

        MOVE 'N' TO WS-REF-FOUND-SW
        PERFORM 2320-MATCH-DEPT-ENTRY
            VARYING WS-DR-IX FROM 1 BY 1
            UNTIL WS-DR-IX > WS-DR-COUNT OR WS-REF-FOUND
        IF NOT WS-REF-FOUND
            ADD 1 TO WS-DY-UNKNOWN-DEPT(WS-DAY-SLOT)
            ADD 1 TO WS-CT-UNKNOWN-DEPT
        END-IF
    END-IF.

2310-MATCH-LANG-ENTRY.
    IF XD-LANG-CODE = WS-LT-CODE(WS-LT-IX)
        SET WS-REF-FOUND TO TRUE
    END-IF.

2320-MATCH-DEPT-ENTRY.
    IF XD-DEPT-CODE = WS-DR-CODE(WS-DR-IX)
        SET WS-REF-FOUND TO TRUE
    END-IF.

2400-FIND-DAY-SLOT.
*> Counts that can't be held would go onto the permanent
*> history short, so a full table fails the step and HWSTATNW
*> isn't swapped in.
    MOVE 0 TO WS-DAY-SLOT
    PERFORM 2410-MATCH-DAY-ENTRY
        VARYING WS-DY-IX FROM 1 BY 1
        UNTIL WS-DY-IX > WS-DY-COUNT OR WS-DAY-SLOT > 0

    IF WS-DAY-SLOT = 0
        IF WS-DY-COUNT < 500
            ADD 1 TO WS-DY-COUNT
            MOVE WS-DY-COUNT     TO WS-DAY-SLOT
            MOVE WS-DETAIL-CLASS TO WS-DY-RUN-CLASS(WS-DAY-SLOT)
            MOVE WS-DETAIL-DEPT  TO WS-DY-DEPT-CODE(WS-DAY-SLOT)
            MOVE WS-DETAIL-LANG  TO WS-DY-LANG-CODE(WS-DAY-SLOT)
            MOVE 0 TO WS-DY-GREETINGS(WS-DAY-SLOT)
            MOVE 0 TO WS-DY-FALLBACK(WS-DAY-SLOT)
            MOVE 0 TO WS-DY-UNKNOWN-DEPT(WS-DAY-SLOT)
        ELSE
            IF NOT WS-DAY-TABLE-FULL
                DISPLAY 'HWSTATD - DAY TABLE FULL, HWSTATNW NOT '
                    'TO BE SWAPPED IN'
            END-IF
            SET WS-DAY-TABLE-FULL TO TRUE
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

2410-MATCH-DAY-ENTRY.
    IF WS-DY-RUN-CLASS(WS-DY-IX) = WS-DETAIL-CLASS
     AND WS-DY-DEPT-CODE(WS-DY-IX) = WS-DETAIL-DEPT
     AND WS-DY-LANG-CODE(WS-DY-IX) = WS-DETAIL-LANG
        MOVE WS-DY-IX TO WS-DAY-SLOT
    END-IF.

2500-FIND-MAINT-STAMP.
*> No HWMAINT stamp for the extract's date just means the day's
*> suspended count can't be recorded; the greeting counts are
*> still good and still rolled up.
    OPEN INPUT BCTL-FILE
    IF WS-BCTL-FILE-OK
        PERFORM 2510-READ-BCTL-RECORD
        PERFORM 2520-SCAN-BCTL-RECORD UNTIL WS-BCTL-EOF
        CLOSE BCTL-FILE
    END-IF

    IF NOT WS-MAINT-FOUND
        DISPLAY 'HWSTATD - NO COMPLETE HWMAINT STAMP FOR '
            XH-RUN-DATE ', SUSPENDED COUNT NOT RECORDED'
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

2510-READ-BCTL-RECORD.
    READ BCTL-FILE
        AT END
            SET WS-BCTL-EOF TO TRUE
    END-READ.

2520-SCAN-BCTL-RECORD.
    IF BC-PROGRAM-NAME = WS-MAINT-PROGRAM
     AND BC-STATUS = 'COMPLETE'
     AND BC-BUSINESS-DATE = XH-RUN-DATE
        SET WS-MAINT-FOUND TO TRUE
        IF BC-SKIPPED-COUNT IS NUMERIC
            MOVE BC-SKIPPED-COUNT TO WS-MAINT-SKIPPED
        ELSE
            MOVE 0 TO WS-MAINT-SKIPPED
        END-IF
    END-IF
    PERFORM 2510-READ-BCTL-RECORD.

3000-REBUILD-HISTORY.
    OPEN OUTPUT STATNW-FILE
    IF NOT WS-STATNW-FILE-OK
        DISPLAY 'HWSTATD - HWSTATNW OPEN FAILED, STATUS '
            WS-STATNW-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 3100-COPY-HISTORY
        PERFORM 3500-ADD-DAY-RECORDS
            VARYING WS-DY-IX FROM 1 BY 1
            UNTIL WS-DY-IX > WS-DY-COUNT
        IF WS-MAINT-FOUND
            PERFORM 3600-ADD-MAINT-RECORD
        END-IF
        IF NOT WS-STATNW-FILE-OK
            DISPLAY 'HWSTATD - HWSTATNW WRITE FAILED, STATUS '
                WS-STATNW-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE STATNW-FILE
    END-IF.

3100-COPY-HISTORY.
*> No HWSTATS yet (the first run) is an empty history.
    OPEN INPUT STATS-FILE
    IF WS-STATS-FILE-OK
        PERFORM 3110-READ-STATS-RECORD
        PERFORM 3120-COPY-STATS-RECORD UNTIL WS-STATS-EOF
        CLOSE STATS-FILE
    ELSE
        IF NOT WS-STATS-FILE-NOT-FOUND
            DISPLAY 'HWSTATD - HWSTATS OPEN FAILED, STATUS '
                WS-STATS-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

3110-READ-STATS-RECORD.
    READ STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
    END-READ.

3120-COPY-STATS-RECORD.
*> Today's rollup supersedes what an earlier run of the same
*> business date and run class left behind - or, from a partial
*> extract, takes the earlier day rows' counts into its own.
    IF ST-BUSINESS-DATE = XH-RUN-DATE
     AND ((ST-DAY-DETAIL AND ST-STANDARD-RUN AND WS-STANDARD-SEEN)
       OR (ST-DAY-DETAIL AND ST-OCCASION-RUN AND WS-OCCASION-SEEN)
       OR (ST-MAINT-SUMMARY AND WS-MAINT-FOUND))
        IF ST-DAY-DETAIL AND WS-PARTIAL-DAY
            PERFORM 3130-MERGE-STATS-RECORD
        ELSE
            ADD 1 TO WS-CT-HISTORY-REPLACED
        END-IF
    ELSE
        WRITE STATNW-RECORD FROM STATS-RECORD
        ADD 1 TO WS-CT-HISTORY-KEPT
    END-IF
    PERFORM 3110-READ-STATS-RECORD.

3130-MERGE-STATS-RECORD.
    MOVE ST-RUN-CLASS TO WS-DETAIL-CLASS
    MOVE ST-DEPT-CODE TO WS-DETAIL-DEPT
    MOVE ST-LANG-CODE TO WS-DETAIL-LANG
    PERFORM 2400-FIND-DAY-SLOT
    IF WS-DAY-SLOT > 0
        ADD ST-GREETINGS    TO WS-DY-GREETINGS(WS-DAY-SLOT)
        ADD ST-FALLBACK     TO WS-DY-FALLBACK(WS-DAY-SLOT)
        ADD ST-UNKNOWN-DEPT TO WS-DY-UNKNOWN-DEPT(WS-DAY-SLOT)
        ADD 1 TO WS-CT-HISTORY-MERGED
    END-IF.

3500-ADD-DAY-RECORDS.
    MOVE SPACES                      TO STATS-RECORD
    MOVE XH-RUN-DATE                 TO ST-BUSINESS-DATE
    MOVE 'D'                         TO ST-RECORD-TYPE
    MOVE WS-DY-RUN-CLASS(WS-DY-IX)   TO ST-RUN-CLASS
    MOVE WS-DY-DEPT-CODE(WS-DY-IX)   TO ST-DEPT-CODE
    MOVE WS-DY-LANG-CODE(WS-DY-IX)   TO ST-LANG-CODE
    MOVE WS-DY-GREETINGS(WS-DY-IX)   TO ST-GREETINGS
    MOVE WS-DY-FALLBACK(WS-DY-IX)    TO ST-FALLBACK
    MOVE WS-DY-UNKNOWN-DEPT(WS-DY-IX) TO ST-UNKNOWN-DEPT
    MOVE 0                           TO ST-SUSP-SKIPPED
    MOVE XH-JOB-NAME                 TO ST-JOB-NAME
    WRITE STATNW-RECORD FROM STATS-RECORD
    ADD 1 TO WS-CT-HISTORY-ADDED.

3600-ADD-MAINT-RECORD.
    MOVE SPACES           TO STATS-RECORD
    MOVE XH-RUN-DATE      TO ST-BUSINESS-DATE
    MOVE 'M'              TO ST-RECORD-TYPE
    MOVE 0                TO ST-GREETINGS
    MOVE 0                TO ST-FALLBACK
    MOVE 0                TO ST-UNKNOWN-DEPT
    MOVE WS-MAINT-SKIPPED TO ST-SUSP-SKIPPED
    MOVE JB-JOB-NAME      TO ST-JOB-NAME
    WRITE STATNW-RECORD FROM STATS-RECORD
    ADD 1 TO WS-CT-HISTORY-ADDED.

8000-WRITE-RUNLOG.
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

8500-CONTROL-TOTALS.
    MOVE WS-CT-LETTERS      TO WS-COUNT-DISP-1
    MOVE WS-CT-FALLBACK     TO WS-COUNT-DISP-2
    MOVE WS-CT-UNKNOWN-DEPT TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-CT-SUMMARY-LINE
    STRING 'LETTERS: '             DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  FALLBACK PHRASE: '   DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  UNKNOWN DEPT: '      DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE

    MOVE WS-CT-HISTORY-KEPT     TO WS-COUNT-DISP-1
    MOVE WS-CT-HISTORY-REPLACED TO WS-COUNT-DISP-2
    MOVE WS-CT-HISTORY-ADDED    TO WS-COUNT-DISP-3
    MOVE WS-CT-HISTORY-MERGED   TO WS-COUNT-DISP-4
    MOVE SPACES TO WS-CT-SUMMARY-LINE
    STRING 'HWSTATS KEPT: '        DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  REPLACED: '          DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  ADDED: '             DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
           '  MERGED: '            DELIMITED BY SIZE
           WS-COUNT-DISP-4         DELIMITED BY SIZE
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
