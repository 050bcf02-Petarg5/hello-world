      *> HWAUDIT - weekly data-quality audit of the HWMASTR
      *> recipient master against the reference files.
      *>
      *> HWTEDIT keeps bad transactions off the master from now on,
      *> but nothing looks for what is already there.  This sweep
      *> reads the whole master, with the HWDEPT department file
      *> and the HWLANG phrase table, and lists on HWAUDRPT,
      *> grouped by finding type:
      *>
      *>   - suspensions whose effective-thru date has passed but
      *>     are still at status S (the extract already lets them
      *>     lapse, but the record says suspended for good);
      *>   - records with a blank status, which predate the status
      *>     field and are treated as active;
      *>   - records with a status that is neither A nor S;
      *>   - department codes not on HWDEPT;
      *>   - language codes with no HWLANG phrase;
      *>   - the same person on file under two recipient ids - the
      *>     same name (ignoring case) with no birth date on file
      *>     to tell them apart, or the same birth date.
      *>
      *> The findings that are safe to fix without a list owner's
      *> say-so are fixed the normal way, by writing a correcting
      *> transaction to HWTRAUD for the next HWTEDIT/HWMAINT run, so
      *> the change is edited, applied, and journaled on HWJRNL like
      *> any other: an R (reactivate) closes an expired suspension,
      *> and an R on a blank-status record sets it to A.  The other
      *> findings need someone to decide what the right value is,
      *> so they are reported only.
      *>
      *> HWTRAUD is this program's own transaction file, cut fresh
      *> every run (empty when nothing is fixed), and the
      *> maintenance job's JCL concatenates it ahead of HWTRANS the
      *> way it does HWSUSP's HWTRCYC.  The list owners' HWTRANS is
      *> never written here, so a late delivery of their file
      *> cannot lose a fix, and rerunning the sweep replaces the
      *> fixes rather than doubling them into HWTEDIT conflicts.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  NAMES REDACTED BY HWERASE LEFT OUT OF THE
      *>               DUPLICATE CHECK (JB)
      *>   2026-10-15  FIXES NOW WRITTEN TO HWTRAUD, CUT FRESH EACH
      *>               RUN AND CONCATENATED AHEAD OF HWTRANS,
      *>               INSTEAD OF BEING APPENDED TO HWTRANS (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWAUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO 'HWMASTR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-RECIP-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT DEPT-FILE ASSIGN TO 'HWDEPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT LANG-FILE ASSIGN TO 'HWLANG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-FILE-STATUS.

    SELECT TRAUD-FILE ASSIGN TO 'HWTRAUD'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAUD-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWAUDRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Authoritative recipient master being audited - read only.
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

*> Correcting transactions raised here as HWTRANS transactions,
*> concatenated ahead of the next HWTRANS by the maintenance
*> job's JCL.
FD  TRAUD-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  TRAUD-RECORD.
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

*> Exception report for the list owners.
FD  REPORT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                PIC X(132).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWAUDIT runs show up in the shared history.
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

01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-MASTER-FILE-OK           VALUE '00'.

01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-DEPT-FILE-OK             VALUE '00'.

01  WS-LANG-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-LANG-FILE-OK             VALUE '00'.

01  WS-TRAUD-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-TRAUD-FILE-OK            VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
    88  WS-MASTER-EOF               VALUE 'Y'.

01  WS-DEPT-EOF-SW              PIC X VALUE 'N'.
    88  WS-DEPT-EOF                 VALUE 'Y'.

01  WS-LANG-EOF-SW              PIC X VALUE 'N'.
    88  WS-LANG-EOF                 VALUE 'Y'.

*> Set once HWTRAUD is open, so the end of the run knows to
*> close it.
01  WS-TRAUD-OPEN-SW            PIC X VALUE 'N'.
    88  WS-TRAUD-OPEN               VALUE 'Y'.

*> In-storage copy of the HWDEPT codes.
01  WS-DEPT-REF-TABLE.
    05  WS-DR-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DR-ENTRY OCCURS 100 TIMES.
        10  WS-DR-CODE          PIC X(4).
01  WS-DR-IX                    PIC S9(4) COMP VALUE 0.

01  WS-DEPT-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-DEPT-TABLE-FULL          VALUE 'Y'.

*> In-storage copy of the HWLANG codes.
01  WS-LANG-TABLE.
    05  WS-LT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-LT-ENTRY OCCURS 50 TIMES.
        10  WS-LT-CODE          PIC X(3).
01  WS-LT-IX                    PIC S9(4) COMP VALUE 0.

01  WS-LANG-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-LANG-TABLE-FULL          VALUE 'Y'.

01  WS-REF-FOUND-SW             PIC X VALUE 'N'.
    88  WS-REF-FOUND                VALUE 'Y'.

*> The master, held in key order so each finding type can be
*> listed in its own section and every record compared with
*> every other for the duplicate check.  The match name is the
*> name folded to upper case.
01  WS-MASTER-TABLE.
    05  WS-MT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-MT-ENTRY OCCURS 5000 TIMES.
        10  WS-MT-RECIP-ID      PIC X(8).
        10  WS-MT-NAME          PIC X(30).
        10  WS-MT-MATCH-NAME    PIC X(30).
        10  WS-MT-LANG-CODE     PIC X(3).
        10  WS-MT-DEPT-CODE     PIC X(4).
        10  WS-MT-STATUS        PIC X.
        10  WS-MT-EFF-FROM      PIC X(10).
        10  WS-MT-EFF-THRU      PIC X(10).
        10  WS-MT-BIRTH-DATE    PIC X(10).
01  WS-MT-IX                    PIC S9(4) COMP VALUE 0.
01  WS-MT-JX                    PIC S9(4) COMP VALUE 0.

01  WS-MASTER-TABLE-FULL-SW     PIC X VALUE 'N'.
    88  WS-MASTER-TABLE-FULL        VALUE 'Y'.

01  WS-LOWER-CASE               PIC X(26) VALUE
    'abcdefghijklmnopqrstuvwxyz'.
01  WS-UPPER-CASE               PIC X(26) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

*> Title and findings of the section being listed.
01  WS-SECTION-TITLE            PIC X(132) VALUE SPACES.
01  WS-SECTION-COUNT            PIC 9(7) COMP VALUE 0.

01  WS-CONTROL-TOTALS.
    05  WS-CT-RECORDS-READ      PIC 9(7) COMP VALUE 0.
    05  WS-CT-EXPIRED-SUSP      PIC 9(7) COMP VALUE 0.
    05  WS-CT-BLANK-STATUS      PIC 9(7) COMP VALUE 0.
    05  WS-CT-BAD-STATUS        PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNKNOWN-DEPT      PIC 9(7) COMP VALUE 0.
    05  WS-CT-UNKNOWN-LANG      PIC 9(7) COMP VALUE 0.
    05  WS-CT-DUPLICATES        PIC 9(7) COMP VALUE 0.
    05  WS-CT-FIXES-WRITTEN     PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWAUDIT  -  RECIPIENT MASTER DATA-QUALITY AUDIT'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

*> Tail of the detail line for the fix just attempted.
01  WS-FIX-NOTE                  PIC X(40) VALUE SPACES.

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'RECIPIENT MASTER DATA-QUALITY AUDIT'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWAUDIT'.

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
*> 0 = master clean, 4 = findings reported (fixes may have been
*> written to HWTRAUD), 8 = a table overflowed and part of the
*> master or a reference file went unchecked, 12 = file failure.
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

    PERFORM 1600-LOAD-DEPT-TABLE
    PERFORM 1800-LOAD-LANG-TABLE
    IF WS-RETURN-CODE < 12
        PERFORM 2000-LOAD-MASTER
    END-IF
    IF WS-RETURN-CODE < 12
        PERFORM 3000-LIST-EXPIRED-SUSPENSIONS
        PERFORM 3200-LIST-BLANK-STATUS
        PERFORM 3400-LIST-BAD-STATUS
        PERFORM 3600-LIST-UNKNOWN-DEPTS
        PERFORM 3800-LIST-UNKNOWN-LANGS
        PERFORM 4000-LIST-DUPLICATES
    END-IF

    IF WS-TRAUD-OPEN
        CLOSE TRAUD-FILE
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
        DISPLAY 'HWAUDIT - HWAUDRPT OPEN FAILED, STATUS '
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

*> Cut fresh every run, even when nothing is fixed, so the
*> downstream concatenation always finds its DD and never picks
*> up an earlier sweep's fixes a second time.
    OPEN OUTPUT TRAUD-FILE
    IF WS-TRAUD-FILE-OK
        SET WS-TRAUD-OPEN TO TRUE
    ELSE
        DISPLAY 'HWAUDIT - HWTRAUD OPEN FAILED, STATUS '
            WS-TRAUD-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

1600-LOAD-DEPT-TABLE.
*> Without the reference file every department would be
*> reported unknown, so a missing HWDEPT stops the audit.
    OPEN INPUT DEPT-FILE
    IF WS-DEPT-FILE-OK
        PERFORM 1610-READ-DEPT-RECORD
        PERFORM 1620-STORE-DEPT-ENTRY UNTIL WS-DEPT-EOF
        CLOSE DEPT-FILE
    ELSE
        DISPLAY 'HWAUDIT - HWDEPT OPEN FAILED, STATUS '
            WS-DEPT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> Codes that couldn't be held would be reported as unknown.
    IF WS-DEPT-TABLE-FULL
        DISPLAY 'HWAUDIT - HWDEPT TABLE FULL, UNKNOWN DEPARTMENTS '
            'MAY BE OVERSTATED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

1610-READ-DEPT-RECORD.
    READ DEPT-FILE
        AT END
            SET WS-DEPT-EOF TO TRUE
    END-READ.

1620-STORE-DEPT-ENTRY.
    IF WS-DR-COUNT < 100
        ADD 1 TO WS-DR-COUNT
        MOVE DP-DEPT-CODE TO WS-DR-CODE(WS-DR-COUNT)
    ELSE
        SET WS-DEPT-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1610-READ-DEPT-RECORD.

1800-LOAD-LANG-TABLE.
    OPEN INPUT LANG-FILE
    IF WS-LANG-FILE-OK
        PERFORM 1810-READ-LANG-RECORD
        PERFORM 1820-STORE-LANG-ENTRY UNTIL WS-LANG-EOF
        CLOSE LANG-FILE
    ELSE
        DISPLAY 'HWAUDIT - HWLANG OPEN FAILED, STATUS '
            WS-LANG-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    IF WS-LANG-TABLE-FULL
        DISPLAY 'HWAUDIT - HWLANG TABLE FULL, UNKNOWN LANGUAGES '
            'MAY BE OVERSTATED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

1810-READ-LANG-RECORD.
    READ LANG-FILE
        AT END
            SET WS-LANG-EOF TO TRUE
    END-READ.

1820-STORE-LANG-ENTRY.
    IF WS-LT-COUNT < 50
        ADD 1 TO WS-LT-COUNT
        MOVE LG-LANG-CODE TO WS-LT-CODE(WS-LT-COUNT)
    ELSE
        SET WS-LANG-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1810-READ-LANG-RECORD.

2000-LOAD-MASTER.
    OPEN INPUT MASTER-FILE
    IF NOT WS-MASTER-FILE-OK
        DISPLAY 'HWAUDIT - HWMASTR OPEN FAILED, STATUS '
            WS-MASTER-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        MOVE LOW-VALUES TO MR-RECIP-ID
        START MASTER-FILE KEY NOT < MR-RECIP-ID
            INVALID KEY
                SET WS-MASTER-EOF TO TRUE
        END-START

        IF NOT WS-MASTER-EOF
            PERFORM 2010-READ-MASTER-NEXT
            PERFORM 2100-STORE-MASTER-ENTRY UNTIL WS-MASTER-EOF
        END-IF
        CLOSE MASTER-FILE
    END-IF

*> Records past the table's end are not audited at all.
    IF WS-MASTER-TABLE-FULL
        DISPLAY 'HWAUDIT - MASTER TABLE FULL, '
            'PART OF HWMASTR NOT AUDITED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

2010-READ-MASTER-NEXT.
    READ MASTER-FILE NEXT
        AT END
            SET WS-MASTER-EOF TO TRUE
    END-READ.

2100-STORE-MASTER-ENTRY.
    ADD 1 TO WS-CT-RECORDS-READ
    IF WS-MT-COUNT < 5000
        ADD 1 TO WS-MT-COUNT
        MOVE MR-RECIP-ID   TO WS-MT-RECIP-ID(WS-MT-COUNT)
        MOVE MR-NAME       TO WS-MT-NAME(WS-MT-COUNT)
        MOVE MR-NAME       TO WS-MT-MATCH-NAME(WS-MT-COUNT)
        INSPECT WS-MT-MATCH-NAME(WS-MT-COUNT)
            CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
*> Erased recipients all carry the same redaction value, which
*> says nothing about who they were; a blank match name keeps
*> them out of the duplicate check.
        IF MR-NAME-ERASED
            MOVE SPACES TO WS-MT-MATCH-NAME(WS-MT-COUNT)
        END-IF
        MOVE MR-LANG-CODE  TO WS-MT-LANG-CODE(WS-MT-COUNT)
        MOVE MR-DEPT-CODE  TO WS-MT-DEPT-CODE(WS-MT-COUNT)
        MOVE MR-STATUS     TO WS-MT-STATUS(WS-MT-COUNT)
        MOVE MR-EFF-FROM   TO WS-MT-EFF-FROM(WS-MT-COUNT)
        MOVE MR-EFF-THRU   TO WS-MT-EFF-THRU(WS-MT-COUNT)
        MOVE MR-BIRTH-DATE TO WS-MT-BIRTH-DATE(WS-MT-COUNT)
    ELSE
        SET WS-MASTER-TABLE-FULL TO TRUE
    END-IF
    PERFORM 2010-READ-MASTER-NEXT.

2900-START-SECTION.
    MOVE 0 TO WS-SECTION-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-SECTION-TITLE
    MOVE ALL '-' TO WS-REPORT-DETAIL(1:60)
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

2950-END-SECTION.
    MOVE WS-SECTION-COUNT TO WS-COUNT-DISP-1
    MOVE SPACES TO WS-REPORT-DETAIL
    IF WS-SECTION-COUNT = 0
        MOVE '    NONE FOUND' TO WS-REPORT-DETAIL
    ELSE
        STRING '  FINDINGS:'   DELIMITED BY SIZE
               WS-COUNT-DISP-1 DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

3000-LIST-EXPIRED-SUSPENSIONS.
    MOVE 'SUSPENSIONS PAST THEIR EFFECTIVE-THRU DATE STILL AT STATUS S'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 3100-TEST-EXPIRED-SUSPENSION
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-EXPIRED-SUSP
    PERFORM 2950-END-SECTION.

3100-TEST-EXPIRED-SUSPENSION.
*> An open-ended suspension (blank effective-thru) never
*> expires, so only a dated one that has run out is closed.
    IF WS-MT-STATUS(WS-MT-IX) = 'S'
     AND WS-MT-EFF-THRU(WS-MT-IX) NOT = SPACES
     AND WS-MT-EFF-THRU(WS-MT-IX) < JB-RUN-DATE-DISPLAY
        ADD 1 TO WS-SECTION-COUNT
        PERFORM 5000-WRITE-REACTIVATE
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '    '                    DELIMITED BY SIZE
               WS-MT-RECIP-ID(WS-MT-IX)  DELIMITED BY SIZE
               '  '                      DELIMITED BY SIZE
               WS-MT-NAME(WS-MT-IX)      DELIMITED BY SIZE
               '  SUSPENDED '            DELIMITED BY SIZE
               WS-MT-EFF-FROM(WS-MT-IX)  DELIMITED BY SIZE
               ' THRU '                  DELIMITED BY SIZE
               WS-MT-EFF-THRU(WS-MT-IX)  DELIMITED BY SIZE
               WS-FIX-NOTE               DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF.

3200-LIST-BLANK-STATUS.
    MOVE 'RECORDS WITH A BLANK STATUS (PREDATE THE STATUS FIELD)'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 3300-TEST-BLANK-STATUS
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-BLANK-STATUS
    PERFORM 2950-END-SECTION.

3300-TEST-BLANK-STATUS.
*> A blank status is already treated as active, so the R that
*> sets it to A changes nothing the extract sees.
    IF WS-MT-STATUS(WS-MT-IX) = SPACE
        ADD 1 TO WS-SECTION-COUNT
        PERFORM 5000-WRITE-REACTIVATE
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '    '                    DELIMITED BY SIZE
               WS-MT-RECIP-ID(WS-MT-IX)  DELIMITED BY SIZE
               '  '                      DELIMITED BY SIZE
               WS-MT-NAME(WS-MT-IX)      DELIMITED BY SIZE
               WS-FIX-NOTE               DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF.

3400-LIST-BAD-STATUS.
    MOVE 'RECORDS WITH A STATUS OTHER THAN A OR S'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 3500-TEST-BAD-STATUS
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-BAD-STATUS
    PERFORM 2950-END-SECTION.

3500-TEST-BAD-STATUS.
    IF WS-MT-STATUS(WS-MT-IX) NOT = 'A'
     AND WS-MT-STATUS(WS-MT-IX) NOT = 'S'
     AND WS-MT-STATUS(WS-MT-IX) NOT = SPACE
        ADD 1 TO WS-SECTION-COUNT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING '    '                    DELIMITED BY SIZE
               WS-MT-RECIP-ID(WS-MT-IX)  DELIMITED BY SIZE
               '  '                      DELIMITED BY SIZE
               WS-MT-NAME(WS-MT-IX)      DELIMITED BY SIZE
               '  STATUS '               DELIMITED BY SIZE
               WS-MT-STATUS(WS-MT-IX)    DELIMITED BY SIZE
               ' - REVIEW'               DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF.

3600-LIST-UNKNOWN-DEPTS.
    MOVE 'DEPARTMENTS NOT ON HWDEPT REFERENCE'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 3700-TEST-UNKNOWN-DEPT
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-UNKNOWN-DEPT
    PERFORM 2950-END-SECTION.

3700-TEST-UNKNOWN-DEPT.
*> A blank department is allowed (HWTEDIT lets it through), so
*> only a code that is there but not on file is a finding.
    IF WS-MT-DEPT-CODE(WS-MT-IX) NOT = SPACES
        MOVE 'N' TO WS-REF-FOUND-SW
        PERFORM 3710-MATCH-DEPT-ENTRY
            VARYING WS-DR-IX FROM 1 BY 1
            UNTIL WS-DR-IX > WS-DR-COUNT OR WS-REF-FOUND
        IF NOT WS-REF-FOUND
            ADD 1 TO WS-SECTION-COUNT
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '    '                    DELIMITED BY SIZE
                   WS-MT-RECIP-ID(WS-MT-IX)  DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WS-MT-NAME(WS-MT-IX)      DELIMITED BY SIZE
                   '  DEPT '                 DELIMITED BY SIZE
                   WS-MT-DEPT-CODE(WS-MT-IX) DELIMITED BY SIZE
                   ' - REVIEW'               DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        END-IF
    END-IF.

3710-MATCH-DEPT-ENTRY.
    IF WS-MT-DEPT-CODE(WS-MT-IX) = WS-DR-CODE(WS-DR-IX)
        SET WS-REF-FOUND TO TRUE
    END-IF.

3800-LIST-UNKNOWN-LANGS.
    MOVE 'LANGUAGE CODES WITH NO HWLANG PHRASE'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 3900-TEST-UNKNOWN-LANG
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-UNKNOWN-LANG
    PERFORM 2950-END-SECTION.

3900-TEST-UNKNOWN-LANG.
*> A blank language code takes the HWPARM default phrase by
*> design; a code with no phrase takes it by accident.
    IF WS-MT-LANG-CODE(WS-MT-IX) NOT = SPACES
        MOVE 'N' TO WS-REF-FOUND-SW
        PERFORM 3910-MATCH-LANG-ENTRY
            VARYING WS-LT-IX FROM 1 BY 1
            UNTIL WS-LT-IX > WS-LT-COUNT OR WS-REF-FOUND
        IF NOT WS-REF-FOUND
            ADD 1 TO WS-SECTION-COUNT
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '    '                    DELIMITED BY SIZE
                   WS-MT-RECIP-ID(WS-MT-IX)  DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WS-MT-NAME(WS-MT-IX)      DELIMITED BY SIZE
                   '  LANGUAGE '             DELIMITED BY SIZE
                   WS-MT-LANG-CODE(WS-MT-IX) DELIMITED BY SIZE
                   ' - REVIEW'               DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        END-IF
    END-IF.

3910-MATCH-LANG-ENTRY.
    IF WS-MT-LANG-CODE(WS-MT-IX) = WS-LT-CODE(WS-LT-IX)
        SET WS-REF-FOUND TO TRUE
    END-IF.

4000-LIST-DUPLICATES.
    MOVE 'POSSIBLE DUPLICATE RECIPIENTS (SAME PERSON, TWO IDS)'
        TO WS-SECTION-TITLE
    PERFORM 2900-START-SECTION
    PERFORM 4100-COMPARE-FROM-ENTRY
        VARYING WS-MT-IX FROM 1 BY 1
        UNTIL WS-MT-IX > WS-MT-COUNT
    ADD WS-SECTION-COUNT TO WS-CT-DUPLICATES
    PERFORM 2950-END-SECTION.

4100-COMPARE-FROM-ENTRY.
*> Each record is compared only with those after it, so every
*> pair is listed once.
    PERFORM 4200-COMPARE-PAIR
        VARYING WS-MT-JX FROM WS-MT-IX BY 1
        UNTIL WS-MT-JX > WS-MT-COUNT.

4200-COMPARE-PAIR.
*> The same name is only a duplicate if the birth dates don't
*> say otherwise: two namesakes with different birth dates on
*> file are two people.
    IF WS-MT-JX > WS-MT-IX
     AND WS-MT-MATCH-NAME(WS-MT-JX) = WS-MT-MATCH-NAME(WS-MT-IX)
     AND WS-MT-MATCH-NAME(WS-MT-IX) NOT = SPACES
        IF WS-MT-BIRTH-DATE(WS-MT-IX) = SPACES
         OR WS-MT-BIRTH-DATE(WS-MT-JX) = SPACES
         OR WS-MT-BIRTH-DATE(WS-MT-IX) = WS-MT-BIRTH-DATE(WS-MT-JX)
            ADD 1 TO WS-SECTION-COUNT
            MOVE SPACES TO WS-REPORT-DETAIL
            STRING '    '                     DELIMITED BY SIZE
                   WS-MT-RECIP-ID(WS-MT-IX)   DELIMITED BY SIZE
                   ' AND '                    DELIMITED BY SIZE
                   WS-MT-RECIP-ID(WS-MT-JX)   DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-MT-NAME(WS-MT-IX)       DELIMITED BY SIZE
                   '  DEPTS '                 DELIMITED BY SIZE
                   WS-MT-DEPT-CODE(WS-MT-IX)  DELIMITED BY SIZE
                   '/'                        DELIMITED BY SIZE
                   WS-MT-DEPT-CODE(WS-MT-JX)  DELIMITED BY SIZE
                   '  BORN '                  DELIMITED BY SIZE
                   WS-MT-BIRTH-DATE(WS-MT-IX) DELIMITED BY SIZE
                   '/'                        DELIMITED BY SIZE
                   WS-MT-BIRTH-DATE(WS-MT-JX) DELIMITED BY SIZE
                   ' - REVIEW'                DELIMITED BY SIZE
              INTO WS-REPORT-DETAIL
            WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        END-IF
    END-IF.

5000-WRITE-REACTIVATE.
*> The fix goes through the normal maintenance path: an R for
*> the recipient on HWTRAUD.  WS-FIX-NOTE says on the report
*> line whether it was written.
    MOVE '  - NOT FIXED, HWTRAUD UNAVAILABLE' TO WS-FIX-NOTE
    IF WS-TRAUD-OPEN
        MOVE SPACES                   TO TRAUD-RECORD
        MOVE 'R'                      TO TR-ACTION
        MOVE WS-MT-RECIP-ID(WS-MT-IX) TO TR-RECIP-ID
        WRITE TRAUD-RECORD
        IF WS-TRAUD-FILE-OK
            ADD 1 TO WS-CT-FIXES-WRITTEN
            MOVE '  - R WRITTEN TO HWTRAUD' TO WS-FIX-NOTE
        ELSE
            DISPLAY 'HWAUDIT - HWTRAUD WRITE FAILED, STATUS '
                WS-TRAUD-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

6000-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    MOVE WS-CT-RECORDS-READ  TO WS-COUNT-DISP-1
    MOVE WS-MT-COUNT         TO WS-COUNT-DISP-2
    MOVE WS-CT-FIXES-WRITTEN TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'MASTER RECORDS READ:' DELIMITED BY SIZE
           WS-COUNT-DISP-1        DELIMITED BY SIZE
           '  AUDITED:'           DELIMITED BY SIZE
           WS-COUNT-DISP-2        DELIMITED BY SIZE
           '  FIXES WRITTEN TO HWTRAUD:' DELIMITED BY SIZE
           WS-COUNT-DISP-3        DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:90)

    MOVE WS-CT-EXPIRED-SUSP TO WS-COUNT-DISP-1
    MOVE WS-CT-BLANK-STATUS TO WS-COUNT-DISP-2
    MOVE WS-CT-BAD-STATUS   TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'EXPIRED SUSPENSIONS:'  DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  BLANK STATUS:'       DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  OTHER STATUS:'       DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:90)

    MOVE WS-CT-UNKNOWN-DEPT TO WS-COUNT-DISP-1
    MOVE WS-CT-UNKNOWN-LANG TO WS-COUNT-DISP-2
    MOVE WS-CT-DUPLICATES   TO WS-COUNT-DISP-3
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'UNKNOWN DEPARTMENTS:'  DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  UNKNOWN LANGUAGES:'  DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  POSSIBLE DUPLICATES:' DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    DISPLAY WS-REPORT-DETAIL(1:90)

    IF NOT WS-REPORT-FILE-OK
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE REPORT-FILE.

8000-WRITE-RUNLOG.
*> Findings (RC 4) are the point of the run and a table
*> overflow (RC 8) is flagged on the report; only genuine
*> failures are logged as ERROR.
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

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
