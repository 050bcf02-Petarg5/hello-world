      *> HWSTATM - month-end greeting statistics report over the
      *> HWSTATS history file.
      *>
      *> For the monthly operations review: how many greetings each
      *> department got, in which languages, how many of them fell
      *> back to the default phrase, and how many went to
      *> departments not on HWDEPT - for the report month to date,
      *> the month before, and the same month a year earlier, side
      *> by side.  Departments are listed in code order with one
      *> line per language code and a department subtotal, followed
      *> by a grand total and the count of recipients the HWMAINT
      *> extract skipped as suspended.  Standard and occasion run
      *> counts are reported together.
      *>
      *> The report month comes from the HWSTPARM control card
      *> ('MONTH=YYYY-MM'), defaulting to the month of the run
      *> date, so a month-end run taken on the first working day of
      *> the next month just carries the card.  HWSTATS is built by
      *> HWSTATD - see the HWSTAREC copybook.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWSTATM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE ASSIGN TO 'HWSTPARM'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

    SELECT STATS-FILE ASSIGN TO 'HWSTATS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATS-FILE-STATUS.

    SELECT DEPT-FILE ASSIGN TO 'HWDEPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWSTMRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Control card carrying the report month so a late or repeat
*> month-end run needs no recompile.
FD  CTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  CTL-RECORD                  PIC X(80).

*> Permanent greeting statistics history from HWSTATD.
FD  STATS-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWSTAREC.

*> Department reference file, for the department names.
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

*> Month-end statistics report for the operations review.
FD  REPORT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                PIC X(132).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWSTATM runs show up in the shared history.
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

01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
    88  WS-CTL-FILE-OK              VALUE '00'.

01  WS-STATS-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-STATS-FILE-OK            VALUE '00'.

01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-DEPT-FILE-OK             VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-CTL-EOF-SW               PIC X VALUE 'N'.
    88  WS-CTL-EOF                  VALUE 'Y'.

01  WS-STATS-EOF-SW             PIC X VALUE 'N'.
    88  WS-STATS-EOF                VALUE 'Y'.

01  WS-DEPT-EOF-SW              PIC X VALUE 'N'.
    88  WS-DEPT-EOF                 VALUE 'Y'.

*> The three months reported, as CCYY-MM to match the first
*> seven bytes of ST-BUSINESS-DATE: column 1 the report month,
*> column 2 the month before, column 3 the same month a year
*> earlier.
01  WS-MONTH-TABLE.
    05  WS-MONTH-ENTRY OCCURS 3 TIMES.
        10  WS-MONTH-CCYY       PIC 9(4).
        10  WS-MONTH-DASH       PIC X.
        10  WS-MONTH-MM         PIC 9(2).
01  WS-MONTH-IX                 PIC S9(4) COMP VALUE 0.
01  WS-COLUMN                   PIC S9(4) COMP VALUE 0.

01  WS-CARD-MONTH               PIC X(7) VALUE SPACES.
01  FILLER REDEFINES WS-CARD-MONTH.
    05  WS-CARD-CCYY            PIC X(4).
    05  WS-CARD-DASH            PIC X.
    05  WS-CARD-MM              PIC X(2).

*> In-storage copy of the HWDEPT names, for the department
*> headings.
01  WS-DEPT-REF-TABLE.
    05  WS-DR-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DR-ENTRY OCCURS 100 TIMES.
        10  WS-DR-CODE          PIC X(4).
        10  WS-DR-NAME          PIC X(30).
01  WS-DR-IX                    PIC S9(4) COMP VALUE 0.
01  WS-DEPT-REF-SLOT            PIC S9(4) COMP VALUE 0.

01  WS-DEPT-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-DEPT-TABLE-FULL          VALUE 'Y'.

*> Accumulators, one row per department and language code, kept
*> in department/language order as rows are added, each with
*> the three month columns.
01  WS-ROW-TABLE.
    05  WS-RW-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-RW-ENTRY OCCURS 500 TIMES.
        10  WS-RW-KEY.
            15  WS-RW-DEPT-CODE PIC X(4).
            15  WS-RW-LANG-CODE PIC X(3).
        10  WS-RW-COL OCCURS 3 TIMES.
            15  WS-RW-GREETINGS PIC 9(7) COMP.
            15  WS-RW-FALLBACK  PIC 9(7) COMP.
            15  WS-RW-UNKNOWN   PIC 9(7) COMP.
01  WS-RW-IX                    PIC S9(4) COMP VALUE 0.
01  WS-ROW-SLOT                 PIC S9(4) COMP VALUE 0.
01  WS-SHIFT-IX                 PIC S9(4) COMP VALUE 0.

01  WS-ROW-TABLE-FULL-SW        PIC X VALUE 'N'.
    88  WS-ROW-TABLE-FULL           VALUE 'Y'.

01  WS-RECORD-KEY.
    05  WS-RK-DEPT-CODE         PIC X(4).
    05  WS-RK-LANG-CODE         PIC X(3).

*> Department subtotal and grand total, by month column, plus
*> the suspended-and-skipped counts from the HWMAINT records.
01  WS-SUBTOTALS.
    05  WS-SB-COL OCCURS 3 TIMES.
        10  WS-SB-GREETINGS     PIC 9(7) COMP.
        10  WS-SB-FALLBACK      PIC 9(7) COMP.
        10  WS-SB-UNKNOWN       PIC 9(7) COMP.

01  WS-GRAND-TOTALS.
    05  WS-GT-COL OCCURS 3 TIMES.
        10  WS-GT-GREETINGS     PIC 9(7) COMP.
        10  WS-GT-FALLBACK      PIC 9(7) COMP.
        10  WS-GT-UNKNOWN       PIC 9(7) COMP.
        10  WS-GT-SUSP-SKIPPED  PIC 9(7) COMP.

01  WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.

01  WS-CT-RECORDS-READ          PIC 9(7) COMP VALUE 0.
01  WS-CT-RECORDS-IN-PERIOD     PIC 9(7) COMP VALUE 0.
01  WS-CT-RECORDS-OUTSIDE       PIC 9(7) COMP VALUE 0.

01  WS-COUNT-DISP-1             PIC ZZZZZZ9.
01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
01  WS-COUNT-DISP-3             PIC ZZZZZZ9.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWSTATM  -  MONTHLY GREETING STATISTICS'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

*> Column headings: the month over each block, then the three
*> counts within it.
01  WS-MONTH-HEADING.
    05  FILLER                  PIC X(24) VALUE SPACES.
    05  WS-MH-COL OCCURS 3 TIMES.
        10  FILLER              PIC X(4).
        10  WS-MH-TITLE         PIC X(17).
        10  WS-MH-MONTH         PIC X(7).
        10  FILLER              PIC X.
    05  FILLER                  PIC X(21) VALUE SPACES.

01  WS-COUNT-HEADING.
    05  FILLER                  PIC X(24) VALUE
        'DEPARTMENT / LANGUAGE'.
    05  WS-CH-COL OCCURS 3 TIMES.
        10  FILLER              PIC X(29).
    05  FILLER                  PIC X(21) VALUE SPACES.

01  WS-COUNT-TITLES             PIC X(29) VALUE
    '   GREETINGS FALLBACK UNKNOWN'.

*> One statistics line: a label and, per month, greetings,
*> fallback-phrase greetings, and greetings to a department not
*> on HWDEPT.
01  WS-STAT-LINE.
    05  WS-SL-LABEL             PIC X(24).
    05  WS-SL-COL OCCURS 3 TIMES.
        10  FILLER              PIC X(4).
        10  WS-SL-GREETINGS     PIC ZZZ,ZZ9.
        10  FILLER              PIC X(2).
        10  WS-SL-FALLBACK      PIC ZZZ,ZZ9.
        10  FILLER              PIC X(2).
        10  WS-SL-UNKNOWN       PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(21).

*> The suspended-and-skipped line: one count per month.
01  WS-SKIP-LINE.
    05  WS-SK-LABEL             PIC X(24).
    05  WS-SK-COL OCCURS 3 TIMES.
        10  FILLER              PIC X(4).
        10  WS-SK-COUNT         PIC ZZZ,ZZ9.
        10  FILLER              PIC X(18).
    05  FILLER                  PIC X(21).

01  WS-GREETING-TEXT            PIC X(60) VALUE
    'MONTHLY GREETING STATISTICS REPORT'.

*> This program's short name, passed to HWGREET so the shared
*> banner routine labels the banner with this job's identity.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HWSTATM'.

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
*> 0 = normal, 4 = bad MONTH= card (run month used), 8 = a
*> table overflowed, 12 = file failure.
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

    PERFORM 1500-READ-CONTROL-FILE
    PERFORM 1700-SET-REPORT-MONTHS
    PERFORM 1800-LOAD-DEPT-TABLE
    PERFORM 2000-ACCUMULATE-HISTORY
    PERFORM 6000-WRITE-REPORT
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

    INITIALIZE WS-GRAND-TOTALS.

1500-READ-CONTROL-FILE.
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-OK
        PERFORM 1510-READ-CONTROL-CARD
        PERFORM 1520-APPLY-CONTROL-CARD UNTIL WS-CTL-EOF
        CLOSE CTL-FILE
    END-IF.

1510-READ-CONTROL-CARD.
    READ CTL-FILE
        AT END
            SET WS-CTL-EOF TO TRUE
    END-READ.

1520-APPLY-CONTROL-CARD.
    IF CTL-RECORD(1:6) = 'MONTH='
        MOVE CTL-RECORD(7:7) TO WS-CARD-MONTH
    END-IF
    PERFORM 1510-READ-CONTROL-CARD.

1700-SET-REPORT-MONTHS.
*> A card that isn't a real CCYY-MM is reported and the run
*> month used, rather than printing a report of empty columns.
    IF WS-CARD-MONTH NOT = SPACES
        IF WS-CARD-CCYY IS NUMERIC
         AND WS-CARD-DASH = '-'
         AND WS-CARD-MM IS NUMERIC
         AND WS-CARD-MM >= '01'
         AND WS-CARD-MM <= '12'
            MOVE WS-CARD-CCYY TO WS-MONTH-CCYY(1)
            MOVE WS-CARD-MM   TO WS-MONTH-MM(1)
        ELSE
            DISPLAY 'HWSTATM - MONTH CARD ' WS-CARD-MONTH
                ' IS NOT CCYY-MM, RUN MONTH USED'
            MOVE SPACES TO WS-CARD-MONTH
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF
    IF WS-CARD-MONTH = SPACES
        MOVE JB-RUN-CCYY TO WS-MONTH-CCYY(1)
        MOVE JB-RUN-MM   TO WS-MONTH-MM(1)
    END-IF

    IF WS-MONTH-MM(1) = 1
        COMPUTE WS-MONTH-CCYY(2) = WS-MONTH-CCYY(1) - 1
        MOVE 12 TO WS-MONTH-MM(2)
    ELSE
        MOVE WS-MONTH-CCYY(1) TO WS-MONTH-CCYY(2)
        COMPUTE WS-MONTH-MM(2) = WS-MONTH-MM(1) - 1
    END-IF

    COMPUTE WS-MONTH-CCYY(3) = WS-MONTH-CCYY(1) - 1
    MOVE WS-MONTH-MM(1) TO WS-MONTH-MM(3)

    MOVE '-' TO WS-MONTH-DASH(1) WS-MONTH-DASH(2) WS-MONTH-DASH(3).

1800-LOAD-DEPT-TABLE.
    OPEN INPUT DEPT-FILE
    IF WS-DEPT-FILE-OK
        PERFORM 1810-READ-DEPT-RECORD
        PERFORM 1820-STORE-DEPT-ENTRY UNTIL WS-DEPT-EOF
        CLOSE DEPT-FILE
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
        MOVE DP-DEPT-NAME TO WS-DR-NAME(WS-DR-COUNT)
    ELSE
        SET WS-DEPT-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1810-READ-DEPT-RECORD.

2000-ACCUMULATE-HISTORY.
    OPEN INPUT STATS-FILE
    IF NOT WS-STATS-FILE-OK
        DISPLAY 'HWSTATM - HWSTATS OPEN FAILED, STATUS '
            WS-STATS-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-STATS-RECORD
        PERFORM 2200-TALLY-STATS-RECORD UNTIL WS-STATS-EOF
        CLOSE STATS-FILE
    END-IF.

2100-READ-STATS-RECORD.
    READ STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CT-RECORDS-READ
    END-READ.

2200-TALLY-STATS-RECORD.
    MOVE 0 TO WS-COLUMN
    PERFORM 2210-MATCH-MONTH
        VARYING WS-MONTH-IX FROM 1 BY 1
        UNTIL WS-MONTH-IX > 3 OR WS-COLUMN > 0

    IF WS-COLUMN = 0
        ADD 1 TO WS-CT-RECORDS-OUTSIDE
    ELSE
        ADD 1 TO WS-CT-RECORDS-IN-PERIOD
        EVALUATE TRUE
            WHEN ST-MAINT-SUMMARY
                ADD ST-SUSP-SKIPPED TO WS-GT-SUSP-SKIPPED(WS-COLUMN)
            WHEN ST-DAY-DETAIL
                PERFORM 2300-FIND-ROW-SLOT
                IF WS-ROW-SLOT > 0
                    ADD ST-GREETINGS
                        TO WS-RW-GREETINGS(WS-ROW-SLOT WS-COLUMN)
                    ADD ST-FALLBACK
                        TO WS-RW-FALLBACK(WS-ROW-SLOT WS-COLUMN)
                    ADD ST-UNKNOWN-DEPT
                        TO WS-RW-UNKNOWN(WS-ROW-SLOT WS-COLUMN)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    PERFORM 2100-READ-STATS-RECORD.

2210-MATCH-MONTH.
    IF ST-BUSINESS-DATE(1:7) = WS-MONTH-ENTRY(WS-MONTH-IX)
        MOVE WS-MONTH-IX TO WS-COLUMN
    END-IF.

2300-FIND-ROW-SLOT.
*> Rows are kept in department/language order: the row is
*> either found, or slotted in ahead of the first row whose key
*> sorts after it, the rows below moving down one.
    MOVE ST-DEPT-CODE TO WS-RK-DEPT-CODE
    MOVE ST-LANG-CODE TO WS-RK-LANG-CODE
    MOVE 0 TO WS-ROW-SLOT
    PERFORM 2310-SCAN-ROW-ENTRY
        VARYING WS-RW-IX FROM 1 BY 1
        UNTIL WS-RW-IX > WS-RW-COUNT OR WS-ROW-SLOT > 0

    IF WS-ROW-SLOT = 0
        MOVE WS-RW-IX TO WS-ROW-SLOT
        PERFORM 2400-INSERT-ROW
    ELSE
        IF WS-RW-KEY(WS-ROW-SLOT) NOT = WS-RECORD-KEY
            PERFORM 2400-INSERT-ROW
        END-IF
    END-IF.

2310-SCAN-ROW-ENTRY.
    IF WS-RW-KEY(WS-RW-IX) NOT < WS-RECORD-KEY
        MOVE WS-RW-IX TO WS-ROW-SLOT
    END-IF.

2400-INSERT-ROW.
    IF WS-RW-COUNT < 500
        PERFORM 2320-SHIFT-ROW-DOWN
            VARYING WS-SHIFT-IX FROM WS-RW-COUNT BY -1
            UNTIL WS-SHIFT-IX < WS-ROW-SLOT
        ADD 1 TO WS-RW-COUNT
        INITIALIZE WS-RW-ENTRY(WS-ROW-SLOT)
        MOVE WS-RECORD-KEY TO WS-RW-KEY(WS-ROW-SLOT)
    ELSE
        SET WS-ROW-TABLE-FULL TO TRUE
        MOVE 0 TO WS-ROW-SLOT
    END-IF.

2320-SHIFT-ROW-DOWN.
    MOVE WS-RW-ENTRY(WS-SHIFT-IX) TO WS-RW-ENTRY(WS-SHIFT-IX + 1).

6000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-FILE-OK
        DISPLAY 'HWSTATM - HWSTMRPT OPEN FAILED, STATUS '
            WS-REPORT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 6050-WRITE-REPORT-BODY
        IF NOT WS-REPORT-FILE-OK
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE REPORT-FILE
    END-IF.

6050-WRITE-REPORT-BODY.
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

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE SPACES TO WS-MH-COL(1) WS-MH-COL(2) WS-MH-COL(3)
    MOVE 'MONTH TO DATE'     TO WS-MH-TITLE(1)
    MOVE 'PRIOR MONTH'       TO WS-MH-TITLE(2)
    MOVE 'MONTH LAST YEAR'   TO WS-MH-TITLE(3)
    MOVE WS-MONTH-ENTRY(1)   TO WS-MH-MONTH(1)
    MOVE WS-MONTH-ENTRY(2)   TO WS-MH-MONTH(2)
    MOVE WS-MONTH-ENTRY(3)   TO WS-MH-MONTH(3)
    WRITE REPORT-RECORD FROM WS-MONTH-HEADING

    MOVE WS-COUNT-TITLES TO WS-CH-COL(1) WS-CH-COL(2) WS-CH-COL(3)
    WRITE REPORT-RECORD FROM WS-COUNT-HEADING

    PERFORM 6100-WRITE-ROW
        VARYING WS-RW-IX FROM 1 BY 1
        UNTIL WS-RW-IX > WS-RW-COUNT
    IF WS-RW-COUNT > 0
        PERFORM 6300-WRITE-DEPT-SUBTOTAL
    END-IF

    PERFORM 6500-WRITE-GRAND-TOTAL

    IF WS-ROW-TABLE-FULL
        MOVE 'ROW TABLE FULL - SOME DEPARTMENTS/LANGUAGES NOT REPORTED'
            TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    IF WS-DEPT-TABLE-FULL
        MOVE 'HWDEPT TABLE FULL - SOME DEPARTMENT NAMES NOT SHOWN'
            TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

6100-WRITE-ROW.
    IF WS-RW-IX = 1
        PERFORM 6200-WRITE-DEPT-HEADING
    ELSE
        IF WS-RW-DEPT-CODE(WS-RW-IX) NOT = WS-CURRENT-DEPT
            PERFORM 6300-WRITE-DEPT-SUBTOTAL
            PERFORM 6200-WRITE-DEPT-HEADING
        END-IF
    END-IF

    MOVE SPACES TO WS-STAT-LINE
    IF WS-RW-LANG-CODE(WS-RW-IX) = SPACES
        MOVE '    NO LANGUAGE CODE' TO WS-SL-LABEL
    ELSE
        STRING '    LANGUAGE '             DELIMITED BY SIZE
               WS-RW-LANG-CODE(WS-RW-IX)   DELIMITED BY SIZE
          INTO WS-SL-LABEL
    END-IF
    PERFORM 6110-FILL-ROW-COLUMN
        VARYING WS-COLUMN FROM 1 BY 1
        UNTIL WS-COLUMN > 3
    WRITE REPORT-RECORD FROM WS-STAT-LINE.

6110-FILL-ROW-COLUMN.
    MOVE WS-RW-GREETINGS(WS-RW-IX WS-COLUMN)
        TO WS-SL-GREETINGS(WS-COLUMN)
    MOVE WS-RW-FALLBACK(WS-RW-IX WS-COLUMN)
        TO WS-SL-FALLBACK(WS-COLUMN)
    MOVE WS-RW-UNKNOWN(WS-RW-IX WS-COLUMN)
        TO WS-SL-UNKNOWN(WS-COLUMN)
    ADD WS-RW-GREETINGS(WS-RW-IX WS-COLUMN)
        TO WS-SB-GREETINGS(WS-COLUMN)
    ADD WS-RW-FALLBACK(WS-RW-IX WS-COLUMN)
        TO WS-SB-FALLBACK(WS-COLUMN)
    ADD WS-RW-UNKNOWN(WS-RW-IX WS-COLUMN)
        TO WS-SB-UNKNOWN(WS-COLUMN).

6200-WRITE-DEPT-HEADING.
*> The heading carries the reference file's name; a code no
*> longer on HWDEPT is called out, as on the greeting run.
    MOVE WS-RW-DEPT-CODE(WS-RW-IX) TO WS-CURRENT-DEPT
    INITIALIZE WS-SUBTOTALS

    MOVE 0 TO WS-DEPT-REF-SLOT
    PERFORM 6210-MATCH-DEPT-ENTRY
        VARYING WS-DR-IX FROM 1 BY 1
        UNTIL WS-DR-IX > WS-DR-COUNT OR WS-DEPT-REF-SLOT > 0

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO WS-REPORT-DETAIL
    IF WS-DEPT-REF-SLOT > 0
        STRING 'DEPARTMENT '                  DELIMITED BY SIZE
               WS-CURRENT-DEPT                DELIMITED BY SIZE
               ' - '                          DELIMITED BY SIZE
               WS-DR-NAME(WS-DEPT-REF-SLOT)   DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
    ELSE
        STRING 'DEPARTMENT '                  DELIMITED BY SIZE
               WS-CURRENT-DEPT                DELIMITED BY SIZE
               ' ** NOT ON HWDEPT REFERENCE **'
                                              DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
    END-IF
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

6210-MATCH-DEPT-ENTRY.
    IF WS-CURRENT-DEPT = WS-DR-CODE(WS-DR-IX)
        MOVE WS-DR-IX TO WS-DEPT-REF-SLOT
    END-IF.

6300-WRITE-DEPT-SUBTOTAL.
    MOVE SPACES TO WS-STAT-LINE
    STRING '  DEPARTMENT '  DELIMITED BY SIZE
           WS-CURRENT-DEPT  DELIMITED BY SIZE
           ' TOTAL'         DELIMITED BY SIZE
      INTO WS-SL-LABEL
    PERFORM 6310-FILL-SUBTOTAL-COLUMN
        VARYING WS-COLUMN FROM 1 BY 1
        UNTIL WS-COLUMN > 3
    WRITE REPORT-RECORD FROM WS-STAT-LINE.

6310-FILL-SUBTOTAL-COLUMN.
    MOVE WS-SB-GREETINGS(WS-COLUMN) TO WS-SL-GREETINGS(WS-COLUMN)
    MOVE WS-SB-FALLBACK(WS-COLUMN)  TO WS-SL-FALLBACK(WS-COLUMN)
    MOVE WS-SB-UNKNOWN(WS-COLUMN)   TO WS-SL-UNKNOWN(WS-COLUMN)
    ADD WS-SB-GREETINGS(WS-COLUMN)  TO WS-GT-GREETINGS(WS-COLUMN)
    ADD WS-SB-FALLBACK(WS-COLUMN)   TO WS-GT-FALLBACK(WS-COLUMN)
    ADD WS-SB-UNKNOWN(WS-COLUMN)    TO WS-GT-UNKNOWN(WS-COLUMN).

6500-WRITE-GRAND-TOTAL.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE SPACES TO WS-STAT-LINE
    MOVE 'GRAND TOTAL' TO WS-SL-LABEL
    PERFORM 6510-FILL-GRAND-COLUMN
        VARYING WS-COLUMN FROM 1 BY 1
        UNTIL WS-COLUMN > 3
    WRITE REPORT-RECORD FROM WS-STAT-LINE

    MOVE SPACES TO WS-SKIP-LINE
    MOVE 'SUSPENDED AND SKIPPED' TO WS-SK-LABEL
    PERFORM 6520-FILL-SKIP-COLUMN
        VARYING WS-COLUMN FROM 1 BY 1
        UNTIL WS-COLUMN > 3
    WRITE REPORT-RECORD FROM WS-SKIP-LINE

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE WS-CT-RECORDS-READ      TO WS-COUNT-DISP-1
    MOVE WS-CT-RECORDS-IN-PERIOD TO WS-COUNT-DISP-2
    MOVE WS-CT-RECORDS-OUTSIDE   TO WS-COUNT-DISP-3

    MOVE SPACES TO WS-REPORT-DETAIL
    STRING 'HISTORY RECORDS READ:' DELIMITED BY SIZE
           WS-COUNT-DISP-1         DELIMITED BY SIZE
           '  REPORTED:'           DELIMITED BY SIZE
           WS-COUNT-DISP-2         DELIMITED BY SIZE
           '  OTHER MONTHS:'       DELIMITED BY SIZE
           WS-COUNT-DISP-3         DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

6510-FILL-GRAND-COLUMN.
    MOVE WS-GT-GREETINGS(WS-COLUMN) TO WS-SL-GREETINGS(WS-COLUMN)
    MOVE WS-GT-FALLBACK(WS-COLUMN)  TO WS-SL-FALLBACK(WS-COLUMN)
    MOVE WS-GT-UNKNOWN(WS-COLUMN)   TO WS-SL-UNKNOWN(WS-COLUMN).

6520-FILL-SKIP-COLUMN.
    MOVE WS-GT-SUSP-SKIPPED(WS-COLUMN) TO WS-SK-COUNT(WS-COLUMN).

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

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
