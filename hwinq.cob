      *> HWINQ - online recipient inquiry and maintenance screen over
      *> the HWMASTR recipient master.
      *>
      *> The help desk's answer to "why didn't I get a greeting":
      *> the operator keys a recipient id, or part of a name, and
      *> sees the master record - name, status and suspension
      *> dates, the department name from HWDEPT, the greeting
      *> phrase from HWLANG, the birth and hire dates - together
      *> with the recipient's latest HWJRNL changes and any items
      *> still open for the id in HWSUSPIN, without waiting for an
      *> HWJHIST run or reading HWNAMES extracts by hand.  A name
      *> search finds the first recipient whose name contains the
      *> keyed text (case ignored); function N steps on to the next.
      *>
      *> From the same screen the operator may key an add, change,
      *> suspend, or reactivate.  The entry is edited the way
      *> HWTEDIT will edit it (name present and not the HWERASE
      *> redaction value, department on HWDEPT, language on HWLANG,
      *> effective dates real and in order, no suspend on top of a
      *> suspension still in effect) plus the master existence
      *> checks HWMAINT would make, and is then appended to HWTRANS
      *> as a standard 72-byte transaction for the next
      *> maintenance run.  The master itself is opened
      *> read-only and is never updated here, so every change still
      *> goes through HWTEDIT, HWMAINT, the HWJRNL journal, and the
      *> HWBCTL chain controls.  A change starts from the master's
      *> current name, language, and department, filled into the
      *> entry fields when the recipient is displayed, because an
      *> HWMAINT change replaces all three.
      *>
      *> Entries written in the session are remembered, and a
      *> second entry for the same id and effective date that
      *> HWTEDIT would reject as a conflicting pair along with the
      *> first (the same action twice, or a suspend and a
      *> reactivate) is refused.  A correction to an entry already
      *> written has to go to the list owners instead.
      *>
      *> HWDEPT and HWLANG must both be readable: without them
      *> every department and language would show as unknown and
      *> every add or change would be refused, so the session
      *> stops at once with RC 12.
      *>
      *> Functions:
      *>   I - inquire by recipient id, or by name when the id is
      *>       left blank
      *>   N - next recipient matching the name text
      *>   A - add        C - change
      *>   S - suspend    R - reactivate
      *>   Q - quit
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *>   2026-10-15  HWDEPT OR HWLANG OPEN FAILURE NOW STOPS THE
      *>               SESSION RC 12 INSTEAD OF SHOWING EVERY CODE
      *>               AS UNKNOWN (JB)
      *>   2026-10-15  AN ENTRY THAT WOULD FORM AN HWTEDIT CNFL PAIR
      *>               WITH ONE ALREADY WRITTEN THIS SESSION IS
      *>               REFUSED (JB)
      *>   2026-10-15  AN ADD OR CHANGE WHOSE NAME IS THE HWERASE
      *>               REDACTION VALUE IS REFUSED, AS HWTEDIT'S ERAS
      *>               EDIT WOULD REJECT IT (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO 'HWMASTR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-RECIP-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT JRNL-FILE ASSIGN TO 'HWJRNL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-FILE-STATUS.

    SELECT SUSPIN-FILE ASSIGN TO 'HWSUSPIN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPIN-FILE-STATUS.

    SELECT DEPT-FILE ASSIGN TO 'HWDEPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT LANG-FILE ASSIGN TO 'HWLANG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-FILE-STATUS.

    SELECT TRANS-FILE ASSIGN TO 'HWTRANS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO 'HWRUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Authoritative recipient master, read by key for an id
*> inquiry and browsed in key order for a name search - never
*> updated here.
FD  MASTER-FILE.
COPY HWMASREC.

*> Master change journal appended by HWMAINT - layout shared via
*> the HWJRNREC copybook.
FD  JRNL-FILE
    RECORD CONTAINS 213 CHARACTERS.
COPY HWJRNREC.

*> Today's carried-forward suspense file from HWSUSP; anything
*> on it is still open.  The layout is HWSUSP's suspense record.
FD  SUSPIN-FILE
    RECORD CONTAINS 103 CHARACTERS.
01  SUSPIN-RECORD.
    05  SU-SOURCE                PIC X.
    05  FILLER                   PIC X.
    05  SU-REASON-CODE           PIC X(4).
    05  FILLER                   PIC X.
    05  SU-FIRST-DATE            PIC X(10).
    05  FILLER                   PIC X.
    05  SU-RESUBMIT-CNT          PIC 9(3).
    05  FILLER                   PIC X.
    05  SU-RECIP-ID              PIC X(8).
    05  FILLER                   PIC X.
    05  SU-RECORD-IMAGE          PIC X(72).

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

*> Maintenance transactions for the next HWTEDIT/HWMAINT run -
*> the list owners' daily file, appended to one transaction at
*> a time so each entry is on disk as soon as it is accepted.
FD  TRANS-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  TRANS-RECORD.
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

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so inquiry sessions show up in the shared history.
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
    88  WS-MASTER-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-JRNL-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-JRNL-FILE-OK             VALUE '00'.

01  WS-SUSPIN-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-SUSPIN-FILE-OK           VALUE '00'.

01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-DEPT-FILE-OK             VALUE '00'.

01  WS-LANG-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-LANG-FILE-OK             VALUE '00'.

01  WS-TRANS-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-TRANS-FILE-OK            VALUE '00'.
    88  WS-TRANS-FILE-NOT-FOUND     VALUES '05' '35'.

01  WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-RUNLOG-FILE-OK           VALUE '00'.
    88  WS-RUNLOG-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
    88  WS-MASTER-EOF               VALUE 'Y'.

01  WS-JRNL-EOF-SW              PIC X VALUE 'N'.
    88  WS-JRNL-EOF                 VALUE 'Y'.

01  WS-SUSPIN-EOF-SW            PIC X VALUE 'N'.
    88  WS-SUSPIN-EOF               VALUE 'Y'.

01  WS-DEPT-EOF-SW              PIC X VALUE 'N'.
    88  WS-DEPT-EOF                 VALUE 'Y'.

01  WS-LANG-EOF-SW              PIC X VALUE 'N'.
    88  WS-LANG-EOF                 VALUE 'Y'.

*> Set when HWMASTR opened; a master not yet created (the very
*> first day) still lets the operator key adds.
01  WS-MASTER-OPEN-SW           PIC X VALUE 'N'.
    88  WS-MASTER-OPEN              VALUE 'Y'.

01  WS-QUIT-SW                  PIC X VALUE 'N'.
    88  WS-QUIT-REQUESTED           VALUE 'Y'.

*> In-storage copy of the HWDEPT names, for the department line
*> and the department edit.
01  WS-DEPT-REF-TABLE.
    05  WS-DR-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DR-ENTRY OCCURS 100 TIMES.
        10  WS-DR-CODE          PIC X(4).
        10  WS-DR-NAME          PIC X(30).
01  WS-DR-IX                    PIC S9(4) COMP VALUE 0.

01  WS-DEPT-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-DEPT-TABLE-FULL          VALUE 'Y'.

*> In-storage copy of the HWLANG phrases, for the language line
*> and the language edit.
01  WS-LANG-TABLE.
    05  WS-LT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-LT-ENTRY OCCURS 50 TIMES.
        10  WS-LT-CODE          PIC X(3).
        10  WS-LT-PHRASE        PIC X(20).
01  WS-LT-IX                    PIC S9(4) COMP VALUE 0.

01  WS-LANG-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-LANG-TABLE-FULL          VALUE 'Y'.

*> Entries written to HWTRANS this session, with the effective
*> date HWTEDIT will compare them on, so a second entry that
*> would make a conflicting pair with one of them is refused.
01  WS-SESSION-TABLE.
    05  WS-SN-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-SN-ENTRY OCCURS 500 TIMES.
        10  WS-SN-RECIP-ID      PIC X(8).
        10  WS-SN-ACTION        PIC X.
        10  WS-SN-EFF-DATE      PIC X(10).
01  WS-SN-IX                    PIC S9(4) COMP VALUE 0.

*> Subscript of the session entry the one in hand conflicts
*> with; zero when there is none.
01  WS-SN-SLOT                  PIC S9(4) COMP VALUE 0.

*> Effective date of the entry in hand, worked out the way
*> HWTEDIT does: a future date on an add or change, otherwise
*> the run date.
01  WS-ENTRY-EFF-DATE           PIC X(10) VALUE SPACES.

*> Code looked up on the reference tables, and the subscript of
*> the row found; zero when the code isn't on the reference file.
01  WS-LOOKUP-DEPT-CODE         PIC X(4) VALUE SPACES.
01  WS-LOOKUP-LANG-CODE         PIC X(3) VALUE SPACES.
*> The redaction value - the same value as MR-NAME-ERASED in
*> the HWMASREC copybook, held here so the keyed name can be
*> tested without disturbing the master record on display.
01  WS-ERASED-NAME              PIC X(30) VALUE '*** ERASED ***'.

01  WS-REF-SLOT                 PIC S9(4) COMP VALUE 0.

*> ---------------------------------------------------------------
*> Fields keyed by the operator.
*> ---------------------------------------------------------------
01  WS-IN-FUNCTION              PIC X VALUE SPACES.
01  WS-IN-RECIP-ID              PIC X(8) VALUE SPACES.
01  WS-IN-NAME-SEARCH           PIC X(20) VALUE SPACES.
01  WS-IN-NAME                  PIC X(30) VALUE SPACES.
01  WS-IN-LANG-CODE             PIC X(3) VALUE SPACES.
01  WS-IN-DEPT-CODE             PIC X(4) VALUE SPACES.
01  WS-IN-EFF-FROM              PIC X(10) VALUE SPACES.
01  WS-IN-EFF-THRU              PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> Fields shown for the recipient on display.
*> ---------------------------------------------------------------
01  WS-DS-RECIP-ID              PIC X(8) VALUE SPACES.
01  WS-DS-NAME                  PIC X(30) VALUE SPACES.
01  WS-DS-STATUS                PIC X(40) VALUE SPACES.
01  WS-DS-EFF-FROM              PIC X(10) VALUE SPACES.
01  WS-DS-EFF-THRU              PIC X(10) VALUE SPACES.
01  WS-DS-DEPT-CODE             PIC X(4) VALUE SPACES.
01  WS-DS-DEPT-NAME             PIC X(30) VALUE SPACES.
01  WS-DS-LANG-CODE             PIC X(3) VALUE SPACES.
01  WS-DS-LANG-PHRASE           PIC X(30) VALUE SPACES.
01  WS-DS-BIRTH-DATE            PIC X(10) VALUE SPACES.
01  WS-DS-HIRE-DATE             PIC X(10) VALUE SPACES.
01  WS-DS-SUSP-COUNT            PIC ZZ9.
01  WS-DS-MESSAGE               PIC X(79) VALUE SPACES.

*> Latest journal entries for the recipient, oldest first; when
*> the table is full the oldest drops off the top.
01  WS-JRNL-LINES.
    05  WS-JL-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-JL-LINE              PIC X(78) OCCURS 5 TIMES.
01  WS-JL-IX                    PIC S9(4) COMP VALUE 0.

01  WS-JRNL-DETAIL.
    05  WS-JD-RUN-DATE          PIC X(10).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-JD-RUN-TIME          PIC X(8).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-JD-JOB-NAME          PIC X(8).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-JD-ACTION-DESC       PIC X(10).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-JD-NAME              PIC X(30).
    05  FILLER                  PIC X(8) VALUE SPACES.

*> Master record image carried on the journal, for the name
*> after the change (before it, for a delete).
01  WS-JRNL-IMAGE.
    05  WS-JI-RECIP-ID          PIC X(8).
    05  WS-JI-NAME              PIC X(30).
    05  FILLER                  PIC X(48).

*> Open suspense items for the recipient - the first two are
*> shown, all are counted.
01  WS-SUSP-LINES.
    05  WS-SL-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-SL-LINE              PIC X(78) OCCURS 2 TIMES.
01  WS-SUSP-FOUND               PIC S9(4) COMP VALUE 0.

01  WS-SUSP-DETAIL.
    05  WS-SD-SOURCE-DESC       PIC X(7).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-SD-REASON-CODE       PIC X(4).
    05  FILLER                  PIC X(3) VALUE ' - '.
    05  FILLER                  PIC X(15) VALUE 'FIRST REJECTED '.
    05  WS-SD-FIRST-DATE        PIC X(10).
    05  FILLER                  PIC X(12) VALUE '  RESUBMITS '.
    05  WS-SD-RESUBMIT-CNT      PIC ZZ9.
    05  FILLER                  PIC X(23) VALUE SPACES.

*> Name search: the keyed text, upper-cased and trimmed, and
*> the last recipient it matched, so N carries on from there.
01  WS-SEARCH-TEXT              PIC X(20) VALUE SPACES.
01  WS-SEARCH-LEN               PIC S9(4) COMP VALUE 0.
01  WS-SEARCH-LAST-ID           PIC X(8) VALUE LOW-VALUES.
01  WS-SEARCH-NAME              PIC X(30) VALUE SPACES.
01  WS-SEARCH-IX                PIC S9(4) COMP VALUE 0.

01  WS-NAME-MATCH-SW            PIC X VALUE 'N'.
    88  WS-NAME-MATCHED             VALUE 'Y'.

01  WS-RECIP-FOUND-SW           PIC X VALUE 'N'.
    88  WS-RECIP-FOUND              VALUE 'Y'.

01  WS-CODE-FOUND-SW            PIC X VALUE 'N'.
    88  WS-CODE-FOUND               VALUE 'Y'.

*> Edit result for the entry in hand: spaces means clean, else
*> the message shown to the operator.
01  WS-EDIT-MESSAGE             PIC X(79) VALUE SPACES.
    88  WS-EDIT-CLEAN               VALUE SPACES.

*> Date edit work fields for the effective dates.
01  WS-DATE-CHECK               PIC X(10) VALUE SPACES.

01  WS-DATE-CHECK-YMD           PIC 9(8) VALUE 0.
01  FILLER REDEFINES WS-DATE-CHECK-YMD.
    05  WS-DATE-CHECK-CCYY      PIC 9(4).
    05  WS-DATE-CHECK-MM        PIC 9(2).
    05  WS-DATE-CHECK-DD        PIC 9(2).

01  WS-DATE-VALID-SW            PIC X VALUE 'N'.
    88  WS-DATE-VALID               VALUE 'Y'.

01  WS-LOWER-CASE               PIC X(26) VALUE
    'abcdefghijklmnopqrstuvwxyz'.
01  WS-UPPER-CASE               PIC X(26) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

01  WS-CONTROL-TOTALS.
    05  WS-CT-INQUIRIES          PIC 9(7) COMP VALUE 0.
    05  WS-CT-TRANS-WRITTEN      PIC 9(7) COMP VALUE 0.
    05  WS-CT-ENTRIES-REFUSED    PIC 9(7) COMP VALUE 0.

01  WS-CT-INQUIRIES-DISP         PIC ZZZZZZ9.
01  WS-CT-TRANS-WRITTEN-DISP     PIC ZZZZZZ9.
01  WS-CT-ENTRIES-REFUSED-DISP   PIC ZZZZZZ9.

01  WS-CT-SUMMARY-LINE           PIC X(80) VALUE SPACES.

*> Number of PARM bytes actually moved into JB-JOB-NAME, capped
*> at the field's width so a short PARM doesn't drag in whatever
*> follows it in the linkage area.
01  WS-PARM-MOVE-LEN             PIC S9(4) COMP VALUE 0.

*> ---------------------------------------------------------------
*> Standard shared job-banner fields (run date/time, job name,
*> completion status) - see copybooks/JOBBANR.CPY.
*> ---------------------------------------------------------------
COPY JOBBANR.

*> Step condition code returned at the end of the session:
*> 0 = normal, 12 = file failure.
01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
    88  WS-RETURN-CODE-NORMAL       VALUE 0.

LINKAGE SECTION.

*> Standard MVS PARM linkage: a halfword length followed by the
*> PARM text itself, passed to the program by the job step's
*> EXEC PARM= card.
01  LK-PARM.
    05  LK-PARM-LEN             PIC S9(4) COMP.
    05  LK-PARM-DATA            PIC X(80).

SCREEN SECTION.

*> The one inquiry/maintenance map: selection on line 4, the
*> recipient on lines 6-11, journal and suspense on 12-20, the
*> maintenance entry on 22-23, and the message line at the foot.
01  INQ-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE
        'HWINQ  -  RECIPIENT INQUIRY AND MAINTENANCE'.
    05  LINE 1  COLUMN 60 VALUE 'DATE '.
    05  LINE 1  COLUMN 65 PIC X(10) FROM JB-RUN-DATE-DISPLAY.
    05  LINE 2  COLUMN 1  VALUE
        'I=INQUIRE N=NEXT NAME A=ADD C=CHANGE S=SUSPEND R=REACTIVATE Q=QUIT'.
    05  LINE 4  COLUMN 1  VALUE 'FUNCTION'.
    05  LINE 4  COLUMN 10 PIC X USING WS-IN-FUNCTION.
    05  LINE 4  COLUMN 14 VALUE 'RECIPIENT ID'.
    05  LINE 4  COLUMN 27 PIC X(8) USING WS-IN-RECIP-ID.
    05  LINE 4  COLUMN 38 VALUE 'OR NAME CONTAINS'.
    05  LINE 4  COLUMN 55 PIC X(20) USING WS-IN-NAME-SEARCH.
    05  LINE 6  COLUMN 1  VALUE 'RECIPIENT'.
    05  LINE 6  COLUMN 13 PIC X(8) FROM WS-DS-RECIP-ID.
    05  LINE 6  COLUMN 23 PIC X(30) FROM WS-DS-NAME.
    05  LINE 7  COLUMN 1  VALUE 'STATUS'.
    05  LINE 7  COLUMN 13 PIC X(40) FROM WS-DS-STATUS.
    05  LINE 8  COLUMN 1  VALUE 'SUSPENDED'.
    05  LINE 8  COLUMN 13 PIC X(10) FROM WS-DS-EFF-FROM.
    05  LINE 8  COLUMN 24 VALUE 'THRU'.
    05  LINE 8  COLUMN 29 PIC X(10) FROM WS-DS-EFF-THRU.
    05  LINE 9  COLUMN 1  VALUE 'DEPARTMENT'.
    05  LINE 9  COLUMN 13 PIC X(4) FROM WS-DS-DEPT-CODE.
    05  LINE 9  COLUMN 18 PIC X(30) FROM WS-DS-DEPT-NAME.
    05  LINE 10 COLUMN 1  VALUE 'LANGUAGE'.
    05  LINE 10 COLUMN 13 PIC X(3) FROM WS-DS-LANG-CODE.
    05  LINE 10 COLUMN 18 PIC X(30) FROM WS-DS-LANG-PHRASE.
    05  LINE 11 COLUMN 1  VALUE 'BIRTH DATE'.
    05  LINE 11 COLUMN 13 PIC X(10) FROM WS-DS-BIRTH-DATE.
    05  LINE 11 COLUMN 24 VALUE 'HIRE DATE'.
    05  LINE 11 COLUMN 34 PIC X(10) FROM WS-DS-HIRE-DATE.
    05  LINE 12 COLUMN 1  VALUE 'LATEST CHANGES (HWJRNL)'.
    05  LINE 13 COLUMN 3  PIC X(78) FROM WS-JL-LINE(1).
    05  LINE 14 COLUMN 3  PIC X(78) FROM WS-JL-LINE(2).
    05  LINE 15 COLUMN 3  PIC X(78) FROM WS-JL-LINE(3).
    05  LINE 16 COLUMN 3  PIC X(78) FROM WS-JL-LINE(4).
    05  LINE 17 COLUMN 3  PIC X(78) FROM WS-JL-LINE(5).
    05  LINE 18 COLUMN 1  VALUE 'OPEN SUSPENSE ITEMS (HWSUSPIN)'.
    05  LINE 18 COLUMN 32 PIC X(3) FROM WS-DS-SUSP-COUNT.
    05  LINE 19 COLUMN 3  PIC X(78) FROM WS-SL-LINE(1).
    05  LINE 20 COLUMN 3  PIC X(78) FROM WS-SL-LINE(2).
    05  LINE 22 COLUMN 1  VALUE 'ENTRY NAME'.
    05  LINE 22 COLUMN 12 PIC X(30) USING WS-IN-NAME.
    05  LINE 22 COLUMN 44 VALUE 'LANG'.
    05  LINE 22 COLUMN 49 PIC X(3) USING WS-IN-LANG-CODE.
    05  LINE 22 COLUMN 54 VALUE 'DEPT'.
    05  LINE 22 COLUMN 59 PIC X(4) USING WS-IN-DEPT-CODE.
    05  LINE 23 COLUMN 1  VALUE 'EFFECTIVE FROM'.
    05  LINE 23 COLUMN 16 PIC X(10) USING WS-IN-EFF-FROM.
    05  LINE 23 COLUMN 28 VALUE 'THRU'.
    05  LINE 23 COLUMN 33 PIC X(10) USING WS-IN-EFF-THRU.
    05  LINE 24 COLUMN 1  PIC X(79) FROM WS-DS-MESSAGE HIGHLIGHT.

PROCEDURE DIVISION USING LK-PARM.

0000-MAINLINE.
    PERFORM 1000-INITIALIZE

    PERFORM 1600-LOAD-LANG-TABLE
    PERFORM 1800-LOAD-DEPT-TABLE
    PERFORM 1300-OPEN-MASTER

    IF WS-RETURN-CODE < 12
        PERFORM 2000-PROCESS-SCREEN UNTIL WS-QUIT-REQUESTED
    END-IF
    IF WS-MASTER-OPEN
        CLOSE MASTER-FILE
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

1300-OPEN-MASTER.
*> Read-only here - the master is only ever updated by HWMAINT.
    OPEN INPUT MASTER-FILE
    IF WS-MASTER-FILE-OK
        SET WS-MASTER-OPEN TO TRUE
    ELSE
        IF WS-MASTER-FILE-NOT-FOUND
            MOVE 'HWMASTR NOT PRESENT - ADDS ONLY UNTIL THE FIRST HWMAINT RUN'
                TO WS-DS-MESSAGE
        ELSE
            DISPLAY 'HWINQ - HWMASTR OPEN FAILED, STATUS '
                WS-MASTER-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

1600-LOAD-LANG-TABLE.
*> Without the phrase table every language would show as
*> unknown and be refused, so a missing HWLANG stops the
*> session.
    OPEN INPUT LANG-FILE
    IF WS-LANG-FILE-OK
        PERFORM 1610-READ-LANG-RECORD
        PERFORM 1620-STORE-LANG-ENTRY UNTIL WS-LANG-EOF
        CLOSE LANG-FILE
    ELSE
        DISPLAY 'HWINQ - HWLANG OPEN FAILED, STATUS '
            WS-LANG-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> A phrase table bigger than the storage table would refuse
*> good language codes, so the operator is told at once.
    IF WS-LANG-TABLE-FULL
        MOVE 'HWLANG TABLE FULL - SOME LANGUAGE CODES NOT LOADED'
            TO WS-DS-MESSAGE
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
        MOVE LG-PHRASE    TO WS-LT-PHRASE(WS-LT-COUNT)
    ELSE
        SET WS-LANG-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1610-READ-LANG-RECORD.

1800-LOAD-DEPT-TABLE.
*> Without the reference file every department would show as
*> unknown and be refused, so a missing HWDEPT stops the
*> session.
    OPEN INPUT DEPT-FILE
    IF WS-DEPT-FILE-OK
        PERFORM 1810-READ-DEPT-RECORD
        PERFORM 1820-STORE-DEPT-ENTRY UNTIL WS-DEPT-EOF
        CLOSE DEPT-FILE
    ELSE
        DISPLAY 'HWINQ - HWDEPT OPEN FAILED, STATUS '
            WS-DEPT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF

*> A reference file bigger than the storage table would refuse
*> good department codes, so the operator is told at once.
    IF WS-DEPT-TABLE-FULL
        MOVE 'HWDEPT TABLE FULL - SOME DEPARTMENTS NOT LOADED'
            TO WS-DS-MESSAGE
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

2000-PROCESS-SCREEN.
*> One screen exchange: show the map with the last result and
*> message, take the operator's keying, and act on the function.
    DISPLAY INQ-SCREEN
    ACCEPT INQ-SCREEN
    MOVE SPACES TO WS-DS-MESSAGE

    INSPECT WS-IN-FUNCTION
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-IN-RECIP-ID
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-IN-LANG-CODE
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-IN-DEPT-CODE
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

    EVALUATE WS-IN-FUNCTION
        WHEN 'I'
            PERFORM 3000-INQUIRE
        WHEN 'N'
            PERFORM 3200-FIND-NEXT-NAME
        WHEN 'A'
        WHEN 'C'
        WHEN 'S'
        WHEN 'R'
            PERFORM 4000-ENTER-TRANSACTION
        WHEN 'Q'
            SET WS-QUIT-REQUESTED TO TRUE
        WHEN OTHER
            MOVE 'FUNCTION MUST BE I, N, A, C, S, R, OR Q'
                TO WS-DS-MESSAGE
    END-EVALUATE.

3000-INQUIRE.
*> An id keyed wins; otherwise the name text starts a fresh
*> search from the top of the master.
    EVALUATE TRUE
        WHEN WS-IN-RECIP-ID NOT = SPACES
            PERFORM 3100-FIND-BY-ID
        WHEN WS-IN-NAME-SEARCH NOT = SPACES
            MOVE LOW-VALUES TO WS-SEARCH-LAST-ID
            PERFORM 3200-FIND-NEXT-NAME
        WHEN OTHER
            MOVE 'KEY A RECIPIENT ID OR PART OF A NAME'
                TO WS-DS-MESSAGE
    END-EVALUATE.

3100-FIND-BY-ID.
    PERFORM 3900-CLEAR-RECIPIENT
    MOVE 'N' TO WS-RECIP-FOUND-SW
    IF WS-MASTER-OPEN
        MOVE WS-IN-RECIP-ID TO MR-RECIP-ID
        READ MASTER-FILE
            KEY IS MR-RECIP-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-RECIP-FOUND TO TRUE
        END-READ
    END-IF

    IF WS-RECIP-FOUND
        PERFORM 3500-SHOW-RECIPIENT
    ELSE
        STRING 'RECIPIENT '     DELIMITED BY SIZE
               WS-IN-RECIP-ID   DELIMITED BY SIZE
               ' IS NOT ON HWMASTR' DELIMITED BY SIZE
          INTO WS-DS-MESSAGE
    END-IF.

3200-FIND-NEXT-NAME.
*> Browse the master in key order from just past the last match
*> for the next name containing the keyed text.
    IF WS-IN-NAME-SEARCH = SPACES
        MOVE 'KEY PART OF A NAME TO SEARCH FOR' TO WS-DS-MESSAGE
    ELSE
        IF NOT WS-MASTER-OPEN
            MOVE 'HWMASTR NOT PRESENT - NOTHING TO SEARCH'
                TO WS-DS-MESSAGE
        ELSE
            PERFORM 3210-SEARCH-MASTER
        END-IF
    END-IF.

3210-SEARCH-MASTER.
    PERFORM 3900-CLEAR-RECIPIENT
    MOVE FUNCTION TRIM(WS-IN-NAME-SEARCH) TO WS-SEARCH-TEXT
    INSPECT WS-SEARCH-TEXT
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    COMPUTE WS-SEARCH-LEN =
        FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))

    MOVE 'N' TO WS-MASTER-EOF-SW
    MOVE 'N' TO WS-NAME-MATCH-SW
    MOVE WS-SEARCH-LAST-ID TO MR-RECIP-ID
    START MASTER-FILE KEY > MR-RECIP-ID
        INVALID KEY
            SET WS-MASTER-EOF TO TRUE
    END-START

    IF NOT WS-MASTER-EOF
        PERFORM 3220-READ-MASTER-NEXT
        PERFORM 3230-TEST-NAME-MATCH
            UNTIL WS-MASTER-EOF OR WS-NAME-MATCHED
    END-IF

    IF WS-NAME-MATCHED
        MOVE MR-RECIP-ID TO WS-SEARCH-LAST-ID
        PERFORM 3500-SHOW-RECIPIENT
        MOVE 'NAME MATCH FOUND - N FOR THE NEXT ONE' TO WS-DS-MESSAGE
    ELSE
        MOVE LOW-VALUES TO WS-SEARCH-LAST-ID
        MOVE 'NO MORE RECIPIENTS MATCH THAT NAME' TO WS-DS-MESSAGE
    END-IF.

3220-READ-MASTER-NEXT.
    READ MASTER-FILE NEXT
        AT END
            SET WS-MASTER-EOF TO TRUE
    END-READ.

3230-TEST-NAME-MATCH.
    MOVE MR-NAME TO WS-SEARCH-NAME
    INSPECT WS-SEARCH-NAME
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    PERFORM 3240-COMPARE-NAME-AT
        VARYING WS-SEARCH-IX FROM 1 BY 1
        UNTIL WS-SEARCH-IX > 31 - WS-SEARCH-LEN
           OR WS-NAME-MATCHED
    IF NOT WS-NAME-MATCHED
        PERFORM 3220-READ-MASTER-NEXT
    END-IF.

3240-COMPARE-NAME-AT.
    IF WS-SEARCH-NAME(WS-SEARCH-IX:WS-SEARCH-LEN)
        = WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
        SET WS-NAME-MATCHED TO TRUE
    END-IF.

3500-SHOW-RECIPIENT.
*> MASTER-RECORD holds the recipient found.  The entry fields
*> are primed with the current name, language, and department
*> so a change only needs the part that is different.
    ADD 1 TO WS-CT-INQUIRIES
    MOVE MR-RECIP-ID   TO WS-DS-RECIP-ID
                          WS-IN-RECIP-ID
    MOVE MR-NAME       TO WS-DS-NAME
    MOVE MR-EFF-FROM   TO WS-DS-EFF-FROM
    MOVE MR-EFF-THRU   TO WS-DS-EFF-THRU
    MOVE MR-DEPT-CODE  TO WS-DS-DEPT-CODE
    MOVE MR-LANG-CODE  TO WS-DS-LANG-CODE
    MOVE MR-BIRTH-DATE TO WS-DS-BIRTH-DATE
    MOVE MR-HIRE-DATE  TO WS-DS-HIRE-DATE

    MOVE MR-NAME      TO WS-IN-NAME
    MOVE MR-LANG-CODE TO WS-IN-LANG-CODE
    MOVE MR-DEPT-CODE TO WS-IN-DEPT-CODE
    MOVE SPACES       TO WS-IN-EFF-FROM
    MOVE SPACES       TO WS-IN-EFF-THRU

    PERFORM 3510-DESCRIBE-STATUS

    MOVE MR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
    PERFORM 4310-FIND-DEPT
    EVALUATE TRUE
        WHEN MR-DEPT-CODE = SPACES
            MOVE 'NO DEPARTMENT ON FILE' TO WS-DS-DEPT-NAME
        WHEN WS-REF-SLOT > 0
            MOVE WS-DR-NAME(WS-REF-SLOT) TO WS-DS-DEPT-NAME
        WHEN OTHER
            MOVE '** NOT ON HWDEPT REFERENCE **' TO WS-DS-DEPT-NAME
    END-EVALUATE

    MOVE MR-LANG-CODE TO WS-LOOKUP-LANG-CODE
    PERFORM 4320-FIND-LANG
    EVALUATE TRUE
        WHEN MR-LANG-CODE = SPACES
            MOVE 'NO CODE - HWPARM FALLBACK TEXT' TO WS-DS-LANG-PHRASE
        WHEN WS-REF-SLOT > 0
            MOVE WS-LT-PHRASE(WS-REF-SLOT) TO WS-DS-LANG-PHRASE
        WHEN OTHER
            MOVE 'NOT ON HWLANG - FALLBACK TEXT' TO WS-DS-LANG-PHRASE
    END-EVALUATE

    PERFORM 3600-LOAD-JOURNAL
    PERFORM 3700-LOAD-SUSPENSE.

3510-DESCRIBE-STATUS.
*> The same effective-window test the HWMAINT extract applies,
*> so the status line says whether today's run greets them.
    IF MR-STAT-SUSPENDED
        IF (MR-EFF-FROM = SPACES
            OR JB-RUN-DATE-DISPLAY NOT < MR-EFF-FROM)
         AND (MR-EFF-THRU = SPACES
            OR JB-RUN-DATE-DISPLAY NOT > MR-EFF-THRU)
            MOVE 'SUSPENDED - NOT GREETED TODAY' TO WS-DS-STATUS
        ELSE
            IF MR-EFF-FROM NOT = SPACES
             AND JB-RUN-DATE-DISPLAY < MR-EFF-FROM
                MOVE 'ACTIVE - SUSPENSION STARTS LATER'
                    TO WS-DS-STATUS
            ELSE
                MOVE 'ACTIVE - SUSPENSION HAS LAPSED' TO WS-DS-STATUS
            END-IF
        END-IF
    ELSE
        MOVE 'ACTIVE' TO WS-DS-STATUS
    END-IF.

3600-LOAD-JOURNAL.
*> The whole journal is read; the last five entries for the id
*> are the ones kept.
    MOVE 0   TO WS-JL-COUNT
    MOVE 'N' TO WS-JRNL-EOF-SW
    OPEN INPUT JRNL-FILE
    IF WS-JRNL-FILE-OK
        PERFORM 3610-READ-JRNL-RECORD
        PERFORM 3620-KEEP-JRNL-ENTRY UNTIL WS-JRNL-EOF
        CLOSE JRNL-FILE
    END-IF
    IF WS-JL-COUNT = 0
        MOVE 'NO CHANGES ON THE JOURNAL' TO WS-JL-LINE(1)
    END-IF.

3610-READ-JRNL-RECORD.
    READ JRNL-FILE
        AT END
            SET WS-JRNL-EOF TO TRUE
    END-READ.

3620-KEEP-JRNL-ENTRY.
    IF JR-RECIP-ID = WS-DS-RECIP-ID
        IF WS-JL-COUNT < 5
            ADD 1 TO WS-JL-COUNT
        ELSE
            PERFORM 3630-SHIFT-JRNL-LINE
                VARYING WS-JL-IX FROM 1 BY 1
                UNTIL WS-JL-IX > 4
        END-IF
        PERFORM 3640-FORMAT-JRNL-LINE
    END-IF
    PERFORM 3610-READ-JRNL-RECORD.

3630-SHIFT-JRNL-LINE.
    MOVE WS-JL-LINE(WS-JL-IX + 1) TO WS-JL-LINE(WS-JL-IX).

3640-FORMAT-JRNL-LINE.
    MOVE JR-RUN-DATE TO WS-JD-RUN-DATE
    MOVE JR-RUN-TIME TO WS-JD-RUN-TIME
    MOVE JR-JOB-NAME TO WS-JD-JOB-NAME
    EVALUATE JR-ACTION
        WHEN 'A'
            MOVE 'ADD'        TO WS-JD-ACTION-DESC
        WHEN 'C'
            MOVE 'CHANGE'     TO WS-JD-ACTION-DESC
        WHEN 'D'
            MOVE 'DELETE'     TO WS-JD-ACTION-DESC
        WHEN 'S'
            MOVE 'SUSPEND'    TO WS-JD-ACTION-DESC
        WHEN 'R'
            MOVE 'REACTIVATE' TO WS-JD-ACTION-DESC
        WHEN 'O'
            MOVE 'DATES'      TO WS-JD-ACTION-DESC
        WHEN OTHER
            MOVE JR-ACTION    TO WS-JD-ACTION-DESC
    END-EVALUATE
    IF JR-ACTION = 'D'
        MOVE JR-BEFORE-IMAGE TO WS-JRNL-IMAGE
    ELSE
        MOVE JR-AFTER-IMAGE  TO WS-JRNL-IMAGE
    END-IF
    MOVE WS-JI-NAME TO WS-JD-NAME
    MOVE WS-JRNL-DETAIL TO WS-JL-LINE(WS-JL-COUNT).

3700-LOAD-SUSPENSE.
    MOVE 0   TO WS-SL-COUNT
    MOVE 0   TO WS-SUSP-FOUND
    MOVE 'N' TO WS-SUSPIN-EOF-SW
    OPEN INPUT SUSPIN-FILE
    IF WS-SUSPIN-FILE-OK
        PERFORM 3710-READ-SUSPIN-RECORD
        PERFORM 3720-KEEP-SUSP-ITEM UNTIL WS-SUSPIN-EOF
        CLOSE SUSPIN-FILE
    END-IF
    MOVE WS-SUSP-FOUND TO WS-DS-SUSP-COUNT
    IF WS-SUSP-FOUND = 0
        MOVE 'NOTHING IN SUSPENSE FOR THIS ID' TO WS-SL-LINE(1)
    END-IF.

3710-READ-SUSPIN-RECORD.
    READ SUSPIN-FILE
        AT END
            SET WS-SUSPIN-EOF TO TRUE
    END-READ.

3720-KEEP-SUSP-ITEM.
    IF SU-RECIP-ID = WS-DS-RECIP-ID
        ADD 1 TO WS-SUSP-FOUND
        IF WS-SL-COUNT < 2
            ADD 1 TO WS-SL-COUNT
            IF SU-SOURCE = 'V'
                MOVE 'HWNAMES' TO WS-SD-SOURCE-DESC
            ELSE
                MOVE 'HWTRANS' TO WS-SD-SOURCE-DESC
            END-IF
            MOVE SU-REASON-CODE  TO WS-SD-REASON-CODE
            MOVE SU-FIRST-DATE   TO WS-SD-FIRST-DATE
            MOVE SU-RESUBMIT-CNT TO WS-SD-RESUBMIT-CNT
            MOVE WS-SUSP-DETAIL  TO WS-SL-LINE(WS-SL-COUNT)
        END-IF
    END-IF
    PERFORM 3710-READ-SUSPIN-RECORD.

3900-CLEAR-RECIPIENT.
    MOVE SPACES TO WS-DS-RECIP-ID
                   WS-DS-NAME
                   WS-DS-STATUS
                   WS-DS-EFF-FROM
                   WS-DS-EFF-THRU
                   WS-DS-DEPT-CODE
                   WS-DS-DEPT-NAME
                   WS-DS-LANG-CODE
                   WS-DS-LANG-PHRASE
                   WS-DS-BIRTH-DATE
                   WS-DS-HIRE-DATE
    MOVE 0 TO WS-DS-SUSP-COUNT
    MOVE 0 TO WS-JL-COUNT
    MOVE 0 TO WS-SL-COUNT
    MOVE SPACES TO WS-JL-LINE(1) WS-JL-LINE(2) WS-JL-LINE(3)
                   WS-JL-LINE(4) WS-JL-LINE(5)
                   WS-SL-LINE(1) WS-SL-LINE(2).

4000-ENTER-TRANSACTION.
*> The entry is edited here the way HWTEDIT and HWMAINT will
*> edit it, so the operator hears about a mistake while the
*> caller is still on the line rather than from tomorrow's
*> HWMREJ.  Only a clean entry is written.
    MOVE SPACES TO WS-EDIT-MESSAGE
    IF WS-IN-RECIP-ID = SPACES
        MOVE 'KEY THE RECIPIENT ID FOR THE TRANSACTION'
            TO WS-EDIT-MESSAGE
    END-IF

    IF WS-EDIT-CLEAN
        PERFORM 4100-CHECK-ON-MASTER
    END-IF

    IF WS-EDIT-CLEAN
        EVALUATE WS-IN-FUNCTION
            WHEN 'A'
                IF WS-RECIP-FOUND
                    MOVE 'RECIPIENT IS ALREADY ON HWMASTR - USE C TO CHANGE'
                        TO WS-EDIT-MESSAGE
                ELSE
                    PERFORM 4300-EDIT-RECIPIENT-DATA
                END-IF
            WHEN 'C'
                IF NOT WS-RECIP-FOUND
                    MOVE 'RECIPIENT IS NOT ON HWMASTR - USE A TO ADD'
                        TO WS-EDIT-MESSAGE
                ELSE
                    PERFORM 4300-EDIT-RECIPIENT-DATA
                END-IF
            WHEN 'S'
                IF NOT WS-RECIP-FOUND
                    MOVE 'RECIPIENT IS NOT ON HWMASTR'
                        TO WS-EDIT-MESSAGE
                ELSE
                    PERFORM 4400-EDIT-SUSPEND
                END-IF
            WHEN 'R'
                IF NOT WS-RECIP-FOUND
                    MOVE 'RECIPIENT IS NOT ON HWMASTR'
                        TO WS-EDIT-MESSAGE
                ELSE
                    IF NOT MR-STAT-SUSPENDED
                        MOVE 'RECIPIENT IS NOT SUSPENDED'
                            TO WS-EDIT-MESSAGE
                    END-IF
                END-IF
        END-EVALUATE
    END-IF

    IF WS-EDIT-CLEAN
        PERFORM 4200-CHECK-SESSION-CONFLICT
    END-IF

    IF WS-EDIT-CLEAN
        PERFORM 4500-WRITE-TRANSACTION
    ELSE
        MOVE WS-EDIT-MESSAGE TO WS-DS-MESSAGE
        ADD 1 TO WS-CT-ENTRIES-REFUSED
    END-IF.

4100-CHECK-ON-MASTER.
    MOVE 'N' TO WS-RECIP-FOUND-SW
    IF WS-MASTER-OPEN
        MOVE WS-IN-RECIP-ID TO MR-RECIP-ID
        READ MASTER-FILE
            KEY IS MR-RECIP-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-RECIP-FOUND TO TRUE
        END-READ
    END-IF.

4200-CHECK-SESSION-CONFLICT.
*> HWTEDIT rejects both halves of a conflicting pair, so taking
*> this entry would also lose the one already written.  The
*> pair rules are HWTEDIT's: the same id on the same effective
*> date with the same action twice, or a suspend with a
*> reactivate.
    IF (WS-IN-FUNCTION = 'A' OR WS-IN-FUNCTION = 'C')
     AND WS-IN-EFF-FROM > JB-RUN-DATE-DISPLAY
        MOVE WS-IN-EFF-FROM TO WS-ENTRY-EFF-DATE
    ELSE
        MOVE JB-RUN-DATE-DISPLAY TO WS-ENTRY-EFF-DATE
    END-IF

    MOVE 0 TO WS-SN-SLOT
    PERFORM 4210-MATCH-SESSION-ENTRY
        VARYING WS-SN-IX FROM 1 BY 1
        UNTIL WS-SN-IX > WS-SN-COUNT OR WS-SN-SLOT > 0

    IF WS-SN-SLOT > 0
        STRING 'REFUSED - THE '             DELIMITED BY SIZE
               WS-SN-ACTION(WS-SN-SLOT)     DELIMITED BY SIZE
               ' ALREADY WRITTEN FOR '      DELIMITED BY SIZE
               WS-IN-RECIP-ID               DELIMITED BY SIZE
               ' WOULD BE REJECTED AS A CONFLICT'
                                            DELIMITED BY SIZE
          INTO WS-EDIT-MESSAGE
    ELSE
        IF WS-SN-COUNT NOT < 500
            MOVE 'SESSION ENTRY LIMIT REACHED - NO MORE ENTRIES TAKEN'
                TO WS-EDIT-MESSAGE
        END-IF
    END-IF.

4210-MATCH-SESSION-ENTRY.
    IF WS-SN-RECIP-ID(WS-SN-IX) = WS-IN-RECIP-ID
     AND WS-SN-EFF-DATE(WS-SN-IX) = WS-ENTRY-EFF-DATE
        IF WS-SN-ACTION(WS-SN-IX) = WS-IN-FUNCTION
         OR (WS-SN-ACTION(WS-SN-IX) = 'S'
             AND WS-IN-FUNCTION = 'R')
         OR (WS-SN-ACTION(WS-SN-IX) = 'R'
             AND WS-IN-FUNCTION = 'S')
            MOVE WS-SN-IX TO WS-SN-SLOT
        END-IF
    END-IF.

4300-EDIT-RECIPIENT-DATA.
*> An add or change carries the whole recipient: a name, and a
*> department and language that are on the reference files if
*> keyed (blank is legitimate on the master).  A keyed
*> effective date makes it a pending transaction.
    IF WS-IN-NAME = SPACES
        MOVE 'RECIPIENT NAME IS REQUIRED' TO WS-EDIT-MESSAGE
    END-IF

*> Nor may the erasure redaction value go back on the master as
*> a live name.
    IF WS-EDIT-CLEAN
     AND WS-IN-NAME = WS-ERASED-NAME
        MOVE 'NAME IS THE ERASURE REDACTION VALUE' TO WS-EDIT-MESSAGE
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-DEPT-CODE NOT = SPACES
        MOVE WS-IN-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
        PERFORM 4310-FIND-DEPT
        IF WS-REF-SLOT = 0
            MOVE 'DEPARTMENT CODE IS NOT ON HWDEPT' TO WS-EDIT-MESSAGE
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-LANG-CODE NOT = SPACES
        MOVE WS-IN-LANG-CODE TO WS-LOOKUP-LANG-CODE
        PERFORM 4320-FIND-LANG
        IF WS-REF-SLOT = 0
            MOVE 'LANGUAGE CODE IS NOT ON HWLANG' TO WS-EDIT-MESSAGE
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-EFF-FROM NOT = SPACES
        MOVE WS-IN-EFF-FROM TO WS-DATE-CHECK
        PERFORM 4450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFFECTIVE DATE MUST BE A REAL YYYY-MM-DD DATE'
                TO WS-EDIT-MESSAGE
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-EFF-THRU NOT = SPACES
        MOVE 'THRU DATE IS FOR A SUSPEND ONLY - LEAVE IT BLANK'
            TO WS-EDIT-MESSAGE
    END-IF.

4310-FIND-DEPT.
    MOVE 0 TO WS-REF-SLOT
    PERFORM 4315-MATCH-DEPT-ENTRY
        VARYING WS-DR-IX FROM 1 BY 1
        UNTIL WS-DR-IX > WS-DR-COUNT OR WS-REF-SLOT > 0.

4315-MATCH-DEPT-ENTRY.
    IF WS-LOOKUP-DEPT-CODE = WS-DR-CODE(WS-DR-IX)
        MOVE WS-DR-IX TO WS-REF-SLOT
    END-IF.

4320-FIND-LANG.
    MOVE 0 TO WS-REF-SLOT
    PERFORM 4325-MATCH-LANG-ENTRY
        VARYING WS-LT-IX FROM 1 BY 1
        UNTIL WS-LT-IX > WS-LT-COUNT OR WS-REF-SLOT > 0.

4325-MATCH-LANG-ENTRY.
    IF WS-LOOKUP-LANG-CODE = WS-LT-CODE(WS-LT-IX)
        MOVE WS-LT-IX TO WS-REF-SLOT
    END-IF.

4400-EDIT-SUSPEND.
*> Either effective date may be blank (from = effective now,
*> thru = open-ended), but a date that is keyed must be a real
*> date, the window must not run backwards, and a suspension
*> still in effect must be reactivated before a new one.
    IF WS-IN-EFF-FROM NOT = SPACES
        MOVE WS-IN-EFF-FROM TO WS-DATE-CHECK
        PERFORM 4450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFFECTIVE FROM MUST BE A REAL YYYY-MM-DD DATE'
                TO WS-EDIT-MESSAGE
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-EFF-THRU NOT = SPACES
        MOVE WS-IN-EFF-THRU TO WS-DATE-CHECK
        PERFORM 4450-CHECK-DATE
        IF NOT WS-DATE-VALID
            MOVE 'EFFECTIVE THRU MUST BE A REAL YYYY-MM-DD DATE'
                TO WS-EDIT-MESSAGE
        END-IF
    END-IF

    IF WS-EDIT-CLEAN
     AND WS-IN-EFF-FROM NOT = SPACES
     AND WS-IN-EFF-THRU NOT = SPACES
     AND WS-IN-EFF-THRU < WS-IN-EFF-FROM
        MOVE 'EFFECTIVE THRU IS BEFORE EFFECTIVE FROM'
            TO WS-EDIT-MESSAGE
    END-IF

    IF WS-EDIT-CLEAN
     AND MR-STAT-SUSPENDED
     AND (MR-EFF-THRU = SPACES
        OR MR-EFF-THRU NOT < JB-RUN-DATE-DISPLAY)
        MOVE 'ALREADY SUSPENDED - REACTIVATE BEFORE A NEW SUSPENSION'
            TO WS-EDIT-MESSAGE
    END-IF.

4450-CHECK-DATE.
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

4500-WRITE-TRANSACTION.
*> Open-write-close per transaction, creating HWTRANS if the
*> list owners haven't delivered today's file yet, so an entry
*> is on disk the moment the operator is told it was taken.
    MOVE SPACES          TO TRANS-RECORD
    MOVE WS-IN-FUNCTION  TO TR-ACTION
    MOVE WS-IN-RECIP-ID  TO TR-RECIP-ID
    EVALUATE WS-IN-FUNCTION
        WHEN 'A'
        WHEN 'C'
            MOVE WS-IN-NAME      TO TR-NAME
            MOVE WS-IN-LANG-CODE TO TR-LANG-CODE
            MOVE WS-IN-DEPT-CODE TO TR-DEPT-CODE
            MOVE WS-IN-EFF-FROM  TO TR-EFF-FROM
        WHEN 'S'
            MOVE WS-IN-EFF-FROM  TO TR-EFF-FROM
            MOVE WS-IN-EFF-THRU  TO TR-EFF-THRU
    END-EVALUATE

    OPEN EXTEND TRANS-FILE
    IF WS-TRANS-FILE-NOT-FOUND
        OPEN OUTPUT TRANS-FILE
    END-IF
    WRITE TRANS-RECORD

    IF WS-TRANS-FILE-OK
        ADD 1 TO WS-CT-TRANS-WRITTEN
        ADD 1 TO WS-SN-COUNT
        MOVE TR-RECIP-ID       TO WS-SN-RECIP-ID(WS-SN-COUNT)
        MOVE TR-ACTION         TO WS-SN-ACTION(WS-SN-COUNT)
        MOVE WS-ENTRY-EFF-DATE TO WS-SN-EFF-DATE(WS-SN-COUNT)
        STRING 'TRANSACTION '  DELIMITED BY SIZE
               TR-ACTION       DELIMITED BY SIZE
               ' FOR '         DELIMITED BY SIZE
               TR-RECIP-ID     DELIMITED BY SIZE
               ' WRITTEN TO HWTRANS FOR THE NEXT HWMAINT RUN'
                               DELIMITED BY SIZE
          INTO WS-DS-MESSAGE
    ELSE
        STRING 'HWTRANS WRITE FAILED, STATUS ' DELIMITED BY SIZE
               WS-TRANS-FILE-STATUS           DELIMITED BY SIZE
               ' - TRANSACTION NOT TAKEN'      DELIMITED BY SIZE
          INTO WS-DS-MESSAGE
        MOVE 12 TO WS-RETURN-CODE
    END-IF

    CLOSE TRANS-FILE.

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

8500-CONTROL-TOTALS.
    MOVE WS-CT-INQUIRIES       TO WS-CT-INQUIRIES-DISP
    MOVE WS-CT-TRANS-WRITTEN   TO WS-CT-TRANS-WRITTEN-DISP
    MOVE WS-CT-ENTRIES-REFUSED TO WS-CT-ENTRIES-REFUSED-DISP

    STRING 'SESSION TOTALS - INQUIRIES: '  DELIMITED BY SIZE
           WS-CT-INQUIRIES-DISP            DELIMITED BY SIZE
           '  TRANS WRITTEN: '             DELIMITED BY SIZE
           WS-CT-TRANS-WRITTEN-DISP        DELIMITED BY SIZE
           '  REFUSED: '                   DELIMITED BY SIZE
           WS-CT-ENTRIES-REFUSED-DISP      DELIMITED BY SIZE
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
