      *>
      *> Transaction layout (HWTRANS, 72 bytes):
      *>   col  1      action code - A(dd), C(hange), D(elete),
      *>               S(uspend), R(eactivate), X (cancel a
      *>               pending transaction), O (occasion dates)
      *>   col  3-10   recipient id (master key)
      *>   col 12-41   recipient name - on O instead the birth date
      *>               (col 12-21) and hire date (col 23-32),
      *>               YYYY-MM-DD, each replacing the master's date
      *>               as keyed (blank = not known)
      *>   col 43-45   language code
      *>   col 47-50   department code
      *>   col 52-61   effective-from date (YYYY-MM-DD) - on S the
      *>               start of the suspension; on A/C/D the date
      *>               the transaction takes effect (blank = now),
      *>               and likewise on O;
      *>               on X the effective date of the pending item
      *>               to cancel (blank = every pending item for
      *>               the recipient)
      *>   col 63-72   effective-thru date (S only, blank = open)
      *>
      *> Pending transactions: an A/C/D/O dated later than the run
      *> date is not applied but parked on the HWPENDIN/HWPENDOUT
      *> carry-forward file (see HWPNDREC copybook; the job's final
      *> step swaps HWPENDOUT in as tomorrow's HWPENDIN, the same
      *> swap pattern HWSUSP uses).  Each run, on a business day
      *> per HWCAL, the queued items whose effective date has come
      *> are applied ahead of the day's own transactions and
      *> journaled as usual, so an item dated for a weekend or
      *> holiday applies on the next business day.  X cards are
      *> honored before anything is applied.  The HWPNDRPT report
      *> lists the queue by effective date and recipient with what
      *> became of each item this run.
      *>
      *> HWTEDIT runs ahead of this program and screens the day's
      *> transactions against the reference files and the master;
      *> this step's JCL points HWTRANS at the edit's HWTRGOOD
      *> output, and the HWTEDIT stamp on HWBCTL must be present,
      *> COMPLETE, and for today's business date before anything is
      *> applied.  The edit's own rejects are already on HWMREJ, so
      *> this program appends behind them.
      *>
      *> Reason codes written to HWMREJ:
      *>   DUPA - add for a recipient id already on the master
      *>   NOTF - change, delete, suspend, reactivate, or occasion
      *>          dates for an id not on the master
      *>   ACTN - action code not A, C, D, S, R, X, or O
      *>   NOPD - cancel matching no queued pending transaction
      *>   PFUL - pending queue full, future-dated transaction
      *>          could not be parked
      *>   ERAS - add or change whose name is the HWERASE redaction
      *>          value (a redacted pending item falling due)
      *>
      *> Modification History
      *>   2026-08-21  INITIAL VERSION (JB)
      *>               STAMPS ITS BUSINESS DATE, STATUS, AND NAMES
      *>               EXTRACTED COUNT SO HWVALID CAN VERIFY ITS
      *>               INPUT AT STARTUP (SEE HWBCTREC COPYBOOK) (JB)
      *>   2026-10-14  HWTEDIT PRE-EDIT STEP ADDED AHEAD OF THIS
      *>               PROGRAM - AT STARTUP THE HWTEDIT STAMP IS
      *>               VERIFIED (PRESENT, COMPLETE, TODAY'S BUSINESS
      *>               DATE) AND THE TRANSACTIONS READ ARE
      *>               RECONCILED AGAINST THE COUNT THE EDIT PASSED;
      *>               A FAILED CHECK STOPS THE STEP WITH ITS OWN
      *>               RETURN CODE AND AN HWALERT RECORD.  HWMREJ IS
      *>               NOW APPENDED TO SO THE EDIT'S REJECTS RIDE
      *>               ALONG TO HWSUSP (JB)
      *>   2026-10-14  FUTURE-DATED (PENDING) TRANSACTIONS - AN
      *>               A/C/D MAY CARRY AN EFFECTIVE DATE AND IS
      *>               PARKED ON THE HWPENDIN/HWPENDOUT CARRY-
      *>               FORWARD FILE UNTIL THE FIRST HWCAL BUSINESS
      *>               DAY ON OR AFTER IT; NEW X ACTION CANCELS A
      *>               QUEUED ITEM; HWPNDRPT PENDING REPORT (JB)
      *>   2026-10-14  BIRTH AND HIRE DATES ON THE MASTER, SET BY A
      *>               NEW O (OCCASION DATES) TRANSACTION THAT MAY
      *>               BE FUTURE-DATED LIKE AN A/C/D; THE DATES
      *>               RIDE OUT ON THE HWNAMES EXTRACT FOR THE
      *>               OCCASION GREETING RUN.  JOURNAL IMAGES AND
      *>               HWNAMES WIDENED TO MATCH; QUEUED ITEMS KEEP
      *>               THEIR KEYED ORDER WITHIN A DATE AND ID (JB)
      *>   2026-10-14  THE HWBCTL STAMP NOW ALSO CARRIES THE COUNT
      *>               OF RECIPIENTS SKIPPED AS SUSPENDED, FOR THE
      *>               HWSTATD DAILY STATISTICS ROLLUP (JB)
      *>   2026-10-15  AN HWPENDIN QUEUE TOO BIG FOR THE PENDING
      *>               TABLE NOW FAILS THE RUN (RC 12) BEFORE ANY
      *>               TRANSACTION IS APPLIED, SO HWPENDOUT IS NOT
      *>               CUT SHORT AND SWAPPED IN (JB)
      *>   2026-10-15  A MASTER RECORD CARRYING THE HWERASE REDACTION
      *>               VALUE IS NO LONGER EXTRACTED TO HWNAMES, AND
      *>               AN ADD OR CHANGE CARRYING IT IS REJECTED AS
      *>               ERAS RATHER THAN APPLIED (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWMAINT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCTL-FILE-STATUS.

    SELECT ALERT-FILE ASSIGN TO 'HWALERT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.

    SELECT PENDIN-FILE ASSIGN TO 'HWPENDIN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDIN-FILE-STATUS.

    SELECT PENDOUT-FILE ASSIGN TO 'HWPENDOUT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDOUT-FILE-STATUS.

    SELECT PEND-SORT-FILE ASSIGN TO 'HWPNDSRT'.

    SELECT CAL-FILE ASSIGN TO 'HWCAL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO 'HWPNDRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  MASTER-FILE.
COPY HWMASREC.

*> Daily maintenance transactions from the list owners, as
*> passed by the HWTEDIT pre-edit.
FD  TRANS-FILE
    RECORD CONTAINS 72 CHARACTERS.
01  TRANS-RECORD.
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
*> per applied transaction with the before- and after-image of
*> the master record - layout shared via the HWJRNREC copybook.
FD  JRNL-FILE
    RECORD CONTAINS 213 CHARACTERS.
COPY HWJRNREC.

*> Daily distribution list extracted from the master for the
*> greeting run - layout shared via the HWNAMREC copybook.
FD  NAMES-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY HWNAMREC.

*> Permanent audit trail of every run - same layout HelloWorld
    05  RL-STATUS                PIC X(8).
    05  FILLER                   PIC X(43).

*> Daily batch-chain control file: the HWTEDIT stamp verified at
*> startup and this program's own completion stamp, verified by
*> HWVALID at its startup - layout shared via the HWBCTREC
*> copybook.
FD  BCTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWBCTREC.

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

*> Yesterday's queue of future-dated transactions, carried
*> forward - layout shared via the HWPNDREC copybook.  Absent on
*> the very first run - that just means nothing is queued yet.
FD  PENDIN-FILE
    RECORD CONTAINS 94 CHARACTERS.
COPY HWPNDREC.

*> Today's queue, swapped in as tomorrow's HWPENDIN.
FD  PENDOUT-FILE
    RECORD CONTAINS 94 CHARACTERS.
01  PENDOUT-RECORD               PIC X(94).

*> Sort work file putting the queue in effective-date and
*> recipient order for HWPENDOUT and the pending report.
SD  PEND-SORT-FILE.
01  PEND-SORT-RECORD.
    05  PS-EFF-DATE              PIC X(10).
    05  PS-RECIP-ID              PIC X(8).
    05  PS-QUEUED-DATE           PIC X(10).
    05  PS-SEQUENCE              PIC 9(4).
    05  PS-STATUS                PIC X.
    05  PS-TRANS-IMAGE           PIC X(72).

*> Business-day processing calendar - one record per holiday or
*> plant shutdown date; weekends are treated as non-business
*> days without needing a calendar record.
FD  CAL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  CAL-RECORD.
    05  CAL-DATE                 PIC X(10).
    05  FILLER                   PIC X.
    05  CAL-DESC                 PIC X(69).

*> Pending transactions report for the list owners: the queue
*> by effective date and recipient, with what became of each
*> item this run.
FD  REPORT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                PIC X(132).

WORKING-STORAGE SECTION.

01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.

01  WS-TREJ-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-TREJ-FILE-OK             VALUE '00'.
    88  WS-TREJ-FILE-NOT-FOUND      VALUES '05' '35'.

01  WS-JRNL-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-JRNL-FILE-OK             VALUE '00'.
    88  WS-BCTL-FILE-OK             VALUE '00'.
    88  WS-BCTL-FILE-NOT-FOUND      VALUES '05' '35'.

01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-ALERT-FILE-OK            VALUE '00'.
    88  WS-ALERT-FILE-NOT-FOUND     VALUES '05' '35'.

*> Which check tripped, carried on the HWALERT record so the
*> on-call page says what actually failed:
*>   BCMISSNG - no COMPLETE HWTEDIT stamp on HWBCTL
*>   BCDATE   - HWTEDIT stamp is for the wrong business date
*>   BCCOUNT  - transactions read disagree with HWTEDIT's
*>              passed count
01  WS-ALERT-REASON             PIC X(8) VALUE SPACES.

01  WS-ALERT-SEVERITY           PIC 9(2) VALUE 0.

01  WS-BCTL-EOF-SW              PIC X VALUE 'N'.
    88  WS-BCTL-EOF                 VALUE 'Y'.

*> Latest COMPLETE stamp found for the predecessor; the control
*> file is appended, so the last stamp read wins.
01  WS-PRED-FOUND-SW            PIC X VALUE 'N'.
    88  WS-PRED-FOUND               VALUE 'Y'.

01  WS-PRED-PROGRAM             PIC X(10) VALUE 'HWTEDIT'.
01  WS-PRED-DATE                PIC X(10) VALUE SPACES.
01  WS-PRED-COUNT               PIC 9(7) VALUE 0.

*> Set when a chain-control check fails at startup; the apply
*> and extract passes are then skipped so the step stops
*> instead of applying an unedited or stale transaction file.
01  WS-CHAIN-STOP-SW            PIC X VALUE 'N'.
    88  WS-CHAIN-STOP               VALUE 'Y'.

01  WS-PENDIN-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-PENDIN-FILE-OK           VALUE '00'.
    88  WS-PENDIN-FILE-NOT-FOUND    VALUES '05' '35'.

01  WS-PENDOUT-FILE-STATUS      PIC XX VALUE SPACES.
    88  WS-PENDOUT-FILE-OK          VALUE '00'.

01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.
    88  WS-CAL-FILE-OK              VALUE '00'.

01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-REPORT-FILE-OK           VALUE '00'.

01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.
    88  WS-TRANS-EOF                VALUE 'Y'.

01  WS-PENDIN-EOF-SW            PIC X VALUE 'N'.
    88  WS-PENDIN-EOF               VALUE 'Y'.

01  WS-PEND-SORT-EOF-SW         PIC X VALUE 'N'.
    88  WS-PEND-SORT-EOF            VALUE 'Y'.

01  WS-CAL-EOF-SW               PIC X VALUE 'N'.
    88  WS-CAL-EOF                  VALUE 'Y'.

*> In-storage pending queue: yesterday's carried-forward items
*> plus anything parked today, each with what became of it this
*> run - Q still queued, A applied, R rejected at apply time, C
*> cancelled.  Only Q items are carried forward.
01  WS-PEND-TABLE.
    05  WS-PT-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-PT-ENTRY OCCURS 2000 TIMES.
        10  WS-PT-EFF-DATE      PIC X(10).
        10  WS-PT-QUEUED-DATE   PIC X(10).
        10  WS-PT-STATUS        PIC X.
            88  WS-PT-QUEUED        VALUE 'Q'.
        10  WS-PT-IMAGE         PIC X(72).
01  WS-PT-IX                    PIC S9(4) COMP VALUE 0.

*> Set when yesterday's queue is bigger than the table; the
*> items that didn't fit can't be carried forward, so the run
*> is flagged rather than trusted.
01  WS-PEND-TABLE-FULL-SW       PIC X VALUE 'N'.
    88  WS-PEND-TABLE-FULL          VALUE 'Y'.

*> Queued items a cancel card matched.
01  WS-CANCEL-MATCHES           PIC S9(4) COMP VALUE 0.

*> Where the transaction being applied came from: T = the day's
*> HWTRANS, P = the pending queue - each is totalled on its own.
01  WS-APPLY-SOURCE-SW          PIC X VALUE 'T'.
    88  WS-APPLY-FROM-TRANS         VALUE 'T'.
    88  WS-APPLY-FROM-PENDING       VALUE 'P'.

*> In-storage copy of the HWCAL holiday/shutdown dates.
01  WS-CAL-TABLE.
    05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
    05  WS-CAL-ENTRY            PIC X(10) OCCURS 100 TIMES.
01  WS-CAL-IX                   PIC S9(4) COMP VALUE 0.

01  WS-CAL-TABLE-FULL-SW        PIC X VALUE 'N'.
    88  WS-CAL-TABLE-FULL           VALUE 'Y'.

*> Set when the run date is a weekend or an HWCAL date: queued
*> items then wait for the next business day, and anything
*> keyed with an effective date joins them.
01  WS-NON-BUSINESS-SW          PIC X VALUE 'N'.
    88  WS-NON-BUSINESS-DAY         VALUE 'Y'.

*> Date arithmetic work fields for the calendar check.
01  WS-TEST-DATE-INTEGER        PIC S9(9) COMP VALUE 0.
01  WS-TEST-DOW                 PIC S9(4) COMP VALUE 0.

01  WS-TEST-DATE-YMD            PIC 9(8) VALUE 0.
01  FILLER REDEFINES WS-TEST-DATE-YMD.
    05  WS-TEST-DATE-CCYY       PIC 9(4).
    05  WS-TEST-DATE-MM         PIC 9(2).
    05  WS-TEST-DATE-DD         PIC 9(2).

01  WS-TEST-DATE-DISPLAY        PIC X(10) VALUE SPACES.

01  WS-TEST-NONBUS-SW           PIC X VALUE 'N'.
    88  WS-TEST-NONBUS              VALUE 'Y'.

01  WS-REPORT-HEADING            PIC X(132) VALUE
    'HWMAINT  -  PENDING TRANSACTIONS REPORT'.

01  WS-REPORT-DETAIL             PIC X(132) VALUE SPACES.

01  WS-PEND-COLUMN-HEADING.
    05  FILLER                  PIC X(59) VALUE
        'EFF DATE    RECIP ID  ACT  NAME'.
    05  FILLER                  PIC X(73) VALUE
        'QUEUED      STATUS'.

01  WS-PEND-STATUS-DESC         PIC X(10) VALUE SPACES.

01  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
    88  WS-MASTER-EOF               VALUE 'Y'.

*> record as it stood before the apply and as it stands after.
*> An ADD journals a blank before-image, a DELETE a blank
*> after-image.
01  WS-JRNL-BEFORE              PIC X(86) VALUE SPACES.
01  WS-JRNL-AFTER               PIC X(86) VALUE SPACES.

*> Maintenance result for the transaction in hand: spaces means
*> applied, else the HWMREJ reason code to write.
    05  WS-CT-TRANS-REJECTED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-NAMES-EXTRACTED    PIC 9(7) COMP VALUE 0.
    05  WS-CT-NAMES-SUSPENDED    PIC 9(7) COMP VALUE 0.
    05  WS-CT-TRANS-PARKED       PIC 9(7) COMP VALUE 0.
    05  WS-CT-TRANS-CANCELS      PIC 9(7) COMP VALUE 0.
    05  WS-CT-PEND-APPLIED       PIC 9(7) COMP VALUE 0.
    05  WS-CT-PEND-REJECTED      PIC 9(7) COMP VALUE 0.
    05  WS-CT-PEND-CANCELLED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-PEND-CARRIED       PIC 9(7) COMP VALUE 0.

01  WS-CT-TRANS-READ-DISP        PIC ZZZZZZ9.
01  WS-CT-TRANS-APPLIED-DISP     PIC ZZZZZZ9.
01  WS-CT-TRANS-REJECTED-DISP    PIC ZZZZZZ9.
01  WS-CT-NAMES-EXTRACTED-DISP   PIC ZZZZZZ9.
01  WS-CT-NAMES-SUSPENDED-DISP   PIC ZZZZZZ9.
01  WS-CT-TRANS-PARKED-DISP      PIC ZZZZZZ9.
01  WS-CT-TRANS-CANCELS-DISP     PIC ZZZZZZ9.
01  WS-CT-PEND-APPLIED-DISP      PIC ZZZZZZ9.
01  WS-CT-PEND-REJECTED-DISP     PIC ZZZZZZ9.
01  WS-CT-PEND-CANCELLED-DISP    PIC ZZZZZZ9.
01  WS-CT-PEND-CARRIED-DISP      PIC ZZZZZZ9.

*> Set per master record by the extract pass: Y when the record
*> is suspended and the run date falls inside its effective
COPY JOBBANR.

*> Step condition code returned to the job scheduler:
*> 0 = all transactions applied, 4 = rejects written, 8 = the
*> calendar table overflowed, 12 = file failure or a pending
*> queue too big for the table, 16 = no COMPLETE HWTEDIT stamp
*> on HWBCTL, 17 = HWTEDIT stamp is for the wrong business
*> date, 18 = transactions read disagree with HWTEDIT's passed
*> count.
01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
    88  WS-RETURN-CODE-NORMAL       VALUE 0.

    CALL 'HWGREET' USING WS-JOB-BANNER WS-PROGRAM-NAME
        WS-GREETING-TEXT

    PERFORM 1400-VERIFY-PREDECESSOR
    IF WS-CHAIN-STOP
        DISPLAY 'HWMAINT - CHAIN CONTROL CHECK FAILED, STEP STOPPED'
    ELSE
        PERFORM 1300-OPEN-MASTER
        IF WS-RETURN-CODE-NORMAL
            PERFORM 1100-CHECK-CALENDAR
            PERFORM 1200-LOAD-PENDING
            IF WS-RETURN-CODE < 12
                PERFORM 2000-APPLY-TRANSACTIONS
                PERFORM 4000-WRITE-PENDING
            END-IF
            PERFORM 5000-EXTRACT-NAMES
            CLOSE MASTER-FILE
        END-IF
        PERFORM 8500-CONTROL-TOTALS
    END-IF

    PERFORM 8000-WRITE-RUNLOG
    PERFORM 8200-STAMP-BATCH-CONTROL
    PERFORM 9999-EXIT.

    SET JB-STAT-START TO TRUE.

1100-CHECK-CALENDAR.
    PERFORM 1110-LOAD-CAL-TABLE

*> A calendar bigger than the table means a holiday could have
*> been dropped and a queued item applied on a shutdown day, so
*> the run is flagged rather than trusted.
    IF WS-CAL-TABLE-FULL
        DISPLAY 'HWMAINT - HWCAL TABLE FULL, CALENDAR CHECK INCOMPLETE'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    COMPUTE WS-TEST-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(JB-RUN-DATE-RAW))
    PERFORM 1140-TEST-BUSINESS-DAY
    IF WS-TEST-NONBUS
        SET WS-NON-BUSINESS-DAY TO TRUE
        DISPLAY 'HWMAINT - NON-BUSINESS DAY, PENDING ITEMS HELD'
    END-IF.

1110-LOAD-CAL-TABLE.
    OPEN INPUT CAL-FILE
    IF WS-CAL-FILE-OK
        PERFORM 1120-READ-CAL-RECORD
        PERFORM 1130-STORE-CAL-ENTRY UNTIL WS-CAL-EOF
        CLOSE CAL-FILE
    END-IF.

1120-READ-CAL-RECORD.
    READ CAL-FILE
        AT END
            SET WS-CAL-EOF TO TRUE
    END-READ.

1130-STORE-CAL-ENTRY.
    IF WS-CAL-COUNT < 100
        ADD 1 TO WS-CAL-COUNT
        MOVE CAL-DATE TO WS-CAL-ENTRY(WS-CAL-COUNT)
    ELSE
        SET WS-CAL-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1120-READ-CAL-RECORD.

1140-TEST-BUSINESS-DAY.
*> A date is a non-business day when it falls on a weekend or is
*> listed in HWCAL.  Day 1 of the INTEGER-OF-DATE scheme was a
*> Monday, so the remainder base-7 runs 1=MON .. 6=SAT, 0=SUN.
    MOVE 'N' TO WS-TEST-NONBUS-SW
    MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INTEGER)
        TO WS-TEST-DATE-YMD

    MOVE SPACES TO WS-TEST-DATE-DISPLAY
    STRING WS-TEST-DATE-CCYY DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-TEST-DATE-MM   DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-TEST-DATE-DD   DELIMITED BY SIZE
      INTO WS-TEST-DATE-DISPLAY

    COMPUTE WS-TEST-DOW =
        FUNCTION REM(WS-TEST-DATE-INTEGER 7)
    IF WS-TEST-DOW = 6 OR WS-TEST-DOW = 0
        SET WS-TEST-NONBUS TO TRUE
    END-IF

    IF NOT WS-TEST-NONBUS
        PERFORM 1145-MATCH-CAL-DATE
            VARYING WS-CAL-IX FROM 1 BY 1
            UNTIL WS-CAL-IX > WS-CAL-COUNT OR WS-TEST-NONBUS
    END-IF.

1145-MATCH-CAL-DATE.
    IF WS-TEST-DATE-DISPLAY = WS-CAL-ENTRY(WS-CAL-IX)
        SET WS-TEST-NONBUS TO TRUE
    END-IF.

1200-LOAD-PENDING.
*> A queue file that isn't there just means nothing has been
*> queued yet; any other open failure would drop the queue on
*> the floor when HWPENDOUT is cut, so it fails the run and the
*> apply pass is skipped.
    OPEN INPUT PENDIN-FILE
    IF WS-PENDIN-FILE-NOT-FOUND
        DISPLAY 'HWMAINT - HWPENDIN NOT PRESENT, NOTHING QUEUED'
    ELSE
     IF NOT WS-PENDIN-FILE-OK
        DISPLAY 'HWMAINT - HWPENDIN OPEN FAILED, STATUS '
            WS-PENDIN-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
     ELSE
        PERFORM 1210-READ-PENDIN-RECORD
        PERFORM 1220-STORE-PENDING-ENTRY UNTIL WS-PENDIN-EOF
        CLOSE PENDIN-FILE
     END-IF
    END-IF

*> A queue bigger than the table can't be carried whole, and
*> cutting HWPENDOUT from what did fit would lose the rest at
*> the swap, so the run fails before anything is applied.
    IF WS-PEND-TABLE-FULL
        DISPLAY 'HWMAINT - HWPENDIN HOLDS MORE ITEMS THAN THE '
            'PENDING TABLE, STEP STOPPED'
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

1210-READ-PENDIN-RECORD.
    READ PENDIN-FILE
        AT END
            SET WS-PENDIN-EOF TO TRUE
    END-READ.

1220-STORE-PENDING-ENTRY.
    IF WS-PT-COUNT < 2000
        ADD 1 TO WS-PT-COUNT
        MOVE PD-EFF-DATE    TO WS-PT-EFF-DATE(WS-PT-COUNT)
        MOVE PD-QUEUED-DATE TO WS-PT-QUEUED-DATE(WS-PT-COUNT)
        MOVE 'Q'            TO WS-PT-STATUS(WS-PT-COUNT)
        MOVE PD-TRANS-IMAGE TO WS-PT-IMAGE(WS-PT-COUNT)
    ELSE
        SET WS-PEND-TABLE-FULL TO TRUE
    END-IF
    PERFORM 1210-READ-PENDIN-RECORD.

1300-OPEN-MASTER.
*> First run of the day on a new master: create the empty file,
*> then reopen it for update - the same create-on-first-use
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

1400-VERIFY-PREDECESSOR.
*> The step refuses to apply an unedited transaction file:
*> HWTEDIT must have stamped HWBCTL COMPLETE for today's
*> business date before anything touches the master.  The
*> stamped count becomes the expected transactions-read total
*> checked at end-of-run.
    OPEN INPUT BCTL-FILE
    IF WS-BCTL-FILE-OK
        PERFORM 1410-READ-BCTL-RECORD
        PERFORM 1420-SCAN-BCTL-RECORD UNTIL WS-BCTL-EOF
        CLOSE BCTL-FILE
    END-IF

    IF NOT WS-PRED-FOUND
        DISPLAY 'HWMAINT - NO COMPLETE HWTEDIT STAMP ON HWBCTL'
        MOVE 16 TO WS-RETURN-CODE
        MOVE 'BCMISSNG' TO WS-ALERT-REASON
        MOVE 12 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
        SET WS-CHAIN-STOP TO TRUE
    ELSE
        IF WS-PRED-DATE NOT = JB-RUN-DATE-DISPLAY
            DISPLAY 'HWMAINT - HWTEDIT STAMP IS FOR ' WS-PRED-DATE
                ' NOT ' JB-RUN-DATE-DISPLAY
            MOVE 17 TO WS-RETURN-CODE
            MOVE 'BCDATE' TO WS-ALERT-REASON
            MOVE 12 TO WS-ALERT-SEVERITY
            PERFORM 8700-WRITE-ALERT
            SET WS-CHAIN-STOP TO TRUE
        END-IF
    END-IF.

1410-READ-BCTL-RECORD.
    READ BCTL-FILE
        AT END
            SET WS-BCTL-EOF TO TRUE
    END-READ.

1420-SCAN-BCTL-RECORD.
    IF BC-PROGRAM-NAME = WS-PRED-PROGRAM
     AND BC-STATUS = 'COMPLETE'
        SET WS-PRED-FOUND TO TRUE
        MOVE BC-BUSINESS-DATE TO WS-PRED-DATE
        MOVE BC-OUTPUT-COUNT  TO WS-PRED-COUNT
    END-IF
    PERFORM 1410-READ-BCTL-RECORD.

2000-APPLY-TRANSACTIONS.
    OPEN INPUT TRANS-FILE
    IF NOT WS-TRANS-FILE-OK
            WS-TRANS-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        PERFORM 2040-OPEN-REJECTS
        PERFORM 2050-OPEN-JOURNAL
        PERFORM 2010-SCAN-CANCELS
        IF WS-TRANS-FILE-OK
            PERFORM 2020-APPLY-DUE-PENDING
            MOVE 'N' TO WS-TRANS-EOF-SW
            PERFORM 2100-READ-TRANS-RECORD
            PERFORM 2200-APPLY-ONE-TRANS UNTIL WS-TRANS-EOF
            CLOSE TRANS-FILE
        END-IF
        CLOSE JRNL-FILE
        CLOSE TREJ-FILE
    END-IF.

2010-SCAN-CANCELS.
*> Cancel cards are honored on a pass of their own before any
*> queued item is applied, so an item cancelled on the day it
*> falls due never reaches the master.  The file is then
*> reopened for the apply pass, which counts every record.
    PERFORM 2015-READ-CANCEL-SCAN
    PERFORM 2030-CANCEL-PENDING UNTIL WS-TRANS-EOF
    CLOSE TRANS-FILE
    OPEN INPUT TRANS-FILE
    IF NOT WS-TRANS-FILE-OK
        DISPLAY 'HWMAINT - HWTRANS REOPEN FAILED, STATUS '
            WS-TRANS-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

2015-READ-CANCEL-SCAN.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
    END-READ.

2020-APPLY-DUE-PENDING.
*> Queued items whose effective date has come are applied ahead
*> of the day's own transactions - they were keyed first - but
*> only on a business day, so an item dated for a weekend or
*> holiday lands on the next business day.  Each is applied
*> from the transaction record area exactly as if it had
*> arrived on HWTRANS today.
    IF NOT WS-NON-BUSINESS-DAY
        SET WS-APPLY-FROM-PENDING TO TRUE
        PERFORM 2025-APPLY-ONE-PENDING
            VARYING WS-PT-IX FROM 1 BY 1
            UNTIL WS-PT-IX > WS-PT-COUNT
        SET WS-APPLY-FROM-TRANS TO TRUE
    END-IF.

2025-APPLY-ONE-PENDING.
    IF WS-PT-QUEUED(WS-PT-IX)
     AND WS-PT-EFF-DATE(WS-PT-IX) NOT > JB-RUN-DATE-DISPLAY
        MOVE WS-PT-IMAGE(WS-PT-IX) TO TRANS-RECORD
        MOVE WS-PT-IMAGE(WS-PT-IX) TO WS-CURRENT-TRANS
        PERFORM 2210-APPLY-CURRENT-TRANS
        IF WS-APPLY-CLEAN
            MOVE 'A' TO WS-PT-STATUS(WS-PT-IX)
        ELSE
            MOVE 'R' TO WS-PT-STATUS(WS-PT-IX)
        END-IF
    END-IF.

2030-CANCEL-PENDING.
*> A cancel takes every queued item for the recipient, or only
*> the one with the effective date on the card when a date is
*> given.  A cancel matching nothing is rejected, so a mistyped
*> id or date doesn't leave the list owner thinking the item is
*> gone.
    IF TR-ACTION = 'X'
        MOVE TRANS-RECORD TO WS-CURRENT-TRANS
        MOVE 0 TO WS-CANCEL-MATCHES
        PERFORM 2035-MATCH-CANCEL
            VARYING WS-PT-IX FROM 1 BY 1
            UNTIL WS-PT-IX > WS-PT-COUNT
        IF WS-CANCEL-MATCHES = 0
            MOVE 'NOPD' TO WS-APPLY-REASON
            PERFORM 2600-REJECT-TRANS
        END-IF
    END-IF
    PERFORM 2015-READ-CANCEL-SCAN.

2035-MATCH-CANCEL.
    IF WS-PT-QUEUED(WS-PT-IX)
     AND WS-PT-IMAGE(WS-PT-IX)(3:8) = TR-RECIP-ID
     AND (TR-EFF-FROM = SPACES
        OR TR-EFF-FROM = WS-PT-EFF-DATE(WS-PT-IX))
        MOVE 'C' TO WS-PT-STATUS(WS-PT-IX)
        ADD 1 TO WS-CANCEL-MATCHES
        ADD 1 TO WS-CT-PEND-CANCELLED
    END-IF.

2040-OPEN-REJECTS.
*> HWTEDIT cuts HWMREJ fresh with the day's edit rejects, so
*> this step appends behind them; the file is created here only
*> when the edit wrote none at all.
    OPEN EXTEND TREJ-FILE
    IF WS-TREJ-FILE-NOT-FOUND
        OPEN OUTPUT TREJ-FILE
    END-IF
    IF NOT WS-TREJ-FILE-OK
        DISPLAY 'HWMAINT - HWMREJ OPEN FAILED, STATUS '
            WS-TREJ-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

2050-OPEN-JOURNAL.
    END-READ.

2200-APPLY-ONE-TRANS.
*> Cancels were dealt with by the scan pass.  An add, change,
*> delete, or occasion-dates card dated later than today - or
*> dated at all on a non-business day - joins the queue instead
*> of applying.
    EVALUATE TRUE
        WHEN TR-ACTION = 'X'
            ADD 1 TO WS-CT-TRANS-CANCELS
        WHEN (TR-ACTION = 'A' OR TR-ACTION = 'C'
                OR TR-ACTION = 'D' OR TR-ACTION = 'O')
         AND TR-EFF-FROM NOT = SPACES
         AND (TR-EFF-FROM > JB-RUN-DATE-DISPLAY
                OR WS-NON-BUSINESS-DAY)
            PERFORM 2250-PARK-TRANS
        WHEN OTHER
            PERFORM 2210-APPLY-CURRENT-TRANS
    END-EVALUATE

    PERFORM 2100-READ-TRANS-RECORD.

2210-APPLY-CURRENT-TRANS.
    MOVE SPACES TO WS-APPLY-REASON
    MOVE SPACES TO WS-JRNL-BEFORE
    MOVE SPACES TO WS-JRNL-AFTER
            PERFORM 2550-SUSPEND-RECIPIENT
        WHEN 'R'
            PERFORM 2560-REACTIVATE-RECIPIENT
        WHEN 'O'
            PERFORM 2570-SET-OCCASION-DATES
        WHEN OTHER
            MOVE 'ACTN' TO WS-APPLY-REASON
    END-EVALUATE

    IF WS-APPLY-CLEAN
        IF WS-APPLY-FROM-PENDING
            ADD 1 TO WS-CT-PEND-APPLIED
        ELSE
            ADD 1 TO WS-CT-TRANS-APPLIED
        END-IF
        PERFORM 2700-WRITE-JOURNAL
    ELSE
        PERFORM 2600-REJECT-TRANS
    END-IF.

2250-PARK-TRANS.
    IF WS-PT-COUNT < 2000
        ADD 1 TO WS-PT-COUNT
        MOVE TR-EFF-FROM         TO WS-PT-EFF-DATE(WS-PT-COUNT)
        MOVE JB-RUN-DATE-DISPLAY TO WS-PT-QUEUED-DATE(WS-PT-COUNT)
        MOVE 'Q'                 TO WS-PT-STATUS(WS-PT-COUNT)
        MOVE WS-CURRENT-TRANS    TO WS-PT-IMAGE(WS-PT-COUNT)
        ADD 1 TO WS-CT-TRANS-PARKED
    ELSE
        MOVE 'PFUL' TO WS-APPLY-REASON
        PERFORM 2600-REJECT-TRANS
    END-IF.

2300-ADD-RECIPIENT.
*> HWTEDIT turns away the erasure redaction value as a name, but
*> a pending item queued before the erasure redacted it reaches
*> here without passing the edit again, so it is checked here
*> too.
    MOVE TR-RECIP-ID  TO MR-RECIP-ID
    MOVE TR-NAME      TO MR-NAME
    MOVE TR-LANG-CODE TO MR-LANG-CODE
    MOVE 'A'          TO MR-STATUS
    MOVE SPACES       TO MR-EFF-FROM
    MOVE SPACES       TO MR-EFF-THRU
    MOVE SPACES       TO MR-BIRTH-DATE
    MOVE SPACES       TO MR-HIRE-DATE
    IF MR-NAME-ERASED
        MOVE 'ERAS' TO WS-APPLY-REASON
    ELSE
        WRITE MASTER-RECORD
            INVALID KEY
                MOVE 'DUPA' TO WS-APPLY-REASON
        END-WRITE
    END-IF
    IF WS-APPLY-CLEAN
        MOVE MASTER-RECORD TO WS-JRNL-AFTER
    END-IF
        MOVE TR-NAME      TO MR-NAME
        MOVE TR-LANG-CODE TO MR-LANG-CODE
        MOVE TR-DEPT-CODE TO MR-DEPT-CODE
        IF MR-NAME-ERASED
            MOVE 'ERAS' TO WS-APPLY-REASON
        ELSE
            REWRITE MASTER-RECORD
                INVALID KEY
                    MOVE 'NOTF' TO WS-APPLY-REASON
            END-REWRITE
        END-IF
        IF WS-APPLY-CLEAN
            MOVE MASTER-RECORD TO WS-JRNL-AFTER
        END-IF
        END-IF
    END-IF.

2570-SET-OCCASION-DATES.
*> The birthday and service-anniversary dates the occasion
*> greeting run selects on.  A change transaction leaves them
*> alone, so they are only ever set here, both as keyed.
    MOVE TR-RECIP-ID TO MR-RECIP-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE 'NOTF' TO WS-APPLY-REASON
    END-READ
    IF WS-APPLY-CLEAN
        MOVE MASTER-RECORD TO WS-JRNL-BEFORE
        MOVE TR-BIRTH-DATE TO MR-BIRTH-DATE
        MOVE TR-HIRE-DATE  TO MR-HIRE-DATE
        REWRITE MASTER-RECORD
            INVALID KEY
                MOVE 'NOTF' TO WS-APPLY-REASON
        END-REWRITE
        IF WS-APPLY-CLEAN
            MOVE MASTER-RECORD TO WS-JRNL-AFTER
        END-IF
        IF WS-APPLY-CLEAN AND NOT WS-MASTER-FILE-OK
            DISPLAY 'HWMAINT - HWMASTR REWRITE FAILED, STATUS '
                WS-MASTER-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

2600-REJECT-TRANS.
    MOVE SPACES           TO TREJ-RECORD
    MOVE WS-APPLY-REASON  TO TJ-REASON-CODE
            WS-TREJ-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    IF WS-APPLY-FROM-PENDING
        ADD 1 TO WS-CT-PEND-REJECTED
    ELSE
        ADD 1 TO WS-CT-TRANS-REJECTED
    END-IF.

2700-WRITE-JOURNAL.
    MOVE SPACES              TO JOURNAL-RECORD
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

4000-WRITE-PENDING.
*> The queue goes out in effective-date and recipient order,
*> both as tomorrow's carry-forward file and as the report.
*> Within a date and recipient the items keep the order they
*> were keyed in (carried items first, then today's), so an add
*> and the occasion dates keyed behind it apply in that order.
    SORT PEND-SORT-FILE
        ON ASCENDING KEY PS-EFF-DATE PS-RECIP-ID PS-SEQUENCE
        INPUT PROCEDURE IS 4100-RELEASE-PENDING
        OUTPUT PROCEDURE IS 4200-WRITE-SORTED-PENDING.

4100-RELEASE-PENDING.
    PERFORM 4110-RELEASE-ONE-PENDING
        VARYING WS-PT-IX FROM 1 BY 1
        UNTIL WS-PT-IX > WS-PT-COUNT.

4110-RELEASE-ONE-PENDING.
    MOVE WS-PT-EFF-DATE(WS-PT-IX)    TO PS-EFF-DATE
    MOVE WS-PT-IMAGE(WS-PT-IX)(3:8)  TO PS-RECIP-ID
    MOVE WS-PT-QUEUED-DATE(WS-PT-IX) TO PS-QUEUED-DATE
    MOVE WS-PT-IX                    TO PS-SEQUENCE
    MOVE WS-PT-STATUS(WS-PT-IX)      TO PS-STATUS
    MOVE WS-PT-IMAGE(WS-PT-IX)       TO PS-TRANS-IMAGE
    RELEASE PEND-SORT-RECORD.

4200-WRITE-SORTED-PENDING.
    OPEN OUTPUT PENDOUT-FILE
    IF NOT WS-PENDOUT-FILE-OK
        DISPLAY 'HWMAINT - HWPENDOUT OPEN FAILED, STATUS '
            WS-PENDOUT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    PERFORM 4300-WRITE-PENDING-HEADING

    PERFORM 4210-RETURN-PENDING
    PERFORM 4220-WRITE-ONE-PENDING UNTIL WS-PEND-SORT-EOF

    PERFORM 4400-WRITE-PENDING-TOTALS
    CLOSE REPORT-FILE
    CLOSE PENDOUT-FILE.

4210-RETURN-PENDING.
    RETURN PEND-SORT-FILE
        AT END
            SET WS-PEND-SORT-EOF TO TRUE
    END-RETURN.

4220-WRITE-ONE-PENDING.
    IF PS-STATUS = 'Q'
        MOVE SPACES          TO PENDING-RECORD
        MOVE PS-EFF-DATE     TO PD-EFF-DATE
        MOVE PS-QUEUED-DATE  TO PD-QUEUED-DATE
        MOVE PS-TRANS-IMAGE  TO PD-TRANS-IMAGE
        MOVE PENDING-RECORD  TO PENDOUT-RECORD
        WRITE PENDOUT-RECORD
        IF NOT WS-PENDOUT-FILE-OK
            DISPLAY 'HWMAINT - HWPENDOUT WRITE FAILED, STATUS '
                WS-PENDOUT-FILE-STATUS
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        ADD 1 TO WS-CT-PEND-CARRIED
    END-IF

    EVALUATE PS-STATUS
        WHEN 'Q'
            MOVE 'QUEUED'    TO WS-PEND-STATUS-DESC
        WHEN 'A'
            MOVE 'APPLIED'   TO WS-PEND-STATUS-DESC
        WHEN 'R'
            MOVE 'REJECTED'  TO WS-PEND-STATUS-DESC
        WHEN 'C'
            MOVE 'CANCELLED' TO WS-PEND-STATUS-DESC
        WHEN OTHER
            MOVE PS-STATUS   TO WS-PEND-STATUS-DESC
    END-EVALUATE

    MOVE SPACES              TO WS-REPORT-DETAIL
    MOVE PS-EFF-DATE         TO WS-REPORT-DETAIL(1:10)
    MOVE PS-RECIP-ID         TO WS-REPORT-DETAIL(13:8)
    MOVE PS-TRANS-IMAGE(1:1) TO WS-REPORT-DETAIL(23:1)
    MOVE PS-TRANS-IMAGE(12:30) TO WS-REPORT-DETAIL(28:30)
    MOVE PS-QUEUED-DATE      TO WS-REPORT-DETAIL(60:10)
    MOVE WS-PEND-STATUS-DESC TO WS-REPORT-DETAIL(72:10)
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    PERFORM 4210-RETURN-PENDING.

4300-WRITE-PENDING-HEADING.
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

    IF WS-NON-BUSINESS-DAY
        MOVE 'NON-BUSINESS DAY - NO QUEUED ITEMS APPLIED'
            TO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    WRITE REPORT-RECORD FROM WS-PEND-COLUMN-HEADING.

4400-WRITE-PENDING-TOTALS.
    MOVE WS-CT-TRANS-PARKED   TO WS-CT-TRANS-PARKED-DISP
    MOVE WS-CT-PEND-APPLIED   TO WS-CT-PEND-APPLIED-DISP
    MOVE WS-CT-PEND-REJECTED  TO WS-CT-PEND-REJECTED-DISP
    MOVE WS-CT-PEND-CANCELLED TO WS-CT-PEND-CANCELLED-DISP
    MOVE WS-CT-PEND-CARRIED   TO WS-CT-PEND-CARRIED-DISP

    MOVE SPACES TO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    STRING 'PARKED TODAY: '             DELIMITED BY SIZE
           WS-CT-TRANS-PARKED-DISP      DELIMITED BY SIZE
           '  APPLIED: '                DELIMITED BY SIZE
           WS-CT-PEND-APPLIED-DISP      DELIMITED BY SIZE
           '  REJECTED: '               DELIMITED BY SIZE
           WS-CT-PEND-REJECTED-DISP     DELIMITED BY SIZE
           '  CANCELLED: '              DELIMITED BY SIZE
           WS-CT-PEND-CANCELLED-DISP    DELIMITED BY SIZE
           '  STILL QUEUED: '           DELIMITED BY SIZE
           WS-CT-PEND-CARRIED-DISP      DELIMITED BY SIZE
      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    IF NOT WS-REPORT-FILE-OK
        DISPLAY 'HWMAINT - HWPNDRPT WRITE FAILED, STATUS '
            WS-REPORT-FILE-STATUS
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

5000-EXTRACT-NAMES.
    MOVE LOW-VALUES TO MR-RECIP-ID
    START MASTER-FILE KEY NOT < MR-RECIP-ID
    END-READ.

5200-EXTRACT-ONE-NAME.
*> A record carrying the erasure redaction value (a redacted
*> HWMASBKP backup reloaded, say) is no longer a live recipient
*> and never goes out on the list to be greeted.
    PERFORM 5150-TEST-RECIP-ACTIVE
    EVALUATE TRUE
        WHEN MR-NAME-ERASED
            DISPLAY 'HWMAINT - RECIPIENT ' MR-RECIP-ID
                ' CARRIES THE ERASED NAME, NOT EXTRACTED'
        WHEN WS-SKIP-RECIP
            ADD 1 TO WS-CT-NAMES-SUSPENDED
        WHEN OTHER
            MOVE MR-RECIP-ID   TO NR-RECIP-ID
            MOVE MR-NAME       TO NR-NAME
            MOVE MR-LANG-CODE  TO NR-LANG-CODE
            MOVE MR-DEPT-CODE  TO NR-DEPT-CODE
            MOVE MR-BIRTH-DATE TO NR-BIRTH-DATE
            MOVE MR-HIRE-DATE  TO NR-HIRE-DATE
            WRITE NAME-RECORD
            IF NOT WS-NAMES-FILE-OK
                DISPLAY 'HWMAINT - HWNAMES WRITE FAILED, STATUS '
                    WS-NAMES-FILE-STATUS
                MOVE 12 TO WS-RETURN-CODE
            END-IF
            ADD 1 TO WS-CT-NAMES-EXTRACTED
    END-EVALUATE
    PERFORM 5100-READ-MASTER-NEXT.

5150-TEST-RECIP-ACTIVE.
    MOVE JB-RUN-TIME-DISPLAY   TO BC-RUN-TIME
    MOVE JB-STATUS             TO BC-STATUS
    MOVE WS-CT-NAMES-EXTRACTED TO BC-OUTPUT-COUNT
    MOVE WS-CT-NAMES-SUSPENDED TO BC-SKIPPED-COUNT
    WRITE BCTL-RECORD

    IF NOT WS-BCTL-FILE-OK
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE

    MOVE WS-CT-TRANS-PARKED     TO WS-CT-TRANS-PARKED-DISP
    MOVE WS-CT-TRANS-CANCELS    TO WS-CT-TRANS-CANCELS-DISP
    MOVE WS-CT-PEND-APPLIED     TO WS-CT-PEND-APPLIED-DISP
    MOVE WS-CT-PEND-REJECTED    TO WS-CT-PEND-REJECTED-DISP
    MOVE WS-CT-PEND-CARRIED     TO WS-CT-PEND-CARRIED-DISP
    MOVE SPACES TO WS-CT-SUMMARY-LINE
    STRING 'MAINT TOTALS - PARKED: '          DELIMITED BY SIZE
           WS-CT-TRANS-PARKED-DISP            DELIMITED BY SIZE
           '  CANCELS: '                      DELIMITED BY SIZE
           WS-CT-TRANS-CANCELS-DISP           DELIMITED BY SIZE
           '  QUEUE APPLIED: '                DELIMITED BY SIZE
           WS-CT-PEND-APPLIED-DISP            DELIMITED BY SIZE
           '  REJECTED: '                     DELIMITED BY SIZE
           WS-CT-PEND-REJECTED-DISP           DELIMITED BY SIZE
           '  QUEUED: '                       DELIMITED BY SIZE
           WS-CT-PEND-CARRIED-DISP            DELIMITED BY SIZE
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE

    IF WS-CT-TRANS-REJECTED > 0
     OR WS-CT-PEND-REJECTED > 0
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF

*> Cross-step reconciliation: every transaction HWTEDIT said it
*> passed must have arrived here.  A shortfall means a truncated
*> or stale HWTRGOOD.  As in HWVALID, the compare only fires
*> when the apply pass actually ran - a file failure (RC 12)
*> already has its own diagnosis.
    IF WS-RETURN-CODE < 12
     AND WS-CT-TRANS-READ NOT = WS-PRED-COUNT
        DISPLAY 'HWMAINT - TRANS READ DISAGREE WITH HWTEDIT PASSED COUNT'
        MOVE 18 TO WS-RETURN-CODE
        MOVE 'BCCOUNT' TO WS-ALERT-REASON
        MOVE 12 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
    END-IF.

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
        DISPLAY 'HWMAINT - HWALERT WRITE FAILED, STATUS '
            WS-ALERT-FILE-STATUS
    END-IF

    CLOSE ALERT-FILE.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
