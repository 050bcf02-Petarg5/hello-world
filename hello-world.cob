      *>               NOT ON THE REFERENCE FILE IS REPORTED
      *>               INSTEAD OF SILENTLY GROUPED UNDER ITS RAW
      *>               CODE (JB)
      *>   2026-10-14  OCCASION MODE - A 'MODE=OCCASION' CARD ON
      *>               HWPARM GREETS ONLY THE RECIPIENTS WHOSE
      *>               BIRTHDAY OR SERVICE ANNIVERSARY (FROM THE
      *>               DATES NOW CARRIED ON HWNAMES) FALLS ON THE
      *>               RUN DATE, OR ON A WEEKEND OR HWCAL DATE
      *>               SINCE THE LAST BUSINESS DAY, SO IT ROLLS
      *>               FORWARD.  EACH OCCASION HAS ITS OWN HWTMPL
      *>               TEMPLATE SET ('TPB=' AND 'TPS=' CARDS) AND
      *>               THE NEW &YEARS VARIABLE GIVES THE YEARS OF
      *>               SERVICE.  HWEXTRCT DETAIL RECORDS NOW CARRY
      *>               AN OCCASION TYPE AND YEARS OF SERVICE (JB)
      *>   2026-10-14  HWLEDGR GREETING DELIVERY LEDGER ADDED - EACH
      *>               GREETING ISSUED IS RECORDED BY RECIPIENT ID,
      *>               BUSINESS DATE, AND OCCASION (SEE HWLDGREC
      *>               COPYBOOK), AND A RESTARTED OR RERUN PASS
      *>               SKIPS ANYONE ALREADY ON THE LEDGER FOR THE
      *>               DATE, COUNTING THEM AS PREVIOUSLY DELIVERED.
      *>               'RPI=' (RECIPIENT) AND 'RPD=' (DEPARTMENT)
      *>               CARDS ON HWPARM FORCE A REPRINT (JB)
      *>   2026-10-14  PARTITIONED GREETING RUN - 'PART=NN' AFTER THE
      *>               JOB NAME ON THE PARM (E.G. 'HWDAILY,PART=01')
      *>               GREETS ONLY THE HWNAMES RECORDS IN THAT
      *>               PARTITION'S DEPARTMENT RANGE ON THE HWPARTN
      *>               TABLE (SEE HWPRTREC COPYBOOK), SO SEVERAL
      *>               STEPS CAN RUN SIDE BY SIDE, EACH WITH ITS OWN
      *>               HWLETTR, HWEXTRCT, HWROUTE, HWREPRT, AND
      *>               HWCKPT.  THE EXTRACT HEADER AND THE HWBCTL
      *>               STAMP CARRY THE PARTITION ID AND THE STAMP
      *>               THE NAMES READ; THE HWVALID COUNT CHECK
      *>               MOVES TO HWMERGE, WHICH ADDS UP THE
      *>               PARTITIONS (JB)
      *>   2026-10-15  HWLEDGR ENTRIES ARE NOW POSTED ONLY AFTER
      *>               HWLETTR AND HWEXTRCT ARE WRITTEN AND CLOSED
      *>               CLEANLY, SO A PASS THAT FAILS PART WAY NO
      *>               LONGER MARKS ITS LOST LETTERS AS DELIVERED
      *>               (JB)
      *>   2026-10-15  THE HWEXTRCT TRAILER NOW CARRIES THE COUNT OF
      *>               RECIPIENTS PASSED OVER AS PREVIOUSLY
      *>               DELIVERED (JB)
      *>   2026-10-15  A PARTITION STEP NOW OPENS HWLEDGR FOR INPUT
      *>               ONLY, FOR THE ALREADY-ISSUED CHECK, AND
      *>               WRITES ITS LEDGER ENTRIES TO ITS OWN HWLDGPC
      *>               PIECE INSTEAD; HWMERGE POSTS THE PIECES ONCE
      *>               IT RELEASES THE MERGED FILES, SO PARTITIONS
      *>               CAN RUN SIDE BY SIDE AND A REFUSED MERGE
      *>               LEAVES THE LEDGER AS IT WAS (JB)
      *>   2026-10-15  AN HWLEDGR READ THAT FAILS WITH ANY STATUS BUT
      *>               RECORD-NOT-FOUND NOW STOPS THE GREETING PASS
      *>               WITH RC 12 AND A 'LEDGER' ALERT INSTEAD OF
      *>               TREATING THE GREETING AS NOT YET ISSUED (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HelloWorld.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROUTE-FILE-STATUS.

    SELECT LEDGER-FILE ASSIGN TO 'HWLEDGR'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LD-KEY
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

    SELECT LDGPC-FILE ASSIGN TO 'HWLDGPC'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LDGPC-FILE-STATUS.

    SELECT PART-FILE ASSIGN TO 'HWPARTN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> Control file carrying the environment-specific greeting text
*> and the 'TPL=' card naming the letter template set in effect,
*> so wording and occasion can be changed without a recompile;
*> 'MODE=OCCASION' switches the run to birthday and service
*> anniversary greetings, with 'TPB=' / 'TPS=' naming their
*> template sets; 'RPI=' / 'RPD=' cards order a reprint past
*> the delivery ledger.
FD  CTL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  CTL-RECORD                  PIC X(80).

*> Daily distribution list extracted from the HWMASTR recipient
*> master - one recipient per record, carrying the master key,
*> the name, the language code for the greeting phrase, and the
*> birth and hire dates the occasion mode selects on.
FD  NAMES-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY HWNAMREC.

*> Sort work file for the department grouping of the greeting
*> pass - the department code leads the record so the sort keys
*> sit at the front.  The occasion type and years of service
*> ride along for the letter and the extract.
SD  SORT-FILE.
01  SORT-RECORD.
    05  SR-DEPT-CODE             PIC X(4).
    05  SR-RECIP-ID              PIC X(8).
    05  SR-NAME                  PIC X(30).
    05  SR-LANG-CODE             PIC X(3).
    05  SR-OCCASION-TYPE         PIC X.
    05  SR-SERVICE-YEARS         PIC 9(2).
    05  SR-REPRINT-SW            PIC X.

*> Restart checkpoint for the overnight batch chain: the highest
*> step completed so far (banner / names / report), so restart JCL
    RECORD CONTAINS 132 CHARACTERS.
01  ROUTE-RECORD                 PIC X(132).

*> Greeting delivery ledger - one keyed record per greeting
*> issued, so a restart or rerun never greets anyone twice for
*> the same business date - layout shared via the HWLDGREC
*> copybook.
FD  LEDGER-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWLDGREC.

*> A partition step's ledger piece - the HWLEDGR entries for the
*> greetings it issued, in the HWLDGREC layout, written here
*> instead of to HWLEDGR so HWMERGE can post them once it
*> releases the merged files.
FD  LDGPC-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  LDGPC-RECORD                 PIC X(80).

*> Partition table for the partitioned greeting run - one
*> department range per partition - layout shared via the
*> HWPRTREC copybook.
FD  PART-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HWPRTREC.

WORKING-STORAGE SECTION.

01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
*>   BCMISSNG - no COMPLETE HWVALID stamp on HWBCTL
*>   BCDATE   - HWVALID stamp is for the wrong business date
*>   BCCOUNT  - names read disagree with HWVALID's passed count
*>   LEDGER   - HWLEDGR delivery ledger could not be opened or
*>              read, or the pass was too big to ledger
*>   PARTTBL  - the PARM's partition is not on HWPARTN
01  WS-ALERT-REASON             PIC X(8) VALUE SPACES.

01  WS-ALERT-SEVERITY           PIC 9(2) VALUE 0.
*> the mail room changes the occasion without a recompile.
01  WS-TEMPLATE-ID              PIC X(8) VALUE 'STANDARD'.

*> Template sets for the occasion mode's two occasions, named
*> by the 'TPB=' (birthday) and 'TPS=' (service anniversary)
*> cards on HWPARM.
01  WS-BIRTHDAY-TEMPLATE-ID     PIC X(8) VALUE 'BIRTHDAY'.
01  WS-SERVICE-TEMPLATE-ID      PIC X(8) VALUE 'SERVICE'.

*> In-storage copy of the selected template sets' lines, in
*> file order, scanned per recipient for the lines of the set
*> for the recipient's occasion matching the record's language
*> code.  A standard run loads only the 'TPL=' set; an occasion
*> run loads the birthday and service sets.
01  WS-TMPL-TABLE.
    05  WS-TP-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-TP-ENTRY OCCURS 200 TIMES.
        10  WS-TP-SET           PIC X(8).
        10  WS-TP-CODE          PIC X(3).
        10  WS-TP-TEXT          PIC X(80).
01  WS-TP-IX                    PIC S9(4) COMP VALUE 0.
*> code first, then spaces for the template's default lines.
01  WS-TMPL-USE-CODE            PIC X(3) VALUE SPACES.

*> Template set the body pass is matching on, by occasion.
01  WS-TMPL-USE-SET             PIC X(8) VALUE SPACES.

01  WS-TMPL-LINE-FOUND-SW       PIC X VALUE 'N'.
    88  WS-TMPL-LINE-FOUND          VALUE 'Y'.

01  WS-TMPL-IN-IX               PIC S9(4) COMP VALUE 0.
01  WS-TMPL-OUT-IX              PIC S9(4) COMP VALUE 0.

01  WS-SERVICE-YEARS-DISP       PIC Z9.

01  WS-LT-PAGE-NUMBER           PIC 9(4) COMP VALUE 0.
01  WS-LT-PAGE-NUMBER-DISP      PIC ZZZ9.

*> next feed.
01  WS-NEXT-BUS-DATE            PIC X(10) VALUE SPACES.

*> Run mode picked by the 'MODE=' card on HWPARM: S greets the
*> whole distribution list, O only today's occasions.
01  WS-RUN-MODE-SW              PIC X VALUE 'S'.
    88  WS-OCCASION-MODE            VALUE 'O'.

*> Occasion window for an occasion run: the run date plus every
*> weekend or HWCAL date back to the previous business day, so
*> a birthday or anniversary that fell on a non-business day is
*> greeted on the business day after it.  Each day is held as
*> its year and 'MM-DD'; on 28 February of a non-leap year the
*> leap switch lets a 29 February date match too.
01  WS-OCC-WINDOW.
    05  WS-OW-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-OW-ENTRY OCCURS 31 TIMES.
        10  WS-OW-CCYY          PIC 9(4).
        10  WS-OW-MMDD          PIC X(5).
        10  WS-OW-LEAP-SW       PIC X.
            88  WS-OW-TAKES-LEAP-DAY    VALUE 'Y'.
01  WS-OW-IX                    PIC S9(4) COMP VALUE 0.

*> Set when the non-business stretch is longer than the window
*> table; the oldest occasions in it would be missed, so the run
*> is flagged the same way the calendar overflow is.
01  WS-OCC-WINDOW-FULL-SW       PIC X VALUE 'N'.
    88  WS-OCC-WINDOW-FULL          VALUE 'Y'.

01  WS-OCC-WINDOW-FROM          PIC X(10) VALUE SPACES.

01  WS-OCC-LEAP-TEST            PIC 9(8) VALUE 0.

*> Occasion date being tested against the window, and the
*> window year it matched in.
01  WS-OCC-TEST-DATE            PIC X(10) VALUE SPACES.
01  WS-OCC-MATCH-SW             PIC X VALUE 'N'.
    88  WS-OCC-MATCHED              VALUE 'Y'.
01  WS-OCC-MATCH-CCYY           PIC 9(4) VALUE 0.

01  WS-HIRE-CCYY                PIC 9(4) VALUE 0.

01  WS-NAMES-EOF-SW             PIC X VALUE 'N'.
    88  WS-NAMES-EOF                VALUE 'Y'.


01  WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.

01  WS-CURRENT-BIRTH            PIC X(10) VALUE SPACES.

01  WS-CURRENT-HIRE             PIC X(10) VALUE SPACES.

*> Occasion the letter in hand is for: S = the standard run,
*> B = birthday, A = service anniversary (with the years of
*> service reached).
01  WS-CURRENT-OCCASION         PIC X VALUE 'S'.
    88  WS-OCC-STANDARD             VALUE 'S'.
    88  WS-OCC-BIRTHDAY             VALUE 'B'.
    88  WS-OCC-SERVICE              VALUE 'A'.

01  WS-CURRENT-YEARS            PIC 9(2) VALUE 0.

*> Set when the greeting in hand is already on the ledger and
*> goes out again only because a reprint card names it.
01  WS-CURRENT-REPRINT-SW       PIC X VALUE 'N'.
    88  WS-CURRENT-REPRINT          VALUE 'Y'.

01  WS-LEDGER-FILE-STATUS       PIC XX VALUE SPACES.
    88  WS-LEDGER-FILE-OK           VALUE '00'.
    88  WS-LEDGER-FILE-NOT-FOUND    VALUES '05' '35'.
    88  WS-LEDGER-REC-NOT-FOUND     VALUE '23'.

*> HWLEDGR is left unopened only on a partition step's first
*> run, before HWMERGE has ever posted a ledger; nothing has
*> then been issued.  The unavailable switch stops the step.
01  WS-LEDGER-OPEN-SW           PIC X VALUE 'N'.
    88  WS-LEDGER-OPEN              VALUE 'Y'.

01  WS-LEDGER-UNAVAILABLE-SW    PIC X VALUE 'N'.
    88  WS-LEDGER-UNAVAILABLE       VALUE 'Y'.

*> Set by the ledger lookup when the greeting in hand is
*> already on file for the business date.
01  WS-ALREADY-ISSUED-SW        PIC X VALUE 'N'.
    88  WS-ALREADY-ISSUED           VALUE 'Y'.

*> Set when a ledger lookup fails outright; the pass stops
*> rather than risk greeting anyone twice.
01  WS-LEDGER-READ-FAILED-SW    PIC X VALUE 'N'.
    88  WS-LEDGER-READ-FAILED       VALUE 'Y'.

01  WS-LDGPC-FILE-STATUS        PIC XX VALUE SPACES.
    88  WS-LDGPC-FILE-OK            VALUE '00'.

*> HWLDGPC piece record image - the HWLDGREC layout.  The
*> reprint count is 1 when the entry is a reprint of a
*> greeting already on HWLEDGR and 0 when it is new; HWMERGE
*> bumps or writes the ledger entry accordingly.
01  WS-LEDGER-PIECE.
    05  LP-RECIP-ID             PIC X(8).
    05  LP-BUSINESS-DATE        PIC X(10).
    05  LP-OCCASION-TYPE        PIC X.
    05  FILLER                  PIC X VALUE SPACES.
    05  LP-DEPT-CODE            PIC X(4).
    05  FILLER                  PIC X VALUE SPACES.
    05  LP-JOB-NAME             PIC X(8).
    05  FILLER                  PIC X VALUE SPACES.
    05  LP-ISSUED-TIME          PIC X(8).
    05  FILLER                  PIC X VALUE SPACES.
    05  LP-REPRINT-COUNT        PIC 9(3).
    05  FILLER                  PIC X(34) VALUE SPACES.

*> Reprint orders from the 'RPI=xxxxxxxx' (one recipient) and
*> 'RPD=xxxx' (whole department) cards on HWPARM.  A greeting
*> on the ledger goes out again only when one of these names
*> it - the mail room's deliberate override.
01  WS-REPRINT-TABLE.
    05  WS-RP-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-RP-ENTRY OCCURS 50 TIMES.
        10  WS-RP-TYPE          PIC X.
            88  WS-RP-RECIPIENT         VALUE 'I'.
            88  WS-RP-DEPARTMENT        VALUE 'D'.
        10  WS-RP-VALUE         PIC X(8).
01  WS-RP-IX                    PIC S9(4) COMP VALUE 0.

01  WS-REPRINT-TABLE-FULL-SW    PIC X VALUE 'N'.
    88  WS-REPRINT-TABLE-FULL       VALUE 'Y'.

01  WS-REPRINT-ORDERED-SW       PIC X VALUE 'N'.
    88  WS-REPRINT-ORDERED          VALUE 'Y'.

01  WS-PART-FILE-STATUS         PIC XX VALUE SPACES.
    88  WS-PART-FILE-OK             VALUE '00'.

01  WS-PART-EOF-SW              PIC X VALUE 'N'.
    88  WS-PART-EOF                 VALUE 'Y'.

*> Partition this step greets, from 'PART=nn' on the PARM, and
*> its department range from HWPARTN.  Without it the step
*> greets the whole list as it always has.
01  WS-PARTITION-SW             PIC X VALUE 'N'.
    88  WS-PARTITIONED-RUN          VALUE 'Y'.

01  WS-PARTITION-ID             PIC X(2) VALUE SPACES.
01  WS-PART-DEPT-LOW            PIC X(4) VALUE SPACES.
01  WS-PART-DEPT-HIGH           PIC X(4) VALUE SPACES.

01  WS-PART-FOUND-SW            PIC X VALUE 'N'.
    88  WS-PART-FOUND               VALUE 'Y'.

*> Set once the record just read is one this step greets - any
*> record on an unpartitioned run, or one in the partition's
*> department range.
01  WS-NAME-IN-PARTITION-SW     PIC X VALUE 'N'.
    88  WS-NAME-IN-PARTITION        VALUE 'Y'.

*> Records left for the other partitions' steps.
01  WS-CT-NAMES-OTHER-PART      PIC 9(7) COMP VALUE 0.
01  WS-CT-NAMES-OTHER-PART-DISP PIC ZZZZZZ9.

*> The PARM split at its comma: the job name, then the option.
01  WS-PARM-JOB-NAME            PIC X(8) VALUE SPACES.
01  WS-PARM-OPTION              PIC X(80) VALUE SPACES.

01  WS-SORT-EOF-SW              PIC X VALUE 'N'.
    88  WS-SORT-EOF                 VALUE 'Y'.

01  WS-ROUTE-TABLE-FULL-SW      PIC X VALUE 'N'.
    88  WS-ROUTE-TABLE-FULL         VALUE 'Y'.

*> Greetings issued in the pass, held until HWLETTR and HWEXTRCT
*> are written and closed cleanly and only then posted to
*> HWLEDGR - a pass that fails part way leaves the ledger as it
*> was, so the rerun issues every letter the lost files held.
01  WS-DELIVERY-TABLE.
    05  WS-DV-COUNT             PIC S9(4) COMP VALUE 0.
    05  WS-DV-ENTRY OCCURS 9000 TIMES.
        10  WS-DV-RECIP-ID      PIC X(8).
        10  WS-DV-OCCASION      PIC X.
        10  WS-DV-DEPT-CODE     PIC X(4).
        10  WS-DV-REPRINT-SW    PIC X.
            88  WS-DV-REPRINT       VALUE 'Y'.
01  WS-DV-IX                    PIC S9(4) COMP VALUE 0.

01  WS-DELIVERY-TABLE-FULL-SW   PIC X VALUE 'N'.
    88  WS-DELIVERY-TABLE-FULL      VALUE 'Y'.

*> Department codes met in the run that aren't on HWDEPT - each
*> is reported rather than silently grouped under its raw code.
01  WS-CT-UNKNOWN-DEPTS         PIC 9(7) COMP VALUE 0.
*> recipient ids on the detail records (a non-numeric id adds
*> nothing, by agreement with the warehouse team), so the
*> receiving side can recompute it and prove the file is whole.
*> The detail's occasion type (S standard, B birthday, A service
*> anniversary, with its years of service) lets the warehouse
*> tell the occasion letters from the standard run.  A
*> partition step's header carries its partition id so HWMERGE
*> can tell the pieces apart; it is blank on a whole-list run.
*> The trailer carries the recipients passed over as already on
*> HWLEDGR, so HWSTATD can tell a rerun's partial extract from
*> the day's full one.
01  WS-EXTRACT-HEADER.
    05  XH-RECORD-TYPE          PIC X VALUE 'H'.
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-RUN-DATE             PIC X(10).
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-RUN-TIME             PIC X(8).
    05  FILLER                  PIC X VALUE SPACES.
    05  XH-PARTITION-ID         PIC X(2).
    05  FILLER                  PIC X(47) VALUE SPACES.

01  WS-EXTRACT-DETAIL.
    05  XD-RECORD-TYPE          PIC X VALUE 'D'.
    05  XD-LANG-CODE            PIC X(3).
    05  FILLER                  PIC X VALUE SPACES.
    05  XD-DEPT-CODE            PIC X(4).
    05  FILLER                  PIC X VALUE SPACES.
    05  XD-OCCASION-TYPE        PIC X.
    05  FILLER                  PIC X VALUE SPACES.
    05  XD-SERVICE-YEARS        PIC 9(2).
    05  FILLER                  PIC X(25) VALUE SPACES.

01  WS-EXTRACT-TRAILER.
    05  XT-RECORD-TYPE          PIC X VALUE 'T'.
    05  XT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X VALUE SPACES.
    05  XT-HASH-TOTAL           PIC 9(15).
    05  FILLER                  PIC X VALUE SPACES.
    05  XT-PREV-DELIVERED       PIC 9(7).
    05  FILLER                  PIC X(47) VALUE SPACES.

01  WS-XT-HASH-TOTAL            PIC 9(15) COMP VALUE 0.

    05  WS-CT-NAMES-READ         PIC 9(7) COMP VALUE 0.
    05  WS-CT-GREETINGS-WRITTEN  PIC 9(7) COMP VALUE 0.
    05  WS-CT-NAMES-EXPECTED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-BIRTHDAYS          PIC 9(7) COMP VALUE 0.
    05  WS-CT-ANNIVERSARIES      PIC 9(7) COMP VALUE 0.
    05  WS-CT-PREV-DELIVERED     PIC 9(7) COMP VALUE 0.
    05  WS-CT-REPRINTS           PIC 9(7) COMP VALUE 0.

01  WS-CT-NAMES-READ-DISP        PIC ZZZZZZ9.
01  WS-CT-GREETINGS-WRITTEN-DISP PIC ZZZZZZ9.
01  WS-CT-BIRTHDAYS-DISP         PIC ZZZZZZ9.
01  WS-CT-ANNIVERSARIES-DISP     PIC ZZZZZZ9.
01  WS-CT-PREV-DELIVERED-DISP    PIC ZZZZZZ9.
01  WS-CT-REPRINTS-DISP          PIC ZZZZZZ9.

01  WS-CT-EXPECTED-SW            PIC X VALUE 'N'.
    88  WS-CT-EXPECTED-PRESENT       VALUE 'Y'.
*> identity rather than a name baked into the subprogram.
01  WS-PROGRAM-NAME              PIC X(10) VALUE 'HELLOWORLD'.

*> Number of PARM bytes actually examined, capped at the linkage
*> area's width so a short PARM doesn't drag in whatever follows
*> it; the job name is the first eight bytes before any comma.
01  WS-PARM-MOVE-LEN             PIC S9(4) COMP VALUE 0.

*> ---------------------------------------------------------------
*> ---------------------------------------------------------------
COPY JOBBANR.

*> Step condition code returned to the job scheduler (8 also
*> covers an occasion window overflow).  Beyond the usual
*> 0/2/8/12, the chain-control checks return 16 when
*> no COMPLETE HWVALID stamp is on HWBCTL, 17 when the stamp is
*> for the wrong business date, and 18 when the names read
*> disagree with HWVALID's passed count.  An HWLEDGR that can't
*> be opened or read, or a PARM partition not on HWPARTN, stops
*> the step with 12.
01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
    88  WS-RETURN-CODE-NORMAL       VALUE 0.

        PERFORM 9999-EXIT
    END-IF

*> A partition step that can't find its range would greet
*> nobody or everybody, so it stops; with no stamp on HWBCTL
*> the partition reads as missing and HWMERGE releases nothing.
    IF WS-PARTITIONED-RUN
        PERFORM 1300-FIND-PARTITION
        IF NOT WS-PART-FOUND
            DISPLAY 'HELLOWORLD - PARTITION ' WS-PARTITION-ID
                ' NOT ON HWPARTN, STEP STOPPED'
            MOVE 12 TO WS-RETURN-CODE
            MOVE 'PARTTBL' TO WS-ALERT-REASON
            MOVE 12 TO WS-ALERT-SEVERITY
            PERFORM 8700-WRITE-ALERT
            PERFORM 8000-WRITE-RUNLOG
            PERFORM 9999-EXIT
        END-IF
    END-IF

    PERFORM 1200-READ-CHECKPOINT
    PERFORM 1500-READ-CONTROL-FILE
    IF WS-OCCASION-MODE
        PERFORM 1900-BUILD-OCCASION-WINDOW
    END-IF
    PERFORM 1600-LOAD-LANG-TABLE

    PERFORM 1700-LOAD-TMPL-TABLE
        PERFORM 8110-CHECKPOINT-BANNER
    END-IF

*> Without the ledger a rerun could greet everyone twice, so
*> the step stops rather than run unguarded.
    IF NOT WS-RESTART-NAMES-DONE
        PERFORM 1950-OPEN-LEDGER
        IF WS-LEDGER-UNAVAILABLE
            DISPLAY 'HELLOWORLD - HWLEDGR NOT AVAILABLE, STEP STOPPED'
            PERFORM 8000-WRITE-RUNLOG
            PERFORM 9999-EXIT
        END-IF
        PERFORM 3000-PROCESS-NAMES
        IF WS-LEDGER-OPEN
            CLOSE LEDGER-FILE
        END-IF
        PERFORM 8120-CHECKPOINT-NAMES
    END-IF


    MOVE SPACES TO JB-JOB-NAME
    IF LK-PARM-LEN > 0
        IF LK-PARM-LEN > 80
            MOVE 80 TO WS-PARM-MOVE-LEN
        ELSE
            MOVE LK-PARM-LEN TO WS-PARM-MOVE-LEN
        END-IF
        UNSTRING LK-PARM-DATA(1:WS-PARM-MOVE-LEN) DELIMITED BY ','
            INTO WS-PARM-JOB-NAME WS-PARM-OPTION
        END-UNSTRING
        MOVE WS-PARM-JOB-NAME TO JB-JOB-NAME
        IF WS-PARM-OPTION(1:5) = 'PART='
            MOVE WS-PARM-OPTION(6:2) TO WS-PARTITION-ID
            SET WS-PARTITIONED-RUN TO TRUE
        END-IF
    ELSE
        MOVE 'NONE' TO JB-JOB-NAME
    END-IF
    END-IF
    PERFORM 1410-READ-BCTL-RECORD.

1300-FIND-PARTITION.
*> The department range for this step's partition; HWMERGE
*> checks the table as a whole, so only the entry is needed here.
    OPEN INPUT PART-FILE
    IF WS-PART-FILE-OK
        PERFORM 1310-READ-PART-RECORD
        PERFORM 1320-MATCH-PART-RECORD
            UNTIL WS-PART-EOF OR WS-PART-FOUND
        CLOSE PART-FILE
    END-IF.

1310-READ-PART-RECORD.
    READ PART-FILE
        AT END
            SET WS-PART-EOF TO TRUE
    END-READ.

1320-MATCH-PART-RECORD.
    IF PT-PARTITION-ID = WS-PARTITION-ID
        MOVE PT-DEPT-LOW  TO WS-PART-DEPT-LOW
        MOVE PT-DEPT-HIGH TO WS-PART-DEPT-HIGH
        SET WS-PART-FOUND TO TRUE
    ELSE
        PERFORM 1310-READ-PART-RECORD
    END-IF.

1200-READ-CHECKPOINT.
    OPEN INPUT CKPT-FILE
    IF WS-CKPT-FILE-OK
1500-READ-CONTROL-FILE.
*> The expected names count now comes from the HWVALID stamp on
*> HWBCTL, so HWPARM carries the greeting text on its first
*> record and optional keyword cards after it: 'TPL=xxxxxxxx'
*> naming the letter template set in effect, 'MODE=OCCASION'
*> for the birthday/anniversary run, 'TPB=xxxxxxxx' /
*> 'TPS=xxxxxxxx' naming that run's two template sets, and
*> 'RPI=xxxxxxxx' / 'RPD=xxxx' reprint orders.
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-OK
        READ CTL-FILE
    IF CTL-RECORD(1:4) = 'TPL='
        MOVE CTL-RECORD(5:8) TO WS-TEMPLATE-ID
    END-IF
    IF CTL-RECORD(1:13) = 'MODE=OCCASION'
        SET WS-OCCASION-MODE TO TRUE
    END-IF
    IF CTL-RECORD(1:4) = 'TPB='
        MOVE CTL-RECORD(5:8) TO WS-BIRTHDAY-TEMPLATE-ID
    END-IF
    IF CTL-RECORD(1:4) = 'TPS='
        MOVE CTL-RECORD(5:8) TO WS-SERVICE-TEMPLATE-ID
    END-IF
    IF CTL-RECORD(1:4) = 'RPI='
     OR CTL-RECORD(1:4) = 'RPD='
        PERFORM 1570-STORE-REPRINT-CARD
    END-IF
    PERFORM 1550-READ-CONTROL-CARD.

1570-STORE-REPRINT-CARD.
*> A reprint order the table can't hold would be silently
*> ignored, so the run is flagged the same way the calendar
*> overflow is.
    IF WS-RP-COUNT < 50
        ADD 1 TO WS-RP-COUNT
        IF CTL-RECORD(1:4) = 'RPI='
            SET WS-RP-RECIPIENT(WS-RP-COUNT) TO TRUE
            MOVE CTL-RECORD(5:8) TO WS-RP-VALUE(WS-RP-COUNT)
        ELSE
            SET WS-RP-DEPARTMENT(WS-RP-COUNT) TO TRUE
            MOVE CTL-RECORD(5:4) TO WS-RP-VALUE(WS-RP-COUNT)
        END-IF
    ELSE
        IF NOT WS-REPRINT-TABLE-FULL
            SET WS-REPRINT-TABLE-FULL TO TRUE
            DISPLAY 'HELLOWORLD - REPRINT TABLE FULL, CARDS IGNORED'
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF.

1700-LOAD-TMPL-TABLE.
*> Only the template set named by the TPL= card is loaded (the
*> TPB= and TPS= sets on an occasion run); an empty or missing
*> HWTMPL just means every letter falls back to the single
*> greeting line, the pre-template page.
    OPEN INPUT TMPL-FILE
    IF WS-TMPL-FILE-OK
        PERFORM 1710-READ-TMPL-RECORD
    END-READ.

1720-STORE-TMPL-ENTRY.
    IF (NOT WS-OCCASION-MODE
         AND TM-TEMPLATE-ID = WS-TEMPLATE-ID)
     OR (WS-OCCASION-MODE
         AND (TM-TEMPLATE-ID = WS-BIRTHDAY-TEMPLATE-ID
           OR TM-TEMPLATE-ID = WS-SERVICE-TEMPLATE-ID))
        IF WS-TP-COUNT < 200
            ADD 1 TO WS-TP-COUNT
            MOVE TM-TEMPLATE-ID TO WS-TP-SET(WS-TP-COUNT)
            MOVE TM-LANG-CODE TO WS-TP-CODE(WS-TP-COUNT)
            MOVE TM-TEXT      TO WS-TP-TEXT(WS-TP-COUNT)
        ELSE
    END-IF
    PERFORM 1810-READ-DEPT-RECORD.

1900-BUILD-OCCASION-WINDOW.
*> The window runs from the run date back over any weekend or
*> HWCAL dates before it, stopping at the previous business
*> day - that day's own run greeted its occasions.
    MOVE WS-RUN-DATE-INTEGER TO WS-TEST-DATE-INTEGER
    PERFORM 1140-TEST-BUSINESS-DAY
    PERFORM 1910-STORE-WINDOW-DAY

    SUBTRACT 1 FROM WS-TEST-DATE-INTEGER
    PERFORM 1140-TEST-BUSINESS-DAY
    PERFORM 1920-STORE-NON-BUSINESS-DAY
        UNTIL NOT WS-TEST-NONBUS OR WS-OCC-WINDOW-FULL

    IF WS-OCC-WINDOW-FULL
        DISPLAY 'HELLOWORLD - OCCASION WINDOW FULL, EARLIER OCCASIONS MISSED'
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    DISPLAY 'HELLOWORLD - OCCASION RUN FOR ' WS-OCC-WINDOW-FROM
        ' THRU ' JB-RUN-DATE-DISPLAY.

1910-STORE-WINDOW-DAY.
    IF WS-OW-COUNT < 31
        ADD 1 TO WS-OW-COUNT
        MOVE WS-TEST-DATE-CCYY TO WS-OW-CCYY(WS-OW-COUNT)
        MOVE WS-TEST-DATE-DISPLAY(6:5) TO WS-OW-MMDD(WS-OW-COUNT)
        MOVE 'N' TO WS-OW-LEAP-SW(WS-OW-COUNT)
        IF WS-TEST-DATE-MM = 2 AND WS-TEST-DATE-DD = 28
            COMPUTE WS-OCC-LEAP-TEST =
                WS-TEST-DATE-CCYY * 10000 + 229
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-OCC-LEAP-TEST) NOT = 0
                MOVE 'Y' TO WS-OW-LEAP-SW(WS-OW-COUNT)
            END-IF
        END-IF
        MOVE WS-TEST-DATE-DISPLAY TO WS-OCC-WINDOW-FROM
    ELSE
        SET WS-OCC-WINDOW-FULL TO TRUE
    END-IF.

1920-STORE-NON-BUSINESS-DAY.
    PERFORM 1910-STORE-WINDOW-DAY
    SUBTRACT 1 FROM WS-TEST-DATE-INTEGER
    PERFORM 1140-TEST-BUSINESS-DAY.

1950-OPEN-LEDGER.
*> A partition step only looks the ledger up - HWMERGE posts
*> its piece - so the steps can run side by side; with no
*> ledger yet there is nothing issued to look up.  A whole-list
*> run on a new ledger creates the empty file, then reopens it
*> for update - the same create-on-first-use pattern HWMAINT
*> uses for HWMASTR.
    IF WS-PARTITIONED-RUN
        OPEN INPUT LEDGER-FILE
        IF WS-LEDGER-FILE-NOT-FOUND
            DISPLAY 'HELLOWORLD - NO HWLEDGR YET, NOTHING '
                'PREVIOUSLY DELIVERED'
            MOVE '00' TO WS-LEDGER-FILE-STATUS
        ELSE
            IF WS-LEDGER-FILE-OK
                SET WS-LEDGER-OPEN TO TRUE
            END-IF
        END-IF
    ELSE
        OPEN I-O LEDGER-FILE
        IF WS-LEDGER-FILE-NOT-FOUND
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN I-O LEDGER-FILE
        END-IF
        IF WS-LEDGER-FILE-OK
            SET WS-LEDGER-OPEN TO TRUE
        END-IF
    END-IF
    IF NOT WS-LEDGER-FILE-OK
        DISPLAY 'HELLOWORLD - HWLEDGR OPEN FAILED, STATUS '
            WS-LEDGER-FILE-STATUS
        SET WS-LEDGER-UNAVAILABLE TO TRUE
        MOVE 12 TO WS-RETURN-CODE
        MOVE 'LEDGER' TO WS-ALERT-REASON
        MOVE 12 TO WS-ALERT-SEVERITY
        PERFORM 8700-WRITE-ALERT
    END-IF.

1600-LOAD-LANG-TABLE.
    OPEN INPUT LANG-FILE
    IF WS-LANG-FILE-OK
        PERFORM 3620-WRITE-EXTRACT-TRAILER
        PERFORM 3700-WRITE-ROUTING-SHEET
        CLOSE EXTRACT-FILE
        IF NOT WS-EXTRACT-FILE-OK
            SET JB-STAT-ERROR TO TRUE
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE LETTER-FILE
        IF NOT WS-LETTER-FILE-OK
            SET JB-STAT-ERROR TO TRUE
            MOVE 12 TO WS-RETURN-CODE
        END-IF
        CLOSE NAMES-FILE
        PERFORM 3850-POST-LEDGER
    END-IF.

3100-READ-NAME-RECORD.
*> A partition step reads the whole list but takes only the
*> departments in its range, passing over the rest for the
*> other partitions' steps; the names read are its own share,
*> which HWMERGE adds up against HWVALID's passed count.
    MOVE 'N' TO WS-NAME-IN-PARTITION-SW
    PERFORM 3110-READ-NEXT-NAME
        UNTIL WS-NAMES-EOF OR WS-NAME-IN-PARTITION.

3110-READ-NEXT-NAME.
    READ NAMES-FILE
        AT END
            SET WS-NAMES-EOF TO TRUE
        NOT AT END
            IF NOT WS-PARTITIONED-RUN
             OR (NR-DEPT-CODE NOT < WS-PART-DEPT-LOW
                 AND NR-DEPT-CODE NOT > WS-PART-DEPT-HIGH)
                SET WS-NAME-IN-PARTITION TO TRUE
                MOVE NR-RECIP-ID  TO WS-CURRENT-ID
                MOVE NR-NAME      TO WS-CURRENT-NAME
                MOVE NR-LANG-CODE TO WS-CURRENT-LANG
                MOVE NR-DEPT-CODE TO WS-CURRENT-DEPT
                MOVE NR-BIRTH-DATE TO WS-CURRENT-BIRTH
                MOVE NR-HIRE-DATE  TO WS-CURRENT-HIRE
                ADD 1 TO WS-CT-NAMES-READ
            ELSE
                ADD 1 TO WS-CT-NAMES-OTHER-PART
            END-IF
    END-READ.

3200-GREET-NAME.
    DISPLAY WS-NAME-GREETING-LINE
    PERFORM 3300-WRITE-LETTER-PAGE
    PERFORM 3610-WRITE-EXTRACT-DETAIL
    PERFORM 3800-RECORD-DELIVERY
    ADD 1 TO WS-CT-GREETINGS-WRITTEN
    ADD 1 TO WS-CT-DEPT-COUNT
    EVALUATE TRUE
        WHEN WS-OCC-BIRTHDAY
            ADD 1 TO WS-CT-BIRTHDAYS
        WHEN WS-OCC-SERVICE
            ADD 1 TO WS-CT-ANNIVERSARIES
    END-EVALUATE
    PERFORM 3510-RETURN-SORTED-RECORD.

3250-FIND-GREET-PHRASE.
*> language code; failing that, the template set's default
*> lines (blank language code); failing that, the single
*> greeting line the page carried before templates existed, so
*> a thin HWTMPL never stalls the run.  The set matched on is
*> the one for the letter's occasion.
    EVALUATE TRUE
        WHEN WS-OCC-BIRTHDAY
            MOVE WS-BIRTHDAY-TEMPLATE-ID TO WS-TMPL-USE-SET
        WHEN WS-OCC-SERVICE
            MOVE WS-SERVICE-TEMPLATE-ID  TO WS-TMPL-USE-SET
        WHEN OTHER
            MOVE WS-TEMPLATE-ID          TO WS-TMPL-USE-SET
    END-EVALUATE

    MOVE 'N' TO WS-TMPL-LINE-FOUND-SW
    MOVE WS-CURRENT-LANG TO WS-TMPL-USE-CODE
    PERFORM 3330-WRITE-MATCHED-LINE
    END-IF.

3330-WRITE-MATCHED-LINE.
    IF WS-TP-SET(WS-TP-IX) = WS-TMPL-USE-SET
     AND WS-TP-CODE(WS-TP-IX) = WS-TMPL-USE-CODE
        SET WS-TMPL-LINE-FOUND TO TRUE
        MOVE WS-TP-TEXT(WS-TP-IX) TO WS-TMPL-TEXT-IN
        PERFORM 3350-EXPAND-TEMPLATE-LINE
*> the print line is built: &NAME from the record in hand,
*> &DEPT from the department display (full HWDEPT name when the
*> code is on file), &DATE from the run date, &PHRASE from the
*> same language-table lookup the console greeting uses, and
*> &YEARS from the years of service on an anniversary letter
*> (nothing on any other).  Anything else copies through byte
*> for byte.
    MOVE SPACES TO WS-TMPL-TEXT-OUT
    MOVE 1 TO WS-TMPL-IN-IX
    MOVE 1 TO WS-TMPL-OUT-IX
                ON OVERFLOW CONTINUE
            END-STRING
            ADD 7 TO WS-TMPL-IN-IX
        WHEN WS-TMPL-IN-IX <= 75
         AND WS-TMPL-TEXT-IN(WS-TMPL-IN-IX:6) = '&YEARS'
            IF WS-OCC-SERVICE
                MOVE WS-CURRENT-YEARS TO WS-SERVICE-YEARS-DISP
                STRING FUNCTION TRIM(WS-SERVICE-YEARS-DISP)
                    DELIMITED BY SIZE
                    INTO WS-TMPL-TEXT-OUT
                    WITH POINTER WS-TMPL-OUT-IX
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF
            ADD 6 TO WS-TMPL-IN-IX
        WHEN WS-TMPL-IN-IX <= 76
         AND WS-TMPL-TEXT-IN(WS-TMPL-IN-IX:5) = '&NAME'
            STRING FUNCTION TRIM(WS-CURRENT-NAME)
    PERFORM 3410-RELEASE-ONE-NAME UNTIL WS-NAMES-EOF.

3410-RELEASE-ONE-NAME.
*> A standard run greets everyone on the list.  An occasion run
*> greets only a recipient whose birthday or service
*> anniversary falls in the window - one letter per occasion,
*> so both on the same day means two letters.  Every record is
*> still read and counted, so the HWBCTL reconciliation holds
*> whether or not the greeting goes out.
    IF WS-OCCASION-MODE
        PERFORM 3420-TEST-BIRTHDAY
        PERFORM 3430-TEST-ANNIVERSARY
    ELSE
        MOVE 'S' TO WS-CURRENT-OCCASION
        MOVE 0   TO WS-CURRENT-YEARS
        PERFORM 3415-RELEASE-SORT-RECORD
    END-IF
    PERFORM 3100-READ-NAME-RECORD.

3415-RELEASE-SORT-RECORD.
*> A greeting already on the ledger for the business date was
*> issued by an earlier attempt at this run; it is counted as
*> previously delivered and kept out of the sort, unless a
*> reprint card names the recipient or the department.  Once a
*> ledger lookup has failed nothing more is released.
    PERFORM 3460-CHECK-LEDGER
    EVALUATE TRUE
        WHEN WS-LEDGER-READ-FAILED
            CONTINUE
        WHEN WS-ALREADY-ISSUED
         AND NOT WS-CURRENT-REPRINT
            ADD 1 TO WS-CT-PREV-DELIVERED
        WHEN OTHER
            PERFORM 3416-RELEASE-ONE-GREETING
    END-EVALUATE.

3416-RELEASE-ONE-GREETING.
    MOVE WS-CURRENT-DEPT     TO SR-DEPT-CODE
    MOVE WS-CURRENT-ID       TO SR-RECIP-ID
    MOVE WS-CURRENT-NAME     TO SR-NAME
    MOVE WS-CURRENT-LANG     TO SR-LANG-CODE
    MOVE WS-CURRENT-OCCASION TO SR-OCCASION-TYPE
    MOVE WS-CURRENT-YEARS    TO SR-SERVICE-YEARS
    MOVE WS-CURRENT-REPRINT-SW TO SR-REPRINT-SW
    RELEASE SORT-RECORD.

3420-TEST-BIRTHDAY.
    IF WS-CURRENT-BIRTH NOT = SPACES
        MOVE WS-CURRENT-BIRTH TO WS-OCC-TEST-DATE
        PERFORM 3440-MATCH-OCCASION-WINDOW
        IF WS-OCC-MATCHED
            MOVE 'B' TO WS-CURRENT-OCCASION
            MOVE 0   TO WS-CURRENT-YEARS
            PERFORM 3415-RELEASE-SORT-RECORD
        END-IF
    END-IF.

3430-TEST-ANNIVERSARY.
*> The hire date itself is not an anniversary - the first one
*> comes a full year on.
    IF WS-CURRENT-HIRE NOT = SPACES
     AND WS-CURRENT-HIRE(1:4) IS NUMERIC
        MOVE WS-CURRENT-HIRE TO WS-OCC-TEST-DATE
        PERFORM 3440-MATCH-OCCASION-WINDOW
        MOVE WS-CURRENT-HIRE(1:4) TO WS-HIRE-CCYY
        IF WS-OCC-MATCHED
         AND WS-OCC-MATCH-CCYY > WS-HIRE-CCYY
            MOVE 'A' TO WS-CURRENT-OCCASION
            COMPUTE WS-CURRENT-YEARS =
                WS-OCC-MATCH-CCYY - WS-HIRE-CCYY
            PERFORM 3415-RELEASE-SORT-RECORD
        END-IF
    END-IF.

3440-MATCH-OCCASION-WINDOW.
    MOVE 'N' TO WS-OCC-MATCH-SW
    PERFORM 3450-MATCH-WINDOW-DAY
        VARYING WS-OW-IX FROM 1 BY 1
        UNTIL WS-OW-IX > WS-OW-COUNT OR WS-OCC-MATCHED.

3450-MATCH-WINDOW-DAY.
    IF WS-OCC-TEST-DATE(6:5) = WS-OW-MMDD(WS-OW-IX)
     OR (WS-OCC-TEST-DATE(6:5) = '02-29'
         AND WS-OW-TAKES-LEAP-DAY(WS-OW-IX))
        SET WS-OCC-MATCHED TO TRUE
        MOVE WS-OW-CCYY(WS-OW-IX) TO WS-OCC-MATCH-CCYY
    END-IF.

3460-CHECK-LEDGER.
*> Sets the already-issued switch when the greeting is on file,
*> with the reprint switch set if a card orders it out again.
*> Only record-not-found means it has not been issued; any other
*> status stops the pass - the end-of-file switch ends the sort
*> input - since guessing either way could greet someone twice
*> or not at all.
    MOVE 'N' TO WS-ALREADY-ISSUED-SW
    MOVE 'N' TO WS-CURRENT-REPRINT-SW
    IF WS-LEDGER-OPEN
     AND NOT WS-LEDGER-READ-FAILED
        MOVE WS-CURRENT-ID       TO LD-RECIP-ID
        MOVE JB-RUN-DATE-DISPLAY TO LD-BUSINESS-DATE
        MOVE WS-CURRENT-OCCASION TO LD-OCCASION-TYPE
        READ LEDGER-FILE
            INVALID KEY
                CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN WS-LEDGER-FILE-OK
                SET WS-ALREADY-ISSUED TO TRUE
                MOVE 'N' TO WS-REPRINT-ORDERED-SW
                PERFORM 3470-MATCH-REPRINT-ENTRY
                    VARYING WS-RP-IX FROM 1 BY 1
                    UNTIL WS-RP-IX > WS-RP-COUNT
                       OR WS-REPRINT-ORDERED
                IF WS-REPRINT-ORDERED
                    SET WS-CURRENT-REPRINT TO TRUE
                END-IF
            WHEN WS-LEDGER-REC-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY 'HELLOWORLD - HWLEDGR READ FAILED FOR '
                    WS-CURRENT-ID ', STATUS ' WS-LEDGER-FILE-STATUS
                DISPLAY 'HELLOWORLD - GREETING PASS STOPPED'
                SET WS-LEDGER-READ-FAILED TO TRUE
                SET WS-NAMES-EOF TO TRUE
                SET JB-STAT-ERROR TO TRUE
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'LEDGER' TO WS-ALERT-REASON
                MOVE 12 TO WS-ALERT-SEVERITY
                PERFORM 8700-WRITE-ALERT
        END-EVALUATE
    END-IF.

3470-MATCH-REPRINT-ENTRY.
    IF (WS-RP-RECIPIENT(WS-RP-IX)
         AND WS-RP-VALUE(WS-RP-IX) = WS-CURRENT-ID)
     OR (WS-RP-DEPARTMENT(WS-RP-IX)
         AND WS-RP-VALUE(WS-RP-IX)(1:4) = WS-CURRENT-DEPT)
        SET WS-REPRINT-ORDERED TO TRUE
    END-IF.

3500-PROCESS-SORTED.
    PERFORM 3510-RETURN-SORTED-RECORD
    PERFORM 3200-GREET-NAME UNTIL WS-SORT-EOF
            MOVE SR-RECIP-ID  TO WS-CURRENT-ID
            MOVE SR-NAME      TO WS-CURRENT-NAME
            MOVE SR-LANG-CODE TO WS-CURRENT-LANG
            MOVE SR-OCCASION-TYPE TO WS-CURRENT-OCCASION
            MOVE SR-SERVICE-YEARS TO WS-CURRENT-YEARS
            MOVE SR-REPRINT-SW    TO WS-CURRENT-REPRINT-SW
    END-RETURN.

3520-FIND-DEPT-REF.
    MOVE JB-JOB-NAME         TO XH-JOB-NAME
    MOVE JB-RUN-DATE-DISPLAY TO XH-RUN-DATE
    MOVE JB-RUN-TIME-DISPLAY TO XH-RUN-TIME
    MOVE WS-PARTITION-ID     TO XH-PARTITION-ID
    WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER
    IF NOT WS-EXTRACT-FILE-OK
        SET JB-STAT-ERROR TO TRUE
    MOVE WS-CURRENT-NAME TO XD-NAME
    MOVE WS-CURRENT-LANG TO XD-LANG-CODE
    MOVE WS-CURRENT-DEPT TO XD-DEPT-CODE
    MOVE WS-CURRENT-OCCASION TO XD-OCCASION-TYPE
    MOVE WS-CURRENT-YEARS    TO XD-SERVICE-YEARS
    WRITE EXTRACT-RECORD FROM WS-EXTRACT-DETAIL
    IF NOT WS-EXTRACT-FILE-OK
        SET JB-STAT-ERROR TO TRUE
3620-WRITE-EXTRACT-TRAILER.
    MOVE WS-CT-GREETINGS-WRITTEN TO XT-RECORD-COUNT
    MOVE WS-XT-HASH-TOTAL        TO XT-HASH-TOTAL
    MOVE WS-CT-PREV-DELIVERED    TO XT-PREV-DELIVERED
    WRITE EXTRACT-RECORD FROM WS-EXTRACT-TRAILER
    IF NOT WS-EXTRACT-FILE-OK
        SET JB-STAT-ERROR TO TRUE
    MOVE WS-CT-DEPT-COUNT-DISP TO WS-REPORT-DETAIL(95:7)
    WRITE ROUTE-RECORD FROM WS-REPORT-DETAIL.

3800-RECORD-DELIVERY.
*> The greeting is only noted here; the ledger entry goes on in
*> 3850 once the letters and the warehouse extract are safely
*> closed.
    IF WS-DV-COUNT < 9000
        ADD 1 TO WS-DV-COUNT
        MOVE WS-CURRENT-ID       TO WS-DV-RECIP-ID(WS-DV-COUNT)
        MOVE WS-CURRENT-OCCASION TO WS-DV-OCCASION(WS-DV-COUNT)
        MOVE WS-CURRENT-DEPT     TO WS-DV-DEPT-CODE(WS-DV-COUNT)
        MOVE WS-CURRENT-REPRINT-SW
            TO WS-DV-REPRINT-SW(WS-DV-COUNT)
    ELSE
        SET WS-DELIVERY-TABLE-FULL TO TRUE
    END-IF
    IF WS-CURRENT-REPRINT
        ADD 1 TO WS-CT-REPRINTS
    END-IF.

3850-POST-LEDGER.
*> The commit point for the pass: with HWLETTR and HWEXTRCT
*> written and closed cleanly, every greeting issued goes on the
*> ledger.  If either file failed, nothing is posted and the
*> rerun issues the whole pass again.  A pass too big to hold
*> is failed the same way rather than ledgering only part of it.
*> A partition step's letters are not issued until HWMERGE
*> releases them, so its entries go to its HWLDGPC piece for
*> HWMERGE to post instead.
    IF WS-PARTITIONED-RUN
        PERFORM 3870-WRITE-LEDGER-PIECE
    ELSE
        IF WS-DELIVERY-TABLE-FULL
            DISPLAY 'HELLOWORLD - MORE GREETINGS THAN THE LEDGER '
                'TABLE HOLDS - HWLEDGR NOT POSTED'
            PERFORM 3855-FAIL-LEDGER-TABLE
        ELSE
            IF WS-RETURN-CODE < 12
                PERFORM 3860-POST-ONE-DELIVERY
                    VARYING WS-DV-IX FROM 1 BY 1
                    UNTIL WS-DV-IX > WS-DV-COUNT
            ELSE
                DISPLAY 'HELLOWORLD - GREETING PASS FAILED - '
                    'HWLEDGR NOT POSTED'
            END-IF
        END-IF
    END-IF.

3855-FAIL-LEDGER-TABLE.
    SET JB-STAT-ERROR TO TRUE
    MOVE 12 TO WS-RETURN-CODE
    MOVE 'LEDGER' TO WS-ALERT-REASON
    MOVE 12 TO WS-ALERT-SEVERITY
    PERFORM 8700-WRITE-ALERT.

3860-POST-ONE-DELIVERY.
*> A reprint rewrites the existing entry with the new job and
*> time and bumps its reprint count.
    MOVE WS-DV-RECIP-ID(WS-DV-IX) TO LD-RECIP-ID
    MOVE JB-RUN-DATE-DISPLAY      TO LD-BUSINESS-DATE
    MOVE WS-DV-OCCASION(WS-DV-IX) TO LD-OCCASION-TYPE
    IF WS-DV-REPRINT(WS-DV-IX)
        READ LEDGER-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-LEDGER-FILE-OK
            ADD 1 TO LD-REPRINT-COUNT
            MOVE JB-JOB-NAME         TO LD-JOB-NAME
            MOVE JB-RUN-TIME-DISPLAY TO LD-ISSUED-TIME
            REWRITE LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
        END-IF
    ELSE
        MOVE SPACES                    TO LEDGER-RECORD
        MOVE WS-DV-RECIP-ID(WS-DV-IX)  TO LD-RECIP-ID
        MOVE JB-RUN-DATE-DISPLAY       TO LD-BUSINESS-DATE
        MOVE WS-DV-OCCASION(WS-DV-IX)  TO LD-OCCASION-TYPE
        MOVE WS-DV-DEPT-CODE(WS-DV-IX) TO LD-DEPT-CODE
        MOVE JB-JOB-NAME               TO LD-JOB-NAME
        MOVE JB-RUN-TIME-DISPLAY       TO LD-ISSUED-TIME
        MOVE 0                         TO LD-REPRINT-COUNT
        WRITE LEDGER-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF

    IF NOT WS-LEDGER-FILE-OK
        DISPLAY 'HELLOWORLD - HWLEDGR WRITE FAILED FOR '
            WS-DV-RECIP-ID(WS-DV-IX)
            ', STATUS ' WS-LEDGER-FILE-STATUS
        SET JB-STAT-ERROR TO TRUE
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

3870-WRITE-LEDGER-PIECE.
*> The piece is cut fresh every run, so a failed pass leaves it
*> empty and HWMERGE, finding it short of the extract, refuses
*> the release.
    OPEN OUTPUT LDGPC-FILE
    IF NOT WS-LDGPC-FILE-OK
        DISPLAY 'HELLOWORLD - HWLDGPC OPEN FAILED, STATUS '
            WS-LDGPC-FILE-STATUS
        SET JB-STAT-ERROR TO TRUE
        MOVE 12 TO WS-RETURN-CODE
    ELSE
        IF WS-DELIVERY-TABLE-FULL
            DISPLAY 'HELLOWORLD - MORE GREETINGS THAN THE LEDGER '
                'TABLE HOLDS - HWLDGPC LEFT EMPTY'
            PERFORM 3855-FAIL-LEDGER-TABLE
        ELSE
            IF WS-RETURN-CODE < 12
                PERFORM 3880-WRITE-ONE-PIECE-ENTRY
                    VARYING WS-DV-IX FROM 1 BY 1
                    UNTIL WS-DV-IX > WS-DV-COUNT
            ELSE
                DISPLAY 'HELLOWORLD - GREETING PASS FAILED - '
                    'HWLDGPC LEFT EMPTY'
            END-IF
        END-IF
        CLOSE LDGPC-FILE
        IF NOT WS-LDGPC-FILE-OK
            DISPLAY 'HELLOWORLD - HWLDGPC CLOSE FAILED, STATUS '
                WS-LDGPC-FILE-STATUS
            SET JB-STAT-ERROR TO TRUE
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

3880-WRITE-ONE-PIECE-ENTRY.
    MOVE WS-DV-RECIP-ID(WS-DV-IX)  TO LP-RECIP-ID
    MOVE JB-RUN-DATE-DISPLAY       TO LP-BUSINESS-DATE
    MOVE WS-DV-OCCASION(WS-DV-IX)  TO LP-OCCASION-TYPE
    MOVE WS-DV-DEPT-CODE(WS-DV-IX) TO LP-DEPT-CODE
    MOVE JB-JOB-NAME               TO LP-JOB-NAME
    MOVE JB-RUN-TIME-DISPLAY       TO LP-ISSUED-TIME
    IF WS-DV-REPRINT(WS-DV-IX)
        MOVE 1 TO LP-REPRINT-COUNT
    ELSE
        MOVE 0 TO LP-REPRINT-COUNT
    END-IF
    WRITE LDGPC-RECORD FROM WS-LEDGER-PIECE
    IF NOT WS-LDGPC-FILE-OK
        DISPLAY 'HELLOWORLD - HWLDGPC WRITE FAILED FOR '
            WS-DV-RECIP-ID(WS-DV-IX)
            ', STATUS ' WS-LDGPC-FILE-STATUS
        SET JB-STAT-ERROR TO TRUE
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

6000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

      INTO WS-REPORT-DETAIL
    WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

    IF WS-PARTITIONED-RUN
        MOVE WS-CT-NAMES-READ       TO WS-CT-NAMES-READ-DISP
        MOVE WS-CT-NAMES-OTHER-PART TO WS-CT-NAMES-OTHER-PART-DISP
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'PARTITION '              DELIMITED BY SIZE
               WS-PARTITION-ID           DELIMITED BY SIZE
               '  DEPARTMENTS '          DELIMITED BY SIZE
               WS-PART-DEPT-LOW          DELIMITED BY SIZE
               ' THRU '                  DELIMITED BY SIZE
               WS-PART-DEPT-HIGH         DELIMITED BY SIZE
               '  NAMES IN PARTITION: '  DELIMITED BY SIZE
               WS-CT-NAMES-READ-DISP     DELIMITED BY SIZE
               '  LEFT FOR OTHER PARTITIONS: ' DELIMITED BY SIZE
               WS-CT-NAMES-OTHER-PART-DISP DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    IF WS-OCCASION-MODE
        MOVE WS-CT-BIRTHDAYS     TO WS-CT-BIRTHDAYS-DISP
        MOVE WS-CT-ANNIVERSARIES TO WS-CT-ANNIVERSARIES-DISP
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'OCCASION RUN FOR '       DELIMITED BY SIZE
               WS-OCC-WINDOW-FROM        DELIMITED BY SIZE
               ' THRU '                  DELIMITED BY SIZE
               JB-RUN-DATE-DISPLAY       DELIMITED BY SIZE
               '  BIRTHDAYS: '           DELIMITED BY SIZE
               WS-CT-BIRTHDAYS-DISP      DELIMITED BY SIZE
               '  SERVICE ANNIVERSARIES: ' DELIMITED BY SIZE
               WS-CT-ANNIVERSARIES-DISP  DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    IF WS-CT-PREV-DELIVERED > 0
     OR WS-CT-REPRINTS > 0
        MOVE WS-CT-PREV-DELIVERED TO WS-CT-PREV-DELIVERED-DISP
        MOVE WS-CT-REPRINTS       TO WS-CT-REPRINTS-DISP
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING 'PREVIOUSLY DELIVERED (SKIPPED): '
                                         DELIMITED BY SIZE
               WS-CT-PREV-DELIVERED-DISP DELIMITED BY SIZE
               '  REPRINTED ON REQUEST: ' DELIMITED BY SIZE
               WS-CT-REPRINTS-DISP       DELIMITED BY SIZE
          INTO WS-REPORT-DETAIL
        WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
    END-IF

    IF WS-CT-UNKNOWN-DEPTS > 0
        MOVE WS-CT-UNKNOWN-DEPTS TO WS-CT-UNKNOWN-DEPTS-DISP
        MOVE SPACES TO WS-REPORT-DETAIL
      INTO WS-CT-SUMMARY-LINE
    DISPLAY WS-CT-SUMMARY-LINE

    IF WS-OCCASION-MODE
        MOVE WS-CT-BIRTHDAYS     TO WS-CT-BIRTHDAYS-DISP
        MOVE WS-CT-ANNIVERSARIES TO WS-CT-ANNIVERSARIES-DISP
        MOVE SPACES TO WS-CT-SUMMARY-LINE
        STRING 'OCCASION TOTALS - BIRTHDAYS: ' DELIMITED BY SIZE
               WS-CT-BIRTHDAYS-DISP            DELIMITED BY SIZE
               '  SERVICE ANNIVERSARIES: '     DELIMITED BY SIZE
               WS-CT-ANNIVERSARIES-DISP        DELIMITED BY SIZE
          INTO WS-CT-SUMMARY-LINE
        DISPLAY WS-CT-SUMMARY-LINE
    END-IF

    IF WS-CT-PREV-DELIVERED > 0
     OR WS-CT-REPRINTS > 0
        MOVE WS-CT-PREV-DELIVERED TO WS-CT-PREV-DELIVERED-DISP
        MOVE WS-CT-REPRINTS       TO WS-CT-REPRINTS-DISP
        MOVE SPACES TO WS-CT-SUMMARY-LINE
        STRING 'LEDGER TOTALS - PREVIOUSLY DELIVERED: '
                                         DELIMITED BY SIZE
               WS-CT-PREV-DELIVERED-DISP DELIMITED BY SIZE
               '  REPRINTED: '           DELIMITED BY SIZE
               WS-CT-REPRINTS-DISP       DELIMITED BY SIZE
          INTO WS-CT-SUMMARY-LINE
        DISPLAY WS-CT-SUMMARY-LINE
    END-IF

*> Cross-step reconciliation: every name HWVALID said it passed
*> must have arrived here.  A shortfall means a truncated or
*> stale HWNAMES.  Names skipped as previously delivered were
*> still read, so a rerun balances the same as the first run.
*> A partition step reads only its share, so the check is left
*> to HWMERGE, which adds the partitions' stamped counts up.
*> A pass stopped by a failed ledger lookup read only part of
*> the list and has already failed with its own alert.
    IF WS-CT-EXPECTED-PRESENT
     AND NOT WS-PARTITIONED-RUN
     AND NOT WS-LEDGER-READ-FAILED
        IF WS-CT-NAMES-READ NOT = WS-CT-NAMES-EXPECTED
            DISPLAY 'CONTROL TOTAL MISMATCH - HWNAMES NAMES READ VS HWVALID PASSED COUNT'
            MOVE 18 TO WS-RETURN-CODE
    MOVE JB-RUN-TIME-DISPLAY     TO BC-RUN-TIME
    MOVE JB-STATUS               TO BC-STATUS
    MOVE WS-CT-GREETINGS-WRITTEN TO BC-OUTPUT-COUNT
    MOVE WS-PARTITION-ID         TO BC-PARTITION-ID
    MOVE WS-CT-NAMES-READ        TO BC-INPUT-COUNT
    WRITE BCTL-RECORD

    IF NOT WS-BCTL-FILE-OK
