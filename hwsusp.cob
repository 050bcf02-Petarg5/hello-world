      *>
      *> Reason codes on the records ride through unchanged:
      *>   from HWVALID - NOID, BLNK, CTRL, DUPL
      *>   from HWMAINT - DUPA, NOTF, ACTN, NOPD, PFUL, ERAS
      *>   from HWTEDIT - ACTN, CNFL, NONM, DEPT, LANG, EFDT, SUSP,
      *>                  ODAT, ERAS
      *>                  (written to HWMREJ ahead of HWMAINT's own
      *>                  rejects, and handled the same way)
      *>
      *> Modification History
      *>   2026-09-01  INITIAL VERSION (JB)
      *>               BLANK-ID ITEM OF THE SAME SOURCE BY THE NAME
      *>               IN THE IMAGE, SO NOID ITEMS HAVE A WAY OUT
      *>               OF SUSPENSE (JB)
      *>   2026-10-14  HWMREJ NOW ALSO CARRIES THE HWTEDIT PRE-EDIT
      *>               REJECTS AHEAD OF HWMAINT'S OWN; NEW REASON
      *>               CODES LISTED ABOVE, NO LAYOUT CHANGE (JB)
      *>   2026-10-14  HWMAINT PENDING-QUEUE REASON CODES NOPD AND
      *>               PFUL LISTED ABOVE, NO LAYOUT CHANGE (JB)
      *>   2026-10-14  HWREJECT IMAGE WIDENED TO 65 BYTES FOR THE
      *>               BIRTH AND HIRE DATES ADDED TO HWNAMES (IT
      *>               STILL FITS THE 72-BYTE SUSPENSE IMAGE); A V
      *>               CORRECTION STILL RECYCLES AS A CHANGE, WHICH
      *>               LEAVES THE MASTER'S DATES ALONE; NEW HWTEDIT
      *>               REASON ODAT LISTED ABOVE (JB)
      *>   2026-10-15  REJECT ABSORPTION NO LONGER MATCHES A
      *>               SUSPENSE ROW ADDED OR RESUBMITTED IN THIS
      *>               RUN, SO SAME-DAY CONFLICTING CARDS EACH KEEP
      *>               THEIR OWN ROW AND IMAGE; HWFIXES CORRECTIONS
      *>               STILL MATCH ANY OPEN ROW (JB)
      *>   2026-10-15  HWTEDIT AND HWMAINT REASON CODE ERAS LISTED
      *>               ABOVE, NO LAYOUT CHANGE (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWSUSP.
    RECORD CONTAINS 103 CHARACTERS.
01  SUSPIN-RECORD                PIC X(103).

*> Today's HWVALID rejects: reason code plus the 65-byte HWNAMES
*> record image.
FD  REJECT-FILE
    RECORD CONTAINS 70 CHARACTERS.
01  REJECT-RECORD.
    05  RJ-REASON-CODE           PIC X(4).
    05  FILLER                   PIC X.
    05  RJ-RECORD-IMAGE          PIC X(65).

*> Today's HWTEDIT and HWMAINT rejects: reason code plus the
*> 72-byte HWTRANS transaction image.
FD  MREJ-FILE
    RECORD CONTAINS 77 CHARACTERS.
01  MREJ-RECORD.
        10  WS-ST-RECIP-ID      PIC X(8).
        10  WS-ST-IMAGE         PIC X(72).
        10  WS-ST-RECYCLED-SW   PIC X.
        10  WS-ST-THIS-RUN-SW   PIC X.
01  WS-ST-IX                    PIC S9(4) COMP VALUE 0.

*> Subscript of the table row for the item in hand; zero until
        MOVE SU-RECIP-ID      TO WS-ST-RECIP-ID(WS-ST-COUNT)
        MOVE SU-RECORD-IMAGE  TO WS-ST-IMAGE(WS-ST-COUNT)
        MOVE 'N'              TO WS-ST-RECYCLED-SW(WS-ST-COUNT)
        MOVE 'N'              TO WS-ST-THIS-RUN-SW(WS-ST-COUNT)
    ELSE
        SET WS-SUSP-TABLE-FULL TO TRUE
    END-IF
    MOVE RJ-RECORD-IMAGE(1:8)   TO WS-MATCH-ID
    MOVE RJ-REASON-CODE         TO WS-MATCH-REASON
    MOVE SPACES                 TO WS-MATCH-IMAGE
    MOVE RJ-RECORD-IMAGE        TO WS-MATCH-IMAGE(1:65)
    PERFORM 3800-ABSORB-REJECT
    PERFORM 3100-READ-REJECT-RECORD.

*> A blank id (a NOID reject, or an HWMAINT reject for a
*> blank-id card) identifies nothing, so it never matches an
*> existing row - every blank-id reject keeps its own entry
*> rather than distinct items collapsing into one.  Likewise a
*> row already added or resubmitted in this run is never matched
*> again: two rejects for one id in the same run (the HWTEDIT
*> CNFL edit rejects every conflicting card for an id) are
*> separate items, each kept with its own image.
    IF WS-MATCH-ID = SPACES
        MOVE 0 TO WS-SUSP-SLOT
    ELSE
        PERFORM 3950-FIND-ABSORB-SLOT
    END-IF

    IF WS-SUSP-SLOT > 0
        ADD 1 TO WS-ST-RESUBMIT-CNT(WS-SUSP-SLOT)
        MOVE WS-MATCH-REASON TO WS-ST-REASON(WS-SUSP-SLOT)
        MOVE WS-MATCH-IMAGE  TO WS-ST-IMAGE(WS-SUSP-SLOT)
        MOVE 'Y'             TO WS-ST-THIS-RUN-SW(WS-SUSP-SLOT)
        ADD 1 TO WS-CT-RESUBMITS
    ELSE
        IF WS-ST-COUNT < 2000
            MOVE WS-MATCH-ID     TO WS-ST-RECIP-ID(WS-ST-COUNT)
            MOVE WS-MATCH-IMAGE  TO WS-ST-IMAGE(WS-ST-COUNT)
            MOVE 'N'             TO WS-ST-RECYCLED-SW(WS-ST-COUNT)
            MOVE 'Y'             TO WS-ST-THIS-RUN-SW(WS-ST-COUNT)
            ADD 1 TO WS-CT-NEW-REJECTS
        ELSE
            SET WS-SUSP-TABLE-FULL TO TRUE
        MOVE WS-ST-IX TO WS-SUSP-SLOT
    END-IF.

3950-FIND-ABSORB-SLOT.
*> The reject-side match: as 3900, but a row already added or
*> resubmitted in this run is passed over.  Corrections still
*> use 3900, so a fix reaches an item that rejected again today.
    MOVE 0 TO WS-SUSP-SLOT
    PERFORM 3960-MATCH-ABSORB-ENTRY
        VARYING WS-ST-IX FROM 1 BY 1
        UNTIL WS-ST-IX > WS-ST-COUNT OR WS-SUSP-SLOT > 0.

3960-MATCH-ABSORB-ENTRY.
    IF WS-MATCH-SOURCE = WS-ST-SOURCE(WS-ST-IX)
     AND WS-MATCH-ID = WS-ST-RECIP-ID(WS-ST-IX)
     AND WS-ST-RECYCLED-SW(WS-ST-IX) = 'N'
     AND WS-ST-THIS-RUN-SW(WS-ST-IX) = 'N'
        MOVE WS-ST-IX TO WS-SUSP-SLOT
    END-IF.

4000-APPLY-FIXES.
*> Corrections clear matching items from suspense and feed the
*> recycle file.  The recycle file is cut fresh every run even
