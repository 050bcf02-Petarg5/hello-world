      *>               STATUS AND EFFECTIVE SUSPENSION DATES ON THE
      *>               MASTER RECORD; SUSPEND AND REACTIVATE
      *>               ACTIONS SPELLED OUT ON THE REPORT (JB)
      *>   2026-10-14  JOURNAL RECORD WIDENED FOR THE BIRTH AND HIRE
      *>               DATES ON THE MASTER RECORD; THE O (OCCASION
      *>               DATES) ACTION SPELLED OUT ON THE REPORT (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWJHIST.
*> Master change journal appended by HWMAINT - layout shared via
*> the HWJRNREC copybook.
FD  JRNL-FILE
    RECORD CONTAINS 213 CHARACTERS.
COPY HWJRNREC.

*> History report, formatted for the print room / archive.
            MOVE 'SUSPEND'    TO WS-ACTION-DESC
        WHEN 'R'
            MOVE 'REACTIVATE' TO WS-ACTION-DESC
        WHEN 'O'
            MOVE 'DATES'      TO WS-ACTION-DESC
        WHEN OTHER
            MOVE JR-ACTION    TO WS-ACTION-DESC
    END-EVALUATE
