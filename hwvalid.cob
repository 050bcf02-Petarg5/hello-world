      *>               ZERO RECORDS, WHICH IS NOT A COUNT MISMATCH
      *>               AND SHOULD NOT OVERWRITE RC 12 OR PAGE THE
      *>               OPERATOR WITH THE WRONG DIAGNOSIS (JB)
      *>   2026-10-14  HWNAMES RECORD WIDENED FOR THE BIRTH AND HIRE
      *>               DATES USED BY THE GREETING RUN'S OCCASION
      *>               MODE; THEY RIDE THROUGH UNEDITED (JB)
      *>
IDENTIFICATION DIVISION.
PROGRAM-ID. HWVALID.

*> Raw daily distribution list as submitted by the list owners.
FD  NAMES-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY HWNAMREC.

*> Cleansed distribution list passed on to the greeting run.
FD  GOOD-FILE
    RECORD CONTAINS 65 CHARACTERS.
01  GOOD-RECORD                  PIC X(65).

*> Suspense file of failed records: reason code plus the original
*> record image, unaltered, so a fixed record can be resubmitted.
FD  REJECT-FILE
    RECORD CONTAINS 70 CHARACTERS.
01  REJECT-RECORD.
    05  RJ-REASON-CODE           PIC X(4).
    05  FILLER                   PIC X.
    05  RJ-RECORD-IMAGE          PIC X(65).

*> Permanent audit trail of every run - same layout HelloWorld
*> writes, so HWVALID runs show up in the shared history.
    05  WS-CURRENT-NAME         PIC X(30).
    05  WS-CURRENT-LANG         PIC X(3).
    05  WS-CURRENT-DEPT         PIC X(4).
    05  WS-CURRENT-BIRTH        PIC X(10).
    05  WS-CURRENT-HIRE         PIC X(10).

*> Edit result for the record in hand: spaces means clean, else
*> the HWREJECT reason code to write.

*> Work copy of the record image for the suspense file, with
*> control bytes made printable before the write.
01  WS-REJECT-IMAGE             PIC X(65) VALUE SPACES.

*> The HWNAMES extract arrives in master-key order from
*> HWMAINT, so a duplicate id is always adjacent to its twin -
*> as '.' to keep the record printable and editable.
    PERFORM 2610-PRINTABLE-IMAGE-BYTE
        VARYING WS-SCAN-IX FROM 1 BY 1
        UNTIL WS-SCAN-IX > 65
    MOVE WS-REJECT-IMAGE TO RJ-RECORD-IMAGE

    WRITE REJECT-RECORD
