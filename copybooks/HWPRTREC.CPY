      *> ------------------------------------------------------------
      *> HWPRTREC - Partition table record, the layout of the HWPARTN
      *> control file that splits the greeting run by department
      *> range.  Each record names one partition and the inclusive
      *> range of department codes it greets; a HELLOWORLD step run
      *> with 'PART=nn' on its PARM takes only the HWNAMES records
      *> in its partition's range, and HWMERGE puts the partitions'
      *> pieces back together in table order.
      *>
      *> Records are kept in ascending department order with no
      *> gaps or overlaps, the first opening at the lowest code in
      *> use and the last closing at the highest, so every
      *> department lands in exactly one partition.  Bounds compare
      *> as character strings in the machine's collating sequence.
      *> HWMERGE rejects a table that is out of order or overlaps,
      *> and a gap shows up as its names count falling short of
      *> HWVALID's passed count.
      *>
      *> Modification History
      *>   2026-10-14  INITIAL VERSION (JB)
      *> ------------------------------------------------------------
01  PARTITION-RECORD.
    05  PT-PARTITION-ID          PIC X(2).
    05  FILLER                   PIC X.
    05  PT-DEPT-LOW              PIC X(4).
    05  FILLER                   PIC X.
    05  PT-DEPT-HIGH             PIC X(4).
    05  FILLER                   PIC X.
    05  PT-DESCRIPTION           PIC X(30).
    05  FILLER                   PIC X(37).
