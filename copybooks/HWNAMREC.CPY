      *>               EXTRACT OF THE HWMASTR MASTER (JB)
      *>   2026-08-21  DEPARTMENT CODE ADDED SO THE GREETING RUN CAN
      *>               GROUP ITS OUTPUT BY DEPARTMENT (JB)
      *>   2026-10-14  BIRTH DATE AND HIRE DATE ADDED FROM THE
      *>               MASTER FOR THE OCCASION GREETING RUN (JB)
      *> ------------------------------------------------------------
01  NAME-RECORD.
    05  NR-RECIP-ID              PIC X(8).
    05  NR-NAME                  PIC X(30).
    05  NR-LANG-CODE             PIC X(3).
    05  NR-DEPT-CODE             PIC X(4).
    05  NR-BIRTH-DATE            PIC X(10).
    05  NR-HIRE-DATE             PIC X(10).
