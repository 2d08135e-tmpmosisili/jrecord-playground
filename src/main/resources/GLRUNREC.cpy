      *    CYCLE 00 (OR SPACES) IS THE NIGHTLY RUN; 01-99 ARE THE
      *    INTRADAY INSTANT-RAIL MINI-CYCLES
           05  GLR-CYCLE-NO                         PIC X(02).
      *    PARTITION SPACES IS AN UNPARTITIONED RUN; 01-08 NAME THE
      *    COMPANY PARTITION OF A PARTITIONED NIGHT (SEE GLPARTSP)
           05  GLR-PARTITION-ID                     PIC X(02).
      *    MERGE FUNCTION (CORPIF, REPORT, LOADED, JSON) OF A GLPARTMG
      *    EVENT, AND FOR A REPORT MERGE THE REPORT MERGED.  SPACES
      *    FOR EVERY OTHER PROGRAM
           05  GLR-MERGE-FUNCTION                   PIC X(08).
           05  GLR-MERGE-REPORT                     PIC X(08).
           05  FILLER                               PIC X(10).
