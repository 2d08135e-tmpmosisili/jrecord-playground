       01  GLC-CHAIN-RECORD.
           05  GLC-BUSINESS-DATE                    PIC 9(07).
           05  GLC-PROGRAM                          PIC X(08).
      *    THE FILE BY ITS DD NAME (GLDETAIL, GLVALID, GLSUSPNS,
      *    GLCORPIF, GLIBRIF) - A PARTITION SLICE CARRIES ITS
      *    WHOLE-FILE NAME AND THE PARTITION ID BELOW
           05  GLC-FILE-NAME                        PIC X(08).
           05  GLC-DIRECTION                        PIC X(01).
               88  GLC-DIR-INPUT                    VALUE "I".
               88  GLC-DIR-OUTPUT                   VALUE "O".
      *    RECORDS READ OR WRITTEN, AND THE AMOUNT HASH SPLIT BY SIDE:
      *    DEBITS (GLI-PD-TRAN-SIGN NEGATIVE) AND CREDITS.  FOR
      *    GLCORPIF AND GLIBRIF THE COUNT INCLUDES HEADER AND
      *    TRAILER AND THE HASH IS THE BATCH'S DEBIT AND CREDIT
      *    DETAIL TOTALS
           05  GLC-RECORD-COUNT                     PIC 9(09).
           05  GLC-DR-AMOUNT                        PIC S9(13)V99.
           05  GLC-CR-AMOUNT                        PIC S9(13)V99.
           05  GLC-CYCLE-NO                         PIC X(02).
           05  GLC-PARTITION-ID                     PIC X(02).
           05  GLC-RUN-DATE                         PIC 9(06).
           05  GLC-RUN-TIME                         PIC 9(08).
           05  FILLER                               PIC X(19).
