       01  GLP-CONTROL-RECORD.
      *    ONE H RECORD, ONE P RECORD PER PARTITION IN ID ORDER, AND
      *    ONE T RECORD CARRYING THE WHOLE-NIGHT TOTALS OF THE SPLIT
           05  GLP-REC-TYPE                         PIC X(01).
               88  GLP-TYPE-HEADER                  VALUE "H".
               88  GLP-TYPE-PARTITION               VALUE "P".
               88  GLP-TYPE-TRAILER                 VALUE "T".
           05  GLP-BUSINESS-DATE                    PIC 9(07).
           05  GLP-PARTITION-ID                     PIC X(02).
      *    GLVALID RECORDS AND DEBIT/CREDIT AMOUNTS ROUTED TO THE
      *    PARTITION, AND GLDETAIL RECORDS ROUTED TO IT
           05  GLP-VALID-COUNT                      PIC 9(09).
           05  GLP-VALID-DR-AMT                     PIC S9(13)V99.
           05  GLP-VALID-CR-AMT                     PIC S9(13)V99.
           05  GLP-DETAIL-COUNT                     PIC 9(09).
           05  GLP-PARTITION-COUNT                  PIC 9(02).
           05  FILLER                               PIC X(20).
