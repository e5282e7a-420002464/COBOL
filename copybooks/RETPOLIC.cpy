      ******************************************************************
      * RETPOLIC - retention policy record.
      * One record on RETPOLIC.DAT per operational dataset that
      * depuracion_retencion keeps trimmed: the dataset name as the
      * stream assigns it, how many days a record stays online, and
      * what happens to it after that - appended to the dataset's
      * archive (A) or dropped (P). A dataset with no record here is
      * left alone. Open unacknowledged alerts on ALERTLOG.DAT stay
      * online whatever the policy says.
      ******************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RP-DATASET-NAME         PIC X(12).
           05  RP-RETAIN-DAYS          PIC 9(4).
           05  RP-DISPOSITION          PIC X(1).
               88  RP-ARCHIVE          VALUE "A".
               88  RP-PURGE            VALUE "P".
