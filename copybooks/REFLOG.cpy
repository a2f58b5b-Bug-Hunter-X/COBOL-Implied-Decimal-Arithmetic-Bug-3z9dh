      *****************************************************************
      *  REFLOG.cpy
      *  Reference-maintenance log record - one row per transaction
      *  REFMNT actually applies, carrying the whole reference row
      *  before and after, so any change to a product, currency,
      *  holiday or withholding rate can be traced (and re-keyed by
      *  hand if need be) without diffing backups of the reference
      *  files.  An add carries spaces in the before image and a
      *  delete in the after image.  A reseal ('R') logs the file's
      *  control row before and after, keyed HIGH-VALUES.  Each
      *  image is laid out as the table's own record (PRODREF,
      *  CURRREF, HOLREF, WHTREF), left-justified.
      *****************************************************************
       01  REFERENCE-LOG-RECORD.
           05  RL-TIMESTAMP                PIC X(26).
           05  RL-TABLE-ID                 PIC X(1).
           05  RL-ACTION-CODE              PIC X(1).
           05  RL-BEFORE-IMAGE             PIC X(55).
           05  RL-AFTER-IMAGE              PIC X(55).
