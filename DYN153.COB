           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

