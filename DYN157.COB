           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADCFR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADQBR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
