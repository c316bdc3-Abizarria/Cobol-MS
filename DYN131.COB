           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

