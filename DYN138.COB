           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

