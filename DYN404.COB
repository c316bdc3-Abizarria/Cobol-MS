           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADSRT        ASSIGN  TO  DISK.

       ROT-150-010.
           READ     ARQCNB   AT  END
                    GO  TO   ROT-150-060.
           MOVE     DOC-CNB  TO  DOC-LBC
           START    CADLBC   KEY NOT LESS DOC-LBC
                    INVALID  KEY GO  TO   ROT-150-050.

       ROT-150-020.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-150-050.
           IF  DOC-LBC  NOT  =  DOC-CNB
               GO  TO        ROT-150-050.
           IF  FLG-LBC  NOT  =   1
               GO  TO        ROT-150-020.
           IF  BCO-LBC  NOT  =  BCO-CNB
               GO  TO        ROT-150-020.
           DELETE   CADLBC
           MOVE     DTA-CNB  TO  DTA-LBC
