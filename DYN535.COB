           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADNTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           ADD      1        TO  IND1
           IF  IND1  NOT  >  300
               GO  TO        ROT-000-020.
           MOVE     DTA-INI  TO  DTA-NTA
           START    CADNTA   KEY NOT LESS DTA-NTA
                    INVALID  KEY GO  TO   ROT-200-000.

       ROT-100-000.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-200-000.
           IF  DTA-NTA   >   DTA-FIN
               GO  TO        ROT-200-000.
           MOVE     CLI-NTA  TO  CHV-CLI
           MOVE     VAL-NTA  TO  MAI-AUX
           PERFORM  ROT-600-000
