                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-TRN.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQBAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.

           03  CNT-ERR          PIC  9(02).
           03  FLG-BLQ          PIC  9(01).

       FD  CADJRN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADJRN.DAT".
       01  REG-JRN.
           03  CHV-JRN.
               05  TRN-JRN.
                   07  DTA-JRN  PIC  9(06).
                   07  HOR-JRN  PIC  9(08).
               05  SEQ-JRN      PIC  9(05).
           03  TIP-JRN          PIC  X(01).
           03  PRG-JRN          PIC  X(06).
           03  ARQ-JRN          PIC  X(06).
           03  OPR-JRN          PIC  X(01).
           03  IMG-JRN          PIC  X(200).

       FD  CADTRN      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "CADTRN.DAT".
       01  REG-TRN              PIC  X(20).
       01  FS-SEC               PIC  X(02).
       01  FS-ARQ               PIC  X(02).
       01  FLG-TRN              PIC  9(01).
       01  FLG-JRN              PIC  9(01).

       01  SEGURANCA.
           03  FLG-REG          PIC  9(01).
               MOVE     PRM-OPE  TO  CHV-OPE
               READ     CADOPE
               GO  TO        ROT-000-040.
           PERFORM  ROT-019-000
           THRU     ROT-019-030
           OPEN     INPUT    CADPRM
           OPEN     I-O      CADOPE
           PERFORM  ROT-018-000
       ROT-018-020.
           EXIT.

       ROT-019-000.
           IF  PRM-001   =   8
               GO  TO        ROT-019-030.
           OPEN     INPUT    CADJRN
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-019-030.
           MOVE     0        TO  FLG-JRN
           MOVE     ZEROS    TO  CHV-JRN
           START    CADJRN   KEY GREATER  CHV-JRN
                    INVALID  KEY GO  TO   ROT-019-020.

       ROT-019-010.
           READ     CADJRN   NEXT AT END
                    GO  TO   ROT-019-020.
           IF  SEQ-JRN   =   ZEROS  AND  FLG-JRN  =  1
               GO  TO        ROT-019-020.
           IF  SEQ-JRN   =   ZEROS
               MOVE     1        TO  FLG-JRN.
           IF  SEQ-JRN   =   99999
               MOVE     0        TO  FLG-JRN.
           GO  TO   ROT-019-010.

       ROT-019-020.
           CLOSE    CADJRN
           IF  FLG-JRN   =   1
               CHAIN   "DYN708"  USING  PRM-001  PRM-OPE.

       ROT-019-030.
           EXIT.

       ROT-014-000.
           DISPLAY  MEN-023
           MOVE     SPACES   TO  SN1-AUX
