                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-QTA.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQIMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.

           03  MES-QTA          PIC  9(04).
           03  ACM-QTA          PIC  9(07)V9.

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  REG-PPG.
           03  CHV-PPG          PIC  X(10).
           03  SIT-PPG          PIC  9(01).
           03  BLQ-PPG          PIC  9(01).
           03  MIN-PPG          PIC  9(09)V99.
           03  DTA-PPG          PIC  9(06).
           03  SAL-PPG          PIC S9(09)V99.
           03  SEQ-PPG          PIC  9(06).

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  REG-MPP.
           03  CHV-MPP.
               05  CLI-MPP      PIC  X(10).
               05  SEQ-MPP      PIC  9(06).
           03  DTA-MPP          PIC  9(06).
           03  TIP-MPP          PIC  9(01).
           03  DOC-MPP          PIC  9(06).
           03  BCO-MPP          PIC  9(03).
           03  HST-MPP          PIC  X(20).
           03  VAL-MPP          PIC S9(09)V99.
           03  SAL-MPP          PIC S9(09)V99.

       FD  ARQIMP      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "REQLOT.TXT".
       01  REG-IMP.
           03  SAV-IMP          PIC  X(72).
           03  MES-ATU          PIC  9(04).
           03  PRJ-AUX          PIC  9(07)V9.
           03  FS-ARQ           PIC  X(02).
           03  FLG-PPG          PIC  9(01).
           03  SDO-PPG          PIC S9(10)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           OPEN     I-O      CADLNT   CADRQX   CADQTA
           OPEN     INPUT    CADCLI   CADMOT   CADCCL  ARQIMP
           OPEN     OUTPUT   RELATO
           OPEN     I-O      CADPPG
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     I-O      CADPPG.
           OPEN     I-O      CADMPP
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADMPP
               CLOSE    CADMPP
               OPEN     I-O      CADMPP.
           MOVE     DIA-SYS  TO  DIA-CB1
           MOVE     MES-SYS  TO  MES-CB1
           MOVE     ANO-SYS  TO  ANO-CB1

       ROT-300-000.
           IF  CTG-IMP   =   ZEROS
               GO  TO        ROT-350-000.
           MOVE     CHV-CLI  TO  CLI-CCL
           MOVE     CTG-IMP  TO  CTG-CCL
           READ     CADCCL   INVALID  KEY
           IF  MTV-DET  NOT  =   SPACES
               GO  TO        ROT-700-000.

       ROT-350-000.
           MOVE     0        TO  FLG-PPG
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-400-000.
           IF  SIT-PPG  NOT  =   1
               GO  TO        ROT-400-000.
           MOVE     1        TO  FLG-PPG
           COMPUTE  SDO-PPG  =   SAL-PPG  -  VAL-IMP
           IF  SDO-PPG   <   ZEROS
               IF  BLQ-PPG   =   1
                   MOVE     "SALDO PRE-PAGO INSUFIC."  TO  MTV-DET
                   GO  TO        ROT-700-000
               ELSE
                   MOVE     2        TO  FLG-PPG.
           IF  FLG-PPG   =   1  AND  SDO-PPG  <  MIN-PPG
               MOVE     3        TO  FLG-PPG.

       ROT-400-000.
           IF  QTD-IMP   =   ZEROS
               GO  TO        ROT-500-000.
           ADD      1        TO  ACM-ACE
           MOVE     "ACEITA"     TO  SIT-DET
           MOVE     SPACES   TO  MTV-DET
           IF  FLG-PPG  NOT  =   0
               PERFORM  ROT-550-000
               THRU     ROT-550-010.
           GO  TO   ROT-750-000.

       ROT-550-000.
           MOVE     CLI-IMP  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-550-010.
           SUBTRACT VAL-IMP  FROM  SAL-PPG
           ADD      1        TO  SEQ-PPG
           REWRITE  REG-PPG
           MOVE     CHV-PPG  TO  CLI-MPP
           MOVE     SEQ-PPG  TO  SEQ-MPP
           MOVE     DTA-SYS  TO  DTA-MPP
           MOVE     5        TO  TIP-MPP
           MOVE     NUM-IMP  TO  DOC-MPP
           MOVE     ZEROS    TO  BCO-MPP
           MOVE     "REQUISICAO"       TO  HST-MPP
           COMPUTE  VAL-MPP  =   ZEROS  -  VAL-IMP
           MOVE     SAL-PPG  TO  SAL-MPP
           WRITE    REG-MPP
           IF  FLG-PPG   =   2
               MOVE     "PRE-PAGO SALDO NEGATIVO"  TO  MTV-DET.
           IF  FLG-PPG   =   3
               MOVE     "PRE-PAGO ABAIXO MINIMO"   TO  MTV-DET.

       ROT-550-010.
           EXIT.

       ROT-700-000.
           ADD      1        TO  ACM-REJ
           MOVE     "REJEITADA"  TO  SIT-DET.
           CLOSE    ARQIMP   RELATO
           CLOSE    CADLNT   CADRQX   CADQTA
                    CADCLI   CADMOT   CADCCL
                    CADPPG   CADMPP
           DISPLAY  MEN-002
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.
