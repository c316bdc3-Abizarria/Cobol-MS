                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LMC.

           SELECT      CADTBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TBD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  DIF-LMC          PIC S9(06)V9.
           03  FCH-LMC          PIC  9(01).

       FD  CADTBD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTBD.DAT".
       01  REG-TBD.
           03  CHV-TBD.
               05  DTA-TBD      PIC  9(06).
               05  SEQ-TBD      PIC  9(03).
           03  TQO-TBD          PIC  9(02).
           03  TQD-TBD          PIC  9(02).
           03  CMB-TBD          PIC  9(02).
           03  MTV-TBD          PIC  9(01).
           03  OAN-TBD          PIC  9(05)V9.
           03  ODP-TBD          PIC  9(05)V9.
           03  DAN-TBD          PIC  9(05)V9.
           03  DDP-TBD          PIC  9(05)V9.
           03  QTD-TBD          PIC  9(05)V9.
           03  QTR-TBD          PIC  9(05)V9.
           03  OPE-TBD          PIC  9(04).
           03  HRA-TBD          PIC  9(04).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC X(137).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  X(02).
           03  VDA-AUX          PIC  9(05)V9.
           03  FS-ARQ           PIC  X(02).
           03  QTD-OBS          PIC  9(02).

           03  TAB-MTV          PIC  X(60)  VALUE
      -        "MANUTENCAO     TESTE ESTANQ.  UNIFICACAO     OUTROS".
           03  RED-MTV          REDEFINES   TAB-MTV.
               05  MTV-TAB      PIC  X(15)  OCCURS  04.

           03  ACM-SDI          PIC S9(06)V9.
           03  ACM-SDA          PIC S9(06)V9.
           03  FILLER           PIC  X(59)  VALUE  "|".
           03  FILLER           PIC  X(01)  VALUE  "|".

       01  OBS-008.
           03  FILLER           PIC  X(02)  VALUE  "| ".
           03  FILLER           PIC  X(14)  VALUE  "TRANSBORDO TQ ".
           03  TQO-OB8          PIC  9(02).
           03  FILLER           PIC  X(07)  VALUE  " -> TQ ".
           03  TQD-OB8          PIC  9(02).
           03  FILLER           PIC  X(09)  VALUE  "  SAIDA: ".
           03  QTD-OB8          PIC  ZZ.ZZ9,9.
           03  FILLER           PIC  X(11)  VALUE  "  ENTRADA: ".
           03  QTR-OB8          PIC  ZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MTV-OB8          PIC  X(13).
           03  FILLER           PIC  X(59)  VALUE  "|".
           03  FILLER           PIC  X(01)  VALUE  "|".

       01  OBS-004.
           03  FILLER           PIC  X(77)  VALUE  "|".
           03  FILLER           PIC  X(01)  VALUE  "|".
           OPEN     INPUT        CADCMB
                                 CADECR   CADTNQ
           OPEN     I-O          CADLMC
           OPEN     INPUT        CADTBD
           IF  FS-ARQ  NOT  =    "00"
               OPEN     OUTPUT   CADTBD
               CLOSE    CADTBD
               OPEN     INPUT    CADTBD.
           MOVE     ZEROS    TO  CHV-CMB  IND-CMB
           START    CADCMB   KEY GREATER  CHV-CMB.

           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM OBS-001
           WRITE    REG-REL FROM OBS-002
           PERFORM  ROT-260-000
           THRU     ROT-260-030
           WRITE    REG-REL FROM OBS-004
           WRITE    REG-REL FROM OBS-005
           WRITE    REG-REL FROM OBS-003
       ROT-250-010.
           EXIT.

       ROT-260-000.
           MOVE     ZEROS    TO  QTD-OBS  SEQ-TBD
           MOVE     DTA-AUX  TO  DTA-TBD
           START    CADTBD   KEY NOT LESS CHV-TBD  INVALID  KEY
                    GO  TO   ROT-260-020.

       ROT-260-010.
           READ     CADTBD   NEXT AT END
                    GO  TO   ROT-260-020.
           IF  DTA-TBD  NOT  =   DTA-AUX
               GO  TO        ROT-260-020.
           IF  CMB-TBD  NOT  =   CHV-CMB
               GO  TO        ROT-260-010.
           MOVE     TQO-TBD  TO  TQO-OB8
           MOVE     TQD-TBD  TO  TQD-OB8
           MOVE     QTD-TBD  TO  QTD-OB8
           MOVE     QTR-TBD  TO  QTR-OB8
           MOVE     SPACES   TO  MTV-OB8
           IF  MTV-TBD  >  0  AND  <  5
               MOVE     MTV-TAB (MTV-TBD)  TO  MTV-OB8.
           WRITE    REG-REL FROM OBS-008
           ADD      1        TO  QTD-OBS
           GO  TO   ROT-260-010.

       ROT-260-020.
           IF  QTD-OBS  NOT  <   2
               GO  TO        ROT-260-030.
           WRITE    REG-REL FROM OBS-003
           ADD      1        TO  QTD-OBS
           GO  TO   ROT-260-020.

       ROT-260-030.
           EXIT.

       ROT-200-900.
           CLOSE    CADCMB
                    CADECR   CADTNQ   CADLMC   CADTBD.

       ROT-300-000.
           CHAIN   "DYN227"  USING  PRM-001  PRM-002
