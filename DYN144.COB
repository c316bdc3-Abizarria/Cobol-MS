                       RECORD        KEY     IS  CHV-AGC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCBK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBK
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  VLQ-AGC          PIC  9(09)V99.
           03  SIT-AGC          PIC  9(01).

       FD  CADCBK      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCBK.DAT".
       01  REG-CBK.
           03  CHV-CBK.
               05  DTN-CBK      PIC  9(06).
               05  SEQ-CBK      PIC  9(03).
           03  BND-CBK          PIC  9(02).
           03  DTV-CBK          PIC  9(06).
           03  VAL-CBK          PIC  9(09)V99.
           03  TUR-CBK          PIC  9(01).
           03  CXA-CBK          PIC  9(01).
           03  AUT-CBK          PIC  X(08).
           03  NFC-CBK          PIC  9(06).
           03  BIC-CBK          PIC  9(02).
           03  ABT-CBK          PIC  9(04).
           03  PRZ-CBK          PIC  9(06).
           03  DEN-CBK          PIC  9(06).
           03  SIT-CBK          PIC  9(01).
           03  DTR-CBK          PIC  9(06).
           03  DTD-CBK          PIC  9(06).
           03  SAG-CBK          PIC  9(03).
           03  DED-CBK          PIC  9(09)V99.
           03  OPE-CBK          PIC  9(04).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  TOT-BRU          PIC  9(11)V99.
           03  TOT-LIQ          PIC  9(11)V99.
           03  TOT-CST          PIC  9(10)V99.
           03  TOT-DED          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  LINE 09 COLUMN 27 PIC X(22) FROM " ?  4 - Antecipacao ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 27 PIC X(22) FROM " ?  5 - Contestacao ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 13 COLUMN 15 PIC X(49) FROM " ??????????????????????
               OPEN     OUTPUT   CADAGC
               CLOSE    CADAGC
               OPEN     I-O      CADAGC.
           OPEN     INPUT    CADCBK
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCBK
               CLOSE    CADCBK
               OPEN     INPUT    CADCBK.

       ROT-000-010.
           DISPLAY  MEN-001
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.
           IF  NUM-OPC   =   5
               CLOSE    CADBND   CADAGC   CADCBK
               CHAIN   "DYN180"  USING  PRM-001  PRM-OPE.
           GO  TO   ROT-000-010.

       ROT-100-000.
               MOVE  "LIQUIDO ANTECIPADO ............."  TO  TIT-TT1
               COMPUTE  VAL-TT1  =  TOT-LIQ  -  TOT-CST
               WRITE    REG-REL FROM TOT-001.
           MOVE     ZEROS    TO  TOT-DED  CHV-CBK
           START    CADCBK   KEY NOT LESS  CHV-CBK
                    INVALID  KEY GO  TO   ROT-400-050.

       ROT-400-040.
           READ     CADCBK   NEXT AT END
                    GO  TO   ROT-400-050.
           IF  DED-CBK   =   ZEROS  OR  SIT-CBK  =  2
               GO  TO        ROT-400-040.
           MOVE     DTD-CBK  TO  DTV-AGC
           MOVE     SAG-CBK  TO  SEQ-AGC
           READ     CADAGC   INVALID KEY
                    GO  TO   ROT-400-040.
           IF  SIT-AGC   =   0
               ADD      DED-CBK  TO  TOT-DED.
           GO  TO   ROT-400-040.

       ROT-400-050.
           IF  TOT-DED  NOT  =   ZEROS
               MOVE  "DEDUZIDO POR CONTESTACOES ......"  TO  TIT-TT1
               MOVE     TOT-DED  TO  VAL-TT1
               WRITE    REG-REL FROM TOT-001.
           CLOSE    RELATO
           GO  TO   ROT-000-010.

       ROT-900-000.
           CLOSE    CADBND   CADAGC   CADCBK
           CHAIN   "DYN600"  USING  PRM-001  PRM-OPE.
