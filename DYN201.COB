                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRS.

           SELECT      CADOCR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

       DATA            DIVISION.
       FILE            SECTION.

           03  CTM-PRS          PIC  9(11)V99.
           03  VDM-PRS          PIC S9(11)V99.

       FD  CADOCR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOCR.DAT".
       01  REG-OCR.
           03  CHV-OCR.
               05  DTA-OCR      PIC  9(06).
               05  TUR-OCR      PIC  9(01).
               05  CXA-OCR      PIC  9(01).
               05  SEQ-OCR      PIC  9(02).
           03  HRA-OCR.
               05  HOR-OCR      PIC  9(02).
               05  MIN-OCR      PIC  9(02).
           03  CAT-OCR          PIC  9(01).
           03  ACP-OCR          PIC  9(01).
           03  TX1-OCR          PIC  X(48).
           03  TX2-OCR          PIC  X(48).
           03  TX3-OCR          PIC  X(48).
           03  OPE-OCR          PIC  9(04).
           03  SIT-OCR          PIC  9(01).
           03  OPC-OCR          PIC  9(04).
           03  DTC-OCR.
               05  ANO-DTC      PIC  9(02).
               05  MES-DTC      PIC  9(02).
               05  DIA-DTC      PIC  9(02).
           03  OPF-OCR          PIC  9(04).
           03  DTF-OCR          PIC  9(06).
           03  SOL-OCR          PIC  X(48).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  TUR-AUX          PIC  X(05).
           03  FS-ARQ           PIC  X(02).
           03  FLG-OCR          PIC  9(01).
           03  QTD-OCR          PIC  9(03).
           03  IND-OCR          PIC  9(03).
           03  OPE-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  TUR-OC1          PIC  X(05).
           03  DES-CAT          PIC  X(20).
           03  DES-ACP          PIC  X(14).

           03  DTA-OC1.
               05  ANO-OC1      PIC  9(02).
               05  MES-OC1      PIC  9(02).
               05  DIA-OC1      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  RED-POS          REDEFINES   TAB-POS.
               05  POS-TAB      PIC  X(07)  OCCURS  02.

           03  TAB-CAT.
               05  FILLER       PIC  X(20)  VALUE  "RECLAMACAO CLIENTE".
               05  FILLER       PIC  X(20)  VALUE  "EQUIPAMENTO/BOMBA".
               05  FILLER       PIC  X(20)  VALUE  "SEGURANCA/POLICIA".
               05  FILLER       PIC  X(20)  VALUE  "ENTREGA/FORNECEDOR".
               05  FILLER       PIC  X(20)  VALUE  "PESSOAL".
               05  FILLER       PIC  X(20)  VALUE  "CAIXA/VALORES".
               05  FILLER       PIC  X(20)  VALUE  "OUTROS".
           03  RED-CAT          REDEFINES   TAB-CAT.
               05  CAT-TAB      PIC  X(20)  OCCURS  07.

           03  TAB-CXA          OCCURS  10.
               05  CHV-TBC      PIC  9(02).
               05  TUR-TBC      PIC  X(05).
           03  LINE 03 COLUMN 78 PIC 9(02) USING ANO-SYS
               BACKGROUND-COLOR  02  FOREGROUND-COLOR 00.

       01  TLA-014.
           03  LINE 05 COLUMN 13 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 04.
           03  LINE 06 COLUMN 13 PIC X(53) FROM " ?Ocorrencias em aberto
      -       " ..:     de                  ?" BACKGROUND-COLOR 04.
           03  LINE 06 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 13 PIC X(53) FROM " ?Data ......:   /  /  
      -       "  Hora :   :                 ?" BACKGROUND-COLOR 04.
           03  LINE 07 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 13 PIC X(53) FROM " ?Turno .....:       Ca
      -       "ixa :                        ?" BACKGROUND-COLOR 04.
           03  LINE 08 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 13 PIC X(53) FROM " ?Registrada :         
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 09 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 13 PIC X(53) FROM " ?Categoria .:         
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 10 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 13 PIC X(53) FROM " ?Tipo ......:         
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 11 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 13 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 12 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 13 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 13 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 13 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 04.
           03  LINE 14 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 13 PIC X(53) FROM " ?Ult.ciencia:   /  /  
      -       "  Oper.:                     ?" BACKGROUND-COLOR 04.
           03  LINE 15 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 13 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 04.
           03  LINE 16 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 15 PIC X(53) FROM SPACES.

       01  ENT-010.
           03  LINE 06 COLUMN 41 PIC 9(03)  FROM  IND-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 06 COLUMN 48 PIC 9(03)  FROM  QTD-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 07 COLUMN 28 PIC 9(02)  FROM  DIA-OC1
                       BACKGROUND-COLOR  04.
           03  LINE 07 COLUMN 31 PIC 9(02)  FROM  MES-OC1
                       BACKGROUND-COLOR  04.
           03  LINE 07 COLUMN 34 PIC 9(02)  FROM  ANO-OC1
                       BACKGROUND-COLOR  04.
           03  LINE 07 COLUMN 45 PIC 9(02)  FROM  HOR-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 07 COLUMN 48 PIC 9(02)  FROM  MIN-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 28 PIC X(05)  FROM  TUR-OC1
                       BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 42 PIC 9(01)  FROM  CXA-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 28 PIC 9(04)  FROM  OPE-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 33 PIC X(20)  FROM  NOM-OPE
                       BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 28 PIC X(20)  FROM  DES-CAT
                       BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 28 PIC X(14)  FROM  DES-ACP
                       BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 15 PIC X(48)  FROM  TX1-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 15 PIC X(48)  FROM  TX2-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 15 PIC X(48)  FROM  TX3-OCR
                       BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 28 PIC 9(02)  FROM  DIA-DTC
                       BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 31 PIC 9(02)  FROM  MES-DTC
                       BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 34 PIC 9(02)  FROM  ANO-DTC
                       BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 45 PIC 9(04)  FROM  OPC-OCR
                       BACKGROUND-COLOR  04.

       01  ENT-001.
           03  DIA-ENT LINE 11 COLUMN 40 PIC 9(02) USING DIA-SYS
                       BACKGROUND-COLOR  04.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ESC] P/ RETO
      -            "RNAR ...                                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "OCORRENCIAS EM ABER
      -            "TO  -  OPERADOR [    ] SENHA [    ] ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A LEITURA  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR OU SENHA I
      -            "NVALIDA !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003 LINE 22 COLUMN 50 PIC 9(04) USING OPE-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004 LINE 22 COLUMN 63 PIC X(04) USING SEN-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   "01"
               GO  TO        ROT-200-030.
           MOVE     0        TO  FLG-OCR
           IF  DTA-CXA   =   ZEROS
               PERFORM  ROT-300-000  THRU  ROT-300-090.
           IF  FLG-OCR   =   1
               DISPLAY       TLA-001  TLA-011  ENT-001
               GO  TO        ROT-200-030.
           MOVE     TUR-TAB (TUR-PR2) TO  TUR-AUX
           MOVE     DTA-SYS  TO  DTA-CXA
           REWRITE  REG-CXA
                    CADCXA   CADPRS
           MOVE     1   TO   PRM-001
           CHAIN   "DYN200"  USING  PRM-001.

       ROT-300-000.
           MOVE     ZEROS    TO  QTD-OCR
           OPEN     INPUT    CADOPE
           OPEN     I-O      CADOCR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADOCR
               CLOSE    CADOCR
               OPEN     I-O      CADOCR.
           MOVE     ZEROS    TO  CHV-OCR
           START    CADOCR   KEY NOT LESS  CHV-OCR
                    INVALID  KEY GO  TO   ROT-300-080.

       ROT-300-010.
           READ     CADOCR   NEXT AT END
                    GO  TO   ROT-300-020.
           IF  SIT-OCR   >   1
               GO  TO        ROT-300-010.
           IF  DTA-OCR   =   DTA-SYS  AND
               TUR-OCR   =   TUR-CXA  AND
               CXA-OCR   =   NUM-CXA
               GO  TO        ROT-300-010.
           ADD      1        TO  QTD-OCR
           GO  TO   ROT-300-010.

       ROT-300-020.
           IF  QTD-OCR   =   ZEROS
               GO  TO        ROT-300-080.
           DISPLAY  TLA-014.

       ROT-300-030.
           MOVE     ZEROS    TO  OPE-AUX
           MOVE     SPACES   TO  SEN-AUX  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     1        TO  FLG-OCR
               GO  TO        ROT-300-080.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           MOVE     OPE-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    GO  TO   ROT-300-035.
           IF  SEN-AUX   =   SEN-OPE
               GO  TO        ROT-300-040.

       ROT-300-035.
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           GO  TO   ROT-300-030.

       ROT-300-040.
           MOVE     ZEROS    TO  IND-OCR  CHV-OCR
           START    CADOCR   KEY NOT LESS  CHV-OCR
                    INVALID  KEY GO  TO   ROT-300-080.

       ROT-300-050.
           READ     CADOCR   NEXT AT END
                    GO  TO   ROT-300-080.
           IF  SIT-OCR   >   1
               GO  TO        ROT-300-050.
           IF  DTA-OCR   =   DTA-SYS  AND
               TUR-OCR   =   TUR-CXA  AND
               CXA-OCR   =   NUM-CXA
               GO  TO        ROT-300-050.
           ADD      1        TO  IND-OCR
           MOVE     DTA-OCR  TO  DTA-OC1
           MOVE     SPACES   TO  TUR-OC1  DES-CAT
           IF  TUR-OCR   >   0  AND  <  4
               MOVE     TUR-TAB (TUR-OCR)  TO  TUR-OC1.
           IF  CAT-OCR   >   0  AND  <  8
               MOVE     CAT-TAB (CAT-OCR)  TO  DES-CAT.
           MOVE     "INFORMATIVA"     TO  DES-ACP
           IF  ACP-OCR   =   1
               MOVE     "ACOMPANHAMENTO"  TO  DES-ACP.
           MOVE     OPE-OCR  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    MOVE     SPACES   TO  NOM-OPE.
           DISPLAY  ENT-010  MEN-009.

       ROT-300-060.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     1        TO  FLG-OCR
               GO  TO        ROT-300-080.
           MOVE     OPE-AUX  TO  OPC-OCR
           MOVE     DTA-SYS  TO  DTC-OCR
           IF  SIT-OCR   =   0  AND  ACP-OCR  =  1
               MOVE     1        TO  SIT-OCR.
           IF  SIT-OCR   =   0
               MOVE     2        TO  SIT-OCR
               MOVE     OPE-AUX  TO  OPF-OCR
               MOVE     DTA-SYS  TO  DTF-OCR.
           REWRITE  REG-OCR
           GO  TO   ROT-300-050.

       ROT-300-080.
           CLOSE    CADOCR   CADOPE.

       ROT-300-090.
           EXIT.
