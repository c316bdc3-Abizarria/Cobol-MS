       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN247.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADHRJ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRJ
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADCCR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCR.

           SELECT      CADPCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCC.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADHRJ      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHRJ.DAT".
       01  REG-HRJ.
           03  CHV-HRJ.
               05  PRX-HRJ      PIC  9(01).
               05  SUF-HRJ      PIC  9(03).
               05  DTA-HRJ.
                   07  ANO-HRJ  PIC  9(02).
                   07  MES-HRJ  PIC  9(02).
                   07  DIA-HRJ  PIC  9(02).
               05  SEQ-HRJ      PIC  9(02).
           03  ANT-HRJ          PIC  9(07)V99.
           03  NOV-HRJ          PIC  9(07)V99.
           03  CTM-HRJ          PIC  9(07)V9999.

       FD  CADCSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSD.DAT".
       01  REG-CSD.
           03  CHV-CSD.
               05  PRX-CSD      PIC  9(01).
               05  SUF-CSD      PIC  9(03).
               05  DTA-CSD      PIC  9(06).
           03  CTM-CSD          PIC  9(07)V9999.
           03  QTD-CSD          PIC  9(06)V9.
           03  VAL-CSD          PIC  9(10)V99.

       FD  CADEST      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEST.DAT".
       01  REG-EST.
           03  CHV-EST.
               05  PRX-EST      PIC  9(01).
               05  SUF-EST      PIC  9(03).
           03  DES-EST          PIC  X(25).
           03  MIN-EST          PIC  9(06).
           03  SDO-EST          PIC S9(06)V9.
           03  CST-EST          PIC  9(07)V9999.
           03  CTM-EST          PIC  9(07)V9999.
           03  VDA-EST          PIC  9(07)V99.
           03  PC2-EST          PIC  9(07)V99.
           03  PC3-EST          PIC  9(07)V99.
           03  PCT-EST          PIC S9(03)V99.
           03  QVM-EST          PIC  9(07)V9.
           03  QVA-EST          PIC  9(08)V9.

       FD  CADCCR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCCR.DAT".
       01  REG-CCR.
           03  CHV-CCR          PIC  9(02).
           03  NOM-CCR          PIC  X(25).

       FD  CADPCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPCC.DAT".
       01  REG-PCC.
           03  CHV-PCC.
               05  CCR-PCC      PIC  9(02).
               05  DTA-PCC      PIC  9(06).
               05  CMB-PCC      PIC  9(02).
           03  PRC-PCC          PIC  9(04)V9999.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  DES-AUX          PIC  X(25).
           03  ACM-LIN          PIC  9(02).
           03  LIN-AUX          PIC  9(02).
           03  QDA-PRM          PIC  9(02).
           03  SEM-PRM          PIC  9(02).
           03  CMB-SEL          PIC  9(03).
           03  SUF-ANT          PIC  9(03).
           03  FLG-REJ          PIC  9(01).
           03  CNT-AUX          PIC  9(03).
           03  DSM-AUX          PIC  9(01).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(04).
           03  ZLR-M            PIC  9(04).
           03  ZLR-A            PIC  9(04).
           03  ZLR-K            PIC  9(04).
           03  ZLR-J            PIC  9(04).
           03  ZLR-T            PIC  9(04).
           03  ZLR-T1           PIC  9(04).
           03  ZLR-T2           PIC  9(04).
           03  ZLR-T3           PIC  9(04).
           03  ZLR-T4           PIC  9(04).
           03  ZLR-H            PIC  9(04).
           03  ZLR-R            PIC  9(04).
           03  ZLR-UD           PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).

           03  DTA-ALV.
               05  ANO-ALV      PIC  9(02).
               05  MES-ALV      PIC  9(02).
               05  DIA-ALV      PIC  9(02).

           03  DTA-ZLR.
               05  ANO-ZLR      PIC  9(02).
               05  MES-ZLR      PIC  9(02).
               05  DIA-ZLR      PIC  9(02).

           03  DTA-LIM          PIC  9(06).
           03  DTA-REF          PIC  9(06).

       01  ACUMULADORES.
           03  ITM-DSM          OCCURS  07.
               05  LTS-DSM      PIC  9(08)V9.
               05  QDI-DSM      PIC  9(03).
               05  FTR-DSM      PIC  9(02)V9999.
           03  LTS-TOT          PIC  9(09)V9.
           03  QDI-TOT          PIC  9(03).
           03  MED-TOT          PIC  9(07)V9999.
           03  LTS-ANT          PIC  9(08)V9.
           03  FAT-ANT          PIC  9(03)V9999.
           03  DIA-ANT          PIC  9(02).
           03  MED-ANT          PIC  9(07)V99.
           03  LTS-DEP          PIC  9(08)V9.
           03  FAT-DEP          PIC  9(03)V9999.
           03  DIA-DEP          PIC  9(02).
           03  MED-DEP          PIC  9(07)V99.
           03  SOM-CCR          PIC  9(06)V9999.
           03  QTD-CCR          PIC  9(02).
           03  PRC-ULT          PIC  9(04)V9999.
           03  MED-CCR          PIC  9(04)V9999.
           03  QCC-ANT          PIC  9(02).
           03  QCC-DEP          PIC  9(02).
           03  GAP-ANT          PIC S9(04)V9999.
           03  GAP-DEP          PIC S9(04)V9999.
           03  MRG-ANT          PIC S9(04)V9999.
           03  MRG-NOV          PIC S9(04)V9999.
           03  VAR-PRC          PIC S9(03)V99.
           03  VAR-VOL          PIC S9(05)V99.
           03  SNS-AUX          PIC S9(05)V99.

       01  TOTAIS.
           03  QTD-REJ          PIC  9(03).
           03  SNS-AUM          PIC S9(07)V99.
           03  QTD-AUM          PIC  9(03).
           03  SNS-RED          PIC S9(07)V99.
           03  QTD-RED          PIC  9(03).
           03  SNS-MED          PIC S9(05)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(43)  VALUE
               "IMPACTO DOS REAJUSTES NO VOLUME".
           03  FILLER           PIC  X(07)  VALUE  "DATA :".
           03  DIA-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DII-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MEI-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANI-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A".
           03  DIF-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MEF-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANF-CB2          PIC  9(02).
           03  FILLER           PIC  X(23)  VALUE
               "   DIAS ANTES/DEPOIS :".
           03  QDA-CB2          PIC  Z9.
           03  FILLER           PIC  X(20)  VALUE
               "   SEMANAS PERFIL :".
           03  SEM-CB2          PIC  Z9.

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(08)  VALUE  "DATA".
           03  FILLER           PIC  X(10)  VALUE  " PRECO ANT".
           03  FILLER           PIC  X(11)  VALUE  " PRECO NOVO".
           03  FILLER           PIC  X(09)  VALUE  "    VAR %".
           03  FILLER           PIC  X(12)  VALUE  " LTS/DIA ANT".
           03  FILLER           PIC  X(12)  VALUE  " LTS/DIA DEP".
           03  FILLER           PIC  X(10)  VALUE  "     VOL %".
           03  FILLER           PIC  X(08)  VALUE  " SENSIB.".

       01  CAB-005.
           03  FILLER           PIC  X(11)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "MRG/L ANT".
           03  FILLER           PIC  X(11)  VALUE  "  MRG/L NOV".
           03  FILLER           PIC  X(10)  VALUE  " R$/DIA AN".
           03  FILLER           PIC  X(10)  VALUE  " R$/DIA DP".
           03  FILLER           PIC  X(04)  VALUE  "CONC".
           03  FILLER           PIC  X(11)  VALUE  "    GAP ANT".
           03  FILLER           PIC  X(11)  VALUE  "    GAP DEP".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  ANT-DT1          PIC  ZZZ9,99.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  NOV-DT1          PIC  ZZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VPR-DT1          PIC  ---9,99.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  MDA-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  MDD-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VVL-DT1          PIC  ----9,99  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SNS-DT1          PIC  --9,99    BLANK WHEN ZEROS.

       01  DET-002.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRA-DT2          PIC  --9,9999.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  MRN-DT2          PIC  --9,9999.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  RSA-DT2          PIC  -ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  RSD-DT2          PIC  -ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  QCC-DT2          PIC  Z9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  GPA-DT2          PIC  --9,9999  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  GPD-DT2          PIC  --9,9999  BLANK WHEN ZEROS.

       01  DET-003.
           03  FILLER           PIC  X(14)  VALUE  "COMBUSTIVEL :".
           03  SUF-DT3          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT3          PIC  X(25).

       01  DET-004.
           03  DES-DT4          PIC  X(36).
           03  SNS-DT4          PIC  --9,99.
           03  FILLER           PIC  X(04)  VALUE  "  (".
           03  QTD-DT4          PIC  ZZ9.
           03  FILLER           PIC  X(30)  VALUE
               " REAJUSTES)".

       01  DET-005.
           03  FILLER           PIC  X(49)  VALUE
               "CADA 1% DE AUMENTO NO PRECO ALTEROU O VOLUME EM".
           03  SNS-DT5          PIC  --9,99.
           03  FILLER           PIC  X(25)  VALUE
               " %  (MEDIA DO PERIODO)".

       01  NOT-001              PIC  X(80)  VALUE
           "LTS/DIA AJUSTADO PELO PERFIL DE DIA DA SEMANA - SENSIB. = VO
      -    "L % / VAR %".
       01  NOT-002              PIC  X(80)  VALUE
           "GAP = NOSSO PRECO - MEDIA DA CONCORRENCIA NA ULTIMA PESQUISA
      -    " (CONC = QTDE)".
       01  NOT-003              PIC  X(80)  VALUE
           "NENHUM REAJUSTE ENCONTRADO NO PERIODO".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "IMPACTO DOS REAJUSTES DE PRECO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Reajustes de ..:   / 
      -       " /   ate   /  /             ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Dias antes/dep :     
      -       "(1 a 30)                    ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Semanas perfil :     
      -       "(1 a 12)                    ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Combustivel ...:     
      -       " (000 = todos)              ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 12 COLUMN 21 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 34 PIC 9(02) USING DIA-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 37 PIC 9(02) USING MES-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC 9(02) USING ANO-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(02) USING QDA-PRM
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02) USING SEM-PRM
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC 9(03) USING CMB-SEL
                       BACKGROUND-COLOR  01.

       01  DES-ENT LINE 15 COLUMN 26 PIC X(25) FROM DES-AUX
                   BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO DO
      -            "S REAJUSTES  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIAS DA JANELA ANTE
      -            "S E DEPOIS DE CADA REAJUSTE ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "SEMANAS DE HISTORIC
      -            "O PARA O PERFIL DE DIA DA SEMANA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO COMBUSTIV
      -            "EL OU ZEROS PARA TODOS ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "COMBUSTIVEL INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  ANALIS
      -            "ANDO OS REAJUSTES ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "ANALISE CONCLUIDA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCSD   CADEST   CADCCR   CADPCC
           OPEN     INPUT    CADHRJ
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADHRJ
               CLOSE    CADHRJ
               OPEN     INPUT    CADHRJ.
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIM
           MOVE     01       TO  DIA-INI  MES-INI
           MOVE     07       TO  QDA-PRM
           MOVE     08       TO  SEM-PRM
           MOVE     ZEROS    TO  CMB-SEL
           MOVE     "TODOS"  TO  DES-AUX.

       ROT-100-000.
           DISPLAY  TLA-001  TLA-002  ENT-001  DES-ENT  MEN-001.

       ROT-100-010.
           ACCEPT   (12 21)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  DIA-INI   <   1  OR  >  31
               GO  TO        ROT-100-010.

       ROT-100-015.
           ACCEPT   (12 24)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  MES-INI   <   1  OR  >  12
               GO  TO        ROT-100-015.
           ACCEPT   (12 27)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-015.

       ROT-100-020.
           ACCEPT   (12 34)  DIA-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  DIA-FIM   <   1  OR  >  31
               GO  TO        ROT-100-020.

       ROT-100-025.
           ACCEPT   (12 37)  MES-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  MES-FIM   <   1  OR  >  12
               GO  TO        ROT-100-025.
           ACCEPT   (12 40)  ANO-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-025.
           IF  DTA-FIM   <   DTA-INI
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-002
           ACCEPT   (13 21)  QDA-PRM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  QDA-PRM   <   1  OR  >  30
               GO  TO        ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-003
           ACCEPT   (14 21)  SEM-PRM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  SEM-PRM   <   1  OR  >  12
               GO  TO        ROT-100-040.

       ROT-100-050.
           DISPLAY  MEN-004
           ACCEPT   (15 21)  CMB-SEL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           MOVE     "TODOS"  TO  DES-AUX
           IF  CMB-SEL   =   ZEROS
               DISPLAY       DES-ENT
               GO  TO        ROT-100-060.
           MOVE     1        TO  PRX-EST
           MOVE     CMB-SEL  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  RSP-OPC
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-050.
           MOVE     DES-EST  TO  DES-AUX
           DISPLAY  DES-ENT.

       ROT-100-060.
           DISPLAY  MEN-006
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-060.

       ROT-200-000.
           DISPLAY  MEN-007
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  TOTAIS  ACM-LIN
           MOVE     999      TO  SUF-ANT
           MOVE     DIA-SYS  TO  DIA-CB1
           MOVE     MES-SYS  TO  MES-CB1
           MOVE     ANO-SYS  TO  ANO-CB1
           MOVE     DIA-INI  TO  DII-CB2
           MOVE     MES-INI  TO  MEI-CB2
           MOVE     ANO-INI  TO  ANI-CB2
           MOVE     DIA-FIM  TO  DIF-CB2
           MOVE     MES-FIM  TO  MEF-CB2
           MOVE     ANO-FIM  TO  ANF-CB2
           MOVE     QDA-PRM  TO  QDA-CB2
           MOVE     SEM-PRM  TO  SEM-CB2
           PERFORM  ROT-810-000  THRU  ROT-810-010
           MOVE     ZEROS    TO  CHV-HRJ
           MOVE     1        TO  PRX-HRJ
           MOVE     CMB-SEL  TO  SUF-HRJ
           START    CADHRJ   KEY NOT LESS  CHV-HRJ
                    INVALID  KEY GO  TO   ROT-200-090.

       ROT-200-010.
           READ     CADHRJ   NEXT AT END
                    GO  TO   ROT-200-090.
           IF  PRX-HRJ  NOT  =   1
               GO  TO        ROT-200-090.
           IF  CMB-SEL  NOT  =   ZEROS  AND  SUF-HRJ  NOT  =  CMB-SEL
               GO  TO        ROT-200-090.
           IF  DTA-HRJ   <   DTA-INI  OR  DTA-HRJ  >  DTA-FIM
               GO  TO        ROT-200-010.
           IF  DTA-HRJ  NOT  <   DTA-SYS
               GO  TO        ROT-200-010.
           IF  SUF-HRJ  NOT  =   SUF-ANT
               PERFORM  ROT-600-000  THRU  ROT-600-010
               PERFORM  ROT-650-000  THRU  ROT-650-010.
           ADD      1        TO  QTD-REJ
           PERFORM  ROT-300-000  THRU  ROT-300-050
           PERFORM  ROT-400-000  THRU  ROT-400-040
           PERFORM  ROT-500-000  THRU  ROT-500-010
           PERFORM  ROT-700-000  THRU  ROT-700-030
           GO  TO   ROT-200-010.

       ROT-200-090.
           IF  SUF-ANT   =   999
               WRITE    REG-REL FROM NOT-003  AFTER 2
           ELSE
               PERFORM  ROT-600-000  THRU  ROT-600-010.
           WRITE    REG-REL FROM CAB-003  AFTER 2
           WRITE    REG-REL FROM NOT-001
           WRITE    REG-REL FROM NOT-002
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     ZEROS    TO  ACUMULADORES
           MOVE     DTA-HRJ  TO  DTA-ALV
           COMPUTE  CNT-AUX  =   SEM-PRM  *  7.

       ROT-300-010.
           PERFORM  ROT-770-000  THRU  ROT-770-010
           MOVE     1        TO  PRX-CSD
           MOVE     SUF-HRJ  TO  SUF-CSD
           MOVE     DTA-ALV  TO  DTA-CSD
           READ     CADCSD   INVALID KEY
                    GO  TO   ROT-300-020.
           MOVE     DTA-ALV  TO  DTA-ZLR
           PERFORM  ROT-750-000  THRU  ROT-750-010
           ADD      QTD-CSD  TO  LTS-DSM (DSM-AUX)  LTS-TOT
           ADD      1        TO  QDI-DSM (DSM-AUX)  QDI-TOT.

       ROT-300-020.
           SUBTRACT 1        FROM  CNT-AUX
           IF  CNT-AUX   >   ZEROS
               GO  TO        ROT-300-010.
           MOVE     DTA-ALV  TO  DTA-LIM
           IF  QDI-TOT   >   ZEROS
               COMPUTE  MED-TOT  ROUNDED  =   LTS-TOT  /  QDI-TOT.
           MOVE     1        TO  DSM-AUX.

       ROT-300-030.
           MOVE     1        TO  FTR-DSM (DSM-AUX)
           IF  QDI-DSM (DSM-AUX)   =   ZEROS  OR  MED-TOT  =   ZEROS
               GO  TO        ROT-300-040.
           COMPUTE  FTR-DSM (DSM-AUX)  ROUNDED  =   LTS-DSM (DSM-AUX)
                    /  QDI-DSM (DSM-AUX)  /  MED-TOT.

       ROT-300-040.
           ADD      1        TO  DSM-AUX
           IF  DSM-AUX   <   8
               GO  TO        ROT-300-030.

       ROT-300-050.
           EXIT.

       ROT-400-000.
           MOVE     DTA-HRJ  TO  DTA-ALV
           MOVE     QDA-PRM  TO  CNT-AUX.

       ROT-400-010.
           PERFORM  ROT-770-000  THRU  ROT-770-010
           MOVE     1        TO  PRX-CSD
           MOVE     SUF-HRJ  TO  SUF-CSD
           MOVE     DTA-ALV  TO  DTA-CSD
           READ     CADCSD   INVALID KEY
                    GO  TO   ROT-400-015.
           MOVE     DTA-ALV  TO  DTA-ZLR
           PERFORM  ROT-750-000  THRU  ROT-750-010
           ADD      QTD-CSD  TO  LTS-ANT
           ADD      FTR-DSM (DSM-AUX)  TO  FAT-ANT
           ADD      1        TO  DIA-ANT.

       ROT-400-015.
           SUBTRACT 1        FROM  CNT-AUX
           IF  CNT-AUX   >   ZEROS
               GO  TO        ROT-400-010.
           MOVE     DTA-HRJ  TO  DTA-ALV  DTA-REF
           MOVE     QDA-PRM  TO  CNT-AUX.

       ROT-400-020.
           PERFORM  ROT-760-000  THRU  ROT-760-010
           IF  DTA-ALV  NOT  <   DTA-SYS
               GO  TO        ROT-400-030.
           MOVE     DTA-ALV  TO  DTA-REF
           MOVE     1        TO  PRX-CSD
           MOVE     SUF-HRJ  TO  SUF-CSD
           MOVE     DTA-ALV  TO  DTA-CSD
           READ     CADCSD   INVALID KEY
                    GO  TO   ROT-400-025.
           MOVE     DTA-ALV  TO  DTA-ZLR
           PERFORM  ROT-750-000  THRU  ROT-750-010
           ADD      QTD-CSD  TO  LTS-DEP
           ADD      FTR-DSM (DSM-AUX)  TO  FAT-DEP
           ADD      1        TO  DIA-DEP.

       ROT-400-025.
           SUBTRACT 1        FROM  CNT-AUX
           IF  CNT-AUX   >   ZEROS
               GO  TO        ROT-400-020.

       ROT-400-030.
           IF  FAT-ANT   >   ZEROS
               COMPUTE  MED-ANT  ROUNDED  =   LTS-ANT  /  FAT-ANT.
           IF  FAT-DEP   >   ZEROS
               COMPUTE  MED-DEP  ROUNDED  =   LTS-DEP  /  FAT-DEP.

       ROT-400-040.
           EXIT.

       ROT-500-000.
           MOVE     DTA-REF  TO  DTA-ALV
           MOVE     DTA-HRJ  TO  DTA-REF
           PERFORM  ROT-550-000  THRU  ROT-550-030
           MOVE     QTD-CCR  TO  QCC-ANT
           IF  QTD-CCR   >   ZEROS
               COMPUTE  GAP-ANT  =   ANT-HRJ  -  MED-CCR.
           MOVE     DTA-ALV  TO  DTA-REF
           PERFORM  ROT-550-000  THRU  ROT-550-030
           MOVE     QTD-CCR  TO  QCC-DEP
           IF  QTD-CCR   >   ZEROS
               COMPUTE  GAP-DEP  =   NOV-HRJ  -  MED-CCR.

       ROT-500-010.
           EXIT.

       ROT-550-000.
           MOVE     ZEROS    TO  SOM-CCR  QTD-CCR  MED-CCR  CHV-CCR
           START    CADCCR   KEY GREATER  CHV-CCR
                    INVALID  KEY GO  TO   ROT-550-030.

       ROT-550-010.
           READ     CADCCR   NEXT AT END
                    GO  TO   ROT-550-025.
           MOVE     ZEROS    TO  PRC-ULT
           MOVE     CHV-CCR  TO  CCR-PCC
           MOVE     DTA-LIM  TO  DTA-PCC
           MOVE     ZEROS    TO  CMB-PCC
           START    CADPCC   KEY NOT LESS  CHV-PCC
                    INVALID  KEY GO  TO   ROT-550-010.

       ROT-550-020.
           READ     CADPCC   NEXT AT END
                    GO  TO   ROT-550-022.
           IF  CCR-PCC  NOT  =   CHV-CCR  OR  DTA-PCC  >  DTA-REF
               GO  TO        ROT-550-022.
           IF  CMB-PCC   =   SUF-HRJ
               MOVE     PRC-PCC  TO  PRC-ULT.
           GO  TO   ROT-550-020.

       ROT-550-022.
           IF  PRC-ULT   >   ZEROS
               ADD      PRC-ULT  TO  SOM-CCR
               ADD      1        TO  QTD-CCR.
           GO  TO   ROT-550-010.

       ROT-550-025.
           IF  QTD-CCR   >   ZEROS
               COMPUTE  MED-CCR  ROUNDED  =   SOM-CCR  /  QTD-CCR.

       ROT-550-030.
           EXIT.

       ROT-600-000.
           IF  SUF-ANT   =   999
               GO  TO        ROT-600-010.
           MOVE     5        TO  LIN-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-010
           WRITE    REG-REL FROM CAB-003
           MOVE     SPACES   TO  DET-004
           MOVE     "SENSIBILIDADE MEDIA - AUMENTOS  :"
                             TO  DES-DT4
           MOVE     ZEROS    TO  SNS-MED
           IF  QTD-AUM   >   ZEROS
               COMPUTE  SNS-MED  ROUNDED  =   SNS-AUM  /  QTD-AUM.
           MOVE     SNS-MED  TO  SNS-DT4
           MOVE     QTD-AUM  TO  QTD-DT4
           WRITE    REG-REL FROM DET-004
           MOVE     "SENSIBILIDADE MEDIA - REDUCOES  :"
                             TO  DES-DT4
           MOVE     ZEROS    TO  SNS-MED
           IF  QTD-RED   >   ZEROS
               COMPUTE  SNS-MED  ROUNDED  =   SNS-RED  /  QTD-RED.
           MOVE     SNS-MED  TO  SNS-DT4
           MOVE     QTD-RED  TO  QTD-DT4
           WRITE    REG-REL FROM DET-004
           MOVE     ZEROS    TO  SNS-MED
           IF  QTD-AUM  +  QTD-RED   >   ZEROS
               COMPUTE  SNS-MED  ROUNDED  =   (SNS-AUM  +  SNS-RED)
                                           /   (QTD-AUM  +  QTD-RED).
           MOVE     SNS-MED  TO  SNS-DT5
           WRITE    REG-REL FROM DET-005
           ADD      5        TO  ACM-LIN.

       ROT-600-010.
           EXIT.

       ROT-650-000.
           MOVE     SUF-HRJ  TO  SUF-ANT
           MOVE     ZEROS    TO  TOTAIS
           MOVE     SPACES   TO  DES-EST
           MOVE     1        TO  PRX-EST
           MOVE     SUF-HRJ  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     SUF-HRJ  TO  SUF-DT3
           MOVE     DES-EST  TO  DES-DT3
           MOVE     6        TO  LIN-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-010
           WRITE    REG-REL FROM DET-003  AFTER 2
           WRITE    REG-REL FROM CAB-003
           ADD      3        TO  ACM-LIN.

       ROT-650-010.
           EXIT.

       ROT-700-000.
           MOVE     ZEROS    TO  VAR-PRC  VAR-VOL  SNS-AUX
           COMPUTE  MRG-ANT  =   ANT-HRJ  -  CTM-HRJ
           COMPUTE  MRG-NOV  =   NOV-HRJ  -  CTM-HRJ
           IF  ANT-HRJ   >   ZEROS
               COMPUTE  VAR-PRC  ROUNDED  =   (NOV-HRJ  -  ANT-HRJ)
                                           *   100  /  ANT-HRJ.
           IF  MED-ANT   >   ZEROS
               COMPUTE  VAR-VOL  ROUNDED  =   (MED-DEP  -  MED-ANT)
                                           *   100  /  MED-ANT.
           MOVE     ZEROS    TO  VVL-DT1  SNS-DT1  GPA-DT2  GPD-DT2
           MOVE     DIA-HRJ  TO  DIA-DT1
           MOVE     MES-HRJ  TO  MES-DT1
           MOVE     ANO-HRJ  TO  ANO-DT1
           MOVE     ANT-HRJ  TO  ANT-DT1
           MOVE     NOV-HRJ  TO  NOV-DT1
           MOVE     VAR-PRC  TO  VPR-DT1
           MOVE     MED-ANT  TO  MDA-DT1
           MOVE     MED-DEP  TO  MDD-DT1
           MOVE     MRG-ANT  TO  MRA-DT2
           MOVE     MRG-NOV  TO  MRN-DT2
           COMPUTE  RSA-DT2  ROUNDED  =   MRG-ANT  *  MED-ANT
           COMPUTE  RSD-DT2  ROUNDED  =   MRG-NOV  *  MED-DEP
           MOVE     QCC-DEP  TO  QCC-DT2
           IF  QCC-ANT   >   ZEROS
               MOVE     GAP-ANT  TO  GPA-DT2.
           IF  QCC-DEP   >   ZEROS
               MOVE     GAP-DEP  TO  GPD-DT2.
           IF  VAR-PRC   =   ZEROS  OR  MED-ANT  =   ZEROS
                                    OR  DIA-DEP  =   ZEROS
               GO  TO        ROT-700-020.
           MOVE     VAR-VOL  TO  VVL-DT1
           COMPUTE  SNS-AUX  ROUNDED  =   VAR-VOL  /  VAR-PRC
           IF  SNS-AUX   >   99
               MOVE     99       TO  SNS-AUX.
           IF  SNS-AUX   <   -99
               MOVE     -99      TO  SNS-AUX.
           MOVE     SNS-AUX  TO  SNS-DT1
           IF  VAR-PRC   >   ZEROS
               ADD      SNS-AUX  TO  SNS-AUM
               ADD      1        TO  QTD-AUM
           ELSE
               ADD      SNS-AUX  TO  SNS-RED
               ADD      1        TO  QTD-RED.

       ROT-700-020.
           MOVE     2        TO  LIN-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-010
           WRITE    REG-REL FROM DET-001
           WRITE    REG-REL FROM DET-002
           ADD      2        TO  ACM-LIN.

       ROT-700-030.
           EXIT.

       ROT-800-000.
           IF  ACM-LIN  +  LIN-AUX   <   56
               GO  TO        ROT-800-010.
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-810-005  THRU  ROT-810-010.

       ROT-800-010.
           EXIT.

       ROT-810-000.
           WRITE    REG-REL FROM CAB-001  AFTER 0.

       ROT-810-005.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           MOVE     7        TO  ACM-LIN.

       ROT-810-010.
           EXIT.

       ROT-750-000.
           MOVE     MES-ZLR  TO  ZLR-M
           COMPUTE  ZLR-A   =   2000  +  ANO-ZLR
           IF  ZLR-M  <  3
               ADD      12   TO  ZLR-M
               SUBTRACT  1  FROM  ZLR-A.
           DIVIDE   ZLR-A   BY  100  GIVING  ZLR-J
                    REMAINDER    ZLR-K
           COMPUTE  ZLR-T   =   13  *  (ZLR-M  +  1)
           DIVIDE   ZLR-T   BY  5   GIVING  ZLR-T1
           DIVIDE   ZLR-K   BY  4   GIVING  ZLR-T2
           DIVIDE   ZLR-J   BY  4   GIVING  ZLR-T3
           COMPUTE  ZLR-H   =   DIA-ZLR  +  ZLR-T1  +  ZLR-K
                            +   ZLR-T2   +  ZLR-T3  +  5  *  ZLR-J
           DIVIDE   ZLR-H   BY  7   GIVING  ZLR-T4
                    REMAINDER    ZLR-R
           COMPUTE  DSM-AUX  =   ZLR-R  +  1.

       ROT-750-010.
           EXIT.

       ROT-760-000.
           PERFORM  ROT-780-000  THRU  ROT-780-010
           ADD      1        TO  DIA-ALV
           IF  DIA-ALV   >   ZLR-UD
               MOVE      1   TO  DIA-ALV
               ADD       1   TO  MES-ALV
               IF  MES-ALV  >  12
                   MOVE  1   TO  MES-ALV
                   ADD   1   TO  ANO-ALV.

       ROT-760-010.
           EXIT.

       ROT-770-000.
           SUBTRACT 1        FROM  DIA-ALV
           IF  DIA-ALV   >   ZEROS
               GO  TO        ROT-770-010.
           SUBTRACT 1        FROM  MES-ALV
           IF  MES-ALV   =   ZEROS
               MOVE     12       TO  MES-ALV
               SUBTRACT 1        FROM  ANO-ALV.
           PERFORM  ROT-780-000  THRU  ROT-780-010
           MOVE     ZLR-UD   TO  DIA-ALV.

       ROT-770-010.
           EXIT.

       ROT-780-000.
           MOVE     31       TO  ZLR-UD
           IF  MES-ALV  =  04  OR  06  OR  09  OR  11
               MOVE     30   TO  ZLR-UD.
           IF  MES-ALV  =  02
               DIVIDE   ANO-ALV  BY  4  GIVING  QOC-AUX
                        REMAINDER  RST-AUX
               IF  RST-AUX   =   ZEROS
                   MOVE     29   TO  ZLR-UD
               ELSE
                   MOVE     28   TO  ZLR-UD.

       ROT-780-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADHRJ   CADCSD   CADEST   CADCCR   CADPCC
           CHAIN   "DYN118".
