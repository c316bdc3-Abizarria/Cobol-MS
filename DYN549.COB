       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN549.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

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
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTE.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCC.DAT".
       01  REG-FCC.
           03  CHV-FCC          PIC  X(10).
           03  FUN-FCC.
               05  ANO-FUN      PIC  9(02).
               05  MES-FUN      PIC  9(02).
               05  DIA-FUN      PIC  9(02).
           03  CNS-FCC          PIC  9(09)V99.
           03  SOC-FCC                      OCCURS  03.
               05  NSC-FCC      PIC  X(30).
               05  CPF-FCC      PIC  9(11).
           03  RBC-FCC          PIC  X(40)  OCCURS  02.
           03  RCM-FCC          PIC  X(40)  OCCURS  02.
           03  GAR-FCC          PIC  9(01).
           03  AVL-FCC          PIC  X(30).
           03  VGR-FCC          PIC  9(09)V99.
           03  PAR-FCC          PIC  X(50)  OCCURS  02.
           03  ANL-FCC          PIC  X(15).
           03  DTR-FCC.
               05  ANO-DTR      PIC  9(02).
               05  MES-DTR      PIC  9(02).
               05  DIA-DTR      PIC  9(02).
           03  PRX-FCC.
               05  ANO-PRX      PIC  9(02).
               05  MES-PRX      PIC  9(02).
               05  DIA-PRX      PIC  9(02).
           03  LMR-FCC          PIC  9(09)V99.

       FD  CADCLI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLI.DAT".
       01  REG-CLI.
           03  CHV-CLI          PIC  X(10).
           03  NOM-CLI          PIC  X(35).
           03  TEL-CLI          PIC  9(12).
           03  CNT-CLI          PIC  X(15).
           03  END-CLI          PIC  X(35).
           03  CID-CLI          PIC  X(20).
           03  CEP-CLI          PIC  9(08).
           03  EST-CLI          PIC  X(02).
           03  CGC-CLI          PIC  9(14).
           03  INS-CLI          PIC  X(15).
           03  CTG-CLI          PIC  9(01).
           03  SIT-CLI          PIC  9(01).
           03  LIM-CLI          PIC  9(09)V99.

       FD  CADALT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADALT.DAT".
       01  REG-ALT.
           03  CHV-ALT.
               05  PGM-ALT      PIC  X(06).
               05  CHV-REG-ALT  PIC  X(20).
               05  LCT-ALT      PIC  9(04).
           03  DTA-ALT          PIC  9(08).
           03  OPE-ALT          PIC  9(04).
           03  TIP-ALT          PIC  X(01).
           03  ANT-ALT          PIC  X(180).
           03  ATU-ALT          PIC  X(180).

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  REG-NTA.
           03  CHV-NTA.
               05  CLI-NTA      PIC  X(10).
               05  DTA-NTA      PIC  9(06).
               05  NUM-NTA      PIC  9(06).
           03  PCA-NTA          PIC  X(07).
           03  DES-NTA          PIC  X(20).
           03  VAL-NTA          PIC S9(09)V99.

       FD  CADNTE      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADNTE.DAT".
       01  REG-NTE.
           03  CHV-NTE          PIC  9(06).
           03  DTA-NTE          PIC  9(06).
           03  CLI-NTE          PIC  X(10).
           03  PCA-NTE          PIC  X(07).
           03  DES-NTE          PIC  X(20).
           03  VAL-NTE          PIC S9(09)V99.

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT.
               05  ANO-FAT      PIC  9(02).
               05  MES-FAT      PIC  9(02).
               05  DIA-FAT      PIC  9(02).
           03  VAL-FAT          PIC S9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  ACM-LIN          PIC  9(02).
           03  CLI-AUX          PIC  X(10).
           03  LIM-AUX          PIC  9(07)V99.
           03  ANT-CLI          PIC  X(179).
           03  SER-HOJ          PIC  9(06).
           03  SER-INI          PIC  9(06).
           03  SER-AUX          PIC  9(06).
           03  SER-DTR          PIC  9(06).
           03  ATR-AUX          PIC S9(06).
           03  MED-AUX          PIC S9(11)V99.
           03  PCT-AUX          PIC  9(06).
           03  QTD-TAB          PIC  9(03).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  TAB-FCC                      OCCURS  300.
               05  CLI-TAB      PIC  X(10).
               05  NOM-TAB      PIC  X(20).
               05  PRX-TAB      PIC  9(06).
               05  LIM-TAB      PIC  9(09)V99.
               05  DCL-TAB      PIC  9(09)V99.
               05  CNS-TAB      PIC S9(11)V99.
               05  QFA-TAB      PIC  9(03).
               05  VFA-TAB      PIC S9(11)V99.
               05  QVC-TAB      PIC  9(03).
               05  ATR-TAB      PIC  9(04).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "REVISOES DE CREDITO VENCIDAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(14)  VALUE  "POSICAO EM : ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(48)  VALUE
               "     MEDIA MENSAL SOBRE OS ULTIMOS 12 MESES".

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CLIENTE    NOME                 REVISAO ".
           03  FILLER           PIC  X(40)  VALUE
               "         LIMITE   MEDIA MENSAL USO%     ".

       01  DET-001.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIM-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MED-DT1          PIC  ZZZ.ZZZ.ZZ9,99-.
           03  PCT-DT1          PIC  ZZZ9.

       01  DET-002.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  FILLER           PIC  X(10)  VALUE  "DECLARADO:".
           03  DCL-DT2          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(10)  VALUE  "  ABERTAS:".
           03  QFA-DT2          PIC  ZZ9.
           03  FILLER           PIC  X(02)  VALUE  " /".
           03  VFA-DT2          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(11)  VALUE  "  VENCIDAS:".
           03  QVC-DT2          PIC  ZZ9.
           03  FILLER           PIC  X(13)  VALUE  "  ATRASO MAX:".
           03  ATR-DT2          PIC  ZZZ9.

       01  TOT-001.
           03  FILLER           PIC  X(31)  VALUE
               "CLIENTES COM REVISAO VENCIDA :".
           03  QTD-TT1          PIC  ZZ9.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " FICHA CADASTRAL DE CREDITO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ? Cliente .....:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ? Fundacao ....:   /  
      -       "/     Consumo mensal declarado :                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ? Socio 1 .....:      
      -       "                           CPF :                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ? Socio 2 .....:      
      -       "                           CPF :                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ? Socio 3 .....:      
      -       "                           CPF :                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ? Ref.banc. 1 .:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ? Ref.banc. 2 .:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ? Ref.comerc. 1:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ? Ref.comerc. 2:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(76) FROM " ? Garantia ....:    0-
      -       "Nao 1-Aval 2-Prom 3-Ambas  Limite :                ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(76) FROM " ? Avalista ....:      
      -       "                           Valor  :                ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(76) FROM " ? Parecer .....:      
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(76) FROM " ?                     
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(76) FROM " ? Analista ....:      
      -       "            Revisao :  /  /     Proxima :   /  /   ? "
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(76) FROM SPACES.

       01  ENT-001.
           03  NOM-ENT LINE 06 COLUMN 31 PIC X(35) FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  DFU-ENT LINE 07 COLUMN 20 PIC 9(02) FROM  DIA-FUN
                       BACKGROUND-COLOR  01.
           03  MFU-ENT LINE 07 COLUMN 23 PIC 9(02) FROM  MES-FUN
                       BACKGROUND-COLOR  01.
           03  AFU-ENT LINE 07 COLUMN 26 PIC 9(02) FROM  ANO-FUN
                       BACKGROUND-COLOR  01.
           03  CNS-ENT LINE 07 COLUMN 58 PIC ZZZ.ZZZ.ZZ9,99
                       FROM  CNS-FCC
                       BACKGROUND-COLOR  01.
           03  NS1-ENT LINE 08 COLUMN 20 PIC X(30) FROM  NSC-FCC (1)
                       BACKGROUND-COLOR  01.
           03  CP1-ENT LINE 08 COLUMN 58 PIC 9(11) FROM  CPF-FCC (1)
                       BACKGROUND-COLOR  01.
           03  NS2-ENT LINE 09 COLUMN 20 PIC X(30) FROM  NSC-FCC (2)
                       BACKGROUND-COLOR  01.
           03  CP2-ENT LINE 09 COLUMN 58 PIC 9(11) FROM  CPF-FCC (2)
                       BACKGROUND-COLOR  01.
           03  NS3-ENT LINE 10 COLUMN 20 PIC X(30) FROM  NSC-FCC (3)
                       BACKGROUND-COLOR  01.
           03  CP3-ENT LINE 10 COLUMN 58 PIC 9(11) FROM  CPF-FCC (3)
                       BACKGROUND-COLOR  01.
           03  RB1-ENT LINE 11 COLUMN 20 PIC X(40) FROM  RBC-FCC (1)
                       BACKGROUND-COLOR  01.
           03  RB2-ENT LINE 12 COLUMN 20 PIC X(40) FROM  RBC-FCC (2)
                       BACKGROUND-COLOR  01.
           03  RC1-ENT LINE 13 COLUMN 20 PIC X(40) FROM  RCM-FCC (1)
                       BACKGROUND-COLOR  01.
           03  RC2-ENT LINE 14 COLUMN 20 PIC X(40) FROM  RCM-FCC (2)
                       BACKGROUND-COLOR  01.
           03  GAR-ENT LINE 15 COLUMN 20 PIC 9(01) FROM  GAR-FCC
                       BACKGROUND-COLOR  01.
           03  LIM-ENT LINE 15 COLUMN 61 PIC ZZZ.ZZZ.ZZ9,99
                       FROM  LIM-AUX
                       BACKGROUND-COLOR  01.
           03  AVL-ENT LINE 16 COLUMN 20 PIC X(30) FROM  AVL-FCC
                       BACKGROUND-COLOR  01.
           03  VGR-ENT LINE 16 COLUMN 61 PIC ZZZ.ZZZ.ZZ9,99
                       FROM  VGR-FCC
                       BACKGROUND-COLOR  01.
           03  PR1-ENT LINE 17 COLUMN 20 PIC X(50) FROM  PAR-FCC (1)
                       BACKGROUND-COLOR  01.
           03  PR2-ENT LINE 18 COLUMN 20 PIC X(50) FROM  PAR-FCC (2)
                       BACKGROUND-COLOR  01.
           03  ANL-ENT LINE 19 COLUMN 20 PIC X(15) FROM  ANL-FCC
                       BACKGROUND-COLOR  01.
           03  DDR-ENT LINE 19 COLUMN 46 PIC 9(02) FROM  DIA-DTR
                       BACKGROUND-COLOR  01.
           03  MDR-ENT LINE 19 COLUMN 49 PIC 9(02) FROM  MES-DTR
                       BACKGROUND-COLOR  01.
           03  ADR-ENT LINE 19 COLUMN 52 PIC 9(02) FROM  ANO-DTR
                       BACKGROUND-COLOR  01.
           03  DPX-ENT LINE 19 COLUMN 67 PIC 9(02) FROM  DIA-PRX
                       BACKGROUND-COLOR  01.
           03  MPX-ENT LINE 19 COLUMN 70 PIC 9(02) FROM  MES-PRX
                       BACKGROUND-COLOR  01.
           03  APX-ENT LINE 19 COLUMN 73 PIC 9(02) FROM  ANO-PRX
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(F)ICHA CADASTRAL O
      -            "U (R)EVISOES VENCIDAS ?  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DE FUNDACAO DA
      -            " EMPRESA ?  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "CONSUMO MENSAL DECL
      -            "ARADO PELO CLIENTE ?  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NOME E CPF DO SOCIO
      -            " (BRANCO = NAO HA)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "REFERENCIAS BANCARI
      -            "AS (BANCO/AGENCIA/FONE)  -  [ESC] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "REFERENCIAS COMERCI
      -            "AIS (EMPRESA/FONE)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "GARANTIA (0-NAO 1-A
      -            "VAL 2-PROMISSORIA 3-AMBAS)  -  [ESC] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE CREDITO A
      -            "PROVADO ?  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "AVALISTA E VALOR DA
      -            " GARANTIA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "PARECER DO ANALISTA
      -            " DE CREDITO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "NOME DO ANALISTA ? 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DA REVISAO E D
      -            "A PROXIMA REVISAO  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "PROXIMA REVISAO DEV
      -            "E SER POSTERIOR !!!  -  [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ GR
      -            "AVAR  -  (E) EXCLUI  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO CONSUMO E FATURAS EM ABERTO ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO EMITIDO  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     I-O      CADFCC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFCC
               CLOSE    CADFCC
               OPEN     I-O      CADFCC.
           OPEN     I-O      CADCLI   CADALT
           OPEN     INPUT    CADNTA   CADNTE   CADFAT.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "F"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-200-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-002
           MOVE     SPACES   TO  CLI-AUX
           ACCEPT   (06 20)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-000.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     REG-CLI  TO  ANT-CLI
           MOVE     LIM-CLI  TO  LIM-AUX
           MOVE     CLI-AUX  TO  CHV-FCC
           READ     CADFCC   INVALID  KEY
                    MOVE     SPACES   TO  REG-FCC
                    MOVE     CLI-AUX  TO  CHV-FCC
                    MOVE     ZEROS    TO  FUN-FCC  CNS-FCC  GAR-FCC
                                          VGR-FCC  DTR-FCC  PRX-FCC
                                          LMR-FCC  CPF-FCC (1)
                                          CPF-FCC (2)  CPF-FCC (3).
           COMPUTE  SER-AUX  =   ANO-PRX  *  360
                             +   MES-PRX  *  30   +  DIA-PRX
           IF  SER-AUX   >   SER-HOJ
               GO  TO        ROT-100-005.
           MOVE     DTA-SYS  TO  DTR-FCC  PRX-FCC
           ADD      1        TO  ANO-PRX.

       ROT-100-005.
           DISPLAY  ENT-001.

       ROT-100-010.
           DISPLAY  MEN-004
           ACCEPT   (07 20)  DIA-FUN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (07 23)  MES-FUN  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (07 26)  ANO-FUN  WITH  UPDATE  AUTO-SKIP
           IF  FUN-FCC   =   ZEROS
               GO  TO        ROT-100-020.
           IF  DIA-FUN   <   1  OR  >  31  OR
               MES-FUN   <   1  OR  >  12
               GO  TO        ROT-100-010.

       ROT-100-020.
           DISPLAY  MEN-005
           ACCEPT   (07 58)  CNS-FCC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CNS-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.

       ROT-100-030.
           DISPLAY  MEN-006
           ACCEPT   (08 20)  NSC-FCC (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           ACCEPT   (08 58)  CPF-FCC (1)  WITH  UPDATE
           DISPLAY  CP1-ENT.

       ROT-100-040.
           ACCEPT   (09 20)  NSC-FCC (2)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           ACCEPT   (09 58)  CPF-FCC (2)  WITH  UPDATE
           DISPLAY  CP2-ENT.

       ROT-100-050.
           ACCEPT   (10 20)  NSC-FCC (3)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           ACCEPT   (10 58)  CPF-FCC (3)  WITH  UPDATE
           DISPLAY  CP3-ENT.

       ROT-100-060.
           DISPLAY  MEN-007
           ACCEPT   (11 20)  RBC-FCC (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           ACCEPT   (12 20)  RBC-FCC (2)  WITH  UPDATE.

       ROT-100-070.
           DISPLAY  MEN-008
           ACCEPT   (13 20)  RCM-FCC (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           ACCEPT   (14 20)  RCM-FCC (2)  WITH  UPDATE.

       ROT-100-080.
           DISPLAY  MEN-009
           ACCEPT   (15 20)  GAR-FCC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  GAR-FCC   >   3
               GO  TO        ROT-100-080.

       ROT-100-085.
           DISPLAY  MEN-010
           ACCEPT   (15 61)  LIM-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LIM-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.

       ROT-100-090.
           DISPLAY  MEN-011
           ACCEPT   (16 20)  AVL-FCC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-085.
           ACCEPT   (16 61)  VGR-FCC  WITH  UPDATE
           DISPLAY  VGR-ENT.

       ROT-100-100.
           DISPLAY  MEN-012
           ACCEPT   (17 20)  PAR-FCC (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-090.
           ACCEPT   (18 20)  PAR-FCC (2)  WITH  UPDATE.

       ROT-100-110.
           DISPLAY  MEN-013
           ACCEPT   (19 20)  ANL-FCC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-100.

       ROT-100-120.
           DISPLAY  MEN-014
           ACCEPT   (19 46)  DIA-DTR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-110.
           ACCEPT   (19 49)  MES-DTR  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (19 52)  ANO-DTR  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (19 67)  DIA-PRX  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (19 70)  MES-PRX  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (19 73)  ANO-PRX  WITH  UPDATE  AUTO-SKIP
           IF  DIA-DTR   <   1  OR  >  31  OR
               MES-DTR   <   1  OR  >  12  OR
               DIA-PRX   <   1  OR  >  31  OR
               MES-PRX   <   1  OR  >  12
               GO  TO        ROT-100-120.
           COMPUTE  SER-DTR  =   ANO-DTR  *  360
                             +   MES-DTR  *  30   +  DIA-DTR
           COMPUTE  SER-AUX  =   ANO-PRX  *  360
                             +   MES-PRX  *  30   +  DIA-PRX
           IF  SER-AUX  NOT  >   SER-DTR
               DISPLAY       MEN-015
               ACCEPT        OPC-001
               GO  TO        ROT-100-120.

       ROT-100-130.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-120.
           IF  RSP-OPC   =   "E"
               DELETE   CADFCC  INVALID  KEY
                        CONTINUE.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-100-000.
           MOVE     LIM-AUX  TO  LMR-FCC
           WRITE    REG-FCC  INVALID  KEY
                    REWRITE  REG-FCC.
           IF  LIM-AUX   =   LIM-CLI
               GO  TO        ROT-100-000.
           MOVE     LIM-AUX  TO  LIM-CLI
           MOVE     "A"      TO  TIP-ALT
           MOVE     ANT-CLI  TO  ANT-ALT
           MOVE     REG-CLI  TO  ATU-ALT
           MOVE     CHV-CLI  TO  CHV-REG-ALT
           PERFORM  ROT-800-000
              THRU  ROT-800-010
           REWRITE  REG-CLI
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-017
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-200-000.
           DISPLAY  MEN-018
           COMPUTE  SER-INI  =   SER-HOJ  -  360
           MOVE     ZEROS    TO  QTD-TAB
           MOVE     SPACES   TO  CHV-FCC
           START    CADFCC   KEY GREATER  CHV-FCC
                    INVALID  KEY GO  TO   ROT-300-000.

       ROT-200-010.
           READ     CADFCC   NEXT AT END
                    GO  TO   ROT-300-000.
           COMPUTE  SER-AUX  =   ANO-PRX  *  360
                             +   MES-PRX  *  30   +  DIA-PRX
           IF  SER-AUX   >   SER-HOJ
               GO  TO        ROT-200-010.
           IF  QTD-TAB  NOT  <   300
               GO  TO        ROT-300-000.
           ADD      1        TO  QTD-TAB
           MOVE     QTD-TAB  TO  IND1
           MOVE     CHV-FCC  TO  CLI-TAB (IND1)  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    MOVE     SPACES   TO  NOM-CLI
                    MOVE     ZEROS    TO  LIM-CLI.
           MOVE     NOM-CLI  TO  NOM-TAB (IND1)
           MOVE     LIM-CLI  TO  LIM-TAB (IND1)
           MOVE     PRX-FCC  TO  PRX-TAB (IND1)
           MOVE     CNS-FCC  TO  DCL-TAB (IND1)
           MOVE     ZEROS    TO  CNS-TAB (IND1)  QFA-TAB (IND1)
                                 VFA-TAB (IND1)  QVC-TAB (IND1)
                                 ATR-TAB (IND1)
           GO  TO   ROT-200-010.

       ROT-300-000.
           IF  QTD-TAB   =   ZEROS
               GO  TO        ROT-500-000.
           MOVE     DTA-SYS  TO  DTA-AUX
           SUBTRACT 1        FROM  ANO-AUX
           MOVE     DTA-AUX  TO  DTA-NTA
           START    CADNTA   KEY NOT LESS DTA-NTA
                    INVALID  KEY GO  TO   ROT-300-020.

       ROT-300-010.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-300-020.
           MOVE     DTA-NTA  TO  DTA-AUX
           COMPUTE  SER-AUX  =   ANO-AUX  *  360
                             +   MES-AUX  *  30   +  DIA-AUX
           IF  SER-AUX   <   SER-INI
               GO  TO        ROT-300-010.
           MOVE     CLI-NTA  TO  CLI-AUX
           PERFORM  ROT-600-000  THRU  ROT-600-020
           IF  IND2   >   ZEROS
               ADD      VAL-NTA  TO  CNS-TAB (IND2).
           GO  TO   ROT-300-010.

       ROT-300-020.
           MOVE     ZEROS    TO  CHV-NTE
           START    CADNTE   KEY GREATER  CHV-NTE
                    INVALID  KEY GO  TO   ROT-400-000.

       ROT-300-030.
           READ     CADNTE   NEXT AT END
                    GO  TO   ROT-400-000.
           MOVE     DTA-NTE  TO  DTA-AUX
           COMPUTE  SER-AUX  =   ANO-AUX  *  360
                             +   MES-AUX  *  30   +  DIA-AUX
           IF  SER-AUX   <   SER-INI
               GO  TO        ROT-300-030.
           MOVE     CLI-NTE  TO  CLI-AUX
           PERFORM  ROT-600-000  THRU  ROT-600-020
           IF  IND2   >   ZEROS
               ADD      VAL-NTE  TO  CNS-TAB (IND2).
           GO  TO   ROT-300-030.

       ROT-400-000.
           MOVE     ZEROS    TO  CHV-FAT
           START    CADFAT   KEY GREATER  CHV-FAT
                    INVALID  KEY GO  TO   ROT-500-000.

       ROT-400-010.
           READ     CADFAT   NEXT AT END
                    GO  TO   ROT-500-000.
           MOVE     CLI-FAT  TO  CLI-AUX
           PERFORM  ROT-600-000  THRU  ROT-600-020
           IF  IND2   =   ZEROS
               GO  TO        ROT-400-010.
           ADD      1        TO  QFA-TAB (IND2)
           ADD      VAL-FAT  TO  VFA-TAB (IND2)
           COMPUTE  ATR-AUX  =   SER-HOJ  -  (ANO-FAT  *  360
                             +   MES-FAT  *  30   +  DIA-FAT  +  30)
           IF  ATR-AUX  NOT  >   ZEROS
               GO  TO        ROT-400-010.
           ADD      1        TO  QVC-TAB (IND2)
           IF  ATR-AUX   >   9999
               MOVE     9999     TO  ATR-AUX.
           IF  ATR-AUX   >   ATR-TAB (IND2)
               MOVE     ATR-AUX  TO  ATR-TAB (IND2).
           GO  TO   ROT-400-010.

       ROT-500-000.
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-500-030
           MOVE     1        TO  IND1.

       ROT-500-010.
           IF  IND1   >   QTD-TAB
               GO  TO        ROT-500-020.
           MOVE     CLI-TAB (IND1)  TO  CLI-DT1
           MOVE     NOM-TAB (IND1)  TO  NOM-DT1
           MOVE     PRX-TAB (IND1)  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     LIM-TAB (IND1)  TO  LIM-DT1
           COMPUTE  MED-AUX  ROUNDED  =  CNS-TAB (IND1)  /  12
           MOVE     MED-AUX  TO  MED-DT1
           MOVE     ZEROS    TO  PCT-AUX
           IF  LIM-TAB (IND1)  >  ZEROS  AND  MED-AUX  >  ZEROS
               COMPUTE  PCT-AUX  ROUNDED  =  MED-AUX  *  100
                                          /  LIM-TAB (IND1).
           IF  PCT-AUX   >   9999
               MOVE     9999     TO  PCT-AUX.
           MOVE     PCT-AUX  TO  PCT-DT1
           MOVE     DCL-TAB (IND1)  TO  DCL-DT2
           MOVE     QFA-TAB (IND1)  TO  QFA-DT2
           MOVE     VFA-TAB (IND1)  TO  VFA-DT2
           MOVE     QVC-TAB (IND1)  TO  QVC-DT2
           MOVE     ATR-TAB (IND1)  TO  ATR-DT2
           WRITE    REG-REL FROM DET-001
           WRITE    REG-REL FROM DET-002
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      3        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               MOVE     ZEROS    TO  ACM-LIN
               PERFORM  ROT-500-030.
           ADD      1        TO  IND1
           GO  TO   ROT-500-010.

       ROT-500-020.
           MOVE     QTD-TAB  TO  QTD-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           CLOSE    RELATO
           DISPLAY  MEN-019
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-500-030.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-600-000.
           MOVE     ZEROS    TO  IND2
           MOVE     1        TO  IND1.

       ROT-600-010.
           IF  IND1   >   QTD-TAB
               GO  TO        ROT-600-020.
           IF  CLI-TAB (IND1)  =  CLI-AUX
               MOVE     IND1     TO  IND2
               GO  TO        ROT-600-020.
           ADD      1        TO  IND1
           GO  TO   ROT-600-010.

       ROT-600-020.
           EXIT.

       ROT-800-000.
           MOVE     "DYN549" TO  PGM-ALT
           ACCEPT   DTA-ALT  FROM  DATE  YYYYMMDD
           MOVE     PRM-OPE  TO  OPE-ALT
           MOVE     ZEROS    TO  LCT-ALT.

       ROT-800-010.
           ADD      1        TO  LCT-ALT
           WRITE    REG-ALT  INVALID KEY
                    GO  TO   ROT-800-010.

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADFCC   CADCLI   CADALT
                    CADNTA   CADNTE   CADFAT
           CHAIN   "DYN500"  USING  PRM-001  PRM-OPE.
