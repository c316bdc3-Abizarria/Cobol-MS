       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN542.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADRQX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RQX.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

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

       FD  CADRQX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRQX.DAT".
       01  REG-RQX.
           03  CHV-RQX          PIC  9(06).
           03  PCA-RQX          PIC  X(07).
           03  DTA-RQX          PIC  9(06).
           03  KM-RQX           PIC  9(07).
           03  QTD-RQX          PIC  9(05)V9.
           03  MOT-RQX          PIC  9(04).
           03  CTG-RQX.
               05  CT1-RQX      PIC  X(01).
               05  FILLER       PIC  X(01).

       FD  CADCTT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTT.DAT".
       01  REG-CTT.
           03  CHV-CTT.
               05  FAT-CTT      PIC  9(06).
               05  NUM-CTT      PIC  9(06).
           03  TIP-CTT          PIC  9(01).
           03  CLI-CTT          PIC  X(10).
           03  DRQ-CTT          PIC  9(06).
           03  PCA-CTT          PIC  X(07).
           03  DTA-CTT          PIC  9(06).
           03  VAL-CTT          PIC  9(09)V99.
           03  MOT-CTT          PIC  X(30).
           03  RSP-CTT          PIC  X(20).
           03  SIT-CTT          PIC  9(01).
           03  DTS-CTT          PIC  9(06).
           03  VCR-CTT          PIC  9(09)V99.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-ERR          PIC  9(01).
           03  TIP-AUX          PIC  9(01).
           03  CLI-AUX          PIC  X(10).
           03  FAT-AUX          PIC  9(06).
           03  REQ-AUX          PIC  9(06).
           03  PCA-AUX          PIC  X(07).
           03  VAL-AUX          PIC  9(08)V99.
           03  VCR-AUX          PIC  9(08)V99.
           03  SDO-AUX          PIC  9(10)V99.
           03  VAL-CTS          PIC  9(10)V99.
           03  LIM-AUX          PIC S9(10)V99.
           03  MOT-AUX          PIC  X(30).
           03  RSP-AUX          PIC  X(20).
           03  SIT-AUX          PIC  X(10).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-REQ.
               05  ANO-REQ      PIC  9(02).
               05  MES-REQ      PIC  9(02).
               05  DIA-REQ      PIC  9(02).

           03  DTA-SOL.
               05  ANO-SOL      PIC  9(02).
               05  MES-SOL      PIC  9(02).
               05  DIA-SOL      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "RESOLUCAO".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-SIT.
           03  FILLER           PIC  X(10)  VALUE  "ABERTA".
           03  FILLER           PIC  X(10)  VALUE  "CONFIRMADA".
           03  FILLER           PIC  X(10)  VALUE  "CREDITADA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(10)  OCCURS  03.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTESTACAO DE REQUISICOES E FATURAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Tipo .........:    1
      -       "-Requisicao  2-Fatura       ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Cliente ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Fatura .......:     
      -       "     Saldo :                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Requisicao ...:     
      -       "     Data ..:   /  /        ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Placa ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Valor contest.:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Motivo .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Responsavel ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Data .........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Situacao .....:     
      -       "     Em ....:   /  /        ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Valor credito :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "   Contestacao"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Incluir    ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Resolver   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Consultar  ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 59 PIC X(21) FROM SPACES.

       01  TLA-004.
           03  LINE 07 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 60 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 63 PIC X(09) USING OPC-TLA
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 72 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 62 PIC X(15) FROM SPACES.

       01  ENT-001.
           03  TIP-ENT LINE 08 COLUMN 21 PIC 9(01)  USING TIP-AUX
                       BACKGROUND-COLOR  01.
           03  CLI-ENT LINE 09 COLUMN 21 PIC X(10)  USING CLI-AUX
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 09 COLUMN 32 PIC X(20)  FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  FAT-ENT LINE 10 COLUMN 21 PIC 9(06)  USING FAT-AUX
                       BACKGROUND-COLOR  01.
           03  SDO-ENT LINE 10 COLUMN 38 PIC ZZ.ZZZ.ZZ9,99
                       FROM  SDO-AUX     BACKGROUND-COLOR  01.
           03  REQ-ENT LINE 11 COLUMN 21 PIC 9(06)  USING REQ-AUX
                       BACKGROUND-COLOR  01.
           03  DRQ-ENT LINE 11 COLUMN 39 PIC 9(02)  FROM  DIA-REQ
                       BACKGROUND-COLOR  01.
           03  MRQ-ENT LINE 11 COLUMN 42 PIC 9(02)  FROM  MES-REQ
                       BACKGROUND-COLOR  01.
           03  ARQ-ENT LINE 11 COLUMN 45 PIC 9(02)  FROM  ANO-REQ
                       BACKGROUND-COLOR  01.
           03  PCA-ENT LINE 12 COLUMN 21 PIC X(07)  FROM  PCA-AUX
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 13 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       USING VAL-AUX     BACKGROUND-COLOR  01.
           03  MOT-ENT LINE 14 COLUMN 21 PIC X(30)  USING MOT-AUX
                       BACKGROUND-COLOR  01.
           03  RSP-ENT LINE 15 COLUMN 21 PIC X(20)  USING RSP-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 16 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 16 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 16 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 17 COLUMN 21 PIC X(10)  FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  DSL-ENT LINE 17 COLUMN 39 PIC 9(02)  FROM  DIA-SOL
                       BACKGROUND-COLOR  01.
           03  MSL-ENT LINE 17 COLUMN 42 PIC 9(02)  FROM  MES-SOL
                       BACKGROUND-COLOR  01.
           03  ASL-ENT LINE 17 COLUMN 45 PIC 9(02)  FROM  ANO-SOL
                       BACKGROUND-COLOR  01.
           03  VCR-ENT LINE 18 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       USING VCR-AUX     BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(31) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 38 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 39 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC X(07) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(30) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 39 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 07 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 08 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(23) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "TIPO: (1) REQUISICA
      -            "O OU (2) FATURA  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "FATURA  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA INEXISTENTE 
      -            "OU DE OUTRO CLIENTE !!!  -  TECLE [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA SEM SALDO OU
      -            " JA TOTALMENTE CONTESTADA !!!  -  [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "REQUISICAO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "REQUISICAO NAO ENCO
      -            "NTRADA P/ O CLIENTE !!!  -  TECLE [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DOCUMENTO JA CONTES
      -            "TADO !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR CONT
      -            "ESTADO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR INVALIDO OU M
      -            "AIOR QUE O SALDO !!!  -  TECLE [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MOTIVO DA 
      -            "CONTESTACAO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O RESPONSAVE
      -            "L PELA CONTESTACAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A CONTESTA
      -            "CAO OU (A)BANDONAR ?                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO GRAVADA
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA (000000 = RE
      -            "QUISICAO NAO FATURADA)  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "REQUISICAO (000000 
      -            "= CONTESTACAO DA FATURA)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO JA RESO
      -            "LVIDA !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "(C)ONFIRMAR A COBRA
      -            "NCA OU EMITIR (N)OTA DE CREDITO ?               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR DA N
      -            "OTA DE CREDITO  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "DOCUMENTO JA BAIXAD
      -            "O OU SEM SALDO P/ O CREDITO !!!  -  [ENTER]     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO RESOLVI
      -            "DA !!!  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ RE
      -            "TORNAR ...                                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADFAT   CADNTA
           OPEN     INPUT    CADCLI   CADRQX
           OPEN     I-O      CADCTT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     I-O      CADCTT.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  4
               GO  TO        ROT-000-020.
           IF  NUM-OPC   =   4
               CLOSE    CADFAT   CADNTA   CADCLI   CADRQX   CADCTT
               CHAIN   "DYN543"  USING  PRM-001.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC  NOT  =   1
               GO  TO        ROT-200-000.

       ROT-100-000.
           DISPLAY  TLA-002  LPA-001
           MOVE     ZEROS    TO  TIP-AUX  FAT-AUX  REQ-AUX  VAL-AUX
                                 VCR-AUX  SDO-AUX  LIM-AUX  DTA-REQ
                                 DTA-SOL
           MOVE     SPACES   TO  CLI-AUX  NOM-CLI  PCA-AUX  MOT-AUX
                                 RSP-AUX  SIT-AUX
           MOVE     DTA-SYS  TO  DTA-AUX.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (08 21)  TIP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  TIP-AUX   <   1  OR  >  2
               GO  TO        ROT-100-010.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (09 21)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-020.
           MOVE     CLI-AUX  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-020.
           DISPLAY  CLI-ENT  NOM-ENT.

       ROT-100-030.
           MOVE     ZEROS    TO  SDO-AUX
           DISPLAY  SDO-ENT
           IF  TIP-AUX   =   1
               DISPLAY       MEN-017
           ELSE
               DISPLAY       MEN-005.
           ACCEPT   (10 21)  FAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           IF  FAT-AUX   =   ZEROS  AND  TIP-AUX  =  2
               GO  TO        ROT-100-030.
           IF  FAT-AUX   =   ZEROS
               GO  TO        ROT-100-040.
           MOVE     FAT-AUX  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    DISPLAY  MEN-006
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-030.
           IF  CLI-FAT  NOT  =   CLI-AUX
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-030.
           PERFORM  ROT-560-000  THRU  ROT-560-020
           MOVE     VAL-FAT  TO  SDO-AUX
           COMPUTE  LIM-AUX  =   VAL-FAT  -  VAL-CTS
           DISPLAY  SDO-ENT
           IF  LIM-AUX  NOT  >   ZEROS
               DISPLAY       MEN-007
               ACCEPT        OPC-002
               GO  TO        ROT-100-030.
           IF  TIP-AUX   =   1
               GO  TO        ROT-100-040.
           MOVE     ZEROS    TO  REQ-AUX
           MOVE     FAT-AUX  TO  FAT-CTT
           MOVE     ZEROS    TO  NUM-CTT
           READ     CADCTT   INVALID KEY
                    GO  TO   ROT-100-050.
           DISPLAY  MEN-010
           ACCEPT   OPC-002
           GO  TO   ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-008
           ACCEPT   (11 21)  REQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  REQ-AUX   =   ZEROS
               GO  TO        ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC  PCA-AUX
           MOVE     ZEROS    TO  DTA-REQ
           MOVE     FAT-AUX  TO  FAT-CTT
           MOVE     REQ-AUX  TO  NUM-CTT
           READ     CADCTT   INVALID KEY
                    GO  TO   ROT-100-042.
           DISPLAY  MEN-010
           ACCEPT   OPC-002
           GO  TO   ROT-100-040.

       ROT-100-042.
           IF  FAT-AUX  NOT  =   ZEROS
               GO  TO        ROT-100-044.
           PERFORM  ROT-570-000  THRU  ROT-570-020
           IF  FLG-ERR   =   1
               DISPLAY       MEN-009
               ACCEPT        OPC-002
               GO  TO        ROT-100-040.
           MOVE     DTA-NTA  TO  DTA-REQ
           MOVE     PCA-NTA  TO  PCA-AUX
           MOVE     VAL-NTA  TO  LIM-AUX  VAL-AUX
           GO  TO   ROT-100-046.

       ROT-100-044.
           MOVE     REQ-AUX  TO  CHV-RQX
           READ     CADRQX   INVALID KEY
                    GO  TO   ROT-100-046.
           MOVE     DTA-RQX  TO  DTA-REQ
           MOVE     PCA-RQX  TO  PCA-AUX.

       ROT-100-046.
           DISPLAY  DRQ-ENT  MRQ-ENT  ARQ-ENT  PCA-ENT.

       ROT-100-050.
           DISPLAY  MEN-011
           IF  TIP-AUX   =   2  AND  VAL-AUX  =  ZEROS
               MOVE     LIM-AUX  TO  VAL-AUX.
           ACCEPT   (13 21)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01  AND  TIP-AUX  =  1
               GO  TO        ROT-100-040.
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  VAL-AUX   =   ZEROS  OR  VAL-AUX  >  LIM-AUX
               DISPLAY       MEN-012
               ACCEPT        OPC-002
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-013
           ACCEPT   (14 21)  MOT-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  MOT-AUX   =   SPACES
               GO  TO        ROT-100-060.

       ROT-100-070.
           DISPLAY  MEN-014
           ACCEPT   (15 21)  RSP-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  RSP-AUX   =   SPACES
               GO  TO        ROT-100-070.
           DISPLAY  DIA-ENT  MES-ENT  ANO-ENT.

       ROT-100-080.
           DISPLAY  MEN-015
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-080.
           MOVE     FAT-AUX  TO  FAT-CTT
           MOVE     REQ-AUX  TO  NUM-CTT
           MOVE     TIP-AUX  TO  TIP-CTT
           MOVE     CLI-AUX  TO  CLI-CTT
           MOVE     DTA-REQ  TO  DRQ-CTT
           MOVE     PCA-AUX  TO  PCA-CTT
           MOVE     DTA-AUX  TO  DTA-CTT
           MOVE     VAL-AUX  TO  VAL-CTT
           MOVE     MOT-AUX  TO  MOT-CTT
           MOVE     RSP-AUX  TO  RSP-CTT
           MOVE     1        TO  SIT-CTT
           MOVE     ZEROS    TO  DTS-CTT  VCR-CTT
           MOVE     SPACES   TO  RSP-OPC
           WRITE    REG-CTT  INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-000.
           MOVE     SIT-TAB (1)  TO  SIT-AUX
           DISPLAY  SIT-ENT  MEN-016
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  TLA-002  LPA-001
           MOVE     ZEROS    TO  FAT-AUX  REQ-AUX.

       ROT-200-010.
           DISPLAY  MEN-017
           ACCEPT   (10 21)  FAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.

       ROT-200-020.
           DISPLAY  MEN-018
           ACCEPT   (11 21)  REQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  FAT-AUX   =   ZEROS  AND  REQ-AUX  =  ZEROS
               GO  TO        ROT-200-010.
           MOVE     FAT-AUX  TO  FAT-CTT
           MOVE     REQ-AUX  TO  NUM-CTT
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCTT   INVALID KEY
                    DISPLAY  MEN-019
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-010.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           IF  NUM-OPC   =   3
               DISPLAY       MEN-025
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           IF  SIT-CTT  NOT  =   1
               DISPLAY       MEN-020
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.

       ROT-200-030.
           DISPLAY  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "C"
               MOVE     2        TO  SIT-CTT
               MOVE     ZEROS    TO  VCR-CTT
               GO  TO        ROT-200-050.
           IF  RSP-OPC  NOT  =   "N"
               GO  TO        ROT-200-030.
           MOVE     VAL-CTT  TO  VCR-AUX.

       ROT-200-040.
           DISPLAY  MEN-022
           ACCEPT   (18 21)  VCR-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VCR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  VCR-AUX   =   ZEROS  OR  VCR-AUX  >  VAL-CTT
               DISPLAY       MEN-012
               ACCEPT        OPC-002
               GO  TO        ROT-200-040.
           PERFORM  ROT-600-000  THRU  ROT-600-020
           IF  FLG-ERR   =   1
               DISPLAY       MEN-023
               ACCEPT        OPC-002
               GO  TO        ROT-200-040.
           MOVE     3        TO  SIT-CTT
           MOVE     VCR-AUX  TO  VCR-CTT.

       ROT-200-050.
           MOVE     DTA-SYS  TO  DTS-CTT
           REWRITE  REG-CTT
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-560-000.
           MOVE     ZEROS    TO  VAL-CTS
           MOVE     FAT-AUX  TO  FAT-CTT
           MOVE     ZEROS    TO  NUM-CTT
           START    CADCTT   KEY NOT LESS CHV-CTT
                    INVALID  KEY GO  TO   ROT-560-020.

       ROT-560-010.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-560-020.
           IF  FAT-CTT  NOT  =   FAT-AUX
               GO  TO        ROT-560-020.
           IF  SIT-CTT   =   1
               ADD      VAL-CTT  TO  VAL-CTS.
           GO  TO   ROT-560-010.

       ROT-560-020.
           EXIT.

       ROT-570-000.
           MOVE     1        TO  FLG-ERR
           MOVE     CLI-AUX  TO  CLI-NTA
           MOVE     ZEROS    TO  DTA-NTA  NUM-NTA
           START    CADNTA   KEY NOT LESS CHV-NTA
                    INVALID  KEY GO  TO   ROT-570-020.

       ROT-570-010.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-570-020.
           IF  CLI-NTA  NOT  =   CLI-AUX
               GO  TO        ROT-570-020.
           IF  NUM-NTA  NOT  =   REQ-AUX
               GO  TO        ROT-570-010.
           MOVE     0        TO  FLG-ERR.

       ROT-570-020.
           EXIT.

       ROT-600-000.
           MOVE     1        TO  FLG-ERR
           IF  FAT-CTT   =   ZEROS
               GO  TO        ROT-600-010.
           MOVE     FAT-CTT  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    GO  TO   ROT-600-020.
           IF  VAL-FAT   <   VCR-AUX
               GO  TO        ROT-600-020.
           SUBTRACT VCR-AUX  FROM  VAL-FAT
           MOVE     0        TO  FLG-ERR
           IF  VAL-FAT   =   ZEROS
               DELETE   CADFAT
               GO  TO        ROT-600-020.
           REWRITE  REG-FAT
           GO  TO   ROT-600-020.

       ROT-600-010.
           MOVE     CLI-CTT  TO  CLI-NTA
           MOVE     DRQ-CTT  TO  DTA-NTA
           MOVE     NUM-CTT  TO  NUM-NTA
           READ     CADNTA   INVALID KEY
                    GO  TO   ROT-600-020.
           IF  VAL-NTA   <   VCR-AUX
               GO  TO        ROT-600-020.
           SUBTRACT VCR-AUX  FROM  VAL-NTA
           MOVE     0        TO  FLG-ERR
           IF  VAL-NTA   =   ZEROS
               DELETE   CADNTA
               GO  TO        ROT-600-020.
           REWRITE  REG-NTA.

       ROT-600-020.
           EXIT.

       ROT-700-000.
           MOVE     TIP-CTT  TO  TIP-AUX
           MOVE     CLI-CTT  TO  CLI-AUX  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     FAT-CTT  TO  FAT-AUX  CHV-FAT
           MOVE     NUM-CTT  TO  REQ-AUX
           MOVE     DRQ-CTT  TO  DTA-REQ
           MOVE     PCA-CTT  TO  PCA-AUX
           MOVE     VAL-CTT  TO  VAL-AUX
           MOVE     MOT-CTT  TO  MOT-AUX
           MOVE     RSP-CTT  TO  RSP-AUX
           MOVE     DTA-CTT  TO  DTA-AUX
           MOVE     DTS-CTT  TO  DTA-SOL
           MOVE     VCR-CTT  TO  VCR-AUX
           MOVE     SPACES   TO  SIT-AUX
           IF  SIT-CTT   >   0  AND  <  4
               MOVE     SIT-TAB (SIT-CTT)  TO  SIT-AUX.
           MOVE     ZEROS    TO  SDO-AUX
           READ     CADFAT   INVALID KEY
                    MOVE     ZEROS    TO  VAL-FAT.
           IF  FAT-CTT  NOT  =   ZEROS  AND  VAL-FAT  >  ZEROS
               MOVE     VAL-FAT  TO  SDO-AUX.
           DISPLAY  ENT-001.

       ROT-700-010.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADFAT   CADNTA   CADCLI   CADRQX   CADCTT
           CHAIN   "DYN500"  USING  PRM-001.
