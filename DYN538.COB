       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN538.
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

           SELECT      CADLRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LRC.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
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

       FD  CADLRC      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADLRC.DAT".
       01  REG-LRC.
           03  CHV-LRC.
               05  TIP-LRC      PIC  9(01).
               05  NUM-LRC      PIC  9(06).
           03  CLI-LRC          PIC  X(10).
           03  VAL-LRC          PIC S9(10)V99.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  REG-LBC.
           03  CHV-LBC.
               05  BCO-LBC      PIC  9(03).
               05  DTA-LBC      PIC  9(06).
               05  LCT-LBC      PIC  9(03).
           03  FLG-LBC          PIC  9(01).
           03  DOC-LBC          PIC  9(06).
           03  HST-LBC          PIC  X(20).
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

       FD  CADDBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDBC.DAT".
       01  REG-DBC.
           03  CHV-DBC          PIC  9(06).
           03  CLI-DBC          PIC  X(10).
           03  BCO-DBC          PIC  9(03).
           03  BDR-DBC          PIC  9(06).
           03  DTA-DBC.
               05  ANO-DBC      PIC  9(02).
               05  MES-DBC      PIC  9(02).
               05  DIA-DBC      PIC  9(02).
           03  VCT-DBC.
               05  ANV-DBC      PIC  9(02).
               05  MEV-DBC      PIC  9(02).
               05  DIV-DBC      PIC  9(02).
           03  VAL-DBC          PIC  9(10)V99.
           03  TXA-DBC          PIC  9(02)V9999.
           03  JUR-DBC          PIC  9(10)V99.
           03  TAR-DBC          PIC  9(06)V99.
           03  LIQ-DBC          PIC  9(10)V99.
           03  SIT-DBC          PIC  9(01).
           03  DTS-DBC          PIC  9(06).
           03  VRC-DBC          PIC  9(10)V99.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-ERR          PIC  9(01).
           03  IND              PIC  9(02).
           03  QTD-TAB          PIC  9(02).
           03  FAT-AUX          PIC  9(06).
           03  BCO-AUX          PIC  9(03).
           03  BDR-AUX          PIC  9(06).
           03  TXA-AUX          PIC  9(02)V9999.
           03  TAR-AUX          PIC  9(06)V99.
           03  ENC-AUX          PIC  9(06)V99.
           03  QTD-DIA          PIC  9(03).
           03  VAL-AUX          PIC  9(10)V99.
           03  JUR-AUX          PIC  9(10)V99.
           03  DST-AUX          PIC  9(10)V99.
           03  LIQ-AUX          PIC S9(10)V99.
           03  TOT-LIQ          PIC  9(11)V99.
           03  SIT-AUX          PIC  X(08).
           03  SER-DSC          PIC  9(06).
           03  SER-VCT          PIC  9(06).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-VCT.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HST-RCP.
               05  FILLER       PIC  X(13)  VALUE  "RECOMPRA FAT ".
               05  FAT-HST      PIC  9(06).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "BORDERO  ".
           03  FILLER           PIC  X(09)  VALUE  "RECOMPRA ".
           03  FILLER           PIC  X(09)  VALUE  "LIQUIDA  ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-BDR.
           03  LIN-TAB                      OCCURS  50.
               05  FAT-TAB      PIC  9(06).
               05  CLI-TAB      PIC  X(10).
               05  VCT-TAB      PIC  9(06).
               05  VAL-TAB      PIC  9(10)V99.
               05  JUR-TAB      PIC  9(10)V99.
               05  LIQ-TAB      PIC  9(10)V99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " DESCONTO BANCARIO DE FATURAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Banco ........:     
      -       "-                           ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Bordero ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Data .........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Taxa mensal % :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Tarifa/titulo :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Situacao .....:     
      -       "     Encargos :             ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Fatura .......:     
      -       "        Cliente:            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Vencimento ...:   / 
      -       " /       Dias ....:         ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Valor ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Desagio/tarifa:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Liquido ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ? Titulos ......:     
      -       " Liq. total:                ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "    Desconto"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Bordero    ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Recompra   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Liquidacao ? "
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
           03  BCO-ENT LINE 08 COLUMN 21 PIC 9(03)  USING BCO-AUX
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 08 COLUMN 27 PIC X(15)  FROM  NOM-BCO
                       BACKGROUND-COLOR  01.
           03  BDR-ENT LINE 09 COLUMN 21 PIC 9(06)  USING BDR-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 10 COLUMN 21 PIC 9(02)  USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 10 COLUMN 24 PIC 9(02)  USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 10 COLUMN 27 PIC 9(02)  USING ANO-AUX
                       BACKGROUND-COLOR  01.
           03  TXA-ENT LINE 11 COLUMN 21 PIC Z9,9999
                       USING TXA-AUX     BACKGROUND-COLOR  01.
           03  TAR-ENT LINE 12 COLUMN 21 PIC ZZZ.ZZ9,99
                       USING TAR-AUX     BACKGROUND-COLOR  01.
           03  QTD-ENT LINE 19 COLUMN 21 PIC ZZ9
                       FROM  QTD-TAB     BACKGROUND-COLOR  01.
           03  TOT-ENT LINE 19 COLUMN 38 PIC ZZ.ZZZ.ZZ9,99
                       FROM  TOT-LIQ     BACKGROUND-COLOR  01.

       01  ENT-002.
           03  SIT-ENT LINE 13 COLUMN 21 PIC X(08)  FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  ENC-ENT LINE 13 COLUMN 41 PIC ZZ.ZZ9,99
                       USING ENC-AUX     BACKGROUND-COLOR  01.
           03  FAT-ENT LINE 14 COLUMN 21 PIC 9(06)  USING FAT-AUX
                       BACKGROUND-COLOR  01.
           03  CLI-ENT LINE 14 COLUMN 42 PIC X(10)  FROM  CLI-FAT
                       BACKGROUND-COLOR  01.
           03  DVC-ENT LINE 15 COLUMN 21 PIC 9(02)  FROM  DIA-VCT
                       BACKGROUND-COLOR  01.
           03  MVC-ENT LINE 15 COLUMN 24 PIC 9(02)  FROM  MES-VCT
                       BACKGROUND-COLOR  01.
           03  AVC-ENT LINE 15 COLUMN 27 PIC 9(02)  FROM  ANO-VCT
                       BACKGROUND-COLOR  01.
           03  DIAS-ENT LINE 15 COLUMN 45 PIC ZZ9   FROM  QTD-DIA
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 16 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VAL-AUX     BACKGROUND-COLOR  01.
           03  DST-ENT LINE 17 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  DST-AUX     BACKGROUND-COLOR  01.
           03  LIQ-ENT LINE 18 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  LIQ-AUX     BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(21) FROM "    -"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(07) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 21 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 38 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 13 COLUMN 21 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 41 PIC X(09) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 42 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 45 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(13) FROM SPACES
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
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "BORDERO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO DE
      -            "SCONTO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DATA INVALIDA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A TAXA MENSA
      -            "L DE DESCONTO (%)  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A TARIFA COB
      -            "RADA POR TITULO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "FATURA  -  [ESC] ENCERRA O BORDERO ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA JA DESCONTAD
      -            "A !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA VENCIDA OU S
      -            "EM SALDO - NAO PODE SER DESCONTADA  -  [ENTER]  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA COM RECEBIME
      -            "NTO PENDENTE !!!  -  TECLE [ENTER] ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IN
      -            "CLUIR A FATURA NO BORDERO  -  [ESC] RETORNA     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "BORDERO COMPLETO (5
      -            "0 FATURAS)  -  TECLE [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O BORDERO 
      -            "E CREDITAR O BANCO OU (A)BANDONAR ?             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "BORDERO GRAVADO E C
      -            "REDITADO NO BANCO !!!  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "FATURA  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA NAO DESCONTA
      -            "DA OU JA BAIXADA !!!  -  TECLE [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE OS ENCARGOS 
      -            "COBRADOS PELO BANCO  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ DE
      -            "BITAR A RECOMPRA NO BANCO  -  [ESC] RETORNA     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ BA
      -            "IXAR A FATURA PAGA NO BANCO  -  [ESC] RETORNA   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO CONCLUIDA 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADFAT   CADLBC
           OPEN     INPUT    CADLRC   CADBCO
           OPEN     I-O      CADDBC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     I-O      CADDBC.

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
               CLOSE    CADFAT   CADLBC   CADLRC   CADBCO   CADDBC
               CHAIN   "DYN539"  USING  PRM-001.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC   =   2  OR  3
               GO  TO        ROT-200-000.

       ROT-100-000.
           DISPLAY  TLA-002  LPA-001  LPA-002
           MOVE     ZEROS    TO  BCO-AUX  BDR-AUX  TXA-AUX  TAR-AUX
                                 QTD-TAB  TOT-LIQ
           MOVE     SPACES   TO  NOM-BCO
           MOVE     DTA-SYS  TO  DTA-AUX.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (08 21)  BCO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  BCO-AUX   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     BCO-AUX  TO  CHV-BCO
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-010.
           DISPLAY  BCO-ENT  NOM-ENT.

       ROT-100-020.
           DISPLAY  MEN-004
           ACCEPT   (09 21)  BDR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  BDR-AUX   =   ZEROS
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-005
           ACCEPT   (10 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           ACCEPT   (10 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           ACCEPT   (10 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-AUX   <   1  OR  >  31  OR
               MES-AUX   <   1  OR  >  12
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-030.
           COMPUTE  SER-DSC  =   ANO-AUX  *  360
                             +   MES-AUX  *  30   +  DIA-AUX.

       ROT-100-040.
           DISPLAY  MEN-007
           ACCEPT   (11 21)  TXA-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TXA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-008
           ACCEPT   (12 21)  TAR-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TAR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           DISPLAY  QTD-ENT  TOT-ENT.

       ROT-100-060.
           DISPLAY  LPA-002  MEN-009
           MOVE     ZEROS    TO  FAT-AUX
           ACCEPT   (14 21)  FAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           IF  FAT-AUX   =   ZEROS
               GO  TO        ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-TAB   =   50
               DISPLAY       MEN-015
               ACCEPT        OPC-002
               GO  TO        ROT-100-080.
           PERFORM  ROT-500-000  THRU  ROT-500-030
           IF  FLG-ERR   =   1
               GO  TO        ROT-100-060.
           DISPLAY  ENT-002  MEN-014
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           ADD      1        TO  QTD-TAB
           MOVE     QTD-TAB  TO  IND
           MOVE     CHV-FAT  TO  FAT-TAB (IND)
           MOVE     CLI-FAT  TO  CLI-TAB (IND)
           MOVE     DTA-VCT  TO  VCT-TAB (IND)
           MOVE     VAL-AUX  TO  VAL-TAB (IND)
           MOVE     JUR-AUX  TO  JUR-TAB (IND)
           MOVE     LIQ-AUX  TO  LIQ-TAB (IND)
           ADD      LIQ-AUX  TO  TOT-LIQ
           DISPLAY  QTD-ENT  TOT-ENT
           GO  TO   ROT-100-060.

       ROT-100-080.
           IF  QTD-TAB   =   ZEROS
               GO  TO        ROT-100-050.
           DISPLAY  MEN-016
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-080.
           MOVE     1        TO  IND
           PERFORM  ROT-600-000  THRU  ROT-600-010
           PERFORM  ROT-650-000  THRU  ROT-650-020
           DISPLAY  MEN-017
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  TLA-002  LPA-001  LPA-002  MEN-018
           MOVE     ZEROS    TO  FAT-AUX  ENC-AUX
           ACCEPT   (14 21)  FAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  FAT-AUX   =   ZEROS
               GO  TO        ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     FAT-AUX  TO  CHV-DBC
           READ     CADDBC   INVALID KEY
                    DISPLAY  MEN-019
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-000.
           IF  SIT-DBC  NOT  =   1
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           MOVE     FAT-AUX  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-000.
           MOVE     BCO-DBC  TO  BCO-AUX  CHV-BCO
           READ     CADBCO   INVALID KEY
                    MOVE     SPACES   TO  NOM-BCO.
           MOVE     BDR-DBC  TO  BDR-AUX
           MOVE     DTA-DBC  TO  DTA-AUX
           MOVE     TXA-DBC  TO  TXA-AUX
           MOVE     TAR-DBC  TO  TAR-AUX
           MOVE     VCT-DBC  TO  DTA-VCT
           MOVE     VAL-DBC  TO  VAL-AUX
           MOVE     LIQ-DBC  TO  LIQ-AUX
           COMPUTE  DST-AUX  =   JUR-DBC  +  TAR-DBC
           COMPUTE  SER-VCT  =   ANV-DBC  *  360
                             +   MEV-DBC  *  30   +  DIV-DBC
           COMPUTE  SER-DSC  =   ANO-DBC  *  360
                             +   MES-DBC  *  30   +  DIA-DBC
           MOVE     ZEROS    TO  QTD-DIA
           IF  SER-VCT   >   SER-DSC
               COMPUTE  QTD-DIA  =   SER-VCT  -  SER-DSC.
           MOVE     "ABERTA" TO  SIT-AUX
           DISPLAY  ENT-001  ENT-002
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.

       ROT-200-010.
           DISPLAY  MEN-020
           ACCEPT   (13 41)  ENC-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           DISPLAY  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           COMPUTE  VRC-DBC  =   VAL-DBC  +  ENC-AUX
           MOVE     3        TO  SIT-DBC
           MOVE     DTA-SYS  TO  DTS-DBC
           REWRITE  REG-DBC
           MOVE     BCO-DBC  TO  BCO-LBC
           MOVE     DTA-SYS  TO  DTA-LBC
           MOVE     ZEROS    TO  LCT-LBC
           MOVE     BDR-DBC  TO  DOC-LBC
           MOVE     CHV-DBC  TO  FAT-HST
           MOVE     HST-RCP  TO  HST-LBC
           MOVE     0        TO  FLG-LBC
           MOVE     2        TO  COD-LBC
           MOVE     VRC-DBC  TO  VAL-LBC
           PERFORM  ROT-650-010  THRU  ROT-650-020
           MOVE     "RECOMPRA"  TO  SIT-AUX
           DISPLAY  SIT-ENT  MEN-023
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           DISPLAY  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           MOVE     2        TO  SIT-DBC
           MOVE     DTA-SYS  TO  DTS-DBC
           MOVE     ZEROS    TO  VRC-DBC
           REWRITE  REG-DBC
           DELETE   CADFAT   INVALID KEY
                    MOVE     ZEROS    TO  CHV-FAT.
           MOVE     "PAGA"   TO  SIT-AUX
           DISPLAY  SIT-ENT  MEN-023
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-500-000.
           MOVE     1        TO  FLG-ERR
           MOVE     FAT-AUX  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-030.
           MOVE     FAT-AUX  TO  CHV-DBC
           READ     CADDBC   INVALID KEY
                    GO  TO   ROT-500-010.
           IF  SIT-DBC  NOT  =   3
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.

       ROT-500-010.
           MOVE     1        TO  IND.

       ROT-500-015.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-500-020.
           IF  FAT-TAB (IND)  =  FAT-AUX
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           ADD      1        TO  IND
           GO  TO   ROT-500-015.

       ROT-500-020.
           MOVE     1        TO  TIP-LRC
           MOVE     FAT-AUX  TO  NUM-LRC
           READ     CADLRC   INVALID KEY
                    GO  TO   ROT-500-025.
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-500-030.

       ROT-500-025.
           MOVE     ANO-FAT  TO  ANO-VCT
           MOVE     MES-FAT  TO  MES-VCT
           MOVE     DIA-FAT  TO  DIA-VCT
           ADD      1        TO  MES-VCT
           IF  MES-VCT   >   12
               MOVE      1   TO  MES-VCT
               ADD       1   TO  ANO-VCT.
           COMPUTE  SER-VCT  =   ANO-FAT  *  360
                             +   MES-FAT  *  30   +  DIA-FAT  +  30
           MOVE     ZEROS    TO  QTD-DIA  VAL-AUX
           IF  SER-VCT   >   SER-DSC
               COMPUTE  QTD-DIA  =   SER-VCT  -  SER-DSC.
           IF  VAL-FAT   >   ZEROS
               MOVE     VAL-FAT  TO  VAL-AUX.
           COMPUTE  JUR-AUX  ROUNDED  =  VAL-AUX  *  TXA-AUX
                                      *  QTD-DIA  /  3000
           COMPUTE  DST-AUX  =   JUR-AUX  +  TAR-AUX
           COMPUTE  LIQ-AUX  =   VAL-AUX  -  DST-AUX
           MOVE     SPACES   TO  SIT-AUX
           MOVE     ZEROS    TO  ENC-AUX
           IF  QTD-DIA   =   ZEROS  OR  LIQ-AUX  NOT  >  ZEROS
               DISPLAY       ENT-002  MEN-012
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           MOVE     0        TO  FLG-ERR.

       ROT-500-030.
           EXIT.

       ROT-600-000.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-600-010.
           MOVE     FAT-TAB (IND)  TO  CHV-DBC
           MOVE     CLI-TAB (IND)  TO  CLI-DBC
           MOVE     BCO-AUX  TO  BCO-DBC
           MOVE     BDR-AUX  TO  BDR-DBC
           MOVE     DTA-AUX  TO  DTA-DBC
           MOVE     VCT-TAB (IND)  TO  VCT-DBC
           MOVE     VAL-TAB (IND)  TO  VAL-DBC
           MOVE     TXA-AUX  TO  TXA-DBC
           MOVE     JUR-TAB (IND)  TO  JUR-DBC
           MOVE     TAR-AUX  TO  TAR-DBC
           MOVE     LIQ-TAB (IND)  TO  LIQ-DBC
           MOVE     1        TO  SIT-DBC
           MOVE     DTA-AUX  TO  DTS-DBC
           MOVE     ZEROS    TO  VRC-DBC
           WRITE    REG-DBC  INVALID KEY
                    REWRITE  REG-DBC.
           ADD      1        TO  IND
           GO  TO   ROT-600-000.

       ROT-600-010.
           EXIT.

       ROT-650-000.
           MOVE     BCO-AUX  TO  BCO-LBC
           MOVE     DTA-AUX  TO  DTA-LBC
           MOVE     ZEROS    TO  LCT-LBC
           MOVE     BDR-AUX  TO  DOC-LBC
           MOVE     "DESCONTO BORDERO"  TO  HST-LBC
           MOVE     0        TO  FLG-LBC
           MOVE     1        TO  COD-LBC
           MOVE     TOT-LIQ  TO  VAL-LBC.

       ROT-650-010.
           ADD      1        TO  LCT-LBC
           WRITE    REG-LBC  INVALID KEY
                    GO  TO   ROT-650-010.

       ROT-650-020.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADFAT   CADLBC   CADLRC   CADBCO   CADDBC
           CHAIN   "DYN500"  USING  PRM-001.
