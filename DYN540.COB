       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN540.
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

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      CADLRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LRC.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADACD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ACD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPAC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAC
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

       FD  CADCTR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTR.DAT".
       01  REG-CTR.
           03  DIA-CTR          PIC  9(02).
           03  DTI-CTR          PIC  9(06).
           03  DTC-CTR          PIC  9(06).
           03  DTD-CTR          PIC  9(06).
           03  FAT-CTR          PIC  9(06).
           03  PCT-CTR          PIC  9(02)V99.
           03  SIT-CTR          PIC  X(01).
           03  CHK-CTR.
               05  ATV-CTR      PIC  9(01).
               05  PRX-CTR      PIC  9(01).
               05  SUF-CTR      PIC  9(03).
               05  LCT-CTR      PIC  9(03).

       FD  CADLRC      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADLRC.DAT".
       01  REG-LRC.
           03  CHV-LRC.
               05  TIP-LRC      PIC  9(01).
               05  NUM-LRC      PIC  9(06).
           03  CLI-LRC          PIC  X(10).
           03  VAL-LRC          PIC S9(10)V99.

       FD  CADDBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDBC.DAT".
       01  REG-DBC.
           03  CHV-DBC          PIC  9(06).
           03  CLI-DBC          PIC  X(10).
           03  BCO-DBC          PIC  9(03).
           03  BDR-DBC          PIC  9(06).
           03  DTA-DBC          PIC  9(06).
           03  VCT-DBC          PIC  9(06).
           03  VAL-DBC          PIC  9(10)V99.
           03  TXA-DBC          PIC  9(02)V9999.
           03  JUR-DBC          PIC  9(10)V99.
           03  TAR-DBC          PIC  9(06)V99.
           03  LIQ-DBC          PIC  9(10)V99.
           03  SIT-DBC          PIC  9(01).
           03  DTS-DBC          PIC  9(06).
           03  VRC-DBC          PIC  9(10)V99.

       FD  CADACD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADACD.DAT".
       01  REG-ACD.
           03  CHV-ACD          PIC  9(06).
           03  CLI-ACD          PIC  X(10).
           03  DTA-ACD          PIC  9(06).
           03  QTF-ACD          PIC  9(02).
           03  VOR-ACD          PIC  9(10)V99.
           03  TIP-ACD          PIC  X(01).
           03  PCT-ACD          PIC  9(02)V99.
           03  VJD-ACD          PIC  9(10)V99.
           03  VAL-ACD          PIC  9(10)V99.
           03  QTP-ACD          PIC  9(02).
           03  SIT-ACD          PIC  9(01).
           03  DTS-ACD          PIC  9(06).
           03  TAB-ACD.
               05  PAR-ACD                  OCCURS  24.
                   07  PFT-ACD  PIC  9(06).
                   07  PVC-ACD  PIC  9(06).
                   07  PVL-ACD  PIC  9(10)V99.

       FD  CADPAC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPAC.DAT".
       01  REG-PAC.
           03  CHV-PAC.
               05  FAT-PAC      PIC  9(06).
               05  ACD-PAC      PIC  9(06).
           03  TIP-PAC          PIC  9(01).
           03  DTA-PAC          PIC  9(06).
           03  VAL-PAC          PIC  9(10)V99.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-ERR          PIC  9(01).
           03  FLG-ACD          PIC  9(01).
           03  IND              PIC  9(02).
           03  IND-ATR          PIC  9(02).
           03  QTD-TAB          PIC  9(02).
           03  QTD-PAG          PIC  9(02).
           03  QTP-AUX          PIC  9(02).
           03  TOL-AUX          PIC  9(02).
           03  QTD-ROM          PIC  9(03).
           03  QTD-QUI          PIC  9(03).
           03  ACD-AUX          PIC  9(06).
           03  FAT-AUX          PIC  9(06).
           03  FAT-INI          PIC  9(06).
           03  FAT-FIN          PIC  9(06).
           03  CLI-AUX          PIC  X(10).
           03  TIP-AUX          PIC  X(01).
           03  PCT-AUX          PIC  9(02)V99.
           03  VAL-AUX          PIC  9(10)V99.
           03  TOT-ORI          PIC  9(10)V99.
           03  VJD-AUX          PIC  9(10)V99.
           03  TOT-ACD          PIC  9(10)V99.
           03  PAR-VAL          PIC  9(10)V99.
           03  SDO-AUX          PIC  9(10)V99.
           03  SIT-AUX          PIC  X(08).
           03  SER-HOJ          PIC  9(06).
           03  SER-VCT          PIC S9(06).
           03  DIA-ATR          PIC S9(06).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-VCT.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).

           03  DTA-PAR.
               05  ANO-PAR      PIC  9(02).
               05  MES-PAR      PIC  9(02).
               05  DIA-PAR      PIC  9(02).

           03  DTA-EMI.
               05  ANO-EMI      PIC  9(02).
               05  MES-EMI      PIC  9(02).
               05  DIA-EMI      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-ORI.
           03  LIN-ORI                      OCCURS  30.
               05  FAT-ORI      PIC  9(06).
               05  DTA-ORI      PIC  9(06).
               05  VAL-ORI      PIC  9(10)V99.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
           03  FILLER           PIC  X(09)  VALUE  "VERIFICA ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-SIT.
           03  FILLER           PIC  X(08)  VALUE  "ATIVO".
           03  FILLER           PIC  X(08)  VALUE  "QUITADO".
           03  FILLER           PIC  X(08)  VALUE  "ROMPIDO".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(08)  OCCURS  03.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " ACORDOS DE PARCELAMENTO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Acordo .......:     
      -       "     Data ..:   /  /        ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Cliente ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Fatura .......:     
      -       "     Valor :                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Qtd. faturas .:     
      -       "     Total :                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? (J)uros/(D)esc:   % 
      -       "       Valor:               ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Total acordo .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Parcelas .....:     
      -       "     1o Vencto:   /  /      ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Valor parcela :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Faturas parc. :     
      -       "   a                        ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Situacao .....:     
      -       "       Pagas:   /           ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Saldo ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ? Tolerancia ...:     
      -       "Romp.:      Quit.:          ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "     Acordos"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Incluir    ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Consultar  ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Verificar  ? "
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
           03  ACD-ENT LINE 08 COLUMN 21 PIC 9(06)  USING ACD-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 08 COLUMN 39 PIC 9(02)  USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 08 COLUMN 42 PIC 9(02)  USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 08 COLUMN 45 PIC 9(02)  USING ANO-AUX
                       BACKGROUND-COLOR  01.
           03  CLI-ENT LINE 09 COLUMN 21 PIC X(10)  USING CLI-AUX
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 09 COLUMN 32 PIC X(20)  FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  QTF-ENT LINE 11 COLUMN 21 PIC Z9     FROM  QTD-TAB
                       BACKGROUND-COLOR  01.
           03  VOR-ENT LINE 11 COLUMN 38 PIC ZZ.ZZZ.ZZ9,99
                       FROM  TOT-ORI     BACKGROUND-COLOR  01.
           03  TIP-ENT LINE 12 COLUMN 21 PIC X(01)  USING TIP-AUX
                       BACKGROUND-COLOR  01.
           03  PCT-ENT LINE 12 COLUMN 25 PIC Z9,99
                       USING PCT-AUX     BACKGROUND-COLOR  01.
           03  VJD-ENT LINE 12 COLUMN 38 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VJD-AUX     BACKGROUND-COLOR  01.
           03  TOT-ENT LINE 13 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  TOT-ACD     BACKGROUND-COLOR  01.
           03  QTP-ENT LINE 14 COLUMN 21 PIC Z9     USING QTP-AUX
                       BACKGROUND-COLOR  01.
           03  DVC-ENT LINE 14 COLUMN 41 PIC 9(02)  USING DIA-VCT
                       BACKGROUND-COLOR  01.
           03  MVC-ENT LINE 14 COLUMN 44 PIC 9(02)  USING MES-VCT
                       BACKGROUND-COLOR  01.
           03  AVC-ENT LINE 14 COLUMN 47 PIC 9(02)  USING ANO-VCT
                       BACKGROUND-COLOR  01.
           03  PAR-ENT LINE 15 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  PAR-VAL     BACKGROUND-COLOR  01.
           03  FTI-ENT LINE 16 COLUMN 21 PIC 9(06)  FROM  FAT-INI
                       BACKGROUND-COLOR  01.
           03  FTF-ENT LINE 16 COLUMN 30 PIC 9(06)  FROM  FAT-FIN
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 17 COLUMN 21 PIC X(08)  FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  PAG-ENT LINE 17 COLUMN 39 PIC Z9     FROM  QTD-PAG
                       BACKGROUND-COLOR  01.
           03  QTT-ENT LINE 17 COLUMN 42 PIC Z9     FROM  QTP-AUX
                       BACKGROUND-COLOR  01.
           03  SDO-ENT LINE 18 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       FROM  SDO-AUX     BACKGROUND-COLOR  01.

       01  ENT-002.
           03  FAT-ENT LINE 10 COLUMN 21 PIC 9(06)  USING FAT-AUX
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 10 COLUMN 38 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VAL-AUX     BACKGROUND-COLOR  01.

       01  ENT-003.
           03  TOL-ENT LINE 19 COLUMN 21 PIC Z9     USING TOL-AUX
                       BACKGROUND-COLOR  01.
           03  ROM-ENT LINE 19 COLUMN 32 PIC ZZ9    FROM  QTD-ROM
                       BACKGROUND-COLOR  01.
           03  QUI-ENT LINE 19 COLUMN 44 PIC ZZ9    FROM  QTD-QUI
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 39 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(31) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 38 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 38 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 25 PIC X(05) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 38 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 41 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 30 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 39 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 42 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 21 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 32 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 44 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 10 COLUMN 21 PIC X(06) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 38 PIC X(13) FROM SPACES
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
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "ACORDO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "ACORDO JA CADASTRAD
      -            "O !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "ACORDO INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO AC
      -            "ORDO  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DATA INVALIDA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A FATURA EM 
      -            "ATRASO  -  [ESC] ENCERRA A SELECAO ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA INEXISTENTE 
      -            "OU DE OUTRO CLIENTE !!!  -  TECLE [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA SEM SALDO OU
      -            " AINDA NAO VENCIDA !!!  -  TECLE [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA DESCONTADA O
      -            "U COM RECEBIMENTO PENDENTE !!!  -  [ENTER]      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA JA INCLUIDA 
      -            "OU PARCELA DE ACORDO ATIVO !!!  -  [ENTER]      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE 30 FATURA
      -            "S POR ACORDO !!!  -  TECLE [ENTER] ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "(J)UROS OU (D)ESCON
      -            "TO SOBRE O TOTAL  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERCENTUAL
      -            " DE JUROS/DESCONTO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DE 
      -            "PARCELAS (01 A 24)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "VENCIMENTO DA 1a PA
      -            "RCELA (DIA 01 A 28)  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O ACORDO O
      -            "U (A)BANDONAR ?                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "ACORDO GRAVADO - EM
      -            "ITA OS BOLETOS DAS PARCELAS  -  TECLE [ENTER]   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ RE
      -            "TORNAR ...                                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A TOLERANCIA
      -            " DE ATRASO DAS PARCELAS  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ VE
      -            "RIFICAR OS ACORDOS ATIVOS  -  [ESC] RETORNA     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  VERIFI
      -            "CANDO OS ACORDOS ATIVOS ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "VERIFICACAO CONCLUI
      -            "DA !!!  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     I-O      CADFAT
           OPEN     INPUT    CADCLI   CADLRC
           OPEN     INPUT    CADDBC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     INPUT    CADDBC.
           OPEN     I-O      CADACD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADACD
               CLOSE    CADACD
               OPEN     I-O      CADACD.
           OPEN     I-O      CADPAC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPAC
               CLOSE    CADPAC
               OPEN     I-O      CADPAC.

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
               CLOSE    CADFAT   CADCLI   CADLRC   CADDBC
                        CADACD   CADPAC
               CHAIN   "DYN541"  USING  PRM-001.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.

       ROT-000-030.
           DISPLAY  TLA-002  LPA-001  MEN-002
           MOVE     ZEROS    TO  ACD-AUX
           ACCEPT   (08 21)  ACD-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  ACD-AUX   =   ZEROS
               GO  TO        ROT-000-030.
           MOVE     ACD-AUX  TO  CHV-ACD
           MOVE     SPACES   TO  RSP-OPC
           READ     CADACD   INVALID KEY
                    GO  TO   ROT-000-040.
           IF  NUM-OPC   =   1
               DISPLAY       MEN-003
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.
           GO  TO   ROT-200-000.

       ROT-000-040.
           IF  NUM-OPC  NOT  =   1
               DISPLAY       MEN-004
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.

       ROT-100-000.
           MOVE     ZEROS    TO  QTD-TAB  TOT-ORI  PCT-AUX  VJD-AUX
                                 TOT-ACD  QTP-AUX  PAR-VAL  FAT-AUX
                                 VAL-AUX  FAT-INI  FAT-FIN  QTD-PAG
                                 SDO-AUX  DTA-VCT
           MOVE     SPACES   TO  CLI-AUX  NOM-CLI  SIT-AUX
           MOVE     "J"      TO  TIP-AUX
           MOVE     DTA-SYS  TO  DTA-AUX
           DISPLAY  ACD-ENT  DIA-ENT  MES-ENT  ANO-ENT.

       ROT-100-010.
           DISPLAY  MEN-005
           ACCEPT   (08 39)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           ACCEPT   (08 42)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           ACCEPT   (08 45)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-AUX   <   1  OR  >  31  OR
               MES-AUX   <   1  OR  >  12
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-010.

       ROT-100-020.
           DISPLAY  MEN-007
           ACCEPT   (09 21)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-020.
           MOVE     CLI-AUX  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-020.
           DISPLAY  CLI-ENT  NOM-ENT  QTF-ENT  VOR-ENT.

       ROT-100-030.
           DISPLAY  LPA-002  MEN-009
           MOVE     ZEROS    TO  FAT-AUX
           ACCEPT   (10 21)  FAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  FAT-AUX   =   ZEROS
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-TAB   =   30
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               GO  TO        ROT-100-030.
           PERFORM  ROT-500-000  THRU  ROT-500-030
           IF  FLG-ERR   =   1
               GO  TO        ROT-100-030.
           ADD      1        TO  QTD-TAB
           MOVE     QTD-TAB  TO  IND
           MOVE     CHV-FAT  TO  FAT-ORI (IND)
           MOVE     DTA-FAT  TO  DTA-ORI (IND)
           MOVE     VAL-AUX  TO  VAL-ORI (IND)
           ADD      VAL-AUX  TO  TOT-ORI
           DISPLAY  ENT-002  QTF-ENT  VOR-ENT
           GO  TO   ROT-100-030.

       ROT-100-040.
           IF  QTD-TAB   =   ZEROS
               GO  TO        ROT-100-020.
           DISPLAY  LPA-002.

       ROT-100-050.
           DISPLAY  MEN-015
           ACCEPT   (12 21)  TIP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  TIP-AUX  NOT  =   "J"  AND  NOT  =  "D"
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-016
           ACCEPT   (12 25)  PCT-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PCT-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           COMPUTE  VJD-AUX  ROUNDED  =  TOT-ORI  *  PCT-AUX  /  100
           IF  TIP-AUX   =   "J"
               COMPUTE  TOT-ACD  =   TOT-ORI  +  VJD-AUX
           ELSE
               COMPUTE  TOT-ACD  =   TOT-ORI  -  VJD-AUX.
           DISPLAY  VJD-ENT  TOT-ENT.

       ROT-100-070.
           DISPLAY  MEN-017
           ACCEPT   (14 21)  QTP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  QTP-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  QTP-AUX   <   1  OR  >  24
               GO  TO        ROT-100-070.
           IF  DIA-VCT  NOT  =   ZEROS
               GO  TO        ROT-100-080.
           MOVE     DTA-AUX  TO  DTA-VCT
           ADD      1        TO  MES-VCT
           IF  MES-VCT   >   12
               MOVE      1   TO  MES-VCT
               ADD       1   TO  ANO-VCT.
           IF  DIA-VCT   >   28
               MOVE     28       TO  DIA-VCT.

       ROT-100-080.
           DISPLAY  DVC-ENT  MVC-ENT  AVC-ENT  MEN-018
           ACCEPT   (14 41)  DIA-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           ACCEPT   (14 44)  MES-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           ACCEPT   (14 47)  ANO-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           MOVE     SPACES   TO  RSP-OPC
           COMPUTE  SER-VCT  =   ANO-VCT  *  360
                             +   MES-VCT  *  30   +  DIA-VCT
                             -   ANO-AUX  *  360
                             -   MES-AUX  *  30   -  DIA-AUX
           IF  DIA-VCT   <   1  OR  >  28  OR
               MES-VCT   <   1  OR  >  12  OR
               SER-VCT  NOT  >   ZEROS
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-080.
           COMPUTE  PAR-VAL  ROUNDED  =  TOT-ACD  /  QTP-AUX
           DISPLAY  PAR-ENT.

       ROT-100-090.
           DISPLAY  MEN-019
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-030.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-090.
           PERFORM  ROT-600-000  THRU  ROT-600-020
           MOVE     SIT-TAB (1)  TO  SIT-AUX
           MOVE     TOT-ACD  TO  SDO-AUX
           MOVE     ZEROS    TO  QTD-PAG
           DISPLAY  ENT-001  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-030.

       ROT-200-000.
           MOVE     ZEROS    TO  TOL-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-020
           MOVE     DTA-ACD  TO  DTA-AUX
           MOVE     CLI-ACD  TO  CLI-AUX  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     QTF-ACD  TO  QTD-TAB
           MOVE     VOR-ACD  TO  TOT-ORI
           MOVE     TIP-ACD  TO  TIP-AUX
           MOVE     PCT-ACD  TO  PCT-AUX
           MOVE     VJD-ACD  TO  VJD-AUX
           MOVE     VAL-ACD  TO  TOT-ACD
           MOVE     QTP-ACD  TO  QTP-AUX
           MOVE     PVC-ACD (1)  TO  DTA-VCT
           MOVE     PVL-ACD (1)  TO  PAR-VAL
           MOVE     PFT-ACD (1)  TO  FAT-INI
           MOVE     PFT-ACD (QTP-ACD)  TO  FAT-FIN
           MOVE     SPACES   TO  SIT-AUX
           IF  SIT-ACD   >   0  AND  <  4
               MOVE     SIT-TAB (SIT-ACD)  TO  SIT-AUX.
           DISPLAY  ENT-001  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-030.

       ROT-300-000.
           DISPLAY  TLA-002  LPA-001
           MOVE     5        TO  TOL-AUX
           MOVE     ZEROS    TO  QTD-ROM  QTD-QUI.

       ROT-300-010.
           DISPLAY  MEN-022
           ACCEPT   (19 21)  TOL-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TOL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           DISPLAY  MEN-023
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           DISPLAY  MEN-024
           MOVE     ZEROS    TO  QTD-ROM  QTD-QUI  CHV-ACD
           START    CADACD   KEY GREATER  CHV-ACD
                    INVALID  KEY GO  TO   ROT-300-090.

       ROT-300-020.
           READ     CADACD   NEXT AT END
                    GO  TO   ROT-300-090.
           IF  SIT-ACD  NOT  =   1
               GO  TO        ROT-300-020.
           PERFORM  ROT-800-000  THRU  ROT-800-020
           IF  QTD-PAG   =   QTP-ACD
               MOVE     2        TO  SIT-ACD
               MOVE     DTA-SYS  TO  DTS-ACD
               REWRITE  REG-ACD
               ADD      1        TO  QTD-QUI
               GO  TO        ROT-300-020.
           IF  IND-ATR   =   ZEROS
               GO  TO        ROT-300-020.
           MOVE     3        TO  SIT-ACD
           MOVE     DTA-SYS  TO  DTS-ACD
           REWRITE  REG-ACD
           ADD      1        TO  QTD-ROM
           MOVE     PVC-ACD (IND-ATR)  TO  DTA-PAR
           PERFORM  ROT-630-000  THRU  ROT-630-010
           MOVE     IND-ATR  TO  IND.

       ROT-300-030.
           ADD      1        TO  IND
           IF  IND   >   QTP-ACD
               GO  TO        ROT-300-020.
           MOVE     PFT-ACD (IND)  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    GO  TO   ROT-300-030.
           IF  VAL-FAT   >   ZEROS
               MOVE     DTA-EMI  TO  DTA-FAT
               REWRITE  REG-FAT.
           GO  TO   ROT-300-030.

       ROT-300-090.
           DISPLAY  ROM-ENT  QUI-ENT  MEN-025
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-500-000.
           MOVE     1        TO  FLG-ERR
           MOVE     1        TO  IND.

       ROT-500-005.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-500-010.
           IF  FAT-ORI (IND)  =  FAT-AUX
               DISPLAY       MEN-013
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           ADD      1        TO  IND
           GO  TO   ROT-500-005.

       ROT-500-010.
           MOVE     FAT-AUX  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-030.
           IF  CLI-FAT  NOT  =   CLI-AUX
               DISPLAY       MEN-010
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           COMPUTE  SER-VCT  =   ANO-FAT  *  360
                             +   MES-FAT  *  30   +  DIA-FAT  +  30
           IF  VAL-FAT  NOT  >   ZEROS  OR  SER-VCT  NOT  <  SER-HOJ
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           MOVE     VAL-FAT  TO  VAL-AUX
           MOVE     FAT-AUX  TO  CHV-DBC
           READ     CADDBC   INVALID KEY
                    MOVE     ZEROS    TO  SIT-DBC.
           IF  SIT-DBC   =   1
               DISPLAY       MEN-012
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           MOVE     1        TO  TIP-LRC
           MOVE     FAT-AUX  TO  NUM-LRC
           READ     CADLRC   INVALID KEY
                    GO  TO   ROT-500-020.
           DISPLAY  MEN-012
           ACCEPT   OPC-002
           GO  TO   ROT-500-030.

       ROT-500-020.
           PERFORM  ROT-550-000  THRU  ROT-550-020
           IF  FLG-ACD   =   1
               DISPLAY       MEN-013
               ACCEPT        OPC-002
               GO  TO        ROT-500-030.
           MOVE     0        TO  FLG-ERR.

       ROT-500-030.
           EXIT.

       ROT-550-000.
           MOVE     0        TO  FLG-ACD
           MOVE     FAT-AUX  TO  FAT-PAC
           MOVE     ZEROS    TO  ACD-PAC
           START    CADPAC   KEY GREATER  CHV-PAC
                    INVALID  KEY GO  TO   ROT-550-020.

       ROT-550-010.
           READ     CADPAC   NEXT AT END
                    GO  TO   ROT-550-020.
           IF  FAT-PAC  NOT  =   FAT-AUX
               GO  TO        ROT-550-020.
           IF  TIP-PAC  NOT  =   2
               GO  TO        ROT-550-010.
           MOVE     ACD-PAC  TO  CHV-ACD
           READ     CADACD   INVALID KEY
                    GO  TO   ROT-550-010.
           IF  SIT-ACD   =   1
               MOVE     1        TO  FLG-ACD
               GO  TO        ROT-550-020.
           GO  TO   ROT-550-010.

       ROT-550-020.
           EXIT.

       ROT-600-000.
           OPEN     I-O      CADCTR
           READ     CADCTR
           MOVE     ZEROS    TO  TAB-ACD
           MOVE     1        TO  IND.

       ROT-600-005.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-600-010.
           MOVE     FAT-ORI (IND)  TO  FAT-PAC  CHV-FAT
           MOVE     ACD-AUX  TO  ACD-PAC
           MOVE     1        TO  TIP-PAC
           MOVE     DTA-ORI (IND)  TO  DTA-PAC
           MOVE     VAL-ORI (IND)  TO  VAL-PAC
           WRITE    REG-PAC  INVALID KEY
                    REWRITE  REG-PAC.
           DELETE   CADFAT   INVALID KEY
                    MOVE     ZEROS    TO  CHV-FAT.
           ADD      1        TO  IND
           GO  TO   ROT-600-005.

       ROT-600-010.
           MOVE     DTA-VCT  TO  DTA-PAR
           MOVE     1        TO  IND.

       ROT-600-012.
           PERFORM  ROT-630-000  THRU  ROT-630-010
           MOVE     CLI-AUX  TO  CLI-FAT
           MOVE     DTA-EMI  TO  DTA-FAT
           MOVE     PAR-VAL  TO  VAL-FAT
           IF  IND   =   QTP-AUX
               COMPUTE  VAL-FAT  =   TOT-ACD  -  PAR-VAL
                                 *   (QTP-AUX  -  1).

       ROT-600-014.
           ADD      1        TO  FAT-CTR
           MOVE     FAT-CTR  TO  CHV-FAT
           WRITE    REG-FAT  INVALID KEY
                    GO  TO   ROT-600-014.
           IF  IND   =   1
               MOVE     FAT-CTR  TO  FAT-INI.
           MOVE     FAT-CTR  TO  FAT-FIN  PFT-ACD (IND)  FAT-PAC
           MOVE     DTA-PAR  TO  PVC-ACD (IND)  DTA-PAC
           MOVE     VAL-FAT  TO  PVL-ACD (IND)  VAL-PAC
           MOVE     ACD-AUX  TO  ACD-PAC
           MOVE     2        TO  TIP-PAC
           WRITE    REG-PAC  INVALID KEY
                    REWRITE  REG-PAC.
           ADD      1        TO  MES-PAR
           IF  MES-PAR   >   12
               MOVE      1   TO  MES-PAR
               ADD       1   TO  ANO-PAR.
           ADD      1        TO  IND
           IF  IND  NOT  >   QTP-AUX
               GO  TO        ROT-600-012.
           REWRITE  REG-CTR
           CLOSE    CADCTR
           MOVE     ACD-AUX  TO  CHV-ACD
           MOVE     CLI-AUX  TO  CLI-ACD
           MOVE     DTA-AUX  TO  DTA-ACD
           MOVE     QTD-TAB  TO  QTF-ACD
           MOVE     TOT-ORI  TO  VOR-ACD
           MOVE     TIP-AUX  TO  TIP-ACD
           MOVE     PCT-AUX  TO  PCT-ACD
           MOVE     VJD-AUX  TO  VJD-ACD
           MOVE     TOT-ACD  TO  VAL-ACD
           MOVE     QTP-AUX  TO  QTP-ACD
           MOVE     1        TO  SIT-ACD
           MOVE     DTA-AUX  TO  DTS-ACD
           WRITE    REG-ACD  INVALID KEY
                    REWRITE  REG-ACD.

       ROT-600-020.
           EXIT.

       ROT-630-000.
           MOVE     DTA-PAR  TO  DTA-EMI
           IF  MES-EMI   >   1
               SUBTRACT  1   FROM  MES-EMI
               GO  TO        ROT-630-010.
           MOVE     12       TO  MES-EMI
           IF  ANO-EMI   =   ZEROS
               MOVE     99       TO  ANO-EMI
           ELSE
               SUBTRACT  1   FROM  ANO-EMI.

       ROT-630-010.
           EXIT.

       ROT-800-000.
           MOVE     ZEROS    TO  QTD-PAG  SDO-AUX  IND-ATR
           MOVE     1        TO  IND.

       ROT-800-010.
           IF  IND   >   QTP-ACD
               GO  TO        ROT-800-020.
           MOVE     PFT-ACD (IND)  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    ADD      1        TO  QTD-PAG
                    ADD      1        TO  IND
                    GO  TO   ROT-800-010.
           IF  VAL-FAT  NOT  >   ZEROS
               ADD      1        TO  QTD-PAG
               ADD      1        TO  IND
               GO  TO        ROT-800-010.
           ADD      VAL-FAT  TO  SDO-AUX
           MOVE     PVC-ACD (IND)  TO  DTA-PAR
           COMPUTE  DIA-ATR  =   SER-HOJ  -  ANO-PAR  *  360
                             -   MES-PAR  *  30   -  DIA-PAR
           IF  DIA-ATR   >   TOL-AUX  AND  IND-ATR  =  ZEROS
               MOVE     IND      TO  IND-ATR.
           ADD      1        TO  IND
           GO  TO   ROT-800-010.

       ROT-800-020.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADFAT   CADCLI   CADLRC   CADDBC
                    CADACD   CADPAC
           CHAIN   "DYN500"  USING  PRM-001.
