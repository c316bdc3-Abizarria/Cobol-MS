       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN174.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB.

           SELECT      CADCTD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADBCD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCD
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

       FD  CADCMB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMB.DAT".
       01  REG-CMB.
           03  CHV-CMB          PIC  9(02).
           03  DES-CMB          PIC  X(15).
           03  VVM-CMB          PIC  9(11)V99.
           03  LUC-CMB          PIC  9(04)V9999.

       FD  CADCTD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTD.DAT".
       01  REG-CTD.
           03  CHV-CTD.
               05  FOR-CTD      PIC  9(03).
               05  CMB-CTD      PIC  9(02).
           03  NUM-CTD          PIC  X(15).
           03  DTI-CTD.
               05  ANO-CTI      PIC  9(02).
               05  MES-CTI      PIC  9(02).
           03  DTF-CTD.
               05  ANO-CTF      PIC  9(02).
               05  MES-CTF      PIC  9(02).
           03  VOL-CTD          PIC  9(07).
           03  FXA-CTD                      OCCURS  04.
               05  LIT-CTD      PIC  9(07).
               05  BON-CTD      PIC  9(01)V9999.
               05  MKT-CTD      PIC  9(07)V99.

       FD  CADBCD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCD.DAT".
       01  REG-BCD.
           03  CHV-BCD.
               05  FOR-BCD      PIC  9(03).
               05  CMB-BCD      PIC  9(02).
               05  ANO-BCD      PIC  9(02).
               05  MES-BCD      PIC  9(02).
           03  DTR-BCD.
               05  ANR-BCD      PIC  9(02).
               05  MER-BCD      PIC  9(02).
               05  DIR-BCD      PIC  9(02).
           03  VAL-BCD          PIC  9(08)V99.
           03  DOC-BCD          PIC  X(15).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FOR-AUX          PIC  9(03).
           03  CMB-AUX          PIC  9(02).
           03  IND-FXA          PIC  9(01).
           03  FLG-BCD          PIC  9(01).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  REF-AUX.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "ALTERACAO".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
           03  FILLER           PIC  X(09)  VALUE  "EXCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "RECEBIDO ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  05.

       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONTRATOS DE DISTRIBUIDORA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Fornecedor ...:     
      -       "-                           ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Combustivel ..:    -
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Contrato .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Vigencia .....:   / 
      -       "  a   /                     ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Volume/Mes ...:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Faixa   Litros/Mes  
      -       "Bonif.R$/l  Apoio Mkt R$    ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?   1                 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?   2                 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?   3                 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?   4                 
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "    Contratos"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Incluir    ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Alterar    ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Consultar  ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Excluir    ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Recebido   ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 59 PIC X(21) FROM SPACES.

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

       01  TLA-005.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Referencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Recebido em ..:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Valor ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Documento ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.

       01  ENT-001.
           03  FOR-ENT LINE 08 COLUMN 21 PIC 9(03)  USING FOR-AUX
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 08 COLUMN 27 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  CMB-ENT LINE 09 COLUMN 21 PIC 9(02)  USING CMB-AUX
                       BACKGROUND-COLOR  01.
           03  DSC-ENT LINE 09 COLUMN 26 PIC X(15)  FROM  DES-CMB
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  NUM-ENT LINE 10 COLUMN 21 PIC X(15)  USING NUM-CTD
                       BACKGROUND-COLOR  01.
           03  MCI-ENT LINE 11 COLUMN 21 PIC 9(02)  USING MES-CTI
                       BACKGROUND-COLOR  01.
           03  ACI-ENT LINE 11 COLUMN 24 PIC 9(02)  USING ANO-CTI
                       BACKGROUND-COLOR  01.
           03  MCF-ENT LINE 11 COLUMN 29 PIC 9(02)  USING MES-CTF
                       BACKGROUND-COLOR  01.
           03  ACF-ENT LINE 11 COLUMN 32 PIC 9(02)  USING ANO-CTF
                       BACKGROUND-COLOR  01.
           03  VOL-ENT LINE 12 COLUMN 21 PIC Z.ZZZ.ZZ9
                       USING VOL-CTD     BACKGROUND-COLOR  01.
           03  LT1-ENT LINE 15 COLUMN 13 PIC Z.ZZZ.ZZ9
                       USING LIT-CTD (1) BACKGROUND-COLOR  01.
           03  BN1-ENT LINE 15 COLUMN 28 PIC 9,9999
                       USING BON-CTD (1) BACKGROUND-COLOR  01.
           03  MK1-ENT LINE 15 COLUMN 37 PIC Z.ZZZ.ZZ9,99
                       USING MKT-CTD (1) BACKGROUND-COLOR  01.
           03  LT2-ENT LINE 16 COLUMN 13 PIC Z.ZZZ.ZZ9
                       USING LIT-CTD (2) BACKGROUND-COLOR  01.
           03  BN2-ENT LINE 16 COLUMN 28 PIC 9,9999
                       USING BON-CTD (2) BACKGROUND-COLOR  01.
           03  MK2-ENT LINE 16 COLUMN 37 PIC Z.ZZZ.ZZ9,99
                       USING MKT-CTD (2) BACKGROUND-COLOR  01.
           03  LT3-ENT LINE 17 COLUMN 13 PIC Z.ZZZ.ZZ9
                       USING LIT-CTD (3) BACKGROUND-COLOR  01.
           03  BN3-ENT LINE 17 COLUMN 28 PIC 9,9999
                       USING BON-CTD (3) BACKGROUND-COLOR  01.
           03  MK3-ENT LINE 17 COLUMN 37 PIC Z.ZZZ.ZZ9,99
                       USING MKT-CTD (3) BACKGROUND-COLOR  01.
           03  LT4-ENT LINE 18 COLUMN 13 PIC Z.ZZZ.ZZ9
                       USING LIT-CTD (4) BACKGROUND-COLOR  01.
           03  BN4-ENT LINE 18 COLUMN 28 PIC 9,9999
                       USING BON-CTD (4) BACKGROUND-COLOR  01.
           03  MK4-ENT LINE 18 COLUMN 37 PIC Z.ZZZ.ZZ9,99
                       USING MKT-CTD (4) BACKGROUND-COLOR  01.

       01  ENT-003.
           03  MRF-ENT LINE 14 COLUMN 21 PIC 9(02)  USING MES-REF
                       BACKGROUND-COLOR  01.
           03  ARF-ENT LINE 14 COLUMN 24 PIC 9(02)  USING ANO-REF
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  DIR-ENT LINE 15 COLUMN 21 PIC 9(02)  USING DIR-BCD
                       BACKGROUND-COLOR  01.
           03  MER-ENT LINE 15 COLUMN 24 PIC 9(02)  USING MER-BCD
                       BACKGROUND-COLOR  01.
           03  ANR-ENT LINE 15 COLUMN 27 PIC 9(02)  USING ANR-BCD
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 16 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       USING VAL-BCD     BACKGROUND-COLOR  01.
           03  DOC-ENT LINE 17 COLUMN 21 PIC X(15)  USING DOC-BCD
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-FOR LINE 08 COLUMN 21 PIC X(31) FROM "    -"
                       BACKGROUND-COLOR  01.
           03  LPA-CMB LINE 09 COLUMN 21 PIC X(20) FROM "   -"
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LPA-NUM LINE 10 COLUMN 21 PIC X(15) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VIG LINE 11 COLUMN 21 PIC X(13) FROM "  /   a   /"
                       BACKGROUND-COLOR  01.
           03  LPA-VOL LINE 12 COLUMN 21 PIC X(09) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FX1 LINE 15 COLUMN 13 PIC X(36) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FX2 LINE 16 COLUMN 13 PIC X(36) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FX3 LINE 17 COLUMN 13 PIC X(36) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FX4 LINE 18 COLUMN 13 PIC X(36) FROM SPACES
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
           03  LINE 16 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 17 COLUMN 57 PIC X(23) FROM SPACES.

       01  LPA-004.
           03  LPA-DTR LINE 15 COLUMN 21 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-VAL LINE 16 COLUMN 21 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DOC LINE 17 COLUMN 21 PIC X(15) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "FORNECEDOR  -  [F2] CONSULTA  -  [ESC] RETORNA ."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "COMBUSTIVEL  -  [F2] CONSULTA  -  [ESC] RETORNA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "COMBUSTIVEL INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATO JA CADASTR
      -            "ADO !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATO INEXISTENT
      -            "E !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "CONTRATO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES/ANO DE
      -            " INICIO E DE TERMINO DA VIGENCIA  -  [ESC] RETOR"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VOLUME MEN
      -            "SAL CONTRATADO EM LITROS  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "LITROS/MES MINIMO D
      -            "A FAIXA  (0 = SEM MAIS FAIXAS)  -  [ESC] RETORNA"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A BONIFICACA
      -            "O POR LITRO DA FAIXA  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O APOIO DE M
      -            "ARKETING MENSAL DA FAIXA  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "FAIXA DEVE SER MAIO
      -            "R QUE A ANTERIOR !!!  -  TECLE [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR OS DADOS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A EXCLUSAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NSULTAR OUTRO CONTRATO ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES/ANO DE
      -            " REFERENCIA DA BONIFICACAO  -  [ESC] RETORNA ..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO RE
      -            "CEBIMENTO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR RECE
      -            "BIDO  (0 = EXCLUI)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O DOCUMENTO 
      -            "(NOTA DE CREDITO / BOLETO)  -  [ESC] RETORNA ..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "VIGENCIA INVALIDA !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADCMB
           OPEN     I-O      CADCTD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTD
               CLOSE    CADCTD
               OPEN     I-O      CADCTD.
           OPEN     I-O      CADBCD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADBCD
               CLOSE    CADBCD
               OPEN     I-O      CADBCD.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  6
               GO  TO        ROT-000-020.
           IF  NUM-OPC   =   6
               CLOSE    CADFOR   CADCMB   CADCTD   CADBCD
               CHAIN   "DYN175".
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004.

       ROT-000-030.
           DISPLAY  TLA-002
           MOVE     ZEROS    TO  FOR-AUX  CMB-AUX.

       ROT-000-031.
           DISPLAY  LPA-001  LPA-002  MEN-002
           ACCEPT   (08 21)  FOR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FOR-AUX
                   GO  TO        ROT-000-031
               ELSE
                   GO  TO        ROT-000-031.
           IF  FOR-AUX   =   ZEROS
               GO  TO        ROT-000-031.
           MOVE     FOR-AUX  TO  CHV-FOR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFOR   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-002
                    GO  TO   ROT-000-031.
           DISPLAY  FOR-ENT  NOF-ENT.

       ROT-000-040.
           DISPLAY  LPA-CMB  LPA-002  MEN-003
           ACCEPT   (09 21)  CMB-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-031.
           IF  TECLADO   =   03
               MOVE     1        TO  TIP-LKP
               MOVE     1        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  CMB-AUX
                   GO  TO        ROT-000-040
               ELSE
                   GO  TO        ROT-000-040.
           IF  CMB-AUX   =   ZEROS
               GO  TO        ROT-000-040.
           MOVE     CMB-AUX  TO  CHV-CMB
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCMB   INVALID KEY
                    DISPLAY  MEN-005
                    ACCEPT   OPC-002
                    GO  TO   ROT-000-040.
           DISPLAY  CMB-ENT  DSC-ENT
           MOVE     FOR-AUX  TO  FOR-CTD
           MOVE     CMB-AUX  TO  CMB-CTD
           READ     CADCTD   INVALID KEY
                    GO  TO   ROT-000-050.
           IF  NUM-OPC   =   1
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-000-040.
           DISPLAY  ENT-002
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000, DEPENDING    ON  NUM-OPC.

       ROT-000-050.
           IF  NUM-OPC   =   1
               GO  TO        ROT-100-000.
           DISPLAY  MEN-007
           ACCEPT   OPC-002
           GO  TO   ROT-000-040.

       ROT-100-000.
           MOVE     SPACES   TO  NUM-CTD
           MOVE     MES-SYS  TO  MES-CTI  MES-CTF
           MOVE     ANO-SYS  TO  ANO-CTI  ANO-CTF
           MOVE     ZEROS    TO  VOL-CTD
           MOVE     1        TO  IND-FXA
           PERFORM  ROT-650-000
           THRU     ROT-650-010
           DISPLAY  ENT-002.

       ROT-110-000.
           DISPLAY  MEN-008
           ACCEPT   (10 21)  NUM-CTD  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NUM-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           IF  NUM-CTD   =   SPACES
               GO  TO        ROT-110-000.

       ROT-110-010.
           DISPLAY  MEN-009
           ACCEPT   (11 21)  MES-CTI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MCI-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-000.
           IF  MES-CTI   <   1  OR  >  12
               GO  TO        ROT-110-010.

       ROT-110-020.
           ACCEPT   (11 24)  ANO-CTI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ACI-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-010.

       ROT-110-030.
           ACCEPT   (11 29)  MES-CTF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MCF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-020.
           IF  MES-CTF   <   1  OR  >  12
               GO  TO        ROT-110-030.

       ROT-110-040.
           ACCEPT   (11 32)  ANO-CTF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ACF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  DTF-CTD   <   DTI-CTD
               DISPLAY       MEN-022
               ACCEPT        OPC-002
               GO  TO        ROT-110-010.

       ROT-110-050.
           DISPLAY  MEN-010
           ACCEPT   (12 21)  VOL-CTD  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VOL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-040.
           IF  VOL-CTD   =   ZEROS
               GO  TO        ROT-110-050.

       ROT-121-000.
           DISPLAY  MEN-011
           ACCEPT   (15 13)  LIT-CTD (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LT1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-050.
           IF  LIT-CTD (1)   =   ZEROS
               MOVE     1        TO  IND-FXA
               GO  TO        ROT-130-000.

       ROT-121-010.
           DISPLAY  MEN-012
           ACCEPT   (15 28)  BON-CTD (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  BN1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-121-000.

       ROT-121-020.
           DISPLAY  MEN-013
           ACCEPT   (15 37)  MKT-CTD (1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MK1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-121-010.

       ROT-122-000.
           DISPLAY  MEN-011
           ACCEPT   (16 13)  LIT-CTD (2)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LT2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-121-020.
           IF  LIT-CTD (2)   =   ZEROS
               MOVE     2        TO  IND-FXA
               GO  TO        ROT-130-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  LIT-CTD (2)  NOT  >   LIT-CTD (1)
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               GO  TO        ROT-122-000.

       ROT-122-010.
           DISPLAY  MEN-012
           ACCEPT   (16 28)  BON-CTD (2)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  BN2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-122-000.

       ROT-122-020.
           DISPLAY  MEN-013
           ACCEPT   (16 37)  MKT-CTD (2)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MK2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-122-010.

       ROT-123-000.
           DISPLAY  MEN-011
           ACCEPT   (17 13)  LIT-CTD (3)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LT3-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-122-020.
           IF  LIT-CTD (3)   =   ZEROS
               MOVE     3        TO  IND-FXA
               GO  TO        ROT-130-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  LIT-CTD (3)  NOT  >   LIT-CTD (2)
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               GO  TO        ROT-123-000.

       ROT-123-010.
           DISPLAY  MEN-012
           ACCEPT   (17 28)  BON-CTD (3)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  BN3-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-123-000.

       ROT-123-020.
           DISPLAY  MEN-013
           ACCEPT   (17 37)  MKT-CTD (3)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MK3-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-123-010.

       ROT-124-000.
           DISPLAY  MEN-011
           ACCEPT   (18 13)  LIT-CTD (4)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LT4-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-123-020.
           IF  LIT-CTD (4)   =   ZEROS
               MOVE     4        TO  IND-FXA
               GO  TO        ROT-130-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  LIT-CTD (4)  NOT  >   LIT-CTD (3)
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               GO  TO        ROT-124-000.

       ROT-124-010.
           DISPLAY  MEN-012
           ACCEPT   (18 28)  BON-CTD (4)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  BN4-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-124-000.

       ROT-124-020.
           DISPLAY  MEN-013
           ACCEPT   (18 37)  MKT-CTD (4)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MK4-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-124-010.
           MOVE     5        TO  IND-FXA.

       ROT-130-000.
           PERFORM  ROT-650-000
           THRU     ROT-650-010
           DISPLAY  LPA-002  ENT-002  MEN-015
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-121-000.
           IF  NUM-OPC   =   1
               WRITE    REG-CTD
           ELSE
               REWRITE  REG-CTD.
           GO  TO   ROT-000-030.

       ROT-200-000.
           GO  TO   ROT-110-000.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-017
           ACCEPT   OPC-002
           GO  TO   ROT-000-040.

       ROT-400-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE KEY
           IF  TECLADO   =   00
               DELETE    CADCTD.
           GO  TO   ROT-000-030.

       ROT-500-000.
           DISPLAY  TLA-005
           MOVE     MES-SYS  TO  MES-REF
           MOVE     ANO-SYS  TO  ANO-REF.

       ROT-500-010.
           DISPLAY  LPA-004  ENT-003  MEN-018
           ACCEPT   (14 21)  MES-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MRF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  MES-REF   <   1  OR  >  12
               GO  TO        ROT-500-010.
           ACCEPT   (14 24)  ANO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ARF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.
           MOVE     FOR-CTD  TO  FOR-BCD
           MOVE     CMB-CTD  TO  CMB-BCD
           MOVE     ANO-REF  TO  ANO-BCD
           MOVE     MES-REF  TO  MES-BCD
           MOVE     1        TO  FLG-BCD
           READ     CADBCD   INVALID KEY
                    MOVE     0        TO  FLG-BCD
                    MOVE     DTA-SYS  TO  DTR-BCD
                    MOVE     ZEROS    TO  VAL-BCD
                    MOVE     SPACES   TO  DOC-BCD.
           DISPLAY  ENT-004.

       ROT-500-020.
           DISPLAY  MEN-019
           ACCEPT   (15 21)  DIR-BCD  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DIR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.
           IF  DIR-BCD   <   1  OR  >  31
               GO  TO        ROT-500-020.
           ACCEPT   (15 24)  MER-BCD  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MER-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MER-BCD   <   1  OR  >  12
               GO  TO        ROT-500-020.
           ACCEPT   (15 27)  ANR-BCD  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ANR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.

       ROT-500-030.
           DISPLAY  MEN-020
           ACCEPT   (16 21)  VAL-BCD  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  VAL-BCD   =   ZEROS  AND  FLG-BCD  =  0
               GO  TO        ROT-500-030.
           IF  VAL-BCD   =   ZEROS
               GO  TO        ROT-500-060.

       ROT-500-040.
           DISPLAY  MEN-021
           ACCEPT   (17 21)  DOC-BCD  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DOC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.

       ROT-500-050.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-015
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-040.
           IF  FLG-BCD   =   0
               WRITE    REG-BCD
           ELSE
               REWRITE  REG-BCD.
           GO  TO   ROT-500-010.

       ROT-500-060.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.
           DELETE   CADBCD
           GO  TO   ROT-500-010.

       ROT-650-000.
           IF  IND-FXA   >   4
               GO  TO        ROT-650-010.
           MOVE     ZEROS    TO  LIT-CTD (IND-FXA)  BON-CTD (IND-FXA)
                                 MKT-CTD (IND-FXA)
           ADD      1        TO  IND-FXA
           GO  TO   ROT-650-000.

       ROT-650-010.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002  TLA-004  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADFOR   CADCMB   CADCTD   CADBCD
           CHAIN   "DYN100"  USING  PRM-001.
