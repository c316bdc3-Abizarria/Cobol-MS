       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN240.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEVS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EVS
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADABT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADFTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTA.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEVS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEVS.DAT".
       01  REG-EVS.
           03  CHV-EVS.
               05  DTA-EVS.
                   07  ANO-EVS  PIC  9(02).
                   07  MES-EVS  PIC  9(02).
                   07  DIA-EVS  PIC  9(02).
               05  LCT-EVS      PIC  9(03).
           03  TUR-EVS          PIC  9(01).
           03  CXA-EVS          PIC  9(01).
           03  BIC-EVS          PIC  9(02).
           03  SEQ-EVS          PIC  9(04).
           03  HRA-EVS.
               05  HOR-EVS      PIC  9(02).
               05  MIN-EVS      PIC  9(02).
           03  FTA-EVS          PIC  9(03).
           03  LTS-EVS          PIC  9(04)V99.
           03  VAL-EVS          PIC  9(07)V99.
           03  PLC-EVS          PIC  X(07).
           03  VEI-EVS          PIC  X(20).
           03  BOL-EVS          PIC  X(15).
           03  CAM-EVS          PIC  X(15).
           03  SIT-EVS          PIC  9(01).
           03  DTS-EVS.
               05  ANO-DTS      PIC  9(02).
               05  MES-DTS      PIC  9(02).
               05  DIA-DTS      PIC  9(02).
           03  SUP-EVS          PIC  9(04).

       FD  CADABT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADABT.DAT".
       01  REG-ABT.
           03  CHV-ABT.
               05  DTA-ABT      PIC  9(06).
               05  BIC-ABT      PIC  9(02).
               05  SEQ-ABT      PIC  9(04).
           03  HRA-ABT          PIC  9(04).
           03  LTS-ABT          PIC  9(04)V99.
           03  VAL-ABT          PIC  9(05)V99.
           03  FTA-ABT          PIC  9(03).

       FD  CADCXA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCXA.DAT".
       01  REG-CXA.
           03  CHV-CXA.
               05  TUR-CXA      PIC  9(01).
               05  NUM-CXA      PIC  9(01).
           03  POS-CXA          PIC  9(01).
           03  DTA-CXA          PIC  9(06).
           03  DES-CXA          PIC  X(15).
           03  OPE-CXA          PIC  9(04).

       FD  CADFTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFTA.DAT".
       01  REG-FTA.
           03  CHV-FTA          PIC  9(03).
           03  NOM-FTA          PIC  X(25).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  LCT-AUX          PIC  9(03).
           03  SIT-AUX          PIC  9(01).
           03  DES-SIT          PIC  X(20).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(04).
           03  QTD-TOT          PIC  9(05).
           03  VAL-TOT          PIC  9(09)V99.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "REGISTRO ".
           03  FILLER           PIC  X(09)  VALUE  "SITUACAO ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-SIT.
           03  FILLER           PIC  X(20)  VALUE  "EM ABERTO".
           03  FILLER           PIC  X(20)  VALUE  "RECUPERADA".
           03  FILLER           PIC  X(20)  VALUE
               "COBRADA DO FUNCION.".
           03  FILLER           PIC  X(20)  VALUE  "BAIXADA COMO PERDA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(20)  OCCURS  04.

       01  TAB-ACM.
           03  ACM-SIT          OCCURS  04.
               05  QTD-SIT      PIC  9(05).
               05  VAL-SIT      PIC  9(09)V99.

       01  TAB-FTA.
           03  ACM-FTA          OCCURS  1000.
               05  QTD-FTA      PIC  9(04).
               05  VAL-FTA      PIC  9(09)V99.
               05  BXA-FTA      PIC  9(09)V99.

       01  TAB-HOR.
           03  ACM-HOR          OCCURS  24.
               05  QTD-HOR      PIC  9(04).
               05  VAL-HOR      PIC  9(09)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "EVASOES SEM PAGAMENTO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(13)  VALUE  "REFERENCIA :".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80).

       01  LIN-AUX              PIC  X(80).

       01  CAB-005.
           03  FILLER           PIC  X(15)  VALUE  "DATA     HORA".
           03  FILLER           PIC  X(14)  VALUE  "T/C  BC  FTA".
           03  FILLER           PIC  X(16)  VALUE  "PLACA     LITROS".
           03  FILLER           PIC  X(13)  VALUE  "        VALOR".
           03  FILLER           PIC  X(11)  VALUE  " SITUACAO".
           03  FILLER           PIC  X(11)  VALUE  "BOLETIM".

       01  CAB-006.
           03  FILLER           PIC  X(36)  VALUE
               "FRENTISTA".
           03  FILLER           PIC  X(44)  VALUE
               "QTDE           VALOR         BAIXADO".

       01  CAB-007.
           03  FILLER           PIC  X(36)  VALUE
               "HORARIO".
           03  FILLER           PIC  X(44)  VALUE
               "QTDE           VALOR".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TUR-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CXA-DT1          PIC  9(01).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  BIC-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FTA-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PLC-DT1          PIC  X(07).
           03  LTS-DT1          PIC  ZZZZ9,99.
           03  VAL-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BOL-DT1          PIC  X(11).

       01  DET-002.
           03  FTA-DT2          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(31).
           03  QTD-DT2          PIC  ZZZ9.
           03  VAL-DT2          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  BXA-DT2          PIC  ZZZ.ZZZ.ZZ9,99.

       01  DET-003.
           03  HOR-DT3          PIC  9(02).
           03  FILLER           PIC  X(08)  VALUE  ":00 AS ".
           03  HRF-DT3          PIC  9(02).
           03  FILLER           PIC  X(24)  VALUE  ":59".
           03  QTD-DT3          PIC  ZZZ9.
           03  VAL-DT3          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-001.
           03  TIT-TT1          PIC  X(36).
           03  QTD-TT1          PIC  ZZZ9.
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " EVASOES SEM PAGAMENTO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /       Lancto :           ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Turno .........:     
      -       "         Caixa .:           ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Bico ..........:     
      -       "         Abast. :           ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Hora ..........:   : 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Frentista .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Litros ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Valor .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Placa .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Veiculo .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Boletim (BO) ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Camera ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Situacao ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Data sit. .....:   / 
      -       " /       Super. :           ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "    Evasoes"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Registro   ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Situacao   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 59 PIC X(21) FROM SPACES.

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
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 43 PIC 9(03)  FROM  LCT-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 07 COLUMN 21 PIC 9(01)  FROM  TUR-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 43 PIC 9(01)  FROM  CXA-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  BIC-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 43 PIC 9(04)  FROM  SEQ-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(02)  FROM  HOR-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 24 PIC 9(02)  FROM  MIN-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(03)  FROM  FTA-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 25 PIC X(25)  FROM  NOM-FTA
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZZ9,99  FROM  LTS-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VAL-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC X(07)  FROM  PLC-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(20)  FROM  VEI-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC X(15)  FROM  BOL-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(15)  FROM  CAM-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(01)  FROM  SIT-EVS
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 23 PIC X(20)  FROM  DES-SIT
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC 9(02)  FROM  DIA-DTS
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 24 PIC 9(02)  FROM  MES-DTS
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 27 PIC 9(02)  FROM  ANO-DTS
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 43 PIC 9(04)  FROM  SUP-EVS
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO MO
      -            "VIMENTO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DO LANCAMENT
      -            "O (000 = NOVO)  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DO LANCAMENT
      -            "O  -  [ESC] RETORNA ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "EVASAO COM SITUACAO
      -            " DEFINIDA - SO CONSULTA  -  TECLE [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO E O 
      -            "CAIXA DO MOVIMENTO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "BICO E ABASTECIMENT
      -            "O (0 = SEM REGISTRO)  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "ABASTECIMENTO INEXI
      -            "STENTE !!!  -  TECLE [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A HORA DA EV
      -            "ASAO  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "FRENTISTA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "FRENTISTA INEXISTEN
      -            "TE !!!  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE OS LITROS E 
      -            "O VALOR  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A PLACA E O 
      -            "VEICULO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O BOLETIM E 
      -            "A REFERENCIA DA CAMERA  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A EVASAO O
      -            "U (A)BANDONAR ?                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "EVASAO GRAVADA !!! 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "1-RECUPERADA 2-COBR
      -            "ADA DO FUNCIONARIO 3-BAIXADA  -  [ESC]          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "LIBERACAO DA SITUAC
      -            "AO  -  SUPERVISOR  [    ] SENHA [    ] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "SUPERVISOR OU SENHA
      -            " INVALIDA !!!  -  TECLE [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A SITUACAO
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "MES/ANO DE REFERENC
      -            "IA  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003 LINE 22 COLUMN 53 PIC 9(04) USING SUP-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004 LINE 22 COLUMN 66 PIC X(04) USING SEN-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCXA   CADFTA   CADOPE
           OPEN     I-O      CADABT
           OPEN     I-O      CADEVS
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEVS
               CLOSE    CADEVS
               OPEN     I-O      CADEVS.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  3
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           MOVE     DTA-SYS  TO  DTA-AUX
           IF  NUM-OPC   =   3
               GO  TO        ROT-500-000.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     ZEROS    TO  LCT-AUX
           DISPLAY  ENT-001.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (06 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-100-010.

       ROT-100-020.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-100-020.

       ROT-100-030.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           IF  NUM-OPC   =   1
               DISPLAY       MEN-003
           ELSE
               DISPLAY       MEN-004.
           ACCEPT   (06 43)  LCT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  LCT-AUX   =   ZEROS  AND  NUM-OPC  =  1
               GO  TO        ROT-100-060.
           IF  LCT-AUX   =   ZEROS
               GO  TO        ROT-100-040.
           MOVE     DTA-AUX  TO  DTA-EVS
           MOVE     LCT-AUX  TO  LCT-EVS
           READ     CADEVS   INVALID KEY
                    DISPLAY  MEN-005
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-040.
           MOVE     0        TO  FLG-NEW
           PERFORM  ROT-600-000  THRU  ROT-600-010
           DISPLAY  ENT-002
           IF  NUM-OPC   =   2
               GO  TO        ROT-300-000.
           IF  SIT-EVS   =   0
               GO  TO        ROT-200-000.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-100-060.
           MOVE     DTA-AUX  TO  DTA-EVS
           MOVE     ZEROS    TO  LCT-EVS
           START    CADEVS   KEY NOT LESS  CHV-EVS
                    INVALID  KEY GO  TO   ROT-100-080.

       ROT-100-070.
           READ     CADEVS   NEXT AT END
                    GO  TO   ROT-100-080.
           IF  DTA-EVS   =   DTA-AUX
               MOVE     LCT-EVS  TO  LCT-AUX
               GO  TO        ROT-100-070.

       ROT-100-080.
           ADD      1        TO  LCT-AUX
           MOVE     SPACES   TO  REG-EVS  NOM-FTA
           MOVE     DTA-AUX  TO  DTA-EVS
           MOVE     LCT-AUX  TO  LCT-EVS
           MOVE     ZEROS    TO  TUR-EVS  CXA-EVS  BIC-EVS  SEQ-EVS
                                 HRA-EVS  FTA-EVS  LTS-EVS  VAL-EVS
                                 SIT-EVS  DTS-EVS  SUP-EVS
           MOVE     1        TO  FLG-NEW
           PERFORM  ROT-600-000  THRU  ROT-600-010
           DISPLAY  ENT-001  ENT-002.

       ROT-200-000.
           DISPLAY  MEN-007
           ACCEPT   (07 21)  TUR-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  TUR-EVS   =   ZEROS
               GO  TO        ROT-200-000.

       ROT-200-010.
           ACCEPT   (07 43)  CXA-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           MOVE     TUR-EVS  TO  TUR-CXA
           MOVE     CXA-EVS  TO  NUM-CXA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-000.

       ROT-200-020.
           DISPLAY  MEN-009
           ACCEPT   (08 21)  BIC-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  BIC-EVS   =   ZEROS
               MOVE     ZEROS    TO  SEQ-EVS
               DISPLAY  ENT-002
               GO  TO        ROT-200-040.

       ROT-200-030.
           ACCEPT   (08 43)  SEQ-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  SEQ-EVS   =   ZEROS
               GO  TO        ROT-200-040.
           MOVE     DTA-EVS  TO  DTA-ABT
           MOVE     BIC-EVS  TO  BIC-ABT
           MOVE     SEQ-EVS  TO  SEQ-ABT
           MOVE     SPACES   TO  RSP-OPC
           READ     CADABT   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-030.
           MOVE     HRA-ABT  TO  HRA-EVS
           MOVE     LTS-ABT  TO  LTS-EVS
           MOVE     VAL-ABT  TO  VAL-EVS
           MOVE     FTA-ABT  TO  FTA-EVS  CHV-FTA
           READ     CADFTA   INVALID KEY
                    MOVE     SPACES   TO  NOM-FTA.
           DISPLAY  ENT-002.

       ROT-200-040.
           DISPLAY  MEN-011
           ACCEPT   (09 21)  HOR-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  HOR-EVS   >   23
               GO  TO        ROT-200-040.

       ROT-200-045.
           ACCEPT   (09 24)  MIN-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  MIN-EVS   >   59
               GO  TO        ROT-200-045.

       ROT-200-050.
           DISPLAY  MEN-012
           ACCEPT   (10 21)  FTA-EVS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           MOVE     FTA-EVS  TO  CHV-FTA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFTA   INVALID KEY
                    DISPLAY  MEN-013
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-050.
           DISPLAY  ENT-002.

       ROT-200-060.
           DISPLAY  MEN-014
           ACCEPT   (11 21)  LTS-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.

       ROT-200-070.
           ACCEPT   (12 21)  VAL-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           IF  VAL-EVS   =   ZEROS
               GO  TO        ROT-200-070.

       ROT-200-080.
           DISPLAY  MEN-015
           ACCEPT   (13 21)  PLC-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.

       ROT-200-090.
           ACCEPT   (14 21)  VEI-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.

       ROT-200-100.
           DISPLAY  MEN-016
           ACCEPT   (15 21)  BOL-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.

       ROT-200-110.
           ACCEPT   (16 21)  CAM-EVS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-100.

       ROT-200-120.
           DISPLAY  MEN-017
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-110.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-120.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-EVS
           ELSE
               WRITE    REG-EVS  INVALID KEY
                        REWRITE  REG-EVS.
           DISPLAY  MEN-018
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-EVS  NOT  =   0
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.

       ROT-300-010.
           DISPLAY  MEN-019
           MOVE     ZEROS    TO  SIT-AUX
           ACCEPT   (17 21)  SIT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  SIT-AUX   <   1  OR  >  3
               GO  TO        ROT-300-010.
           MOVE     SIT-AUX  TO  SIT-EVS
           PERFORM  ROT-600-000  THRU  ROT-600-010
           DISPLAY  ENT-002.

       ROT-300-020.
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX  RSP-OPC
           DISPLAY  MEN-020
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    GO  TO   ROT-300-030.
           IF  SEN-AUX   =   SEN-OPE  AND  GER-OPE  =  1
               GO  TO        ROT-300-050.

       ROT-300-030.
           DISPLAY  MEN-021
           ACCEPT   OPC-002
           GO  TO   ROT-300-020.

       ROT-300-040.
           MOVE     0        TO  SIT-EVS
           PERFORM  ROT-600-000  THRU  ROT-600-010
           DISPLAY  ENT-002
           GO  TO   ROT-300-010.

       ROT-300-050.
           DISPLAY  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "A"
               GO  TO        ROT-300-040.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-050.
           MOVE     DTA-SYS  TO  DTS-EVS
           MOVE     SUP-AUX  TO  SUP-EVS
           REWRITE  REG-EVS
           DISPLAY  ENT-002  MEN-018
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-500-000.
           DISPLAY  TLA-002  MEN-023.

       ROT-500-010.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-500-010.

       ROT-500-020.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.

       ROT-500-030.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-030.
           DISPLAY  MEN-025
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  TAB-ACM  TAB-FTA  TAB-HOR  QTD-TOT
                                 VAL-TOT  ACM-LIN
           MOVE     1        TO  PAG-CB1
           MOVE     MES-AUX  TO  MES-CB2
           MOVE     ANO-AUX  TO  ANO-CB2
           MOVE     CAB-005  TO  CAB-004
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     ANO-AUX  TO  ANO-EVS
           MOVE     MES-AUX  TO  MES-EVS
           MOVE     ZEROS    TO  DIA-EVS  LCT-EVS
           START    CADEVS   KEY NOT LESS  CHV-EVS
                    INVALID  KEY GO  TO   ROT-500-050.

       ROT-500-040.
           READ     CADEVS   NEXT AT END
                    GO  TO   ROT-500-050.
           IF  ANO-EVS  NOT  =   ANO-AUX  OR
               MES-EVS  NOT  =   MES-AUX
               GO  TO        ROT-500-050.
           MOVE     DIA-EVS  TO  DIA-DT1
           MOVE     MES-EVS  TO  MES-DT1
           MOVE     ANO-EVS  TO  ANO-DT1
           MOVE     HOR-EVS  TO  HOR-DT1
           MOVE     MIN-EVS  TO  MIN-DT1
           MOVE     TUR-EVS  TO  TUR-DT1
           MOVE     CXA-EVS  TO  CXA-DT1
           MOVE     BIC-EVS  TO  BIC-DT1
           MOVE     FTA-EVS  TO  FTA-DT1
           MOVE     PLC-EVS  TO  PLC-DT1
           MOVE     LTS-EVS  TO  LTS-DT1
           MOVE     VAL-EVS  TO  VAL-DT1
           MOVE     BOL-EVS  TO  BOL-DT1
           COMPUTE  IND1     =   SIT-EVS  +  1
           MOVE     SIT-TAB (IND1)  TO  SIT-DT1
           ADD      1        TO  QTD-SIT (IND1)  QTD-TOT
           ADD      VAL-EVS  TO  VAL-SIT (IND1)  VAL-TOT
           COMPUTE  IND1     =   FTA-EVS  +  1
           ADD      1        TO  QTD-FTA (IND1)
           ADD      VAL-EVS  TO  VAL-FTA (IND1)
           IF  SIT-EVS   =   3
               ADD      VAL-EVS  TO  BXA-FTA (IND1).
           COMPUTE  IND1     =   HOR-EVS  +  1
           ADD      1        TO  QTD-HOR (IND1)
           ADD      VAL-EVS  TO  VAL-HOR (IND1)
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           GO  TO   ROT-500-040.

       ROT-500-050.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "TOTAL DE EVASOES DO MES"  TO  TIT-TT1
           MOVE     QTD-TOT  TO  QTD-TT1
           MOVE     VAL-TOT  TO  VAL-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     1        TO  IND1.

       ROT-500-060.
           MOVE     SIT-TAB (IND1)  TO  TIT-TT1
           MOVE     QTD-SIT (IND1)  TO  QTD-TT1
           MOVE     VAL-SIT (IND1)  TO  VAL-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           ADD      1        TO  IND1
           IF  IND1  <  5
               GO  TO        ROT-500-060.
           MOVE     CAB-006  TO  CAB-004
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     1        TO  IND1.

       ROT-500-070.
           IF  QTD-FTA (IND1)  =   ZEROS
               GO  TO        ROT-500-080.
           COMPUTE  FTA-DT2  =   IND1  -  1
           MOVE     FTA-DT2  TO  CHV-FTA
           READ     CADFTA   INVALID KEY
                    MOVE     "NAO IDENTIFICADO"  TO  NOM-FTA.
           MOVE     NOM-FTA  TO  NOM-DT2
           MOVE     QTD-FTA (IND1)  TO  QTD-DT2
           MOVE     VAL-FTA (IND1)  TO  VAL-DT2
           MOVE     BXA-FTA (IND1)  TO  BXA-DT2
           MOVE     DET-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010.

       ROT-500-080.
           ADD      1        TO  IND1
           IF  IND1  NOT  >  1000
               GO  TO        ROT-500-070.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     CAB-007  TO  CAB-004
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     1        TO  IND1.

       ROT-500-090.
           IF  QTD-HOR (IND1)  =   ZEROS
               GO  TO        ROT-500-100.
           COMPUTE  HOR-DT3  =   IND1  -  1
           MOVE     HOR-DT3  TO  HRF-DT3
           MOVE     QTD-HOR (IND1)  TO  QTD-DT3
           MOVE     VAL-HOR (IND1)  TO  VAL-DT3
           MOVE     DET-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010.

       ROT-500-100.
           ADD      1        TO  IND1
           IF  IND1  <  25
               GO  TO        ROT-500-090.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-600-000.
           MOVE     SPACES   TO  DES-SIT
           IF  SIT-EVS   <   4
               COMPUTE  IND1  =   SIT-EVS  +  1
               MOVE     SIT-TAB (IND1)  TO  DES-SIT.
           IF  FTA-EVS   =   ZEROS
               MOVE     SPACES   TO  NOM-FTA
               GO  TO        ROT-600-010.
           MOVE     FTA-EVS  TO  CHV-FTA
           READ     CADFTA   INVALID KEY
                    MOVE     SPACES   TO  NOM-FTA.

       ROT-600-010.
           EXIT.

       ROT-650-000.
           IF  ACM-LIN   >   ZEROS  AND  NOT  >  50
               GO  TO        ROT-650-005.
           IF  ACM-LIN   =   ZEROS
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           MOVE     3        TO  ACM-LIN.

       ROT-650-005.
           WRITE    REG-REL FROM CAB-004  AFTER 2
           WRITE    REG-REL FROM CAB-003
           ADD      3        TO  ACM-LIN.

       ROT-650-010.
           EXIT.

       ROT-660-000.
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               MOVE     REG-REL  TO  LIN-AUX
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               WRITE    REG-REL FROM CAB-002  AFTER 2
               WRITE    REG-REL FROM CAB-003
               WRITE    REG-REL FROM CAB-004
               WRITE    REG-REL FROM CAB-003
               MOVE     LIN-AUX  TO  REG-REL
               MOVE     5        TO  ACM-LIN.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-660-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADEVS   CADABT   CADCXA   CADFTA   CADOPE
           CHAIN   "DYN143".
