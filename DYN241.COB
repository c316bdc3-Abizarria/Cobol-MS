       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN241.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEPI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EPI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEEP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EEP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADCTC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTC.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADLCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCC.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEPI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEPI.DAT".
       01  REG-EPI.
           03  CHV-EPI          PIC  9(03).
           03  DES-EPI          PIC  X(25).
           03  CAC-EPI          PIC  X(10).
           03  PRZ-EPI          PIC  9(02).
           03  DSP-EPI.
               05  PRX-EPI      PIC  9(01).
               05  SUF-EPI      PIC  9(03).
           03  CTC-EPI          PIC  9(02).
           03  EST-EPI          PIC S9(05).

       FD  CADEEP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEEP.DAT".
       01  REG-EEP.
           03  CHV-EEP.
               05  EMP-EEP      PIC  9(03).
               05  EPI-EEP      PIC  9(03).
               05  DTA-EEP.
                   07  ANO-EEP  PIC  9(02).
                   07  MES-EEP  PIC  9(02).
                   07  DIA-EEP  PIC  9(02).
           03  QTD-EEP          PIC  9(03).
           03  TRC-EEP.
               05  ANO-TRC      PIC  9(02).
               05  MES-TRC      PIC  9(02).
           03  CAC-EEP          PIC  X(10).

       FD  CADEMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMP.DAT".
       01  REG-EMP.
           03  CHV-EMP          PIC  9(03).
           03  NOM-EMP          PIC  X(25).
           03  FTA-EMP          PIC  9(03).
           03  SAL-EMP          PIC  9(07)V99.
           03  SIT-EMP          PIC  9(01).

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

       FD  CADCTC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTC.DAT".
       01  REG-CTC.
           03  CHV-CTC          PIC  9(02).
           03  NOM-CTC          PIC  X(20).
           03  ATV-CTC          PIC  9(01).

       FD  CADCMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMP.DAT".
       01  REG-CMP.
           03  CHV-CMP          PIC  9(04).
           03  SIT-CMP          PIC  9(01).
           03  DTF-CMP          PIC  9(06).
           03  OPF-CMP          PIC  9(04).
           03  DTR-CMP          PIC  9(06).
           03  OPR-CMP          PIC  9(04).

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  REG-LDP.
           03  CHV-LDP.
               05  COD-LDP      PIC  9(04).
               05  DTA-LDP      PIC  9(06).
               05  LCT-LDP      PIC  9(03).
           03  FLG-LDP          PIC  9(01).
           03  PGT-LDP          PIC  9(06).
           03  HST-LDP          PIC  X(20).
           03  VAL-LDP          PIC S9(10)V99.

       FD  CADLCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCC.DAT".
       01  REG-LCC.
           03  CHV-LCC.
               05  COD-LCC      PIC  9(04).
               05  DTA-LCC      PIC  9(06).
               05  LCT-LCC      PIC  9(03).
           03  CTC-LCC          PIC  9(02).

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
           03  FLG-ANT          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  QTD-AUX          PIC  9(03).
           03  VAL-AUX          PIC  9(09)V99.
           03  CNT-VNC          PIC  9(05).
           03  AAM-TRC          PIC  9(04).
           03  AAM-SYS          PIC  9(04).
           03  AAM-PRX          PIC  9(04).

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

           03  DTA-CHK.
               05  CMP-CHK      PIC  9(04).
               05  FILLER       PIC  9(02).

           03  HST-AUX.
               05  FILLER       PIC  X(08)  VALUE  "COMPRA ".
               05  DES-HST      PIC  X(12).

           03  TRC-AUX.
               05  ANO-TAX      PIC  9(02).
               05  MES-TAX      PIC  9(02).

       01  REG-SAV.
           03  EMP-SAV          PIC  9(03).
           03  EPI-SAV          PIC  9(03).
           03  DTA-SAV.
               05  ANO-SAV      PIC  9(02).
               05  MES-SAV      PIC  9(02).
               05  DIA-SAV      PIC  9(02).
           03  QTD-SAV          PIC  9(03).
           03  TRC-SAV.
               05  ANO-TSV      PIC  9(02).
               05  MES-TSV      PIC  9(02).
           03  CAC-SAV          PIC  X(10).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "CATALOGO ".
           03  FILLER           PIC  X(09)  VALUE  "ENTREGA  ".
           03  FILLER           PIC  X(09)  VALUE  "COMPRA   ".
           03  FILLER           PIC  X(09)  VALUE  "TROCAS   ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  04.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "EPI E UNIFORMES - TROCAS VENCIDAS E A VENCER".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(13)  VALUE  "REFERENCIA :".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(31)  VALUE  "FUNCIONARIO".
           03  FILLER           PIC  X(25)  VALUE  "EPI".
           03  FILLER           PIC  X(24)  VALUE
               "ENTREGA  TROCA SITUACAO".

       01  DET-001.
           03  EMP-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  EPI-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MES-DT1T         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1T         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(08).

       01  TOT-001.
           03  FILLER           PIC  X(36)  VALUE
               "TOTAL DE TROCAS PENDENTES .........:".
           03  CNT-TT1          PIC  ZZ.ZZ9.

       01  RCB-001.
           03  FILLER           PIC  X(39)  VALUE
               "      RECIBO DE ENTREGA DE EQUIPAMENTO ".
           03  FILLER           PIC  X(41)  VALUE
               "DE PROTECAO INDIVIDUAL".

       01  RCB-002.
           03  FILLER           PIC  X(14)  VALUE  "FUNCIONARIO :".
           03  EMP-RC2          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-RC2          PIC  X(25).

       01  RCB-003.
           03  FILLER           PIC  X(14)  VALUE  "EQUIPAMENTO :".
           03  EPI-RC3          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-RC3          PIC  X(25).
           03  FILLER           PIC  X(09)  VALUE  "  C.A. :".
           03  CAC-RC3          PIC  X(10).

       01  RCB-004.
           03  FILLER           PIC  X(14)  VALUE  "QUANTIDADE  :".
           03  QTD-RC4          PIC  ZZ9.
           03  FILLER           PIC  X(17)  VALUE  "     ENTREGA :".
           03  DIA-RC4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-RC4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-RC4          PIC  9(02).
           03  FILLER           PIC  X(19)  VALUE  "     PROX. TROCA :".
           03  MES-RC4T         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-RC4T         PIC  9(02).

       01  RCB-005.
           03  FILLER           PIC  X(37)  VALUE
               "DECLARO TER RECEBIDO GRATUITAMENTE O ".
           03  FILLER           PIC  X(43)  VALUE
               "EQUIPAMENTO ACIMA, EM PERFEITO".

       01  RCB-006.
           03  FILLER           PIC  X(41)  VALUE
               "ESTADO, COMPROMETENDO-ME A USA-LO APENAS ".
           03  FILLER           PIC  X(39)  VALUE
               "PARA A FINALIDADE A QUE SE".

       01  RCB-007.
           03  FILLER           PIC  X(38)  VALUE
               "DESTINA, RESPONSABILIZANDO-ME POR SUA ".
           03  FILLER           PIC  X(42)  VALUE
               "GUARDA E CONSERVACAO, E A".

       01  RCB-008.
           03  FILLER           PIC  X(41)  VALUE
               "COMUNICAR QUALQUER ALTERACAO QUE O TORNE ".
           03  FILLER           PIC  X(39)  VALUE
               "IMPROPRIO PARA USO (NR-6).".

       01  RCB-009.
           03  FILLER           PIC  X(40)  VALUE
               "  ______________________________".
           03  FILLER           PIC  X(40)  VALUE
               "______________________________".

       01  RCB-010              PIC  X(80)  VALUE
      -    "           FUNCIONARIO                         RESPONSAVEL".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " EPI E UNIFORMES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?EPI ...........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?C.A. ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Troca (meses) .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Conta despesa .:  -  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Centro custo ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Estoque .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Funcionario ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Data entrega ..:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Quantidade ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Proxima troca .:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Valor compra ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Vencimento ....:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  EPI/Uniformes"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Catalogo   ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Entrega    ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Compra     ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Trocas     ? "
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
           03  LINE 06 COLUMN 21 PIC 9(03)  FROM  CHV-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 25 PIC X(25)  FROM  DES-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(10)  FROM  CAC-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  PRZ-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(01)  FROM  PRX-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 23 PIC 9(03)  FROM  SUF-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 27 PIC X(25)  FROM  DES-DSP
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  CTC-EPI
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC X(20)  FROM  NOM-CTC
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC -ZZ.ZZ9  FROM  EST-EPI
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 13 COLUMN 21 PIC 9(03)  FROM  CHV-EMP
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 25 PIC X(25)  FROM  NOM-EMP
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ZZ9    FROM  QTD-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(02)  FROM  MES-TAX
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC 9(02)  FROM  ANO-TAX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 15 COLUMN 21 PIC ZZ9    FROM  QTD-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  VAL-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC 9(02)  FROM  DIA-VCT
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 24 PIC 9(02)  FROM  MES-VCT
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 27 PIC 9(02)  FROM  ANO-VCT
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
      -            "EPI  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "EPI INEXISTENTE !!!
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO EPI  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DO CERTIFICA
      -            "DO DE APROVACAO (C.A.)  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "PERIODO DE TROCA EM
      -            " MESES  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA DE DESPESA DA
      -            "S COMPRAS  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CENTRO DE CUSTO DAS
      -            " COMPRAS  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CENTRO INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O EPI OU (
      -            "A)BANDONAR ?                                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "FUNCIONARIO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "FUNCIONARIO INEXIST
      -            "ENTE OU INATIVO !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA EN
      -            "TREGA  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A QUANTIDADE
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A ENTREGA 
      -            "OU (A)BANDONAR ?                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "RECIBO NA (I)MPRESS
      -            "ORA OU EM (A)RQUIVO ?  -  [ESC] NAO IMPRIME     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " !!!  -  OPERACAO NAO PERMITIDA  -  [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR TOTA
      -            "L DA COMPRA  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO VE
      -            "NCIMENTO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A COMPRA O
      -            "U (A)BANDONAR ?                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "EPI SEM CONTA DE DE
      -            "SPESA CADASTRADA !!!  -  TECLE [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADDSP   CADCTC   CADCMP
           OPEN     I-O      CADLDP   CADLCC
           OPEN     I-O      CADEMP
           OPEN     I-O      CADEPI
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEPI
               CLOSE    CADEPI
               OPEN     I-O      CADEPI.
           OPEN     I-O      CADEEP
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEEP
               CLOSE    CADEEP
               OPEN     I-O      CADEEP.

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
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC   =   4
               GO  TO        ROT-500-000.
           IF  NUM-OPC  NOT  =   3
               GO  TO        ROT-100-000.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.
           IF  SIT-CMP   =   1
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-018
               ACCEPT        OPC-002
               GO  TO        ROT-000-010.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-002
           MOVE     ZEROS    TO  CHV-EPI.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-EPI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-EPI   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEPI   INVALID KEY
                    GO  TO   ROT-100-020.
           PERFORM  ROT-600-000  THRU  ROT-600-010
           DISPLAY  ENT-001
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           GO  TO   ROT-100-030.

       ROT-100-020.
           IF  NUM-OPC  NOT  =   1
               DISPLAY       MEN-003
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           MOVE     1        TO  FLG-NEW
           MOVE     SPACES   TO  DES-EPI  CAC-EPI  DES-DSP  NOM-CTC
           MOVE     ZEROS    TO  PRZ-EPI  DSP-EPI  CTC-EPI  EST-EPI
           DISPLAY  ENT-001.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (06 25)  DES-EPI  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DES-EPI   =   SPACES
               GO  TO        ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   (07 21)  CAC-EPI  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-006
           ACCEPT   (08 21)  PRZ-EPI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  PRZ-EPI   =   ZEROS
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-007
           ACCEPT   (09 21)  PRX-EPI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           ACCEPT   (09 23)  SUF-EPI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           MOVE     DSP-EPI  TO  CHV-DSP
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-060.
           DISPLAY  ENT-001.

       ROT-100-070.
           DISPLAY  MEN-009
           ACCEPT   (10 21)  CTC-EPI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           MOVE     CTC-EPI  TO  CHV-CTC
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCTC   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-070.
           DISPLAY  ENT-001.

       ROT-100-080.
           DISPLAY  MEN-011
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-080.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-EPI
           ELSE
               WRITE    REG-EPI  INVALID KEY
                        REWRITE  REG-EPI.
           DISPLAY  MEN-022
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  MEN-012
           ACCEPT   (13 21)  CHV-EMP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEMP   INVALID KEY
                    MOVE     0        TO  SIT-EMP.
           IF  SIT-EMP  NOT  =   1
               DISPLAY       MEN-013
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           MOVE     DTA-SYS  TO  DTA-AUX
           MOVE     1        TO  QTD-AUX
           DISPLAY  ENT-002.

       ROT-200-010.
           DISPLAY  MEN-014
           ACCEPT   (14 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-200-010.

       ROT-200-020.
           ACCEPT   (14 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-200-020.

       ROT-200-030.
           ACCEPT   (14 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.

       ROT-200-040.
           DISPLAY  MEN-015
           ACCEPT   (15 21)  QTD-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  QTD-AUX   =   ZEROS
               GO  TO        ROT-200-040.
           MOVE     ANO-AUX  TO  ANO-TAX
           COMPUTE  MES-TAX  =   MES-AUX  +  PRZ-EPI  -  1.

       ROT-200-045.
           IF  MES-TAX   >   11
               SUBTRACT 12       FROM  MES-TAX
               ADD      1        TO  ANO-TAX
               GO  TO        ROT-200-045.
           ADD      1        TO  MES-TAX
           DISPLAY  ENT-002.

       ROT-200-050.
           DISPLAY  MEN-016
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-050.
           MOVE     CHV-EMP  TO  EMP-EEP
           MOVE     CHV-EPI  TO  EPI-EEP
           MOVE     DTA-AUX  TO  DTA-EEP
           READ     CADEEP   INVALID KEY
                    MOVE     ZEROS    TO  QTD-EEP.
           ADD      QTD-AUX  TO  QTD-EEP
           MOVE     TRC-AUX  TO  TRC-EEP
           MOVE     CAC-EPI  TO  CAC-EEP
           WRITE    REG-EEP  INVALID KEY
                    REWRITE  REG-EEP.
           SUBTRACT QTD-AUX  FROM  EST-EPI
           REWRITE  REG-EPI.

       ROT-200-060.
           DISPLAY  MEN-017
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-200-060.
           OPEN     OUTPUT   RELATO
           MOVE     CHV-EMP  TO  EMP-RC2
           MOVE     NOM-EMP  TO  NOM-RC2
           MOVE     CHV-EPI  TO  EPI-RC3
           MOVE     DES-EPI  TO  DES-RC3
           MOVE     CAC-EPI  TO  CAC-RC3
           MOVE     QTD-AUX  TO  QTD-RC4
           MOVE     DIA-AUX  TO  DIA-RC4
           MOVE     MES-AUX  TO  MES-RC4
           MOVE     ANO-AUX  TO  ANO-RC4
           MOVE     MES-TAX  TO  MES-RC4T
           MOVE     ANO-TAX  TO  ANO-RC4T
           WRITE    REG-REL FROM CAB-003  AFTER 0
           WRITE    REG-REL FROM RCB-001  AFTER  2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM RCB-002  AFTER  3
           WRITE    REG-REL FROM RCB-003  AFTER  2
           WRITE    REG-REL FROM RCB-004  AFTER  2
           WRITE    REG-REL FROM RCB-005  AFTER  3
           WRITE    REG-REL FROM RCB-006
           WRITE    REG-REL FROM RCB-007
           WRITE    REG-REL FROM RCB-008
           WRITE    REG-REL FROM RCB-009  AFTER  6
           WRITE    REG-REL FROM RCB-010
           WRITE    REG-REL FROM CAB-003  AFTER  3
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-025
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  DSP-EPI   =   ZEROS
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           MOVE     1        TO  QTD-AUX
           MOVE     ZEROS    TO  VAL-AUX
           MOVE     DTA-SYS  TO  DTA-VCT
           DISPLAY  ENT-003.

       ROT-300-010.
           DISPLAY  MEN-015
           ACCEPT   (15 21)  QTD-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  QTD-AUX   =   ZEROS
               GO  TO        ROT-300-010.

       ROT-300-020.
           DISPLAY  MEN-019
           ACCEPT   (17 21)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-003
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-300-020.

       ROT-300-030.
           DISPLAY  MEN-020
           ACCEPT   (18 21)  DIA-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           IF  DIA-VCT   <   1  OR  >  31
               GO  TO        ROT-300-030.

       ROT-300-040.
           ACCEPT   (18 24)  MES-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  MES-VCT   <   1  OR  >  12
               GO  TO        ROT-300-040.

       ROT-300-050.
           ACCEPT   (18 27)  ANO-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.

       ROT-300-060.
           DISPLAY  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-060.
           MOVE     DES-EPI  TO  DES-HST
           MOVE     DSP-EPI  TO  COD-LDP
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     DTA-VCT  TO  PGT-LDP
           MOVE     HST-AUX  TO  HST-LDP
           MOVE     VAL-AUX  TO  VAL-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-300-070.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-300-070.
           IF  CTC-EPI  NOT  =   ZEROS
               MOVE     CHV-LDP  TO  CHV-LCC
               MOVE     CTC-EPI  TO  CTC-LCC
               WRITE    REG-LCC  INVALID KEY
                        REWRITE  REG-LCC.
           ADD      QTD-AUX  TO  EST-EPI
           REWRITE  REG-EPI
           DISPLAY  ENT-001  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-500-000.
           DISPLAY  MEN-023
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-000.
           DISPLAY  MEN-024
           OPEN     OUTPUT   RELATO
           COMPUTE  AAM-SYS  =   ANO-SYS  *  100  +  MES-SYS
           MOVE     AAM-SYS  TO  AAM-PRX
           ADD      1        TO  AAM-PRX
           IF  MES-SYS   =   12
               ADD      88       TO  AAM-PRX.
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  CNT-VNC  FLG-ANT
           PERFORM  ROT-550-000  THRU  ROT-550-010
           MOVE     ZEROS    TO  CHV-EEP
           START    CADEEP   KEY NOT LESS  CHV-EEP
                    INVALID  KEY GO  TO   ROT-500-030.

       ROT-500-010.
           READ     CADEEP   NEXT AT END
                    GO  TO   ROT-500-030.
           IF  FLG-ANT   =   1   AND
               EMP-EEP   =   EMP-SAV  AND
               EPI-EEP   =   EPI-SAV
               MOVE     REG-EEP  TO  REG-SAV
               GO  TO        ROT-500-010.
           IF  FLG-ANT   =   1
               PERFORM  ROT-520-000  THRU  ROT-520-010.
           MOVE     1        TO  FLG-ANT
           MOVE     REG-EEP  TO  REG-SAV
           GO  TO   ROT-500-010.

       ROT-500-030.
           IF  FLG-ANT   =   1
               PERFORM  ROT-520-000  THRU  ROT-520-010.
           WRITE    REG-REL FROM CAB-003
           MOVE     CNT-VNC  TO  CNT-TT1
           WRITE    REG-REL FROM TOT-001
           CLOSE    RELATO
           DISPLAY  MEN-025
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-520-000.
           COMPUTE  AAM-TRC  =   ANO-TSV  *  100  +  MES-TSV
           IF  AAM-TRC   >   AAM-PRX
               GO  TO        ROT-520-010.
           MOVE     EMP-SAV  TO  CHV-EMP
           READ     CADEMP   INVALID KEY
                    GO  TO   ROT-520-010.
           IF  SIT-EMP  NOT  =   1
               GO  TO        ROT-520-010.
           MOVE     EPI-SAV  TO  CHV-EPI
           READ     CADEPI   INVALID KEY
                    MOVE     SPACES   TO  DES-EPI.
           MOVE     EMP-SAV  TO  EMP-DT1
           MOVE     NOM-EMP  TO  NOM-DT1
           MOVE     EPI-SAV  TO  EPI-DT1
           MOVE     DES-EPI  TO  DES-DT1
           MOVE     DIA-SAV  TO  DIA-DT1
           MOVE     MES-SAV  TO  MES-DT1
           MOVE     ANO-SAV  TO  ANO-DT1
           MOVE     MES-TSV  TO  MES-DT1T
           MOVE     ANO-TSV  TO  ANO-DT1T
           IF  AAM-TRC   <   AAM-SYS
               MOVE     "VENCIDA"   TO  SIT-DT1
           ELSE
               MOVE     "A VENCER"  TO  SIT-DT1.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  CNT-VNC  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-550-000  THRU  ROT-550-010.

       ROT-520-010.
           EXIT.

       ROT-550-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-550-010.
           EXIT.

       ROT-600-000.
           MOVE     SPACES   TO  DES-DSP  NOM-CTC
           IF  DSP-EPI  NOT  =   ZEROS
               MOVE     DSP-EPI  TO  CHV-DSP
               READ     CADDSP   INVALID KEY
                        MOVE     SPACES   TO  DES-DSP.
           IF  CTC-EPI  NOT  =   ZEROS
               MOVE     CTC-EPI  TO  CHV-CTC
               READ     CADCTC   INVALID KEY
                        MOVE     SPACES   TO  NOM-CTC.

       ROT-600-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADEPI   CADEEP   CADEMP   CADDSP   CADCTC
                    CADCMP   CADLDP   CADLCC
           CHAIN   "DYN145".
