       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN603.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCFN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CFN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADNFE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADCPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPD.

           SELECT      CADAGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AGC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCFN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCFN.DAT".
       01  REG-CFN.
           03  CHV-CFN.
               05  ANO-CFN      PIC  9(02).
               05  MES-CFN      PIC  9(02).
               05  PRX-CFN      PIC  9(01).
               05  SUF-CFN      PIC  9(03).
           03  DTA-CFN          PIC  9(06).
           03  DES-CFN          PIC  X(25).
           03  VLS-CFN.
               05  VAL-CFN      PIC S9(12)V99  OCCURS  06.

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

       FD  CADLCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCP.DAT".
       01  REG-LCP.
           03  CHV-LCP.
               05  PRX-LCP      PIC  9(01).
               05  SUF-LCP      PIC  9(03).
               05  DTA-LCP      PIC  9(06).
               05  LCT-LCP      PIC  9(03).
           03  NTF-LCP          PIC  9(06).
           03  FOR-LCP          PIC  9(03).
           03  QTD-LCP          PIC S9(06).
           03  CST-LCP          PIC  9(07)V9999.

       FD  CADNFE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFE.DAT".
       01  REG-NFE.
           03  CHV-NFE          PIC  9(06).
           03  CLI-NFE          PIC  X(10).
           03  CGC-NFE          PIC  9(14).
           03  NOM-NFE          PIC  X(35).
           03  DTA-NFE          PIC  9(06).
           03  VAL-NFE          PIC S9(10)V99.
           03  SIT-NFE          PIC  9(01).

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT          PIC  9(06).
           03  VAL-FAT          PIC S9(10)V99.

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

       FD  CADCPD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCPD.DAT".
       01  REG-CPD.
           03  CHV-CPD.
               05  DTA-CPD      PIC  9(06).
               05  NUM-CPD      PIC  9(06).
               05  LCT-CPD      PIC  9(03).
           03  BCO-CPD          PIC  9(03).
           03  NOM-CPD          PIC  X(30).
           03  VAL-CPD          PIC  9(09)V99.

       FD  CADAGC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAGC.DAT".
       01  REG-AGC.
           03  CHV-AGC.
               05  DTV-AGC      PIC  9(06).
               05  SEQ-AGC      PIC  9(03).
           03  BND-AGC          PIC  9(02).
           03  DTA-AGC          PIC  9(06).
           03  VBR-AGC          PIC  9(09)V99.
           03  TXA-AGC          PIC  9(07)V99.
           03  VLQ-AGC          PIC  9(09)V99.
           03  SIT-AGC          PIC  9(01).

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

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  REG-LDP.
           03  CHV-LDP.
               05  PRX-LDP      PIC  9(01).
               05  SUF-LDP      PIC  9(03).
               05  DTA-LDP      PIC  9(06).
               05  LCT-LDP      PIC  9(03).
           03  FLG-LDP          PIC  9(01).
           03  PGT-LDP          PIC  9(06).
           03  HST-LDP          PIC  X(20).
           03  VAL-LDP          PIC S9(10)V99.
       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-CAR          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  IND1             PIC  9(01).
           03  IND2             PIC  9(01).
           03  IND3             PIC  9(02).
           03  CNT-CMB          PIC  9(02).
           03  QDI-AUX          PIC S9(15).

           03  REF-AUX.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).

           03  CAR-AUX.
               05  ANO-CAR      PIC  9(02).
               05  MES-CAR      PIC  9(02).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  SUF-AUX.
               05  SF1-AUX      PIC  9(01).
               05  SF2-AUX      PIC  9(02).

       01  ACUMULADORES.
           03  ACM-CRT          PIC S9(12)V99.
           03  ACM-EST          PIC S9(12)V99.
           03  ACM-CMV          PIC S9(12)V99.
           03  ACM-AUX          PIC S9(12)V99.
           03  ITM-SEG          OCCURS  04.
               05  ACM-SEG      PIC S9(12)V99  OCCURS  06.
               05  DIS-SEG.
                   07  DIA-SEG  PIC S9(04)     OCCURS  04.
           03  ITM-CMB          OCCURS  10.
               05  SUF-CMB      PIC  9(03).
               05  DES-CMB      PIC  X(25).
               05  EST-CMB      PIC S9(12)V99.
               05  CMV-CMB      PIC S9(12)V99.

       01  TAB-NSG.
           03  FILLER           PIC  X(12)  VALUE  "COMBUSTIVEL".
           03  FILLER           PIC  X(12)  VALUE  "LOJA".
           03  FILLER           PIC  X(12)  VALUE  "FROTA".
           03  FILLER           PIC  X(12)  VALUE  "TOTAL".
       01  RED-NSG              REDEFINES   TAB-NSG.
           03  NOM-SEG          PIC  X(12)  OCCURS  04.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "INDICADORES DO CICLO FINANCEIRO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(13)  VALUE  "REFERENCIA :".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(14)  VALUE  "APURADO EM :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MSA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANS-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(12)  VALUE  "SEGMENTO".
           03  FILLER           PIC  X(11)  VALUE  "     VENDAS".
           03  FILLER           PIC  X(11)  VALUE  " RECEBIVEIS".
           03  FILLER           PIC  X(11)  VALUE  "  CUSTO VDA".
           03  FILLER           PIC  X(11)  VALUE  "    ESTOQUE".
           03  FILLER           PIC  X(11)  VALUE  "    COMPRAS".
           03  FILLER           PIC  X(11)  VALUE  "    A PAGAR".

       01  CAB-005.
           03  FILLER           PIC  X(12)  VALUE  "SEGMENTO".
           03  FILLER           PIC  X(09)  VALUE  "      PMR".
           03  FILLER           PIC  X(09)  VALUE  "      PME".
           03  FILLER           PIC  X(09)  VALUE  "      PMP".
           03  FILLER           PIC  X(09)  VALUE  "    CICLO".

       01  CAB-006.
           03  FILLER           PIC  X(28)  VALUE  "COMBUSTIVEL".
           03  FILLER           PIC  X(14)  VALUE  "       ESTOQUE".
           03  FILLER           PIC  X(14)  VALUE  "     CUSTO VDA".
           03  FILLER           PIC  X(09)  VALUE  "      PME".

       01  CAB-007.
           03  FILLER           PIC  X(07)  VALUE  "MES/ANO".
           03  FILLER           PIC  X(08)  VALUE  "     PMR".
           03  FILLER           PIC  X(08)  VALUE  "     PME".
           03  FILLER           PIC  X(08)  VALUE  "     PMP".
           03  FILLER           PIC  X(08)  VALUE  "   CICLO".
           03  FILLER           PIC  X(08)  VALUE  "   COMB.".
           03  FILLER           PIC  X(08)  VALUE  "    LOJA".
           03  FILLER           PIC  X(08)  VALUE  "   FROTA".

       01  TIT-001              PIC  X(80)  VALUE
           "VALORES DO MES EM R$".
       01  TIT-002              PIC  X(80)  VALUE
           "PRAZOS MEDIOS EM DIAS  (CICLO = PMR + PME - PMP)".
       01  TIT-003              PIC  X(80)  VALUE
           "PRAZO MEDIO DE ESTOCAGEM POR COMBUSTIVEL".
       01  TIT-004              PIC  X(80)  VALUE
           "EVOLUCAO DOS ULTIMOS 12 MESES - DIAS DO CICLO POR SEGMENTO".

       01  DET-001.
           03  SEG-DT1          PIC  X(12).
           03  VLR-DT1          PIC  -ZZ.ZZZ.ZZ9  OCCURS  06.

       01  DET-002.
           03  SEG-DT2          PIC  X(12).
           03  DIA-DT2          OCCURS  04.
               05  FILLER       PIC  X(04).
               05  QDI-DT2      PIC  ----9.

       01  DET-003.
           03  DES-DT3          PIC  X(28).
           03  FILLER           PIC  X(02).
           03  EST-DT3          PIC  -ZZ.ZZZ.ZZ9,99.
           03  CMV-DT3          PIC  -ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02).
           03  PME-DT3          PIC  ----9.

       01  DET-004.
           03  MES-DT4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT4          PIC  9(02).
           03  FILLER           PIC  X(02).
           03  DIA-DT4          OCCURS  07.
               05  FILLER       PIC  X(03).
               05  QDI-DT4      PIC  ----9.

       01  DET-005.
           03  MES-DT5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT5          PIC  9(02).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  FILLER           PIC  X(20)  VALUE  "NAO APURADO".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "INDICADORES DO CICLO FINANCEIRO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 05 COLUMN 27 PIC X(22) FROM " ???????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC X(22) FROM " ?  1 - Apurar Mes  ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 27 PIC X(22) FROM " ?  2 - Relatorio   ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 27 PIC X(22) FROM " ???????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Referencia ....:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Segmento           PM
      -       "R     PME     PMP   Ciclo   ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Combustivel          
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Loja                 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Frota                
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Total                
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 12 COLUMN 21 PIC 9(02) USING MES-REF
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02) USING ANO-REF
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 14 COLUMN 21 PIC ----9 FROM  DIA-SEG (1, 1)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 29 PIC ----9 FROM  DIA-SEG (1, 2)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 37 PIC ----9 FROM  DIA-SEG (1, 3)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 45 PIC ----9 FROM  DIA-SEG (1, 4)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ----9 FROM  DIA-SEG (2, 1)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 29 PIC ----9 FROM  DIA-SEG (2, 2)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 37 PIC ----9 FROM  DIA-SEG (2, 3)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 45 PIC ----9 FROM  DIA-SEG (2, 4)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC ----9 FROM  DIA-SEG (3, 1)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 29 PIC ----9 FROM  DIA-SEG (3, 2)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 37 PIC ----9 FROM  DIA-SEG (3, 3)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 45 PIC ----9 FROM  DIA-SEG (3, 4)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC ----9 FROM  DIA-SEG (4, 1)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 29 PIC ----9 FROM  DIA-SEG (4, 2)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 37 PIC ----9 FROM  DIA-SEG (4, 3)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 45 PIC ----9 FROM  DIA-SEG (4, 4)
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "MES/ANO DE REFERENC
      -            "IA  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO OS PRAZOS MEDIOS ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR NO HISTORI
      -            "CO OU (A)BANDONAR ?                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "PRAZOS GRAVADOS NO 
      -            "HISTORICO  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "MES NAO APURADO !!!
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-002 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCSD   CADLCP   CADFAT   CADNTA
                             CADCPD   CADEST   CADLDP
           OPEN     I-O      CADCFN
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCFN
               CLOSE    CADCFN
               OPEN     I-O      CADCFN.
           OPEN     INPUT    CADNFE
           OPEN     INPUT    CADAGC.

       ROT-000-010.
           DISPLAY  TLA-001  MEN-001
           MOVE     0    TO  NUM-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   =   1
               GO  TO        ROT-100-000.
           IF  NUM-OPC   =   2
               GO  TO        ROT-500-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           MOVE     ANO-SYS  TO  ANO-REF
           MOVE     MES-SYS  TO  MES-REF
           PERFORM  ROT-800-000  THRU  ROT-800-020
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           DISPLAY  MEN-003
           MOVE     ZEROS    TO  ACUMULADORES  CNT-CMB
           MOVE     ANO-REF  TO  ANO-INI  ANO-FIM
           MOVE     MES-REF  TO  MES-INI  MES-FIM
           MOVE     01       TO  DIA-INI
           MOVE     31       TO  DIA-FIM
           PERFORM  ROT-200-000  THRU  ROT-200-050
           PERFORM  ROT-300-000  THRU  ROT-300-050
           PERFORM  ROT-400-000  THRU  ROT-400-030
           PERFORM  ROT-450-000  THRU  ROT-450-020
           PERFORM  ROT-650-000  THRU  ROT-650-010
           PERFORM  ROT-600-000  THRU  ROT-600-020
           DISPLAY  ENT-002.

       ROT-100-010.
           DISPLAY  MEN-004
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-010.
           MOVE     ZEROS    TO  CHV-CFN
           MOVE     ANO-REF  TO  ANO-CFN
           MOVE     MES-REF  TO  MES-CFN
           START    CADCFN   KEY NOT LESS  CHV-CFN
                    INVALID  KEY GO  TO   ROT-100-030.

       ROT-100-020.
           READ     CADCFN   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  ANO-CFN  NOT  =   ANO-REF  OR  MES-CFN  NOT  =  MES-REF
               GO  TO        ROT-100-030.
           DELETE   CADCFN
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     1        TO  IND1.

       ROT-100-035.
           MOVE     ZEROS    TO  REG-CFN
           MOVE     ANO-REF  TO  ANO-CFN
           MOVE     MES-REF  TO  MES-CFN
           MOVE     IND1     TO  SUF-CFN
           MOVE     DTA-SYS  TO  DTA-CFN
           MOVE     NOM-SEG (IND1)  TO  DES-CFN
           MOVE     1        TO  IND2.

       ROT-100-040.
           MOVE     ACM-SEG (IND1, IND2)  TO  VAL-CFN (IND2)
           ADD      1        TO  IND2
           IF  IND2   <   7
               GO  TO        ROT-100-040.
           WRITE    REG-CFN
           ADD      1        TO  IND1
           IF  IND1   <   4
               GO  TO        ROT-100-035.
           MOVE     1        TO  IND3.

       ROT-100-050.
           IF  IND3   >   CNT-CMB
               GO  TO        ROT-100-060.
           MOVE     ZEROS    TO  REG-CFN
           MOVE     ANO-REF  TO  ANO-CFN
           MOVE     MES-REF  TO  MES-CFN
           MOVE     1        TO  PRX-CFN
           MOVE     SUF-CMB (IND3)  TO  SUF-CFN
           MOVE     DTA-SYS  TO  DTA-CFN
           MOVE     DES-CMB (IND3)  TO  DES-CFN
           MOVE     CMV-CMB (IND3)  TO  VAL-CFN (3)
           MOVE     EST-CMB (IND3)  TO  VAL-CFN (4)
           WRITE    REG-CFN
           ADD      1        TO  IND3
           GO  TO   ROT-100-050.

       ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-200-000.
           MOVE     ZEROS    TO  CHV-EST
           START    CADEST   KEY NOT LESS  CHV-EST
                    INVALID  KEY GO  TO   ROT-200-050.

       ROT-200-010.
           READ     CADEST   NEXT AT END
                    GO  TO   ROT-200-050.
           IF  PRX-EST   =   1
               MOVE     1        TO  IND1
           ELSE
               MOVE     2        TO  IND1.
           MOVE     ZEROS    TO  ACM-EST  ACM-CMV
           IF  SDO-EST   >   ZEROS
               COMPUTE  ACM-EST  =   SDO-EST  *  CTM-EST.
           ADD      ACM-EST  TO  ACM-SEG (IND1, 4)
           MOVE     PRX-EST  TO  PRX-CSD
           MOVE     SUF-EST  TO  SUF-CSD
           MOVE     DTA-INI  TO  DTA-CSD
           START    CADCSD   KEY NOT LESS  CHV-CSD
                    INVALID  KEY GO  TO   ROT-200-030.

       ROT-200-020.
           READ     CADCSD   NEXT AT END
                    GO  TO   ROT-200-030.
           IF  PRX-CSD  NOT  =   PRX-EST  OR  SUF-CSD  NOT  =  SUF-EST
                             OR  DTA-CSD  >   DTA-FIM
               GO  TO        ROT-200-030.
           ADD      VAL-CSD  TO  ACM-SEG (IND1, 1)
           COMPUTE  ACM-CMV  =   ACM-CMV  +  QTD-CSD  *  CTM-CSD
           GO  TO   ROT-200-020.

       ROT-200-030.
           ADD      ACM-CMV  TO  ACM-SEG (IND1, 3)
           IF  PRX-EST  NOT  =   1  OR  CNT-CMB  =   10
               GO  TO        ROT-200-010.
           IF  ACM-EST   =   ZEROS  AND  ACM-CMV  =   ZEROS
               GO  TO        ROT-200-010.
           ADD      1        TO  CNT-CMB
           MOVE     SUF-EST  TO  SUF-CMB (CNT-CMB)
           MOVE     DES-EST  TO  DES-CMB (CNT-CMB)
           MOVE     ACM-EST  TO  EST-CMB (CNT-CMB)
           MOVE     ACM-CMV  TO  CMV-CMB (CNT-CMB)
           GO  TO   ROT-200-010.

       ROT-200-050.
           EXIT.

       ROT-300-000.
           MOVE     ZEROS    TO  CHV-NFE
           START    CADNFE   KEY NOT LESS  CHV-NFE
                    INVALID  KEY GO  TO   ROT-300-015.

       ROT-300-010.
           READ     CADNFE   NEXT AT END
                    GO  TO   ROT-300-015.
           MOVE     DTA-NFE  TO  DTA-AUX
           IF  ANO-AUX   =   ANO-REF  AND  MES-AUX  =   MES-REF
               ADD      VAL-NFE  TO  ACM-SEG (3, 1).
           GO  TO   ROT-300-010.

       ROT-300-015.
           MOVE     ZEROS    TO  CHV-FAT
           START    CADFAT   KEY NOT LESS  CHV-FAT
                    INVALID  KEY GO  TO   ROT-300-025.

       ROT-300-020.
           READ     CADFAT   NEXT AT END
                    GO  TO   ROT-300-025.
           ADD      VAL-FAT  TO  ACM-SEG (3, 2)
           GO  TO   ROT-300-020.

       ROT-300-025.
           MOVE     SPACES   TO  CHV-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
                    INVALID  KEY GO  TO   ROT-300-035.

       ROT-300-030.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-300-035.
           ADD      VAL-NTA  TO  ACM-SEG (3, 2)
           GO  TO   ROT-300-030.

       ROT-300-035.
           MOVE     SPACES   TO  CHV-CPD
           START    CADCPD   KEY GREATER  CHV-CPD
                    INVALID  KEY GO  TO   ROT-300-042.

       ROT-300-040.
           READ     CADCPD   NEXT AT END
                    GO  TO   ROT-300-042.
           ADD      VAL-CPD  TO  ACM-CRT
           GO  TO   ROT-300-040.

       ROT-300-042.
           MOVE     ZEROS    TO  CHV-AGC
           START    CADAGC   KEY NOT LESS  CHV-AGC
                    INVALID  KEY GO  TO   ROT-300-050.

       ROT-300-045.
           READ     CADAGC   NEXT AT END
                    GO  TO   ROT-300-050.
           IF  SIT-AGC   =   0
               ADD      VLQ-AGC  TO  ACM-CRT.
           GO  TO   ROT-300-045.

       ROT-300-050.
           EXIT.

       ROT-400-000.
           MOVE     ZEROS    TO  CHV-LCP
           START    CADLCP   KEY NOT LESS  CHV-LCP
                    INVALID  KEY GO  TO   ROT-400-015.

       ROT-400-010.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-400-015.
           IF  DTA-LCP   <   DTA-INI  OR  DTA-LCP  >  DTA-FIM
               GO  TO        ROT-400-010.
           COMPUTE  ACM-AUX  =   QTD-LCP  *  CST-LCP
           IF  PRX-LCP   =   1
               ADD      ACM-AUX  TO  ACM-SEG (1, 5)
           ELSE
               ADD      ACM-AUX  TO  ACM-SEG (2, 5).
           GO  TO   ROT-400-010.

       ROT-400-015.
           MOVE     ZEROS    TO  CHV-LDP
           MOVE     6        TO  PRX-LDP
           START    CADLDP   KEY NOT LESS  CHV-LDP
                    INVALID  KEY GO  TO   ROT-400-030.

       ROT-400-020.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-400-030.
           IF  PRX-LDP  NOT  =   6
               GO  TO        ROT-400-030.
           IF  FLG-LDP   =   2
               GO  TO        ROT-400-020.
           MOVE     SUF-LDP  TO  SUF-AUX
           IF  SF1-AUX   =   1
               ADD      VAL-LDP  TO  ACM-SEG (1, 6)
           ELSE
               ADD      VAL-LDP  TO  ACM-SEG (2, 6).
           GO  TO   ROT-400-020.

       ROT-400-030.
           EXIT.

       ROT-450-000.
           IF  ACM-SEG (3, 1)   <   ACM-SEG (1, 1)
               GO  TO        ROT-450-005.
           MOVE     ACM-SEG (1, 3)  TO  ACM-SEG (3, 3)
           MOVE     ZEROS    TO  ACM-SEG (1, 1)  ACM-SEG (1, 3)
           GO  TO   ROT-450-010.

       ROT-450-005.
           COMPUTE  ACM-SEG (3, 3)  ROUNDED  =   ACM-SEG (1, 3)
                    *  ACM-SEG (3, 1)  /  ACM-SEG (1, 1)
           SUBTRACT ACM-SEG (3, 3)  FROM  ACM-SEG (1, 3)
           SUBTRACT ACM-SEG (3, 1)  FROM  ACM-SEG (1, 1).

       ROT-450-010.
           COMPUTE  ACM-AUX  =   ACM-SEG (1, 1)  +  ACM-SEG (2, 1)
           IF  ACM-AUX   =   ZEROS
               ADD      ACM-CRT  TO  ACM-SEG (1, 2)
               GO  TO        ROT-450-020.
           COMPUTE  ACM-AUX  ROUNDED  =   ACM-CRT  *  ACM-SEG (1, 1)
                                       /   ACM-AUX
           ADD      ACM-AUX  TO  ACM-SEG (1, 2)
           COMPUTE  ACM-SEG (2, 2)  =   ACM-SEG (2, 2)  +  ACM-CRT
                                     -   ACM-AUX.

       ROT-450-020.
           EXIT.

       ROT-500-000.
           MOVE     ANO-SYS  TO  ANO-REF
           MOVE     MES-SYS  TO  MES-REF
           PERFORM  ROT-800-000  THRU  ROT-800-020
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     REF-AUX  TO  CAR-AUX
           PERFORM  ROT-550-000  THRU  ROT-550-020
           IF  FLG-CAR   =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-006
               ACCEPT        OPC-001
               GO  TO        ROT-500-000.

       ROT-500-010.
           DISPLAY  MEN-007
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-010.
           DISPLAY  MEN-008
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     DTA-CFN  TO  DTA-AUX
           MOVE     MES-REF  TO  MES-CB2
           MOVE     ANO-REF  TO  ANO-CB2
           MOVE     DIA-AUX  TO  DIA-CB2
           MOVE     MES-AUX  TO  MSA-CB2
           MOVE     ANO-AUX  TO  ANS-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TIT-001  AFTER 2
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     1        TO  IND1.

       ROT-500-020.
           MOVE     SPACES   TO  DET-001
           MOVE     NOM-SEG (IND1)  TO  SEG-DT1
           MOVE     1        TO  IND2.

       ROT-500-025.
           MOVE     ACM-SEG (IND1, IND2)  TO  VLR-DT1 (IND2)
           ADD      1        TO  IND2
           IF  IND2   <   7
               GO  TO        ROT-500-025.
           IF  IND1   =   4
               WRITE    REG-REL FROM CAB-003.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  IND1
           IF  IND1   <   5
               GO  TO        ROT-500-020.
           WRITE    REG-REL FROM TIT-002  AFTER 2
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           MOVE     1        TO  IND1.

       ROT-500-030.
           MOVE     SPACES   TO  DET-002
           MOVE     NOM-SEG (IND1)  TO  SEG-DT2
           MOVE     1        TO  IND2.

       ROT-500-035.
           MOVE     DIA-SEG (IND1, IND2)  TO  QDI-DT2 (IND2)
           ADD      1        TO  IND2
           IF  IND2   <   5
               GO  TO        ROT-500-035.
           IF  IND1   =   4
               WRITE    REG-REL FROM CAB-003.
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  IND1
           IF  IND1   <   5
               GO  TO        ROT-500-030.
           WRITE    REG-REL FROM TIT-003  AFTER 2
           WRITE    REG-REL FROM CAB-006
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  CHV-CFN
           MOVE     ANO-REF  TO  ANO-CFN
           MOVE     MES-REF  TO  MES-CFN
           MOVE     1        TO  PRX-CFN
           START    CADCFN   KEY NOT LESS  CHV-CFN
                    INVALID  KEY GO  TO   ROT-500-050.

       ROT-500-040.
           READ     CADCFN   NEXT AT END
                    GO  TO   ROT-500-050.
           IF  ANO-CFN  NOT  =   ANO-REF  OR  MES-CFN  NOT  =  MES-REF
                             OR  PRX-CFN  NOT  =   1
               GO  TO        ROT-500-050.
           MOVE     SPACES   TO  DET-003
           MOVE     DES-CFN  TO  DES-DT3
           MOVE     VAL-CFN (4)  TO  EST-DT3
           MOVE     VAL-CFN (3)  TO  CMV-DT3
           MOVE     ZEROS    TO  QDI-AUX
           IF  VAL-CFN (3)  NOT  =   ZEROS
               COMPUTE  QDI-AUX  ROUNDED  =   VAL-CFN (4)  *  30
                                           /   VAL-CFN (3).
           IF  QDI-AUX   >   9999
               MOVE     9999     TO  QDI-AUX.
           MOVE     QDI-AUX  TO  PME-DT3
           WRITE    REG-REL FROM DET-003
           GO  TO   ROT-500-040.

       ROT-500-050.
           WRITE    REG-REL FROM TIT-004  AFTER 2
           WRITE    REG-REL FROM CAB-007
           WRITE    REG-REL FROM CAB-003
           MOVE     REF-AUX  TO  CAR-AUX
           MOVE     1        TO  IND3.

       ROT-500-055.
           PERFORM  ROT-560-000  THRU  ROT-560-010
           ADD      1        TO  IND3
           IF  IND3   <   12
               GO  TO        ROT-500-055.
           MOVE     1        TO  IND3.

       ROT-500-060.
           PERFORM  ROT-550-000  THRU  ROT-550-020
           IF  FLG-CAR   =   0
               MOVE     MES-CAR  TO  MES-DT5
               MOVE     ANO-CAR  TO  ANO-DT5
               WRITE    REG-REL FROM DET-005
               GO  TO        ROT-500-070.
           MOVE     SPACES   TO  DET-004
           MOVE     MES-CAR  TO  MES-DT4
           MOVE     ANO-CAR  TO  ANO-DT4
           MOVE     DIA-SEG (4, 1)  TO  QDI-DT4 (1)
           MOVE     DIA-SEG (4, 2)  TO  QDI-DT4 (2)
           MOVE     DIA-SEG (4, 3)  TO  QDI-DT4 (3)
           MOVE     DIA-SEG (4, 4)  TO  QDI-DT4 (4)
           MOVE     DIA-SEG (1, 4)  TO  QDI-DT4 (5)
           MOVE     DIA-SEG (2, 4)  TO  QDI-DT4 (6)
           MOVE     DIA-SEG (3, 4)  TO  QDI-DT4 (7)
           WRITE    REG-REL FROM DET-004.

       ROT-500-070.
           PERFORM  ROT-570-000  THRU  ROT-570-010
           ADD      1        TO  IND3
           IF  IND3   <   13
               GO  TO        ROT-500-060.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-550-000.
           MOVE     ZEROS    TO  ACUMULADORES  FLG-CAR
           MOVE     1        TO  IND1.

       ROT-550-005.
           MOVE     ZEROS    TO  CHV-CFN
           MOVE     ANO-CAR  TO  ANO-CFN
           MOVE     MES-CAR  TO  MES-CFN
           MOVE     IND1     TO  SUF-CFN
           READ     CADCFN   INVALID KEY
                    GO  TO   ROT-550-015.
           MOVE     1        TO  FLG-CAR
           MOVE     1        TO  IND2.

       ROT-550-010.
           MOVE     VAL-CFN (IND2)  TO  ACM-SEG (IND1, IND2)
           ADD      1        TO  IND2
           IF  IND2   <   7
               GO  TO        ROT-550-010.

       ROT-550-015.
           ADD      1        TO  IND1
           IF  IND1   <   4
               GO  TO        ROT-550-005.
           IF  FLG-CAR   =   0
               GO  TO        ROT-550-020.
           MOVE     ZEROS    TO  CHV-CFN
           MOVE     ANO-CAR  TO  ANO-CFN
           MOVE     MES-CAR  TO  MES-CFN
           MOVE     1        TO  SUF-CFN
           READ     CADCFN
           PERFORM  ROT-650-000  THRU  ROT-650-010
           PERFORM  ROT-600-000  THRU  ROT-600-020.

       ROT-550-020.
           EXIT.

       ROT-560-000.
           IF  MES-CAR  NOT  =   1
               SUBTRACT 1        FROM  MES-CAR
               GO  TO        ROT-560-010.
           MOVE     12       TO  MES-CAR
           IF  ANO-CAR   =   ZEROS
               MOVE     99       TO  ANO-CAR
           ELSE
               SUBTRACT 1        FROM  ANO-CAR.

       ROT-560-010.
           EXIT.

       ROT-570-000.
           IF  MES-CAR  NOT  =   12
               ADD      1        TO  MES-CAR
               GO  TO        ROT-570-010.
           MOVE     1        TO  MES-CAR
           IF  ANO-CAR   =   99
               MOVE     ZEROS    TO  ANO-CAR
           ELSE
               ADD      1        TO  ANO-CAR.

       ROT-570-010.
           EXIT.

       ROT-600-000.
           MOVE     1        TO  IND1.

       ROT-600-010.
           MOVE     ZEROS    TO  DIS-SEG (IND1)
           MOVE     1        TO  IND2
           PERFORM  ROT-610-000  THRU  ROT-610-010
           MOVE     2        TO  IND2
           PERFORM  ROT-610-000  THRU  ROT-610-010
           MOVE     3        TO  IND2
           PERFORM  ROT-610-000  THRU  ROT-610-010
           ADD      1        TO  IND1
           IF  IND1   <   5
               GO  TO        ROT-600-010.
           MOVE     DIA-SEG (1, 2)  TO  DIA-SEG (3, 2)
           MOVE     DIA-SEG (1, 3)  TO  DIA-SEG (3, 3)
           MOVE     1        TO  IND1.

       ROT-600-015.
           COMPUTE  DIA-SEG (IND1, 4)  =   DIA-SEG (IND1, 1)
                    +  DIA-SEG (IND1, 2)  -  DIA-SEG (IND1, 3)
           ADD      1        TO  IND1
           IF  IND1   <   5
               GO  TO        ROT-600-015.

       ROT-600-020.
           EXIT.

       ROT-610-000.
           MOVE     ZEROS    TO  QDI-AUX
           IF  IND2   =   1
               MOVE     ACM-SEG (IND1, 2)  TO  ACM-AUX
               MOVE     ACM-SEG (IND1, 1)  TO  ACM-CMV.
           IF  IND2   =   2
               MOVE     ACM-SEG (IND1, 4)  TO  ACM-AUX
               MOVE     ACM-SEG (IND1, 3)  TO  ACM-CMV.
           IF  IND2   =   3
               MOVE     ACM-SEG (IND1, 6)  TO  ACM-AUX
               MOVE     ACM-SEG (IND1, 5)  TO  ACM-CMV.
           IF  ACM-CMV   =   ZEROS
               GO  TO        ROT-610-010.
           COMPUTE  QDI-AUX  ROUNDED  =   ACM-AUX  *  30  /  ACM-CMV
           IF  QDI-AUX   >   9999
               MOVE     9999     TO  QDI-AUX.
           IF  QDI-AUX   <   -9999
               MOVE     -9999    TO  QDI-AUX.
           MOVE     QDI-AUX  TO  DIA-SEG (IND1, IND2).

       ROT-610-010.
           EXIT.

       ROT-650-000.
           MOVE     1        TO  IND2.

       ROT-650-005.
           COMPUTE  ACM-SEG (4, IND2)  =   ACM-SEG (1, IND2)
                    +  ACM-SEG (2, IND2)  +  ACM-SEG (3, IND2)
           ADD      1        TO  IND2
           IF  IND2   <   7
               GO  TO        ROT-650-005.

       ROT-650-010.
           EXIT.

       ROT-800-000.
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-800-010.
           ACCEPT   (12 21)  MES-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-800-020.
           IF  MES-REF   <   1  OR  >  12
               GO  TO        ROT-800-010.
           ACCEPT   (12 24)  ANO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-800-010.

       ROT-800-020.
           EXIT.

       ROT-900-000.
           CLOSE    CADCFN   CADCSD   CADLCP   CADNFE   CADFAT
                    CADNTA   CADCPD   CADAGC   CADEST   CADLDP
           CHAIN   "DYN600"  USING  PRM-001  PRM-OPE.
