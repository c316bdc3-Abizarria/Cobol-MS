       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN552.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADIDC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IDC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADIDC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADIDC.DAT".
       01  REG-IDC.
           03  CHV-IDC.
               05  TIP-IDC      PIC  9(01).
               05  AMC-IDC.
                   07  ANO-IDC  PIC  9(04).
                   07  MES-IDC  PIC  9(02).
           03  PCT-IDC          PIC S9(02)V9999.
           03  DTA-IDC          PIC  9(06).

       FD  CADCAL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCAL.DAT".
       01  REG-CAL.
           03  CHV-CAL          PIC  9(04).
           03  CLI-CAL          PIC  X(10).
           03  ESP-CAL          PIC  X(20).
           03  VAL-CAL          PIC  9(07)V99.
           03  DVC-CAL          PIC  9(02).
           03  DTI-CAL.
               05  ANO-DTI      PIC  9(02).
               05  MES-DTI      PIC  9(02).
               05  DIA-DTI      PIC  9(02).
           03  DTF-CAL.
               05  ANO-DTF      PIC  9(02).
               05  MES-DTF      PIC  9(02).
               05  DIA-DTF      PIC  9(02).
           03  IDX-CAL          PIC  9(01).
           03  SIT-CAL          PIC  9(01).
           03  REA-CAL.
               05  ANO-REA      PIC  9(04).
               05  MES-REA      PIC  9(02).
           03  PCR-CAL          PIC S9(03)V99.
           03  ANT-CAL          PIC  9(07)V99.

       FD  CADRAL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRAL.DAT".
       01  REG-RAL.
           03  CHV-RAL.
               05  CTR-RAL      PIC  9(04).
               05  AMC-RAL.
                   07  ANO-RAL  PIC  9(04).
                   07  MES-RAL  PIC  9(02).
           03  CLI-RAL          PIC  X(10).
           03  VAL-RAL          PIC  9(07)V99.
           03  FAT-RAL          PIC  9(06).
           03  VCT-RAL.
               05  AVC-RAL      PIC  9(02).
               05  MVC-RAL      PIC  9(02).
               05  DVC-RAL      PIC  9(02).
           03  DTA-RAL          PIC  9(06).

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

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT          PIC  9(06).
           03  VAL-FAT          PIC S9(10)V99.

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
           03  FLG-IDC          PIC  9(01).
           03  FLG-IMP          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  NOM-AUX          PIC  X(35).
           03  ANO-E2           PIC  9(02).
           03  ANO-PI2          PIC  9(02).
           03  ANO-PF2          PIC  9(02).
           03  ANO-JAN          PIC  9(02).
           03  ANO-J4           PIC  9(04).
           03  DVC-AUX          PIC  9(02).
           03  DIA-AUX          PIC  9(02).
           03  MES-FRT          PIC  9(02).
           03  CNT-MES          PIC  9(02).
           03  NUM-MES          PIC  9(06).
           03  FTR-AUX          PIC  9(03)V9(08).
           03  FAT-INI          PIC  9(06).
           03  FAT-FIM          PIC  9(06).
           03  CNT-GER          PIC  9(04).
           03  CNT-PND          PIC  9(04).
           03  CNT-AGD          PIC  9(04).
           03  TOT-GER          PIC  9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  CMP-SYS.
               05  ANO-CSY      PIC  9(04).
               05  MES-CSY      PIC  9(02).

           03  CMP-GER.
               05  ANO-GER      PIC  9(04).
               05  MES-GER      PIC  9(02).

           03  CMP-INI.
               05  ANO-CIN      PIC  9(04).
               05  MES-CIN      PIC  9(02).

           03  CMP-FIM.
               05  ANO-CFM      PIC  9(04).
               05  MES-CFM      PIC  9(02).

           03  CMP-AUX.
               05  ANO-CAX      PIC  9(04).
               05  MES-CAX      PIC  9(02).

           03  CMP-LIM.
               05  ANO-LIM      PIC  9(04).
               05  MES-LIM      PIC  9(02).

           03  ANV-AUX.
               05  ANO-ANV      PIC  9(04).
               05  MES-ANV      PIC  9(02).

           03  PER-INI.
               05  ANO-PIN      PIC  9(04).
               05  MES-PIN      PIC  9(02).

           03  PER-FIM.
               05  ANO-PFM      PIC  9(04).
               05  MES-PFM      PIC  9(02).

           03  DTE-AUX.
               05  DIA-DTE      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-DTE      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-DTE      PIC  9(02).

           03  CME-AUX.
               05  MES-CME      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-CME      PIC  9(04).

       01  PRM-001              PIC  9(01).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INDICES  ".
           03  FILLER           PIC  X(09)  VALUE  "CONTRATOS".
           03  FILLER           PIC  X(09)  VALUE  "GERACAO  ".
           03  FILLER           PIC  X(09)  VALUE  "AGENDA   ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  05.

       01  TAB-EVT.
           03  FILLER           PIC  X(18)  VALUE  "REAJUSTE IGP-M".
           03  FILLER           PIC  X(18)  VALUE  "REAJUSTE IPCA".
       01  RED-EVT              REDEFINES   TAB-EVT.
           03  EVT-TAB          PIC  X(18)  OCCURS  02.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "EMISSAO :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  MES-CB2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2I         PIC  9(04).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  MES-CB2F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2F         PIC  9(04).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CONT LOCATARIO          ESPACO          ".
           03  FILLER           PIC  X(40)  VALUE
               "      VALOR EVENTO             DATA".

       01  CAB-005.
           03  FILLER           PIC  X(39)  VALUE
               "CONT LOCATARIO         ESPACO          ".
           03  FILLER           PIC  X(41)  VALUE
               "COMPET. VENCTO   FATURA      VALOR".

       01  DET-001.
           03  CTR-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(18).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ESP-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EVT-DT1          PIC  X(18).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTA-DT1          PIC  X(08).

       01  DET-002.
           03  CTR-DT2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(17).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ESP-DT2          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CMP-DT2          PIC  X(07).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VCT-DT2          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FAT-DT2          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(20)  VALUE  "TOTAL GERAL".
           03  QTD-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(11)  VALUE  " FATURA(S)".
           03  FILLER           PIC  X(23)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTRATOS DE ALUGUEL DE ESPACOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Indice ........:    1
      -       "-IGP-M  2-IPCA              ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Variacao % ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Alugueis"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Indices    ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Contratos  ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Geracao    ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Agenda     ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 59 PIC X(21) FROM SPACES.

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
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Contrato ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Locatario .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Nome ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Espaco ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Valor mensal ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Dia vencimento :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Inicio ........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Termino .......:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Indice ........:    1
      -       "-IGP-M  2-IPCA              ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativo  2-Encerrado         ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Ult. reajuste .:   / 
      -       "              %             ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Valor anterior :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-006.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Dia vencimento :     
      -       "(00 = todos)                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Faturas .......:     
      -       "   a                        ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Quantidade ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Valor total ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Sem indice ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-007.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Meses a frente :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-008.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "  a   /                     ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(01)  FROM  TIP-IDC
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  MES-IDC
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  ANO-E2
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC -Z9,9999  FROM  PCT-IDC
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 21 PIC 9(04)  FROM  CHV-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(10)  FROM  CLI-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC X(30)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(20)  FROM  ESP-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VAL-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(02)  FROM  DVC-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC 9(02)  FROM  DIA-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02)  FROM  MES-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC 9(02)  FROM  ANO-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(02)  FROM  DIA-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 24 PIC 9(02)  FROM  MES-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 27 PIC 9(02)  FROM  ANO-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(01)  FROM  IDX-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC 9(01)  FROM  SIT-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(02)  FROM  MES-REA
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC 9(04)  FROM  ANO-REA
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 32 PIC -ZZ9,99  FROM  PCR-CAL
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  ANT-CAL
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-GER
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  ANO-E2
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  DVC-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(06)  FROM  FAT-INI
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 30 PIC 9(06)  FROM  FAT-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC Z.ZZ9  FROM  CNT-GER
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZZ.ZZZ.ZZ9,99  FROM  TOT-GER
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC Z.ZZ9  FROM  CNT-PND
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-FRT
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  ANO-PI2
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 29 PIC 9(02)  FROM  MES-PFM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 32 PIC 9(02)  FROM  ANO-PF2
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "INDICE:  1 - IGP-M 
      -            "  2 - IPCA  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA DO INDI
      -            "CE (MES/ANO)  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "VARIACAO MENSAL DO 
      -            "INDICE EM %  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "CONTRATO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE LOCATARIO  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DESCRICAO DO ESPACO
      -            " LOCADO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR MENSAL DO ALU
      -            "GUEL  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIA DE VENCIMENTO D
      -            "O ALUGUEL  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DE INICIO DO C
      -            "ONTRATO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DE TERMINO DO 
      -            "CONTRATO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "TERMINO ANTERIOR AO
      -            " INICIO !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "INDICE DE REAJUSTE:
      -            "  1 - IGP-M   2 - IPCA  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - ENCERRADO  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA DOS ALU
      -            "GUEIS (MES/ANO)  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIA DE VENCIMENTO (
      -            "00 = TODOS)  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "(G)ERAR AS FATURAS 
      -            "DA COMPETENCIA OU (A)BANDONAR ?                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  GERAND
      -            "O AS FATURAS ...                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "FATURAS GERADAS  - 
      -            " EMITA OS BOLETOS NA COBRANCA  -  [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "MESES A FRENTE NA A
      -            "GENDA  -  [ESC] RETORNA ...                     "
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
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO (M
      -            "ES/ANO)  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "HA CONTRATOS A VENC
      -            "ER OU REAJUSTAR  -  VEJA A AGENDA  -  [ENTER]   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATOS SEM INDIC
      -            "E P/ REAJUSTE NAO FORAM GERADOS  -  [ENTER]     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "DATA INVALIDA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           MOVE     ANO-SYS  TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-CSY
           MOVE     MES-SYS  TO  MES-CSY
           OPEN     INPUT    CADCLI
           OPEN     I-O      CADFAT
           OPEN     I-O      CADIDC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADIDC
               CLOSE    CADIDC
               OPEN     I-O      CADIDC.
           OPEN     I-O      CADCAL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCAL
               CLOSE    CADCAL
               OPEN     I-O      CADCAL.
           OPEN     I-O      CADRAL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRAL
               CLOSE    CADRAL
               OPEN     I-O      CADRAL.
           MOVE     2        TO  MES-FRT
           MOVE     0        TO  FLG-IMP
           PERFORM  ROT-450-000  THRU  ROT-450-050
           IF  CNT-AGD   >   ZEROS
               DISPLAY       MEN-028
               MOVE     SPACES   TO  RSP-OPC
               ACCEPT        OPC-002.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  5
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           MOVE     ZEROS    TO  REG-IDC  ANO-E2
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-100-010.
           ACCEPT   (06 21)  TIP-IDC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  TIP-IDC   <   1  OR  >  2
               GO  TO        ROT-100-010.
           DISPLAY  MEN-003.

       ROT-100-020.
           ACCEPT   (07 21)  MES-IDC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MES-IDC   <   1  OR  >  12
               GO  TO        ROT-100-020.

       ROT-100-030.
           ACCEPT   (07 24)  ANO-E2   WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           MOVE     ANO-E2   TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-IDC
           MOVE     0        TO  FLG-NEW
           READ     CADIDC   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     ZEROS    TO  PCT-IDC.
           DISPLAY  ENT-001.

       ROT-100-040.
           DISPLAY  MEN-004
           ACCEPT   (08 21)  PCT-IDC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-050.
           MOVE     DTA-SYS  TO  DTA-IDC
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-IDC
           ELSE
               WRITE    REG-IDC  INVALID KEY
                        REWRITE  REG-IDC.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  REG-CAL
           MOVE     SPACES   TO  CLI-CAL  ESP-CAL  NOM-AUX
           DISPLAY  TLA-005  ENT-002  MEN-007.

       ROT-200-010.
           ACCEPT   (06 21)  CHV-CAL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-CAL   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     0        TO  FLG-NEW
           READ     CADCAL   INVALID KEY
                    MOVE     1        TO  FLG-NEW  IDX-CAL  SIT-CAL
                    MOVE     SPACES   TO  CLI-CAL  ESP-CAL
                    MOVE     ZEROS    TO  VAL-CAL  DVC-CAL  DTI-CAL
                                          DTF-CAL  REA-CAL  PCR-CAL
                                          ANT-CAL.
           MOVE     SPACES   TO  NOM-AUX
           IF  FLG-NEW   =   0
               MOVE     CLI-CAL  TO  CHV-CLI
               READ     CADCLI   INVALID KEY
                        MOVE     SPACES   TO  NOM-CLI.
           IF  FLG-NEW   =   0
               MOVE     NOM-CLI  TO  NOM-AUX.
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-008
           ACCEPT   (07 21)  CLI-CAL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  CLI-CAL   =   SPACES
               GO  TO        ROT-200-020.
           MOVE     CLI-CAL  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-009
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-020.
           MOVE     NOM-CLI  TO  NOM-AUX
           DISPLAY  ENT-002.

       ROT-200-030.
           DISPLAY  MEN-010
           ACCEPT   (09 21)  ESP-CAL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  ESP-CAL   =   SPACES
               GO  TO        ROT-200-030.

       ROT-200-040.
           DISPLAY  MEN-011
           ACCEPT   (10 21)  VAL-CAL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  VAL-CAL   =   ZEROS
               GO  TO        ROT-200-040.

       ROT-200-050.
           DISPLAY  MEN-012
           ACCEPT   (11 21)  DVC-CAL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  DVC-CAL   <   1  OR  >  31
               GO  TO        ROT-200-050.
           DISPLAY  MEN-013.

       ROT-200-060.
           ACCEPT   (12 21)  DIA-DTI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.
           ACCEPT   (12 24)  MES-DTI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           ACCEPT   (12 27)  ANO-DTI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-DTI   <   1  OR  >  31  OR
               MES-DTI   <   1  OR  >  12
               DISPLAY       MEN-030
               ACCEPT        OPC-002
               DISPLAY       MEN-013
               GO  TO        ROT-200-060.
           DISPLAY  MEN-014.

       ROT-200-070.
           ACCEPT   (13 21)  DIA-DTF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-013
               GO  TO        ROT-200-060.
           ACCEPT   (13 24)  MES-DTF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           ACCEPT   (13 27)  ANO-DTF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-DTF   <   1  OR  >  31  OR
               MES-DTF   <   1  OR  >  12
               DISPLAY       MEN-030
               ACCEPT        OPC-002
               DISPLAY       MEN-014
               GO  TO        ROT-200-070.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           IF  CMP-FIM   <   CMP-INI  OR
              (CMP-FIM   =   CMP-INI  AND  DIA-DTF  <  DIA-DTI)
               DISPLAY       MEN-015
               ACCEPT        OPC-002
               DISPLAY       MEN-014
               GO  TO        ROT-200-070.
           IF  REA-CAL   <   CMP-INI
               MOVE     CMP-INI  TO  REA-CAL
               DISPLAY       ENT-002.

       ROT-200-080.
           DISPLAY  MEN-016
           ACCEPT   (14 21)  IDX-CAL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-014
               GO  TO        ROT-200-070.
           IF  IDX-CAL   <   1  OR  >  2
               GO  TO        ROT-200-080.

       ROT-200-090.
           DISPLAY  MEN-017
           ACCEPT   (15 21)  SIT-CAL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.
           IF  SIT-CAL   <   1  OR  >  2
               GO  TO        ROT-200-090.

       ROT-200-100.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-100.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-CAL
           ELSE
               WRITE    REG-CAL  INVALID KEY
                        REWRITE  REG-CAL.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     CMP-SYS  TO  CMP-GER
           MOVE     ANO-SYS  TO  ANO-E2
           MOVE     ZEROS    TO  DVC-AUX  FAT-INI  FAT-FIM  CNT-GER
                                 TOT-GER  CNT-PND
           DISPLAY  TLA-006  ENT-003  MEN-018.

       ROT-300-010.
           ACCEPT   (06 21)  MES-GER  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-GER   <   1  OR  >  12
               GO  TO        ROT-300-010.

       ROT-300-020.
           ACCEPT   (06 24)  ANO-E2   WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           MOVE     ANO-E2   TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-GER.

       ROT-300-025.
           DISPLAY  MEN-019
           ACCEPT   (07 21)  DVC-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-018
               GO  TO        ROT-300-020.
           IF  DVC-AUX   >   31
               GO  TO        ROT-300-025.

       ROT-300-030.
           DISPLAY  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-025.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-030.
           DISPLAY  MEN-021
           OPEN     I-O      CADCTR
           READ     CADCTR
           MOVE     ZEROS    TO  CHV-CAL
           START    CADCAL   KEY NOT LESS  CHV-CAL
                    INVALID  KEY GO  TO   ROT-300-060.

       ROT-300-040.
           READ     CADCAL   NEXT AT END
                    GO  TO   ROT-300-060.
           IF  SIT-CAL  NOT  =   1
               GO  TO        ROT-300-040.
           IF  DVC-AUX   >   ZEROS  AND
               DVC-CAL  NOT  =   DVC-AUX
               GO  TO        ROT-300-040.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           IF  CMP-GER   <   CMP-INI  OR
               CMP-GER   >   CMP-FIM
               GO  TO        ROT-300-040.
           MOVE     CHV-CAL  TO  CTR-RAL
           MOVE     CMP-GER  TO  AMC-RAL
           READ     CADRAL   INVALID KEY
                    GO  TO   ROT-300-050.
           GO  TO   ROT-300-040.

       ROT-300-050.
           PERFORM  ROT-600-000  THRU  ROT-600-020
           IF  FLG-IDC   =   1
               ADD      1        TO  CNT-PND
               GO  TO        ROT-300-040.
           MOVE     CLI-CAL  TO  CLI-FAT
           MOVE     DTA-SYS  TO  DTA-FAT
           MOVE     VAL-CAL  TO  VAL-FAT
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     CHV-CAL  TO  CTR-RAL
           MOVE     CMP-GER  TO  AMC-RAL
           MOVE     CLI-CAL  TO  CLI-RAL
           MOVE     VAL-CAL  TO  VAL-RAL
           MOVE     CHV-FAT  TO  FAT-RAL
           MOVE     ANO-E2   TO  AVC-RAL
           MOVE     MES-GER  TO  MVC-RAL
           MOVE     DVC-CAL  TO  DIA-AUX
           IF  MES-GER   =   2  AND  DIA-AUX  >  28
               MOVE     28       TO  DIA-AUX.
           IF  DIA-AUX   >   30  AND
              (MES-GER   =   4  OR  6  OR  9  OR  11)
               MOVE     30       TO  DIA-AUX.
           MOVE     DIA-AUX  TO  DVC-RAL
           MOVE     DTA-SYS  TO  DTA-RAL
           WRITE    REG-RAL  INVALID KEY
                    REWRITE  REG-RAL.
           IF  FAT-INI   =   ZEROS
               MOVE     CHV-FAT  TO  FAT-INI.
           MOVE     CHV-FAT  TO  FAT-FIM
           ADD      1        TO  CNT-GER
           ADD      VAL-CAL  TO  TOT-GER
           GO  TO   ROT-300-040.

       ROT-300-060.
           REWRITE  REG-CTR
           CLOSE    CADCTR
           DISPLAY  ENT-003  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           IF  CNT-PND   >   ZEROS
               DISPLAY       MEN-029
               ACCEPT        OPC-002.
           GO  TO   ROT-000-010.

       ROT-400-000.
           MOVE     3        TO  MES-FRT
           DISPLAY  TLA-007  ENT-004  MEN-023.

       ROT-400-010.
           ACCEPT   (06 21)  MES-FRT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-FRT   =   ZEROS
               GO  TO        ROT-400-010.

       ROT-400-020.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-023
               GO  TO        ROT-400-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-400-020.
           DISPLAY  MEN-025
           OPEN     OUTPUT   RELATO
           MOVE     "AGENDA DE TERMINOS E REAJUSTES DE ALUGUEIS"
                             TO  TIT-CB1
           MOVE     1        TO  FLG-IMP
           PERFORM  ROT-450-000  THRU  ROT-450-050
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-450-000.
           MOVE     ZEROS    TO  CNT-AGD
           COMPUTE  NUM-MES  =   ANO-CSY  *  12  +  MES-CSY  -  1
                                 +  MES-FRT
           DIVIDE   NUM-MES  BY  12  GIVING  ANO-LIM
                                     REMAINDER  MES-LIM
           ADD      1        TO  MES-LIM
           IF  FLG-IMP   =   1
               MOVE     DIA-SYS  TO  DIA-CB2
               MOVE     MES-SYS  TO  MES-CB2
               MOVE     ANO-SYS  TO  ANO-CB2
               MOVE     MES-CSY  TO  MES-CB2I
               MOVE     ANO-CSY  TO  ANO-CB2I
               MOVE     MES-LIM  TO  MES-CB2F
               MOVE     ANO-LIM  TO  ANO-CB2F
               MOVE     1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010.
           MOVE     ZEROS    TO  CHV-CAL
           START    CADCAL   KEY NOT LESS  CHV-CAL
                    INVALID  KEY GO  TO   ROT-450-050.

       ROT-450-010.
           READ     CADCAL   NEXT AT END
                    GO  TO   ROT-450-050.
           IF  SIT-CAL  NOT  =   1
               GO  TO        ROT-450-010.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           MOVE     REA-CAL  TO  ANV-AUX
           ADD      1        TO  ANO-ANV
           IF  FLG-IMP   =   1
               MOVE     CLI-CAL  TO  CHV-CLI
               READ     CADCLI   INVALID KEY
                        MOVE     SPACES   TO  NOM-CLI.
           IF  CMP-FIM   >   CMP-LIM
               GO  TO        ROT-450-020.
           ADD      1        TO  CNT-AGD
           IF  FLG-IMP   =   0
               GO  TO        ROT-450-020.
           IF  CMP-FIM   <   CMP-SYS
               MOVE     "CONTRATO VENCIDO"   TO  EVT-DT1
           ELSE
               MOVE     "TERMINO CONTRATO"   TO  EVT-DT1.
           MOVE     DIA-DTF  TO  DIA-DTE
           MOVE     MES-DTF  TO  MES-DTE
           MOVE     ANO-DTF  TO  ANO-DTE
           MOVE     DTE-AUX  TO  DTA-DT1
           PERFORM  ROT-460-000  THRU  ROT-460-010.

       ROT-450-020.
           IF  ANV-AUX   >   CMP-LIM  OR
               ANV-AUX   >   CMP-FIM
               GO  TO        ROT-450-010.
           ADD      1        TO  CNT-AGD
           IF  FLG-IMP   =   0
               GO  TO        ROT-450-010.
           IF  ANV-AUX   <   CMP-SYS
               MOVE     "REAJUSTE ATRASADO"  TO  EVT-DT1
           ELSE
               MOVE     EVT-TAB (IDX-CAL)    TO  EVT-DT1.
           MOVE     MES-ANV  TO  MES-CME
           MOVE     ANO-ANV  TO  ANO-CME
           MOVE     CME-AUX  TO  DTA-DT1
           PERFORM  ROT-460-000  THRU  ROT-460-010
           GO  TO   ROT-450-010.

       ROT-450-050.
           EXIT.

       ROT-460-000.
           MOVE     CHV-CAL  TO  CTR-DT1
           MOVE     NOM-CLI  TO  NOM-DT1
           MOVE     ESP-CAL  TO  ESP-DT1
           MOVE     VAL-CAL  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-460-010.
           EXIT.

       ROT-500-000.
           MOVE     CMP-SYS  TO  PER-INI  PER-FIM
           MOVE     ANO-SYS  TO  ANO-PI2  ANO-PF2
           DISPLAY  TLA-008  ENT-005  MEN-027.

       ROT-500-010.
           ACCEPT   (06 21)  MES-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-PIN   <   1  OR  >  12
               GO  TO        ROT-500-010.

       ROT-500-020.
           ACCEPT   (06 24)  ANO-PI2  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.
           MOVE     ANO-PI2  TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-PIN.

       ROT-500-030.
           ACCEPT   (06 29)  MES-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MES-PFM   <   1  OR  >  12
               GO  TO        ROT-500-030.

       ROT-500-040.
           ACCEPT   (06 32)  ANO-PF2  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.
           MOVE     ANO-PF2  TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-PFM
           IF  PER-FIM   <   PER-INI
               GO  TO        ROT-500-030.

       ROT-500-050.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-027
               GO  TO        ROT-500-040.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-050.
           DISPLAY  MEN-025
           OPEN     OUTPUT   RELATO
           MOVE     "ALUGUEIS FATURADOS POR COMPETENCIA"  TO  TIT-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     MES-PIN  TO  MES-CB2I
           MOVE     ANO-PIN  TO  ANO-CB2I
           MOVE     MES-PFM  TO  MES-CB2F
           MOVE     ANO-PFM  TO  ANO-CB2F
           MOVE     ZEROS    TO  CNT-GER  TOT-GER
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-810-000  THRU  ROT-810-010
           MOVE     ZEROS    TO  CHV-RAL
           START    CADRAL   KEY NOT LESS  CHV-RAL
                    INVALID  KEY GO  TO   ROT-500-070.

       ROT-500-060.
           READ     CADRAL   NEXT AT END
                    GO  TO   ROT-500-070.
           IF  AMC-RAL   <   PER-INI  OR
               AMC-RAL   >   PER-FIM
               GO  TO        ROT-500-060.
           MOVE     CTR-RAL  TO  CHV-CAL
           READ     CADCAL   INVALID KEY
                    MOVE     SPACES   TO  ESP-CAL.
           MOVE     CLI-RAL  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     CTR-RAL  TO  CTR-DT2
           MOVE     NOM-CLI  TO  NOM-DT2
           MOVE     ESP-CAL  TO  ESP-DT2
           MOVE     MES-RAL  TO  MES-CME
           MOVE     ANO-RAL  TO  ANO-CME
           MOVE     CME-AUX  TO  CMP-DT2
           MOVE     DVC-RAL  TO  DIA-DTE
           MOVE     MVC-RAL  TO  MES-DTE
           MOVE     AVC-RAL  TO  ANO-DTE
           MOVE     DTE-AUX  TO  VCT-DT2
           MOVE     FAT-RAL  TO  FAT-DT2
           MOVE     VAL-RAL  TO  VAL-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN  CNT-GER
           ADD      VAL-RAL  TO  TOT-GER
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-810-000  THRU  ROT-810-010.
           GO  TO   ROT-500-060.

       ROT-500-070.
           WRITE    REG-REL FROM CAB-003
           MOVE     CNT-GER  TO  QTD-TT1
           MOVE     TOT-GER  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-600-000.
           MOVE     0        TO  FLG-IDC.

       ROT-600-010.
           MOVE     REA-CAL  TO  ANV-AUX
           ADD      1        TO  ANO-ANV
           IF  ANV-AUX   >   CMP-GER
               GO  TO        ROT-600-020.
           PERFORM  ROT-610-000  THRU  ROT-610-020
           IF  FLG-IDC   =   1
               GO  TO        ROT-600-020.
           IF  FTR-AUX   <   1
               MOVE     1        TO  FTR-AUX.
           MOVE     VAL-CAL  TO  ANT-CAL
           COMPUTE  VAL-CAL  ROUNDED  =   ANT-CAL  *  FTR-AUX
           COMPUTE  PCR-CAL  ROUNDED  =  (FTR-AUX  -  1)  *  100
           MOVE     ANV-AUX  TO  REA-CAL
           REWRITE  REG-CAL
           GO  TO   ROT-600-010.

       ROT-600-020.
           EXIT.

       ROT-610-000.
           MOVE     1        TO  FTR-AUX
           MOVE     ZEROS    TO  CNT-MES
           MOVE     REA-CAL  TO  CMP-AUX.

       ROT-610-010.
           MOVE     IDX-CAL  TO  TIP-IDC
           MOVE     CMP-AUX  TO  AMC-IDC
           READ     CADIDC   INVALID KEY
                    MOVE     1        TO  FLG-IDC
                    GO  TO   ROT-610-020.
           COMPUTE  FTR-AUX  ROUNDED  =
                    FTR-AUX  *  (100  +  PCT-IDC)  /  100
           ADD      1        TO  MES-CAX
           IF  MES-CAX   >   12
               MOVE     1        TO  MES-CAX
               ADD      1        TO  ANO-CAX.
           ADD      1        TO  CNT-MES
           IF  CNT-MES   <   12
               GO  TO        ROT-610-010.

       ROT-610-020.
           EXIT.

       ROT-650-000.
           ADD      1        TO  FAT-CTR
           MOVE     FAT-CTR  TO  CHV-FAT
           WRITE    REG-FAT  INVALID KEY
                    GO  TO   ROT-650-000.

       ROT-650-010.
           EXIT.

       ROT-700-000.
           MOVE     ANO-DTI  TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-CIN
           MOVE     MES-DTI  TO  MES-CIN
           MOVE     ANO-DTF  TO  ANO-JAN
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     ANO-J4   TO  ANO-CFM
           MOVE     MES-DTF  TO  MES-CFM.

       ROT-700-010.
           EXIT.

       ROT-750-000.
           IF  ANO-JAN   <   50
               COMPUTE  ANO-J4   =   2000  +  ANO-JAN
           ELSE
               COMPUTE  ANO-J4   =   1900  +  ANO-JAN.

       ROT-750-010.
           EXIT.

       ROT-800-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-800-010.
           EXIT.

       ROT-810-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-810-010.
           EXIT.

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADIDC   CADCAL   CADRAL   CADCLI   CADFAT
           CHAIN   "DYN500"  USING  PRM-001.
