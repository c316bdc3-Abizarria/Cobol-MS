       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN320.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADSOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SOC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCCS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCS
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADSOC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADSOC.DAT".
       01  REG-SOC.
           03  CHV-SOC          PIC  9(02).
           03  NOM-SOC          PIC  X(30).
           03  CPF-SOC          PIC  9(11).
           03  PCT-SOC          PIC  9(03)V99.
           03  SIT-SOC          PIC  9(01).

       FD  CADSCT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADSCT.DAT".
       01  REG-SCT.
           03  CHV-SCT.
               05  PRX-SCT      PIC  9(01).
               05  SUF-SCT      PIC  9(03).
           03  SOC-SCT          PIC  9(02).
           03  NAT-SCT          PIC  9(01).

       FD  CADCCS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCCS.DAT".
       01  REG-CCS.
           03  CHV-CCS.
               05  SOC-CCS      PIC  9(02).
               05  DTA-CCS      PIC  9(06).
               05  ORG-CCS      PIC  9(01).
               05  REF-CCS      PIC  9(13).
           03  NAT-CCS          PIC  9(01).
           03  TIP-CCS          PIC  9(01).
           03  PRX-CCS          PIC  9(01).
           03  SUF-CCS          PIC  9(03).
           03  HST-CCS          PIC  X(20).
           03  VAL-CCS          PIC  9(10)V99.

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

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
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  FLG-RET          PIC  9(01).
           03  FLG-CAB          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND              PIC  9(02).
           03  SOC-AUX          PIC  9(02).
           03  NOM-AUX          PIC  X(30).
           03  NAT-AUX          PIC  X(10).
           03  QTD-AUX          PIC  9(05).
           03  LID-AUX          PIC  9(05).
           03  LAN-AUX          PIC  9(05).
           03  SVC-AUX          PIC  9(05).
           03  SDO-AUX          PIC S9(11)V99.
           03  SDI-AUX          PIC S9(11)V99.
           03  SDG-AUX          PIC S9(11)V99.
           03  DEB-AUX          PIC  9(11)V99.
           03  CRE-AUX          PIC  9(11)V99.
           03  LIQ-AUX          PIC S9(11)V99.
           03  LIN-AUX          PIC  X(80).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTI-AUX.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTF-AUX.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-ACM.
           03  ITM-ACM          OCCURS  05.
               05  DEB-ACM      PIC  9(11)V99.
               05  CRE-ACM      PIC  9(11)V99.

       01  TAB-GER.
           03  ITM-GER          OCCURS  05.
               05  DEB-GER      PIC  9(11)V99.
               05  CRE-GER      PIC  9(11)V99.

       01  TAB-NAT.
           03  FILLER           PIC  X(10)  VALUE  "PRO-LABORE".
           03  FILLER           PIC  X(10)  VALUE  "DISTR.LUCR".
           03  FILLER           PIC  X(10)  VALUE  "APORTE CAP".
           03  FILLER           PIC  X(10)  VALUE  "DESP.PESS.".
           03  FILLER           PIC  X(10)  VALUE  "OUTROS".
       01  RED-NAT              REDEFINES   TAB-NAT.
           03  NOM-NAT          PIC  X(10)  OCCURS  05.

       01  TAB-ORG.
           03  FILLER           PIC  X(03)  VALUE  "MAN".
           03  FILLER           PIC  X(03)  VALUE  "DSP".
       01  RED-ORG              REDEFINES   TAB-ORG.
           03  NOM-ORG          PIC  X(03)  OCCURS  02.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "SOCIOS   ".
           03  FILLER           PIC  X(09)  VALUE  "CONTAS   ".
           03  FILLER           PIC  X(09)  VALUE  "LANCAMEN.".
           03  FILLER           PIC  X(09)  VALUE  "GERAR    ".
           03  FILLER           PIC  X(09)  VALUE  "EXTRATO  ".
           03  FILLER           PIC  X(09)  VALUE  "ANUAL    ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  06.

       01  PRM-001              PIC  9(01).

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
           03  CPL-CB2          PIC  X(40).

       01  CPL-PER.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DIA-CPI          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CPI          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CPI          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DIA-CPF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CPF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CPF          PIC  9(02).

       01  CPL-EXE.
           03  FILLER           PIC  X(12)  VALUE  "EXERCICIO :".
           03  ANO-CPE          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-COL              PIC  X(80).

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "DATA     ORG NATUREZA   HISTORICO       ".
           03  FILLER           PIC  X(40)  VALUE
               "       DEBITO      CREDITO         SALDO".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "NATUREZA                                ".
           03  FILLER           PIC  X(40)  VALUE
               "      DEBITOS     CREDITOS       LIQUIDO".

       01  LIN-SOC.
           03  FILLER           PIC  X(08)  VALUE  "SOCIO :".
           03  COD-LSC          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-LSC          PIC  X(30).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  FILLER           PIC  X(06)  VALUE  "CPF :".
           03  CPF-LSC          PIC  9(11).
           03  FILLER           PIC  X(09)  VALUE  "  PART.:".
           03  PCT-LSC          PIC  ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  "%".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ORG-DT1          PIC  X(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NAT-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HST-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DEB-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZERO.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRE-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZERO.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  -Z.ZZZ.ZZ9,99.

       01  TOT-001.
           03  LBL-TT1          PIC  X(41).
           03  DEB-TT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZERO.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRE-TT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZERO.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-TT1          PIC  -Z.ZZZ.ZZ9,99.

       01  LBL-SDI.
           03  FILLER           PIC  X(17)  VALUE  "SALDO INICIAL EM ".
           03  FILLER           PIC  X(06)  VALUE  "01/01/".
           03  ANO-SDI          PIC  9(02).

       01  LBL-SDF.
           03  FILLER           PIC  X(17)  VALUE  "SALDO FINAL EM ".
           03  FILLER           PIC  X(06)  VALUE  "31/12/".
           03  ANO-SDF          PIC  9(02).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTA CORRENTE DE SOCIOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Socio .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Nome ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?CPF ...........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Participacao ..:     
      -       "    %                       ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativo  2-Inativo           ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Socios"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Socios     ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Contas     ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Lancamento ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Gerar      ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Extrato    ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Anual      ? "
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
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Conta despesa .: 5-  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Socio .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Natureza ......:     
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
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?  Naturezas:  1 - Pro
      -       "-labore                     ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?              2 - Dis
      -       "tribuicao de lucros         ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?              3 - Apo
      -       "rte de capital              ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?              4 - Des
      -       "pesas pessoais              ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?              5 - Out
      -       "ros                         ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-006.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Socio .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Natureza ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Tipo ..........:    1
      -       "-Credito  2-Debito          ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Historico .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Valor .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Saldo atual ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?  Naturezas:  1 - Pro
      -       "-labore                     ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?              2 - Dis
      -       "tribuicao de lucros         ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?              3 - Apo
      -       "rte de capital              ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?              4 - Des
      -       "pesas pessoais              ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?              5 - Out
      -       "ros                         ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       " /   a   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Lidos .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Lancados ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Sem vinculo ...:     
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

       01  TLA-009.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       " /   a   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Socio .........:    (
      -       "00 = todos)                 ? " BACKGROUND-COLOR 01.
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

       01  TLA-010.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Exercicio .....:    (
      -       "ano com 2 digitos)          ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CHV-SOC
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(30)  FROM  NOM-SOC
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(11)  FROM  CPF-SOC
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZ9,99 FROM  PCT-SOC
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(01)  FROM  SIT-SOC
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 23 PIC 9(03)  FROM  SUF-SCT
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC X(25)  FROM  DES-DSP
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  SOC-SCT
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC X(28)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(01)  FROM  NAT-SCT
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 23 PIC X(10)  FROM  NAT-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  SOC-CCS
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC X(28)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(01)  FROM  NAT-CCS
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 23 PIC X(10)  FROM  NAT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(01)  FROM  TIP-CCS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(20)  FROM  HST-CCS
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC Z.ZZZ.ZZZ.ZZ9,99  FROM  VAL-CCS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC -ZZ.ZZZ.ZZZ.ZZ9,99  FROM  SDO-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-INI
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-INI
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-INI
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 32 PIC 9(02)  FROM  DIA-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 35 PIC 9(02)  FROM  MES-FIM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 38 PIC 9(02)  FROM  ANO-FIM
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 08 COLUMN 21 PIC ZZ.ZZ9  FROM  LID-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZ.ZZ9  FROM  LAN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC ZZ.ZZ9  FROM  SVC-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-006.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  SOC-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC X(28)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-007.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  ANO-AUX
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "SOCIO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NOME DO SO
      -            "CIO  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CPF DO SOC
      -            "IO  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "PERCENTUAL DE PARTI
      -            "CIPACAO NO CAPITAL  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - INATIVO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA DE C
      -            "REDITOS DE SOCIOS  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE N
      -            "O PLANO DE DESPESAS !!!  -  [ENTER]             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "SOCIO INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A NATUREZA D
      -            "O MOVIMENTO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR, (E)XCLUIR
      -            " O VINCULO OU (A)BANDONAR ?                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "VINCULO EXCLUIDO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO LA
      -            "NCAMENTO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "TIPO:  1 - CREDITO 
      -            "DO SOCIO   2 - DEBITO  -  [ESC] RETORNA         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O HISTORICO 
      -            "DO LANCAMENTO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR DO L
      -            "ANCAMENTO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "PERIODO INVALIDO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "(G)ERAR OS LANCAMEN
      -            "TOS DO PERIODO OU (A)BANDONAR ?                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  GERAND
      -            "O LANCAMENTOS ...                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTOS GERADOS
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "SOCIO (00 = TODOS) 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O ANO DO EXE
      -            "RCICIO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADDSP   CADLDP
           OPEN     I-O      CADSOC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADSOC
               CLOSE    CADSOC
               OPEN     I-O      CADSOC.
           OPEN     I-O      CADSCT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADSCT
               CLOSE    CADSCT
               OPEN     I-O      CADSCT.
           OPEN     I-O      CADCCS
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCCS
               CLOSE    CADCCS
               OPEN     I-O      CADCCS.

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
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000, ROT-600-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           MOVE     ZEROS    TO  REG-SOC
           MOVE     SPACES   TO  NOM-SOC
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-SOC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-SOC   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           READ     CADSOC   INVALID KEY
                    MOVE     1        TO  FLG-NEW  SIT-SOC
                    MOVE     ZEROS    TO  CPF-SOC  PCT-SOC
                    MOVE     SPACES   TO  NOM-SOC.
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (07 21)  NOM-SOC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  NOM-SOC   =   SPACES
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (08 21)  CPF-SOC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           DISPLAY  MEN-007
           ACCEPT   (09 21)  PCT-SOC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  PCT-SOC   >   100
               GO  TO        ROT-100-040.

       ROT-100-050.
           DISPLAY  MEN-008
           ACCEPT   (10 21)  SIT-SOC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  SIT-SOC   <   1  OR  >  2
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-SOC
           ELSE
               WRITE    REG-SOC  INVALID KEY
                        REWRITE  REG-SOC.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     5        TO  PRX-SCT
           MOVE     ZEROS    TO  SUF-SCT  SOC-SCT  NAT-SCT
           MOVE     SPACES   TO  DES-DSP  NOM-AUX  NAT-AUX
           DISPLAY  TLA-005  ENT-002  MEN-009.

       ROT-200-010.
           ACCEPT   (06 23)  SUF-SCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  SUF-SCT   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     PRX-SCT  TO  PRX-DSP
           MOVE     SUF-SCT  TO  SUF-DSP
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    DISPLAY  MEN-009
                    GO  TO   ROT-200-010.
           MOVE     0        TO  FLG-NEW
           READ     CADSCT   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     ZEROS    TO  SOC-SCT  NAT-SCT.
           MOVE     SPACES   TO  NOM-AUX  NAT-AUX
           IF  FLG-NEW   =   0
               PERFORM  ROT-840-000  THRU  ROT-840-010.
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-002
           ACCEPT   (07 21)  SOC-SCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           MOVE     SOC-SCT  TO  CHV-SOC
           MOVE     SPACES   TO  RSP-OPC
           READ     CADSOC   INVALID KEY
                    DISPLAY  MEN-011
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-020.
           MOVE     NOM-SOC  TO  NOM-AUX
           DISPLAY  ENT-002.

       ROT-200-030.
           DISPLAY  MEN-012
           ACCEPT   (08 21)  NAT-SCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  NAT-SCT   <   1  OR  >  5
               GO  TO        ROT-200-030.
           MOVE     NOM-NAT (NAT-SCT) TO  NAT-AUX
           DISPLAY  ENT-002.

       ROT-200-040.
           IF  FLG-NEW   =   0
               DISPLAY       MEN-013
           ELSE
               DISPLAY       MEN-005.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "E"  AND  FLG-NEW  =  0
               DELETE   CADSCT
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-SCT
           ELSE
               WRITE    REG-SCT  INVALID KEY
                        REWRITE  REG-SCT.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     ZEROS    TO  REG-CCS  SDO-AUX
           MOVE     SPACES   TO  HST-CCS  NOM-AUX  NAT-AUX
           MOVE     DTA-SYS  TO  DTA-AUX
           DISPLAY  TLA-006  ENT-003  MEN-002.

       ROT-300-010.
           ACCEPT   (06 21)  SOC-CCS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     SOC-CCS  TO  CHV-SOC  SOC-AUX
           MOVE     SPACES   TO  RSP-OPC
           READ     CADSOC   INVALID KEY
                    DISPLAY  MEN-011
                    ACCEPT   OPC-002
                    DISPLAY  MEN-002
                    GO  TO   ROT-300-010.
           MOVE     NOM-SOC  TO  NOM-AUX
           MOVE     999999   TO  DTF-AUX
           PERFORM  ROT-820-000  THRU  ROT-820-020
           MOVE     DTA-SYS  TO  DTF-AUX
           MOVE     SOC-AUX  TO  SOC-CCS
           DISPLAY  ENT-003.

       ROT-300-020.
           DISPLAY  MEN-015
           ACCEPT   (07 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-300-020.
           ACCEPT   (07 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-300-020.
           ACCEPT   (07 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.

       ROT-300-030.
           DISPLAY  MEN-012
           ACCEPT   (08 21)  NAT-CCS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           IF  NAT-CCS   <   1  OR  >  5
               GO  TO        ROT-300-030.
           MOVE     NOM-NAT (NAT-CCS) TO  NAT-AUX
           DISPLAY  ENT-003.

       ROT-300-040.
           DISPLAY  MEN-016
           ACCEPT   (09 21)  TIP-CCS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  TIP-CCS   <   1  OR  >  2
               GO  TO        ROT-300-040.

       ROT-300-050.
           DISPLAY  MEN-017
           ACCEPT   (10 21)  HST-CCS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.
           IF  HST-CCS   =   SPACES
               GO  TO        ROT-300-050.

       ROT-300-060.
           DISPLAY  MEN-018
           ACCEPT   (11 21)  VAL-CCS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-003
           IF  TECLADO   =   01
               GO  TO        ROT-300-050.
           IF  VAL-CCS   =   ZEROS
               GO  TO        ROT-300-060.

       ROT-300-070.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-060.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-300-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-070.
           MOVE     DTA-AUX  TO  DTA-CCS
           MOVE     0        TO  ORG-CCS
           MOVE     ZEROS    TO  PRX-CCS  SUF-CCS  REF-CCS.

       ROT-300-080.
           ADD      1        TO  REF-CCS
           WRITE    REG-CCS  INVALID KEY
                    GO  TO   ROT-300-080.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-300-000.

       ROT-400-000.
           MOVE     ZEROS    TO  LID-AUX  LAN-AUX  SVC-AUX
           DISPLAY  TLA-008  ENT-005  MEN-019
           PERFORM  ROT-810-000  THRU  ROT-810-030
           IF  FLG-RET   =   1
               GO  TO        ROT-000-010.

       ROT-400-010.
           DISPLAY  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-400-010.
           DISPLAY  MEN-022
           MOVE     ZEROS    TO  CHV-CCS
           START    CADCCS   KEY NOT LESS  CHV-CCS
                    INVALID  KEY GO  TO   ROT-400-030.

       ROT-400-020.
           READ     CADCCS   NEXT AT END
                    GO  TO   ROT-400-030.
           IF  ORG-CCS  NOT  =   1
               GO  TO        ROT-400-020.
           IF  DTA-CCS   <   DTI-AUX  OR  >  DTF-AUX
               GO  TO        ROT-400-020.
           DELETE   CADCCS
           GO  TO   ROT-400-020.

       ROT-400-030.
           MOVE     5        TO  PRX-LDP
           MOVE     ZEROS    TO  SUF-LDP  DTA-LDP  LCT-LDP
           START    CADLDP   KEY NOT LESS  CHV-LDP
                    INVALID  KEY GO  TO   ROT-400-050.

       ROT-400-040.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-400-050.
           IF  PRX-LDP  NOT  =   5
               GO  TO        ROT-400-050.
           IF  FLG-LDP  NOT  =   2
               GO  TO        ROT-400-040.
           IF  PGT-LDP   <   DTI-AUX  OR  >  DTF-AUX
               GO  TO        ROT-400-040.
           ADD      1        TO  LID-AUX
           MOVE     PRX-LDP  TO  PRX-SCT
           MOVE     SUF-LDP  TO  SUF-SCT
           READ     CADSCT   INVALID KEY
                    ADD      1        TO  SVC-AUX
                    GO  TO   ROT-400-040.
           MOVE     SOC-SCT  TO  SOC-CCS
           MOVE     PGT-LDP  TO  DTA-CCS
           MOVE     1        TO  ORG-CCS
           MOVE     CHV-LDP  TO  REF-CCS
           MOVE     NAT-SCT  TO  NAT-CCS
           MOVE     PRX-LDP  TO  PRX-CCS
           MOVE     SUF-LDP  TO  SUF-CCS
           MOVE     HST-LDP  TO  HST-CCS
           MOVE     VAL-LDP  TO  VAL-CCS
           IF  VAL-LDP   <   ZEROS
               MOVE     1        TO  TIP-CCS
           ELSE
               MOVE     2        TO  TIP-CCS.
           WRITE    REG-CCS  INVALID KEY
                    REWRITE  REG-CCS.
           ADD      1        TO  LAN-AUX
           GO  TO   ROT-400-040.

       ROT-400-050.
           DISPLAY  ENT-005
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-023
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-500-000.
           MOVE     ZEROS    TO  SOC-AUX
           MOVE     SPACES   TO  NOM-AUX
           DISPLAY  TLA-009  ENT-006  MEN-019
           PERFORM  ROT-810-000  THRU  ROT-810-030
           IF  FLG-RET   =   1
               GO  TO        ROT-000-010.

       ROT-500-010.
           DISPLAY  MEN-024
           ACCEPT   (07 21)  SOC-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           MOVE     "TODOS OS SOCIOS"  TO  NOM-AUX
           IF  SOC-AUX   =   ZEROS
               GO  TO        ROT-500-020.
           MOVE     SOC-AUX  TO  CHV-SOC
           MOVE     SPACES   TO  RSP-OPC
           READ     CADSOC   INVALID KEY
                    DISPLAY  MEN-011
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-010.
           MOVE     NOM-SOC  TO  NOM-AUX.

       ROT-500-020.
           DISPLAY  ENT-006  MEN-025
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-020.
           DISPLAY  MEN-026
           OPEN     OUTPUT   RELATO
           MOVE     "CONTA CORRENTE DE SOCIOS - EXTRATO"  TO  TIT-CB1
           MOVE     DIA-INI  TO  DIA-CPI
           MOVE     MES-INI  TO  MES-CPI
           MOVE     ANO-INI  TO  ANO-CPI
           MOVE     DIA-FIM  TO  DIA-CPF
           MOVE     MES-FIM  TO  MES-CPF
           MOVE     ANO-FIM  TO  ANO-CPF
           MOVE     CPL-PER  TO  CPL-CB2
           MOVE     CAB-004  TO  CAB-COL
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           IF  SOC-AUX  NOT  =   ZEROS
               PERFORM  ROT-520-000  THRU  ROT-520-050
               GO  TO        ROT-500-040.
           MOVE     ZEROS    TO  CHV-SOC
           START    CADSOC   KEY NOT LESS  CHV-SOC
                    INVALID  KEY GO  TO   ROT-500-040.

       ROT-500-030.
           READ     CADSOC   NEXT AT END
                    GO  TO   ROT-500-040.
           PERFORM  ROT-520-000  THRU  ROT-520-050
           GO  TO   ROT-500-030.

       ROT-500-040.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-027
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-520-000.
           MOVE     ZEROS    TO  SDO-AUX  DEB-AUX  CRE-AUX  QTD-AUX
           MOVE     0        TO  FLG-CAB
           MOVE     CHV-SOC  TO  SOC-CCS
           MOVE     ZEROS    TO  DTA-CCS  ORG-CCS  REF-CCS
           START    CADCCS   KEY NOT LESS  CHV-CCS
                    INVALID  KEY GO  TO   ROT-520-030.

       ROT-520-010.
           READ     CADCCS   NEXT AT END
                    GO  TO   ROT-520-030.
           IF  SOC-CCS  NOT  =   CHV-SOC
               GO  TO        ROT-520-030.
           IF  DTA-CCS   >   DTF-AUX
               GO  TO        ROT-520-030.
           ADD      1        TO  QTD-AUX
           IF  DTA-CCS   <   DTI-AUX
               PERFORM  ROT-830-000  THRU  ROT-830-010
               GO  TO        ROT-520-010.
           IF  FLG-CAB   =   0
               PERFORM  ROT-520-040  THRU  ROT-520-050.
           PERFORM  ROT-830-000  THRU  ROT-830-010
           MOVE     DTA-CCS  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     ORG-CCS  TO  IND
           ADD      1        TO  IND
           MOVE     NOM-ORG (IND)     TO  ORG-DT1
           MOVE     NOM-NAT (NAT-CCS) TO  NAT-DT1
           MOVE     HST-CCS  TO  HST-DT1
           MOVE     ZEROS    TO  DEB-DT1  CRE-DT1
           IF  TIP-CCS   =   1
               MOVE     VAL-CCS  TO  CRE-DT1
               ADD      VAL-CCS  TO  CRE-AUX
           ELSE
               MOVE     VAL-CCS  TO  DEB-DT1
               ADD      VAL-CCS  TO  DEB-AUX.
           MOVE     SDO-AUX  TO  SDO-DT1
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           GO  TO   ROT-520-010.

       ROT-520-030.
           IF  QTD-AUX   =   ZEROS  AND  SOC-AUX  =  ZEROS
               GO  TO        ROT-520-050.
           IF  FLG-CAB   =   0
               PERFORM  ROT-520-040  THRU  ROT-520-050.
           MOVE     "TOTAL DO PERIODO"  TO  LBL-TT1
           MOVE     DEB-AUX  TO  DEB-TT1
           MOVE     CRE-AUX  TO  CRE-TT1
           MOVE     SDO-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           GO  TO   ROT-520-050.

       ROT-520-040.
           MOVE     1        TO  FLG-CAB
           PERFORM  ROT-860-000  THRU  ROT-860-010
           MOVE     "SALDO ANTERIOR"    TO  LBL-TT1
           MOVE     ZEROS    TO  DEB-TT1  CRE-TT1
           MOVE     SDO-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010.

       ROT-520-050.
           EXIT.

       ROT-600-000.
           MOVE     ANO-SYS  TO  ANO-AUX
           DISPLAY  TLA-010  ENT-007  MEN-028.

       ROT-600-010.
           ACCEPT   (06 21)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     ANO-AUX  TO  ANO-INI  ANO-FIM  ANO-CPE
                                 ANO-SDI  ANO-SDF
           MOVE     01       TO  MES-INI  DIA-INI
           MOVE     12       TO  MES-FIM
           MOVE     31       TO  DIA-FIM.

       ROT-600-020.
           DISPLAY  MEN-025
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-600-020.
           DISPLAY  MEN-026
           OPEN     OUTPUT   RELATO
           MOVE     "CONTA CORRENTE DE SOCIOS - RESUMO ANUAL"
                                 TO  TIT-CB1
           MOVE     CPL-EXE  TO  CPL-CB2
           MOVE     CAB-005  TO  CAB-COL
           MOVE     ZEROS    TO  TAB-GER  SDG-AUX
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     ZEROS    TO  CHV-SOC
           START    CADSOC   KEY NOT LESS  CHV-SOC
                    INVALID  KEY GO  TO   ROT-600-050.

       ROT-600-030.
           READ     CADSOC   NEXT AT END
                    GO  TO   ROT-600-050.
           MOVE     ZEROS    TO  TAB-ACM  SDO-AUX  QTD-AUX
           MOVE     CHV-SOC  TO  SOC-CCS
           MOVE     ZEROS    TO  DTA-CCS  ORG-CCS  REF-CCS
           START    CADCCS   KEY NOT LESS  CHV-CCS
                    INVALID  KEY GO  TO   ROT-600-030.

       ROT-600-040.
           READ     CADCCS   NEXT AT END
                    GO  TO   ROT-600-045.
           IF  SOC-CCS  NOT  =   CHV-SOC  OR
               DTA-CCS   >   DTF-AUX
               GO  TO        ROT-600-045.
           ADD      1        TO  QTD-AUX
           IF  DTA-CCS   <   DTI-AUX
               PERFORM  ROT-830-000  THRU  ROT-830-010
               GO  TO        ROT-600-040.
           IF  TIP-CCS   =   1
               ADD      VAL-CCS  TO  CRE-ACM (NAT-CCS)
                                     CRE-GER (NAT-CCS)
           ELSE
               ADD      VAL-CCS  TO  DEB-ACM (NAT-CCS)
                                     DEB-GER (NAT-CCS).
           GO  TO   ROT-600-040.

       ROT-600-045.
           IF  QTD-AUX   =   ZEROS
               GO  TO        ROT-600-030.
           PERFORM  ROT-860-000  THRU  ROT-860-010
           MOVE     SDO-AUX  TO  SDI-AUX
           ADD      SDO-AUX  TO  SDG-AUX
           PERFORM  ROT-870-000  THRU  ROT-870-020
           GO  TO   ROT-600-030.

       ROT-600-050.
           MOVE     TAB-GER  TO  TAB-ACM
           MOVE     SDG-AUX  TO  SDI-AUX
           MOVE     "TOTAL GERAL DOS SOCIOS"  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           PERFORM  ROT-870-000  THRU  ROT-870-020
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-027
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-800-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-COL
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-800-010.
           EXIT.

       ROT-810-000.
           MOVE     0        TO  FLG-RET
           IF  DTI-AUX   =   ZEROS
               MOVE     DTA-SYS  TO  DTI-AUX  DTF-AUX
               MOVE     01       TO  DIA-INI.
           DISPLAY  ENT-004.

       ROT-810-010.
           ACCEPT   (06 21)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     1        TO  FLG-RET
               GO  TO        ROT-810-030.
           IF  DIA-INI   <   1  OR  >  31
               GO  TO        ROT-810-010.
           ACCEPT   (06 24)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.
           IF  MES-INI   <   1  OR  >  12
               GO  TO        ROT-810-010.
           ACCEPT   (06 27)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.

       ROT-810-020.
           ACCEPT   (06 32)  DIA-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.
           IF  DIA-FIM   <   1  OR  >  31
               GO  TO        ROT-810-020.
           ACCEPT   (06 35)  MES-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-020.
           IF  MES-FIM   <   1  OR  >  12
               GO  TO        ROT-810-020.
           ACCEPT   (06 38)  ANO-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-020.
           IF  DTF-AUX   <   DTI-AUX
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-020
               ACCEPT        OPC-002
               DISPLAY       MEN-019
               GO  TO        ROT-810-010.

       ROT-810-030.
           EXIT.

       ROT-820-000.
           MOVE     ZEROS    TO  SDO-AUX
           MOVE     SOC-AUX  TO  SOC-CCS
           MOVE     ZEROS    TO  DTA-CCS  ORG-CCS  REF-CCS
           START    CADCCS   KEY NOT LESS  CHV-CCS
                    INVALID  KEY GO  TO   ROT-820-020.

       ROT-820-010.
           READ     CADCCS   NEXT AT END
                    GO  TO   ROT-820-020.
           IF  SOC-CCS  NOT  =   SOC-AUX  OR
               DTA-CCS   >   DTF-AUX
               GO  TO        ROT-820-020.
           PERFORM  ROT-830-000  THRU  ROT-830-010
           GO  TO   ROT-820-010.

       ROT-820-020.
           EXIT.

       ROT-830-000.
           IF  TIP-CCS   =   1
               ADD      VAL-CCS  TO  SDO-AUX
           ELSE
               SUBTRACT VAL-CCS  FROM  SDO-AUX.

       ROT-830-010.
           EXIT.

       ROT-840-000.
           MOVE     SOC-SCT  TO  CHV-SOC
           READ     CADSOC   INVALID KEY
                    MOVE     SPACES   TO  NOM-SOC.
           MOVE     NOM-SOC  TO  NOM-AUX
           IF  NAT-SCT   >   0  AND  <  6
               MOVE     NOM-NAT (NAT-SCT) TO  NAT-AUX.

       ROT-840-010.
           EXIT.

       ROT-850-000.
           IF  ACM-LIN   >   54
               MOVE     REG-REL  TO  LIN-AUX
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010
               MOVE     LIN-AUX  TO  REG-REL.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-850-010.
           EXIT.

       ROT-860-000.
           MOVE     CHV-SOC  TO  COD-LSC
           MOVE     NOM-SOC  TO  NOM-LSC
           MOVE     CPF-SOC  TO  CPF-LSC
           MOVE     PCT-SOC  TO  PCT-LSC
           MOVE     LIN-SOC  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010.

       ROT-860-010.
           EXIT.

       ROT-870-000.
           MOVE     LBL-SDI  TO  LBL-TT1
           MOVE     ZEROS    TO  DEB-TT1  CRE-TT1
           MOVE     SDI-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010.

       ROT-870-010.
           MOVE     ZEROS    TO  DEB-AUX  CRE-AUX
           MOVE     1        TO  IND.

       ROT-870-015.
           MOVE     NOM-NAT (IND)  TO  LBL-TT1
           MOVE     DEB-ACM (IND)  TO  DEB-TT1
           MOVE     CRE-ACM (IND)  TO  CRE-TT1
           COMPUTE  LIQ-AUX  =   CRE-ACM (IND)  -  DEB-ACM (IND)
           MOVE     LIQ-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           ADD      DEB-ACM (IND)  TO  DEB-AUX
           ADD      CRE-ACM (IND)  TO  CRE-AUX
           ADD      1        TO  IND
           IF  IND   <   6
               GO  TO        ROT-870-015.
           COMPUTE  LIQ-AUX  =   CRE-AUX  -  DEB-AUX
           MOVE     "TOTAL DO EXERCICIO"  TO  LBL-TT1
           MOVE     DEB-AUX  TO  DEB-TT1
           MOVE     CRE-AUX  TO  CRE-TT1
           MOVE     LIQ-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           COMPUTE  SDO-AUX  =   SDI-AUX  +  LIQ-AUX
           MOVE     LBL-SDF  TO  LBL-TT1
           MOVE     ZEROS    TO  DEB-TT1  CRE-TT1
           MOVE     SDO-AUX  TO  SDO-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010.

       ROT-870-020.
           EXIT.

       ROT-900-000.
           MOVE     4        TO  PRM-001
           CLOSE    CADSOC   CADSCT   CADCCS   CADDSP   CADLDP
           CHAIN   "DYN300"  USING  PRM-001.
