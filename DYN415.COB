       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN415.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

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

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADFNC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FNC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

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

       FD  CADFNC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFNC.DAT".
       01  REG-FNC.
           03  CHV-FNC          PIC  9(04).
           03  BCO-FNC          PIC  9(03).
           03  DES-FNC          PIC  X(20).
           03  CTR-FNC          PIC  X(15).
           03  DTA-FNC.
               05  ANO-FNC      PIC  9(02).
               05  MES-FNC      PIC  9(02).
               05  DIA-FNC      PIC  9(02).
           03  DVC-FNC          PIC  9(02).
           03  PRC-FNC          PIC  9(10)V99.
           03  TXA-FNC          PIC  9(02)V9999.
           03  MET-FNC          PIC  X(01).
           03  PRZ-FNC          PIC  9(03).
           03  CAR-FNC          PIC  9(02).
           03  CTA-FNC.
               05  PXA-FNC      PIC  9(01).
               05  SFA-FNC      PIC  9(03).
           03  CTJ-FNC.
               05  PXJ-FNC      PIC  9(01).
               05  SFJ-FNC      PIC  9(03).

       FD  CADPRE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRE.DAT".
       01  REG-PRE.
           03  CHV-PRE.
               05  EMP-PRE      PIC  9(04).
               05  PAR-PRE      PIC  9(03).
           03  VCT-PRE.
               05  ANO-PRE      PIC  9(02).
               05  MES-PRE      PIC  9(02).
               05  DIA-PRE      PIC  9(02).
           03  AMO-PRE          PIC  9(10)V99.
           03  JUR-PRE          PIC  9(10)V99.
           03  SDO-PRE          PIC  9(10)V99.
           03  LDA-PRE.
               05  CDA-PRE      PIC  9(04).
               05  DTA-PRE      PIC  9(06).
               05  LTA-PRE      PIC  9(03).
           03  LDJ-PRE.
               05  CDJ-PRE      PIC  9(04).
               05  DTJ-PRE      PIC  9(06).
               05  LTJ-PRE      PIC  9(03).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  EMP-AUX          PIC  9(04).
           03  IND              PIC  9(02).
           03  QTD-TAB          PIC  9(02).
           03  FLG-FIM          PIC  9(01).
           03  FLG-PAG          PIC  9(01).
           03  FLG-CRD          PIC  X(01).
           03  PAR-AUX          PIC  9(03).
           03  NUM-PAR          PIC  9(03).
           03  CNT-AUX          PIC  9(03).
           03  RST-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(02).
           03  SDO-AUX          PIC  9(10)V99.
           03  AMO-FIX          PIC  9(10)V99.
           03  PMT-AUX          PIC  9(10)V99.
           03  JUR-AUX          PIC  9(10)V99.
           03  AMO-AUX          PIC  9(10)V99.
           03  TXA-AUX          PIC  9(01)V9(08).
           03  FAT-AUX          PIC  9(10)V9(08).
           03  DSA-AUX          PIC  X(25).
           03  DSJ-AUX          PIC  X(25).

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

           03  HST-EMP.
               05  FILLER       PIC  X(03)  VALUE  "EMP".
               05  EMP-HST      PIC  9(04).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  TIP-HST      PIC  X(04).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  PAR-HST      PIC  9(03).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  TOT-HST      PIC  9(03).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
           03  FILLER           PIC  X(09)  VALUE  "EXCLUSAO ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-PAR.
           03  LIN-TAB                      OCCURS  08.
               05  PAR-TAB      PIC  9(03).
               05  DIA-TAB      PIC  9(02).
               05  MES-TAB      PIC  9(02).
               05  ANO-TAB      PIC  9(02).
               05  AMO-TAB      PIC  9(10)V99.
               05  JUR-TAB      PIC  9(10)V99.
               05  SIT-TAB      PIC  X(06).

       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " EMPRESTIMOS E FINANCIAMENTOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Contrato .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Banco ........:     
      -       "-                           ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Descricao ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Contrato bco .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Liberacao ....:   / 
      -       " /     Dia vencto ...:      ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Principal ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Taxa mensal % :     
      -       "       Metodo (S/P) .:      ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Parcelas .....:     
      -       "       Carencia meses:      ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Conta amortiz.:  -  
      -       "  -                         ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Conta juros ..:  -  
      -       "  -                         ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Saldo devedor :     
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "   Emprestimos"
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
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Excluir    ? "
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

       01  TLA-005.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Par Vencto      Amor
      -       "tizacao         Juros Situac? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ? [ENTER] proxima pagi
      -       "na  -  [ESC] retorna        ? " BACKGROUND-COLOR 01.


       01  ENT-001.
           03  EMP-ENT LINE 08 COLUMN 21 PIC 9(04)  USING EMP-AUX
                       BACKGROUND-COLOR  01.
           03  BCO-ENT LINE 09 COLUMN 21 PIC 9(03)  USING BCO-FNC
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 09 COLUMN 27 PIC X(15)  FROM  NOM-BCO
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 10 COLUMN 21 PIC X(20)  USING DES-FNC
                       BACKGROUND-COLOR  01.
           03  CTR-ENT LINE 11 COLUMN 21 PIC X(15)  USING CTR-FNC
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 12 COLUMN 21 PIC 9(02)  USING DIA-FNC
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 12 COLUMN 24 PIC 9(02)  USING MES-FNC
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 12 COLUMN 27 PIC 9(02)  USING ANO-FNC
                       BACKGROUND-COLOR  01.
           03  DVC-ENT LINE 12 COLUMN 48 PIC 9(02)  USING DVC-FNC
                       BACKGROUND-COLOR  01.
           03  PRC-ENT LINE 13 COLUMN 21 PIC Z.ZZZ.ZZZ.ZZ9,99
                       USING PRC-FNC     BACKGROUND-COLOR  01.
           03  TXA-ENT LINE 14 COLUMN 21 PIC Z9,9999
                       USING TXA-FNC     BACKGROUND-COLOR  01.
           03  MET-ENT LINE 14 COLUMN 48 PIC X(01)  USING MET-FNC
                       BACKGROUND-COLOR  01.
           03  PRZ-ENT LINE 15 COLUMN 21 PIC ZZ9
                       USING PRZ-FNC     BACKGROUND-COLOR  01.
           03  CAR-ENT LINE 15 COLUMN 48 PIC Z9
                       USING CAR-FNC     BACKGROUND-COLOR  01.
           03  PXA-ENT LINE 16 COLUMN 21 PIC 9(01)  USING PXA-FNC
                       BACKGROUND-COLOR  01.
           03  SFA-ENT LINE 16 COLUMN 23 PIC 9(03)  USING SFA-FNC
                       BACKGROUND-COLOR  01.
           03  DSA-ENT LINE 16 COLUMN 29 PIC X(20)  FROM  DSA-AUX
                       BACKGROUND-COLOR  01.
           03  PXJ-ENT LINE 17 COLUMN 21 PIC 9(01)  USING PXJ-FNC
                       BACKGROUND-COLOR  01.
           03  SFJ-ENT LINE 17 COLUMN 23 PIC 9(03)  USING SFJ-FNC
                       BACKGROUND-COLOR  01.
           03  DSJ-ENT LINE 17 COLUMN 29 PIC X(20)  FROM  DSJ-AUX
                       BACKGROUND-COLOR  01.
           03  SDO-ENT LINE 18 COLUMN 21 PIC Z.ZZZ.ZZZ.ZZ9,99
                       FROM  SDO-AUX     BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(04) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(21) FROM "    -"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(15) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 48 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC X(16) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(07) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 48 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 48 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(28) FROM " -   -"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(28) FROM " -   -"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC X(16) FROM SPACES
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

       01  LIN-001.
           03  LINE 11 COLUMN 05 PIC 9(03)          FROM PAR-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 09 PIC 9(02)          FROM DIA-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 12 PIC 9(02)          FROM MES-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 15 PIC 9(02)          FROM ANO-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 47 PIC X(06)          FROM SIT-TAB (1)
               BACKGROUND-COLOR  01.

       01  LIN-002.
           03  LINE 12 COLUMN 05 PIC 9(03)          FROM PAR-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 09 PIC 9(02)          FROM DIA-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 12 PIC 9(02)          FROM MES-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 15 PIC 9(02)          FROM ANO-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 47 PIC X(06)          FROM SIT-TAB (2)
               BACKGROUND-COLOR  01.

       01  LIN-003.
           03  LINE 13 COLUMN 05 PIC 9(03)          FROM PAR-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 09 PIC 9(02)          FROM DIA-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 12 PIC 9(02)          FROM MES-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 15 PIC 9(02)          FROM ANO-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 47 PIC X(06)          FROM SIT-TAB (3)
               BACKGROUND-COLOR  01.

       01  LIN-004.
           03  LINE 14 COLUMN 05 PIC 9(03)          FROM PAR-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 09 PIC 9(02)          FROM DIA-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 12 PIC 9(02)          FROM MES-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 15 PIC 9(02)          FROM ANO-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 47 PIC X(06)          FROM SIT-TAB (4)
               BACKGROUND-COLOR  01.

       01  LIN-005.
           03  LINE 15 COLUMN 05 PIC 9(03)          FROM PAR-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 09 PIC 9(02)          FROM DIA-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 12 PIC 9(02)          FROM MES-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 15 PIC 9(02)          FROM ANO-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 47 PIC X(06)          FROM SIT-TAB (5)
               BACKGROUND-COLOR  01.

       01  LIN-006.
           03  LINE 16 COLUMN 05 PIC 9(03)          FROM PAR-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 09 PIC 9(02)          FROM DIA-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 12 PIC 9(02)          FROM MES-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 15 PIC 9(02)          FROM ANO-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 47 PIC X(06)          FROM SIT-TAB (6)
               BACKGROUND-COLOR  01.

       01  LIN-007.
           03  LINE 17 COLUMN 05 PIC 9(03)          FROM PAR-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 09 PIC 9(02)          FROM DIA-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 12 PIC 9(02)          FROM MES-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 15 PIC 9(02)          FROM ANO-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 47 PIC X(06)          FROM SIT-TAB (7)
               BACKGROUND-COLOR  01.

       01  LIN-008.
           03  LINE 18 COLUMN 05 PIC 9(03)          FROM PAR-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 09 PIC 9(02)          FROM DIA-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 11 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 12 PIC 9(02)          FROM MES-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 14 PIC X(01)          FROM "/"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 15 PIC 9(02)          FROM ANO-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM AMO-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 33 PIC ZZ.ZZZ.ZZ9,99  FROM JUR-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 47 PIC X(06)          FROM SIT-TAB (8)
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "CONTRATO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATO JA CADASTR
      -            "ADO !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATO INEXISTENT
      -            "E !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO CONTRATO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "CONTRATO NO BANCO  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA LI
      -            "BERACAO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O DIA DE VEN
      -            "CIMENTO DAS PARCELAS  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR PRIN
      -            "CIPAL  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A TAXA DE JU
      -            "ROS MENSAL (%)  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE (S) P/ TABEL
      -            "A SAC OU (P) P/ TABELA PRICE  -  [ESC] RETORNA  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DE 
      -            "PARCELAS DE AMORTIZACAO  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE OS MESES DE 
      -            "CARENCIA (SO JUROS)  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O GRUPO DA C
      -            "ONTA (1 A 6)  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA DE D
      -            "ESPESA  -  [F2] CONSULTA  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "CREDITAR O VALOR LI
      -            "BERADO NA CONTA DO BANCO (S/N) ?                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ GR
      -            "AVAR E GERAR AS PARCELAS  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "PARCELAS GERADAS NO
      -            " CONTAS A PAGAR !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ VE
      -            "R AS PARCELAS  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "FIM DAS PARCELAS  -
      -            "  TECLE [ENTER] ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "CONTRATO COM PARCEL
      -            "AS PAGAS !!!  -  EXCLUSAO NAO PERMITIDA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A EXCLUSAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "DATA INVALIDA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-CMP LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " !!!  -  OPERACAO NAO PERMITIDA  -  [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADBCO   CADDSP   CADCMP
           OPEN     I-O      CADLDP   CADLBC
           OPEN     I-O      CADFNC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFNC
               CLOSE    CADFNC
               OPEN     I-O      CADFNC.
           OPEN     I-O      CADPRE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     I-O      CADPRE.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.

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
               CLOSE    CADBCO   CADDSP   CADCMP   CADLDP
                        CADLBC   CADFNC   CADPRE
               CHAIN   "DYN416"  USING  PRM-001  PRM-OPE.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004.

       ROT-000-030.
           DISPLAY  TLA-002  LPA-001  MEN-002
           MOVE     ZEROS    TO  EMP-AUX
           ACCEPT   (08 21)  EMP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  EMP-AUX   =   ZEROS
               GO  TO        ROT-000-030.
           MOVE     EMP-AUX  TO  CHV-FNC
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFNC   INVALID KEY
                    GO  TO   ROT-000-040.
           IF  NUM-OPC   =   1
               DISPLAY       MEN-003
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.
           PERFORM  ROT-800-000  THRU  ROT-800-020
           DISPLAY  ENT-001
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           GO  TO   ROT-300-000.

       ROT-000-040.
           IF  NUM-OPC  NOT  =   1
               DISPLAY       MEN-004
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.

       ROT-100-000.
           MOVE     EMP-AUX  TO  CHV-FNC
           MOVE     ZEROS    TO  BCO-FNC  PRC-FNC  TXA-FNC  PRZ-FNC
                                 CAR-FNC  CTA-FNC  CTJ-FNC  SDO-AUX
           MOVE     SPACES   TO  DES-FNC  CTR-FNC  NOM-BCO
                                 DSA-AUX  DSJ-AUX
           MOVE     "S"      TO  MET-FNC
           MOVE     DTA-SYS  TO  DTA-FNC
           MOVE     DIA-SYS  TO  DVC-FNC
           DISPLAY  ENT-001.

       ROT-110-000.
           DISPLAY  MEN-005
           ACCEPT   (09 21)  BCO-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  BCO-FNC   =   ZEROS
               GO  TO        ROT-110-000.
           MOVE     BCO-FNC  TO  CHV-BCO
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-006
                    ACCEPT   OPC-002
                    GO  TO   ROT-110-000.
           DISPLAY  BCO-ENT  NOM-ENT.

       ROT-120-000.
           DISPLAY  MEN-007
           ACCEPT   (10 21)  DES-FNC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-110-000.
           IF  DES-FNC   =   SPACES
               GO  TO        ROT-120-000.

       ROT-120-010.
           DISPLAY  MEN-008
           ACCEPT   (11 21)  CTR-FNC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-120-000.

       ROT-130-000.
           DISPLAY  MEN-009
           ACCEPT   (12 21)  DIA-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-120-010.
           ACCEPT   (12 24)  MES-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-130-000.
           ACCEPT   (12 27)  ANO-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-130-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-FNC   <   1  OR  >  31  OR
               MES-FNC   <   1  OR  >  12
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-130-000.

       ROT-130-010.
           DISPLAY  MEN-010
           ACCEPT   (12 48)  DVC-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-130-000.
           IF  DVC-FNC   <   1  OR  >  31
               GO  TO        ROT-130-010.

       ROT-140-000.
           DISPLAY  MEN-011
           ACCEPT   (13 21)  PRC-FNC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PRC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-130-010.
           IF  PRC-FNC   =   ZEROS
               GO  TO        ROT-140-000.

       ROT-140-010.
           DISPLAY  MEN-012
           ACCEPT   (14 21)  TXA-FNC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TXA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-140-000.

       ROT-140-020.
           DISPLAY  MEN-013
           ACCEPT   (14 48)  MET-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-140-010.
           IF  MET-FNC  NOT  =   "S"  AND  NOT  =  "P"
               GO  TO        ROT-140-020.
           DISPLAY  MET-ENT.

       ROT-150-000.
           DISPLAY  MEN-014
           ACCEPT   (15 21)  PRZ-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PRZ-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-140-020.
           IF  PRZ-FNC   =   ZEROS  OR  PRZ-FNC  >  360
               GO  TO        ROT-150-000.

       ROT-150-010.
           DISPLAY  MEN-015
           ACCEPT   (15 48)  CAR-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CAR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-150-000.
           IF  PRZ-FNC   +   CAR-FNC  >  360
               GO  TO        ROT-150-010.

       ROT-160-000.
           DISPLAY  MEN-016
           ACCEPT   (16 21)  PXA-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-010.
           IF  PXA-FNC   <   1  OR  >  6
               GO  TO        ROT-160-000.

       ROT-160-010.
           DISPLAY  MEN-017
           ACCEPT   (16 23)  SFA-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           IF  TECLADO   =   03
               MOVE     3        TO  TIP-LKP
               MOVE     PXA-FNC  TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  SFA-FNC
                   GO  TO        ROT-160-010
               ELSE
                   GO  TO        ROT-160-010.
           IF  SFA-FNC   =   ZEROS
               GO  TO        ROT-160-010.
           MOVE     CTA-FNC  TO  CHV-DSP
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-018
                    ACCEPT   OPC-002
                    GO  TO   ROT-160-010.
           MOVE     DES-DSP  TO  DSA-AUX
           DISPLAY  PXA-ENT  SFA-ENT  DSA-ENT.

       ROT-170-000.
           DISPLAY  MEN-016
           ACCEPT   (17 21)  PXJ-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-010.
           IF  PXJ-FNC   <   1  OR  >  6
               GO  TO        ROT-170-000.

       ROT-170-010.
           DISPLAY  MEN-017
           ACCEPT   (17 23)  SFJ-FNC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-170-000.
           IF  TECLADO   =   03
               MOVE     3        TO  TIP-LKP
               MOVE     PXJ-FNC  TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  SFJ-FNC
                   GO  TO        ROT-170-010
               ELSE
                   GO  TO        ROT-170-010.
           IF  SFJ-FNC   =   ZEROS
               GO  TO        ROT-170-010.
           MOVE     CTJ-FNC  TO  CHV-DSP
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-018
                    ACCEPT   OPC-002
                    GO  TO   ROT-170-010.
           MOVE     DES-DSP  TO  DSJ-AUX
           DISPLAY  PXJ-ENT  SFJ-ENT  DSJ-ENT.

       ROT-180-000.
           DISPLAY  MEN-019
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-170-010.
           IF  RSP-OPC  NOT  =   "S"  AND  NOT  =  "N"
               GO  TO        ROT-180-000.
           MOVE     RSP-OPC  TO  FLG-CRD.

       ROT-180-010.
           DISPLAY  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-180-000.
           WRITE    REG-FNC  INVALID KEY
                    GO  TO   ROT-000-030.
           PERFORM  ROT-600-000  THRU  ROT-600-030
           IF  FLG-CRD   =   "S"
               PERFORM  ROT-650-000  THRU  ROT-650-020.
           MOVE     PRC-FNC  TO  SDO-AUX
           DISPLAY  SDO-ENT  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-030.

       ROT-200-000.
           DISPLAY  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           MOVE     0        TO  FLG-FIM
           MOVE     CHV-FNC  TO  EMP-PRE
           MOVE     ZEROS    TO  PAR-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY MOVE  1  TO  FLG-FIM.

       ROT-200-010.
           MOVE     ZEROS    TO  QTD-TAB
           IF  FLG-FIM   =   0
               PERFORM  ROT-210-000  THRU  ROT-210-020.
           DISPLAY  TLA-005
           MOVE     1        TO  IND
           PERFORM  ROT-220-000  THRU  ROT-220-010
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-FIM   =   1
               DISPLAY       MEN-023
               ACCEPT        OPC-002
               GO  TO        ROT-200-020.
           DISPLAY  MEN-022
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO  NOT  =   01
               GO  TO        ROT-200-010.

       ROT-200-020.
           DISPLAY  TLA-002  ENT-001
           GO  TO   ROT-000-030.

       ROT-210-000.
           READ     CADPRE   NEXT AT END
                    MOVE     1        TO  FLG-FIM
                    GO  TO   ROT-210-020.
           IF  EMP-PRE  NOT  =   CHV-FNC
               MOVE     1        TO  FLG-FIM
               GO  TO        ROT-210-020.
           ADD      1        TO  QTD-TAB
           MOVE     QTD-TAB  TO  IND
           MOVE     PAR-PRE  TO  PAR-TAB (IND)
           MOVE     DIA-PRE  TO  DIA-TAB (IND)
           MOVE     MES-PRE  TO  MES-TAB (IND)
           MOVE     ANO-PRE  TO  ANO-TAB (IND)
           MOVE     AMO-PRE  TO  AMO-TAB (IND)
           MOVE     JUR-PRE  TO  JUR-TAB (IND)
           MOVE     "PAGA"   TO  SIT-TAB (IND)
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-850-000  THRU  ROT-850-010
           IF  FLG-PAG   =   0
               MOVE     "ABERTA" TO  SIT-TAB (IND).
           MOVE     LDJ-PRE  TO  CHV-LDP
           PERFORM  ROT-850-000  THRU  ROT-850-010
           IF  FLG-PAG   =   0
               MOVE     "ABERTA" TO  SIT-TAB (IND).
           IF  QTD-TAB   <   08
               GO  TO        ROT-210-000.

       ROT-210-020.
           EXIT.

       ROT-220-000.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-220-010.
           IF  IND   =   1
               DISPLAY       LIN-001.
           IF  IND   =   2
               DISPLAY       LIN-002.
           IF  IND   =   3
               DISPLAY       LIN-003.
           IF  IND   =   4
               DISPLAY       LIN-004.
           IF  IND   =   5
               DISPLAY       LIN-005.
           IF  IND   =   6
               DISPLAY       LIN-006.
           IF  IND   =   7
               DISPLAY       LIN-007.
           IF  IND   =   8
               DISPLAY       LIN-008.
           ADD      1        TO  IND
           GO  TO   ROT-220-000.

       ROT-220-010.
           EXIT.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.
           MOVE     0        TO  FLG-FIM
           MOVE     CHV-FNC  TO  EMP-PRE
           MOVE     ZEROS    TO  PAR-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-300-020.

       ROT-300-010.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-300-020.
           IF  EMP-PRE  NOT  =   CHV-FNC
               GO  TO        ROT-300-020.
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-860-000  THRU  ROT-860-010
           MOVE     LDJ-PRE  TO  CHV-LDP
           PERFORM  ROT-860-000  THRU  ROT-860-010
           GO  TO   ROT-300-010.

       ROT-300-020.
           IF  FLG-FIM   =   1
               DISPLAY       MEN-024
               ACCEPT        OPC-002
               GO  TO        ROT-000-030.
           DISPLAY  MEN-025
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           MOVE     CHV-FNC  TO  EMP-PRE
           MOVE     ZEROS    TO  PAR-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-300-040.

       ROT-300-030.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-300-040.
           IF  EMP-PRE  NOT  =   CHV-FNC
               GO  TO        ROT-300-040.
           MOVE     LDA-PRE  TO  CHV-LDP
           DELETE   CADLDP   INVALID KEY
                    MOVE     ZEROS    TO  CHV-LDP.
           MOVE     LDJ-PRE  TO  CHV-LDP
           DELETE   CADLDP   INVALID KEY
                    MOVE     ZEROS    TO  CHV-LDP.
           DELETE   CADPRE   INVALID KEY
                    GO  TO   ROT-300-040.
           GO  TO   ROT-300-030.

       ROT-300-040.
           DELETE   CADFNC   INVALID KEY
                    GO  TO   ROT-000-030.
           GO  TO   ROT-000-030.

       ROT-600-000.
           MOVE     PRC-FNC  TO  SDO-AUX
           MOVE     ZEROS    TO  PAR-AUX  PMT-AUX  AMO-FIX
           COMPUTE  NUM-PAR  =   CAR-FNC  +  PRZ-FNC
           COMPUTE  TXA-AUX  =   TXA-FNC  /  100
           MOVE     ANO-FNC  TO  ANO-VCT
           MOVE     MES-FNC  TO  MES-VCT
           IF  MET-FNC   =   "S"  OR  TXA-FNC  =  ZEROS
               COMPUTE  AMO-FIX  ROUNDED  =  PRC-FNC  /  PRZ-FNC
               GO  TO        ROT-600-010.
           MOVE     1        TO  FAT-AUX
           MOVE     ZEROS    TO  CNT-AUX
           PERFORM  ROT-620-000  THRU  ROT-620-010
           COMPUTE  PMT-AUX  ROUNDED  =  PRC-FNC  *  TXA-AUX  *
                                         FAT-AUX  /  (FAT-AUX - 1).

       ROT-600-010.
           ADD      1        TO  PAR-AUX
           ADD      1        TO  MES-VCT
           IF  MES-VCT   >   12
               MOVE      1   TO  MES-VCT
               ADD       1   TO  ANO-VCT.
           PERFORM  ROT-630-000  THRU  ROT-630-010
           COMPUTE  JUR-AUX  ROUNDED  =  SDO-AUX  *  TXA-AUX
           IF  PAR-AUX  NOT  >   CAR-FNC
               MOVE     ZEROS    TO  AMO-AUX
           ELSE
           IF  PAR-AUX   =   NUM-PAR
               MOVE     SDO-AUX  TO  AMO-AUX
           ELSE
           IF  PMT-AUX   =   ZEROS
               MOVE     AMO-FIX  TO  AMO-AUX
           ELSE
               COMPUTE  AMO-AUX  =   PMT-AUX  -  JUR-AUX.
           IF  AMO-AUX   >   SDO-AUX
               MOVE     SDO-AUX  TO  AMO-AUX.
           SUBTRACT AMO-AUX  FROM  SDO-AUX
           MOVE     CHV-FNC  TO  EMP-PRE  EMP-HST
           MOVE     PAR-AUX  TO  PAR-PRE  PAR-HST
           MOVE     NUM-PAR  TO  TOT-HST
           MOVE     DTA-VCT  TO  VCT-PRE
           MOVE     AMO-AUX  TO  AMO-PRE
           MOVE     JUR-AUX  TO  JUR-PRE
           MOVE     SDO-AUX  TO  SDO-PRE
           MOVE     ZEROS    TO  LDA-PRE  LDJ-PRE
           IF  AMO-AUX   >   ZEROS
               MOVE     CTA-FNC  TO  COD-LDP
               MOVE     "AMOR"   TO  TIP-HST
               MOVE     AMO-AUX  TO  VAL-LDP
               PERFORM  ROT-640-000  THRU  ROT-640-020
               MOVE     CHV-LDP  TO  LDA-PRE.
           IF  JUR-AUX   >   ZEROS
               MOVE     CTJ-FNC  TO  COD-LDP
               MOVE     "JURO"   TO  TIP-HST
               MOVE     JUR-AUX  TO  VAL-LDP
               PERFORM  ROT-640-000  THRU  ROT-640-020
               MOVE     CHV-LDP  TO  LDJ-PRE.
           WRITE    REG-PRE  INVALID KEY
                    REWRITE  REG-PRE.
           IF  PAR-AUX   <   NUM-PAR
               GO  TO        ROT-600-010.

       ROT-600-030.
           EXIT.

       ROT-620-000.
           IF  CNT-AUX  NOT  <   PRZ-FNC
               GO  TO        ROT-620-010.
           COMPUTE  FAT-AUX  ROUNDED  =  FAT-AUX  *  (1 + TXA-AUX)
           ADD      1        TO  CNT-AUX
           GO  TO   ROT-620-000.

       ROT-620-010.
           EXIT.

       ROT-630-000.
           MOVE     DVC-FNC  TO  DIA-VCT
           IF  MES-VCT   =   4  OR  6  OR  9  OR  11
               IF  DIA-VCT   >   30
                   MOVE     30       TO  DIA-VCT.
           IF  MES-VCT  NOT  =   2  OR  DIA-VCT  NOT  >  28
               GO  TO        ROT-630-010.
           DIVIDE   ANO-VCT  BY  4  GIVING  QOC-AUX
                                    REMAINDER  RST-AUX
           IF  RST-AUX   =   0
               MOVE     29       TO  DIA-VCT
           ELSE
               MOVE     28       TO  DIA-VCT.

       ROT-630-010.
           EXIT.

       ROT-640-000.
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     DTA-VCT  TO  PGT-LDP
           MOVE     HST-EMP  TO  HST-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-640-010.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-640-010.

       ROT-640-020.
           EXIT.

       ROT-650-000.
           MOVE     BCO-FNC  TO  BCO-LBC
           MOVE     DTA-FNC  TO  DTA-LBC
           MOVE     ZEROS    TO  DOC-LBC  LCT-LBC
           MOVE     "LIBERACAO EMPRESTIMO"  TO  HST-LBC
           MOVE     0        TO  FLG-LBC
           MOVE     1        TO  COD-LBC
           MOVE     PRC-FNC  TO  VAL-LBC.

       ROT-650-010.
           ADD      1        TO  LCT-LBC
           WRITE    REG-LBC  INVALID KEY
                    GO  TO   ROT-650-010.

       ROT-650-020.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002  TLA-004  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-800-000.
           MOVE     BCO-FNC  TO  CHV-BCO
           READ     CADBCO   INVALID KEY
                    MOVE     SPACES   TO  NOM-BCO.
           MOVE     CTA-FNC  TO  CHV-DSP
           READ     CADDSP   INVALID KEY
                    MOVE     SPACES   TO  DES-DSP.
           MOVE     DES-DSP  TO  DSA-AUX
           MOVE     CTJ-FNC  TO  CHV-DSP
           READ     CADDSP   INVALID KEY
                    MOVE     SPACES   TO  DES-DSP.
           MOVE     DES-DSP  TO  DSJ-AUX
           MOVE     ZEROS    TO  SDO-AUX
           MOVE     CHV-FNC  TO  EMP-PRE
           MOVE     ZEROS    TO  PAR-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-800-020.

       ROT-800-010.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-800-020.
           IF  EMP-PRE  NOT  =   CHV-FNC
               GO  TO        ROT-800-020.
           IF  AMO-PRE   =   ZEROS
               GO  TO        ROT-800-010.
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-850-000  THRU  ROT-850-010
           IF  FLG-PAG   =   0
               ADD      AMO-PRE  TO  SDO-AUX.
           GO  TO   ROT-800-010.

       ROT-800-020.
           EXIT.

       ROT-850-000.
           MOVE     1        TO  FLG-PAG
           IF  CHV-LDP   =   ZEROS
               GO  TO        ROT-850-010.
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-850-010.
           IF  FLG-LDP  NOT  =   2
               MOVE     0        TO  FLG-PAG.

       ROT-850-010.
           EXIT.

       ROT-860-000.
           IF  CHV-LDP   =   ZEROS
               GO  TO        ROT-860-010.
           READ     CADLDP   INVALID KEY
                    MOVE     1        TO  FLG-FIM
                    GO  TO   ROT-860-010.
           IF  FLG-LDP   =   2  OR  4  OR  5
               MOVE     1        TO  FLG-FIM.

       ROT-860-010.
           EXIT.

       ROT-900-000.
           MOVE     4    TO  PRM-001
           CLOSE    CADBCO   CADDSP   CADCMP   CADLDP
                    CADLBC   CADFNC   CADPRE
           CHAIN   "DYN400"  USING  PRM-001  PRM-OPE.
