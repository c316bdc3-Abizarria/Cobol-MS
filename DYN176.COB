       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN176.
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

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADCOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-COT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPED        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADIPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IPD
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

       FD  CADPRM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRM.DAT".
       01  REG-PRM.
           03  COD-PRM          PIC  9(05).
           03  CLI-PRM          PIC  9(02)  OCCURS  36.
           03  END-PRM          PIC  9(02)  OCCURS  35.
           03  CID-PRM          PIC  9(02)  OCCURS  20.
           03  EST-PRM          PIC  9(02)  OCCURS  02.
           03  CEP-PRM          PIC  9(08).
           03  CGC-PRM          PIC  9(14).
           03  INS-PRM          PIC  9(02)  OCCURS  15.
           03  MUN-PRM          PIC  9(07).
           03  COD-PST          PIC  9(03).
           03  LIM-SGR          PIC  9(08)V99.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       FD  CADCOT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCOT.DAT".
       01  REG-COT.
           03  CHV-COT.
               05  CMB-COT      PIC  9(02).
               05  DTA-COT.
                   07  ANO-COT  PIC  9(02).
                   07  MES-COT  PIC  9(02).
                   07  DIA-COT  PIC  9(02).
               05  SEQ-COT      PIC  9(02).
           03  FOR-COT          PIC  9(03).
           03  PRC-COT          PIC  9(03)V9999.
           03  PRZ-COT          PIC  9(03).
           03  FRT-COT          PIC  X(01).
           03  VFR-COT          PIC  9(01)V9999.
           03  DTV-COT.
               05  ANV-COT      PIC  9(02).
               05  MEV-COT      PIC  9(02).
               05  DIV-COT      PIC  9(02).
           03  HRV-COT.
               05  HOV-COT      PIC  9(02).
               05  MIV-COT      PIC  9(02).
           03  QTD-COT          PIC  9(06).
           03  AJU-COT          PIC  9(03)V9999.
           03  PED-COT          PIC  9(06).

       FD  CADPED      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPED.DAT".
       01  REG-PED.
           03  CHV-PED          PIC  9(06).
           03  FOR-PED          PIC  9(03).
           03  DTE-PED          PIC  9(06).
           03  DTP-PED          PIC  9(06).
           03  DTG-PED          PIC  9(06).
           03  SIT-PED          PIC  9(01).

       FD  CADIPD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADIPD.DAT".
       01  REG-IPD.
           03  CHV-IPD.
               05  PED-IPD      PIC  9(06).
               05  SEQ-IPD      PIC  9(03).
           03  PRX-IPD          PIC  9(01).
           03  SUF-IPD          PIC  9(03).
           03  QTD-IPD          PIC  9(06).
           03  QTE-IPD          PIC  9(06).
           03  CST-IPD          PIC  9(07)V9999.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  CMB-AUX          PIC  9(02).
           03  SEQ-AUX          PIC  9(02).
           03  SEQ-ESC          PIC  9(02).
           03  PED-AUX          PIC  9(06).
           03  DSC-AUX          PIC  9(05)V9999.
           03  MEN-AJU          PIC  9(03)V9999.
           03  FLG-VLD          PIC  9(01).
           03  IND              PIC  9(02).
           03  QTD-TAB          PIC  9(02).
           03  SIT-TLA          PIC  X(25).

           03  SIT-PCT.
               05  FILLER       PIC  X(17)  VALUE  "PEDIDO DE COMPRA".
               05  PCT-SIT      PIC  9(06).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MIN-SYS      PIC  9(02).
               05  FILLER       PIC  9(04).

           03  HRA-AUX.
               05  HOR-AUX      PIC  9(02).
               05  MIN-AUX      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-PRV.
               05  ANO-PRV      PIC  9(02).
               05  MES-PRV      PIC  9(02).
               05  DIA-PRV      PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "INCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
           03  FILLER           PIC  X(09)  VALUE  "EXCLUSAO ".
           03  FILLER           PIC  X(09)  VALUE  "COMPARAR ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  04.

       01  TAB-CMP.
           03  LIN-TAB                      OCCURS  08.
               05  MRK-TAB      PIC  X(01).
               05  SEQ-TAB      PIC  9(02).
               05  FOR-TAB      PIC  9(03).
               05  NOM-TAB      PIC  X(10).
               05  PRC-TAB      PIC  9(03)V9999.
               05  PRZ-TAB      PIC  9(03).
               05  FRT-TAB      PIC  X(01).
               05  AJU-TAB      PIC  9(03)V9999.
               05  SIT-TAB      PIC  X(05).

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
      -        "COTACOES DE COMPRA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Combustivel ..:    -
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Data .........:   / 
      -       " /      Sequencia ..:       ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Fornecedor ...:     
      -       "-                           ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Preco/litro ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Prazo pgto ...:     
      -       "dias                        ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Frete (C/F) ..:    F
      -       "rete FOB/l ..:              ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ? Validade .....:   / 
      -       " /   as   :                 ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Quantidade ...:     
      -       "    litros                  ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Custo ajustado:     
      -       "     por litro              ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Situacao .....:     
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "    Cotacoes"
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
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Comparar   ? "
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
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?  Sq For Fornecedor P
      -       "reco/l  Prz F Ajustado Sit. ? " BACKGROUND-COLOR 01.
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
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ? * = menor custo ajus
      -       "tado dentro da validade     ? " BACKGROUND-COLOR 01.

       01  ENT-001.
           03  CMB-ENT LINE 08 COLUMN 21 PIC 9(02)  USING CMB-AUX
                       BACKGROUND-COLOR  01.
           03  DSC-ENT LINE 08 COLUMN 26 PIC X(15)  FROM  DES-CMB
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 09 COLUMN 21 PIC 9(02)  USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 09 COLUMN 24 PIC 9(02)  USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 09 COLUMN 27 PIC 9(02)  USING ANO-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  SEQ-ENT LINE 09 COLUMN 47 PIC 9(02)  USING SEQ-AUX
                       BACKGROUND-COLOR  01.
           03  FOR-ENT LINE 10 COLUMN 21 PIC 9(03)  USING FOR-COT
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 10 COLUMN 27 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  PRC-ENT LINE 11 COLUMN 21 PIC ZZ9,9999
                       USING PRC-COT     BACKGROUND-COLOR  01.
           03  PRZ-ENT LINE 12 COLUMN 21 PIC ZZ9
                       USING PRZ-COT     BACKGROUND-COLOR  01.
           03  FRT-ENT LINE 13 COLUMN 21 PIC X(01)  USING FRT-COT
                       BACKGROUND-COLOR  01.
           03  VFR-ENT LINE 13 COLUMN 40 PIC 9,9999
                       USING VFR-COT     BACKGROUND-COLOR  01.
           03  DIV-ENT LINE 14 COLUMN 21 PIC 9(02)  USING DIV-COT
                       BACKGROUND-COLOR  01.
           03  MEV-ENT LINE 14 COLUMN 24 PIC 9(02)  USING MEV-COT
                       BACKGROUND-COLOR  01.
           03  ANV-ENT LINE 14 COLUMN 27 PIC 9(02)  USING ANV-COT
                       BACKGROUND-COLOR  01.
           03  HOV-ENT LINE 14 COLUMN 33 PIC 9(02)  USING HOV-COT
                       BACKGROUND-COLOR  01.
           03  MIV-ENT LINE 14 COLUMN 36 PIC 9(02)  USING MIV-COT
                       BACKGROUND-COLOR  01.
           03  QTD-ENT LINE 15 COLUMN 21 PIC ZZZ.ZZ9
                       USING QTD-COT     BACKGROUND-COLOR  01.
           03  AJU-ENT LINE 17 COLUMN 21 PIC ZZ9,9999
                       USING AJU-COT     BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 18 COLUMN 21 PIC X(25)  USING SIT-TLA
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-CMB LINE 08 COLUMN 21 PIC X(20) FROM "   -"
                       BACKGROUND-COLOR  01.
           03  LPA-DTA LINE 09 COLUMN 21 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LPA-SEQ LINE 09 COLUMN 47 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FOR LINE 10 COLUMN 21 PIC X(31) FROM "    -"
                       BACKGROUND-COLOR  01.
           03  LPA-PRC LINE 11 COLUMN 21 PIC X(08) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-PRZ LINE 12 COLUMN 21 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FRT LINE 13 COLUMN 21 PIC X(01) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VFR LINE 13 COLUMN 40 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VLD LINE 14 COLUMN 21 PIC X(17) FROM
                       "  /  /   as   :"    BACKGROUND-COLOR  01.
           03  LPA-QTD LINE 15 COLUMN 21 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-AJU LINE 17 COLUMN 21 PIC X(08) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-SIT LINE 18 COLUMN 21 PIC X(25) FROM SPACES
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

       01  LIN-001.
           03  LINE 11 COLUMN 05 PIC X(01)    FROM MRK-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 09 PIC 9(03)    FROM FOR-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 13 PIC X(10)    FROM NOM-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 37 PIC X(01)    FROM FRT-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (1)
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 48 PIC X(05)    FROM SIT-TAB (1)
               BACKGROUND-COLOR  01.

       01  LIN-002.
           03  LINE 12 COLUMN 05 PIC X(01)    FROM MRK-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 09 PIC 9(03)    FROM FOR-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 13 PIC X(10)    FROM NOM-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 37 PIC X(01)    FROM FRT-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (2)
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 48 PIC X(05)    FROM SIT-TAB (2)
               BACKGROUND-COLOR  01.

       01  LIN-003.
           03  LINE 13 COLUMN 05 PIC X(01)    FROM MRK-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 09 PIC 9(03)    FROM FOR-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 13 PIC X(10)    FROM NOM-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 37 PIC X(01)    FROM FRT-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (3)
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 48 PIC X(05)    FROM SIT-TAB (3)
               BACKGROUND-COLOR  01.

       01  LIN-004.
           03  LINE 14 COLUMN 05 PIC X(01)    FROM MRK-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 09 PIC 9(03)    FROM FOR-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 13 PIC X(10)    FROM NOM-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 37 PIC X(01)    FROM FRT-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (4)
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 48 PIC X(05)    FROM SIT-TAB (4)
               BACKGROUND-COLOR  01.

       01  LIN-005.
           03  LINE 15 COLUMN 05 PIC X(01)    FROM MRK-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 09 PIC 9(03)    FROM FOR-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 13 PIC X(10)    FROM NOM-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 37 PIC X(01)    FROM FRT-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (5)
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 48 PIC X(05)    FROM SIT-TAB (5)
               BACKGROUND-COLOR  01.

       01  LIN-006.
           03  LINE 16 COLUMN 05 PIC X(01)    FROM MRK-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 09 PIC 9(03)    FROM FOR-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 13 PIC X(10)    FROM NOM-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 37 PIC X(01)    FROM FRT-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (6)
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 48 PIC X(05)    FROM SIT-TAB (6)
               BACKGROUND-COLOR  01.

       01  LIN-007.
           03  LINE 17 COLUMN 05 PIC X(01)    FROM MRK-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 09 PIC 9(03)    FROM FOR-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 13 PIC X(10)    FROM NOM-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 37 PIC X(01)    FROM FRT-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (7)
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 48 PIC X(05)    FROM SIT-TAB (7)
               BACKGROUND-COLOR  01.

       01  LIN-008.
           03  LINE 18 COLUMN 05 PIC X(01)    FROM MRK-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 06 PIC 9(02)    FROM SEQ-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 09 PIC 9(03)    FROM FOR-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 13 PIC X(10)    FROM NOM-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 24 PIC ZZ9,9999 FROM PRC-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 33 PIC ZZ9      FROM PRZ-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 37 PIC X(01)    FROM FRT-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 39 PIC ZZ9,9999 FROM AJU-TAB (8)
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 48 PIC X(05)    FROM SIT-TAB (8)
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "COMBUSTIVEL  -  [F2] CONSULTA  -  [ESC] RETORNA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "COMBUSTIVEL INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA CO
      -            "TACAO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A SEQUENCIA 
      -            "DA COTACAO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "COTACAO INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "FORNECEDOR  -  [F2] CONSULTA  -  [ESC] RETORNA ."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PRECO POR 
      -            "LITRO COTADO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PRAZO DE P
      -            "AGAMENTO EM DIAS (0 = A VISTA)  -  [ESC] RETORNA"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE (C) P/ FRETE
      -            " CIF OU (F) P/ FRETE FOB  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CUSTO DO F
      -            "RETE FOB POR LITRO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA E A H
      -            "ORA LIMITE DA VALIDADE  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A QUANTIDADE
      -            " COTADA EM LITROS  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR OS DADOS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A EXCLUSAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NSULTAR OUTRA COTACAO ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "COTACAO JA TRANSFOR
      -            "MADA EM PEDIDO !!!  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE COTACOES 
      -            "NO DIA ATINGIDO !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUMA COTACAO DO 
      -            "COMBUSTIVEL NA DATA !!!  -  TECLE [ENTER] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "SEQUENCIA DA COTACA
      -            "O ESCOLHIDA ? [  ]  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "COTACAO FORA DA VAL
      -            "IDADE !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "PREVISAO DE ENTREGA
      -            " ?   /  /    -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ GE
      -            "RAR O PEDIDO DE COMPRA  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO DE COMPRA NU
      -            "MERO        GRAVADO !!!  -  TECLE [ENTER] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "DATA INVALIDA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-SEQ LINE 22 COLUMN 48 PIC 9(02) USING SEQ-ESC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-PED LINE 22 COLUMN 38 PIC 9(06) FROM  PED-AUX
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADCMB   CADPRM
           READ     CADPRM
           OPEN     I-O      CADCOT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCOT
               CLOSE    CADCOT
               OPEN     I-O      CADCOT.
           OPEN     I-O      CADPED
           OPEN     I-O      CADIPD.

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
           IF  NUM-OPC   =   5
               CLOSE    CADFOR   CADCMB   CADPRM   CADCOT
                        CADPED   CADIPD
               CHAIN   "DYN177".
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004.

       ROT-000-030.
           DISPLAY  TLA-002
           MOVE     ZEROS    TO  CMB-AUX
           MOVE     DTA-SYS  TO  DTA-AUX.

       ROT-000-031.
           DISPLAY  LPA-001  LPA-002  MEN-002
           ACCEPT   (08 21)  CMB-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  TECLADO   =   03
               MOVE     1        TO  TIP-LKP
               MOVE     1        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  CMB-AUX
                   GO  TO        ROT-000-031
               ELSE
                   GO  TO        ROT-000-031.
           IF  CMB-AUX   =   ZEROS
               GO  TO        ROT-000-031.
           MOVE     CMB-AUX  TO  CHV-CMB
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCMB   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-000-031.
           DISPLAY  CMB-ENT  DSC-ENT.

       ROT-000-040.
           DISPLAY  LPA-002  MEN-004
           ACCEPT   (09 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-031.
           ACCEPT   (09 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           ACCEPT   (09 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-AUX   <   1  OR  >  31  OR
               MES-AUX   <   1  OR  >  12
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-000-040.
           IF  NUM-OPC   =   1
               GO  TO        ROT-100-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.

       ROT-000-050.
           DISPLAY  LPA-002  MEN-005
           MOVE     ZEROS    TO  SEQ-AUX
           ACCEPT   (09 47)  SEQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           IF  SEQ-AUX   =   ZEROS
               GO  TO        ROT-000-050.
           MOVE     CMB-AUX  TO  CMB-COT
           MOVE     DTA-AUX  TO  DTA-COT
           MOVE     SEQ-AUX  TO  SEQ-COT
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCOT   INVALID KEY
                    DISPLAY  MEN-006
                    ACCEPT   OPC-002
                    GO  TO   ROT-000-050.
           MOVE     FOR-COT  TO  CHV-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           PERFORM  ROT-700-000  THRU  ROT-700-020
           DISPLAY  ENT-002
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           GO  TO   ROT-300-000.

       ROT-100-000.
           PERFORM  ROT-150-000  THRU  ROT-150-020
           MOVE     SPACES   TO  RSP-OPC
           IF  SEQ-AUX   >   98
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               GO  TO        ROT-000-040.
           ADD      1        TO  SEQ-AUX
           MOVE     ZEROS    TO  FOR-COT  PRC-COT  PRZ-COT  VFR-COT
                                 QTD-COT  AJU-COT  PED-COT
           MOVE     "C"      TO  FRT-COT
           MOVE     DTA-AUX  TO  DTV-COT
           MOVE     23       TO  HOV-COT
           MOVE     59       TO  MIV-COT
           MOVE     SPACES   TO  NOM-FOR  SIT-TLA
           DISPLAY  LPA-002  ENT-002.

       ROT-110-000.
           DISPLAY  MEN-007  SEQ-ENT
           ACCEPT   (10 21)  FOR-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FOR-COT
                   GO  TO        ROT-110-000
               ELSE
                   GO  TO        ROT-110-000.
           IF  FOR-COT   =   ZEROS
               GO  TO        ROT-110-000.
           MOVE     FOR-COT  TO  CHV-FOR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFOR   INVALID KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-002
                    GO  TO   ROT-110-000.
           DISPLAY  FOR-ENT  NOF-ENT.

       ROT-120-000.
           DISPLAY  MEN-009
           ACCEPT   (11 21)  PRC-COT  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PRC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-000.
           IF  PRC-COT   =   ZEROS
               GO  TO        ROT-120-000.

       ROT-130-000.
           DISPLAY  MEN-010
           ACCEPT   (12 21)  PRZ-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PRZ-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-120-000.

       ROT-140-000.
           DISPLAY  MEN-011
           ACCEPT   (13 21)  FRT-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-130-000.
           IF  FRT-COT  NOT  =   "C"  AND  NOT  =  "F"
               GO  TO        ROT-140-000.
           DISPLAY  FRT-ENT
           IF  FRT-COT   =   "F"
               GO  TO        ROT-140-010.
           MOVE     ZEROS    TO  VFR-COT
           DISPLAY  VFR-ENT
           GO  TO   ROT-160-000.

       ROT-140-010.
           DISPLAY  MEN-012
           ACCEPT   (13 40)  VFR-COT  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VFR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-140-000.

       ROT-160-000.
           DISPLAY  MEN-013
           ACCEPT   (14 21)  DIV-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-140-000.
           ACCEPT   (14 24)  MEV-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           ACCEPT   (14 27)  ANV-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           ACCEPT   (14 33)  HOV-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           ACCEPT   (14 36)  MIV-COT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIV-COT   <   1  OR  >  31  OR
               MEV-COT   <   1  OR  >  12  OR
               HOV-COT   >   23  OR  MIV-COT  >  59
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-160-000.
           IF  DTV-COT   <   DTA-AUX
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-160-000.

       ROT-170-000.
           DISPLAY  MEN-014
           ACCEPT   (15 21)  QTD-COT  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  QTD-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-160-000.
           IF  QTD-COT   =   ZEROS
               GO  TO        ROT-170-000.
           PERFORM  ROT-650-000  THRU  ROT-650-010
           PERFORM  ROT-700-000  THRU  ROT-700-020
           DISPLAY  AJU-ENT  SIT-ENT.

       ROT-180-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-015
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-170-000.
           MOVE     CMB-AUX  TO  CMB-COT
           MOVE     DTA-AUX  TO  DTA-COT
           MOVE     SEQ-AUX  TO  SEQ-COT
           WRITE    REG-COT  INVALID KEY
                    REWRITE  REG-COT.
           GO  TO   ROT-100-000.

       ROT-150-000.
           MOVE     ZEROS    TO  SEQ-AUX
           MOVE     CMB-AUX  TO  CMB-COT
           MOVE     DTA-AUX  TO  DTA-COT
           MOVE     ZEROS    TO  SEQ-COT
           START    CADCOT   KEY GREATER  CHV-COT
                    INVALID  KEY GO  TO   ROT-150-020.

       ROT-150-010.
           READ     CADCOT   NEXT AT END
                    GO  TO   ROT-150-020.
           IF  CMB-COT  NOT  =   CMB-AUX  OR  DTA-COT  NOT  =  DTA-AUX
               GO  TO        ROT-150-020.
           MOVE     SEQ-COT  TO  SEQ-AUX
           GO  TO   ROT-150-010.

       ROT-150-020.
           EXIT.

       ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-017
           ACCEPT   OPC-002
           GO  TO   ROT-000-050.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  PED-COT  NOT  =   ZEROS
               DISPLAY       MEN-018
               ACCEPT        OPC-002
               GO  TO        ROT-000-050.
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-050.
           DELETE   CADCOT   INVALID KEY
                    GO  TO   ROT-000-050.
           GO  TO   ROT-000-050.

       ROT-400-000.
           MOVE     ZEROS    TO  QTD-TAB  MEN-AJU
           MOVE     CMB-AUX  TO  CMB-COT
           MOVE     DTA-AUX  TO  DTA-COT
           MOVE     ZEROS    TO  SEQ-COT
           START    CADCOT   KEY GREATER  CHV-COT
                    INVALID  KEY GO  TO   ROT-400-020.

       ROT-400-010.
           READ     CADCOT   NEXT AT END
                    GO  TO   ROT-400-020.
           IF  CMB-COT  NOT  =   CMB-AUX  OR  DTA-COT  NOT  =  DTA-AUX
               GO  TO        ROT-400-020.
           IF  QTD-TAB   =   08
               GO  TO        ROT-400-020.
           ADD      1        TO  QTD-TAB
           MOVE     QTD-TAB  TO  IND
           MOVE     FOR-COT  TO  CHV-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           PERFORM  ROT-700-000  THRU  ROT-700-020
           MOVE     SPACES   TO  MRK-TAB (IND)  SIT-TAB (IND)
           MOVE     SEQ-COT  TO  SEQ-TAB (IND)
           MOVE     FOR-COT  TO  FOR-TAB (IND)
           MOVE     NOM-FOR  TO  NOM-TAB (IND)
           MOVE     PRC-COT  TO  PRC-TAB (IND)
           MOVE     PRZ-COT  TO  PRZ-TAB (IND)
           MOVE     FRT-COT  TO  FRT-TAB (IND)
           MOVE     AJU-COT  TO  AJU-TAB (IND)
           IF  PED-COT  NOT  =   ZEROS
               MOVE     "PED."   TO  SIT-TAB (IND)
               GO  TO        ROT-400-010.
           IF  FLG-VLD   =   1
               MOVE     "VENC."  TO  SIT-TAB (IND)
               GO  TO        ROT-400-010.
           IF  MEN-AJU   =   ZEROS  OR  AJU-COT  <  MEN-AJU
               MOVE     AJU-COT  TO  MEN-AJU.
           GO  TO   ROT-400-010.

       ROT-400-020.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-TAB   =   ZEROS
               DISPLAY       MEN-020
               ACCEPT        OPC-002
               GO  TO        ROT-000-040.
           DISPLAY  TLA-005
           MOVE     1        TO  IND.

       ROT-400-030.
           IF  IND   >   QTD-TAB
               GO  TO        ROT-410-000.
           IF  SIT-TAB (IND)  =  SPACES  AND
               AJU-TAB (IND)  =  MEN-AJU
               MOVE     "*"      TO  MRK-TAB (IND).
           IF  IND   =   1   DISPLAY  LIN-001.
           IF  IND   =   2   DISPLAY  LIN-002.
           IF  IND   =   3   DISPLAY  LIN-003.
           IF  IND   =   4   DISPLAY  LIN-004.
           IF  IND   =   5   DISPLAY  LIN-005.
           IF  IND   =   6   DISPLAY  LIN-006.
           IF  IND   =   7   DISPLAY  LIN-007.
           IF  IND   =   8   DISPLAY  LIN-008.
           ADD      1        TO  IND
           GO  TO   ROT-400-030.

       ROT-410-000.
           DISPLAY  MEN-021
           MOVE     ZEROS    TO  SEQ-ESC
           ACCEPT   OPC-SEQ
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  SEQ-ESC   =   ZEROS
               GO  TO        ROT-410-000.
           MOVE     CMB-AUX  TO  CMB-COT
           MOVE     DTA-AUX  TO  DTA-COT
           MOVE     SEQ-ESC  TO  SEQ-COT
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCOT   INVALID KEY
                    DISPLAY  MEN-006
                    ACCEPT   OPC-002
                    GO  TO   ROT-410-000.
           IF  PED-COT  NOT  =   ZEROS
               DISPLAY       MEN-018
               ACCEPT        OPC-002
               GO  TO        ROT-410-000.
           PERFORM  ROT-700-000  THRU  ROT-700-020
           IF  FLG-VLD   =   1
               DISPLAY       MEN-022
               ACCEPT        OPC-002
               GO  TO        ROT-410-000.
           MOVE     DTA-SYS  TO  DTA-PRV.

       ROT-420-000.
           DISPLAY  MEN-023
           ACCEPT   (22 36)  DIA-PRV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-410-000.
           ACCEPT   (22 39)  MES-PRV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-420-000.
           ACCEPT   (22 42)  ANO-PRV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-420-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  DIA-PRV   <   1  OR  >  31  OR
               MES-PRV   <   1  OR  >  12
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-420-000.
           DISPLAY  MEN-024
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-420-000.
           PERFORM  ROT-600-000  THRU  ROT-600-020
           MOVE     PED-AUX  TO  CHV-PED
           MOVE     FOR-COT  TO  FOR-PED
           MOVE     DTA-SYS  TO  DTE-PED
           COMPUTE  DTP-PED  =   ANO-PRV  *  10000
                             +   MES-PRV  *  100    +  DIA-PRV
           MOVE     ZEROS    TO  DTG-PED
           MOVE     0        TO  SIT-PED
           WRITE    REG-PED  INVALID  KEY
                    REWRITE  REG-PED.
           MOVE     PED-AUX  TO  PED-IPD
           MOVE     1        TO  SEQ-IPD
           MOVE     1        TO  PRX-IPD
           MOVE     CMB-COT  TO  SUF-IPD
           MOVE     QTD-COT  TO  QTD-IPD
           MOVE     ZEROS    TO  QTE-IPD
           MOVE     PRC-COT  TO  CST-IPD
           WRITE    REG-IPD  INVALID  KEY
                    REWRITE  REG-IPD.
           MOVE     PED-AUX  TO  PED-COT
           REWRITE  REG-COT
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-025  OPC-PED
           ACCEPT   OPC-002
           GO  TO   ROT-400-000.

       ROT-600-000.
           MOVE     ZEROS    TO  CHV-PED
           READ     CADPED   INVALID  KEY
                    GO  TO   ROT-600-010.
           MOVE     DTE-PED  TO  PED-AUX
           ADD      1        TO  PED-AUX
           MOVE     PED-AUX  TO  DTE-PED
           REWRITE  REG-PED
           GO  TO   ROT-600-020.

       ROT-600-010.
           MOVE     1        TO  PED-AUX
           MOVE     ZEROS    TO  CHV-PED
           MOVE     ZEROS    TO  FOR-PED  DTP-PED  DTG-PED  SIT-PED
           MOVE     1        TO  DTE-PED
           WRITE    REG-PED  INVALID  KEY
                    REWRITE  REG-PED.

       ROT-600-020.
           EXIT.

       ROT-650-000.
           COMPUTE  DSC-AUX  ROUNDED  =
                    PRC-COT  *  TXJ-PRM  *  PRZ-COT  /  100
           IF  DSC-AUX   >   PRC-COT
               MOVE     PRC-COT  TO  DSC-AUX.
           COMPUTE  AJU-COT  =   PRC-COT  -  DSC-AUX  +  VFR-COT.

       ROT-650-010.
           EXIT.

       ROT-700-000.
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     HOR-SYS  TO  HOR-AUX
           MOVE     MIN-SYS  TO  MIN-AUX
           MOVE     0        TO  FLG-VLD
           IF  DTV-COT   <   DTA-SYS
               MOVE     1        TO  FLG-VLD
               GO  TO        ROT-700-010.
           IF  DTV-COT   =   DTA-SYS  AND  HRV-COT  <  HRA-AUX
               MOVE     1        TO  FLG-VLD.

       ROT-700-010.
           MOVE     "EM ABERTO"         TO  SIT-TLA
           IF  FLG-VLD   =   1
               MOVE     "FORA DA VALIDADE"  TO  SIT-TLA.
           IF  PED-COT  NOT  =   ZEROS
               MOVE     PED-COT  TO  PCT-SIT
               MOVE     SIT-PCT  TO  SIT-TLA.

       ROT-700-020.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002  TLA-004  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADFOR   CADCMB   CADPRM   CADCOT
                    CADPED   CADIPD
           CHAIN   "DYN166".
