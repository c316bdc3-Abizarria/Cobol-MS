       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN711.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADRGD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RGD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-EST
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-CLI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NTA
                       ALTERNATE     KEY     IS  D-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  P-NTA
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-FAT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LDP
                       ALTERNATE     KEY     IS  V-LDP
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LBC
                       ALTERNATE     KEY     IS  D-LBC
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      ARQCSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADRGD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRGD.DAT".
       01  REG-RGD.
           03  CHV-RGD          PIC  X(10).
           03  DES-RGD          PIC  X(30).
           03  ARQ-RGD          PIC  9(01).
           03  OPE-RGD          PIC  9(04).
           03  DTA-RGD          PIC  9(06).
           03  COL-RGD          OCCURS  08.
               05  CMP-RGD      PIC  9(02).
               05  TOT-RGD      PIC  X(01).
           03  FLT-RGD          OCCURS  03.
               05  CMF-RGD      PIC  9(02).
               05  OPR-RGD      PIC  X(02).
               05  VAL-RGD      PIC  X(15).
           03  OR1-RGD          PIC  9(02).
           03  OR2-RGD          PIC  9(02).
           03  QBR-RGD          PIC  X(01).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  CADEST      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEST.DAT".
       01  R-EST.
           03  K-EST            PIC  X(04).
           03  FILLER           PIC  X(109).

       FD  CADCLI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLI.DAT".
       01  R-CLI.
           03  K-CLI            PIC  X(10).
           03  FILLER           PIC  X(169).

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  R-NTA.
           03  K-NTA.
               05  FILLER       PIC  X(10).
               05  D-NTA        PIC  X(06).
               05  FILLER       PIC  X(06).
           03  P-NTA            PIC  X(07).
           03  FILLER           PIC  X(031).

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  R-FAT.
           03  K-FAT            PIC  X(06).
           03  FILLER           PIC  X(028).

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  R-LDP.
           03  K-LDP            PIC  X(13).
           03  FILLER           PIC  X(01).
           03  V-LDP            PIC  X(06).
           03  FILLER           PIC  X(032).

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  R-LBC.
           03  K-LBC            PIC  X(12).
           03  FILLER           PIC  X(01).
           03  D-LBC            PIC  X(06).
           03  FILLER           PIC  X(033).

       SD  CADSRT.

       01  REG-SRT.
           03  CH1-SRT          PIC  X(18).
           03  CH2-SRT          PIC  X(18).
           03  SEQ-SRT          PIC  9(07).
           03  ARQ-SRT          PIC  X(179).

       FD  ARQCSV      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "RELATO.CSV".
       01  REG-CSV              PIC  X(80).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(02).
           03  IND4             PIC  9(02).
           03  LIN              PIC  9(02).
           03  IDX-CAT          PIC  9(02).
           03  NUM-AUX          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TIP-SAI          PIC  X(01).
           03  TIP-LIN          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  FLG-PER          PIC  9(01).
           03  FLG-BRK          PIC  9(01).
           03  FLG-TOT          PIC  9(01).
           03  FLG-FLT          PIC  9(01).
           03  FLG-NEG          PIC  9(01).
           03  FLG-DEC          PIC  9(01).
           03  ARQ-ANT          PIC  9(01).
           03  CMP-AUX          PIC  9(02).
           03  QTD-COL          PIC  9(01).
           03  LAR-TOT          PIC  9(03).
           03  POS-AUX          PIC  9(03).
           03  POS-EXT          PIC  9(03).
           03  LEN-EXT          PIC  9(02).
           03  INT-EXT          PIC  9(02).
           03  DEC-EXT          PIC  9(01).
           03  WID-EXT          PIC  9(02).
           03  POS-BUF          PIC  9(02).
           03  QTD-REG          PIC  9(07).
           03  SEQ-AUX          PIC  9(07).
           03  REL-AUX          PIC  X(01).
           03  BRK-ANT          PIC  X(18).
           03  BRK-TXT          PIC  X(35).
           03  TXT-CMP          PIC  X(35).
           03  ALF-CMP          PIC  X(35).
           03  FLT-ALF          PIC  X(35).
           03  KEY-ALF          PIC  X(18).
           03  VLR-CMP          PIC S9(13)V9(04).
           03  PRS-FAT          PIC  9(01)V9(04).

           03  NUM-BUF.
               05  NUM-VAL      PIC  9(13)V9(04).

           03  KEY-AUX.
               05  KEY-NUM      PIC  9(14)V9(04).

           03  SIN-ALF          PIC  X(01).
           03  SIN-NUM          REDEFINES   SIN-ALF   PIC S9(01).
           03  DIG-ALF          PIC  X(01).
           03  DIG-NUM          REDEFINES   DIG-ALF   PIC  9(01).

           03  DMA-AUX.
               05  DIA-DMA      PIC  9(02).
               05  MES-DMA      PIC  9(02).
               05  ANO-DMA      PIC  9(02).
           03  DMA-NUM          REDEFINES   DMA-AUX   PIC  9(06).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  DTA-EDT.
               05  DIA-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-EDT      PIC  9(02).

           03  REG-ARQ          PIC  X(179).

           03  NOM-AUX          PIC  X(10).
           03  DES-AUX          PIC  X(30).
           03  ARQ-AUX          PIC  9(01).
           03  NOM-ARQ          PIC  X(06).
           03  OR1-AUX          PIC  9(02).
           03  LB1-AUX          PIC  X(12).
           03  OR2-AUX          PIC  9(02).
           03  LB2-AUX          PIC  X(12).
           03  QBR-AUX          PIC  X(01).

           03  IXO-AUX          PIC  9(02)  OCCURS  02.

           03  TAB-FLN          OCCURS  03.
               05  IXF-AUX      PIC  9(02).
               05  FLN-AUX      PIC S9(13)V9(04).

           03  COL-EXE          OCCURS  08.
               05  IXC-EXE      PIC  9(02).
               05  POC-EXE      PIC  9(03).
               05  WDC-EXE      PIC  9(02).
               05  SUB-EXE      PIC S9(13)V9(04).
               05  TOT-EXE      PIC S9(13)V9(04).

           03  REG-TAB          PIC  X(78)  OCCURS  515.

           03  LIN-CAB          PIC  X(78).
           03  LIN-001          PIC  X(78).
           03  LIN-002          PIC  X(78).
           03  LIN-003          PIC  X(78).
           03  LIN-004          PIC  X(78).
           03  LIN-005          PIC  X(78).
           03  LIN-006          PIC  X(78).
           03  LIN-007          PIC  X(78).
           03  LIN-008          PIC  X(78).
           03  LIN-009          PIC  X(78).
           03  LIN-010          PIC  X(78).
           03  LIN-011          PIC  X(78).
           03  LIN-012          PIC  X(78).
           03  LIN-013          PIC  X(78).
           03  LIN-014          PIC  X(78).
           03  LIN-015          PIC  X(78).

       01  DEF-AUX.
           03  COL-D01.
               05  CMP-D01      PIC  9(02).
               05  LBL-D01      PIC  X(12).
               05  TOT-D01      PIC  X(01).
           03  COL-D02.
               05  CMP-D02      PIC  9(02).
               05  LBL-D02      PIC  X(12).
               05  TOT-D02      PIC  X(01).
           03  COL-D03.
               05  CMP-D03      PIC  9(02).
               05  LBL-D03      PIC  X(12).
               05  TOT-D03      PIC  X(01).
           03  COL-D04.
               05  CMP-D04      PIC  9(02).
               05  LBL-D04      PIC  X(12).
               05  TOT-D04      PIC  X(01).
           03  COL-D05.
               05  CMP-D05      PIC  9(02).
               05  LBL-D05      PIC  X(12).
               05  TOT-D05      PIC  X(01).
           03  COL-D06.
               05  CMP-D06      PIC  9(02).
               05  LBL-D06      PIC  X(12).
               05  TOT-D06      PIC  X(01).
           03  COL-D07.
               05  CMP-D07      PIC  9(02).
               05  LBL-D07      PIC  X(12).
               05  TOT-D07      PIC  X(01).
           03  COL-D08.
               05  CMP-D08      PIC  9(02).
               05  LBL-D08      PIC  X(12).
               05  TOT-D08      PIC  X(01).
           03  FLT-D01.
               05  CMF-D01      PIC  9(02).
               05  OPR-D01      PIC  X(02).
               05  VAL-D01      PIC  X(15).
           03  FLT-D02.
               05  CMF-D02      PIC  9(02).
               05  OPR-D02      PIC  X(02).
               05  VAL-D02      PIC  X(15).
           03  FLT-D03.
               05  CMF-D03      PIC  9(02).
               05  OPR-D03      PIC  X(02).
               05  VAL-D03      PIC  X(15).

       01  DEF-TAB              REDEFINES   DEF-AUX.
           03  COL-DEF          OCCURS  08.
               05  CMP-DEF      PIC  9(02).
               05  LBL-DEF      PIC  X(12).
               05  TOT-DEF      PIC  X(01).
           03  FLT-DEF          OCCURS  03.
               05  CMF-DEF      PIC  9(02).
               05  OPR-DEF      PIC  X(02).
               05  VAL-DEF      PIC  X(15).

       01  LCT-AUX.
           03  LCT-001          PIC  X(75).
           03  LCT-002          PIC  X(75).
           03  LCT-003          PIC  X(75).

       01  LCT-TAB              REDEFINES   LCT-AUX.
           03  CEL-LCT          OCCURS  15.
               05  NUM-LCT      PIC  9(02).
               05  HIF-LCT      PIC  X(01).
               05  LBL-LCT      PIC  X(12).

       01  CAT-DAD.
           03  FILLER           PIC  X(25)  VALUE
      -        "101CODIGO      00104C0006".
           03  FILLER           PIC  X(25)  VALUE
      -        "102GRUPO       00101C0005".
           03  FILLER           PIC  X(25)  VALUE
      -        "103DESCRICAO   00525A0025".
           03  FILLER           PIC  X(25)  VALUE
      -        "104EST.MINIMO  03006N0010".
           03  FILLER           PIC  X(25)  VALUE
      -        "105SALDO       03607N1111".
           03  FILLER           PIC  X(25)  VALUE
      -        "106CUSTO       04311N4015".
           03  FILLER           PIC  X(25)  VALUE
      -        "107CUSTO MEDIO 05411N4015".
           03  FILLER           PIC  X(25)  VALUE
      -        "108PRECO VENDA 06509N2013".
           03  FILLER           PIC  X(25)  VALUE
      -        "109PRECO 2     07409N2013".
           03  FILLER           PIC  X(25)  VALUE
      -        "110PRECO 3     08309N2013".
           03  FILLER           PIC  X(25)  VALUE
      -        "111MARGEM %    09205N2108".
           03  FILLER           PIC  X(25)  VALUE
      -        "112QTD.MES     09708N1013".
           03  FILLER           PIC  X(25)  VALUE
      -        "113QTD.ANO     10509N1014".
           03  FILLER           PIC  X(25)  VALUE
      -        "201CODIGO      00110A0010".
           03  FILLER           PIC  X(25)  VALUE
      -        "202NOME        01135A0035".
           03  FILLER           PIC  X(25)  VALUE
      -        "203TELEFONE    04612C0012".
           03  FILLER           PIC  X(25)  VALUE
      -        "204CONTATO     05815A0015".
           03  FILLER           PIC  X(25)  VALUE
      -        "205ENDERECO    07335A0035".
           03  FILLER           PIC  X(25)  VALUE
      -        "206CIDADE      10820A0020".
           03  FILLER           PIC  X(25)  VALUE
      -        "207CEP         12808C0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "208UF          13602A0002".
           03  FILLER           PIC  X(25)  VALUE
      -        "209CNPJ/CPF    13814C0014".
           03  FILLER           PIC  X(25)  VALUE
      -        "210INSCRICAO   15215A0015".
           03  FILLER           PIC  X(25)  VALUE
      -        "211CATEGORIA   16701C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "212SITUACAO    16801C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "213LIMITE      16911N2016".
           03  FILLER           PIC  X(25)  VALUE
      -        "301CLIENTE     00110A0010".
           03  FILLER           PIC  X(25)  VALUE
      -        "302DATA        01106D0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "303NUMERO      01706C0006".
           03  FILLER           PIC  X(25)  VALUE
      -        "304PLACA       02307A0007".
           03  FILLER           PIC  X(25)  VALUE
      -        "305PRODUTO     03020A0020".
           03  FILLER           PIC  X(25)  VALUE
      -        "306VALOR       05011N2116".
           03  FILLER           PIC  X(25)  VALUE
      -        "401FATURA      00106C0006".
           03  FILLER           PIC  X(25)  VALUE
      -        "402CLIENTE     00710A0010".
           03  FILLER           PIC  X(25)  VALUE
      -        "403EMISSAO     01706D0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "404VALOR       02312N2117".
           03  FILLER           PIC  X(25)  VALUE
      -        "501CONTA       00104C0005".
           03  FILLER           PIC  X(25)  VALUE
      -        "502LANCAMENTO  00506D0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "503SEQUENCIA   01103C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "504SITUACAO    01401C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "505VENCIMENTO  01506D0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "506HISTORICO   02120A0020".
           03  FILLER           PIC  X(25)  VALUE
      -        "507VALOR       04112N2117".
           03  FILLER           PIC  X(25)  VALUE
      -        "601BANCO       00103C0005".
           03  FILLER           PIC  X(25)  VALUE
      -        "602DATA        00406D0008".
           03  FILLER           PIC  X(25)  VALUE
      -        "603SEQUENCIA   01003C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "604SITUACAO    01301C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "605DOCUMENTO   01406C0006".
           03  FILLER           PIC  X(25)  VALUE
      -        "606HISTORICO   02020A0020".
           03  FILLER           PIC  X(25)  VALUE
      -        "607TIPO        04001C0003".
           03  FILLER           PIC  X(25)  VALUE
      -        "608VALOR       04112N2017".

       01  CAT-TAB              REDEFINES   CAT-DAD.
           03  ENT-CAT          OCCURS  51.
               05  ARQ-CAT      PIC  9(01).
               05  NUM-CAT      PIC  9(02).
               05  LBL-CAT      PIC  X(12).
               05  POS-CAT      PIC  9(03).
               05  LEN-CAT      PIC  9(02).
               05  TIP-CAT      PIC  X(01).
               05  DEC-CAT      PIC  9(01).
               05  SIN-CAT      PIC  9(01).
               05  WID-CAT      PIC  9(02).

       01  MOD-DAD              PIC  X(06)  VALUE  "155534".
       01  MOD-TAB              REDEFINES   MOD-DAD.
           03  MOD-ARQ          PIC  9(01)  OCCURS  06.

       01  NOM-DAD.
           03  FILLER           PIC  X(36)  VALUE
      -        "CADESTCADCLICADNTACADFATCADLDPCADLBC".
       01  NOM-TAB              REDEFINES   NOM-DAD.
           03  NOM-CAD          PIC  X(06)  OCCURS  06.

       01  EDT-AUX              PIC  X(21).
       01  EDT-000              REDEFINES   EDT-AUX.
           03  FILLER           PIC  X(05).
           03  ED0              PIC  ----.---.---.--9.
       01  EDT-001              REDEFINES   EDT-AUX.
           03  FILLER           PIC  X(03).
           03  ED1              PIC  ----.---.---.--9,9.
       01  EDT-002              REDEFINES   EDT-AUX.
           03  FILLER           PIC  X(02).
           03  ED2              PIC  ----.---.---.--9,99.
       01  EDT-004              REDEFINES   EDT-AUX.
           03  ED4              PIC  ----.---.---.--9,9999.

       01  DET-LIN              PIC  X(80).

       01  DET-001.
           03  NOM-DT1          PIC  X(10).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT1          PIC  X(30).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  ARQ-DT1          PIC  X(06).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  OPE-DT1          PIC  9(04).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).

       01  TOT-001.
           03  TIT-TT1          PIC  X(13).
           03  TXT-TT1          PIC  X(35).

       01  TOT-002.
           03  FILLER           PIC  X(14)  VALUE  "TOTAL GERAL -".
           03  QTD-TT2          PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(12)  VALUE  " REGISTRO(S)".

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-003              PIC  X(80).

       01  CAB-004.
           03  FILLER           PIC  X(09)  VALUE  "EMISSAO: ".
           03  DIA-CB4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB4          PIC  9(02).
           03  FILLER           PIC  X(13)  VALUE  "    ARQUIVO: ".
           03  ARQ-CB4          PIC  X(06).
           03  FILLER           PIC  X(15)  VALUE  "    RELATORIO: ".
           03  NOM-CB4          PIC  X(10).

       01  CAB-005              PIC  X(78)  VALUE
      -    "RELATORIO   DESCRICAO                       ARQUIVO  OPER   
      -    "ALTERADO".

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "GERADOR DE RELATORIOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(78) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(78) FROM " ? Relatorio ..:       
      -       "      Descricao:                                      ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 02 PIC X(78) FROM " ? Arquivo ....:       
      -       "                                                      ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 02 PIC X(78) FROM " ? Colunas  (campo / to
      -       "tal)             Filtros  (campo / oper. / valor)     ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 02 PIC X(78) FROM " ? 1 ..:               
      -       "  Tot:           Filtro 1:                            ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 02 PIC X(78) FROM " ? 2 ..:               
      -       "  Tot:           Filtro 2:                            ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 02 PIC X(78) FROM " ? 3 ..:               
      -       "  Tot:           Filtro 3:                            ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(78) FROM " ? 4 ..:               
      -       "  Tot:                                                ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 02 PIC X(78) FROM " ? 5 ..:               
      -       "  Tot:           Ordem 1 .:                           ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 02 PIC X(78) FROM " ? 6 ..:               
      -       "  Tot:           Ordem 2 .:                           ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 02 PIC X(78) FROM " ? 7 ..:               
      -       "  Tot:           Subtotal na quebra (S/N):            ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 02 PIC X(78) FROM " ? 8 ..:               
      -       "  Tot:                                                ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 02 PIC X(78) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 02 PIC X(78) FROM " ?                     
      -       "                                                      ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 02 PIC X(78) FROM " ?                     
      -       "                                                      ?"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 02 PIC X(78) FROM " ?                     
      -       "                                                      ?"
               BACKGROUND-COLOR  01.
           03  LINE 21 COLUMN 02 PIC X(78) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.

       01  ENT-001.
           03  NOM-ENT LINE 06 COLUMN 19 PIC X(10) USING NOM-AUX
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 06 COLUMN 42 PIC X(30) USING DES-AUX
                       BACKGROUND-COLOR  01.
           03  ARQ-ENT LINE 07 COLUMN 19 PIC 9(01) USING ARQ-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(06) FROM NOM-ARQ
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 11 PIC 9(02) USING CMP-D01
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 14 PIC X(12) FROM LBL-D01
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 32 PIC X(01) USING TOT-D01
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 11 PIC 9(02) USING CMP-D02
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 14 PIC X(12) FROM LBL-D02
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 32 PIC X(01) USING TOT-D02
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 11 PIC 9(02) USING CMP-D03
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 14 PIC X(12) FROM LBL-D03
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 32 PIC X(01) USING TOT-D03
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 11 PIC 9(02) USING CMP-D04
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 14 PIC X(12) FROM LBL-D04
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 32 PIC X(01) USING TOT-D04
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 11 PIC 9(02) USING CMP-D05
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 14 PIC X(12) FROM LBL-D05
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 32 PIC X(01) USING TOT-D05
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 11 PIC 9(02) USING CMP-D06
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 14 PIC X(12) FROM LBL-D06
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 32 PIC X(01) USING TOT-D06
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 11 PIC 9(02) USING CMP-D07
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 14 PIC X(12) FROM LBL-D07
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 32 PIC X(01) USING TOT-D07
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 11 PIC 9(02) USING CMP-D08
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 14 PIC X(12) FROM LBL-D08
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 32 PIC X(01) USING TOT-D08
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 52 PIC 9(02) USING CMF-D01
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 55 PIC X(02) USING OPR-D01
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 58 PIC X(15) USING VAL-D01
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 52 PIC 9(02) USING CMF-D02
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 55 PIC X(02) USING OPR-D02
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 58 PIC X(15) USING VAL-D02
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 52 PIC 9(02) USING CMF-D03
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 55 PIC X(02) USING OPR-D03
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 58 PIC X(15) USING VAL-D03
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 52 PIC 9(02) USING OR1-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 55 PIC X(12) FROM LB1-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 52 PIC 9(02) USING OR2-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 55 PIC X(12) FROM LB2-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 69 PIC X(01) USING QBR-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 04 PIC X(75) FROM LCT-001
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 04 PIC X(75) FROM LCT-002
                       BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 04 PIC X(75) FROM LCT-003
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 04 COLUMN 02 PIC X(78) FROM LIN-CAB
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 05 COLUMN 02 PIC X(78) FROM LIN-001
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(78) FROM LIN-002
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 02 PIC X(78) FROM LIN-003
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 02 PIC X(78) FROM LIN-004
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 02 PIC X(78) FROM LIN-005
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 02 PIC X(78) FROM LIN-006
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 02 PIC X(78) FROM LIN-007
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(78) FROM LIN-008
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 02 PIC X(78) FROM LIN-009
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 02 PIC X(78) FROM LIN-010
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 02 PIC X(78) FROM LIN-011
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 02 PIC X(78) FROM LIN-012
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 02 PIC X(78) FROM LIN-013
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 02 PIC X(78) FROM LIN-014
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 02 PIC X(78) FROM LIN-015
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 21 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 04 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 05 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 06 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 21 COLUMN 02 PIC X(78) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NOME DO RE
      -            "LATORIO OU [ENTER] P/ LISTAR  -  [ESC] RETORNA  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR SEM PERMIS
      -            "SAO P/ ESTE ARQUIVO  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "(E)XECUTAR  -  (A)L
      -            "TERAR  -  E(X)CLUIR  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA A EXCLUSAO
      -            " DO RELATORIO ? [S/N]  [ ]                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA RELATORIOS D
      -            "EFINIDOS  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO RELATORIO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "1-CADEST 2-CADCLI 3
      -            "-CADNTA 4-CADFAT 5-CADLDP 6-CADLBC  [ESC] VOLTA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CAMPO DA COLUNA (VI
      -            "DE CATALOGO)  00 = FIM  -  [ESC] VOLTA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CAMPO NAO CONSTA DO
      -            " CATALOGO DO ARQUIVO  -  TECLE [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "TOTALIZAR ESTA COLU
      -            "NA ? [S/N]  -  [ESC] VOLTA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "AS COLUNAS EXCEDEM 
      -            "78 POSICOES  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "CAMPO DO FILTRO (VI
      -            "DE CATALOGO)  00 = SEM FILTRO  -  [ESC] VOLTA   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR:   =   <> 
      -            "  <   >   <=   >=   -  [ESC] VOLTA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DO FILTRO NO 
      -            "FORMATO DD/MM/AA  -  [ESC] VOLTA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DO FILTRO (DE
      -            "CIMAIS APOS A VIRGULA)  -  [ESC] VOLTA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DO FILTRO  - 
      -            " [ESC] VOLTA ...                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "CAMPO DA 1a. ORDEM 
      -            " 00 = SEM CLASSIFICACAO  -  [ESC] VOLTA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "CAMPO DA 2a. ORDEM 
      -            " 00 = NENHUM  -  [ESC] VOLTA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "SUBTOTAL A CADA QUE
      -            "BRA DA 1a. ORDEM ? [S/N]  -  [ESC] VOLTA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA A GRAVACAO
      -            " DA DEFINICAO ? [S/N]  [ ]  -  [ESC] VOLTA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "SAIDA: (T)ELA (I)MP
      -            "RESSORA (A)RQUIVO (C)SV  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO DE DADOS NA
      -            "O DISPONIVEL  -  TECLE [ENTER] ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PROCES
      -            "SANDO O RELATORIO ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUM REGISTRO ATE
      -            "NDE AOS FILTROS  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO ENCERRADO
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO RELATO.CSV 
      -            "GERADO  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "MEMORIA INSUFICIENT
      -            "E P/ CONSULTA EM TELA  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "USE AS SETAS P/ ROL
      -            "AR A TELA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 80 PIC X(01) FROM " "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 57 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADOPE
           MOVE     PRM-OPE  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    MOVE     0   TO   PER-OPE (1)  PER-OPE (2)
                                      PER-OPE (3)  PER-OPE (4)
                                      PER-OPE (5)  PER-OPE (6)
                                      PER-OPE (7)  GER-OPE.
           CLOSE    CADOPE
           OPEN     I-O      CADRGD
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADRGD
               CLOSE    CADRGD
               OPEN     I-O      CADRGD.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     SPACES   TO  NOM-AUX  DES-AUX  NOM-ARQ  LB1-AUX
                                 LB2-AUX  QBR-AUX  LCT-AUX
           MOVE     ZEROS    TO  ARQ-AUX  OR1-AUX  OR2-AUX
           MOVE     1        TO  IND3
           PERFORM  ROT-710-000
           THRU     ROT-710-010
           MOVE     1        TO  IND3
           PERFORM  ROT-715-000
           THRU     ROT-715-010
           DISPLAY  ENT-001.

       ROT-100-010.
           DISPLAY  MEN-001
           ACCEPT   (06 19)  NOM-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NOM-AUX   =   SPACES
               GO  TO        ROT-150-000.
           DISPLAY  ENT-001
           MOVE     NOM-AUX  TO  CHV-RGD
           READ     CADRGD   INVALID  KEY
                    GO  TO   ROT-200-000.
           PERFORM  ROT-730-000
           THRU     ROT-730-030
           DISPLAY  ENT-001
           PERFORM  ROT-760-000
           THRU     ROT-760-010
           IF  FLG-PER   =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-002
               ACCEPT   OPC-001
               GO  TO        ROT-100-000.

       ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "X"
               GO  TO        ROT-100-020.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "N"
               GO  TO        ROT-100-020.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-100-030.
           MOVE     NOM-AUX  TO  CHV-RGD
           DELETE   CADRGD
           GO  TO   ROT-100-000.

       ROT-150-000.
           MOVE     ZEROS    TO  IND1
           MOVE     SPACES   TO  CHV-RGD
           START    CADRGD   KEY NOT LESS CHV-RGD
                    INVALID  KEY GO  TO   ROT-150-020.

       ROT-150-010.
           READ     CADRGD   NEXT AT END
                    GO  TO   ROT-150-020.
           IF  IND1      >   499
               GO  TO        ROT-150-020.
           MOVE     CHV-RGD  TO  NOM-DT1
           MOVE     DES-RGD  TO  DES-DT1
           MOVE     SPACES   TO  ARQ-DT1
           IF  ARQ-RGD   >   0  AND  <  7
               MOVE     NOM-CAD (ARQ-RGD)  TO  ARQ-DT1.
           MOVE     OPE-RGD  TO  OPE-DT1
           MOVE     DTA-RGD  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           ADD      1        TO  IND1
           MOVE     DET-001  TO  REG-TAB (IND1)
           GO  TO   ROT-150-010.

       ROT-150-020.
           IF  IND1      =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-005
               ACCEPT   OPC-001
               GO  TO        ROT-100-010.
           MOVE     IND1     TO  IND2
           MOVE     CAB-005  TO  LIN-CAB
           PERFORM  ROT-400-000
           THRU     ROT-400-090
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  MEN-006
           ACCEPT   (06 42)  DES-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           DISPLAY  ENT-001
           MOVE     ARQ-AUX  TO  ARQ-ANT.

       ROT-200-010.
           DISPLAY  MEN-007
           ACCEPT   (07 19)  ARQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  ARQ-AUX   <   1  OR  >  6
               GO  TO        ROT-200-010.
           PERFORM  ROT-760-000
           THRU     ROT-760-010
           IF  FLG-PER   =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-002
               ACCEPT   OPC-001
               GO  TO        ROT-200-010.
           MOVE     NOM-CAD (ARQ-AUX)  TO  NOM-ARQ
           IF  ARQ-AUX  NOT  =   ARQ-ANT
               MOVE     ARQ-AUX  TO  ARQ-ANT
               MOVE     1        TO  IND3
               PERFORM  ROT-710-000
               THRU     ROT-710-010
               MOVE     1        TO  IND3
               PERFORM  ROT-715-000
               THRU     ROT-715-010
               MOVE     ZEROS    TO  OR1-AUX  OR2-AUX
               MOVE     SPACES   TO  LB1-AUX  LB2-AUX  QBR-AUX.
           PERFORM  ROT-770-000
           THRU     ROT-770-020
           DISPLAY  ENT-001
           MOVE     1        TO  IND1.

       ROT-210-000.
           COMPUTE  LIN  =  IND1  +  8
           DISPLAY  MEN-008
           ACCEPT   (LIN, 11)  CMP-DEF (IND1)  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  IND1  =  1
               GO  TO        ROT-200-010.
           IF  TECLADO   =   01
               SUBTRACT 1        FROM  IND1
               GO  TO        ROT-210-000.
           IF  CMP-DEF (IND1)  =  ZEROS
               GO  TO        ROT-210-020.
           MOVE     CMP-DEF (IND1)  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-009
               ACCEPT   OPC-001
               GO  TO        ROT-210-000.
           MOVE     LBL-CAT (IDX-CAT)  TO  LBL-DEF (IND1)
           IF  TIP-CAT (IDX-CAT)  NOT  =  "N"
               MOVE     "N"      TO  TOT-DEF (IND1)
               GO  TO        ROT-210-010.
           IF  TOT-DEF (IND1)  NOT  =  "S"
               MOVE     "N"      TO  TOT-DEF (IND1).

       ROT-210-005.
           DISPLAY  ENT-001      MEN-010
           ACCEPT   (LIN, 32)  TOT-DEF (IND1)  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-210-000.
           IF  TOT-DEF (IND1)  NOT  =  "S"  AND  NOT  =  "N"
               GO  TO        ROT-210-005.

       ROT-210-010.
           DISPLAY  ENT-001
           ADD      1        TO  IND1
           IF  IND1      <   9
               GO  TO        ROT-210-000.
           GO  TO   ROT-210-030.

       ROT-210-020.
           IF  IND1      =   1
               GO  TO        ROT-210-000.
           MOVE     IND1     TO  IND3
           PERFORM  ROT-710-000
           THRU     ROT-710-010
           DISPLAY  ENT-001.

       ROT-210-030.
           PERFORM  ROT-745-000
           THRU     ROT-745-020
           IF  LAR-TOT   >   78
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-011
               ACCEPT   OPC-001
               MOVE     1        TO  IND1
               GO  TO        ROT-210-000.
           MOVE     1        TO  IND1.

       ROT-220-000.
           COMPUTE  LIN  =  IND1  +  8
           DISPLAY  MEN-012
           ACCEPT   (LIN, 52)  CMF-DEF (IND1)  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  IND1  =  1
               MOVE     QTD-COL  TO  IND1
               GO  TO        ROT-210-000.
           IF  TECLADO   =   01
               SUBTRACT 1        FROM  IND1
               GO  TO        ROT-220-000.
           IF  CMF-DEF (IND1)  =  ZEROS
               GO  TO        ROT-220-030.
           MOVE     CMF-DEF (IND1)  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-009
               ACCEPT   OPC-001
               GO  TO        ROT-220-000.

       ROT-220-010.
           DISPLAY  MEN-013
           MOVE     SPACES   TO  OPR-DEF (IND1)
           ACCEPT   (LIN, 55)  OPR-DEF (IND1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-220-000.
           IF  OPR-DEF (IND1)  =  "= "  OR  "<>"  OR  "< "  OR  "> "
                               OR  "<="  OR  ">="
               GO  TO        ROT-220-020.
           GO  TO   ROT-220-010.

       ROT-220-020.
           DISPLAY  ENT-001
           IF  TIP-CAT (IDX-CAT)  =  "D"
               DISPLAY  MEN-014
           ELSE
           IF  TIP-CAT (IDX-CAT)  =  "A"
               DISPLAY  MEN-016
           ELSE
               DISPLAY  MEN-015.
           ACCEPT   (LIN, 58)  VAL-DEF (IND1)  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-220-010.
           DISPLAY  ENT-001
           ADD      1        TO  IND1
           IF  IND1      <   4
               GO  TO        ROT-220-000.
           GO  TO   ROT-230-000.

       ROT-220-030.
           MOVE     IND1     TO  IND3
           PERFORM  ROT-715-000
           THRU     ROT-715-010
           DISPLAY  ENT-001.

       ROT-230-000.
           DISPLAY  MEN-017
           ACCEPT   (13 52)  OR1-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     1        TO  IND1
               GO  TO        ROT-220-000.
           MOVE     SPACES   TO  LB1-AUX
           IF  OR1-AUX   =   ZEROS
               MOVE     ZEROS    TO  OR2-AUX
               MOVE     SPACES   TO  LB2-AUX
               MOVE     "N"      TO  QBR-AUX
               DISPLAY  ENT-001
               GO  TO        ROT-240-000.
           MOVE     OR1-AUX  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-009
               ACCEPT   OPC-001
               GO  TO        ROT-230-000.
           MOVE     LBL-CAT (IDX-CAT)  TO  LB1-AUX
           DISPLAY  ENT-001.

       ROT-230-010.
           DISPLAY  MEN-018
           ACCEPT   (14 52)  OR2-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-230-000.
           MOVE     SPACES   TO  LB2-AUX
           IF  OR2-AUX   =   ZEROS
               DISPLAY  ENT-001
               GO  TO        ROT-230-020.
           MOVE     OR2-AUX  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-009
               ACCEPT   OPC-001
               GO  TO        ROT-230-010.
           MOVE     LBL-CAT (IDX-CAT)  TO  LB2-AUX
           DISPLAY  ENT-001.

       ROT-230-020.
           IF  QBR-AUX  NOT  =   "S"
               MOVE     "N"      TO  QBR-AUX.
           DISPLAY  MEN-019
           ACCEPT   (15 69)  QBR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-230-010.
           IF  QBR-AUX  NOT  =   "S"  AND  NOT  =  "N"
               GO  TO        ROT-230-020.
           DISPLAY  ENT-001.

       ROT-240-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-020
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-230-000.
           IF  RSP-OPC   =   "N"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-240-000.
           PERFORM  ROT-735-000
           THRU     ROT-735-030
           WRITE    REG-RGD  INVALID  KEY
                    REWRITE  REG-RGD.
           GO  TO   ROT-100-020.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-021
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  RSP-OPC  NOT  =   "T"  AND  NOT  =  "I"
                        AND  NOT  =   "A"  AND  NOT  =  "C"
               GO  TO        ROT-300-000.
           MOVE     RSP-OPC  TO  TIP-SAI
           PERFORM  ROT-745-000
           THRU     ROT-745-020
           PERFORM  ROT-310-000
           THRU     ROT-310-020
           MOVE     1        TO  IND3
           PERFORM  ROT-320-000
           THRU     ROT-320-020
           MOVE     OR1-AUX  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     IDX-CAT  TO  IXO-AUX (1)
           MOVE     OR2-AUX  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     IDX-CAT  TO  IXO-AUX (2)
           MOVE     0        TO  FLG-BRK
           IF  QBR-AUX   =   "S"  AND  IXO-AUX (1)  NOT  =  ZEROS
               MOVE     1        TO  FLG-BRK.
           GO  TO   ROT-330-010  ROT-330-020  ROT-330-030
                    ROT-330-040  ROT-330-050  ROT-330-060
                    DEPENDING    ON    ARQ-AUX.

       ROT-330-010.
           OPEN     INPUT    CADEST
           GO  TO   ROT-330-070.

       ROT-330-020.
           OPEN     INPUT    CADCLI
           GO  TO   ROT-330-070.

       ROT-330-030.
           OPEN     INPUT    CADNTA
           GO  TO   ROT-330-070.

       ROT-330-040.
           OPEN     INPUT    CADFAT
           GO  TO   ROT-330-070.

       ROT-330-050.
           OPEN     INPUT    CADLDP
           GO  TO   ROT-330-070.

       ROT-330-060.
           OPEN     INPUT    CADLBC.

       ROT-330-070.
           IF  FS-ARQ   NOT  =   "00"
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-022
               ACCEPT   OPC-001
               GO  TO        ROT-100-020.
           DISPLAY  MEN-023
           MOVE     ZEROS    TO  IND1  QTD-REG  SEQ-AUX
           MOVE     CAB-003  TO  LIN-CAB
           IF  TIP-SAI   =   "C"
               OPEN     OUTPUT   ARQCSV
               WRITE    REG-CSV  FROM  CAB-003
               GO  TO        ROT-330-080.
           IF  TIP-SAI   =   "T"
               GO  TO        ROT-330-080.
           IF  TIP-SAI   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
               MOVE     "RELATO.TXT"  TO  DES-REL.
           OPEN     OUTPUT   RELATO
           MOVE     DES-AUX  TO  TIT-CB1
           MOVE     DIA-SYS  TO  DIA-CB4
           MOVE     MES-SYS  TO  MES-CB4
           MOVE     ANO-SYS  TO  ANO-CB4
           MOVE     NOM-ARQ  TO  ARQ-CB4
           MOVE     NOM-AUX  TO  NOM-CB4
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  0
           PERFORM  ROT-350-000
           THRU     ROT-350-010.

       ROT-330-080.
           SORT     CADSRT   ON  ASCENDING  KEY  CH1-SRT  CH2-SRT
                                                 SEQ-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           GO  TO   ROT-360-010  ROT-360-020  ROT-360-030
                    ROT-360-040  ROT-360-050  ROT-360-060
                    DEPENDING    ON    ARQ-AUX.

       ROT-360-010.
           CLOSE    CADEST
           GO  TO   ROT-360-070.

       ROT-360-020.
           CLOSE    CADCLI
           GO  TO   ROT-360-070.

       ROT-360-030.
           CLOSE    CADNTA
           GO  TO   ROT-360-070.

       ROT-360-040.
           CLOSE    CADFAT
           GO  TO   ROT-360-070.

       ROT-360-050.
           CLOSE    CADLDP
           GO  TO   ROT-360-070.

       ROT-360-060.
           CLOSE    CADLBC.

       ROT-360-070.
           IF  TIP-SAI   =   "C"
               CLOSE    ARQCSV.
           IF  TIP-SAI   =   "I"  OR  "A"
               CLOSE    RELATO.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-REG   =   ZEROS
               DISPLAY  MEN-024
               ACCEPT   OPC-001
               GO  TO        ROT-100-020.
           IF  TIP-SAI   =   "C"
               DISPLAY  MEN-026
               ACCEPT   OPC-001
               GO  TO        ROT-100-020.
           IF  TIP-SAI  NOT  =   "T"
               DISPLAY  MEN-025
               ACCEPT   OPC-001
               GO  TO        ROT-100-020.
           IF  IND1      >   500
               DISPLAY  MEN-027
               ACCEPT   OPC-001
               GO  TO        ROT-100-020.
           MOVE     IND1     TO  IND2
           PERFORM  ROT-400-000
           THRU     ROT-400-090
           DISPLAY  TLA-002      ENT-001
           GO  TO   ROT-100-020.

       ROT-310-000.
           MOVE     SPACES   TO  CAB-003
           MOVE     1        TO  POS-AUX  IND3
           MOVE     0        TO  FLG-TOT.

       ROT-310-010.
           IF  IND3      >   QTD-COL
               GO  TO        ROT-310-020.
           MOVE     CMP-DEF (IND3)  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     IDX-CAT  TO  IXC-EXE (IND3)
           MOVE     POS-AUX  TO  POC-EXE (IND3)
           MOVE     WID-CAT (IDX-CAT)  TO  WDC-EXE (IND3)  WID-EXT
           MOVE     ZEROS    TO  SUB-EXE (IND3)  TOT-EXE (IND3)
           MOVE     LBL-CAT (IDX-CAT)  TO  CAB-003 (POS-AUX : WID-EXT)
           IF  TIP-SAI   =   "C"  AND  IND3  >  1
               MOVE     ";"      TO  CAB-003 (POS-AUX - 1 : 1).
           IF  TOT-DEF (IND3)  =  "S"
               MOVE     1        TO  FLG-TOT.
           COMPUTE  POS-AUX  =  POS-AUX  +  WID-EXT  +  1
           ADD      1        TO  IND3
           GO  TO   ROT-310-010.

       ROT-310-020.
           EXIT.

       ROT-320-000.
           IF  IND3      >   3
               GO  TO        ROT-320-020.
           MOVE     ZEROS    TO  IXF-AUX (IND3)  FLN-AUX (IND3)
           IF  CMF-DEF (IND3)  =  ZEROS
               GO  TO        ROT-320-010.
           MOVE     CMF-DEF (IND3)  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     IDX-CAT  TO  IXF-AUX (IND3)
           IF  IDX-CAT   =   ZEROS  OR  TIP-CAT (IDX-CAT)  =  "A"
               GO  TO        ROT-320-010.
           PERFORM  ROT-750-000
           THRU     ROT-750-030
           IF  TIP-CAT (IDX-CAT)  =  "D"
               MOVE     VLR-CMP  TO  DMA-NUM
               MOVE     ANO-DMA  TO  ANO-AUX
               MOVE     MES-DMA  TO  MES-AUX
               MOVE     DIA-DMA  TO  DIA-AUX
               PERFORM  ROT-780-000
               THRU     ROT-780-010
               MOVE     DTA-LCT  TO  VLR-CMP.
           MOVE     VLR-CMP  TO  FLN-AUX (IND3).

       ROT-320-010.
           ADD      1        TO  IND3
           GO  TO   ROT-320-000.

       ROT-320-020.
           EXIT.

       ROT-350-000.
           WRITE    REG-REL FROM CAB-004  AFTER  2
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-002
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-350-010.
           EXIT.

       ROT-400-000.
           MOVE     IND2     TO  IND1.

       ROT-400-005.
           IF  IND1  NOT  <  515
               GO  TO        ROT-400-010.
           ADD      1        TO  IND1
           MOVE     SPACES   TO  REG-TAB (IND1)
           GO  TO   ROT-400-005.

       ROT-400-010.
           MOVE     ZEROS    TO  IND1.

       ROT-400-020.
           MOVE     REG-TAB (IND1 + 01)  TO  LIN-001
           MOVE     REG-TAB (IND1 + 02)  TO  LIN-002
           MOVE     REG-TAB (IND1 + 03)  TO  LIN-003
           MOVE     REG-TAB (IND1 + 04)  TO  LIN-004
           MOVE     REG-TAB (IND1 + 05)  TO  LIN-005
           MOVE     REG-TAB (IND1 + 06)  TO  LIN-006
           MOVE     REG-TAB (IND1 + 07)  TO  LIN-007
           MOVE     REG-TAB (IND1 + 08)  TO  LIN-008
           MOVE     REG-TAB (IND1 + 09)  TO  LIN-009
           MOVE     REG-TAB (IND1 + 10)  TO  LIN-010
           MOVE     REG-TAB (IND1 + 11)  TO  LIN-011
           MOVE     REG-TAB (IND1 + 12)  TO  LIN-012
           MOVE     REG-TAB (IND1 + 13)  TO  LIN-013
           MOVE     REG-TAB (IND1 + 14)  TO  LIN-014
           MOVE     REG-TAB (IND1 + 15)  TO  LIN-015
           ADD      15  TO   IND1
           DISPLAY  LPA-002  MEN-028.

       ROT-400-030.
           MOVE     " "  TO  RSP-OPC
           ACCEPT   (22 80)  RSP-OPC  WITH  AUTO-SKIP
           DISPLAY  MEN-029
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   99
               GO  TO        ROT-400-040.
           IF  TECLADO  NOT  =   00
               GO  TO        ROT-400-080.
           IF  IND1  NOT  <  IND2
               GO  TO        ROT-400-030.
           GO  TO   ROT-400-020.

       ROT-400-040.
           IF  IND1   <  16
               GO  TO        ROT-400-030.
           COMPUTE  IND1  =  IND1  -  30
           GO  TO   ROT-400-020.

       ROT-400-080.
           DISPLAY  LPA-003.

       ROT-400-090.
           EXIT.

       ROT-650-000.
           IF  QTD-REG   >   1  AND  CH1-SRT  NOT  =  BRK-ANT
               MOVE     "S"      TO  TIP-LIN
               PERFORM  ROT-660-000
               THRU     ROT-660-030.
           IF  QTD-REG   =   1  OR  CH1-SRT  NOT  =  BRK-ANT
               MOVE     CH1-SRT  TO  BRK-ANT
               MOVE     IXO-AUX (1)  TO  IDX-CAT
               PERFORM  ROT-700-000
               THRU     ROT-700-090
               MOVE     TXT-CMP  TO  BRK-TXT.

       ROT-650-010.
           EXIT.

       ROT-660-000.
           IF  TIP-LIN   =   "S"
               MOVE     "SUBTOTAL -"  TO  TIT-TT1
               MOVE     BRK-TXT  TO  TXT-TT1
               MOVE     TOT-001  TO  DET-LIN
           ELSE
               MOVE     QTD-REG  TO  QTD-TT2
               MOVE     TOT-002  TO  DET-LIN.
           PERFORM  ROT-680-000
           THRU     ROT-680-090
           IF  FLG-TOT   =   0
               GO  TO        ROT-660-020.
           MOVE     SPACES   TO  DET-LIN
           MOVE     1        TO  IND3.

       ROT-660-010.
           IF  IND3      >   QTD-COL
               PERFORM  ROT-680-000
               THRU     ROT-680-090
               GO  TO        ROT-660-020.
           IF  TOT-DEF (IND3)  NOT  =  "S"
               ADD      1        TO  IND3
               GO  TO        ROT-660-010.
           MOVE     IXC-EXE (IND3)  TO  IDX-CAT
           IF  TIP-LIN   =   "S"
               MOVE     SUB-EXE (IND3)  TO  VLR-CMP
               MOVE     ZEROS    TO  SUB-EXE (IND3)
           ELSE
               MOVE     TOT-EXE (IND3)  TO  VLR-CMP.
           PERFORM  ROT-720-000
           THRU     ROT-720-010
           MOVE     POC-EXE (IND3)  TO  POS-AUX
           MOVE     WDC-EXE (IND3)  TO  WID-EXT
           MOVE     TXT-CMP  TO  DET-LIN (POS-AUX : WID-EXT)
           ADD      1        TO  IND3
           GO  TO   ROT-660-010.

       ROT-660-020.
           MOVE     SPACES   TO  DET-LIN
           PERFORM  ROT-680-000
           THRU     ROT-680-090.

       ROT-660-030.
           EXIT.

       ROT-680-000.
           IF  TIP-SAI   =   "T"
               GO  TO        ROT-680-010.
           IF  TIP-SAI   =   "C"
               WRITE    REG-CSV  FROM  DET-LIN
               GO  TO        ROT-680-090.
           WRITE    REG-REL FROM DET-LIN
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-680-090.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-350-000
           THRU     ROT-350-010
           GO  TO   ROT-680-090.

       ROT-680-010.
           IF  IND1      <   500
               ADD      1        TO  IND1
               MOVE     DET-LIN  TO  REG-TAB (IND1)
           ELSE
               MOVE     501      TO  IND1.

       ROT-680-090.
           EXIT.

       ROT-700-000.
           MOVE     SPACES   TO  TXT-CMP  ALF-CMP
           MOVE     ZEROS    TO  VLR-CMP
           MOVE     POS-CAT (IDX-CAT)  TO  POS-EXT
           MOVE     LEN-CAT (IDX-CAT)  TO  LEN-EXT
           MOVE     DEC-CAT (IDX-CAT)  TO  DEC-EXT
           IF  TIP-CAT (IDX-CAT)  =  "A"
               MOVE     REG-ARQ (POS-EXT : LEN-EXT)  TO  ALF-CMP
                                                        TXT-CMP
               GO  TO        ROT-700-090.
           IF  TIP-CAT (IDX-CAT)  =  "D"
               GO  TO        ROT-700-050.
           COMPUTE  INT-EXT  =  LEN-EXT  -  DEC-EXT
           COMPUTE  POS-BUF  =  14  -  INT-EXT
           MOVE     ZEROS    TO  NUM-VAL
           MOVE     REG-ARQ (POS-EXT : INT-EXT)
                             TO  NUM-BUF (POS-BUF : INT-EXT)
           IF  DEC-EXT   >   0
               MOVE     REG-ARQ (POS-EXT + INT-EXT : DEC-EXT)
                                 TO  NUM-BUF (14 : DEC-EXT).
           MOVE     0        TO  FLG-NEG
           IF  SIN-CAT (IDX-CAT)  =  1
               PERFORM  ROT-705-000
               THRU     ROT-705-010.
           IF  NUM-VAL  NOT  NUMERIC
               MOVE     ZEROS    TO  NUM-VAL.
           MOVE     NUM-VAL  TO  VLR-CMP
           IF  FLG-NEG   =   1
               COMPUTE  VLR-CMP  =  ZEROS  -  VLR-CMP.
           IF  TIP-CAT (IDX-CAT)  =  "C"
               MOVE     REG-ARQ (POS-EXT : LEN-EXT)  TO  TXT-CMP
               GO  TO        ROT-700-090.
           PERFORM  ROT-720-000
           THRU     ROT-720-010
           GO  TO   ROT-700-090.

       ROT-700-050.
           MOVE     REG-ARQ (POS-EXT : 6)  TO  DTA-AUX
           IF  DTA-AUX  NOT  NUMERIC  OR  DTA-AUX  =  ZEROS
               GO  TO        ROT-700-090.
           PERFORM  ROT-780-000
           THRU     ROT-780-010
           MOVE     DTA-LCT  TO  VLR-CMP
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT
           MOVE     DTA-EDT  TO  TXT-CMP.

       ROT-700-090.
           EXIT.

       ROT-705-000.
           COMPUTE  POS-BUF  =  13  +  DEC-EXT
           MOVE     NUM-BUF (POS-BUF : 1)  TO  SIN-ALF
           IF  SIN-NUM  NOT  NUMERIC
               MOVE     "0"      TO  SIN-ALF.
           IF  SIN-NUM   <   0
               MOVE     1        TO  FLG-NEG.
           MOVE     SIN-NUM  TO  DIG-NUM
           MOVE     DIG-ALF  TO  NUM-BUF (POS-BUF : 1).

       ROT-705-010.
           EXIT.

       ROT-710-000.
           IF  IND3      >   8
               GO  TO        ROT-710-010.
           MOVE     ZEROS    TO  CMP-DEF (IND3)
           MOVE     SPACES   TO  LBL-DEF (IND3)  TOT-DEF (IND3)
           ADD      1        TO  IND3
           GO  TO   ROT-710-000.

       ROT-710-010.
           EXIT.

       ROT-715-000.
           IF  IND3      >   3
               GO  TO        ROT-715-010.
           MOVE     ZEROS    TO  CMF-DEF (IND3)
           MOVE     SPACES   TO  OPR-DEF (IND3)  VAL-DEF (IND3)
           ADD      1        TO  IND3
           GO  TO   ROT-715-000.

       ROT-715-010.
           EXIT.

       ROT-720-000.
           MOVE     SPACES   TO  EDT-AUX  TXT-CMP
           IF  DEC-CAT (IDX-CAT)  =  0
               MOVE     VLR-CMP  TO  ED0.
           IF  DEC-CAT (IDX-CAT)  =  1
               MOVE     VLR-CMP  TO  ED1.
           IF  DEC-CAT (IDX-CAT)  =  2
               MOVE     VLR-CMP  TO  ED2.
           IF  DEC-CAT (IDX-CAT)  =  4
               MOVE     VLR-CMP  TO  ED4.
           MOVE     WID-CAT (IDX-CAT)  TO  WID-EXT
           COMPUTE  POS-BUF  =  22  -  WID-EXT
           MOVE     EDT-AUX (POS-BUF : WID-EXT)  TO  TXT-CMP.

       ROT-720-010.
           EXIT.

       ROT-730-000.
           MOVE     DES-RGD  TO  DES-AUX
           MOVE     ARQ-RGD  TO  ARQ-AUX
           MOVE     NOM-CAD (ARQ-AUX)  TO  NOM-ARQ
           MOVE     1        TO  IND3.

       ROT-730-010.
           MOVE     CMP-RGD (IND3)  TO  CMP-DEF (IND3)  CMP-AUX
           MOVE     TOT-RGD (IND3)  TO  TOT-DEF (IND3)
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     SPACES   TO  LBL-DEF (IND3)
           IF  IDX-CAT  NOT  =   ZEROS
               MOVE     LBL-CAT (IDX-CAT)  TO  LBL-DEF (IND3).
           IF  IND3      <   4
               MOVE     CMF-RGD (IND3)  TO  CMF-DEF (IND3)
               MOVE     OPR-RGD (IND3)  TO  OPR-DEF (IND3)
               MOVE     VAL-RGD (IND3)  TO  VAL-DEF (IND3).
           ADD      1        TO  IND3
           IF  IND3      <   9
               GO  TO        ROT-730-010.
           MOVE     OR1-RGD  TO  OR1-AUX  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           MOVE     SPACES   TO  LB1-AUX  LB2-AUX
           IF  IDX-CAT  NOT  =   ZEROS
               MOVE     LBL-CAT (IDX-CAT)  TO  LB1-AUX.
           MOVE     OR2-RGD  TO  OR2-AUX  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT  NOT  =   ZEROS
               MOVE     LBL-CAT (IDX-CAT)  TO  LB2-AUX.
           MOVE     QBR-RGD  TO  QBR-AUX
           PERFORM  ROT-770-000
           THRU     ROT-770-020.

       ROT-730-030.
           EXIT.

       ROT-735-000.
           MOVE     NOM-AUX  TO  CHV-RGD
           MOVE     DES-AUX  TO  DES-RGD
           MOVE     ARQ-AUX  TO  ARQ-RGD
           MOVE     PRM-OPE  TO  OPE-RGD
           MOVE     DTA-SYS  TO  DTA-RGD
           MOVE     OR1-AUX  TO  OR1-RGD
           MOVE     OR2-AUX  TO  OR2-RGD
           MOVE     QBR-AUX  TO  QBR-RGD
           MOVE     1        TO  IND3.

       ROT-735-010.
           MOVE     CMP-DEF (IND3)  TO  CMP-RGD (IND3)
           MOVE     TOT-DEF (IND3)  TO  TOT-RGD (IND3)
           IF  IND3      <   4
               MOVE     CMF-DEF (IND3)  TO  CMF-RGD (IND3)
               MOVE     OPR-DEF (IND3)  TO  OPR-RGD (IND3)
               MOVE     VAL-DEF (IND3)  TO  VAL-RGD (IND3).
           ADD      1        TO  IND3
           IF  IND3      <   9
               GO  TO        ROT-735-010.

       ROT-735-030.
           EXIT.

       ROT-740-000.
           MOVE     ZEROS    TO  IDX-CAT
           MOVE     1        TO  IND4.

       ROT-740-010.
           IF  IND4      >   51
               GO  TO        ROT-740-020.
           IF  ARQ-CAT (IND4)  =  ARQ-AUX  AND
               NUM-CAT (IND4)  =  CMP-AUX
               MOVE     IND4     TO  IDX-CAT
               GO  TO        ROT-740-020.
           ADD      1        TO  IND4
           GO  TO   ROT-740-010.

       ROT-740-020.
           EXIT.

       ROT-745-000.
           MOVE     ZEROS    TO  LAR-TOT  QTD-COL
           MOVE     1        TO  IND3.

       ROT-745-010.
           IF  IND3      >   8
               GO  TO        ROT-745-020.
           IF  CMP-DEF (IND3)  =  ZEROS
               GO  TO        ROT-745-020.
           MOVE     CMP-DEF (IND3)  TO  CMP-AUX
           PERFORM  ROT-740-000
           THRU     ROT-740-020
           IF  IDX-CAT   =   ZEROS
               GO  TO        ROT-745-020.
           ADD      WID-CAT (IDX-CAT)  TO  LAR-TOT
           IF  IND3      >   1
               ADD      1        TO  LAR-TOT.
           MOVE     IND3     TO  QTD-COL
           ADD      1        TO  IND3
           GO  TO   ROT-745-010.

       ROT-745-020.
           EXIT.

       ROT-750-000.
           MOVE     ZEROS    TO  VLR-CMP  FLG-NEG  FLG-DEC
           MOVE     0,1      TO  PRS-FAT
           MOVE     1        TO  IND4.

       ROT-750-010.
           IF  IND4      >   15
               GO  TO        ROT-750-020.
           MOVE     VAL-DEF (IND3) (IND4 : 1)  TO  DIG-ALF
           ADD      1        TO  IND4
           IF  DIG-ALF   =   "-"
               MOVE     1        TO  FLG-NEG
               GO  TO        ROT-750-010.
           IF  DIG-ALF   =   ","
               MOVE     1        TO  FLG-DEC
               GO  TO        ROT-750-010.
           IF  DIG-ALF  NOT  NUMERIC
               GO  TO        ROT-750-010.
           IF  FLG-DEC   =   0
               COMPUTE  VLR-CMP  =  VLR-CMP  *  10  +  DIG-NUM
               GO  TO        ROT-750-010.
           COMPUTE  VLR-CMP  =  VLR-CMP  +  DIG-NUM  *  PRS-FAT
           COMPUTE  PRS-FAT  =  PRS-FAT  /  10
           GO  TO   ROT-750-010.

       ROT-750-020.
           IF  FLG-NEG   =   1
               COMPUTE  VLR-CMP  =  ZEROS  -  VLR-CMP.

       ROT-750-030.
           EXIT.

       ROT-760-000.
           MOVE     0        TO  FLG-PER
           MOVE     MOD-ARQ (ARQ-AUX)  TO  NUM-AUX
           IF  GER-OPE   =   1  OR  PER-OPE (NUM-AUX)  =  1
               MOVE     1        TO  FLG-PER.

       ROT-760-010.
           EXIT.

       ROT-770-000.
           MOVE     SPACES   TO  LCT-AUX
           MOVE     ZEROS    TO  IND3
           MOVE     1        TO  IND4.

       ROT-770-010.
           IF  IND4      >   51
               GO  TO        ROT-770-020.
           IF  ARQ-CAT (IND4)  =  ARQ-AUX
               ADD      1        TO  IND3
               MOVE     NUM-CAT (IND4)  TO  NUM-LCT (IND3)
               MOVE     "-"      TO  HIF-LCT (IND3)
               MOVE     LBL-CAT (IND4)  TO  LBL-LCT (IND3).
           ADD      1        TO  IND4
           GO  TO   ROT-770-010.

       ROT-770-020.
           EXIT.

       ROT-780-000.
           MOVE     DIA-AUX  TO  DIA-LCT
           MOVE     MES-AUX  TO  MES-LCT
           MOVE     ANO-AUX  TO  ANO-LCT
           IF  ANO-AUX   <   50
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.

       ROT-780-010.
           EXIT.

       ROT-785-000.
           IF  TIP-CAT (IDX-CAT)  =  "A"
               MOVE     ALF-CMP  TO  KEY-ALF
               GO  TO        ROT-785-010.
           COMPUTE  KEY-NUM  =  VLR-CMP  +  10000000000000
           MOVE     KEY-AUX  TO  KEY-ALF.

       ROT-785-010.
           EXIT.

       ROT-790-000.
           MOVE     1        TO  FLG-FLT  IND3.

       ROT-790-010.
           IF  IND3      >   3
               GO  TO        ROT-790-090.
           IF  IXF-AUX (IND3)  =  ZEROS
               ADD      1        TO  IND3
               GO  TO        ROT-790-010.
           MOVE     IXF-AUX (IND3)  TO  IDX-CAT
           PERFORM  ROT-700-000
           THRU     ROT-700-090
           MOVE     "="      TO  REL-AUX
           IF  TIP-CAT (IDX-CAT)  =  "A"
               GO  TO        ROT-790-020.
           IF  VLR-CMP   <   FLN-AUX (IND3)
               MOVE     "<"      TO  REL-AUX.
           IF  VLR-CMP   >   FLN-AUX (IND3)
               MOVE     ">"      TO  REL-AUX.
           GO  TO   ROT-790-030.

       ROT-790-020.
           MOVE     VAL-DEF (IND3)  TO  FLT-ALF
           IF  ALF-CMP   <   FLT-ALF
               MOVE     "<"      TO  REL-AUX.
           IF  ALF-CMP   >   FLT-ALF
               MOVE     ">"      TO  REL-AUX.

       ROT-790-030.
           MOVE     0        TO  FLG-FLT
           IF  OPR-DEF (IND3)  =  "= "  AND  REL-AUX  =  "="
               MOVE     1        TO  FLG-FLT.
           IF  OPR-DEF (IND3)  =  "<>"  AND  REL-AUX  NOT  =  "="
               MOVE     1        TO  FLG-FLT.
           IF  OPR-DEF (IND3)  =  "< "  AND  REL-AUX  =  "<"
               MOVE     1        TO  FLG-FLT.
           IF  OPR-DEF (IND3)  =  "> "  AND  REL-AUX  =  ">"
               MOVE     1        TO  FLG-FLT.
           IF  OPR-DEF (IND3)  =  "<="  AND  REL-AUX  NOT  =  ">"
               MOVE     1        TO  FLG-FLT.
           IF  OPR-DEF (IND3)  =  ">="  AND  REL-AUX  NOT  =  "<"
               MOVE     1        TO  FLG-FLT.
           IF  FLG-FLT   =   0
               GO  TO        ROT-790-090.
           ADD      1        TO  IND3
           GO  TO   ROT-790-010.

       ROT-790-090.
           EXIT.

       ROT-900-000.
           CLOSE    CADRGD
           CHAIN   "DYN600"  USING  PRM-001  PRM-OPE.

       ROT-500-000  SECTION.

       ROT-500-010.
           GO  TO   ROT-500-020  ROT-500-030  ROT-500-040
                    ROT-500-050  ROT-500-060  ROT-500-070
                    DEPENDING    ON    ARQ-AUX.

       ROT-500-020.
           READ     CADEST   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-EST    TO  REG-ARQ
           GO  TO   ROT-500-080.

       ROT-500-030.
           READ     CADCLI   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-CLI    TO  REG-ARQ
           GO  TO   ROT-500-080.

       ROT-500-040.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-NTA    TO  REG-ARQ
           GO  TO   ROT-500-080.

       ROT-500-050.
           READ     CADFAT   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-FAT    TO  REG-ARQ
           GO  TO   ROT-500-080.

       ROT-500-060.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-LDP    TO  REG-ARQ
           GO  TO   ROT-500-080.

       ROT-500-070.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     R-LBC    TO  REG-ARQ.

       ROT-500-080.
           PERFORM  ROT-790-000
           THRU     ROT-790-090
           IF  FLG-FLT   =   0
               GO  TO        ROT-500-010.
           ADD      1        TO  SEQ-AUX
           MOVE     SPACES   TO  CH1-SRT  CH2-SRT
           IF  IXO-AUX (1)  NOT  =  ZEROS
               MOVE     IXO-AUX (1)  TO  IDX-CAT
               PERFORM  ROT-700-000
               THRU     ROT-700-090
               PERFORM  ROT-785-000
               THRU     ROT-785-010
               MOVE     KEY-ALF  TO  CH1-SRT.
           IF  IXO-AUX (2)  NOT  =  ZEROS
               MOVE     IXO-AUX (2)  TO  IDX-CAT
               PERFORM  ROT-700-000
               THRU     ROT-700-090
               PERFORM  ROT-785-000
               THRU     ROT-785-010
               MOVE     KEY-ALF  TO  CH2-SRT.
           MOVE     SEQ-AUX  TO  SEQ-SRT
           MOVE     REG-ARQ  TO  ARQ-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-010.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           ADD      1        TO  QTD-REG
           MOVE     ARQ-SRT  TO  REG-ARQ
           IF  FLG-BRK   =   1  AND  TIP-SAI  NOT  =  "C"
               PERFORM  ROT-650-000
               THRU     ROT-650-010.
           MOVE     SPACES   TO  DET-LIN
           MOVE     1        TO  IND3.

       ROT-600-020.
           IF  IND3      >   QTD-COL
               GO  TO        ROT-600-030.
           MOVE     IXC-EXE (IND3)  TO  IDX-CAT
           PERFORM  ROT-700-000
           THRU     ROT-700-090
           MOVE     POC-EXE (IND3)  TO  POS-AUX
           MOVE     WDC-EXE (IND3)  TO  WID-EXT
           MOVE     TXT-CMP  TO  DET-LIN (POS-AUX : WID-EXT)
           IF  TIP-SAI   =   "C"  AND  IND3  >  1
               MOVE     ";"      TO  DET-LIN (POS-AUX - 1 : 1).
           IF  TOT-DEF (IND3)  =  "S"
               ADD      VLR-CMP  TO  SUB-EXE (IND3)  TOT-EXE (IND3).
           ADD      1        TO  IND3
           GO  TO   ROT-600-020.

       ROT-600-030.
           PERFORM  ROT-680-000
           THRU     ROT-680-090
           GO  TO   ROT-600-010.

       ROT-600-080.
           IF  QTD-REG   =   ZEROS  OR  TIP-SAI  =  "C"
               GO  TO        ROT-600-090.
           IF  FLG-BRK   =   1
               MOVE     "S"      TO  TIP-LIN
               PERFORM  ROT-660-000
               THRU     ROT-660-030.
           MOVE     "T"      TO  TIP-LIN
           PERFORM  ROT-660-000
           THRU     ROT-660-030.

       ROT-600-090.
           EXIT.
