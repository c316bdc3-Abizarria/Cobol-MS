       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN602.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADBPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADAPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCFR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CFR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFFX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FFX
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

           SELECT      CADATF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADBPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBPG.DAT".
       01  REG-BPG.
           03  CHV-BPG.
               05  ANO-BPG      PIC  9(02).
               05  MES-BPG      PIC  9(02).
           03  DTA-BPG          PIC  9(06).
           03  VAL-BPG          PIC S9(12)V99  OCCURS  14.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

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

       FD  CADAPF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAPF.DAT".
       01  REG-APF.
           03  CHV-APF          PIC  9(03).
           03  SDA-APF          PIC S9(11)V99.
           03  RND-APF          PIC  9(11)V99.

       FD  CADCFR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCFR.DAT".
       01  REG-CFR.
           03  CHV-CFR.
               05  DTA-CFR      PIC  9(06).
               05  LCT-CFR      PIC  9(03).
           03  TIP-CFR          PIC  9(01).
           03  REF-CFR          PIC  X(10).
           03  HST-CFR          PIC  X(20).
           03  VAL-CFR          PIC  9(10)V99.

       FD  CADFFX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFFX.DAT".
       01  REG-FFX.
           03  CHV-FFX          PIC  9(03).
           03  VAL-FLT          PIC  9(07)V99.
           03  SDO-FFX          PIC S9(07)V99.

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

       FD  CADATF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADATF.DAT".
       01  REG-ATF.
           03  CHV-ATF          PIC  9(04).
           03  DES-ATF          PIC  X(25).
           03  CCR-ATF          PIC  9(02).
           03  DTA-AQS          PIC  9(06).
           03  VAL-AQS          PIC  9(09)V99.
           03  VUT-ATF          PIC  9(03).
           03  DEP-ACM          PIC  9(09)V99.
           03  AAM-ULT          PIC  9(04).

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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-PAG          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  IND1             PIC  9(01).
           03  IND2             PIC  9(02).
           03  IND3             PIC  9(02).

           03  REF-AUX.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-SNP.
           03  ITM-SNP          OCCURS  03.
               05  FLG-SNP      PIC  9(01).
               05  ANO-SNP      PIC  9(02).
               05  MES-SNP      PIC  9(02).
               05  VAL-SNP      PIC S9(12)V99  OCCURS  21.

       01  ACUMULADORES.
           03  ACM-VAL          PIC S9(12)V99  OCCURS  14.
           03  ACM-DSP          PIC S9(12)V99.
           03  ACM-REC          PIC S9(12)V99.
           03  ACM-IMB          PIC S9(12)V99.
           03  ACM-ATV          PIC S9(12)V99.
           03  ACM-PSV          PIC S9(12)V99.
           03  ACM-PLQ          PIC S9(12)V99.

       01  TAB-LIN.
           03  FILLER PIC X(30) VALUE "00ATIVO".
           03  FILLER PIC X(30) VALUE "00  DISPONIVEL".
           03  FILLER PIC X(30) VALUE "01    BANCOS - SALDO ATUAL".
           03  FILLER PIC X(30) VALUE "02    APLICACOES FINANCEIRAS".
           03  FILLER PIC X(30) VALUE "03    COFRE".
           03  FILLER PIC X(30) VALUE "04    FUNDO FIXO".
           03  FILLER PIC X(30) VALUE "15    TOTAL DISPONIVEL".
           03  FILLER PIC X(30) VALUE "00  RECEBIVEIS".
           03  FILLER PIC X(30) VALUE "05    FATURAS A RECEBER".
           03  FILLER PIC X(30) VALUE "06    NOTAS A FATURAR".
           03  FILLER PIC X(30) VALUE "07    CHEQUES PRE-DATADOS".
           03  FILLER PIC X(30) VALUE "08    CARTOES A RECEBER".
           03  FILLER PIC X(30) VALUE "16    TOTAL RECEBIVEIS".
           03  FILLER PIC X(30) VALUE "09  ESTOQUES A CUSTO MEDIO".
           03  FILLER PIC X(30) VALUE "00  IMOBILIZADO".
           03  FILLER PIC X(30) VALUE "10    CUSTO DE AQUISICAO".
           03  FILLER PIC X(30) VALUE "11    (-) DEPREC. ACUMULADA".
           03  FILLER PIC X(30) VALUE "17    IMOBILIZADO LIQUIDO".
           03  FILLER PIC X(30) VALUE "18TOTAL DO ATIVO".
           03  FILLER PIC X(30) VALUE "00".
           03  FILLER PIC X(30) VALUE "00PASSIVO".
           03  FILLER PIC X(30) VALUE "12  CONTAS A PAGAR".
           03  FILLER PIC X(30) VALUE "13  RETENCOES A RECOLHER".
           03  FILLER PIC X(30) VALUE "14  EMPRESTIMOS/FINANCIAMENTOS".
           03  FILLER PIC X(30) VALUE "19TOTAL DO PASSIVO".
           03  FILLER PIC X(30) VALUE "00".
           03  FILLER PIC X(30) VALUE "20PATRIMONIO LIQUIDO".
           03  FILLER PIC X(30) VALUE "21TOTAL PASSIVO + PATRIM.LIQ.".
       01  RED-LIN              REDEFINES   TAB-LIN.
           03  ITM-LIN          OCCURS  28.
               05  IDX-LIN      PIC  9(02).
               05  DES-LIN      PIC  X(28).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "BALANCO PATRIMONIAL GERENCIAL".
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
           03  FILLER           PIC  X(30)  VALUE  "DESCRICAO".
           03  FILLER           PIC  X(11)  VALUE  "      ATUAL".
           03  MS1-CB4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-CB4          PIC  9(02).
           03  FILLER           PIC  X(11)  VALUE  "   ANTERIOR".
           03  MS2-CB4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-CB4          PIC  9(02).
           03  FILLER           PIC  X(11)  VALUE  "   ANO ANT.".
           03  MS3-CB4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN3-CB4          PIC  9(02).

       01  DET-001.
           03  DES-DT1          PIC  X(30).
           03  VAL-DT1          OCCURS  03.
               05  FILLER       PIC  X(02).
               05  VLR-DT1      PIC  ---.---.--9,99  BLANK  WHEN  ZERO.

       01  NOT-001.
           03  FILLER           PIC  X(04)  VALUE  "MES".
           03  MES-NT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-NT1          PIC  9(02).
           03  FILLER           PIC  X(40)  VALUE
               " NAO APURADO - COLUNA EM BRANCO".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "BALANCO PATRIMONIAL GERENCIAL  -  Ver. 7.11"
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
           03  LINE 11 COLUMN 01 PIC X(74) FROM " ??????????????????????
      -       "?????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 01 PIC X(74) FROM " ? Referencia ....:   /
      -       "                Apurado em ....:   /  /          ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 01 PIC X(74) FROM " ? A T I V O           
      -       "                P A S S I V O                    ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 01 PIC X(74) FROM " ? Disponivel ....:    
      -       "                Contas a pagar :                 ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 01 PIC X(74) FROM " ? Recebiveis ....:    
      -       "                Retencoes .....:                 ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 01 PIC X(74) FROM " ? Estoques ......:    
      -       "                Emprestimos ...:                 ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 01 PIC X(74) FROM " ? Imobilizado ...:    
      -       "                Total passivo .:                 ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 01 PIC X(74) FROM " ? Total ativo ...:    
      -       "                Patrim.liquido :                 ? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 01 PIC X(74) FROM " ??????????????????????
      -       "?????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 03 PIC X(74) FROM SPACES.

       01  ENT-001.
           03  LINE 12 COLUMN 21 PIC 9(02) USING MES-REF
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02) USING ANO-REF
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 12 COLUMN 57 PIC 9(02) FROM  DIA-SYS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC 9(02) FROM  MES-SYS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 63 PIC 9(02) FROM  ANO-SYS
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC ----.---.--9,99 FROM  ACM-DSP
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ----.---.--9,99 FROM  ACM-REC
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC ----.---.--9,99 FROM  ACM-VAL (09)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC ----.---.--9,99 FROM  ACM-IMB
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC ----.---.--9,99 FROM  ACM-ATV
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 57 PIC ----.---.--9,99 FROM  ACM-VAL (12)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 57 PIC ----.---.--9,99 FROM  ACM-VAL (13)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 57 PIC ----.---.--9,99 FROM  ACM-VAL (14)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 57 PIC ----.---.--9,99 FROM  ACM-PSV
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 57 PIC ----.---.--9,99 FROM  ACM-PLQ
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "MES/ANO DE REFERENC
      -            "IA  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO O BALANCO ...                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR NO HISTORI
      -            "CO OU (A)BANDONAR ?                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "BALANCO GRAVADO NO 
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
           OPEN     INPUT    CADBCO   CADLBC   CADFAT   CADNTA
                             CADCPD   CADEST   CADLDP
           OPEN     I-O      CADBPG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADBPG
               CLOSE    CADBPG
               OPEN     I-O      CADBPG.
           OPEN     INPUT    CADAPF
           OPEN     INPUT    CADCFR
           OPEN     INPUT    CADFFX
           OPEN     INPUT    CADAGC
           OPEN     INPUT    CADATF
           OPEN     INPUT    CADPRE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     INPUT    CADPRE.

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
           MOVE     ZEROS    TO  ACUMULADORES
           PERFORM  ROT-200-000  THRU  ROT-200-090
           PERFORM  ROT-300-000  THRU  ROT-300-070
           PERFORM  ROT-400-000  THRU  ROT-400-050
           COMPUTE  ACM-DSP  =   ACM-VAL (01)  +  ACM-VAL (02)
                             +   ACM-VAL (03)  +  ACM-VAL (04)
           COMPUTE  ACM-REC  =   ACM-VAL (05)  +  ACM-VAL (06)
                             +   ACM-VAL (07)  +  ACM-VAL (08)
           COMPUTE  ACM-IMB  =   ACM-VAL (10)  -  ACM-VAL (11)
           COMPUTE  ACM-ATV  =   ACM-DSP  +  ACM-REC
                             +   ACM-VAL (09)  +  ACM-IMB
           COMPUTE  ACM-PSV  =   ACM-VAL (12)  +  ACM-VAL (13)
                             +   ACM-VAL (14)
           COMPUTE  ACM-PLQ  =   ACM-ATV  -  ACM-PSV
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
           MOVE     ANO-REF  TO  ANO-BPG
           MOVE     MES-REF  TO  MES-BPG
           MOVE     DTA-SYS  TO  DTA-BPG
           MOVE     1        TO  IND2.

       ROT-100-020.
           MOVE     ACM-VAL (IND2)  TO  VAL-BPG (IND2)
           ADD      1        TO  IND2
           IF  IND2   <   15
               GO  TO        ROT-100-020.
           WRITE    REG-BPG  INVALID  KEY
                    REWRITE  REG-BPG.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-200-000.
           MOVE     ZEROS    TO  CHV-BCO
           START    CADBCO   KEY NOT LESS  CHV-BCO
                    INVALID  KEY GO  TO   ROT-200-040.

       ROT-200-010.
           READ     CADBCO   NEXT AT END
                    GO  TO   ROT-200-040.
           ADD      SDI-BCO  TO  ACM-VAL (01)
           MOVE     SPACES   TO  CHV-LBC
           MOVE     CHV-BCO  TO  BCO-LBC
           START    CADLBC   KEY GREATER  CHV-LBC
                    INVALID  KEY GO  TO   ROT-200-010.

       ROT-200-020.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-200-010.
           IF  BCO-LBC  NOT  =   CHV-BCO
               GO  TO        ROT-200-010.
           IF  FLG-LBC  NOT  =   0
               GO  TO        ROT-200-020.
           GO  TO   ROT-200-030, ROT-200-035, ROT-200-030, ROT-200-035,
                    ROT-200-035, ROT-200-030, DEPENDING    ON  COD-LBC.
           GO  TO   ROT-200-020.

       ROT-200-030.
           ADD      VAL-LBC  TO  ACM-VAL (01)
           GO  TO   ROT-200-020.

       ROT-200-035.
           SUBTRACT VAL-LBC FROM ACM-VAL (01)
           GO  TO   ROT-200-020.

       ROT-200-040.
           MOVE     ZEROS    TO  CHV-APF
           START    CADAPF   KEY NOT LESS  CHV-APF
                    INVALID  KEY GO  TO   ROT-200-060.

       ROT-200-050.
           READ     CADAPF   NEXT AT END
                    GO  TO   ROT-200-060.
           ADD      SDA-APF  TO  ACM-VAL (02)
           GO  TO   ROT-200-050.

       ROT-200-060.
           MOVE     ZEROS    TO  CHV-CFR
           START    CADCFR   KEY NOT LESS  CHV-CFR
                    INVALID  KEY GO  TO   ROT-200-075.

       ROT-200-070.
           READ     CADCFR   NEXT AT END
                    GO  TO   ROT-200-075.
           IF  TIP-CFR   =   1
               ADD      VAL-CFR  TO  ACM-VAL (03)
           ELSE
               SUBTRACT VAL-CFR  FROM  ACM-VAL (03).
           GO  TO   ROT-200-070.

       ROT-200-075.
           MOVE     ZEROS    TO  CHV-FFX
           START    CADFFX   KEY NOT LESS  CHV-FFX
                    INVALID  KEY GO  TO   ROT-200-090.

       ROT-200-080.
           READ     CADFFX   NEXT AT END
                    GO  TO   ROT-200-090.
           ADD      SDO-FFX  TO  ACM-VAL (04)
           GO  TO   ROT-200-080.

       ROT-200-090.
           EXIT.

       ROT-300-000.
           MOVE     ZEROS    TO  CHV-FAT
           START    CADFAT   KEY NOT LESS  CHV-FAT
                    INVALID  KEY GO  TO   ROT-300-015.

       ROT-300-010.
           READ     CADFAT   NEXT AT END
                    GO  TO   ROT-300-015.
           ADD      VAL-FAT  TO  ACM-VAL (05)
           GO  TO   ROT-300-010.

       ROT-300-015.
           MOVE     SPACES   TO  CHV-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
                    INVALID  KEY GO  TO   ROT-300-025.

       ROT-300-020.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-300-025.
           ADD      VAL-NTA  TO  ACM-VAL (06)
           GO  TO   ROT-300-020.

       ROT-300-025.
           MOVE     SPACES   TO  CHV-CPD
           START    CADCPD   KEY GREATER  CHV-CPD
                    INVALID  KEY GO  TO   ROT-300-035.

       ROT-300-030.
           READ     CADCPD   NEXT AT END
                    GO  TO   ROT-300-035.
           ADD      VAL-CPD  TO  ACM-VAL (07)
           GO  TO   ROT-300-030.

       ROT-300-035.
           MOVE     ZEROS    TO  CHV-AGC
           START    CADAGC   KEY NOT LESS  CHV-AGC
                    INVALID  KEY GO  TO   ROT-300-045.

       ROT-300-040.
           READ     CADAGC   NEXT AT END
                    GO  TO   ROT-300-045.
           IF  SIT-AGC   =   0
               ADD      VLQ-AGC  TO  ACM-VAL (08).
           GO  TO   ROT-300-040.

       ROT-300-045.
           MOVE     ZEROS    TO  CHV-EST
           START    CADEST   KEY NOT LESS  CHV-EST
                    INVALID  KEY GO  TO   ROT-300-055.

       ROT-300-050.
           READ     CADEST   NEXT AT END
                    GO  TO   ROT-300-055.
           IF  SDO-EST   >   ZEROS
               COMPUTE  ACM-VAL (09)  =   ACM-VAL (09)
                                      +   SDO-EST  *  CTM-EST.
           GO  TO   ROT-300-050.

       ROT-300-055.
           MOVE     ZEROS    TO  CHV-ATF
           START    CADATF   KEY NOT LESS  CHV-ATF
                    INVALID  KEY GO  TO   ROT-300-070.

       ROT-300-060.
           READ     CADATF   NEXT AT END
                    GO  TO   ROT-300-070.
           ADD      VAL-AQS  TO  ACM-VAL (10)
           ADD      DEP-ACM  TO  ACM-VAL (11)
           GO  TO   ROT-300-060.

       ROT-300-070.
           EXIT.

       ROT-400-000.
           MOVE     ZEROS    TO  CHV-LDP
           START    CADLDP   KEY NOT LESS  CHV-LDP
                    INVALID  KEY GO  TO   ROT-400-020.

       ROT-400-010.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-400-020.
           IF  FLG-LDP   =   2
               GO  TO        ROT-400-010.
           IF  HST-LDP   =   "INSS RETIDO"  OR  "ISS RETIDO"
                         OR  "IRRF RETIDO"
               ADD      VAL-LDP  TO  ACM-VAL (13)
           ELSE
               ADD      VAL-LDP  TO  ACM-VAL (12).
           GO  TO   ROT-400-010.

       ROT-400-020.
           MOVE     ZEROS    TO  CHV-PRE
           START    CADPRE   KEY NOT LESS  CHV-PRE
                    INVALID  KEY GO  TO   ROT-400-050.

       ROT-400-030.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-400-050.
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-450-000  THRU  ROT-450-010
           IF  FLG-PAG   =   0
               ADD      AMO-PRE  TO  ACM-VAL (14)
               SUBTRACT VAL-LDP  FROM  ACM-VAL (12).
           MOVE     LDJ-PRE  TO  CHV-LDP
           PERFORM  ROT-450-000  THRU  ROT-450-010
           IF  FLG-PAG   =   0
               SUBTRACT VAL-LDP  FROM  ACM-VAL (12).
           GO  TO   ROT-400-030.

       ROT-400-050.
           EXIT.

       ROT-450-000.
           MOVE     1        TO  FLG-PAG
           IF  CHV-LDP   =   ZEROS
               GO  TO        ROT-450-010.
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-450-010.
           IF  FLG-LDP  NOT  =   2
               MOVE     0        TO  FLG-PAG.

       ROT-450-010.
           EXIT.

       ROT-500-000.
           MOVE     ANO-SYS  TO  ANO-REF
           MOVE     MES-SYS  TO  MES-REF
           PERFORM  ROT-800-000  THRU  ROT-800-020
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     ZEROS    TO  TAB-SNP
           MOVE     1        TO  IND1
           MOVE     ANO-REF  TO  ANO-SNP (1)
           MOVE     MES-REF  TO  MES-SNP (1)
           PERFORM  ROT-550-000  THRU  ROT-550-020
           IF  FLG-SNP (1)   =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-006
               ACCEPT        OPC-001
               GO  TO        ROT-500-000.
           MOVE     2        TO  IND1
           MOVE     ANO-REF  TO  ANO-SNP (2)
           MOVE     MES-REF  TO  MES-SNP (2)
           IF  MES-SNP (2)   =   1
               MOVE     12       TO  MES-SNP (2)
               PERFORM  ROT-560-000  THRU  ROT-560-010
           ELSE
               SUBTRACT 1        FROM  MES-SNP (2).
           PERFORM  ROT-550-000  THRU  ROT-550-020
           MOVE     3        TO  IND1
           MOVE     ANO-REF  TO  ANO-SNP (3)
           MOVE     MES-REF  TO  MES-SNP (3)
           PERFORM  ROT-560-000  THRU  ROT-560-010
           PERFORM  ROT-550-000  THRU  ROT-550-020.

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
           MOVE     ANO-REF  TO  ANO-BPG
           MOVE     MES-REF  TO  MES-BPG
           READ     CADBPG
           MOVE     DTA-BPG  TO  DTA-AUX
           MOVE     MES-REF  TO  MES-CB2  MS1-CB4
           MOVE     ANO-REF  TO  ANO-CB2  AN1-CB4
           MOVE     DIA-AUX  TO  DIA-CB2
           MOVE     MES-AUX  TO  MSA-CB2
           MOVE     ANO-AUX  TO  ANS-CB2
           MOVE     MES-SNP (2)  TO  MS2-CB4
           MOVE     ANO-SNP (2)  TO  AN2-CB4
           MOVE     MES-SNP (3)  TO  MS3-CB4
           MOVE     ANO-SNP (3)  TO  AN3-CB4
           WRITE    REG-REL FROM CAB-001  AFTER 0
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     1        TO  IND3.

       ROT-500-020.
           MOVE     SPACES   TO  DET-001
           MOVE     DES-LIN (IND3)  TO  DES-DT1
           IF  IDX-LIN (IND3)   =   ZEROS
               GO  TO        ROT-500-030.
           MOVE     IDX-LIN (IND3)  TO  IND2
           MOVE     VAL-SNP (1, IND2)  TO  VLR-DT1 (1)
           MOVE     VAL-SNP (2, IND2)  TO  VLR-DT1 (2)
           MOVE     VAL-SNP (3, IND2)  TO  VLR-DT1 (3).

       ROT-500-030.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  IND3
           IF  IND3   <   29
               GO  TO        ROT-500-020.
           WRITE    REG-REL FROM CAB-003
           MOVE     2        TO  IND1.

       ROT-500-040.
           IF  FLG-SNP (IND1)   =   0
               MOVE     MES-SNP (IND1)  TO  MES-NT1
               MOVE     ANO-SNP (IND1)  TO  ANO-NT1
               WRITE    REG-REL FROM NOT-001.
           ADD      1        TO  IND1
           IF  IND1   <   4
               GO  TO        ROT-500-040.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-550-000.
           MOVE     ANO-SNP (IND1)  TO  ANO-BPG
           MOVE     MES-SNP (IND1)  TO  MES-BPG
           READ     CADBPG   INVALID KEY
                    GO  TO   ROT-550-020.
           MOVE     1        TO  FLG-SNP (IND1)
           MOVE     1        TO  IND2.

       ROT-550-010.
           MOVE     VAL-BPG (IND2)  TO  VAL-SNP (IND1, IND2)
           ADD      1        TO  IND2
           IF  IND2   <   15
               GO  TO        ROT-550-010.
           COMPUTE  VAL-SNP (IND1, 15)  =   VAL-SNP (IND1, 01)
                    +  VAL-SNP (IND1, 02)  +  VAL-SNP (IND1, 03)
                    +  VAL-SNP (IND1, 04)
           COMPUTE  VAL-SNP (IND1, 16)  =   VAL-SNP (IND1, 05)
                    +  VAL-SNP (IND1, 06)  +  VAL-SNP (IND1, 07)
                    +  VAL-SNP (IND1, 08)
           COMPUTE  VAL-SNP (IND1, 17)  =   VAL-SNP (IND1, 10)
                    -  VAL-SNP (IND1, 11)
           COMPUTE  VAL-SNP (IND1, 18)  =   VAL-SNP (IND1, 15)
                    +  VAL-SNP (IND1, 16)  +  VAL-SNP (IND1, 09)
                    +  VAL-SNP (IND1, 17)
           COMPUTE  VAL-SNP (IND1, 19)  =   VAL-SNP (IND1, 12)
                    +  VAL-SNP (IND1, 13)  +  VAL-SNP (IND1, 14)
           COMPUTE  VAL-SNP (IND1, 20)  =   VAL-SNP (IND1, 18)
                    -  VAL-SNP (IND1, 19)
           COMPUTE  VAL-SNP (IND1, 21)  =   VAL-SNP (IND1, 19)
                    +  VAL-SNP (IND1, 20).

       ROT-550-020.
           EXIT.

       ROT-560-000.
           IF  ANO-SNP (IND1)   =   ZEROS
               MOVE     99       TO  ANO-SNP (IND1)
           ELSE
               SUBTRACT 1        FROM  ANO-SNP (IND1).

       ROT-560-010.
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
           CLOSE    CADBPG   CADBCO   CADLBC   CADAPF   CADCFR
                    CADFFX   CADFAT   CADNTA   CADCPD   CADAGC
                    CADEST   CADATF   CADLDP   CADPRE
           CHAIN   "DYN600"  USING  PRM-001  PRM-OPE.
