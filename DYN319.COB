       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN319.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADLPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPC.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP.

           SELECT      CADFCG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDDA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DDA
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQDDA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

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

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

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

       FD  CADLPC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLPC.DAT".
       01  REG-LPC.
           03  CHV-LPC.
               05  PRX-LPC      PIC  9(01).
               05  SUF-LPC      PIC  9(03).
               05  DTA-LPC      PIC  9(06).
               05  LCT-LPC      PIC  9(03).
           03  DPG-LPC.
               05  COD-DPG      PIC  9(04).
               05  DTA-DPG      PIC  9(06).
               05  LCT-DPG      PIC  9(03).

       FD  CADCMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMP.DAT".
       01  REG-CMP.
           03  CHV-CMP          PIC  9(04).
           03  SIT-CMP          PIC  9(01).
           03  DTF-CMP          PIC  9(06).
           03  OPF-CMP          PIC  9(04).
           03  DTR-CMP          PIC  9(06).
           03  OPR-CMP          PIC  9(04).

       FD  CADFCG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCG.DAT".
       01  REG-FCG.
           03  CHV-FCG          PIC  9(14).
           03  FOR-FCG          PIC  9(03).

       FD  CADDDA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDDA.DAT".
       01  REG-DDA.
           03  CHV-DDA          PIC  X(44).
           03  CGC-DDA          PIC  9(14).
           03  NOM-DDA          PIC  X(30).
           03  DOC-DDA          PIC  X(15).
           03  VCT-DDA          PIC  9(06).
           03  VAL-DDA          PIC  9(10)V99.
           03  FOR-DDA          PIC  9(03).
           03  SIT-DDA          PIC  9(01).
           03  LDP-DDA.
               05  COD-DDA      PIC  9(04).
               05  DTA-DDA      PIC  9(06).
               05  LCT-DDA      PIC  9(03).
           03  DTI-DDA          PIC  9(06).

       FD  CADLCB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCB.DAT".
       01  REG-LCB.
           03  CHV-LCB.
               05  COD-LCB      PIC  9(04).
               05  DTA-LCB      PIC  9(06).
               05  LCT-LCB      PIC  9(03).
           03  BAR-LCB          PIC  X(44).

       FD  ARQDDA      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "DDA.TXT".
       01  REG-ARQ.
           03  TIP-ARQ          PIC  X(01).
           03  CGC-ARQ          PIC  9(14).
           03  NOM-ARQ          PIC  X(30).
           03  DOC-ARQ          PIC  X(15).
           03  VCT-ARQ          PIC  9(06).
           03  VAL-ARQ          PIC  9(10)V99.
           03  BAR-ARQ          PIC  X(44).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FLG-ACH          PIC  9(01).
           03  QTD-CND          PIC  9(03).
           03  FOR-PAG          PIC  9(03).
           03  FOR-AUX          PIC  9(03).
           03  HST-AUX          PIC  X(20).
           03  SIT-TLA          PIC  X(13).
           03  QTD-LID          PIC  9(06).
           03  QTD-DUP          PIC  9(06).
           03  QTD-CNC          PIC  9(06).
           03  QTD-PND          PIC  9(06).
           03  QTD-REV          PIC  9(06).
           03  ACM-VAL          PIC  9(12)V99.

           03  CHV-ACH.
               05  COD-ACH      PIC  9(04).
               05  DTA-ACH      PIC  9(06).
               05  LCT-ACH      PIC  9(03).

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

       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "BOLETOS DDA PENDENTES DE REVISAO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(12)  VALUE  "POSICAO EM ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(45)  VALUE
               "VENCTO   CNPJ           BENEFICIARIO         ".
           03  FILLER           PIC  X(35)  VALUE
               "DOCUMENTO               VALOR SIT".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CGC-DT1          PIC  9(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-DT1          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(05).

       01  TOT-001.
           03  FILLER           PIC  X(18)  VALUE  "TOTAL PENDENTE :".
           03  QTD-TT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " BOLETOS".
           03  FILLER           PIC  X(22)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " DDA - BOLETOS REGISTRADOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 06 PIC X(70) FROM " ??????????????????????
      -       "?????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 06 PIC X(70) FROM " ?                     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 06 PIC X(70) FROM " ? CNPJ .........:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 06 PIC X(70) FROM " ? Beneficiario .:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 06 PIC X(70) FROM " ? Fornecedor ...:     
      -       "-                                            ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 06 PIC X(70) FROM " ? Documento ....:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 06 PIC X(70) FROM " ? Vencimento ...:   / 
      -       " /                                           ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 06 PIC X(70) FROM " ? Valor ........:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 06 PIC X(70) FROM " ? Cod. barras ..:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 06 PIC X(70) FROM " ?                     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 06 PIC X(70) FROM " ? Conta ........:  -  
      -       " -                                           ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 06 PIC X(70) FROM " ? Historico ....:     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 06 PIC X(70) FROM " ?                     
      -       "                                             ? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 06 PIC X(70) FROM " ??????????????????????
      -       "?????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 08 PIC X(70) FROM SPACES.

       01  TLA-003.
           03  LINE 08 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -       "???????????????? " BACKGROUND-COLOR 04.
           03  LINE 09 COLUMN 20 PIC X(40) FROM " ?                     
      -       "               ? " BACKGROUND-COLOR 04.
           03  LINE 09 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 20 PIC X(40) FROM " ? Boletos lidos ......
      -       "..:            ? " BACKGROUND-COLOR 04.
           03  LINE 10 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 20 PIC X(40) FROM " ? Ja importados ......
      -       "..:            ? " BACKGROUND-COLOR 04.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 20 PIC X(40) FROM " ? Conciliados ........
      -       "..:            ? " BACKGROUND-COLOR 04.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 20 PIC X(40) FROM " ? Pendentes de revisao
      -       " .:            ? " BACKGROUND-COLOR 04.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 20 PIC X(40) FROM " ?                     
      -       "               ? " BACKGROUND-COLOR 04.
           03  LINE 14 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -       "???????????????? " BACKGROUND-COLOR 04.
           03  LINE 15 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 22 PIC X(40) FROM SPACES.

       01  TOT-ENT.
           03  LINE 10 COLUMN 47 PIC ZZZ.ZZ9 FROM QTD-LID
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 47 PIC ZZZ.ZZ9 FROM QTD-DUP
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 47 PIC ZZZ.ZZ9 FROM QTD-CNC
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 47 PIC ZZZ.ZZ9 FROM QTD-PND
               BACKGROUND-COLOR  04.

       01  ENT-001.
           03  CGC-ENT LINE 08 COLUMN 25 PIC 9(14)  FROM  CGC-DDA
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 09 COLUMN 25 PIC X(30)  FROM  NOM-DDA
                       BACKGROUND-COLOR  01.
           03  FOR-ENT LINE 10 COLUMN 25 PIC 9(03)  USING FOR-AUX
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 10 COLUMN 31 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  DOC-ENT LINE 11 COLUMN 25 PIC X(15)  FROM  DOC-DDA
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 12 COLUMN 25 PIC 9(02)  FROM  DIA-VCT
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 12 COLUMN 28 PIC 9(02)  FROM  MES-VCT
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 12 COLUMN 31 PIC 9(02)  FROM  ANO-VCT
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 12 COLUMN 36 PIC X(13)  FROM  SIT-TLA
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 13 COLUMN 25 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VAL-DDA     BACKGROUND-COLOR  01.
           03  BAR-ENT LINE 14 COLUMN 25 PIC X(44)  FROM  CHV-DDA
                       BACKGROUND-COLOR  01.
           03  PRX-ENT LINE 16 COLUMN 25 PIC 9(01)  USING PRX-DSP
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 16 COLUMN 27 PIC 9(03)  USING SUF-DSP
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 16 COLUMN 33 PIC X(25)  FROM  DES-DSP
                       BACKGROUND-COLOR  01.
           03  HST-ENT LINE 17 COLUMN 25 PIC X(20)  USING HST-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 25 PIC X(48) FROM "    -"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 25 PIC X(48) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 25 PIC X(48) FROM " -   -"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 25 PIC X(48) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(I)MPORTAR DDA, (R)
      -            "EVISAR PENDENTES OU (L)ISTAR ?  - [ESC] RETORNA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO DDA.TXT NAO
      -            " ENCONTRADO !!!  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE  -  IMPORTA
      -            "NDO E CONCILIANDO OS BOLETOS DDA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "IMPORTACAO CONCLUID
      -            "A  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(A)CEITA COMO NOVA 
      -            "CONTA, (R)EJEITA, (P)ULA OU [ESC] ENCERRA ?     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O FORNECEDOR
      -            " (000 = NAO CADASTRAR)  -  [F2] CONSULTA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O GRUPO DA C
      -            "ONTA DE DESPESA (1 A 6)  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA DE D
      -            "ESPESA  -  [F2] CONSULTA  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O HISTORICO 
      -            "DA CONTA A PAGAR  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IN
      -            "CLUIR A CONTA A PAGAR  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUM BOLETO DDA P
      -            "ENDENTE DE REVISAO !!!  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "FIM DOS BOLETOS PEN
      -            "DENTES  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE  -  IMPRIMI
      -            "NDO OS BOLETOS PENDENTES ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-CMP LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " !!!  -  INCLUSAO NAO PERMITIDA  -  [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADLDP
           OPEN     INPUT    CADDSP   CADFOR   CADLCP   CADLPC
                             CADCMP
           OPEN     I-O      CADFCG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFCG
               CLOSE    CADFCG
               OPEN     I-O      CADFCG.
           OPEN     I-O      CADDDA
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDDA
               CLOSE    CADDDA
               OPEN     I-O      CADDDA.
           OPEN     I-O      CADLCB
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADLCB
               CLOSE    CADLCB
               OPEN     I-O      CADLCB.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "I"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "L"
               GO  TO        ROT-300-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           OPEN     INPUT    ARQDDA
           IF  FS-ARQ  NOT  =   "00"
               DISPLAY       MEN-002
               ACCEPT        OPC-001
               GO  TO        ROT-000-010.
           DISPLAY  MEN-003
           MOVE     ZEROS    TO  QTD-LID  QTD-DUP  QTD-CNC  QTD-PND.

       ROT-100-010.
           READ     ARQDDA   AT  END
                    GO  TO   ROT-100-030.
           IF  TIP-ARQ  NOT  =   "1"
               GO  TO        ROT-100-010.
           ADD      1        TO  QTD-LID
           MOVE     BAR-ARQ  TO  CHV-DDA
           READ     CADDDA   INVALID  KEY
                    GO  TO   ROT-100-020.
           ADD      1        TO  QTD-DUP
           GO  TO   ROT-100-010.

       ROT-100-020.
           MOVE     BAR-ARQ  TO  CHV-DDA
           MOVE     CGC-ARQ  TO  CGC-DDA
           MOVE     NOM-ARQ  TO  NOM-DDA
           MOVE     DOC-ARQ  TO  DOC-DDA
           MOVE     VCT-ARQ  TO  VCT-DDA
           MOVE     VAL-ARQ  TO  VAL-DDA
           MOVE     DTA-SYS  TO  DTI-DDA
           MOVE     ZEROS    TO  LDP-DDA
           MOVE     0        TO  SIT-DDA
           MOVE     CGC-ARQ  TO  CHV-FCG
           READ     CADFCG   INVALID  KEY
                    MOVE     ZEROS    TO  FOR-FCG.
           MOVE     FOR-FCG  TO  FOR-DDA
           PERFORM  ROT-500-000  THRU  ROT-500-040
           IF  FLG-ACH   =   0
               ADD      1        TO  QTD-PND
           ELSE
               PERFORM  ROT-520-000  THRU  ROT-520-010
               ADD      1        TO  QTD-CNC.
           WRITE    REG-DDA  INVALID KEY
                    REWRITE  REG-DDA.
           GO  TO   ROT-100-010.

       ROT-100-030.
           CLOSE    ARQDDA
           DISPLAY  TLA-003  TOT-ENT  MEN-004
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           DISPLAY  TLA-002
           GO  TO   ROT-000-010.

       ROT-200-000.
           MOVE     ZEROS    TO  QTD-REV
           MOVE     SPACES   TO  CHV-DDA
           START    CADDDA   KEY GREATER  CHV-DDA
                    INVALID  KEY GO  TO   ROT-200-090.

       ROT-200-010.
           READ     CADDDA   NEXT AT END
                    GO  TO   ROT-200-090.
           IF  SIT-DDA  NOT  =   0
               GO  TO        ROT-200-010.
           PERFORM  ROT-500-000  THRU  ROT-500-040
           IF  FLG-ACH  NOT  =   0
               PERFORM  ROT-520-000  THRU  ROT-520-010
               REWRITE  REG-DDA
               GO  TO   ROT-200-010.
           ADD      1        TO  QTD-REV
           MOVE     FOR-DDA  TO  FOR-AUX
           MOVE     SPACES   TO  NOM-FOR  DES-DSP  SIT-TLA
           IF  FOR-DDA  NOT  =   ZEROS
               MOVE     FOR-DDA  TO  CHV-FOR
               READ     CADFOR   INVALID KEY
                        MOVE     SPACES   TO  NOM-FOR.
           IF  VCT-DDA   <   DTA-SYS
               MOVE     "** VENCIDO **"  TO  SIT-TLA.
           MOVE     VCT-DDA  TO  DTA-VCT
           MOVE     ZEROS    TO  PRX-DSP  SUF-DSP
           MOVE     NOM-DDA  TO  HST-AUX
           DISPLAY  LPA-001  ENT-001.

       ROT-200-015.
           DISPLAY  MEN-005.

       ROT-200-020.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-001
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-200-010.
           IF  RSP-OPC   =   "R"
               MOVE     9        TO  SIT-DDA
               REWRITE  REG-DDA
               GO  TO   ROT-200-010.
           IF  RSP-OPC  NOT  =   "A"
               GO  TO        ROT-200-020.
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-001
               GO  TO        ROT-200-015.

       ROT-210-000.
           IF  FOR-DDA  NOT  =   ZEROS
               GO  TO        ROT-220-000.
           DISPLAY  MEN-006
           ACCEPT   (10 25)  FOR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-015.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FOR-AUX
                   GO  TO        ROT-210-000
               ELSE
                   GO  TO        ROT-210-000.
           MOVE     SPACES   TO  NOM-FOR
           IF  FOR-AUX   =   ZEROS
               DISPLAY       FOR-ENT  NOF-ENT
               GO  TO        ROT-220-000.
           MOVE     FOR-AUX  TO  CHV-FOR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFOR   INVALID KEY
                    DISPLAY  MEN-007
                    ACCEPT   OPC-001
                    GO  TO   ROT-210-000.
           DISPLAY  FOR-ENT  NOF-ENT.

       ROT-220-000.
           DISPLAY  MEN-008
           MOVE     0        TO  PRX-DSP
           ACCEPT   (16 25)  PRX-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-015.
           IF  PRX-DSP   <   1  OR  >  6
               GO  TO        ROT-220-000.
           DISPLAY  PRX-ENT.

       ROT-220-010.
           DISPLAY  MEN-009
           MOVE     0        TO  SUF-DSP
           ACCEPT   (16 27)  SUF-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-220-000.
           IF  TECLADO   =   03
               MOVE     3        TO  TIP-LKP
               MOVE     PRX-DSP  TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  SUF-DSP
                   GO  TO        ROT-220-010
               ELSE
                   GO  TO        ROT-220-010.
           IF  SUF-DSP   =   ZEROS
               GO  TO        ROT-220-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-001
                    GO  TO   ROT-220-010.
           DISPLAY  SUF-ENT  DES-ENT.

       ROT-220-020.
           DISPLAY  MEN-011
           ACCEPT   (17 25)  HST-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-220-010.
           DISPLAY  HST-ENT.

       ROT-220-030.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-220-020.
           MOVE     CHV-DSP  TO  COD-LDP
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     VCT-DDA  TO  PGT-LDP
           MOVE     HST-AUX  TO  HST-LDP
           MOVE     VAL-DDA  TO  VAL-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-220-040.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-220-040.
           MOVE     CHV-LDP  TO  CHV-ACH
           PERFORM  ROT-520-000  THRU  ROT-520-010
           MOVE     2        TO  SIT-DDA
           IF  FOR-DDA   =   ZEROS  AND  FOR-AUX  NOT  =  ZEROS
               MOVE     CGC-DDA  TO  CHV-FCG
               MOVE     FOR-AUX  TO  FOR-FCG  FOR-DDA
               WRITE    REG-FCG  INVALID KEY
                        REWRITE  REG-FCG.
           REWRITE  REG-DDA
           GO  TO   ROT-200-010.

       ROT-200-090.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-REV   =   ZEROS
               DISPLAY       MEN-013
           ELSE
               DISPLAY       MEN-014.
           ACCEPT   OPC-001
           DISPLAY  LPA-001
           GO  TO   ROT-000-010.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-015
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-300-000.
           DISPLAY  MEN-016
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  QTD-REV  ACM-VAL
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-300-005
           MOVE     SPACES   TO  CHV-DDA
           START    CADDDA   KEY GREATER  CHV-DDA
                    INVALID  KEY GO  TO   ROT-300-020.
           GO  TO   ROT-300-010.

       ROT-300-005.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003.

       ROT-300-010.
           READ     CADDDA   NEXT AT END
                    GO  TO   ROT-300-020.
           IF  SIT-DDA  NOT  =   0
               GO  TO        ROT-300-010.
           MOVE     VCT-DDA  TO  DTA-VCT
           MOVE     DIA-VCT  TO  DIA-DT1
           MOVE     MES-VCT  TO  MES-DT1
           MOVE     ANO-VCT  TO  ANO-DT1
           MOVE     CGC-DDA  TO  CGC-DT1
           MOVE     NOM-DDA  TO  NOM-DT1
           MOVE     DOC-DDA  TO  DOC-DT1
           MOVE     VAL-DDA  TO  VAL-DT1
           MOVE     SPACES   TO  SIT-DT1
           IF  VCT-DDA   <   DTA-SYS
               MOVE     "VENC."  TO  SIT-DT1.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  QTD-REV
           ADD      VAL-DDA  TO  ACM-VAL
           PERFORM  ROT-400-000  THRU  ROT-400-010
           GO  TO   ROT-300-010.

       ROT-300-020.
           MOVE     QTD-REV  TO  QTD-TT1
           MOVE     ACM-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-000-010.

       ROT-400-000.
           IF  ACM-LIN   <   54
               GO  TO        ROT-400-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-300-005.

       ROT-400-010.
           EXIT.

       ROT-500-000.
           MOVE     0        TO  FLG-ACH
           MOVE     ZEROS    TO  QTD-CND  CHV-ACH
           MOVE     SPACES   TO  CHV-LDP
           START    CADLDP   KEY GREATER  CHV-LDP
                    INVALID  KEY GO  TO   ROT-500-030.

       ROT-500-010.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-500-030.
           IF  FLG-LDP  NOT  =   1  AND  NOT  =  4
               GO  TO        ROT-500-010.
           IF  PGT-LDP  NOT  =   VCT-DDA  OR
               VAL-LDP  NOT  =   VAL-DDA
               GO  TO        ROT-500-010.
           MOVE     CHV-LDP  TO  CHV-LCB
           READ     CADLCB   INVALID  KEY
                    GO  TO   ROT-500-020.
           GO  TO   ROT-500-010.

       ROT-500-020.
           PERFORM  ROT-550-000  THRU  ROT-550-020
           IF  FOR-DDA  NOT  =   ZEROS  AND  FOR-PAG  =  FOR-DDA
               MOVE     CHV-LDP  TO  CHV-ACH
               MOVE     2        TO  FLG-ACH
               GO  TO   ROT-500-040.
           IF  FOR-DDA  NOT  =   ZEROS  AND  FOR-PAG  NOT  =  ZEROS
               GO  TO        ROT-500-010.
           ADD      1        TO  QTD-CND
           IF  QTD-CND   =   1
               MOVE     CHV-LDP  TO  CHV-ACH.
           GO  TO   ROT-500-010.

       ROT-500-030.
           IF  QTD-CND   =   1
               MOVE     1        TO  FLG-ACH.

       ROT-500-040.
           EXIT.

       ROT-520-000.
           MOVE     1        TO  SIT-DDA
           MOVE     CHV-ACH  TO  LDP-DDA  CHV-LCB
           MOVE     CHV-DDA  TO  BAR-LCB
           WRITE    REG-LCB  INVALID KEY
                    REWRITE  REG-LCB.

       ROT-520-010.
           EXIT.

       ROT-550-000.
           MOVE     ZEROS    TO  FOR-PAG
           MOVE     SPACES   TO  CHV-LPC
           START    CADLPC   KEY GREATER  CHV-LPC
                    INVALID  KEY GO  TO   ROT-550-020.

       ROT-550-010.
           READ     CADLPC   NEXT AT END
                    GO  TO   ROT-550-020.
           IF  DPG-LPC  NOT  =   CHV-LDP
               GO  TO        ROT-550-010.
           MOVE     CHV-LPC  TO  CHV-LCP
           READ     CADLCP   INVALID  KEY
                    GO  TO   ROT-550-020.
           MOVE     FOR-LCP  TO  FOR-PAG.

       ROT-550-020.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADLDP   CADDSP   CADFOR   CADLCP   CADLPC
                    CADCMP   CADFCG   CADDDA   CADLCB
           CHAIN   "DYN318"  USING  PRM-001  PRM-OPE.
