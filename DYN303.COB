       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN303.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES
                       LOCK          MODE    IS  AUTOMATIC
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCC.

           SELECT      CADLPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPC.

           SELECT      CADLCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

       DATA            DIVISION.
       FILE            SECTION.

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

       FD  CADLCB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCB.DAT".
       01  REG-LCB.
           03  CHV-LCB.
               05  COD-LCB      PIC  9(04).
               05  DTA-LCB      PIC  9(06).
               05  LCT-LCB      PIC  9(03).
           03  BAR-LCB          PIC  X(44).

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

       FD  CADCMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMP.DAT".
       01  REG-CMP.
           03  CHV-CMP          PIC  9(04).
           03  SIT-CMP          PIC  9(01).
           03  DTF-CMP          PIC  9(06).
           03  OPF-CMP          PIC  9(04).
           03  DTR-CMP          PIC  9(06).
           03  OPR-CMP          PIC  9(04).

       FD  CADALT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADALT.DAT".
       01  REG-ALT.
           03  CHV-ALT.
               05  PGM-ALT      PIC  X(06).
               05  CHV-REG-ALT  PIC  X(20).
               05  LCT-ALT      PIC  9(04).
           03  DTA-ALT          PIC  9(08).
           03  OPE-ALT          PIC  9(04).
           03  TIP-ALT          PIC  X(01).
           03  ANT-ALT          PIC  X(180).
           03  ATU-ALT          PIC  X(180).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       WORKING-STORAGE SECTION.

       01  PRM-OPE              PIC  9(04).

       01  AUXILIARES.
           03  FS-STA.
               05  FS-ST1       PIC  X(01).
               05  FILLER       PIC  X(01).
           03  FS-ARQ           PIC  X(02).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  ATV-AUX          PIC  X(18).
           03  SIT-AUX          PIC  X(15).
           03  LCT-AUX          PIC  9(03).
           03  VAL-AUX          PIC S9(10)V99.
           03  VAL-PAR          PIC S9(10)V99.
           03  SDO-AUX          PIC S9(10)V99.
           03  ABS-PAR          PIC  9(10)V99.
           03  ABS-SDO          PIC  9(10)V99.
           03  OPE-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  DES-NOV          PIC  X(25).
           03  CHV-NVL          PIC  X(13).
           03  REG-AUX          PIC  X(20).

           03  NOV-DSP.
               05  PRX-NOV      PIC  9(01).
               05  SUF-NOV      PIC  9(03).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(02).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

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

           03  HST-REV.
               05  FILLER       PIC  X(08)  VALUE  "ESTORNO ".
               05  DTA-REV      PIC  9(06).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  LCT-REV      PIC  9(03).
               05  FILLER       PIC  X(02)  VALUE  SPACES.

       01  SAV-LDP.
           03  CHV-SAV.
               05  COD-SAV      PIC  9(04).
               05  DTA-SAV      PIC  9(06).
               05  LCT-SAV      PIC  9(03).
           03  FLG-SAV          PIC  9(01).
           03  PGT-SAV          PIC  9(06).
           03  HST-SAV.
               05  TIP-HSV      PIC  X(08).
               05  FILLER       PIC  X(12).
           03  VAL-SAV          PIC S9(10)V99.

       01  TAB-ATV.
           03  FILLER           PIC  X(18)  VALUE  "OBRIG. TRABALHISTA".
           03  FILLER           PIC  X(18)  VALUE  "OBRIGACOES FISCAIS".
           03  FILLER           PIC  X(18)  VALUE  "DESP. OPERACIONAIS".
           03  FILLER           PIC  X(18)  VALUE  "DESPESA DE CAPITAL".
           03  FILLER           PIC  X(18)  VALUE  "CREDITOS DE SOCIOS".
           03  FILLER           PIC  X(18)  VALUE  "COMPRA DE PRODUTOS".
       01  RED-ATV              REDEFINES   TAB-ATV.
           03  ATV-TAB          PIC  X(18)  OCCURS  06.

       01  TAB-SIT.
           03  FILLER           PIC  X(15)  VALUE  "PENDENTE".
           03  FILLER           PIC  X(15)  VALUE  "PAGO".
           03  FILLER           PIC  X(15)  VALUE  SPACES.
           03  FILLER           PIC  X(15)  VALUE  "AUTORIZADO".
           03  FILLER           PIC  X(15)  VALUE  "EM REMESSA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(15)  OCCURS  05.

       01  PRM-001              PIC  9(01).
       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC  X(66)  FROM
      -        "CORRECOES DAS CONTAS A PAGAR  -  Ver. 7.11"
               BACKGROUND-COLOR  02   FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 15 PIC X(50) FROM " ?  Conta .......: -   
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 15 PIC X(50) FROM " ?  Descricao ...:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 15 PIC X(50) FROM " ?  Lancamento ..:  /  
      -       "/     Seq. :              ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 15 PIC X(50) FROM " ?  Situacao ....:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 15 PIC X(50) FROM " ?  Vencimento ..:  /  
      -       "/                         ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 15 PIC X(50) FROM " ?  Historico ...:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 15 PIC X(50) FROM " ?  Valor .......:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 15 PIC X(50) FROM " ?  Nova Conta ..: -   
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 15 PIC X(50) FROM " ?  Valor Parte .:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 15 PIC X(50) FROM " ?  Saldo .......:     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 17 PIC X(50) FROM SPACES.

       01  ENT-001.
           03  PRX-ENT LINE 08 COLUMN 33 PIC 9(01) USING PRX-DSP
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 08 COLUMN 35 PIC 9(03) USING SUF-DSP
                       BACKGROUND-COLOR  01.
           03  ATV-ENT LINE 08 COLUMN 40 PIC X(18) USING ATV-AUX
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 09 COLUMN 33 PIC X(25) USING DES-DSP
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  DIA-ENT LINE 10 COLUMN 33 PIC 9(02) USING DIA-LCT
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 10 COLUMN 36 PIC 9(02) USING MES-LCT
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 10 COLUMN 39 PIC 9(02) USING ANO-LCT
                       BACKGROUND-COLOR  01.
           03  LCT-ENT LINE 10 COLUMN 51 PIC 9(03) USING LCT-AUX
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 11 COLUMN 33 PIC X(15) USING SIT-AUX
                       BACKGROUND-COLOR  01.
           03  DVC-ENT LINE 12 COLUMN 33 PIC 9(02) USING DIA-VCT
                       BACKGROUND-COLOR  01.
           03  MVC-ENT LINE 12 COLUMN 36 PIC 9(02) USING MES-VCT
                       BACKGROUND-COLOR  01.
           03  AVC-ENT LINE 12 COLUMN 39 PIC 9(02) USING ANO-VCT
                       BACKGROUND-COLOR  01.
           03  HST-ENT LINE 13 COLUMN 33 PIC X(20) USING HST-LDP
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 14 COLUMN 33 PIC --.---.---.--9,99
                       USING   VAL-AUX   BACKGROUND-COLOR  01.

       01  ENT-003.
           03  PRN-ENT LINE 16 COLUMN 33 PIC 9(01) USING PRX-NOV
                       BACKGROUND-COLOR  01.
           03  SFN-ENT LINE 16 COLUMN 35 PIC 9(03) USING SUF-NOV
                       BACKGROUND-COLOR  01.
           03  DSN-ENT LINE 16 COLUMN 39 PIC X(25) USING DES-NOV
                       BACKGROUND-COLOR  01.
           03  PAR-ENT LINE 17 COLUMN 33 PIC --.---.---.--9,99
                       USING   VAL-PAR   BACKGROUND-COLOR  01.
           03  SDO-ENT LINE 18 COLUMN 33 PIC --.---.---.--9,99
                       USING   SDO-AUX   BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-SUF LINE 08 COLUMN 35 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-ATV LINE 08 COLUMN 40 PIC X(18) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 09 COLUMN 33 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-LDP.
           03  LINE 10 COLUMN 33 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 51 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 33 PIC X(15) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 33 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 33 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 33 PIC X(17) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-NOV.
           03  LINE 16 COLUMN 33 PIC X(31) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 33 PIC X(17) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 33 PIC X(17) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "GRUPO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DA 
      -            "CONTA  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA E A S
      -            "EQUENCIA DO LANCAMENTO  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "[ENTER] SELECIONA  
      -            "-  (P)ROXIMO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA MAIS LANCAME
      -            "NTOS NESTA CONTA !!!  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO EM REMES
      -            "SA BANCARIA - CORRECAO NAO PERMITIDA !!!        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "(A)LTERAR OU (D)IVI
      -            "DIR O LANCAMENTO ?  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PESQUI
      -            "SANDO LANCAMENTOS ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA CORR
      -            "ETA  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO VE
      -            "NCIMENTO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O HISTORICO 
      -            "DO MOVIMENTO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR A PA
      -            "GAR  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR OS DADOS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA DA P
      -            "ARTE  -  [ESC] ENCERRA A DIVISAO ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR DA P
      -            "ARTE  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DA PARTE DEVE
      -            " SER MENOR QUE O SALDO !!!  -  [ESC] RETORNA    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO DE ESTOR
      -            "NO NAO PODE SER ESTORNADO !!!                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO JA ESTOR
      -            "NADO !!!  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ ES
      -            "TORNAR O PAGAMENTO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "ESTORNO GRAVADO NA 
      -            "DATA DE HOJE  -  TECLE [ENTER] ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO OPERADOR 
      -            "? [    ]  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR INEXISTENT
      -            "E !!!  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA DO OPERADOR ?
      -            " [    ]  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA !!! 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-LCK LINE 22 COLUMN 14 PIC X(67) FROM "REGISTRO EM USO POR
      -            " OUTRO TERMINAL !!!  -  TENTE NOVAMENTE ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-CMP LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " - LANCAMENTOS BLOQUEADOS ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002  LINE 22 COLUMN 36 PIC 9(04) USING OPE-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003  LINE 22 COLUMN 35 PIC X(04) USING SEN-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     I-O      CADLDP   CADLCC   CADLPC   CADALT
           OPEN     INPUT    CADDSP   CADCMP   CADOPE
           OPEN     I-O      CADLCB
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADLCB
               CLOSE    CADLCB
               OPEN     I-O      CADLCB.
           OPEN     I-O      CADPRE
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     I-O      CADPRE.
           ACCEPT   DTA-SYS  FROM     DATE
           MOVE     PRM-OPE  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    GO  TO   ROT-050-000.
           GO  TO   ROT-100-000.

       ROT-050-000.
           DISPLAY  MEN-022
           MOVE     ZEROS    TO  OPE-AUX
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-950-000.
           MOVE     OPE-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    DISPLAY  MEN-023
                    ACCEPT   OPC-001
                    GO  TO   ROT-050-000.

       ROT-050-010.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  SEN-AUX
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-050-000.
           IF  SEN-AUX  NOT  =   SEN-OPE
               DISPLAY       MEN-025
               ACCEPT        OPC-001
               GO  TO        ROT-050-010.
           MOVE     OPE-AUX  TO  PRM-OPE.

       ROT-100-000.
           DISPLAY  LPA-001  LPA-LDP  LPA-NOV  MEN-001
           MOVE     0   TO   PRX-DSP
           ACCEPT   (08 33)  PRX-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-950-000.
           IF  PRX-DSP   <   1  OR  >  6
               GO  TO        ROT-100-000.
           MOVE     ATV-TAB (PRX-DSP) TO  ATV-AUX
           DISPLAY  PRX-ENT  ATV-ENT.

       ROT-100-010.
           DISPLAY  LPA-DES  MEN-002
           MOVE     0    TO  SUF-DSP.

       ROT-100-015.
           ACCEPT   (08 35)  SUF-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  TECLADO   =   03
               MOVE     3        TO  TIP-LKP
               MOVE     PRX-DSP  TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  SUF-DSP
                   GO  TO        ROT-100-015
               ELSE
                   GO  TO        ROT-100-015.
           IF  SUF-DSP   =   ZEROS
               GO  TO        ROT-100-015.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           DISPLAY  SUF-ENT      DES-ENT
           MOVE     ZEROS    TO  DTA-LCT  LCT-AUX.

       ROT-100-020.
           DISPLAY  MEN-004
           ACCEPT   (10 33)  DIA-LCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-LDP
               GO  TO        ROT-100-010.
           IF  DIA-LCT   >   31
               GO  TO        ROT-100-020.

       ROT-100-030.
           ACCEPT   (10 36)  MES-LCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  MES-LCT   >   12
               GO  TO        ROT-100-030.

       ROT-100-040.
           ACCEPT   (10 39)  ANO-LCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           ACCEPT   (10 51)  LCT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           DISPLAY  MEN-009
           MOVE     CHV-DSP  TO  COD-LDP
           MOVE     DTA-LCT  TO  DTA-LDP
           MOVE     LCT-AUX  TO  LCT-LDP
           START    CADLDP   KEY NOT LESS  CHV-LDP
                    INVALID  KEY GO  TO   ROT-100-070.

       ROT-100-060.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-100-070.
           IF  FS-ST1   =   "9"
               DISPLAY       MEN-LCK
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           IF  COD-LDP  NOT  =   CHV-DSP
               GO  TO        ROT-100-070.
           PERFORM  ROT-150-000
           THRU     ROT-150-010
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-LDP
               GO  TO        ROT-100-020.
           IF  RSP-OPC   =   "P"  OR  "p"
               GO  TO        ROT-100-060.
           GO  TO   ROT-200-000.

       ROT-100-070.
           DISPLAY  LPA-LDP  MEN-006
           ACCEPT   OPC-001
           MOVE     ZEROS    TO  DTA-LCT  LCT-AUX
           GO  TO   ROT-100-020.

       ROT-150-000.
           MOVE     DTA-LDP  TO  DTA-LCT
           MOVE     LCT-LDP  TO  LCT-AUX
           MOVE     PGT-LDP  TO  DTA-VCT
           MOVE     VAL-LDP  TO  VAL-AUX
           MOVE     SPACES   TO  SIT-AUX
           IF  FLG-LDP   >   0  AND  <  6
               MOVE     SIT-TAB (FLG-LDP)  TO  SIT-AUX.
           DISPLAY  ENT-002.

       ROT-150-010.
           EXIT.

       ROT-200-000.
           MOVE     REG-LDP  TO  SAV-LDP
           IF  FLG-LDP   =   5
               DISPLAY       MEN-007
               ACCEPT        OPC-001
               GO  TO        ROT-800-000.
           IF  FLG-LDP   =   2
               GO  TO        ROT-500-000.
           MOVE     DTA-LDP  TO  DTA-CHK
           PERFORM  ROT-600-000
           THRU     ROT-600-010
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-001
               GO  TO        ROT-800-000.

       ROT-200-010.
           DISPLAY  MEN-008
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-800-000.
           IF  RSP-OPC   =   "A"  OR  "a"
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "D"  OR  "d"
               GO  TO        ROT-400-000.
           GO  TO   ROT-200-010.

       ROT-300-000.
           MOVE     COD-SAV  TO  NOV-DSP
           MOVE     DES-DSP  TO  DES-NOV
           DISPLAY  PRN-ENT  SFN-ENT  DSN-ENT.

       ROT-300-005.
           DISPLAY  MEN-010
           ACCEPT   (16 33)  PRX-NOV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-NOV
               GO  TO        ROT-200-010.
           IF  PRX-NOV   <   1  OR  >  6
               GO  TO        ROT-300-005.

       ROT-300-010.
           ACCEPT   (16 35)  SUF-NOV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-005.
           IF  SUF-NOV   =   ZEROS
               GO  TO        ROT-300-010.
           MOVE     NOV-DSP  TO  CHV-DSP
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-300-010.
           MOVE     DES-DSP  TO  DES-NOV
           DISPLAY  DSN-ENT.

       ROT-300-020.
           DISPLAY  MEN-011
           ACCEPT   (12 33)  DIA-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           IF  DIA-VCT   <   1  OR  > 31
               GO  TO        ROT-300-020.

       ROT-300-030.
           ACCEPT   (12 36)  MES-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           IF  MES-VCT   <   1  OR  > 12
               GO  TO        ROT-300-030.

       ROT-300-040.
           ACCEPT   (12 39)  ANO-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.

       ROT-300-050.
           DISPLAY  MEN-012
           ACCEPT   (13 33)  HST-LDP  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.
           DISPLAY  HST-ENT.

       ROT-300-060.
           DISPLAY  MEN-013
           ACCEPT   (14 33)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-050.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-300-060.
           DISPLAY  VAL-ENT      MEN-014
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-060.
           MOVE     DTA-VCT  TO  PGT-LDP
           MOVE     VAL-AUX  TO  VAL-LDP
           MOVE     SAV-LDP  TO  ANT-ALT
           MOVE     SPACES   TO  CHV-REG-ALT
           MOVE     CHV-SAV  TO  CHV-REG-ALT
           MOVE     "A"      TO  TIP-ALT
           IF  NOV-DSP  NOT  =   COD-SAV
               GO  TO        ROT-300-070.
           REWRITE  REG-LDP
           MOVE     REG-LDP  TO  ATU-ALT
           PERFORM  ROT-900-000
              THRU  ROT-900-010
           GO  TO   ROT-800-000.

       ROT-300-070.
           MOVE     NOV-DSP  TO  COD-LDP
           PERFORM  ROT-700-000
           THRU     ROT-700-020
           MOVE     REG-LDP  TO  ATU-ALT
           PERFORM  ROT-710-000
           THRU     ROT-710-060
           MOVE     CHV-SAV  TO  CHV-LDP
           DELETE   CADLDP   INVALID  KEY
                    DISPLAY  MEN-LCK
                    ACCEPT   OPC-001.
           PERFORM  ROT-900-000
              THRU  ROT-900-010
           GO  TO   ROT-800-000.

       ROT-400-000.
           MOVE     VAL-SAV  TO  SDO-AUX
           MOVE     ZEROS    TO  VAL-PAR
           DISPLAY  SDO-ENT.

       ROT-400-010.
           DISPLAY  MEN-015
           MOVE     0    TO  PRX-NOV
           ACCEPT   (16 33)  PRX-NOV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-800-000.
           IF  PRX-NOV   <   1  OR  >  6
               GO  TO        ROT-400-010.
           MOVE     0    TO  SUF-NOV.

       ROT-400-020.
           ACCEPT   (16 35)  SUF-NOV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           IF  SUF-NOV   =   ZEROS
               GO  TO        ROT-400-020.
           MOVE     NOV-DSP  TO  CHV-DSP
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-400-020.
           MOVE     DES-DSP  TO  DES-NOV
           DISPLAY  DSN-ENT.

       ROT-400-030.
           DISPLAY  MEN-016
           ACCEPT   (17 33)  VAL-PAR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           IF  VAL-PAR   =   ZEROS
               GO  TO        ROT-400-030.
           MOVE     VAL-PAR  TO  ABS-PAR
           MOVE     SDO-AUX  TO  ABS-SDO
           IF  (VAL-PAR  >  ZEROS  AND  SDO-AUX  <  ZEROS)  OR
               (VAL-PAR  <  ZEROS  AND  SDO-AUX  >  ZEROS)  OR
                ABS-PAR  NOT  <  ABS-SDO
               DISPLAY       MEN-017
               ACCEPT        OPC-001
               GO  TO        ROT-400-030.
           DISPLAY  PAR-ENT      MEN-014
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-030.
           MOVE     SAV-LDP  TO  REG-LDP
           MOVE     NOV-DSP  TO  COD-LDP
           MOVE     VAL-PAR  TO  VAL-LDP
           PERFORM  ROT-700-000
           THRU     ROT-700-020
           PERFORM  ROT-720-000
           THRU     ROT-720-010
           MOVE     "D"      TO  TIP-ALT
           MOVE     SAV-LDP  TO  ANT-ALT
           MOVE     REG-LDP  TO  ATU-ALT
           MOVE     SPACES   TO  CHV-REG-ALT
           MOVE     CHV-NVL  TO  CHV-REG-ALT
           PERFORM  ROT-900-000
              THRU  ROT-900-010
           MOVE     CHV-SAV  TO  CHV-LDP
           READ     CADLDP   INVALID  KEY
                    GO  TO   ROT-800-000.
           MOVE     REG-LDP  TO  ANT-ALT
           SUBTRACT VAL-PAR  FROM     SDO-AUX
           MOVE     SDO-AUX  TO  VAL-LDP  VAL-AUX
           REWRITE  REG-LDP
           MOVE     "A"      TO  TIP-ALT
           MOVE     REG-LDP  TO  ATU-ALT
           MOVE     SPACES   TO  CHV-REG-ALT
           MOVE     CHV-SAV  TO  CHV-REG-ALT
           PERFORM  ROT-900-000
              THRU  ROT-900-010
           MOVE     ZEROS    TO  VAL-PAR
           DISPLAY  VAL-ENT  LPA-NOV  SDO-ENT
           GO  TO   ROT-400-010.

       ROT-500-000.
           IF  TIP-HSV   =   "ESTORNO "
               DISPLAY       MEN-018
               ACCEPT        OPC-001
               GO  TO        ROT-800-000.
           MOVE     "DYN303" TO  PGM-ALT
           MOVE     SPACES   TO  REG-AUX
           MOVE     CHV-SAV  TO  REG-AUX
           MOVE     REG-AUX  TO  CHV-REG-ALT
           MOVE     ZEROS    TO  LCT-ALT
           START    CADALT   KEY GREATER  CHV-ALT
                    INVALID  KEY GO  TO   ROT-500-020.

       ROT-500-010.
           READ     CADALT   NEXT AT END
                    GO  TO   ROT-500-020.
           IF  PGM-ALT  NOT  =   "DYN303"  OR
               CHV-REG-ALT  NOT  =   REG-AUX
               GO  TO        ROT-500-020.
           IF  TIP-ALT   =   "S"
               DISPLAY       MEN-019
               ACCEPT        OPC-001
               GO  TO        ROT-800-000.
           GO  TO   ROT-500-010.

       ROT-500-020.
           MOVE     DTA-SYS  TO  DTA-CHK
           PERFORM  ROT-600-000
           THRU     ROT-600-010
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-001
               GO  TO        ROT-800-000.
           DISPLAY  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-800-000.
           MOVE     SAV-LDP  TO  REG-LDP
           MOVE     DTA-SAV  TO  DTA-REV
           MOVE     LCT-SAV  TO  LCT-REV
           MOVE     HST-REV  TO  HST-LDP
           MOVE     DTA-SYS  TO  DTA-LDP  PGT-LDP
           MOVE     2        TO  FLG-LDP
           COMPUTE  VAL-LDP  =   ZEROS  -  VAL-SAV
           PERFORM  ROT-700-000
           THRU     ROT-700-020
           PERFORM  ROT-720-000
           THRU     ROT-720-010
           MOVE     "S"      TO  TIP-ALT
           MOVE     SAV-LDP  TO  ANT-ALT
           MOVE     REG-LDP  TO  ATU-ALT
           MOVE     SPACES   TO  CHV-REG-ALT
           MOVE     CHV-SAV  TO  CHV-REG-ALT
           PERFORM  ROT-900-000
              THRU  ROT-900-010
           DISPLAY  MEN-021
           ACCEPT   OPC-001
           GO  TO   ROT-800-000.

       ROT-600-000.
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.

       ROT-600-010.
           EXIT.

       ROT-700-000.
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-700-010.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-700-010.
           IF  FS-ST1   =   "9"
               DISPLAY       MEN-LCK
               ACCEPT        OPC-001
               SUBTRACT 1        FROM  LCT-LDP
               GO  TO        ROT-700-010.
           MOVE     CHV-LDP  TO  CHV-NVL.

       ROT-700-020.
           EXIT.

       ROT-710-000.
           MOVE     CHV-SAV  TO  CHV-LCC
           READ     CADLCC   INVALID  KEY
                    GO  TO   ROT-710-010.
           DELETE   CADLCC
           MOVE     CHV-NVL  TO  CHV-LCC
           WRITE    REG-LCC  INVALID KEY
                    REWRITE  REG-LCC.

       ROT-710-010.
           MOVE     ZEROS    TO  CHV-LPC
           START    CADLPC   KEY NOT LESS  CHV-LPC
                    INVALID  KEY GO  TO   ROT-710-030.

       ROT-710-020.
           READ     CADLPC   NEXT AT END
                    GO  TO   ROT-710-030.
           IF  DPG-LPC  NOT  =   CHV-SAV
               GO  TO        ROT-710-020.
           MOVE     CHV-NVL  TO  DPG-LPC
           REWRITE  REG-LPC
           GO  TO   ROT-710-020.

       ROT-710-030.
           MOVE     CHV-SAV  TO  CHV-LCB
           READ     CADLCB   INVALID  KEY
                    GO  TO   ROT-710-040.
           DELETE   CADLCB
           MOVE     CHV-NVL  TO  CHV-LCB
           WRITE    REG-LCB  INVALID KEY
                    REWRITE  REG-LCB.

       ROT-710-040.
           MOVE     ZEROS    TO  CHV-PRE
           START    CADPRE   KEY NOT LESS  CHV-PRE
                    INVALID  KEY GO  TO   ROT-710-060.

       ROT-710-050.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-710-060.
           IF  LDA-PRE  NOT  =   CHV-SAV  AND
               LDJ-PRE  NOT  =   CHV-SAV
               GO  TO        ROT-710-050.
           IF  LDA-PRE   =   CHV-SAV
               MOVE     CHV-NVL  TO  LDA-PRE.
           IF  LDJ-PRE   =   CHV-SAV
               MOVE     CHV-NVL  TO  LDJ-PRE.
           REWRITE  REG-PRE
           GO  TO   ROT-710-050.

       ROT-710-060.
           EXIT.

       ROT-720-000.
           MOVE     CHV-SAV  TO  CHV-LCC
           READ     CADLCC   INVALID  KEY
                    GO  TO   ROT-720-010.
           MOVE     CHV-NVL  TO  CHV-LCC
           WRITE    REG-LCC  INVALID KEY
                    REWRITE  REG-LCC.

       ROT-720-010.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002
                    PRX-ENT  ATV-ENT.

       ROT-790-010.
           EXIT.

       ROT-800-000.
           MOVE     COD-SAV  TO  CHV-DSP
           READ     CADDSP   INVALID  KEY
                    MOVE     SPACES   TO  DES-DSP.
           MOVE     ATV-TAB (PRX-DSP) TO  ATV-AUX
           MOVE     ZEROS    TO  DTA-LCT  LCT-AUX
           DISPLAY  LPA-LDP  LPA-NOV
                    PRX-ENT  SUF-ENT  ATV-ENT  DES-ENT
           GO  TO   ROT-100-020.

       ROT-900-000.
           MOVE     "DYN303" TO  PGM-ALT
           ACCEPT   DTA-ALT  FROM  DATE  YYYYMMDD
           MOVE     PRM-OPE  TO  OPE-ALT
           MOVE     ZEROS    TO  LCT-ALT.

       ROT-900-010.
           ADD      1        TO  LCT-ALT
           WRITE    REG-ALT  INVALID KEY
                    GO  TO   ROT-900-010.

       ROT-950-000.
           MOVE     1   TO  PRM-001
           CLOSE    CADDSP  CADLDP  CADLCC  CADLPC
                    CADCMP  CADALT  CADOPE
                    CADLCB  CADPRE
           CHAIN   "DYN300"  USING  PRM-001.
