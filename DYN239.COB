       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN239.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCX
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPFX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PFX
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEVF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EVF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFCX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCX.DAT".
       01  REG-FCX.
           03  CHV-FCX.
               05  DTA-FCX.
                   07  ANO-FCX  PIC  9(02).
                   07  MES-FCX  PIC  9(02).
                   07  DIA-FCX  PIC  9(02).
               05  TUR-FCX      PIC  9(01).
               05  CXA-FCX      PIC  9(01).
           03  OPE-FCX          PIC  9(04).
           03  VAL-FCX          PIC  9(08)V99.
           03  SIT-FCX          PIC  9(01).
           03  EMP-FCX          PIC  9(03).
           03  DTP-FCX          PIC  9(06).
           03  SUP-FCX          PIC  9(04).
           03  AAM-FCX.
               05  ANO-AFX      PIC  9(02).
               05  MES-AFX      PIC  9(02).
           03  QPC-FCX          PIC  9(02).

       FD  CADPFX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPFX.DAT".
       01  REG-PFX.
           03  CHV-PFX.
               05  EMP-PFX      PIC  9(03).
               05  AAM-PFX.
                   07  ANO-PFX  PIC  9(02).
                   07  MES-PFX  PIC  9(02).
               05  DTA-PFX.
                   07  ANO-DFX  PIC  9(02).
                   07  MES-DFX  PIC  9(02).
                   07  DIA-DFX  PIC  9(02).
               05  TUR-PFX      PIC  9(01).
               05  CXA-PFX      PIC  9(01).
           03  SEQ-PFX          PIC  9(02).
           03  VAL-PFX          PIC  9(07)V99.

       FD  CADEMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMP.DAT".
       01  REG-EMP.
           03  CHV-EMP          PIC  9(03).
           03  NOM-EMP          PIC  X(25).
           03  FTA-EMP          PIC  9(03).
           03  SAL-EMP          PIC  9(07)V99.
           03  SIT-EMP          PIC  9(01).

       FD  CADEVF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEVF.DAT".
       01  REG-EVF.
           03  CHV-EVF.
               05  EMP-EVF      PIC  9(03).
               05  AAM-EVF      PIC  9(04).
               05  SEQ-EVF      PIC  9(02).
           03  TIP-EVF          PIC  9(01).
           03  HST-EVF          PIC  X(15).
           03  VAL-EVF          PIC  9(07)V99.

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  EMP-AUX          PIC  9(03).
           03  SIT-AUX          PIC  X(08).
           03  NOP-AUX          PIC  X(20).
           03  SDO-AUX          PIC  9(08)V99.
           03  LIM-AUX          PIC  9(08)V99.
           03  USO-AUX          PIC  9(08)V99.
           03  DSP-AUX          PIC S9(08)V99.
           03  PAR-AUX          PIC  9(07)V99.
           03  CNT-MES          PIC  9(03).
           03  TOT-FAL          PIC  9(09)V99.
           03  TOT-DSC          PIC  9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  AAM-ALV.
               05  ANO-ALV      PIC  9(02).
               05  MES-ALV      PIC  9(02).

           03  HST-AUX.
               05  FILLER       PIC  X(09)  VALUE  "FALTA CX ".
               05  DIA-HST      PIC  9(02).
               05  MES-HST      PIC  9(02).
               05  ANO-HST      PIC  9(02).

       01  PCT-LIM              PIC  9(02)V99  VALUE  30,00.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "HISTORICO DE FALTAS DE CAIXA".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(14)  VALUE  "FUNCIONARIO :".
           03  EMP-CB2          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-CB2          PIC  X(25).
           03  FILLER           PIC  X(12)  VALUE  "  SALARIO :".
           03  SAL-CB2          PIC  ZZZ.ZZ9,99.

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "DATA     TURNO CAIXA         VALOR  SITUACAO  1A.FOLHA  PARC
      -    "ELAS".

       01  CAB-005              PIC  X(80)  VALUE
      -    "FOLHA    FALTA DE   TURNO CAIXA      DESCONTO".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  TUR-DT1          PIC  9(01).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  CXA-DT1          PIC  9(01).
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(08).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  MES-DT1F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1F         PIC  9(02).
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  QPC-DT1          PIC  Z9.

       01  DET-002.
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2F         PIC  9(02).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  TUR-DT2          PIC  9(01).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  CXA-DT2          PIC  9(01).
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZ9,99.

       01  TOT-001.
           03  TIT-TT1          PIC  X(36).
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TRM-001              PIC  X(80)  VALUE
      -    "          TERMO DE RECONHECIMENTO DE DIFERENCA DE CAIXA".

       01  TRM-002.
           03  FILLER           PIC  X(03)  VALUE  "EU,".
           03  NOM-TR2          PIC  X(26).
           03  FILLER           PIC  X(17)  VALUE  "FUNCIONARIO No. ".
           03  EMP-TR2          PIC  9(03).
           03  FILLER           PIC  X(24)  VALUE
               ", RECONHECO A FALTA".

       01  TRM-003.
           03  FILLER           PIC  X(21)  VALUE
               "APURADA NO CAIXA No.".
           03  CXA-TR3          PIC  9(01).
           03  FILLER           PIC  X(10)  VALUE  ", TURNO ".
           03  TUR-TR3          PIC  9(01).
           03  FILLER           PIC  X(12)  VALUE  ", NO DIA ".
           03  DIA-TR3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-TR3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-TR3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ",".

       01  TRM-004.
           03  FILLER           PIC  X(18)  VALUE  "NO VALOR DE R$ ".
           03  VAL-TR4          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(40)  VALUE
               ", E AUTORIZO O SEU DESCONTO EM FOLHA DE".

       01  TRM-005              PIC  X(80)  VALUE
      -    "PAGAMENTO, NOS TERMOS DO ARTIGO 462, PARAGRAFO 1o. DA CLT,".

       01  TRM-006.
           03  FILLER           PIC  X(14)  VALUE  "LIMITADO A ".
           03  PCT-TR6          PIC  Z9,99.
           03  FILLER           PIC  X(58)  VALUE
               "% DO SALARIO POR MES, COM O SALDO NOS MESES".

       01  TRM-007              PIC  X(80)  VALUE
               "SEGUINTES, ATE A QUITACAO TOTAL.".

       01  TRM-008.
           03  FILLER           PIC  X(42)  VALUE
               "LOCAL E DATA : ______________________,".
           03  DIA-TR8          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-TR8          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-TR8          PIC  9(02).

       01  TRM-009.
           03  FILLER           PIC  X(40)  VALUE
               "  ______________________________".
           03  FILLER           PIC  X(40)  VALUE
               "______________________________".

       01  TRM-010              PIC  X(80)  VALUE
      -    "           FUNCIONARIO                         RESPONSAVEL".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "FALTAS DE CAIXA  -  DESCONTO EM FOLHA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ?Data ........:    /  
      -       "/      Turno :     Caixa :                         ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ?Diferenca ...:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ?Operador ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ?Situacao ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ?Funcionario .:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ?Frentista ...:       
      -       "       Salario :                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ?1a. Folha ...:    /  
      -       "       Parcelas :                                  ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ?Limite mes ..:       
      -       "  % do salario                                     ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 04 PIC X(76) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 20 PIC 9(02) FROM  DIA-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 23 PIC 9(02) FROM  MES-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 26 PIC 9(02) FROM  ANO-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 40 PIC 9(01) FROM  TUR-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 52 PIC 9(01) FROM  CXA-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 20 PIC ZZ.ZZZ.ZZ9,99 FROM  VAL-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 20 PIC 9(04) FROM  OPE-FCX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 26 PIC X(20) FROM  NOP-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 20 PIC X(08) FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 20 PIC Z9,99 FROM  PCT-LIM
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  EMP-ENT LINE 10 COLUMN 20 PIC 9(03) USING EMP-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 25 PIC X(25) FROM  NOM-EMP
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 20 PIC 9(03) FROM  FTA-EMP
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 42 PIC ZZZ.ZZ9,99 FROM  SAL-EMP
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  MES-ENT LINE 12 COLUMN 20 PIC 9(02) USING MES-ALV
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 12 COLUMN 23 PIC 9(02) USING ANO-ALV
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 43 PIC Z9 FROM  QPC-FCX
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(P)ENDENCIAS OU (H)
      -            "ISTORICO POR FUNCIONARIO ?  -  [ESC] RETORNA    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA OUTRAS FALTA
      -            "S PENDENTES  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "(F)UNCIONARIO (T)ER
      -            "MO (A)PROVA (C)ANCELA [ENTER] PROXIMA  [ESC]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO FUNCIONAR
      -            "IO RESPONSAVEL ?  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "FUNCIONARIO INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "INFORME ANTES O FUN
      -            "CIONARIO RESPONSAVEL !!!  -  TECLE [ENTER] ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "MES/ANO DA PRIMEIRA
      -            " FOLHA COM DESCONTO ?  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "LIBERACAO DA FALTA 
      -            " -  SUPERVISOR     [    ] SENHA [    ] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "SUPERVISOR OU SENHA
      -            " INVALIDA !!!  -  TECLE [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA O DESCONTO
      -            " EM FOLHA ?  [S/N]  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA O ABONO DA
      -            " FALTA ?  [S/N]  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DESCONTO LANCADO NA
      -            " FOLHA  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-003  LINE 22 COLUMN 53 PIC 9(04) USING SUP-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-004  LINE 22 COLUMN 66 PIC X(04) USING SEN-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADOPE
           OPEN     I-O      CADFCX
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFCX
               CLOSE    CADFCX
               OPEN     I-O      CADFCX.
           OPEN     I-O      CADPFX
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPFX
               CLOSE    CADPFX
               OPEN     I-O      CADPFX.
           OPEN     I-O      CADEMP
           OPEN     I-O      CADEVF.

       ROT-000-010.
           DISPLAY  TLA-002  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "H"
               GO  TO        ROT-300-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           MOVE     ZEROS    TO  CHV-FCX
           START    CADFCX   KEY NOT LESS CHV-FCX
                    INVALID  KEY GO  TO   ROT-100-090.

       ROT-100-010.
           READ     CADFCX   NEXT AT END
                    GO  TO   ROT-100-090.
           IF  SIT-FCX  NOT  =   0
               GO  TO        ROT-100-010.

       ROT-100-020.
           MOVE     "PENDENTE"  TO  SIT-AUX
           MOVE     OPE-FCX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    MOVE     SPACES   TO  NOM-OPE.
           MOVE     NOM-OPE  TO  NOP-AUX
           MOVE     EMP-FCX  TO  EMP-AUX  CHV-EMP
           MOVE     SPACES   TO  NOM-EMP
           MOVE     ZEROS    TO  FTA-EMP  SAL-EMP
           IF  EMP-AUX   >   ZEROS
               READ     CADEMP   INVALID  KEY
                        MOVE     SPACES   TO  NOM-EMP
                        MOVE     ZEROS    TO  FTA-EMP  SAL-EMP.
           MOVE     MES-SYS  TO  MES-ALV
           MOVE     ANO-SYS  TO  ANO-ALV
           DISPLAY  TLA-002  ENT-001  ENT-002  ENT-003.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   SPACES
               GO  TO        ROT-100-010.
           IF  RSP-OPC   =   "F"
               GO  TO        ROT-110-000.
           IF  RSP-OPC  NOT  =   "T"  AND  "A"  AND  "C"
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "C"
               GO  TO        ROT-200-000.
           IF  EMP-FCX   =   ZEROS
               DISPLAY       MEN-006
               ACCEPT        OPC-001
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "T"
               GO  TO        ROT-400-000.
           GO  TO   ROT-120-000.

       ROT-100-090.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-002
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-110-000.
           DISPLAY  MEN-004
           ACCEPT   (10 20)  EMP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           MOVE     EMP-AUX  TO  CHV-EMP
           READ     CADEMP   INVALID  KEY
                    MOVE     SPACES   TO  RSP-OPC
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-110-000.
           MOVE     EMP-AUX  TO  EMP-FCX
           REWRITE  REG-FCX
           DISPLAY  ENT-002
           GO  TO   ROT-100-030.

       ROT-120-000.
           DISPLAY  MEN-007
           ACCEPT   (12 20)  MES-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           ACCEPT   (12 23)  ANO-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-120-000.
           IF  MES-ALV   <   1  OR  >  12
               GO  TO        ROT-120-000.
           PERFORM  ROT-250-000  THRU  ROT-250-020
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "S"
               GO  TO        ROT-100-030.
           MOVE     AAM-ALV  TO  AAM-FCX
           PERFORM  ROT-500-000  THRU  ROT-500-040
           MOVE     1        TO  SIT-FCX
           MOVE     DTA-SYS  TO  DTP-FCX
           MOVE     SUP-AUX  TO  SUP-FCX
           REWRITE  REG-FCX
           MOVE     "APROVADA"  TO  SIT-AUX
           DISPLAY  ENT-001  ENT-003  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           GO  TO   ROT-100-010.

       ROT-200-000.
           PERFORM  ROT-250-000  THRU  ROT-250-020
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "S"
               GO  TO        ROT-100-030.
           MOVE     2        TO  SIT-FCX
           MOVE     DTA-SYS  TO  DTP-FCX
           MOVE     SUP-AUX  TO  SUP-FCX
           REWRITE  REG-FCX
           GO  TO   ROT-100-010.

       ROT-250-000.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX
           DISPLAY  MEN-008
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-250-020.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-250-000.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    GO  TO   ROT-250-010.
           IF  SEN-AUX   =   SEN-OPE  AND  GER-OPE  =  1
               MOVE     "S"      TO  RSP-OPC
               GO  TO        ROT-250-020.

       ROT-250-010.
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           MOVE     SPACES   TO  RSP-OPC.

       ROT-250-020.
           EXIT.

       ROT-300-000.
           DISPLAY  TLA-002  MEN-004
           MOVE     ZEROS    TO  EMP-AUX
           ACCEPT   (10 20)  EMP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     EMP-AUX  TO  CHV-EMP
           READ     CADEMP   INVALID  KEY
                    MOVE     SPACES   TO  RSP-OPC
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-300-000.
           DISPLAY  ENT-002.

       ROT-300-010.
           PERFORM  ROT-450-000  THRU  ROT-450-020
           IF  RSP-OPC   =   SPACES
               GO  TO        ROT-300-000.
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  TOT-FAL  TOT-DSC
           MOVE     CHV-EMP  TO  EMP-CB2
           MOVE     NOM-EMP  TO  NOM-CB2
           MOVE     SAL-EMP  TO  SAL-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN
           MOVE     ZEROS    TO  CHV-FCX
           START    CADFCX   KEY NOT LESS CHV-FCX
                    INVALID  KEY GO  TO   ROT-300-030.

       ROT-300-020.
           READ     CADFCX   NEXT AT END
                    GO  TO   ROT-300-030.
           IF  EMP-FCX  NOT  =   CHV-EMP
               GO  TO        ROT-300-020.
           MOVE     DIA-FCX  TO  DIA-DT1
           MOVE     MES-FCX  TO  MES-DT1
           MOVE     ANO-FCX  TO  ANO-DT1
           MOVE     TUR-FCX  TO  TUR-DT1
           MOVE     CXA-FCX  TO  CXA-DT1
           MOVE     VAL-FCX  TO  VAL-DT1
           MOVE     "PENDENTE"  TO  SIT-DT1
           IF  SIT-FCX   =   1
               MOVE     "APROVADA"  TO  SIT-DT1
               ADD      VAL-FCX  TO  TOT-FAL.
           IF  SIT-FCX   =   2
               MOVE     "ABONADA"   TO  SIT-DT1.
           MOVE     MES-AFX  TO  MES-DT1F
           MOVE     ANO-AFX  TO  ANO-DT1F
           MOVE     QPC-FCX  TO  QPC-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               WRITE    REG-REL FROM CAB-004  AFTER  2
               WRITE    REG-REL FROM CAB-003
               MOVE     3        TO  ACM-LIN.
           GO  TO   ROT-300-020.

       ROT-300-030.
           WRITE    REG-REL FROM CAB-003
           MOVE     "TOTAL DE FALTAS APROVADAS ........:"  TO  TIT-TT1
           MOVE     TOT-FAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-005  AFTER  2
           WRITE    REG-REL FROM CAB-003
           ADD      6        TO  ACM-LIN
           MOVE     CHV-EMP  TO  EMP-PFX
           MOVE     ZEROS    TO  AAM-PFX  DTA-PFX  TUR-PFX  CXA-PFX
           START    CADPFX   KEY NOT LESS CHV-PFX
                    INVALID  KEY GO  TO   ROT-300-050.

       ROT-300-040.
           READ     CADPFX   NEXT AT END
                    GO  TO   ROT-300-050.
           IF  EMP-PFX  NOT  =   CHV-EMP
               GO  TO        ROT-300-050.
           MOVE     MES-PFX  TO  MES-DT2
           MOVE     ANO-PFX  TO  ANO-DT2
           MOVE     DIA-DFX  TO  DIA-DT2
           MOVE     MES-DFX  TO  MES-DT2F
           MOVE     ANO-DFX  TO  ANO-DT2F
           MOVE     TUR-PFX  TO  TUR-DT2
           MOVE     CXA-PFX  TO  CXA-DT2
           MOVE     VAL-PFX  TO  VAL-DT2
           ADD      VAL-PFX  TO  TOT-DSC
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               WRITE    REG-REL FROM CAB-005  AFTER  2
               WRITE    REG-REL FROM CAB-003
               MOVE     3        TO  ACM-LIN.
           GO  TO   ROT-300-040.

       ROT-300-050.
           WRITE    REG-REL FROM CAB-003
           MOVE     "TOTAL DESCONTADO EM FOLHA ........:"  TO  TIT-TT1
           MOVE     TOT-DSC  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-014
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-400-000.
           PERFORM  ROT-450-000  THRU  ROT-450-020
           IF  RSP-OPC   =   SPACES
               GO  TO        ROT-100-030.
           MOVE     NOM-EMP  TO  NOM-TR2
           MOVE     EMP-FCX  TO  EMP-TR2
           MOVE     CXA-FCX  TO  CXA-TR3
           MOVE     TUR-FCX  TO  TUR-TR3
           MOVE     DIA-FCX  TO  DIA-TR3
           MOVE     MES-FCX  TO  MES-TR3
           MOVE     ANO-FCX  TO  ANO-TR3
           MOVE     VAL-FCX  TO  VAL-TR4
           MOVE     PCT-LIM  TO  PCT-TR6
           MOVE     DIA-SYS  TO  DIA-TR8
           MOVE     MES-SYS  TO  MES-TR8
           MOVE     ANO-SYS  TO  ANO-TR8
           WRITE    REG-REL FROM CAB-003  AFTER 0
           WRITE    REG-REL FROM TRM-001  AFTER  2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TRM-002  AFTER  3
           WRITE    REG-REL FROM TRM-003  AFTER  2
           WRITE    REG-REL FROM TRM-004  AFTER  2
           WRITE    REG-REL FROM TRM-005  AFTER  2
           WRITE    REG-REL FROM TRM-006  AFTER  2
           WRITE    REG-REL FROM TRM-007  AFTER  2
           WRITE    REG-REL FROM TRM-008  AFTER  4
           WRITE    REG-REL FROM TRM-009  AFTER  5
           WRITE    REG-REL FROM TRM-010
           WRITE    REG-REL FROM CAB-003  AFTER  3
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-014
           ACCEPT   OPC-001
           GO  TO   ROT-100-030.

       ROT-450-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     SPACES   TO  RSP-OPC
               GO  TO        ROT-450-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-450-000.
           OPEN     OUTPUT   RELATO.

       ROT-450-020.
           EXIT.

       ROT-500-000.
           MOVE     VAL-FCX  TO  SDO-AUX
           MOVE     ZEROS    TO  QPC-FCX  CNT-MES
           MOVE     DIA-FCX  TO  DIA-HST
           MOVE     MES-FCX  TO  MES-HST
           MOVE     ANO-FCX  TO  ANO-HST.

       ROT-500-010.
           COMPUTE  LIM-AUX  ROUNDED  =  SAL-EMP  *  PCT-LIM  /  100
           IF  LIM-AUX   =   ZEROS  OR  CNT-MES  >  98
               MOVE     SDO-AUX  TO  LIM-AUX.
           MOVE     ZEROS    TO  USO-AUX
           MOVE     EMP-FCX  TO  EMP-PFX
           MOVE     AAM-ALV  TO  AAM-PFX
           MOVE     ZEROS    TO  DTA-PFX  TUR-PFX  CXA-PFX
           START    CADPFX   KEY NOT LESS CHV-PFX
                    INVALID  KEY GO  TO   ROT-500-020.

       ROT-500-015.
           READ     CADPFX   NEXT AT END
                    GO  TO   ROT-500-020.
           IF  EMP-PFX   =   EMP-FCX  AND  AAM-PFX  =  AAM-ALV
               ADD      VAL-PFX  TO  USO-AUX
               GO  TO        ROT-500-015.

       ROT-500-020.
           COMPUTE  DSP-AUX  =   LIM-AUX  -  USO-AUX
           IF  CNT-MES   >   98
               MOVE     SDO-AUX  TO  DSP-AUX.
           IF  DSP-AUX  NOT  >   ZEROS
               GO  TO        ROT-500-030.
           IF  DSP-AUX   >   SDO-AUX
               MOVE     SDO-AUX  TO  PAR-AUX
           ELSE
               MOVE     DSP-AUX  TO  PAR-AUX.
           MOVE     EMP-FCX  TO  EMP-EVF
           MOVE     AAM-ALV  TO  AAM-EVF
           MOVE     2        TO  TIP-EVF
           MOVE     HST-AUX  TO  HST-EVF
           MOVE     PAR-AUX  TO  VAL-EVF
           MOVE     ZEROS    TO  SEQ-EVF.

       ROT-500-025.
           ADD      1        TO  SEQ-EVF
           WRITE    REG-EVF  INVALID  KEY
                    IF  SEQ-EVF   <   99
                        GO  TO   ROT-500-025
                    ELSE
                        GO  TO   ROT-500-030.
           MOVE     EMP-FCX  TO  EMP-PFX
           MOVE     AAM-ALV  TO  AAM-PFX
           MOVE     DTA-FCX  TO  DTA-PFX
           MOVE     TUR-FCX  TO  TUR-PFX
           MOVE     CXA-FCX  TO  CXA-PFX
           MOVE     SEQ-EVF  TO  SEQ-PFX
           MOVE     PAR-AUX  TO  VAL-PFX
           WRITE    REG-PFX  INVALID  KEY
                    REWRITE  REG-PFX.
           SUBTRACT PAR-AUX  FROM  SDO-AUX
           ADD      1        TO  QPC-FCX.

       ROT-500-030.
           IF  SDO-AUX   =   ZEROS
               GO  TO        ROT-500-040.
           ADD      1        TO  MES-ALV  CNT-MES
           IF  MES-ALV   >   12
               MOVE     1        TO  MES-ALV
               ADD      1        TO  ANO-ALV.
           GO  TO   ROT-500-010.

       ROT-500-040.
           EXIT.

       ROT-900-000.
           MOVE     4    TO  PRM-001
           CLOSE    CADFCX   CADPFX   CADEMP   CADEVF   CADOPE
           CHAIN   "DYN145".
