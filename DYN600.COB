           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.
           03  DES-NTA          PIC  X(20).
           03  VAL-NTA          PIC S9(09)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  ACUMULADORES.
           03  ACM-EST          PIC S9(12)V99.
           03  ACM-REC          PIC S9(12)V99.
           03  ACM-LIQ          PIC S9(12)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(40)  VALUE
      -        "POSICAO CONSOLIDADA DO POSTO".
           03  FILLER           PIC  X(07)  VALUE  "DATA :".
           03  DIA-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB1          PIC  9(02).

       01  CAB-002              PIC  X(80)  VALUE  ALL  "-".

       01  DET-001.
           03  DES-DT1          PIC  X(40).
           03  VAL-DT1          PIC  ----.---.--9,99.

       01  EML-PRM.
           03  FUN-EML          PIC  9(01).
           03  CLI-EML          PIC  X(10).
           03  FIN-EML          PIC  9(01).
           03  TIP-EML          PIC  9(01).
           03  REF-EML          PIC  X(10).
           03  PRG-EML          PIC  X(06).
           03  OPE-EML          PIC  9(04).
           03  NUM-EML          PIC  9(06).
           03  ARQ-EML          PIC  X(12).
           03  END-EML          PIC  X(60).
           03  FLG-EML          PIC  9(01).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO A POSICAO CONSOLIDADA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "(F)LUXO (C)ARTOES (
      -            "I)NDIC (B)ALANCO (P)RAZOS (R)ELAT (E)MAIL [ESC] "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "PROPRIETARIO SEM E-
      -            "MAIL VALIDO CADASTRADO  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "POSICAO COLOCADA NA
      -            " FILA DE E-MAIL  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                        CADBCO   CADLBC  CADAPF
                        CADFAT   CADNTA
               CHAIN   "DYN157"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "B"
               CLOSE    CADEST   CADPRS  CADLDP
                        CADBCO   CADLBC  CADAPF
                        CADFAT   CADNTA
               CHAIN   "DYN602"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "P"
               CLOSE    CADEST   CADPRS  CADLDP
                        CADBCO   CADLBC  CADAPF
                        CADFAT   CADNTA
               CHAIN   "DYN603"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "R"
               CLOSE    CADEST   CADPRS  CADLDP
                        CADBCO   CADLBC  CADAPF
                        CADFAT   CADNTA
               CHAIN   "DYN711"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-700-000.
           IF  TECLADO  NOT  =  01
               GO  TO        ROT-600-010.

       ROT-700-000.
           MOVE     1        TO  FUN-EML  FIN-EML
           MOVE     5        TO  TIP-EML
           MOVE     SPACES   TO  CLI-EML
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  REF-EML
           MOVE     "DYN600" TO  PRG-EML
           MOVE     PRM-OPE  TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           IF  FLG-EML  NOT  =   0
               DISPLAY  MEN-003
               ACCEPT   OPC-001
               GO  TO   ROT-700-010.
           MOVE     ARQ-EML  TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     DIA-SYS  TO  DIA-CB1
           MOVE     MES-SYS  TO  MES-CB1
           MOVE     ANO-SYS  TO  ANO-CB1
           WRITE    REG-REL FROM CAB-001  AFTER 0
           WRITE    REG-REL FROM CAB-002
           MOVE     "ESTOQUE A CUSTO MEDIO"        TO  DES-DT1
           MOVE     ACM-EST  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     "VENDAS DE HOJE (CAIXAS)"      TO  DES-DT1
           MOVE     ACM-CXA  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     "BANCOS - SALDO ATUAL"         TO  DES-DT1
           MOVE     ACM-BCO  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     "CONTAS A RECEBER"             TO  DES-DT1
           MOVE     ACM-REC  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     "CONTAS A PAGAR ABERTAS"       TO  DES-DT1
           MOVE     ACM-PAG  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           WRITE    REG-REL FROM CAB-002
           MOVE     "POSICAO LIQUIDA"              TO  DES-DT1
           MOVE     ACM-LIQ  TO  VAL-DT1
           WRITE    REG-REL FROM DET-001
           CLOSE    RELATO
           MOVE     2        TO  FUN-EML
           MOVE     "DYN600" TO  PRG-EML
           CALL     "DYNEML"  USING  EML-PRM
           DISPLAY  MEN-004
           ACCEPT   OPC-001.

       ROT-700-010.
           DISPLAY  MEN-002
           GO  TO   ROT-600-010.

       ROT-800-000.
           CLOSE    CADEST   CADPRS   CADLDP
                    CADBCO   CADLBC   CADAPF
