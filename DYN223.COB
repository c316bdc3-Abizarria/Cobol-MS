
           SELECT      CADSDO        ASSIGN  TO  DISK.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  SDA-SDO          PIC  9(10)V99.
           03  CRD-SDO          PIC S9(11)V99  OCCURS  09.

       FD  CADDVV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVV.DAT".
       01  REG-DVV.
           03  CHV-DVV.
               05  DTA-DVV      PIC  9(06).
               05  LCT-DVV      PIC  9(03).
           03  TUR-DVV          PIC  9(01).
           03  CXA-DVV          PIC  9(01).
           03  NFC-DVV          PIC  9(06).
           03  PRX-DVV          PIC  9(01).
           03  SUF-DVV          PIC  9(03).
           03  QTD-DVV          PIC  9(06)V9.
           03  VAL-DVV          PIC  9(10)V99.
           03  CST-DVV          PIC  9(07)V9999.
           03  DST-DVV          PIC  9(01).
           03  TIP-DVV          PIC  9(01).
           03  VTR-DVV          PIC  9(06).
           03  SUP-DVV          PIC  9(04).
           03  MOT-DVV          PIC  X(20).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  SDO-AUX          PIC  9(10)V99.
           03  VAL-AUX          PIC S9(10)V99.
           03  ACM-TOT          PIC S9(11)V99.
           03  FS-ARQ           PIC  X(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-DIN          PIC  9(10)V99.
           03  ACM-VTR          PIC  9(10)V99.
           03  ACM-EST          PIC  9(10)V99.
           03  ACM-AVR          PIC  9(10)V99.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
           03  IND-EXC          PIC  9(02).
           03  IDX-EXC          PIC  9(02).
           03  FLG-CXA          PIC  9(01).
           03  DTA-DEV.
               05  ANO-DEV      PIC  9(02).
               05  MES-DEV      PIC  9(02).
               05  DIA-DEV      PIC  9(02).
           03  EXC-TAB          OCCURS  10.
               05  TUR-EXC      PIC  9(01).
               05  NUM-EXC      PIC  9(01).
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48)  VALUE
               "MOVIMENTO DIARIO - CAIXAS PENDENTES".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02)  VALUE  01.

       01  CAB-002              PIC  X(80)  VALUE
           "RELATORIO DE EXCECOES DE FECHAMENTO DE CAIXA".
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(30)  VALUE  "CAIXA NAO FECHADO".

       01  CAB-005.
           03  FILLER           PIC  X(38)  VALUE
               "DEVOLUCOES DE VENDAS DA LOJA - DATA :".
           03  DIA-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB5          PIC  9(02).

       01  CAB-006.
           03  FILLER           PIC  X(40)  VALUE
               "CX   NFC-E  PROD. DESCRICAO             ".
           03  FILLER           PIC  X(40)  VALUE
               "QTD     VALOR DEST REEM   VALE MOTIVO".

       01  DET-002.
           03  TUR-DT2          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CXA-DT2          PIC  9(01).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NFC-DT2          PIC  ZZZZZ9  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT2          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT2          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DST-DT2          PIC  X(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TIP-DT2          PIC  X(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VTR-DT2          PIC  ZZZZZ9  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT2          PIC  X(09).

       01  TOT-003.
           03  LBL-TT3          PIC  X(40).
           03  VAL-TT3          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  PRM-001              PIC  9(01).

       01  PRM-002.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -            "RESSORA OU EM (A)RQUIVO ?                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR AS DEVOLUCOES DO DIA  -  [ESC] IGNORA ..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
           IF  POS-CXA   =   0
               PERFORM       ROT-000-012
               GO  TO        ROT-000-010.
           IF  FLG-CXA   =   0
               MOVE     DTA-CXA  TO  DTA-DEV.
           MOVE     1        TO  FLG-CXA
           GO  TO   ROT-000-010.

           IF  IND-EXC   >   ZEROS
               PERFORM       ROT-000-016  THRU  ROT-000-018.
           IF  FLG-CXA   =   1
               PERFORM       ROT-000-050  THRU  ROT-000-090
               GO  TO        ROT-100-000.
           GO  TO   ROT-000-020.

                    CADEST   CADTNQ  CADSDO
           CHAIN   "DYN200"  USING   PRM-001.

       ROT-000-050.
           OPEN     INPUT    CADDVV
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-000-090.
           MOVE     DTA-DEV  TO  DTA-DVV
           MOVE     ZEROS    TO  LCT-DVV
           START    CADDVV   KEY NOT LESS  CHV-DVV
                    INVALID  KEY GO  TO   ROT-000-085.
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-000-085.
           IF  DTA-DVV  NOT  =   DTA-DEV
               GO  TO        ROT-000-085.
           DISPLAY  LPA-001
                    TLA-001  MEN-021
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-085.

       ROT-000-055.
           DISPLAY  MEN-020
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-085.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-000-055.
           DISPLAY  MEN-001
           OPEN     OUTPUT   RELATO
           MOVE     "MOVIMENTO DIARIO - DEVOLUCOES DE VENDAS"
                             TO  NOM-CB1
           MOVE     DIA-DEV  TO  DIA-CB5
           MOVE     MES-DEV  TO  MES-CB5
           MOVE     ANO-DEV  TO  ANO-CB5
           MOVE     ZEROS    TO  PAG-CB1  ACM-DIN  ACM-VTR
                                 ACM-EST  ACM-AVR
           PERFORM  ROT-000-070  THRU  ROT-000-075.

       ROT-000-060.
           IF  ACM-LIN   >   54
               PERFORM       ROT-000-070  THRU  ROT-000-075.
           MOVE     TUR-DVV  TO  TUR-DT2
           MOVE     CXA-DVV  TO  CXA-DT2
           MOVE     NFC-DVV  TO  NFC-DT2
           MOVE     PRX-DVV  TO  PRX-DT2  PRX-EST
           MOVE     SUF-DVV  TO  SUF-DT2  SUF-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     DES-EST  TO  DES-DT2
           MOVE     QTD-DVV  TO  QTD-DT2
           MOVE     VAL-DVV  TO  VAL-DT2
           MOVE     VTR-DVV  TO  VTR-DT2
           MOVE     MOT-DVV  TO  MOT-DT2
           IF  DST-DVV   =   2
               MOVE     "AVAR"   TO  DST-DT2
               ADD      VAL-DVV  TO  ACM-AVR
           ELSE
               MOVE     "EST."   TO  DST-DT2
               ADD      VAL-DVV  TO  ACM-EST.
           IF  TIP-DVV   =   2
               MOVE     "VALE"   TO  TIP-DT2
               ADD      VAL-DVV  TO  ACM-VTR
           ELSE
               MOVE     "DIN."   TO  TIP-DT2
               ADD      VAL-DVV  TO  ACM-DIN.
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-000-065.
           IF  DTA-DVV   =   DTA-DEV
               GO  TO        ROT-000-060.

       ROT-000-065.
           WRITE    REG-REL FROM CAB-003
           MOVE     "TOTAL REEMBOLSADO EM DINHEIRO ........."
                             TO  LBL-TT3
           MOVE     ACM-DIN  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003
           MOVE     "TOTAL EMITIDO EM VALE-TROCA ..........."
                             TO  LBL-TT3
           MOVE     ACM-VTR  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003
           MOVE     "RETORNADO AO ESTOQUE .................."
                             TO  LBL-TT3
           MOVE     ACM-EST  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003  AFTER  2
           MOVE     "ENVIADO P/ AVARIADOS .................."
                             TO  LBL-TT3
           MOVE     ACM-AVR  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003
           CLOSE    RELATO
           GO  TO   ROT-000-085.

       ROT-000-070.
           ADD      1        TO  PAG-CB1
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER  0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-005  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-006
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-000-075.
           EXIT.

       ROT-000-085.
           CLOSE    CADDVV.

       ROT-000-090.
           EXIT.

       ROT-100-000.
           IF  SDA-SDO   =   ZEROS
               GO  TO        ROT-200-000.
