       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN312.
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
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  PRX-ANT          PIC  9(01).
           03  ACM-QTD          PIC  9(05).
           03  ACM-PAG          PIC S9(11)V99.
           03  ACM-PEN          PIC S9(11)V99.
           03  GRP-QTD          PIC  9(05).
           03  GRP-PAG          PIC S9(11)V99.
           03  GRP-PEN          PIC S9(11)V99.
           03  TOT-QTD          PIC  9(05).
           03  TOT-PAG          PIC S9(12)V99.
           03  TOT-PEN          PIC S9(12)V99.
           03  TOT-COD          PIC  9(05).
           03  TOT-SEM          PIC  9(05).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  TAB-ATV.
               05  FILLER       PIC  X(18)  VALUE  "OBRIG. TRABALHISTA".
               05  FILLER       PIC  X(18)  VALUE  "OBRIGACOES FISCAIS".
               05  FILLER       PIC  X(18)  VALUE  "DESP. OPERACIONAIS".
               05  FILLER       PIC  X(18)  VALUE  "DESPESA DE CAPITAL".
               05  FILLER       PIC  X(18)  VALUE  "CREDITOS DE SOCIOS".
               05  FILLER       PIC  X(18)  VALUE  "COMPRA DE PRODUTOS".
           03  RED-ATV          REDEFINES   TAB-ATV.
               05  ATV-TAB      PIC  X(18)  OCCURS  06.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
      -        "PLANO DE CONTAS DE DESPESAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(25)  VALUE
      -        "MOVIMENTO DE :".
           03  DI1-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME1-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-CB2          PIC  9(02).
           03  FILLER           PIC  X(05)  VALUE  "  A".
           03  DI2-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME2-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "CONTA  DESCRICAO                  LANCTOS           PAGO
      -    "   PENDENTE".

       01  CAB-005.
           03  FILLER           PIC  X(06)  VALUE  "GRUPO".
           03  PRX-CB5          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  ATV-CB5          PIC  X(18).

       01  DET-001.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT1          PIC  X(25).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PAG-DT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PEN-DT1          PIC  --.---.--9,99.

       01  DET-002.
           03  PRX-DT2          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT2          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT2          PIC  X(25).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  FILLER           PIC  X(15)  VALUE  "SEM MOVIMENTO".

       01  SUB-001.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  FILLER           PIC  X(28)  VALUE
      -        "TOTAL DO GRUPO ...".
           03  QTD-SB1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-SB1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PEN-SB1          PIC  ---.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  FILLER           PIC  X(28)  VALUE
      -        "TOTAL GERAL ......".
           03  QTD-TT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-TT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PEN-TT1          PIC  ---.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  FILLER           PIC  X(28)  VALUE
      -        "CONTAS CADASTRADAS ..".
           03  COD-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  FILLER           PIC  X(19)  VALUE
      -        "SEM MOVIMENTO ....".
           03  SEM-TT2          PIC  ZZ.ZZ9.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "PLANO DE CONTAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 08 COLUMN 22 PIC X(36) FROM " ??????????????????????
      -        "?????????????"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 22 PIC X(36) FROM " ?
      -        "            ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 58 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 22 PIC X(36) FROM " ? Data Inicial :  /  /
      -        "            ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 58 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 22 PIC X(36) FROM " ? Data Final ..:  /  /
      -        "            ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 58 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(36) FROM " ??????????????????????
      -        "?????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 58 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 24 PIC X(36) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 10 COLUMN 39 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 10 COLUMN 42 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 10 COLUMN 45 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 11 COLUMN 39 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 11 COLUMN 42 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 11 COLUMN 45 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DO MOVIMENTO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DO MOVIMENTO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO A LISTAGEM ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM ENCERRADA 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           OPEN     INPUT    CADDSP   CADLDP
           DISPLAY  TLA-001
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 39)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-100-000.
           DISPLAY  DI1-ENT.

       ROT-100-010.
           ACCEPT   (10 42)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-100-010.
           DISPLAY  ME1-ENT.

       ROT-100-020.
           ACCEPT   (10 45)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           DISPLAY  AN1-ENT
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-INI.

       ROT-100-030.
           DISPLAY  MEN-002
           ACCEPT   (11 39)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-100-030.
           DISPLAY  DI2-ENT.

       ROT-100-040.
           ACCEPT   (11 42)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-100-040.
           DISPLAY  ME2-ENT.

       ROT-100-050.
           ACCEPT   (11 45)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           DISPLAY  AN2-ENT
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-FIN
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-100-030.

       ROT-100-060.
           DISPLAY  MEN-003
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-060.
           DISPLAY  MEN-004
           OPEN     OUTPUT       RELATO
           MOVE     DIA-INI  TO  DI1-CB2
           MOVE     MES-INI  TO  ME1-CB2
           MOVE     ANO-INI  TO  AN1-CB2
           MOVE     DIA-FIN  TO  DI2-CB2
           MOVE     MES-FIN  TO  ME2-CB2
           MOVE     ANO-FIN  TO  AN2-CB2
           MOVE     ZEROS    TO  PAG-CB1  CHV-DSP
                                 GRP-QTD  GRP-PAG  GRP-PEN
                                 TOT-QTD  TOT-PAG  TOT-PEN
                                 TOT-COD  TOT-SEM
           MOVE     9        TO  PRX-ANT
           PERFORM  ROT-700-000
           THRU     ROT-700-010
           START    CADDSP   KEY GREATER  CHV-DSP
                    INVALID  KEY GO  TO   ROT-200-050.

       ROT-200-000.
           READ     CADDSP   NEXT AT END
                    GO  TO   ROT-200-050.
           IF  PRX-DSP   =   PRX-ANT
               GO  TO        ROT-200-010.
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           MOVE     PRX-DSP  TO  PRX-ANT  PRX-CB5
           MOVE     SPACES   TO  ATV-CB5
           IF  PRX-DSP   >   0  AND  <  7
               MOVE     ATV-TAB (PRX-DSP)  TO  ATV-CB5.
           IF  ACM-LIN  NOT  <   52
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           WRITE    REG-REL FROM CAB-005  AFTER  2
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      3        TO  ACM-LIN.

       ROT-200-010.
           MOVE     ZEROS    TO  ACM-QTD  ACM-PAG  ACM-PEN
                                 CHV-LDP
           MOVE     CHV-DSP  TO  COD-LDP
           START    CADLDP   KEY NOT LESS CHV-LDP
                    INVALID  KEY GO  TO   ROT-200-030.

       ROT-200-020.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-200-030.
           IF  COD-LDP  NOT  =   CHV-DSP
               GO  TO        ROT-200-030.
           MOVE     DTA-LDP  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-200-020.
           ADD      1        TO  ACM-QTD
           IF  FLG-LDP   =   2
               ADD      VAL-LDP  TO  ACM-PAG
           ELSE
               ADD      VAL-LDP  TO  ACM-PEN.
           GO  TO   ROT-200-020.

       ROT-200-030.
           IF  ACM-LIN  NOT  <   54
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           ADD      1        TO  TOT-COD  ACM-LIN
           IF  ACM-QTD   =   ZEROS
               GO  TO        ROT-200-040.
           MOVE     PRX-DSP  TO  PRX-DT1
           MOVE     SUF-DSP  TO  SUF-DT1
           MOVE     DES-DSP  TO  DES-DT1
           MOVE     ACM-QTD  TO  QTD-DT1
           MOVE     ACM-PAG  TO  PAG-DT1
           MOVE     ACM-PEN  TO  PEN-DT1
           WRITE    REG-REL FROM DET-001
           ADD      ACM-QTD  TO  GRP-QTD
           ADD      ACM-PAG  TO  GRP-PAG
           ADD      ACM-PEN  TO  GRP-PEN
           GO  TO   ROT-200-000.

       ROT-200-040.
           MOVE     PRX-DSP  TO  PRX-DT2
           MOVE     SUF-DSP  TO  SUF-DT2
           MOVE     DES-DSP  TO  DES-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  TOT-SEM
           GO  TO   ROT-200-000.

       ROT-200-050.
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           MOVE     TOT-QTD  TO  QTD-TT1
           MOVE     TOT-PAG  TO  PAG-TT1
           MOVE     TOT-PEN  TO  PEN-TT1
           MOVE     TOT-COD  TO  COD-TT2
           MOVE     TOT-SEM  TO  SEM-TT2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM TOT-002
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-400-000.
           MOVE     DIA-AUX  TO  DIA-LCT
           MOVE     MES-AUX  TO  MES-LCT
           MOVE     ANO-AUX  TO  ANO-LCT
           IF  ANO-AUX   <   50
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.

       ROT-400-010.
           EXIT.

       ROT-700-000.
           ADD      1        TO  PAG-CB1
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER  0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-700-010.
           EXIT.

       ROT-800-000.
           IF  PRX-ANT   =   9
               GO  TO        ROT-800-010.
           MOVE     GRP-QTD  TO  QTD-SB1
           MOVE     GRP-PAG  TO  PAG-SB1
           MOVE     GRP-PEN  TO  PEN-SB1
           WRITE    REG-REL FROM SUB-001  AFTER  2
           ADD      2        TO  ACM-LIN
           ADD      GRP-QTD  TO  TOT-QTD
           ADD      GRP-PAG  TO  TOT-PAG
           ADD      GRP-PEN  TO  TOT-PEN
           MOVE     ZEROS    TO  GRP-QTD  GRP-PAG  GRP-PEN.

       ROT-800-010.
           EXIT.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADDSP   CADLDP
           CHAIN   "DYN300"  USING   PRM-001.
