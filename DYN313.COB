       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN313.
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

           SELECT      CADSRT        ASSIGN  TO  DISK.

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
               05  COD-LDP.
                   07  PRX-LDP  PIC  9(01).
                   07  SUF-LDP  PIC  9(03).
               05  DTA-LDP      PIC  9(06).
               05  LCT-LDP      PIC  9(03).
           03  FLG-LDP          PIC  9(01).
           03  PGT-LDP          PIC  9(06).
           03  HST-LDP          PIC  X(20).
           03  VAL-LDP          PIC S9(10)V99.

       SD  CADSRT.

       01  REG-SRT.
           03  ORD-SRT          PIC  9(12).
           03  VEN-SRT          PIC  9(08).
           03  COD-SRT.
               05  PRX-SRT      PIC  9(01).
               05  SUF-SRT      PIC  9(03).
           03  DTA-SRT          PIC  9(06).
           03  LCT-SRT          PIC  9(03).
           03  HST-SRT          PIC  X(20).
           03  VAL-SRT          PIC S9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  ORD-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-REG          PIC  9(05).
           03  ACM-QBR          PIC S9(11)V99.
           03  ACM-VAL          PIC S9(11)V99.
           03  COD-AUX          PIC  9(04).
           03  QBR-AUX          PIC  9(08).
           03  QBR-ANT          PIC  9(08).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).

           03  ORD-AUX.
               05  OR1-AUX      PIC  9(08).
               05  OR2-AUX      PIC  9(04).
           03  RED-ORD          REDEFINES   ORD-AUX.
               05  OR3-AUX      PIC  9(04).
               05  OR4-AUX      PIC  9(08).

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

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  COD-QBR.
               05  FILLER       PIC  9(04).
               05  PRX-QBR      PIC  9(01).
               05  SUF-QBR      PIC  9(03).

           03  DTA-EDT.
               05  DIA-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-EDT      PIC  9(02).

           03  COD-EDT.
               05  PRX-EDT      PIC  9(01).
               05  FILLER       PIC  X(01)  VALUE  "-".
               05  SUF-EDT      PIC  9(03).
               05  FILLER       PIC  X(03)  VALUE  SPACES.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
      -        "RELATORIO DE PAGAMENTOS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(18)  VALUE
      -        "PAGAMENTOS DE :".
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
           03  FILLER           PIC  X(31)  VALUE  SPACES.
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    " PAGTO    CONTA  DESCRICAO DA CONTA    HISTORICO
      -    "        VALOR".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT1          PIC  X(20).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  HST-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  --.---.--9,99.

       01  SUB-001.
           03  FILLER           PIC  X(39)  VALUE  SPACES.
           03  DES-SB1          PIC  X(13).
           03  CHV-SB1          PIC  X(08).
           03  VAL-SB1          PIC  ----.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(39)  VALUE  SPACES.
           03  FILLER           PIC  X(21)  VALUE
      -        "TOTAL PAGO ........".
           03  VAL-TT1          PIC  ----.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(39)  VALUE  SPACES.
           03  FILLER           PIC  X(21)  VALUE
      -        "PAGAMENTOS ........".
           03  QTD-TT2          PIC  ZZ.ZZ9.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RELATORIO DE PAGAMENTOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 08 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 16 PIC X(48) FROM " ?  Pagamento de .:    
      -       " /  /    ate :   /  /   ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(48) FROM " ?  Conta ........:    
      -       "-      (0 = TODAS)      ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(48) FROM " ?  Descricao ....:    
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 16 PIC X(48) FROM " ?  Ordem ........:    
      -       "   (D)ata   (C)onta     ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 18 PIC X(48) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 10 COLUMN 38 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 10 COLUMN 41 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 10 COLUMN 44 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 10 COLUMN 54 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 10 COLUMN 57 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 10 COLUMN 60 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.
           03  PRX-ENT LINE 12 COLUMN 38 PIC 9(01) USING PRX-DSP
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 12 COLUMN 40 PIC 9(03) USING SUF-DSP
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 13 COLUMN 38 PIC X(25) USING DES-DSP
                       BACKGROUND-COLOR  01.
           03  ORD-ENT LINE 15 COLUMN 38 PIC X(01) USING ORD-OPC
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-SUF LINE 12 COLUMN 40 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 13 COLUMN 38 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-ORD LINE 15 COLUMN 38 PIC X(01) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DOS PAGAMENTOS  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DOS PAGAMENTOS  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA OU Z
      -            "EROS P/ TODAS  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "ORDEM POR (D)ATA DO
      -            " PAGAMENTO OU POR (C)ONTA ?  -  [ESC] RETORNA .."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO A LISTAGEM ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM ENCERRADA 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           OPEN     INPUT    CADDSP   CADLDP
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE  YYYYMMDD
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 38)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-100-000.
           DISPLAY  DI1-ENT.

       ROT-100-010.
           ACCEPT   (10 41)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-100-010.
           DISPLAY  ME1-ENT.

       ROT-100-020.
           ACCEPT   (10 44)  ANO-INI  WITH  UPDATE  AUTO-SKIP
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
           ACCEPT   (10 54)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-100-030.
           DISPLAY  DI2-ENT.

       ROT-100-040.
           ACCEPT   (10 57)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-100-040.
           DISPLAY  ME2-ENT.

       ROT-100-050.
           ACCEPT   (10 60)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
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
           DISPLAY  LPA-SUF  LPA-DES  LPA-ORD  MEN-003
           MOVE     ZEROS    TO  CHV-DSP
           ACCEPT   (12 38)  PRX-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  PRX-DSP   =   ZEROS
               MOVE     ZEROS    TO  COD-AUX
               GO  TO        ROT-100-080.
           IF  PRX-DSP   >   6
               GO  TO        ROT-100-060.
           DISPLAY  PRX-ENT.

       ROT-100-070.
           ACCEPT   (12 40)  SUF-DSP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-070.
           DISPLAY  SUF-ENT  DES-ENT
           MOVE     CHV-DSP  TO  COD-AUX.

       ROT-100-080.
           DISPLAY  MEN-005
           MOVE     "D"      TO  ORD-OPC
           ACCEPT   (15 38)  ORD-OPC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  ORD-OPC  NOT  =   "D"  AND  "C"
               GO  TO        ROT-100-080.
           DISPLAY  ORD-ENT.

       ROT-100-090.
           DISPLAY  MEN-006
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-090.
           DISPLAY  MEN-007
           OPEN     OUTPUT       RELATO
           MOVE     DIA-INI  TO  DI1-CB2
           MOVE     MES-INI  TO  ME1-CB2
           MOVE     ANO-INI  TO  AN1-CB2
           MOVE     DIA-FIN  TO  DI2-CB2
           MOVE     MES-FIN  TO  ME2-CB2
           MOVE     ANO-FIN  TO  AN2-CB2
           MOVE     ZEROS    TO  PAG-CB1  ACM-REG
                                 ACM-QBR  ACM-VAL
           MOVE     99999999 TO  QBR-ANT
           SORT     CADSRT   ON  ASCENDING  KEY  ORD-SRT
                                                 DTA-SRT  LCT-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           GO  TO   ROT-100-060.

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
           IF  QBR-ANT   =   99999999
               GO  TO        ROT-800-010.
           IF  ORD-OPC   =   "D"
               MOVE     QBR-ANT  TO  DTA-LCT
               MOVE     DIA-LCT  TO  DIA-EDT
               MOVE     MES-LCT  TO  MES-EDT
               MOVE     ANO-LCT  TO  ANO-EDT
               MOVE     "TOTAL DO DIA"  TO  DES-SB1
               MOVE     DTA-EDT  TO  CHV-SB1
           ELSE
               MOVE     QBR-ANT  TO  COD-QBR
               MOVE     PRX-QBR  TO  PRX-EDT
               MOVE     SUF-QBR  TO  SUF-EDT
               MOVE     "TOTAL CONTA"   TO  DES-SB1
               MOVE     COD-EDT  TO  CHV-SB1.
           MOVE     ACM-QBR  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      2        TO  ACM-LIN
           MOVE     ZEROS    TO  ACM-QBR.

       ROT-800-010.
           EXIT.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADDSP   CADLDP
           CHAIN   "DYN300"  USING   PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     ZEROS    TO  CHV-LDP
           MOVE     COD-AUX  TO  COD-LDP
           START    CADLDP   KEY NOT LESS CHV-LDP
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  COD-AUX  NOT  =   ZEROS  AND
               COD-LDP  NOT  =   COD-AUX
               GO  TO        ROT-500-090.
           IF  FLG-LDP  NOT  =   2
               GO  TO        ROT-500-020.
           MOVE     PGT-LDP  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           IF  ORD-OPC   =   "D"
               MOVE     DTA-LCT  TO  OR1-AUX
               MOVE     COD-LDP  TO  OR2-AUX
           ELSE
               MOVE     COD-LDP  TO  OR3-AUX
               MOVE     DTA-LCT  TO  OR4-AUX.
           MOVE     ORD-AUX  TO  ORD-SRT
           MOVE     DTA-LCT  TO  VEN-SRT
           MOVE     COD-LDP  TO  COD-SRT
           MOVE     DTA-LDP  TO  DTA-SRT
           MOVE     LCT-LDP  TO  LCT-SRT
           MOVE     HST-LDP  TO  HST-SRT
           MOVE     VAL-LDP  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           PERFORM  ROT-700-000
           THRU     ROT-700-010.

       ROT-600-020.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           IF  ORD-OPC   =   "D"
               MOVE     VEN-SRT  TO  QBR-AUX
           ELSE
               MOVE     COD-SRT  TO  QBR-AUX.
           IF  QBR-AUX  NOT  =   QBR-ANT
               PERFORM  ROT-800-000
               THRU     ROT-800-010
               MOVE     QBR-AUX  TO  QBR-ANT.
           IF  ACM-LIN  NOT  <   54
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           MOVE     COD-SRT  TO  CHV-DSP
           READ     CADDSP   INVALID  KEY
                    MOVE     SPACES   TO  DES-DSP.
           MOVE     VEN-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DT1
           MOVE     MES-LCT  TO  MES-DT1
           MOVE     ANO-LCT  TO  ANO-DT1
           MOVE     PRX-SRT  TO  PRX-DT1
           MOVE     SUF-SRT  TO  SUF-DT1
           MOVE     DES-DSP  TO  DES-DT1
           MOVE     HST-SRT  TO  HST-DT1
           MOVE     VAL-SRT  TO  VAL-DT1
           ADD      VAL-SRT  TO  ACM-QBR  ACM-VAL
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  ACM-REG
           GO  TO   ROT-600-020.

       ROT-600-080.
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           MOVE     ACM-VAL  TO  VAL-TT1
           MOVE     ACM-REG  TO  QTD-TT2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM TOT-002.

       ROT-600-090.
           EXIT.
