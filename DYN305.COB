       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN305.
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
           03  VEN-SRT          PIC  9(08).
           03  COD-SRT.
               05  PRX-SRT      PIC  9(01).
               05  SUF-SRT      PIC  9(03).
           03  DTA-SRT          PIC  9(06).
           03  LCT-SRT          PIC  9(03).
           03  FLG-SRT          PIC  9(01).
           03  HST-SRT          PIC  X(20).
           03  VAL-SRT          PIC S9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-VAL          PIC S9(11)V99.
           03  ACM-VCD          PIC S9(11)V99.
           03  ACM-AVC          PIC S9(11)V99.
           03  COD-AUX          PIC  9(04).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).
           03  LIM-SYS          PIC  9(08).

           03  REG-TAB          PIC  X(58)  OCCURS  510.

           03  LIN-001          PIC  X(58).
           03  LIN-002          PIC  X(58).
           03  LIN-003          PIC  X(58).
           03  LIN-004          PIC  X(58).
           03  LIN-005          PIC  X(58).
           03  LIN-006          PIC  X(58).
           03  LIN-007          PIC  X(58).
           03  LIN-008          PIC  X(58).
           03  LIN-009          PIC  X(58).
           03  LIN-010          PIC  X(58).
           03  LIN-011          PIC  X(58).

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

       01  DET-001.
           03  DIA-DET          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DET          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DET          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  PRX-DET          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DET          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  HST-DET          PIC  X(22).
           03  VAL-DET          PIC  --.---.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(40)  VALUE
      -        "                    TOTAL PENDENTE  R$".
           03  VAL-TOT          PIC ---.---.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(40)  VALUE
      -        "                     TOTAL VENCIDO  R$".
           03  VAL-VCD          PIC ---.---.---.--9,99.

       01  TOT-003.
           03  FILLER           PIC  X(40)  VALUE
      -        "                    TOTAL A VENCER  R$".
           03  VAL-AVC          PIC ---.---.---.--9,99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
      -        "CONSULTA DE PENDENCIAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-003              PIC  X(80)  VALUE
      -    " VENCTO    CONTA   HISTORICO                VALOR PENDENTE".

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONSULTA PENDENCIAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 16 PIC X(48) FROM " ?  Vencimento de :    
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
           03  LINE 15 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 18 PIC X(48) FROM SPACES.

       01  TLA-003.
           03  LINE 05 COLUMN 07 PIC X(66) FROM " ??????????????????????
      -       "???????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 07 PIC X(66) FROM " ?   VENCTO    CONTA   
      -       "HISTORICO                VALOR PENDENTE   ?"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 07 PIC X(66) FROM " ??????????????????????
      -       "???????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 09 PIC X(66) FROM SPACES.

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

       01  LPA-001.
           03  LPA-SUF LINE 12 COLUMN 40 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 13 COLUMN 38 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 08 COLUMN 11 PIC X(58) USING LIN-001
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 11 PIC X(58) USING LIN-002
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 11 PIC X(58) USING LIN-003
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 11 PIC X(58) USING LIN-004
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 11 PIC X(58) USING LIN-005
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 11 PIC X(58) USING LIN-006
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 11 PIC X(58) USING LIN-007
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 11 PIC X(58) USING LIN-008
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 11 PIC X(58) USING LIN-009
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 11 PIC X(58) USING LIN-010
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 11 PIC X(58) USING LIN-011
               BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 05 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 06 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            " INICIAL  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            " FINAL  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA OU Z
      -            "EROS P/ TODAS  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PESQUI
      -            "SANDO PENDENCIAS ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM PENDENC
      -            "IAS NO PERIODO !!!  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "MEMORIA INSUFICIENT
      -            "E P/ CONSULTA EM TELA  -  TECLE [ESC] !!!       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "USE AS SETAS P/ ROL
      -            "AR A TELA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 80 PIC X(01) FROM " "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DESEJA CONSULTAR NA
      -            " TELA ? [S/N]  [ ]  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO A LISTAGEM ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM ENCERRADA 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 49 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADDSP
                             CADLDP
           ACCEPT   DTA-SYS  FROM   DATE  YYYYMMDD
           MOVE     DTA-SYS  TO  LIM-SYS
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 38)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
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
           DISPLAY  LPA-SUF  LPA-DES  MEN-003
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
           MOVE     ZEROS    TO  IND1  ACM-VAL
                                 ACM-VCD  ACM-AVC
           SORT     CADSRT   ON  ASCENDING  KEY  VEN-SRT  COD-SRT
                                                 DTA-SRT  LCT-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           IF  IND1      =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-006
               ACCEPT   OPC-001
               GO  TO        ROT-100-060.
           IF  IND1      >   500
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-007
               ACCEPT   OPC-001
               GO  TO        ROT-100-060.

       ROT-200-000.
           MOVE     ACM-VAL  TO  VAL-TOT
           MOVE     SPACES   TO  REG-TAB (IND1 + 1)
           MOVE     TOT-001  TO  REG-TAB (IND1 + 2)
           MOVE     ACM-VCD  TO  VAL-VCD
           MOVE     TOT-002  TO  REG-TAB (IND1 + 3)
           MOVE     ACM-AVC  TO  VAL-AVC
           MOVE     TOT-003  TO  REG-TAB (IND1 + 4)
           ADD      4        TO  IND1
           MOVE     IND1     TO  IND2.

       ROT-200-010.
           ADD      1        TO  IND1
           MOVE     SPACES   TO  REG-TAB (IND1)
           IF  IND1 <  510
               GO  TO        ROT-200-010.

       ROT-200-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  RSP-OPC   =   "N"
               GO  TO        ROT-250-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-200-020.
           DISPLAY  TLA-003
           MOVE     ZEROS    TO  IND1.

       ROT-200-050.
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
           ADD      11  TO   IND1
           DISPLAY  LPA-002  MEN-008.

       ROT-200-060.
           MOVE     " "  TO  RSP-OPC
           ACCEPT   (22 80)  RSP-OPC  WITH  AUTO-SKIP
           DISPLAY  MEN-009
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   99
               GO  TO        ROT-200-070.
           IF  TECLADO  NOT  =   00
               GO  TO        ROT-200-080.
           IF  IND1  NOT  <  IND2
               GO  TO        ROT-200-060.
           GO  TO   ROT-200-050.

       ROT-200-070.
           IF  IND1   <  12
               GO  TO        ROT-200-060.
           COMPUTE  IND1  =  IND1  -  22
           GO  TO   ROT-200-050.

       ROT-200-080.
           DISPLAY  LPA-003
                    TLA-002  ENT-001
           GO  TO   ROT-100-060.

       ROT-250-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-250-000.
           DISPLAY  MEN-012
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  IND1
           WRITE    REG-REL FROM CAB-001  AFTER  0.

       ROT-250-010.
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-002
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-250-020.
           ADD      1        TO  IND1
           IF  IND1      >   IND2
               GO  TO        ROT-250-030.
           WRITE    REG-REL FROM REG-TAB (IND1)
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-250-020.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           GO  TO   ROT-250-010.

       ROT-250-030.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-100-060.

       ROT-300-000.
           MOVE     4   TO  PRM-001
           CLOSE    CADDSP  CADLDP
           CHAIN   "DYN300"  USING  PRM-001.

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

       ROT-500-000  SECTION.

       ROT-500-010.
           IF  COD-AUX   =   ZEROS  AND  ANO-INI  <  50
               GO  TO        ROT-500-015.
           MOVE     ZEROS    TO  CHV-LDP
           MOVE     COD-AUX  TO  COD-LDP
           START    CADLDP   KEY NOT LESS CHV-LDP
                    INVALID  KEY GO  TO   ROT-500-090.
           GO  TO   ROT-500-020.

       ROT-500-015.
           MOVE     DTA-INI  TO  PGT-LDP
           START    CADLDP   KEY NOT LESS PGT-LDP
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  COD-AUX  NOT  =   ZEROS  AND
               COD-LDP  NOT  =   COD-AUX
               GO  TO        ROT-500-090.
           IF  FLG-LDP   =   2
               GO  TO        ROT-500-020.
           MOVE     PGT-LDP  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  COD-AUX   =   ZEROS  AND  ANO-INI  <  50  AND
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-090.
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           MOVE     DTA-LCT  TO  VEN-SRT
           MOVE     COD-LDP  TO  COD-SRT
           MOVE     DTA-LDP  TO  DTA-SRT
           MOVE     LCT-LDP  TO  LCT-SRT
           MOVE     FLG-LDP  TO  FLG-SRT
           MOVE     HST-LDP  TO  HST-SRT
           MOVE     VAL-LDP  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-090.
           ADD      VAL-SRT  TO  ACM-VAL
           IF  VEN-SRT   <   LIM-SYS
               ADD  VAL-SRT  TO  ACM-VCD
           ELSE
               ADD  VAL-SRT  TO  ACM-AVC.
           IF  IND1      >   500
               GO  TO        ROT-600-010.
           ADD      1        TO  IND1
           IF  IND1      >   500
               GO  TO        ROT-600-010.
           MOVE     VEN-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DET
           MOVE     MES-LCT  TO  MES-DET
           MOVE     ANO-LCT  TO  ANO-DET
           MOVE     PRX-SRT  TO  PRX-DET
           MOVE     SUF-SRT  TO  SUF-DET
           MOVE     HST-SRT  TO  HST-DET
           MOVE     VAL-SRT  TO  VAL-DET
           MOVE     DET-001  TO  REG-TAB (IND1)
           GO  TO   ROT-600-010.

       ROT-600-090.
           EXIT.
