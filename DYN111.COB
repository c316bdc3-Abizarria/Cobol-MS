       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN111.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADATV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADATV.DAT".
       01  REG-ATV.
           03  CHV-ATV          PIC  9(01).
           03  DES-ATV          PIC  X(15).

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

       FD  CADCSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSD.DAT".
       01  REG-CSD.
           03  CHV-CSD.
               05  PRX-CSD      PIC  9(01).
               05  SUF-CSD      PIC  9(03).
               05  DTA-CSD      PIC  9(06).
           03  CTM-CSD          PIC  9(07)V9999.
           03  QTD-CSD          PIC  9(06)V9.
           03  VAL-CSD          PIC  9(10)V99.

       FD  CADPRM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRM.DAT".
       01  REG-PRM.
           03  COD-PRM          PIC  9(05).
           03  CLI-PRM          PIC  9(02)  OCCURS  36.
           03  END-PRM          PIC  9(02)  OCCURS  35.
           03  CID-PRM          PIC  9(02)  OCCURS  20.
           03  EST-PRM          PIC  9(02)  OCCURS  02.
           03  CEP-PRM          PIC  9(08).
           03  CGC-PRM          PIC  9(14).
           03  INS-PRM          PIC  9(02)  OCCURS  15.
           03  MUN-PRM          PIC  9(07).
           03  COD-PST          PIC  9(03).
           03  LIM-SGR          PIC  9(08)V99.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  GRP-INI          PIC  9(01).
           03  GRP-FIN          PIC  9(01).
           03  PRX-ANT          PIC  9(01).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).
           03  ACM-QTD          PIC  9(08)V9.
           03  ACM-VAL          PIC S9(11)V99.
           03  ACM-CST          PIC S9(11)V99.
           03  GRP-QTD          PIC  9(05).
           03  GRP-VAL          PIC S9(12)V99.
           03  GRP-CST          PIC S9(12)V99.
           03  GER-QTD          PIC  9(05).
           03  GER-VAL          PIC S9(12)V99.
           03  GER-CST          PIC S9(12)V99.
           03  LUC-AUX          PIC S9(12)V99.
           03  PCT-AUX          PIC S9(03)V99.

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

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(36)  VALUE
      -        "RELACAO DE VENDAS POR PRODUTO".
           03  ATV-CB2          PIC  X(36).
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(32)  VALUE
      -        "CODGO DESCRICAO DO PRODUTO".
           03  FILLER           PIC  X(48)  VALUE
      -        "  QUANTIDADE         VENDA         CUSTO MARGEM%".

       01  CAB-005.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DI1-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME1-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-CB5          PIC  9(04).
           03  FILLER           PIC  X(07)  VALUE  "  ATE ".
           03  DI2-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME2-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-CB5          PIC  9(04).

       01  DET-001.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(26).
           03  QTD-DT1          PIC  ZZ.ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  ---9,99.

       01  DET-002.
           03  FILLER           PIC  X(08)  VALUE  "GRUPO :".
           03  PRX-DT2          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  DES-DT2          PIC  X(15).

       01  TOT-001.
           03  FILLER           PIC  X(32)  VALUE
      -        "     - TOTAL DO GRUPO .........".
           03  QTD-TT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(07)  VALUE  " ITENS".
           03  VAL-TT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-TT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-TT1          PIC  ---9,99.

       01  TOT-002.
           03  FILLER           PIC  X(32)  VALUE
      -        "     - TOTAL GERAL ............".
           03  QTD-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(07)  VALUE  " ITENS".
           03  VAL-TT2          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-TT2          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-TT2          PIC  ---9,99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RELACAO DE VENDAS POR PRODUTO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR 00.

       01  TLA-002.
           03  LINE 09 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 29 PIC X(21) FROM " ?                  ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 29 PIC X(21) FROM " ?  Relacao Total   ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 29 PIC X(21) FROM " ?                  ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 31 PIC X(21) FROM SPACES.

       01  TLA-003.
           03  LINE 09 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 22 PIC X(37) FROM " ?  Grupo :    -       
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 24 PIC X(37) FROM SPACES.

       01  TLA-004.
           03  LINE 16 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 22 PIC X(37) FROM " ?  Periodo :   /  /  a
      -       "te   /  /    ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 24 PIC X(37) FROM SPACES.

       01  ENT-001.
           03  LINE 11 COLUMN 34 PIC 9(01) USING CHV-ATV
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC X(15) USING DES-ATV
               BACKGROUND-COLOR  01.

       01  ENT-002.
           03  DI1-ENT LINE 17 COLUMN 36 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 17 COLUMN 39 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 17 COLUMN 42 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 17 COLUMN 48 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 17 COLUMN 51 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 17 COLUMN 54 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 11 COLUMN 34 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC X(15) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 16 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM VENDAS 
      -            "NO PERIODO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RELACAO DE VENDAS ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "GRUPO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "RELACAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DO PERIODO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DO PERIODO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT  CADATV CADEST CADCSD CADPRM
           READ     CADPRM
           MOVE     1        TO   IND2.

       ROT-000-010.
           MOVE     CLI-PRM (IND2 + 1)  TO IND3
           MOVE     LET-TAB (IND3)  TO  LET-NOM (IND2)
           ADD      1   TO   IND2
           IF  IND2  <  36
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  LET-NOM (IND2)
           ACCEPT   DTA-SYS  FROM   DATE  YYYYMMDD.
           MOVE     NOM-TAB  TO  NOM-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN
           IF  PRM-001   =   1
               GO  TO        ROT-100-000.
           GO  TO   ROT-200-000.

       ROT-000-020.
           MOVE     5    TO  PRM-001
           CLOSE    CADATV   CADEST   CADCSD   CADPRM
           CHAIN   "DYN100"  USING  PRM-001.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     0        TO  GRP-INI
           MOVE     9        TO  GRP-FIN
           MOVE     SPACES   TO  ATV-CB2.

       ROT-150-000.
           DISPLAY  TLA-004  MEN-007
           ACCEPT   (17 36)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-060.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-150-000.
           DISPLAY  DI1-ENT.

       ROT-150-010.
           ACCEPT   (17 39)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-000.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-150-010.
           DISPLAY  ME1-ENT.

       ROT-150-020.
           ACCEPT   (17 42)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-010.
           DISPLAY  AN1-ENT
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-INI.

       ROT-150-030.
           DISPLAY  MEN-008
           ACCEPT   (17 48)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-150-030.
           DISPLAY  DI2-ENT.

       ROT-150-040.
           ACCEPT   (17 51)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-030.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-150-040.
           DISPLAY  ME2-ENT.

       ROT-150-050.
           ACCEPT   (17 54)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-040.
           DISPLAY  AN2-ENT
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-FIN
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-150-030.
           GO  TO   ROT-100-010.

       ROT-150-060.
           DISPLAY  LPA-002
           IF  PRM-001   =   1
               GO  TO        ROT-000-020.
           GO  TO   ROT-200-000.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-001
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-050.

       ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-006
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-020.
           GO  TO   ROT-300-000.

       ROT-200-000.
           DISPLAY  TLA-003  LPA-001.

       ROT-200-010.
           MOVE     0   TO   CHV-ATV
           DISPLAY  MEN-004
           ACCEPT   (11 34)  CHV-ATV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-020.
           READ     CADATV   INVALID KEY
                    GO  TO   ROT-200-010.
           DISPLAY  ENT-001
           MOVE     CHV-ATV  TO  GRP-INI  GRP-FIN
           MOVE     DES-ATV  TO  ATV-CB2
           GO  TO   ROT-150-000.

       ROT-300-000.
           DISPLAY  MEN-003
           MOVE     ZEROS    TO  GER-QTD  GER-VAL  GER-CST
           MOVE     GRP-INI  TO  PRX-EST
           MOVE     ZEROS    TO  SUF-EST
           START    CADEST   KEY NOT LESS CHV-EST
                    INVALID  KEY GO  TO   ROT-300-060.

       ROT-300-010.
           READ     CADEST   NEXT AT END
                    GO  TO   ROT-300-060.
           IF  PRX-EST   >   GRP-FIN
               GO  TO        ROT-300-060.
           PERFORM  ROT-310-000  THRU  ROT-310-030
           IF  ACM-QTD   =   ZEROS  AND  ACM-VAL  =  ZEROS
               GO  TO        ROT-300-010.
           IF  GER-QTD   =   ZEROS
               PERFORM       ROT-300-100  THRU  ROT-300-105
               GO  TO        ROT-300-015.
           IF  PRX-EST   =   PRX-ANT
               GO  TO        ROT-300-020.
           PERFORM  ROT-300-040.

       ROT-300-015.
           PERFORM  ROT-300-030.

       ROT-300-020.
           IF  ACM-LIN  NOT  <   54
               PERFORM       ROT-300-110.
           MOVE     PRX-EST  TO  PRX-DT1
           MOVE     SUF-EST  TO  SUF-DT1
           MOVE     DES-EST  TO  DES-DT1
           MOVE     ACM-QTD  TO  QTD-DT1
           MOVE     ACM-VAL  TO  VAL-DT1
           MOVE     ACM-CST  TO  CST-DT1
           COMPUTE  LUC-AUX  =   ACM-VAL  -  ACM-CST
           MOVE     ZEROS    TO  PCT-AUX
           IF  ACM-VAL  NOT  =   ZEROS
               COMPUTE  PCT-AUX  =  LUC-AUX  *  100  /  ACM-VAL.
           MOVE     PCT-AUX  TO  PCT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  GRP-QTD  GER-QTD
           ADD      ACM-VAL  TO  GRP-VAL  GER-VAL
           ADD      ACM-CST  TO  GRP-CST  GER-CST
           GO  TO   ROT-300-010.

       ROT-300-030.
           IF  ACM-LIN   >   50
               PERFORM       ROT-300-110.
           MOVE     PRX-EST  TO  PRX-ANT  PRX-DT2  CHV-ATV
           READ     CADATV   INVALID  KEY
                    MOVE     SPACES   TO  DES-ATV.
           MOVE     DES-ATV  TO  DES-DT2
           WRITE    REG-REL FROM DET-002  AFTER  2
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      3        TO  ACM-LIN
           MOVE     ZEROS    TO  GRP-QTD  GRP-VAL  GRP-CST.

       ROT-300-040.
           MOVE     GRP-QTD  TO  QTD-TT1
           MOVE     GRP-VAL  TO  VAL-TT1
           MOVE     GRP-CST  TO  CST-TT1
           COMPUTE  LUC-AUX  =   GRP-VAL  -  GRP-CST
           MOVE     ZEROS    TO  PCT-AUX
           IF  GRP-VAL  NOT  =   ZEROS
               COMPUTE  PCT-AUX  =  LUC-AUX  *  100  /  GRP-VAL.
           MOVE     PCT-AUX  TO  PCT-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           ADD      2        TO  ACM-LIN.

       ROT-300-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  GER-QTD   =   ZEROS
               DISPLAY  MEN-002
               ACCEPT   OPC-001
               GO  TO        ROT-300-070.
           PERFORM  ROT-300-040
           MOVE     GER-QTD  TO  QTD-TT2
           MOVE     GER-VAL  TO  VAL-TT2
           MOVE     GER-CST  TO  CST-TT2
           COMPUTE  LUC-AUX  =   GER-VAL  -  GER-CST
           MOVE     ZEROS    TO  PCT-AUX
           IF  GER-VAL  NOT  =   ZEROS
               COMPUTE  PCT-AUX  =  LUC-AUX  *  100  /  GER-VAL.
           MOVE     PCT-AUX  TO  PCT-TT2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TOT-002
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-005
           ACCEPT   OPC-001.

       ROT-300-070.
           DISPLAY  LPA-002
           IF  PRM-001   =   1
               GO  TO        ROT-000-020.
           GO  TO   ROT-200-000.

       ROT-300-100.
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DIA-LCT  TO  DI1-CB5
           MOVE     MES-LCT  TO  ME1-CB5
           MOVE     ANO-LCT  TO  AN1-CB5
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DIA-LCT  TO  DI2-CB5
           MOVE     MES-LCT  TO  ME2-CB5
           MOVE     ANO-LCT  TO  AN2-CB5
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER 0.

       ROT-300-105.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-300-110.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-300-105.

       ROT-310-000.
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL  ACM-CST
           MOVE     PRX-EST  TO  PRX-CSD
           MOVE     SUF-EST  TO  SUF-CSD
           MOVE     ZEROS    TO  DTA-CSD
           START    CADCSD   KEY NOT LESS CHV-CSD
                    INVALID  KEY GO  TO   ROT-310-030.

       ROT-310-010.
           READ     CADCSD   NEXT AT END
                    GO  TO   ROT-310-030.
           IF  PRX-CSD  NOT  =   PRX-EST  OR
               SUF-CSD  NOT  =   SUF-EST
               GO  TO        ROT-310-030.
           MOVE     DTA-CSD  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-310-010.
           ADD      QTD-CSD  TO  ACM-QTD
           ADD      VAL-CSD  TO  ACM-VAL
           COMPUTE  ACM-CST  ROUNDED  =  ACM-CST
                             +   QTD-CSD  *  CTM-CSD
           GO  TO   ROT-310-010.

       ROT-310-030.
           EXIT.

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
