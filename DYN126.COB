       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN126.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADLPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPC.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FS-LOC.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

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

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

       FD  CADLOC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLOC.DAT".
       01  REG-LOC.
           03  CHV-LOC.
               05  PRX-LOC      PIC  9(01).
               05  SUF-LOC      PIC  9(03).
           03  SDL-LOC          PIC S9(06)V9.
           03  SDD-LOC          PIC S9(06)V9.

       FD  CADDVC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVC.DAT".
       01  REG-DVC.
           03  CHV-DVC.
               05  FOR-DVC      PIC  9(03).
               05  DTA-DVC      PIC  9(06).
               05  LCT-DVC      PIC  9(03).
           03  LCP-DVC.
               05  PRX-DVC      PIC  9(01).
               05  SUF-DVC      PIC  9(03).
               05  DTC-DVC      PIC  9(06).
               05  LCC-DVC      PIC  9(03).
           03  NTF-DVC          PIC  9(06).
           03  NTD-DVC          PIC  9(06).
           03  QTD-DVC          PIC  9(06).
           03  CST-DVC          PIC  9(07)V9999.
           03  VAL-DVC          PIC  9(10)V99.
           03  ABT-DVC          PIC  9(10)V99.
           03  SDC-DVC          PIC  9(10)V99.
           03  MOT-DVC          PIC  X(20).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-LOC           PIC  X(02).
           03  FS-ARQ           PIC  X(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS          PIC  9(06).
           03  NSD-AUX          PIC S9(06)V9.
           03  CTM-AUX          PIC S9(07)V9999.
           03  RST-AUX          PIC S9(10)V99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "DEVOLUCAO DE COMPRAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02 FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 11 PIC X(57) FROM " ? Codigo .....:  -    
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 11 PIC X(57) FROM " ? Descricao ..:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 11 PIC X(57) FROM " ? Custo Unit. :       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 11 PIC X(57) FROM " ? Duplicata ..:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 11 PIC X(57) FROM " ? Quantidade .:       
      -       "         Nota Fiscal :          ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 11 PIC X(57) FROM " ? Lancamento .:       
      -       "         Data .......:   /  /   ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 11 PIC X(57) FROM " ? Fornecedor .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 11 PIC X(57) FROM " ? Qtd. Devol. :       
      -       "         NF Devolucao:          ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 11 PIC X(57) FROM " ? Valor Devol.:       
      -       "         Abatido :              ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 11 PIC X(57) FROM " ? Motivo .....:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 13 PIC X(57) FROM SPACES.

       01  ENT-001.
           03  PRX-ENT LINE 08 COLUMN 28 PIC 9(01) FROM PRX-LCP
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 08 COLUMN 30 PIC 9(03) FROM SUF-LCP
                       BACKGROUND-COLOR  01.
           03  LCT-ENT LINE 14 COLUMN 27 PIC 9(03) USING LCT-LCP
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 14 COLUMN 57 PIC 9(02) USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 14 COLUMN 60 PIC 9(02) USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 14 COLUMN 63 PIC 9(02) USING ANO-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  DES-ENT LINE 09 COLUMN 28 PIC X(25) FROM DES-EST
                       BACKGROUND-COLOR  01.
           03  CST-ENT LINE 10 COLUMN 28 PIC ZZZZZZ9,9999 FROM CST-LCP
                       BACKGROUND-COLOR  01.
           03  QTD-ENT LINE 13 COLUMN 27 PIC ------9 FROM QTD-LCP
                       BACKGROUND-COLOR  01.
           03  NTF-ENT LINE 13 COLUMN 57 PIC 9(06)  FROM NTF-LCP
                       BACKGROUND-COLOR  01.
           03  FOR-ENT LINE 15 COLUMN 28 PIC 9(03)  FROM CHV-FOR
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 15 COLUMN 32 PIC X(25)  FROM NOM-FOR
                       BACKGROUND-COLOR  01.

       01  ENT-003  LINE 11 COLUMN 28 PIC X(20) FROM "EM ABERTO"
                    BACKGROUND-COLOR  01.

       01  ENT-004  LINE 11 COLUMN 28 PIC X(20) FROM "JA PAGA"
                    BACKGROUND-COLOR  01.

       01  ENT-005  LINE 11 COLUMN 28 PIC X(20) FROM "SEM DUPLICATA"
                    BACKGROUND-COLOR  01.

       01  ENT-006.
           03  QDV-ENT LINE 17 COLUMN 27 PIC ZZZZZZ9 USING QTD-DVC
                       BACKGROUND-COLOR  01.
           03  NTD-ENT LINE 17 COLUMN 57 PIC 9(06)  USING NTD-DVC
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 18 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VAL-DVC     BACKGROUND-COLOR  01.
           03  ABT-ENT LINE 18 COLUMN 53 PIC ZZ.ZZZ.ZZ9,99
                       FROM  ABT-DVC     BACKGROUND-COLOR  01.
           03  MOT-ENT LINE 19 COLUMN 28 PIC X(20)  USING MOT-DVC
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-SUF LINE 08 COLUMN 30 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 09 COLUMN 28 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-CST LINE 10 COLUMN 28 PIC X(12) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DUP LINE 11 COLUMN 28 PIC X(20) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QTD LINE 13 COLUMN 27 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NTF LINE 13 COLUMN 57 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-LCT LINE 14 COLUMN 27 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DIA LINE 14 COLUMN 57 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-MES LINE 14 COLUMN 60 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-ANO LINE 14 COLUMN 63 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-FOR LINE 15 COLUMN 28 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOF LINE 15 COLUMN 32 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QDV LINE 17 COLUMN 27 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NTD LINE 17 COLUMN 57 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VAL LINE 18 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-ABT LINE 18 COLUMN 53 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-MOT LINE 19 COLUMN 28 PIC X(20) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PRODUTO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA CO
      -            "MPRA  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "LANCAMENTO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "COMPRA INEXISTENTE 
      -            "!!!  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "COMPRA JA TOTALMENT
      -            "E DEVOLVIDA !!!  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A QUANTIDADE
      -            " A DEVOLVER  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "QUANTIDADE SUPERIOR
      -            " A COMPRA OU AO SALDO !!!  -  TECLE [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "NOTA FISCAL DE DEVOLUCAO  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MOTIVO DA 
      -            "DEVOLUCAO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A DEVOLUCAO  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DEVOLUCAO EFETUADA 
      -            "COM SUCESSO  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DEVOLUCAO EFETUADA 
      -            "- CREDITO SEM DUPLICATA P/ ABATER  -  [ENTER] .."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS      FROM     DATE.
           OPEN     I-O      CADEST   CADLCP
                             CADLDP   CADLPC
           OPEN     INPUT    CADFOR
           OPEN     I-O      CADLOC
           OPEN     I-O      CADDVC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDVC
               CLOSE    CADDVC
               OPEN     I-O      CADDVC.

       ROT-100-000.
           DISPLAY  LPA-001  MEN-001
           MOVE     0   TO   PRX-LCP
           ACCEPT   (08 28)  PRX-LCP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  PRX-LCP   =   0
               GO  TO        ROT-100-000.

       ROT-100-010.
           DISPLAY  MEN-001
           MOVE     0   TO   SUF-LCP
           ACCEPT   (08 30)  SUF-LCP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SUF-LCP   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     PRX-LCP  TO  PRX-EST
           MOVE     SUF-LCP  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           DISPLAY  DES-ENT.

       ROT-100-020.
           DISPLAY  MEN-002
           MOVE     ZEROS    TO  DTA-AUX
           ACCEPT   (14 57)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DIA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  DIA-AUX   <   1  OR  > 31
               GO  TO        ROT-100-020.

       ROT-100-030.
           ACCEPT   (14 60)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MES-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  MES-AUX   <   1  OR  > 12
               GO  TO        ROT-100-030.

       ROT-100-040.
           ACCEPT   (14 63)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ANO-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-003
           MOVE     ZEROS    TO  LCT-LCP
           ACCEPT   (14 27)  LCT-LCP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LCT-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  LCT-LCP   =   ZEROS
               GO  TO        ROT-100-050.
           MOVE     DTA-AUX  TO  DTA-LCP
           READ     CADLCP   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-050.
           MOVE     FOR-LCP  TO  CHV-FOR
           MOVE     SPACES   TO  NOM-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           DISPLAY  ENT-002
           IF  QTD-LCP   NOT  >   ZEROS
               DISPLAY  MEN-005
               ACCEPT   OPC-001
               GO  TO   ROT-100-100.
           MOVE     ZEROS    TO  QTD-DVC  NTD-DVC
                                 VAL-DVC  ABT-DVC
           MOVE     SPACES   TO  MOT-DVC.

       ROT-100-060.
           MOVE     CHV-LCP  TO  CHV-LPC
           READ     CADLPC   INVALID KEY
                    DISPLAY  ENT-005
                    GO  TO   ROT-100-070.
           MOVE     DPG-LPC  TO  CHV-LDP
           READ     CADLDP   INVALID KEY
                    DISPLAY  ENT-005
                    GO  TO   ROT-100-070.
           IF  FLG-LDP   =   2  OR  5
               DISPLAY  ENT-004
           ELSE
               DISPLAY  ENT-003.

       ROT-100-070.
           DISPLAY  MEN-006
           ACCEPT   (17 27)  QTD-DVC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  QDV-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-100.
           IF  QTD-DVC   =   ZEROS
               GO  TO        ROT-100-070.
           IF  QTD-DVC   >   QTD-LCP  OR  QTD-DVC  >  SDO-EST
               DISPLAY  MEN-007
               ACCEPT   OPC-001
               GO  TO   ROT-100-070.
           COMPUTE  VAL-DVC  ROUNDED  =  QTD-DVC  *  CST-LCP
           DISPLAY  VAL-ENT.

       ROT-100-080.
           DISPLAY  MEN-008
           ACCEPT   (17 57)  NTD-DVC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NTD-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  NTD-DVC   =   ZEROS
               GO  TO        ROT-100-080.

       ROT-100-090.
           DISPLAY  MEN-009
           ACCEPT   (19 28)  MOT-DVC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MOT-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.

       ROT-100-095.
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-100-090.
           PERFORM  ROT-300-000  THRU  ROT-300-020
           SUBTRACT QTD-DVC  FROM QTD-LCP
           REWRITE  REG-LCP
           MOVE     FOR-LCP  TO  FOR-DVC
           MOVE     CHV-LCP  TO  LCP-DVC
           MOVE     NTF-LCP  TO  NTF-DVC
           MOVE     CST-LCP  TO  CST-DVC
           MOVE     VAL-DVC  TO  RST-AUX
           PERFORM  ROT-400-000  THRU  ROT-400-010
           IF  RST-AUX   >   ZEROS
               PERFORM  ROT-500-000  THRU  ROT-500-030.
           MOVE     RST-AUX  TO  SDC-DVC
           PERFORM  ROT-600-000  THRU  ROT-600-020
           DISPLAY  ABT-ENT
           IF  RST-AUX   >   ZEROS
               DISPLAY  MEN-012
           ELSE
               DISPLAY  MEN-011.
           ACCEPT   OPC-001.

       ROT-100-100.
           DISPLAY  LPA-001
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADEST   CADLCP
                    CADLDP   CADLPC
                    CADFOR   CADLOC
                    CADDVC
           CHAIN   "DYN100"  USING   PRM-001.

       ROT-300-000.
           COMPUTE  NSD-AUX  =  SDO-EST  -  QTD-DVC
           IF  NSD-AUX   >   ZEROS
               COMPUTE  CTM-AUX  ROUNDED  =  (CTM-EST  *  SDO-EST  -
                        CST-LCP  *  QTD-DVC)  /  NSD-AUX
               IF  CTM-AUX   >   ZEROS
                   MOVE     CTM-AUX  TO  CTM-EST.
           IF  VDA-EST   NOT  =   ZEROS
               COMPUTE  PCT-EST  =  (VDA-EST - CTM-EST) * 100 / VDA-EST.
           MOVE     NSD-AUX  TO  SDO-EST
           REWRITE  REG-EST
           MOVE     PRX-EST  TO  PRX-LOC
           MOVE     SUF-EST  TO  SUF-LOC
           READ     CADLOC   INVALID  KEY
                    GO  TO   ROT-300-020.
           SUBTRACT QTD-DVC  FROM SDD-LOC
           REWRITE  REG-LOC.

       ROT-300-020.
           EXIT.

       ROT-400-000.
           MOVE     CHV-LCP  TO  CHV-LPC
           READ     CADLPC   INVALID KEY
                    GO  TO   ROT-400-010.
           MOVE     DPG-LPC  TO  CHV-LDP
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-400-010.
           PERFORM  ROT-450-000  THRU  ROT-450-010.

       ROT-400-010.
           EXIT.

       ROT-450-000.
           IF  FLG-LDP   =   2  OR  5
               GO  TO        ROT-450-010.
           IF  VAL-LDP   >   RST-AUX
               SUBTRACT RST-AUX  FROM VAL-LDP
               ADD      RST-AUX  TO   ABT-DVC
               MOVE     ZEROS    TO   RST-AUX
               REWRITE  REG-LDP
               GO  TO   ROT-450-010.
           ADD      VAL-LDP  TO   ABT-DVC
           SUBTRACT VAL-LDP  FROM RST-AUX
           DELETE   CADLDP
           DELETE   CADLPC.

       ROT-450-010.
           EXIT.

       ROT-500-000.
           MOVE     ZEROS    TO  CHV-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-500-030.

       ROT-500-010.
           READ     CADLCP   NEXT  AT END
                    GO  TO   ROT-500-030.
           IF  FOR-LCP   NOT  =   FOR-DVC
               GO  TO        ROT-500-010.
           MOVE     CHV-LCP  TO  CHV-LPC
           READ     CADLPC   INVALID KEY
                    GO  TO   ROT-500-010.
           MOVE     DPG-LPC  TO  CHV-LDP
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-500-010.
           PERFORM  ROT-450-000  THRU  ROT-450-010
           IF  RST-AUX   >   ZEROS
               GO  TO        ROT-500-010.

       ROT-500-030.
           EXIT.

       ROT-600-000.
           MOVE     DTA-SYS  TO  DTA-DVC
           MOVE     ZEROS    TO  LCT-DVC.

       ROT-600-010.
           ADD      1        TO  LCT-DVC
           WRITE    REG-DVC  INVALID KEY
                    GO  TO   ROT-600-010.

       ROT-600-020.
           EXIT.
