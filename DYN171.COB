       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN171.
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

           SELECT      CADFER        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FER.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD
                       FILE          STATUS  IS  FS-CSD.

           SELECT      CADNCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NCP
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
               05  DTA-LCP.
                   07  ANO-LCP  PIC  9(02).
                   07  MES-LCP  PIC  9(02).
                   07  DIA-LCP  PIC  9(02).
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

       FD  CADFER      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFER.DAT".
       01  REG-FER.
           03  CHV-FER.
               05  ANO-FER      PIC  9(02).
               05  MES-FER      PIC  9(02).
               05  DIA-FER      PIC  9(02).
           03  NOM-FER          PIC  X(20).

       FD  CADCMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMP.DAT".
       01  REG-CMP.
           03  CHV-CMP          PIC  9(04).
           03  SIT-CMP          PIC  9(01).
           03  DTF-CMP          PIC  9(06).
           03  OPF-CMP          PIC  9(04).
           03  DTR-CMP          PIC  9(06).
           03  OPR-CMP          PIC  9(04).

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

       FD  CADNCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNCP.DAT".
       01  REG-NCP.
           03  CHV-NCP.
               05  PRX-NCP      PIC  9(01).
               05  SUF-NCP      PIC  9(03).
               05  DTA-NCP      PIC  9(06).
               05  LCT-NCP      PIC  9(03).
           03  DTL-NCP          PIC  9(06).
           03  LCC-NCP          PIC  9(03).
           03  NTF-NCP          PIC  9(06).
           03  NTC-NCP          PIC  9(06).
           03  FOR-NCP          PIC  9(03).
           03  QTD-NCP          PIC S9(06).
           03  QES-NCP          PIC S9(06)V9.
           03  VAL-NCP          PIC  9(10)V99.
           03  VES-NCP          PIC  9(10)V99.
           03  CMV-NCP          PIC  9(10)V99.
           03  CTA-NCP          PIC  9(07)V9999.
           03  CTN-NCP          PIC  9(07)V9999.
           03  DPG-NCP.
               05  COD-NCP      PIC  9(04).
               05  DTD-NCP      PIC  9(06).
               05  LCD-NCP      PIC  9(03).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FS-CSD           PIC  X(02).
           03  NTF-AUX          PIC  9(06).
           03  NTC-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(10)V99.
           03  VES-AUX          PIC  9(10)V99.
           03  CMV-AUX          PIC  9(10)V99.
           03  QES-AUX          PIC S9(06)V9.
           03  CTM-AUX          PIC  9(07)V9999.
           03  FLG-DUP          PIC  9(01).
           03  DPG-AUX          PIC  X(13).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-CHK.
               05  CMP-CHK      PIC  9(04).
               05  FILLER       PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  HST-AUX.
               05  FILLER       PIC  X(13)  VALUE  "COMPLEM. - NF".
               05  NTH-AUX      PIC  999.999.

           03  ZLR-M            PIC  9(04).
           03  ZLR-A            PIC  9(04).
           03  ZLR-K            PIC  9(04).
           03  ZLR-J            PIC  9(04).
           03  ZLR-T            PIC  9(04).
           03  ZLR-T1           PIC  9(04).
           03  ZLR-T2           PIC  9(04).
           03  ZLR-T3           PIC  9(04).
           03  ZLR-T4           PIC  9(04).
           03  ZLR-H            PIC  9(04).
           03  ZLR-R            PIC  9(01).
           03  ZLR-UD           PIC  9(02).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "NOTA FISCAL COMPLEMENTAR DE COMPRA  -  Ver. 7.11"
               BACKGROUND-COLOR  02 FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 11 PIC X(57) FROM " ? Codigo .....:  -    
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 11 PIC X(57) FROM " ? Custo Medio :       
      -       "         Saldo Atual :          ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 11 PIC X(57) FROM " ? Novo C.Med. :       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 11 PIC X(57) FROM " ? NF Original :       
      -       "         Data .......:   /  /   ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 11 PIC X(57) FROM " ? Fornecedor .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 11 PIC X(57) FROM " ? Qtd. Compra :       
      -       "         Lancamento .:          ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 11 PIC X(57) FROM " ? Duplicata ..:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 11 PIC X(57) FROM " ? NF Complem. :       
      -       "         Vencimento .:   /  /   ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 11 PIC X(57) FROM " ? Valor Compl.:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 11 PIC X(57) FROM " ? P/ Estoque .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 11 PIC X(57) FROM " ? P/ C.M.V. ..:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 13 PIC X(57) FROM SPACES.

       01  ENT-001.
           03  PRX-ENT LINE 08 COLUMN 28 PIC 9(01)  USING PRX-EST
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 08 COLUMN 30 PIC 9(03)  USING SUF-EST
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 08 COLUMN 34 PIC X(25)  FROM  DES-EST
                       BACKGROUND-COLOR  01.
           03  CTM-ENT LINE 09 COLUMN 28 PIC ZZZZZZ9,9999
                       FROM  CTM-EST     BACKGROUND-COLOR  01.
           03  SDO-ENT LINE 09 COLUMN 56 PIC ------9,9
                       FROM  SDO-EST     BACKGROUND-COLOR  01.

       01  ENT-002.
           03  NTF-ENT LINE 11 COLUMN 28 PIC 9(06)  USING NTF-AUX
                       BACKGROUND-COLOR  01.
           03  DIL-ENT LINE 11 COLUMN 57 PIC 9(02)  FROM  DIA-LCP
                       BACKGROUND-COLOR  01.
           03  MEL-ENT LINE 11 COLUMN 60 PIC 9(02)  FROM  MES-LCP
                       BACKGROUND-COLOR  01.
           03  ANL-ENT LINE 11 COLUMN 63 PIC 9(02)  FROM  ANO-LCP
                       BACKGROUND-COLOR  01.
           03  FOR-ENT LINE 12 COLUMN 28 PIC 9(03)  FROM  FOR-LCP
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 12 COLUMN 32 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  QTD-ENT LINE 13 COLUMN 27 PIC ------9 FROM QTD-LCP
                       BACKGROUND-COLOR  01.
           03  LCT-ENT LINE 13 COLUMN 57 PIC 9(03)  FROM  LCT-LCP
                       BACKGROUND-COLOR  01.

       01  ENT-003  LINE 14 COLUMN 28 PIC X(20) FROM "EM ABERTO"
                    BACKGROUND-COLOR  01.

       01  ENT-004  LINE 14 COLUMN 28 PIC X(20) FROM "JA PAGA"
                    BACKGROUND-COLOR  01.

       01  ENT-005  LINE 14 COLUMN 28 PIC X(20) FROM "SEM DUPLICATA"
                    BACKGROUND-COLOR  01.

       01  ENT-006.
           03  NTC-ENT LINE 16 COLUMN 28 PIC 9(06)  USING NTC-AUX
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 17 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       USING VAL-AUX     BACKGROUND-COLOR  01.
           03  VES-ENT LINE 18 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VES-AUX     BACKGROUND-COLOR  01.
           03  CMV-ENT LINE 19 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       FROM  CMV-AUX     BACKGROUND-COLOR  01.
           03  CTN-ENT LINE 10 COLUMN 28 PIC ZZZZZZ9,9999
                       FROM  CTM-AUX     BACKGROUND-COLOR  01.

       01  ENT-007.
           03  DIA-ENT LINE 16 COLUMN 57 PIC 9(02)  USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 16 COLUMN 60 PIC 9(02)  USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 16 COLUMN 63 PIC 9(02)  USING ANO-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-008  LINE 16 COLUMN 57 PIC X(08) FROM "A VISTA"
                    BACKGROUND-COLOR  01.

       01  ENT-009  LINE 16 COLUMN 57 PIC X(08) FROM "ABERTA"
                    BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-SUF LINE 08 COLUMN 30 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 08 COLUMN 34 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-CTM LINE 09 COLUMN 28 PIC X(12) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-SDO LINE 09 COLUMN 56 PIC X(09) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LPA-CTN LINE 10 COLUMN 28 PIC X(12) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NTF LINE 11 COLUMN 28 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DTL LINE 11 COLUMN 57 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-FOR LINE 12 COLUMN 28 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOF LINE 12 COLUMN 32 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QTD LINE 13 COLUMN 27 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-LCT LINE 13 COLUMN 57 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DUP LINE 14 COLUMN 28 PIC X(20) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LPA-NTC LINE 16 COLUMN 28 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VCT LINE 16 COLUMN 57 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-VAL LINE 17 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VES LINE 18 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-CMV LINE 19 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PRODUTO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "PRODUTO INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "NOTA FISCAL ORIGINAL  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "COMPRA INEXISTENTE 
      -            "P/ ESTE PRODUTO !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "COMPRA TOTALMENTE D
      -            "EVOLVIDA !!!  -  TECLE [ENTER] ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "NOTA FISCAL COMPLEMENTAR  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "NOTA COMPLEMENTAR J
      -            "A LANCADA P/ ESTE PRODUTO !!!  -  [ENTER] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR DA N
      -            "OTA COMPLEMENTAR  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            "  -  DIA 00 = A VISTA  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR O COMPLEMENTO  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "COMPLEMENTO LANCADO
      -            " COM SUCESSO  -  TECLE [ENTER] ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  MEN-CMP LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " - LANCAMENTOS BLOQUEADOS ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS      FROM     DATE.
           OPEN     I-O      CADEST   CADLCP
                             CADLDP   CADLPC
           OPEN     INPUT    CADFOR   CADFER
                             CADCMP
           OPEN     I-O      CADCSD
           OPEN     I-O      CADNCP
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADNCP
               CLOSE    CADNCP
               OPEN     I-O      CADNCP.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-001
               GO  TO        ROT-900-000.

       ROT-100-000.
           DISPLAY  LPA-001  LPA-002  LPA-003  MEN-001
           MOVE     0   TO   PRX-EST
           ACCEPT   (08 28)  PRX-EST  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  PRX-EST   =   0
               GO  TO        ROT-100-000.

       ROT-100-010.
           DISPLAY  MEN-001
           MOVE     0   TO   SUF-EST
           ACCEPT   (08 30)  SUF-EST  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SUF-EST   =   ZEROS
               GO  TO        ROT-100-010.
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           DISPLAY  DES-ENT  CTM-ENT  SDO-ENT.

       ROT-100-020.
           DISPLAY  LPA-002  MEN-003
           MOVE     ZEROS    TO  NTF-AUX
           ACCEPT   (11 28)  NTF-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NTF-ENT
           IF  TECLADO   =   01
               DISPLAY       LPA-001
               GO  TO        ROT-100-010.
           IF  NTF-AUX   =   ZEROS
               GO  TO        ROT-100-020.
           MOVE     PRX-EST  TO  PRX-LCP
           MOVE     SUF-EST  TO  SUF-LCP
           MOVE     ZEROS    TO  DTA-LCP  LCT-LCP
           START    CADLCP   KEY  NOT  LESS  CHV-LCP
                    INVALID  KEY GO  TO   ROT-100-025.

       ROT-100-022.
           READ     CADLCP   NEXT  AT  END
                    GO  TO   ROT-100-025.
           IF  PRX-LCP  NOT  =  PRX-EST  OR  SUF-LCP  NOT  =  SUF-EST
               GO  TO        ROT-100-025.
           IF  NTF-LCP  NOT  =  NTF-AUX
               GO  TO        ROT-100-022.
           GO  TO   ROT-100-030.

       ROT-100-025.
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     FOR-LCP  TO  CHV-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           DISPLAY  ENT-002
           IF  QTD-LCP   NOT  >   ZEROS
               DISPLAY  MEN-005
               ACCEPT   OPC-001
               GO  TO   ROT-100-020.
           MOVE     ZEROS    TO  DPG-AUX
           MOVE     CHV-LCP  TO  CHV-LPC
           READ     CADLPC   INVALID KEY
                    DISPLAY  ENT-005
                    GO  TO   ROT-100-040.
           MOVE     DPG-LPC  TO  CHV-LDP
           READ     CADLDP   INVALID KEY
                    DISPLAY  ENT-005
                    GO  TO   ROT-100-040.
           IF  FLG-LDP   =   2  OR  5
               DISPLAY  ENT-004
           ELSE
               MOVE     CHV-LDP  TO  DPG-AUX
               DISPLAY  ENT-003.

       ROT-100-040.
           DISPLAY  LPA-003  MEN-006
           MOVE     ZEROS    TO  NTC-AUX
           ACCEPT   (16 28)  NTC-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NTC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  NTC-AUX   =   ZEROS
               GO  TO        ROT-100-040.
           PERFORM  ROT-200-000  THRU  ROT-200-020
           IF  FLG-DUP   =   1
               DISPLAY       MEN-007
               ACCEPT        OPC-001
               GO  TO        ROT-100-040.

       ROT-100-050.
           DISPLAY  LPA-VAL  MEN-008
           MOVE     ZEROS    TO  VAL-AUX
           ACCEPT   (17 28)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-100-050.
           MOVE     ZEROS    TO  QES-AUX
           IF  SDO-EST   >   ZEROS
               MOVE     SDO-EST  TO  QES-AUX.
           IF  QES-AUX   >   QTD-LCP
               MOVE     QTD-LCP  TO  QES-AUX.
           COMPUTE  VES-AUX  ROUNDED  =  VAL-AUX  *  QES-AUX
                                      /  QTD-LCP
           COMPUTE  CMV-AUX  =   VAL-AUX  -  VES-AUX
           MOVE     CTM-EST  TO  CTM-AUX
           IF  SDO-EST   >   ZEROS
               COMPUTE  CTM-AUX  ROUNDED  =  CTM-EST  +  VES-AUX
                                          /  SDO-EST.
           DISPLAY  VES-ENT  CMV-ENT  CTN-ENT
           MOVE     ZEROS    TO  DTA-AUX
           IF  DPG-AUX  NOT  =   ZEROS
               DISPLAY       ENT-009
               GO  TO        ROT-100-080.

       ROT-100-060.
           DISPLAY  LPA-VCT  MEN-009
           ACCEPT   (16 57)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DIA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  DIA-AUX   =   0
               DISPLAY       ENT-008
               GO  TO        ROT-100-080.
           IF  DIA-AUX   >   31
               GO  TO        ROT-100-060.

       ROT-100-065.
           ACCEPT   (16 60)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MES-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  MES-AUX   <   1  OR  > 12
               GO  TO        ROT-100-065.

       ROT-100-070.
           ACCEPT   (16 63)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ANO-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-065.

       ROT-100-080.
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               IF  DPG-AUX  NOT  =   ZEROS
                   GO  TO    ROT-100-050
               ELSE
                   MOVE      ZEROS    TO  DTA-AUX
                   GO  TO    ROT-100-060.
           PERFORM  ROT-300-000  THRU  ROT-300-020
           PERFORM  ROT-400-000  THRU  ROT-400-030
           PERFORM  ROT-500-000  THRU  ROT-500-010
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     0        TO  FLG-DUP
           MOVE     PRX-EST  TO  PRX-NCP
           MOVE     SUF-EST  TO  SUF-NCP
           MOVE     ZEROS    TO  DTA-NCP  LCT-NCP
           START    CADNCP   KEY GREATER  CHV-NCP
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADNCP   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  PRX-NCP  NOT  =  PRX-EST  OR  SUF-NCP  NOT  =  SUF-EST
               GO  TO        ROT-200-020.
           IF  NTC-NCP  NOT  =  NTC-AUX  OR  FOR-NCP  NOT  =  FOR-LCP
               GO  TO        ROT-200-010.
           MOVE     1        TO  FLG-DUP.

       ROT-200-020.
           EXIT.

       ROT-300-000.
           READ     CADEST   INVALID KEY
                    GO  TO   ROT-300-020.
           MOVE     CTM-EST  TO  CTA-NCP
           MOVE     CTM-AUX  TO  CTM-EST
           IF  VDA-EST   NOT  =   ZEROS
               COMPUTE  PCT-EST  =  (VDA-EST - CTM-EST) * 100 / VDA-EST.
           REWRITE  REG-EST
           MOVE     PRX-EST  TO  PRX-CSD
           MOVE     SUF-EST  TO  SUF-CSD
           MOVE     DTA-SYS  TO  DTA-CSD
           READ     CADCSD   INVALID  KEY
                    MOVE     CTM-EST  TO  CTM-CSD
                    MOVE     ZEROS    TO  QTD-CSD  VAL-CSD
                    WRITE    REG-CSD
                    GO  TO   ROT-300-020.
           MOVE     CTM-EST  TO  CTM-CSD
           REWRITE  REG-CSD.

       ROT-300-020.
           EXIT.

       ROT-400-000.
           IF  DPG-AUX   =   ZEROS
               GO  TO        ROT-400-010.
           MOVE     DPG-AUX  TO  CHV-LDP
           READ     CADLDP   INVALID KEY
                    MOVE     ZEROS    TO  DPG-AUX
                    GO  TO   ROT-400-030.
           ADD      VAL-AUX  TO  VAL-LDP
           REWRITE  REG-LDP
           GO  TO   ROT-400-030.

       ROT-400-010.
           IF  DIA-AUX   =   ZEROS
               GO  TO        ROT-400-030.
           PERFORM  ROT-180-000  THRU  ROT-180-040
           COMPUTE  COD-LDP  =   6000  +  PRX-EST  *  100
           MOVE     NTC-AUX  TO  NTH-AUX
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     DTA-AUX  TO  PGT-LDP
           MOVE     HST-AUX  TO  HST-LDP
           MOVE     VAL-AUX  TO  VAL-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-400-020.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-400-020.
           MOVE     CHV-LDP  TO  DPG-AUX.

       ROT-400-030.
           EXIT.

       ROT-500-000.
           MOVE     PRX-EST  TO  PRX-NCP
           MOVE     SUF-EST  TO  SUF-NCP
           MOVE     DTA-LCP  TO  DTA-NCP
           MOVE     DTA-SYS  TO  DTL-NCP
           MOVE     LCT-LCP  TO  LCC-NCP
           MOVE     NTF-LCP  TO  NTF-NCP
           MOVE     NTC-AUX  TO  NTC-NCP
           MOVE     FOR-LCP  TO  FOR-NCP
           MOVE     QTD-LCP  TO  QTD-NCP
           MOVE     QES-AUX  TO  QES-NCP
           MOVE     VAL-AUX  TO  VAL-NCP
           MOVE     VES-AUX  TO  VES-NCP
           MOVE     CMV-AUX  TO  CMV-NCP
           MOVE     CTM-AUX  TO  CTN-NCP
           MOVE     DPG-AUX  TO  DPG-NCP
           MOVE     ZEROS    TO  LCT-NCP.

       ROT-500-005.
           ADD      1        TO  LCT-NCP
           WRITE    REG-NCP  INVALID KEY
                    GO  TO   ROT-500-005.

       ROT-500-010.
           EXIT.

       ROT-180-000.
           IF  DIA-AUX   =   ZEROS
               GO  TO        ROT-180-040.

       ROT-180-010.
           MOVE     MES-AUX  TO  ZLR-M
           COMPUTE  ZLR-A   =   2000  +  ANO-AUX
           IF  ZLR-M  <  3
               ADD      12   TO  ZLR-M
               SUBTRACT  1  FROM  ZLR-A.
           DIVIDE   ZLR-A   BY  100  GIVING  ZLR-J
                    REMAINDER    ZLR-K
           COMPUTE  ZLR-T   =   13  *  (ZLR-M  +  1)
           DIVIDE   ZLR-T   BY  5   GIVING  ZLR-T1
           DIVIDE   ZLR-K   BY  4   GIVING  ZLR-T2
           DIVIDE   ZLR-J   BY  4   GIVING  ZLR-T3
           COMPUTE  ZLR-H   =   DIA-AUX  +  ZLR-T1  +  ZLR-K
                            +   ZLR-T2   +  ZLR-T3  +  5  *  ZLR-J
           DIVIDE   ZLR-H   BY  7   GIVING  ZLR-T4
                    REMAINDER    ZLR-R
           IF  ZLR-R   =   0  OR  1
               GO  TO        ROT-180-030.
           MOVE     ANO-AUX  TO  ANO-FER
           MOVE     MES-AUX  TO  MES-FER
           MOVE     DIA-AUX  TO  DIA-FER
           READ     CADFER   INVALID  KEY
                    GO  TO   ROT-180-040.

       ROT-180-030.
           ADD      1        TO  DIA-AUX
           MOVE     31       TO  ZLR-UD
           IF  MES-AUX  =  04  OR  06  OR  09  OR  11
               MOVE     30   TO  ZLR-UD.
           IF  MES-AUX  =  02
               MOVE     28   TO  ZLR-UD.
           IF  DIA-AUX   >   ZLR-UD
               MOVE      1   TO  DIA-AUX
               ADD       1   TO  MES-AUX
               IF  MES-AUX  >  12
                   MOVE  1   TO  MES-AUX
                   ADD   1   TO  ANO-AUX.
           GO  TO   ROT-180-010.

       ROT-180-040.
           EXIT.

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADEST   CADLCP
                    CADLDP   CADLPC
                    CADFOR   CADFER
                    CADCMP   CADCSD
                    CADNCP
           CHAIN   "DYN100"  USING   PRM-001.
