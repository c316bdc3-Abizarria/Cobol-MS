       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN172.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADNFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFCG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQDST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-DST.

       DATA            DIVISION.
       FILE            SECTION.

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
           03  VMN-CST          PIC  9(07)V9999.
           03  VMX-CST          PIC  9(07)V9999.

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

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

       FD  CADNFD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFD.DAT".
       01  REG-NFD.
           03  CHV-NFD.
               05  FOR-NFD      PIC  9(03).
               05  NTF-NFD      PIC  9(06).
               05  CGC-NFD      PIC  9(14).
           03  CHA-NFD          PIC  X(44).
           03  NOM-NFD          PIC  X(25).
           03  DTE-NFD.
               05  ANO-NFD      PIC  9(02).
               05  MES-NFD      PIC  9(02).
               05  DIA-NFD      PIC  9(02).
           03  VAL-NFD          PIC  9(10)V99.
           03  DTI-NFD          PIC  9(06).
           03  SIT-NFD          PIC  9(01).
           03  DTL-NFD          PIC  9(06).
           03  MAN-NFD          PIC  9(01).
           03  DTM-NFD          PIC  9(06).

       FD  CADFCG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCG.DAT".
       01  REG-FCG.
           03  CHV-FCG          PIC  9(14).
           03  FOR-FCG          PIC  9(03).

       FD  ARQDST      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "NFEDST.XML".
       01  REG-DST              PIC  X(200).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FS-DST           PIC  X(02).
           03  QTD-LID          PIC  9(05).
           03  QTD-NOV          PIC  9(05).
           03  QTD-EXS          PIC  9(05).
           03  QTD-LAN          PIC  9(05).
           03  FLG-RES          PIC  9(01).
           03  FLG-LNG          PIC  9(01).
           03  FOR-AUX          PIC  9(03).
           03  NTF-AUX          PIC  9(06).
           03  MAN-AUX          PIC  9(01).
           03  CHA-AUX          PIC  X(44).
           03  CGC-AUX          PIC  9(14).
           03  NOM-AUX          PIC  X(25).
           03  SNF-AUX          PIC  9(01).
           03  VNF-AUX          PIC  9(10)V99.
           03  CHV-ANT          PIC  X(23).
           03  DIA-HOJ          PIC  9(06).
           03  DIA-EMI          PIC  9(06).
           03  IDA-AUX          PIC S9(05).
           03  PRZ-AUX          PIC S9(05).
           03  PRZ-MAN          PIC  9(03)  VALUE  180.
           03  AVS-MAN          PIC  9(03)  VALUE  030.

           03  DTE-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-FMT.
               05  ANO-FMT      PIC  9(02).
               05  MES-FMT      PIC  9(02).
               05  DIA-FMT      PIC  9(02).

           03  XML-LIN          PIC  X(200).
           03  RED-XML          REDEFINES   XML-LIN.
               05  CHR-XML      PIC  X(01)  OCCURS  200.

           03  TAG-AUX          PIC  X(12).
           03  RED-TAG          REDEFINES   TAG-AUX.
               05  CHR-TAG      PIC  X(01)  OCCURS  12.
           03  TAG-TAM          PIC  9(02).

           03  VAL-AUX          PIC  X(50).
           03  RED-VAL          REDEFINES   VAL-AUX.
               05  CHR-VAL      PIC  X(01)  OCCURS  50.
           03  CGC-VAL          REDEFINES   VAL-AUX.
               05  NCG-VAL      PIC  X(14).
               05  FILLER       PIC  X(36).
           03  DHE-VAL          REDEFINES   VAL-AUX.
               05  FILLER       PIC  X(02).
               05  ANO-VAL      PIC  9(02).
               05  FILLER       PIC  X(01).
               05  MES-VAL      PIC  9(02).
               05  FILLER       PIC  X(01).
               05  DIA-VAL      PIC  9(02).
               05  FILLER       PIC  X(40).
           03  CHA-VAL          REDEFINES   VAL-AUX.
               05  FILLER       PIC  X(25).
               05  NNF-VAL      PIC  9(09).
               05  FILLER       PIC  X(16).

           03  FLG-TAG          PIC  9(01).
           03  IX1              PIC  9(03).
           03  IX2              PIC  9(03).
           03  IX3              PIC  9(03).
           03  IXW              PIC  9(03).

           03  DIG-X            PIC  X(01).
           03  DIG-9            REDEFINES   DIG-X
                                PIC  9(01).
           03  FLG-DEC          PIC  9(01).
           03  DEC-CNT          PIC  9(01).
           03  VLR-INT          PIC  9(09).
           03  VLR-DEC          PIC  9(04).
           03  VLR-AUX          PIC  9(09)V9999.

       01  TAB-MAN.
           03  FILLER           PIC  X(20)  VALUE  "SEM MANIFESTACAO".
           03  FILLER           PIC  X(20)  VALUE
               "CIENCIA DA OPERACAO".
           03  FILLER           PIC  X(20)  VALUE  "CONFIRMACAO".
           03  FILLER           PIC  X(20)  VALUE  "DESCONHECIMENTO".
           03  FILLER           PIC  X(20)  VALUE
               "OPER. NAO REALIZADA".
       01  RED-MAN              REDEFINES   TAB-MAN.
           03  MAN-TAB          PIC  X(20)  OCCURS  05.

       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "NF-E DESTINADAS (SEFAZ)  -  Ver. 7.11"
               BACKGROUND-COLOR  02 FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 11 PIC X(57) FROM " ? Fornecedor .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 11 PIC X(57) FROM " ? Nota Fiscal :       
      -       "         Emissao ....:   /  /   ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 11 PIC X(57) FROM " ? CNPJ .......:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 11 PIC X(57) FROM " ? Emitente ...:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 11 PIC X(57) FROM " ? Valor NF ...:       
      -       "         Idade (dias):          ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 11 PIC X(57) FROM " ? Situacao ...:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 11 PIC X(57) FROM " ? Manifestacao:   -   
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 11 PIC X(57) FROM " ? Data Manif. :   /  /
      -       "         Prazo (dias):          ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 11 PIC X(57) FROM " ? NF-e Lidas .:       
      -       "         Novas ......:          ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 11 PIC X(57) FROM " ? Ja Existiam :       
      -       "         Lancadas ...:          ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 13 PIC X(57) FROM SPACES.

       01  ENT-001.
           03  FOR-ENT LINE 08 COLUMN 28 PIC 9(03)  USING FOR-AUX
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 08 COLUMN 32 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  NTF-ENT LINE 09 COLUMN 28 PIC 9(06)  USING NTF-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  DIE-ENT LINE 09 COLUMN 57 PIC 9(02)  FROM  DIA-NFD
                       BACKGROUND-COLOR  01.
           03  MEE-ENT LINE 09 COLUMN 60 PIC 9(02)  FROM  MES-NFD
                       BACKGROUND-COLOR  01.
           03  ANE-ENT LINE 09 COLUMN 63 PIC 9(02)  FROM  ANO-NFD
                       BACKGROUND-COLOR  01.
           03  CGC-ENT LINE 10 COLUMN 28 PIC 9(14)  FROM  CGC-NFD
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 28 PIC X(25)  FROM  NOM-NFD
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 12 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       FROM  VAL-NFD     BACKGROUND-COLOR  01.
           03  IDA-ENT LINE 12 COLUMN 57 PIC ----9  FROM  IDA-AUX
                       BACKGROUND-COLOR  01.
           03  MAN-ENT LINE 15 COLUMN 28 PIC 9(01)  FROM  MAN-NFD
                       BACKGROUND-COLOR  01.
           03  DMN-ENT LINE 15 COLUMN 30 PIC X(20)  FROM  MAN-TAB
                       (MAN-NFD + 1)     BACKGROUND-COLOR  01.
           03  DIM-ENT LINE 16 COLUMN 28 PIC 9(02)  FROM  DIA-FMT
                       BACKGROUND-COLOR  01.
           03  MEM-ENT LINE 16 COLUMN 31 PIC 9(02)  FROM  MES-FMT
                       BACKGROUND-COLOR  01.
           03  ANM-ENT LINE 16 COLUMN 34 PIC 9(02)  FROM  ANO-FMT
                       BACKGROUND-COLOR  01.
           03  PRZ-ENT LINE 16 COLUMN 57 PIC ----9  FROM  PRZ-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003  LINE 13 COLUMN 28 PIC X(25)
                    FROM "LANCADA NO ESTOQUE"  BACKGROUND-COLOR  01.

       01  ENT-004  LINE 13 COLUMN 28 PIC X(25)
                    FROM "PENDENTE DE LANCAMENTO"  BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LID-ENT LINE 18 COLUMN 28 PIC ZZZZ9  FROM  QTD-LID
                       BACKGROUND-COLOR  01.
           03  NOV-ENT LINE 18 COLUMN 57 PIC ZZZZ9  FROM  QTD-NOV
                       BACKGROUND-COLOR  01.
           03  EXS-ENT LINE 19 COLUMN 28 PIC ZZZZ9  FROM  QTD-EXS
                       BACKGROUND-COLOR  01.
           03  LAN-ENT LINE 19 COLUMN 57 PIC ZZZZ9  FROM  QTD-LAN
                       BACKGROUND-COLOR  01.

       01  ENT-006  LINE 16 COLUMN 57 PIC X(07) FROM "  -"
                    BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-FOR LINE 08 COLUMN 28 PIC X(29) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NTF LINE 09 COLUMN 28 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LPA-DTE LINE 09 COLUMN 57 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-CGC LINE 10 COLUMN 28 PIC X(14) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOM LINE 11 COLUMN 28 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VAL LINE 12 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-IDA LINE 12 COLUMN 57 PIC X(05) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-SIT LINE 13 COLUMN 28 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-MAN LINE 15 COLUMN 28 PIC X(22) FROM " -"
                       BACKGROUND-COLOR  01.
           03  LPA-DTM LINE 16 COLUMN 28 PIC X(08) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-PRZ LINE 16 COLUMN 57 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LPA-LID LINE 18 COLUMN 28 PIC X(05) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOV LINE 18 COLUMN 57 PIC X(05) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-EXS LINE 19 COLUMN 28 PIC X(05) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-LAN LINE 19 COLUMN 57 PIC X(05) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(I)MPORTAR ARQUIVO 
      -            "NFEDST.XML  (M)ANIFESTACAO  -  [ESC] RETORNA ..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO NFEDST.XML 
      -            "NAO ENCONTRADO !!!  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  LENDO 
      -            "O ARQUIVO NFEDST.XML ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CONFER
      -            "INDO AS NOTAS COM AS COMPRAS ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPORTACAO CONCLUID
      -            "A  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "XML COM LINHA ACIMA
      -            " DE 200 COLUNAS - QUEBRE O ARQUIVO EM LINHAS !!!"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR DA NF-E 
      -            "(000 = SEM FORNECEDOR)  -  [F2] CONSULTA  -  [ES"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "NOTA FISCAL  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "NF-E NAO ENCONTRADA
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "EMITENTE SEM FORNEC
      -            "EDOR - DIGITE O CODIGO  -  [F2] CONSULTA  -  [ES"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "MANIFESTACAO: 1-CIE
      -            "NCIA 2-CONFIRMA 3-DESCONHECE 4-NAO REALIZADA - ["
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "MANIFESTACAO CONCLU
      -            "SIVA JA REGISTRADA !!!  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!! PRAZO D
      -            "E MANIFESTACAO SE ENCERRANDO  -  TECLE [ENTER] ."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!! PRAZO D
      -            "E MANIFESTACAO ENCERRADO  -  TECLE [ENTER] ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "MANIFESTACAO REGIST
      -            "RADA  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  DIA-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     INPUT    CADPRM   CADFOR   CADLCP
           READ     CADPRM
           OPEN     I-O      CADNFD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADNFD
               CLOSE    CADNFD
               OPEN     I-O      CADNFD.
           OPEN     I-O      CADFCG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFCG
               CLOSE    CADFCG
               OPEN     I-O      CADFCG.

       ROT-100-000.
           DISPLAY  LPA-001  LPA-002  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "I"
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "M"
               GO  TO        ROT-300-000.
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  LPA-003
           MOVE     ZEROS    TO  QTD-LID  QTD-NOV  QTD-EXS  QTD-LAN
                                 FLG-RES  FLG-LNG
           OPEN     INPUT    ARQDST
           IF  FS-DST  NOT  =   "00"
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-002
               ACCEPT        OPC-001
               GO  TO        ROT-100-000.
           DISPLAY  MEN-003.

       ROT-200-010.
           READ     ARQDST   AT  END
                    GO  TO   ROT-200-050.
           MOVE     REG-DST  TO  XML-LIN
           IF  CHR-XML (200)  NOT  =  SPACE
               MOVE     1    TO  FLG-LNG.
           MOVE     "<resNFe"    TO  TAG-AUX
           MOVE     7            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               MOVE     1        TO  FLG-RES
               MOVE     SPACES   TO  CHA-AUX  NOM-AUX
               MOVE     ZEROS    TO  CGC-AUX  VNF-AUX  DTE-AUX
               MOVE     1        TO  SNF-AUX.
           MOVE     "<chNFe>"    TO  TAG-AUX
           MOVE     7            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               MOVE     VAL-AUX  TO  CHA-AUX.
           MOVE     "<CNPJ>"     TO  TAG-AUX
           MOVE     6            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1  AND  NCG-VAL  NUMERIC
               MOVE     NCG-VAL  TO  CGC-AUX.
           MOVE     "<xNome>"    TO  TAG-AUX
           MOVE     7            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               MOVE     VAL-AUX  TO  NOM-AUX.
           MOVE     "<dhEmi>"    TO  TAG-AUX
           MOVE     7            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               MOVE     ANO-VAL  TO  ANO-AUX
               MOVE     MES-VAL  TO  MES-AUX
               MOVE     DIA-VAL  TO  DIA-AUX.
           MOVE     "<vNF>"      TO  TAG-AUX
           MOVE     5            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               PERFORM       ROT-510-000
               THRU          ROT-510-040
               MOVE     VLR-AUX  TO  VNF-AUX.
           MOVE     "<cSitNFe>"  TO  TAG-AUX
           MOVE     9            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               PERFORM       ROT-510-000
               THRU          ROT-510-040
               MOVE     VLR-AUX  TO  SNF-AUX.
           MOVE     "</resNFe>"  TO  TAG-AUX
           MOVE     9            TO  TAG-TAM
           PERFORM  ROT-500-000
           THRU     ROT-500-060
           IF  FLG-TAG   =   1
               PERFORM       ROT-250-000
               THRU          ROT-250-020.
           GO  TO   ROT-200-010.

       ROT-200-050.
           CLOSE    ARQDST
           DISPLAY  LID-ENT  NOV-ENT  EXS-ENT
           IF  FLG-LNG   =   1
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-006
               ACCEPT        OPC-001.
           DISPLAY  MEN-004
           PERFORM  ROT-600-000
           THRU     ROT-600-040
           DISPLAY  ENT-005
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-250-000.
           IF  FLG-RES   =   0
               GO  TO        ROT-250-020.
           MOVE     0        TO  FLG-RES
           ADD      1        TO  QTD-LID
           IF  SNF-AUX   =   3  OR  CGC-AUX  =  CGC-PRM
               GO  TO        ROT-250-020.
           MOVE     CHA-AUX  TO  VAL-AUX
           IF  NNF-VAL  NOT  NUMERIC
               GO  TO        ROT-250-020.
           MOVE     ZEROS    TO  FOR-NFD
           MOVE     CGC-AUX  TO  CHV-FCG
           READ     CADFCG   INVALID KEY
                    MOVE     ZEROS    TO  FOR-FCG.
           MOVE     FOR-FCG  TO  FOR-NFD
           MOVE     NNF-VAL  TO  NTF-NFD
           MOVE     CGC-AUX  TO  CGC-NFD
           READ     CADNFD   INVALID KEY
                    GO  TO   ROT-250-010.
           ADD      1        TO  QTD-EXS
           GO  TO   ROT-250-020.

       ROT-250-010.
           MOVE     CHA-AUX  TO  CHA-NFD
           MOVE     NOM-AUX  TO  NOM-NFD
           MOVE     DTE-AUX  TO  DTE-NFD
           MOVE     VNF-AUX  TO  VAL-NFD
           MOVE     DTA-SYS  TO  DTI-NFD
           MOVE     ZEROS    TO  SIT-NFD  DTL-NFD  MAN-NFD  DTM-NFD
           WRITE    REG-NFD  INVALID KEY
                    ADD      1   TO  QTD-EXS
                    GO  TO   ROT-250-020.
           ADD      1        TO  QTD-NOV.

       ROT-250-020.
           EXIT.

       ROT-300-000.
           MOVE     ZEROS    TO  FOR-AUX.

       ROT-300-005.
           DISPLAY  LPA-001  LPA-002  MEN-007
           MOVE     SPACES   TO  NOM-FOR
           ACCEPT   (08 28)  FOR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FOR-AUX
                   GO  TO        ROT-300-005
               ELSE
                   GO  TO        ROT-300-005.
           DISPLAY  FOR-ENT
           IF  FOR-AUX   =   ZEROS
               GO  TO        ROT-300-010.
           MOVE     FOR-AUX  TO  CHV-FOR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFOR   INVALID KEY
                    DISPLAY  MEN-011
                    ACCEPT   OPC-001
                    GO  TO   ROT-300-000.
           DISPLAY  NOF-ENT.

       ROT-300-010.
           DISPLAY  LPA-NTF  MEN-008
           MOVE     ZEROS    TO  NTF-AUX
           ACCEPT   (09 28)  NTF-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NTF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  NTF-AUX   =   ZEROS
               GO  TO        ROT-300-010.
           MOVE     FOR-AUX  TO  FOR-NFD
           MOVE     NTF-AUX  TO  NTF-NFD
           MOVE     ZEROS    TO  CGC-NFD
           START    CADNFD   KEY NOT LESS  CHV-NFD
                    INVALID  KEY GO  TO   ROT-300-015.
           READ     CADNFD   NEXT AT END
                    GO  TO   ROT-300-015.
           IF  FOR-NFD   =   FOR-AUX  AND  NTF-NFD  =  NTF-AUX
               GO  TO        ROT-300-020.

       ROT-300-015.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           GO  TO   ROT-300-010.

       ROT-300-020.
           PERFORM  ROT-400-000
           THRU     ROT-400-020
           IF  FOR-NFD   =   ZEROS
               GO  TO        ROT-310-000.
           GO  TO   ROT-320-000.

       ROT-310-000.
           MOVE     ZEROS    TO  FOR-AUX.

       ROT-310-005.
           DISPLAY  MEN-010
           ACCEPT   (08 28)  FOR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     ZEROS    TO  FOR-AUX
               DISPLAY  FOR-ENT
               GO  TO        ROT-320-000.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FOR-AUX
                   GO  TO        ROT-310-005
               ELSE
                   GO  TO        ROT-310-005.
           DISPLAY  FOR-ENT
           IF  FOR-AUX   =   ZEROS
               GO  TO        ROT-310-000.
           MOVE     FOR-AUX  TO  CHV-FOR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFOR   INVALID KEY
                    DISPLAY  MEN-011
                    ACCEPT   OPC-001
                    GO  TO   ROT-310-000.
           DISPLAY  NOF-ENT
           MOVE     CGC-NFD  TO  CHV-FCG  CGC-AUX
           MOVE     FOR-AUX  TO  FOR-FCG
           WRITE    REG-FCG  INVALID KEY
                    REWRITE  REG-FCG.
           PERFORM  ROT-350-000
           THRU     ROT-350-030
           MOVE     FOR-AUX  TO  FOR-NFD
           MOVE     NTF-AUX  TO  NTF-NFD
           MOVE     CGC-AUX  TO  CGC-NFD
           READ     CADNFD   INVALID KEY
                    GO  TO   ROT-300-000.
           PERFORM  ROT-400-000
           THRU     ROT-400-020.

       ROT-320-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  MAN-NFD   >   1
               DISPLAY       MEN-013
               ACCEPT        OPC-001
               GO  TO        ROT-300-000.
           IF  PRZ-AUX   <   0
               DISPLAY       MEN-015
               ACCEPT        OPC-001
           ELSE
           IF  PRZ-AUX  NOT  >   AVS-MAN
               DISPLAY       MEN-014
               ACCEPT        OPC-001.

       ROT-320-010.
           DISPLAY  MEN-012
           MOVE     MAN-NFD  TO  MAN-AUX
           ACCEPT   (15 28)  MAN-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  MAN-AUX   <   1  OR  >  4
               GO  TO        ROT-320-010.
           MOVE     MAN-AUX  TO  MAN-NFD
           MOVE     DTA-SYS  TO  DTM-NFD
           REWRITE  REG-NFD
           PERFORM  ROT-400-000
           THRU     ROT-400-020
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-001
           GO  TO   ROT-300-000.

       ROT-350-000.
           MOVE     ZEROS    TO  CHV-NFD
           MOVE     CHV-NFD  TO  CHV-ANT.

       ROT-350-010.
           MOVE     CHV-ANT  TO  CHV-NFD
           START    CADNFD   KEY GREATER  CHV-NFD
                    INVALID  KEY GO  TO   ROT-350-030.

       ROT-350-020.
           READ     CADNFD   NEXT AT END
                    GO  TO   ROT-350-030.
           IF  FOR-NFD  NOT  =   ZEROS
               GO  TO        ROT-350-030.
           MOVE     CHV-NFD  TO  CHV-ANT
           IF  CGC-NFD  NOT  =   CGC-AUX
               GO  TO        ROT-350-020.
           DELETE   CADNFD   RECORD
           MOVE     FOR-AUX  TO  FOR-NFD
           WRITE    REG-NFD  INVALID KEY
                    GO  TO   ROT-350-010.
           GO  TO   ROT-350-010.

       ROT-350-030.
           EXIT.

       ROT-400-000.
           COMPUTE  DIA-EMI  =   ANO-NFD  *  360
                             +   MES-NFD  *  30   +  DIA-NFD
           COMPUTE  IDA-AUX  =   DIA-HOJ  -  DIA-EMI
           COMPUTE  PRZ-AUX  =   PRZ-MAN  -  IDA-AUX
           MOVE     DTM-NFD  TO  DTA-FMT
           DISPLAY  LPA-002  ENT-002
           IF  SIT-NFD   =   1
               DISPLAY       ENT-003
           ELSE
               DISPLAY       ENT-004.
           IF  MAN-NFD   >   1
               DISPLAY       ENT-006.
           IF  DTM-NFD   =   ZEROS
               DISPLAY       LPA-DTM.

       ROT-400-020.
           EXIT.

       ROT-500-000.
           MOVE     0        TO  FLG-TAG
           MOVE     SPACES   TO  VAL-AUX
           MOVE     1        TO  IX1.

       ROT-500-010.
           IF  IX1   >   200  -  TAG-TAM
               GO  TO        ROT-500-060.
           MOVE     1        TO  IX2.

       ROT-500-020.
           IF  IX2   >   TAG-TAM
               GO  TO        ROT-500-040.
           COMPUTE  IXW  =   IX1  +  IX2  -  1
           IF  CHR-XML (IXW)  NOT  =  CHR-TAG (IX2)
               ADD      1    TO  IX1
               GO  TO        ROT-500-010.
           ADD      1        TO  IX2
           GO  TO   ROT-500-020.

       ROT-500-040.
           COMPUTE  IX1  =   IX1  +  TAG-TAM
           MOVE     1        TO  FLG-TAG
           MOVE     0        TO  IX3.

       ROT-500-050.
           IF  IX1   >   200  OR  IX3  =  50
               GO  TO        ROT-500-060.
           IF  CHR-XML (IX1)  =  "<"
               GO  TO        ROT-500-060.
           ADD      1        TO  IX3
           MOVE     CHR-XML (IX1)  TO  CHR-VAL (IX3)
           ADD      1        TO  IX1
           GO  TO   ROT-500-050.

       ROT-500-060.
           EXIT.

       ROT-510-000.
           MOVE     ZEROS    TO  VLR-INT  VLR-DEC
                                 DEC-CNT  FLG-DEC  VLR-AUX
           MOVE     1        TO  IX3.

       ROT-510-010.
           IF  IX3   >   50
               GO  TO        ROT-510-030.
           MOVE     CHR-VAL (IX3)  TO  DIG-X
           IF  DIG-X   =   "."
               MOVE     1    TO  FLG-DEC
               ADD      1    TO  IX3
               GO  TO        ROT-510-010.
           IF  DIG-X  NOT  NUMERIC
               GO  TO        ROT-510-030.
           IF  FLG-DEC   =   0
               COMPUTE  VLR-INT  =  VLR-INT  *  10  +  DIG-9
           ELSE
           IF  DEC-CNT   <   4
               COMPUTE  VLR-DEC  =  VLR-DEC  *  10  +  DIG-9
               ADD      1    TO  DEC-CNT.
           ADD      1        TO  IX3
           GO  TO   ROT-510-010.

       ROT-510-030.
           MOVE     VLR-INT  TO  VLR-AUX
           IF  DEC-CNT   =   1
               COMPUTE  VLR-AUX  =  VLR-AUX  +  VLR-DEC  /  10.
           IF  DEC-CNT   =   2
               COMPUTE  VLR-AUX  =  VLR-AUX  +  VLR-DEC  /  100.
           IF  DEC-CNT   =   3
               COMPUTE  VLR-AUX  =  VLR-AUX  +  VLR-DEC  /  1000.
           IF  DEC-CNT   =   4
               COMPUTE  VLR-AUX  =  VLR-AUX  +  VLR-DEC  /  10000.

       ROT-510-040.
           EXIT.

       ROT-600-000.
           MOVE     ZEROS    TO  CHV-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-600-040.

       ROT-600-010.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-600-040.
           IF  FOR-LCP   =   ZEROS
               GO  TO        ROT-600-010.
           MOVE     FOR-LCP  TO  FOR-NFD
           MOVE     NTF-LCP  TO  NTF-NFD
           MOVE     ZEROS    TO  CGC-NFD
           START    CADNFD   KEY NOT LESS  CHV-NFD
                    INVALID  KEY GO  TO   ROT-600-010.

       ROT-600-020.
           READ     CADNFD   NEXT AT END
                    GO  TO   ROT-600-010.
           IF  FOR-NFD  NOT  =   FOR-LCP  OR  NTF-NFD  NOT  =  NTF-LCP
               GO  TO        ROT-600-010.
           IF  SIT-NFD   =   1
               GO  TO        ROT-600-020.
           MOVE     1        TO  SIT-NFD
           MOVE     DTA-LCP  TO  DTL-NFD
           REWRITE  REG-NFD
           ADD      1        TO  QTD-LAN
           GO  TO   ROT-600-020.

       ROT-600-040.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADPRM   CADFOR   CADLCP
                    CADNFD   CADFCG
           CHAIN   "DYN125".
