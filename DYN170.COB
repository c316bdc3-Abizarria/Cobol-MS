       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN170.
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

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

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

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
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

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP          PIC  9(04).
           03  DES-DSP          PIC  X(25).

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

       FD  CADRAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRAT.DAT".
       01  REG-RAT.
           03  CHV-RAT.
               05  TIP-RAT      PIC  9(01).
               05  DOC-RAT      PIC  9(06).
               05  SEQ-RAT      PIC  9(03).
           03  DTA-RAT          PIC  9(06).
           03  CRT-RAT          PIC  X(01).
           03  LCP-RAT.
               05  PRX-RAT      PIC  9(01).
               05  SUF-RAT      PIC  9(03).
               05  DTC-RAT      PIC  9(06).
               05  LCC-RAT      PIC  9(03).
           03  NTF-RAT          PIC  9(06).
           03  FOR-RAT          PIC  9(03).
           03  QTD-RAT          PIC S9(06).
           03  BAS-RAT          PIC  9(10)V99.
           03  VAL-RAT          PIC  9(10)V99.
           03  CTA-RAT          PIC  9(07)V9999.
           03  CTN-RAT          PIC  9(07)V9999.
           03  TRP-RAT          PIC  9(03).
           03  DPG-RAT.
               05  COD-RAT      PIC  9(04).
               05  DTD-RAT      PIC  9(06).
               05  LCD-RAT      PIC  9(03).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FS-CSD           PIC  X(02).
           03  TIP-AUX          PIC  9(01).
           03  DOC-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(10)V99.
           03  CRT-AUX          PIC  X(01).
           03  DCR-AUX          PIC  X(07).
           03  FNF-AUX          PIC  9(03).
           03  NTF-AUX          PIC  9(06).
           03  TRP-AUX          PIC  9(03).
           03  CTA-AUX          PIC  9(04).
           03  DPG-AUX          PIC  X(13).
           03  QTN-AUX          PIC  9(02).
           03  QTI-AUX          PIC  9(03).
           03  IDX-AUX          PIC  9(03).
           03  FLG-NTF          PIC  9(01).
           03  QTD-AUX          PIC S9(06).
           03  PES-AUX          PIC  9(05)V99.
           03  BAS-AUX          PIC  9(10)V99.
           03  RST-AUX          PIC  9(10)V99.
           03  ALC-AUX          PIC  9(10)V99.
           03  QRS-AUX          PIC S9(06)V9.
           03  CTM-AUX          PIC  9(07)V9999.

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
               05  THS-AUX      PIC  X(13).
               05  DHS-AUX      PIC  999.999.

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

       01  TAB-TIP.
           03  FILLER           PIC  X(10)  VALUE  "FRETE".
           03  FILLER           PIC  X(10)  VALUE  "SEGURO".
           03  FILLER           PIC  X(10)  VALUE  "ICMS-ST".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(10)  OCCURS  03.

       01  TAB-HST.
           03  FILLER           PIC  X(13)  VALUE  "FRETE - CT".
           03  FILLER           PIC  X(13)  VALUE  "SEGURO - AP".
           03  FILLER           PIC  X(13)  VALUE  "ICMS-ST - GU".
       01  RED-HST              REDEFINES   TAB-HST.
           03  HST-TAB          PIC  X(13)  OCCURS  03.

       01  TAB-ITN.
           03  ITN-TAB                      OCCURS  50.
               05  CHV-ITN.
                   07  PRX-ITN  PIC  9(01).
                   07  SUF-ITN  PIC  9(03).
                   07  DTA-ITN  PIC  9(06).
                   07  LCT-ITN  PIC  9(03).
               05  NTF-ITN      PIC  9(06).
               05  FOR-ITN      PIC  9(03).
               05  QTD-ITN      PIC S9(06).
               05  BAS-ITN      PIC  9(10)V99.

       01  PRM-001              PIC  9(01).
       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RATEIO DE CUSTOS DE COMPRA  -  Ver. 7.11"
               BACKGROUND-COLOR  02 FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 11 PIC X(57) FROM " ? Tipo Custo .:   -   
      -       "           Documento ..:        ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 11 PIC X(57) FROM " ? Valor Total :       
      -       "           Rateio .....:        ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 11 PIC X(57) FROM " ? Fornecedor .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 11 PIC X(57) FROM " ? Nota Fiscal :       
      -       "           Notas ......:        ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 11 PIC X(57) FROM " ? Base Total .:       
      -       "           Itens ......:        ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 11 PIC X(57) FROM " ? Produto ....:  -    
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 11 PIC X(57) FROM " ? Quantidade .:       
      -       "           Peso (Kg) ..:        ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 11 PIC X(57) FROM " ?                     
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 11 PIC X(57) FROM " ? Transport. .:       
      -       "                                ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 11 PIC X(57) FROM " ? Vencimento .:   /  /
      -       "           Conta ......:        ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 11 PIC X(57) FROM " ??????????????????????
      -       "????????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 13 PIC X(57) FROM SPACES.

       01  ENT-001.
           03  TIP-ENT LINE 08 COLUMN 28 PIC 9(01)  USING TIP-AUX
                       BACKGROUND-COLOR  01.
           03  DTP-ENT LINE 08 COLUMN 30 PIC X(10)  FROM  TIP-TAB
                       (TIP-AUX)         BACKGROUND-COLOR  01.
           03  DOC-ENT LINE 08 COLUMN 58 PIC 9(06)  USING DOC-AUX
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 09 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       USING VAL-AUX     BACKGROUND-COLOR  01.
           03  CRT-ENT LINE 09 COLUMN 58 PIC X(01)  USING CRT-AUX
                       BACKGROUND-COLOR  01.
           03  DCR-ENT LINE 09 COLUMN 60 PIC X(07)  FROM  DCR-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  FNF-ENT LINE 11 COLUMN 28 PIC 9(03)  USING FNF-AUX
                       BACKGROUND-COLOR  01.
           03  NOF-ENT LINE 11 COLUMN 32 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  NTF-ENT LINE 12 COLUMN 28 PIC 9(06)  USING NTF-AUX
                       BACKGROUND-COLOR  01.
           03  QTN-ENT LINE 12 COLUMN 58 PIC Z9     FROM  QTN-AUX
                       BACKGROUND-COLOR  01.
           03  BAS-ENT LINE 13 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                       FROM  BAS-AUX     BACKGROUND-COLOR  01.
           03  QTI-ENT LINE 13 COLUMN 58 PIC ZZ9    FROM  QTI-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  PRX-ENT LINE 15 COLUMN 28 PIC 9(01)  FROM  PRX-EST
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 15 COLUMN 30 PIC 9(03)  FROM  SUF-EST
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 15 COLUMN 34 PIC X(25)  FROM  DES-EST
                       BACKGROUND-COLOR  01.
           03  QTD-ENT LINE 16 COLUMN 27 PIC ------9  FROM  QTD-AUX
                       BACKGROUND-COLOR  01.
           03  PES-ENT LINE 16 COLUMN 58 PIC ZZZZ9,99
                       USING PES-AUX     BACKGROUND-COLOR  01.

       01  ENT-004.
           03  TRP-ENT LINE 18 COLUMN 28 PIC 9(03)  USING TRP-AUX
                       BACKGROUND-COLOR  01.
           03  NOT-ENT LINE 18 COLUMN 32 PIC X(25)  FROM  NOM-FOR
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 19 COLUMN 28 PIC 9(02)  USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 19 COLUMN 31 PIC 9(02)  USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 19 COLUMN 34 PIC 9(02)  USING ANO-AUX
                       BACKGROUND-COLOR  01.
           03  CTA-ENT LINE 19 COLUMN 58 PIC 9(04)  USING CTA-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-005  LINE 19 COLUMN 28 PIC X(13) FROM "SEM DUPLICATA"
                    BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LPA-DTP LINE 08 COLUMN 30 PIC X(10) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DOC LINE 08 COLUMN 58 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VAL LINE 09 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-CRT LINE 09 COLUMN 58 PIC X(09) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LPA-FNF LINE 11 COLUMN 28 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOF LINE 11 COLUMN 32 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NTF LINE 12 COLUMN 28 PIC X(06) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QTN LINE 12 COLUMN 58 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-BAS LINE 13 COLUMN 28 PIC X(13) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QTI LINE 13 COLUMN 58 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LPA-PRX LINE 15 COLUMN 28 PIC X(01) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-SUF LINE 15 COLUMN 30 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-DES LINE 15 COLUMN 34 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-QTD LINE 16 COLUMN 27 PIC X(07) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-PES LINE 16 COLUMN 58 PIC X(08) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  LPA-004.
           03  LPA-TRP LINE 18 COLUMN 28 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-NOT LINE 18 COLUMN 32 PIC X(25) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LPA-VCT LINE 19 COLUMN 28 PIC X(13) FROM "  /  /"
                       BACKGROUND-COLOR  01.
           03  LPA-CTA LINE 19 COLUMN 58 PIC X(04) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TIPO DE CU
      -            "STO: 1-FRETE 2-SEGURO 3-ICMS-ST  -  [ESC] RETORN"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "CT-E, APOLICE OU GUIA  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DOCUMENTO JA RATEAD
      -            "O !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR TOTA
      -            "L DO DOCUMENTO  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "RATEIO POR (V)ALOR,
      -            " (P)ESO OU (Q)UANTIDADE ?  -  [ESC] RETORNA ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR DA NF  -
      -            "  [F3] ENCERRA AS NOTAS  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "NOTA FISCAL DE COMPRA  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "NOTA FISCAL INEXIST
      -            "ENTE OU JA INFORMADA !!!  -  TECLE [ENTER] ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE ITENS ATI
      -            "NGIDO - NOTA NAO INCLUIDA  -  TECLE [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PESO TOTAL
      -            " DO ITEM EM KG  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "BASE DE RATEIO ZERA
      -            "DA !!!  -  TECLE [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DA 
      -            "TRANSPORTADORA  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "TRANSPORTADORA NOVA
      -            " - DIGITE O NOME  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO VE
      -            "NCIMENTO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            "  -  DIA 00 = SEM DUPLICATA  -  [ESC] RETORNA .."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CONTA DA D
      -            "UPLICATA  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR O RATEIO  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "RATEIO EFETUADO COM
      -            " SUCESSO  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUMA NOTA FISCAL
      -            " INFORMADA !!!  -  TECLE [ENTER] ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  ATUALI
      -            "ZANDO CUSTOS ...                                "
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
                             CADLDP   CADFOR
           OPEN     INPUT    CADDSP   CADFER
                             CADCMP
           OPEN     I-O      CADCSD
           OPEN     I-O      CADRAT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRAT
               CLOSE    CADRAT
               OPEN     I-O      CADRAT.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.
           IF  SIT-CMP   =   1
               DISPLAY       MEN-CMP
               ACCEPT        OPC-001
               GO  TO        ROT-900-000.

       ROT-100-000.
           DISPLAY  LPA-001  LPA-002  LPA-003  LPA-004  MEN-001
           MOVE     0   TO   TIP-AUX
           ACCEPT   (08 28)  TIP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  TIP-AUX   <   1  OR  >  3
               GO  TO        ROT-100-000.
           DISPLAY  TIP-ENT  DTP-ENT.

       ROT-100-010.
           DISPLAY  LPA-DOC  MEN-002
           MOVE     ZEROS    TO  DOC-AUX
           ACCEPT   (08 58)  DOC-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DOC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DOC-AUX   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     TIP-AUX  TO  TIP-RAT
           MOVE     DOC-AUX  TO  DOC-RAT
           MOVE     ZEROS    TO  SEQ-RAT
           START    CADRAT   KEY GREATER  CHV-RAT
                    INVALID  KEY GO  TO   ROT-100-020.
           READ     CADRAT   NEXT AT END
                    GO  TO   ROT-100-020.
           IF  TIP-RAT  NOT  =   TIP-AUX  OR  DOC-RAT  NOT  =  DOC-AUX
               GO  TO        ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           GO  TO   ROT-100-010.

       ROT-100-020.
           DISPLAY  LPA-VAL  MEN-004
           MOVE     ZEROS    TO  VAL-AUX
           ACCEPT   (09 28)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  LPA-CRT  MEN-005
           MOVE     SPACES   TO  CRT-AUX
           ACCEPT   (09 58)  CRT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  CRT-AUX   =   "V"
               MOVE     "VALOR"   TO  DCR-AUX
           ELSE
           IF  CRT-AUX   =   "P"
               MOVE     "PESO"    TO  DCR-AUX
           ELSE
           IF  CRT-AUX   =   "Q"
               MOVE     "QUANT."  TO  DCR-AUX
           ELSE
               GO  TO        ROT-100-030.
           DISPLAY  CRT-ENT  DCR-ENT
           MOVE     ZEROS    TO  QTN-AUX  QTI-AUX  BAS-AUX
           DISPLAY  LPA-002.

       ROT-110-000.
           DISPLAY  MEN-006  QTN-ENT  QTI-ENT
           MOVE     ZEROS    TO  FNF-AUX
           ACCEPT   (11 28)  FNF-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-002
               GO  TO        ROT-100-030.
           IF  TECLADO   =   04
               GO  TO        ROT-120-000.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  FNF-AUX
                   GO  TO        ROT-110-000
               ELSE
                   GO  TO        ROT-110-000.
           IF  FNF-AUX   =   ZEROS
               GO  TO        ROT-110-000.
           MOVE     FNF-AUX  TO  CHV-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           DISPLAY  FNF-ENT  NOF-ENT.

       ROT-110-010.
           DISPLAY  LPA-NTF  MEN-007
           MOVE     ZEROS    TO  NTF-AUX
           ACCEPT   (12 28)  NTF-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NTF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-110-000.
           IF  NTF-AUX   =   ZEROS
               GO  TO        ROT-110-010.
           MOVE     0        TO  FLG-NTF
           MOVE     1        TO  IDX-AUX.

       ROT-110-020.
           IF  IDX-AUX   >   QTI-AUX
               GO  TO        ROT-110-030.
           IF  NTF-ITN (IDX-AUX)  =   NTF-AUX  AND
               FOR-ITN (IDX-AUX)  =   FNF-AUX
               GO  TO        ROT-110-060.
           ADD      1        TO  IDX-AUX
           GO  TO   ROT-110-020.

       ROT-110-030.
           MOVE     QTI-AUX  TO  IDX-AUX
           MOVE     ZEROS    TO  CHV-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-110-050.

       ROT-110-040.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-110-050.
           IF  NTF-LCP  NOT  =   NTF-AUX  OR  FOR-LCP  NOT  =  FNF-AUX
               GO  TO        ROT-110-040.
           IF  QTD-LCP  NOT  >   ZEROS
               GO  TO        ROT-110-040.
           IF  IDX-AUX   =   50
               MOVE     QTI-AUX  TO  IDX-AUX
               DISPLAY  MEN-009
               ACCEPT   OPC-001
               GO  TO   ROT-110-070.
           ADD      1        TO  IDX-AUX
           MOVE     1        TO  FLG-NTF
           MOVE     CHV-LCP  TO  CHV-ITN (IDX-AUX)
           MOVE     NTF-LCP  TO  NTF-ITN (IDX-AUX)
           MOVE     FOR-LCP  TO  FOR-ITN (IDX-AUX)
           MOVE     QTD-LCP  TO  QTD-ITN (IDX-AUX)
           MOVE     ZEROS    TO  BAS-ITN (IDX-AUX)
           IF  CRT-AUX   =   "V"
               COMPUTE  BAS-ITN (IDX-AUX)  ROUNDED  =
                        QTD-LCP  *  CST-LCP.
           IF  CRT-AUX   =   "Q"
               MOVE     QTD-LCP  TO  BAS-ITN (IDX-AUX).
           GO  TO   ROT-110-040.

       ROT-110-050.
           IF  FLG-NTF   =   0
               GO  TO        ROT-110-060.
           MOVE     IDX-AUX  TO  QTI-AUX
           ADD      1        TO  QTN-AUX
           GO  TO   ROT-110-070.

       ROT-110-060.
           DISPLAY  MEN-008
           ACCEPT   OPC-001.

       ROT-110-070.
           DISPLAY  LPA-FNF  LPA-NOF  LPA-NTF
           GO  TO   ROT-110-000.

       ROT-120-000.
           IF  QTI-AUX   =   ZEROS
               DISPLAY       MEN-020
               ACCEPT        OPC-001
               GO  TO        ROT-110-000.
           IF  CRT-AUX  NOT  =   "P"
               GO  TO        ROT-120-030.
           MOVE     1        TO  IDX-AUX.

       ROT-120-010.
           MOVE     PRX-ITN (IDX-AUX)  TO  PRX-EST
           MOVE     SUF-ITN (IDX-AUX)  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     QTD-ITN (IDX-AUX)  TO  QTD-AUX
           DISPLAY  LPA-003  ENT-003  MEN-010
           MOVE     BAS-ITN (IDX-AUX)  TO  PES-AUX
           ACCEPT   (16 58)  PES-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  PES-ENT
           IF  TECLADO   =   01
               IF  IDX-AUX   =   1
                   DISPLAY   LPA-003
                   GO  TO    ROT-110-000
               ELSE
                   SUBTRACT  1   FROM  IDX-AUX
                   GO  TO    ROT-120-010.
           IF  PES-AUX   =   ZEROS
               GO  TO        ROT-120-010.
           MOVE     PES-AUX  TO  BAS-ITN (IDX-AUX)
           IF  IDX-AUX   <   QTI-AUX
               ADD      1        TO  IDX-AUX
               GO  TO   ROT-120-010.
           DISPLAY  LPA-003.

       ROT-120-030.
           MOVE     ZEROS    TO  BAS-AUX
           MOVE     1        TO  IDX-AUX.

       ROT-120-040.
           ADD      BAS-ITN (IDX-AUX)  TO  BAS-AUX
           IF  IDX-AUX   <   QTI-AUX
               ADD      1        TO  IDX-AUX
               GO  TO   ROT-120-040.
           DISPLAY  BAS-ENT
           IF  BAS-AUX   =   ZEROS
               DISPLAY       MEN-011
               ACCEPT        OPC-001
               GO  TO        ROT-110-000.
           MOVE     ZEROS    TO  TRP-AUX  CTA-AUX  DTA-AUX
           DISPLAY  LPA-004
           IF  TIP-AUX  NOT  =   1
               GO  TO        ROT-130-010.

       ROT-130-000.
           DISPLAY  MEN-012
           ACCEPT   (18 28)  TRP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-004
               GO  TO        ROT-110-000.
           IF  TECLADO   =   03
               MOVE     2        TO  TIP-LKP
               MOVE     0        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  TRP-AUX
                   GO  TO        ROT-130-000
               ELSE
                   GO  TO        ROT-130-000.
           MOVE     SPACES   TO  NOM-FOR
           DISPLAY  LPA-NOT
           IF  TRP-AUX   =   ZEROS
               GO  TO        ROT-130-000.
           MOVE     TRP-AUX  TO  CHV-FOR
           READ     CADFOR   INVALID  KEY
                    GO  TO   ROT-130-005.
           DISPLAY  NOT-ENT
           GO  TO   ROT-130-010.

       ROT-130-005.
           DISPLAY  MEN-013
           ACCEPT   (18 32)  NOM-FOR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-130-000.
           IF  NOM-FOR   =   SPACES
               GO  TO        ROT-130-005.
           WRITE    REG-FOR  INVALID KEY
                    GO  TO   ROT-130-005.
           DISPLAY  NOT-ENT.

       ROT-130-010.
           IF  TIP-AUX   =   1
               DISPLAY       MEN-014
           ELSE
               DISPLAY       MEN-015.
           DISPLAY  LPA-VCT
           ACCEPT   (19 28)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DIA-ENT
           IF  TECLADO   =   01
               IF  TIP-AUX   =   1
                   GO  TO    ROT-130-000
               ELSE
                   DISPLAY   LPA-004
                   GO  TO    ROT-110-000.
           IF  DIA-AUX   =   0
               IF  TIP-AUX   =   1
                   GO  TO    ROT-130-010
               ELSE
                   DISPLAY   ENT-005
                   GO  TO    ROT-140-000.
           IF  DIA-AUX   >   31
               GO  TO        ROT-130-010.

       ROT-130-020.
           ACCEPT   (19 31)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MES-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-130-010.
           IF  MES-AUX   <   1  OR  > 12
               GO  TO        ROT-130-020.

       ROT-130-030.
           ACCEPT   (19 34)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ANO-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-130-020.

       ROT-130-040.
           DISPLAY  MEN-016
           ACCEPT   (19 58)  CTA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CTA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-130-030.
           MOVE     CTA-AUX  TO  CHV-DSP
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-017
                    ACCEPT   OPC-001
                    GO  TO   ROT-130-040.

       ROT-140-000.
           DISPLAY  MEN-018
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               IF  DIA-AUX   =   0
                   DISPLAY   LPA-VCT
                   GO  TO    ROT-130-010
               ELSE
                   GO  TO    ROT-130-040.
           DISPLAY  MEN-021
           MOVE     ZEROS    TO  DPG-AUX
           IF  DIA-AUX  NOT  =   ZEROS
               PERFORM  ROT-180-000  THRU  ROT-180-040
               DISPLAY  DIA-ENT  MES-ENT  ANO-ENT
               PERFORM  ROT-400-000  THRU  ROT-400-020.
           MOVE     VAL-AUX  TO  RST-AUX
           MOVE     1        TO  IDX-AUX.

       ROT-150-000.
           IF  IDX-AUX   =   QTI-AUX
               MOVE     RST-AUX  TO  ALC-AUX
           ELSE
               COMPUTE  ALC-AUX  ROUNDED  =  VAL-AUX  *
                        BAS-ITN (IDX-AUX)  /  BAS-AUX.
           IF  ALC-AUX   >   RST-AUX
               MOVE     RST-AUX  TO  ALC-AUX.
           SUBTRACT ALC-AUX  FROM RST-AUX
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  IDX-AUX   <   QTI-AUX
               ADD      1        TO  IDX-AUX
               GO  TO   ROT-150-000.
           DISPLAY  MEN-019
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

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

       ROT-300-000.
           MOVE     PRX-ITN (IDX-AUX)  TO  PRX-EST
           MOVE     SUF-ITN (IDX-AUX)  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    GO  TO   ROT-300-020.
           MOVE     CTM-EST  TO  CTA-RAT
           IF  SDO-EST   >   ZEROS
               MOVE     SDO-EST  TO  QRS-AUX
               IF  QRS-AUX   >   QTD-ITN (IDX-AUX)
                   MOVE     QTD-ITN (IDX-AUX)  TO  QRS-AUX.
           IF  SDO-EST   >   ZEROS
               COMPUTE  CTM-AUX  ROUNDED  =  CTM-EST  +  ALC-AUX
                        *  QRS-AUX  /  QTD-ITN (IDX-AUX)  /  SDO-EST
           ELSE
               COMPUTE  CTM-AUX  ROUNDED  =  CTM-EST  +  ALC-AUX
                        /  QTD-ITN (IDX-AUX).
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
                    GO  TO   ROT-300-010.
           MOVE     CTM-EST  TO  CTM-CSD
           REWRITE  REG-CSD.

       ROT-300-010.
           MOVE     TIP-AUX  TO  TIP-RAT
           MOVE     DOC-AUX  TO  DOC-RAT
           MOVE     IDX-AUX  TO  SEQ-RAT
           MOVE     DTA-SYS  TO  DTA-RAT
           MOVE     CRT-AUX  TO  CRT-RAT
           MOVE     CHV-ITN (IDX-AUX)  TO  LCP-RAT
           MOVE     NTF-ITN (IDX-AUX)  TO  NTF-RAT
           MOVE     FOR-ITN (IDX-AUX)  TO  FOR-RAT
           MOVE     QTD-ITN (IDX-AUX)  TO  QTD-RAT
           MOVE     BAS-ITN (IDX-AUX)  TO  BAS-RAT
           MOVE     ALC-AUX  TO  VAL-RAT
           MOVE     CTM-EST  TO  CTN-RAT
           MOVE     TRP-AUX  TO  TRP-RAT
           MOVE     DPG-AUX  TO  DPG-RAT
           WRITE    REG-RAT  INVALID KEY
                    REWRITE  REG-RAT.

       ROT-300-020.
           EXIT.

       ROT-400-000.
           MOVE     HST-TAB (TIP-AUX)  TO  THS-AUX
           MOVE     DOC-AUX  TO  DHS-AUX
           MOVE     CTA-AUX  TO  COD-LDP
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     DTA-AUX  TO  PGT-LDP
           MOVE     HST-AUX  TO  HST-LDP
           MOVE     VAL-AUX  TO  VAL-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-400-010.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-400-010.
           MOVE     CHV-LDP  TO  DPG-AUX.

       ROT-400-020.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  ENT-001  ENT-002.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADEST   CADLCP
                    CADLDP   CADFOR
                    CADDSP   CADFER
                    CADCMP   CADCSD
                    CADRAT
           CHAIN   "DYN100"  USING   PRM-001.
