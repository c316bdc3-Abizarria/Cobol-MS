       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN236.
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

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCX.

           SELECT      CADNFC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFC.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FS-LOC.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVTR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VTR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADAVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AVR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

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

       FD  CADLCX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCX.DAT".
       01  REG-LCX.
           03  CHV-LCX.
               05  TUR-LCX      PIC  9(01).
               05  CXA-LCX      PIC  9(01).
               05  ATV-LCX      PIC  9(01).
               05  PRX-LCX      PIC  9(01).
               05  SUF-LCX      PIC  9(03).
               05  LCT-LCX      PIC  9(03).
           03  DES-LCX          PIC  X(15).
           03  HST-LCX          PIC  X(20).
           03  QTD-LCX          PIC  9(06)V9.
           03  VAL-LCX          PIC  9(10)V99.

       FD  CADNFC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFC.DAT".
       01  REG-NFC.
           03  CHV-NFC          PIC  9(06).
           03  DTA-NFC          PIC  9(06).
           03  TUR-NFC          PIC  9(01).
           03  CXA-NFC          PIC  9(01).
           03  ATV-NFC          PIC  9(01).
           03  PRX-NFC          PIC  9(01).
           03  SUF-NFC          PIC  9(03).
           03  LCT-NFC          PIC  9(03).
           03  VAL-NFC          PIC  9(10)V99.

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  CADLOC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLOC.DAT".
       01  REG-LOC.
           03  CHV-LOC.
               05  PRX-LOC      PIC  9(01).
               05  SUF-LOC      PIC  9(03).
           03  SDL-LOC          PIC S9(06)V9.
           03  SDD-LOC          PIC S9(06)V9.

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

       FD  CADVTR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVTR.DAT".
       01  REG-VTR.
           03  CHV-VTR          PIC  9(06).
           03  DTA-VTR          PIC  9(06).
           03  TUR-VTR          PIC  9(01).
           03  CXA-VTR          PIC  9(01).
           03  VAL-VTR          PIC  9(10)V99.
           03  SIT-VTR          PIC  9(01).
           03  DTU-VTR          PIC  9(06).
           03  TUU-VTR          PIC  9(01).
           03  CXU-VTR          PIC  9(01).

       FD  CADAVR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAVR.DAT".
       01  REG-AVR.
           03  CHV-AVR.
               05  PRX-AVR      PIC  9(01).
               05  SUF-AVR      PIC  9(03).
           03  SDA-AVR          PIC S9(06)V9.
           03  CST-AVR          PIC  9(10)V99.
           03  DTA-AVR          PIC  9(06).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(40).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-LOC           PIC  X(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  NFC-AUX          PIC  9(06).
           03  VTR-AUX          PIC  9(06).
           03  NUM-VTR          PIC  9(06).
           03  QTD-AUX          PIC  9(06)V9.
           03  QTD-ORG          PIC  9(06)V9.
           03  QTD-DSP          PIC S9(06)V9.
           03  VAL-AUX          PIC  9(10)V99.
           03  VAL-ORG          PIC  9(10)V99.
           03  VAL-DSP          PIC S9(10)V99.
           03  ACM-QTD          PIC  9(06)V9.
           03  ACM-VAL          PIC  9(10)V99.
           03  PRC-AUX          PIC  9(07)V99.
           03  DST-OPC          PIC  X(01).
           03  TIP-OPC          PIC  X(01).
           03  MOT-AUX          PIC  X(20).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  SIT-AUX          PIC  X(25).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

       01  PRM-002.
           03  TUR-PR2          PIC  9(01).
           03  CXA-PR2          PIC  9(01).

       01  CUP-001              PIC  X(40)  VALUE  ALL  "=".

       01  CUP-002              PIC  X(40)  VALUE
           "COMPROVANTE DE DEVOLUCAO".

       01  CUP-003.
           03  FILLER           PIC  X(08)  VALUE  "DATA .:".
           03  DIA-CP3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CP3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CP3          PIC  9(02).
           03  FILLER           PIC  X(10)  VALUE  "   CAIXA ".
           03  TUR-CP3          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CXA-CP3          PIC  9(01).

       01  CUP-004.
           03  FILLER           PIC  X(08)  VALUE  "NFC-E :".
           03  NFC-CP4          PIC  9(06).

       01  CUP-005.
           03  FILLER           PIC  X(08)  VALUE  "PROD. :".
           03  DES-CP5          PIC  X(25).

       01  CUP-006.
           03  FILLER           PIC  X(08)  VALUE  "QTD. .:".
           03  QTD-CP6          PIC  ZZZ.ZZ9,9.

       01  CUP-007.
           03  FILLER           PIC  X(08)  VALUE  "VALOR :".
           03  VAL-CP7          PIC  ZZ.ZZZ.ZZ9,99.

       01  CUP-008              PIC  X(40)  VALUE
           "REEMBOLSADO EM DINHEIRO".

       01  CUP-009.
           03  FILLER           PIC  X(16)  VALUE  "VALE-CREDITO No".
           03  VTR-CP9          PIC  9(06).

       01  CUP-010              PIC  X(40)  VALUE
           "VALIDO P/ COMPRAS NESTA LOJA".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 07 COLUMN 62 PIC X(14) FROM " ????????????"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 62 PIC X(14) FROM " ?  TROCAS  ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 62 PIC X(14) FROM " ????????????"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 76 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 64 PIC X(14) FROM SPACES.

       01  TLA-002.
           03  LINE 06 COLUMN 05 PIC X(52) FROM " ??????????????????????
      -       "?????????????????????????????" BACKGROUND-COLOR 1.
           03  LINE 07 COLUMN 05 PIC X(52) FROM " ?                     
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 07 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 05 PIC X(52) FROM " ?  NFC-e Original ..: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 08 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 05 PIC X(52) FROM " ?  Codigo ..........: 
      -       " -                          ?" BACKGROUND-COLOR 1.
           03  LINE 09 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 05 PIC X(52) FROM " ?  Descricao .......: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 10 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 05 PIC X(52) FROM " ?  Disponivel ......: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 11 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 05 PIC X(52) FROM " ?  Preco Unitario ..: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 12 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 05 PIC X(52) FROM " ?                     
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 13 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 05 PIC X(52) FROM " ?  Qtd. Devolvida ..: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 14 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 05 PIC X(52) FROM " ?  Valor Devolvido .: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 15 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 05 PIC X(52) FROM " ?  Destino .........: 
      -       "   (E)stoque (A)variado     ?" BACKGROUND-COLOR 1.
           03  LINE 16 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 05 PIC X(52) FROM " ?  Reembolso .......: 
      -       "   (D)inheiro (V)ale        ?" BACKGROUND-COLOR 1.
           03  LINE 17 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 05 PIC X(52) FROM " ?  Motivo ..........: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 18 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 05 PIC X(52) FROM " ?  Vale-Credito No .: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 19 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 05 PIC X(52) FROM " ??????????????????????
      -       "?????????????????????????????" BACKGROUND-COLOR 1.
           03  LINE 20 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 07 PIC X(52) FROM SPACES.

       01  TLA-003.
           03  LINE 06 COLUMN 05 PIC X(52) FROM " ??????????????????????
      -       "?????????????????????????????" BACKGROUND-COLOR 1.
           03  LINE 07 COLUMN 05 PIC X(52) FROM " ?                     
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 07 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 05 PIC X(52) FROM " ?  Vale-Credito No .: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 08 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 05 PIC X(52) FROM " ?                     
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 09 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 05 PIC X(52) FROM " ?  Data Emissao ....: 
      -       "  /  /                      ?" BACKGROUND-COLOR 1.
           03  LINE 10 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 05 PIC X(52) FROM " ?  Valor do Vale ...: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 11 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 05 PIC X(52) FROM " ?  Situacao ........: 
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 12 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 05 PIC X(52) FROM " ?                     
      -       "                            ?" BACKGROUND-COLOR 1.
           03  LINE 13 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 05 PIC X(52) FROM " ??????????????????????
      -       "?????????????????????????????" BACKGROUND-COLOR 1.
           03  LINE 14 COLUMN 57 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 07 PIC X(52) FROM SPACES.

       01  ENT-001.
           03  NFC-ENT LINE 08 COLUMN 28 PIC 9(06)        USING NFC-AUX
                       BACKGROUND-COLOR  01.
           03  PRX-ENT LINE 09 COLUMN 28 PIC 9(01)        USING PRX-EST
                       BACKGROUND-COLOR  01.
           03  SUF-ENT LINE 09 COLUMN 30 PIC 9(03)        USING SUF-EST
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  DES-ENT LINE 10 COLUMN 28 PIC X(25)        USING DES-EST
                       BACKGROUND-COLOR  01.
           03  DSP-ENT LINE 11 COLUMN 28 PIC Z.ZZZ.ZZ9,99 USING VAL-DSP
                       BACKGROUND-COLOR  01.
           03  PRC-ENT LINE 12 COLUMN 28 PIC Z.ZZZ.ZZ9,99 USING PRC-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  QTD-ENT LINE 14 COLUMN 28 PIC ZZZ.ZZ9,9    USING QTD-AUX
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 15 COLUMN 28 PIC Z.ZZZ.ZZ9,99 USING VAL-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-004  LINE 19 COLUMN 28 PIC 9(06) USING NUM-VTR
                    BACKGROUND-COLOR  01  FOREGROUND-COLOR 15.

       01  ENT-005.
           03  VTR-ENT LINE 08 COLUMN 28 PIC 9(06)        USING VTR-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 10 COLUMN 28 PIC 9(02)        USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 10 COLUMN 31 PIC 9(02)        USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 10 COLUMN 34 PIC 9(02)        USING ANO-AUX
                       BACKGROUND-COLOR  01.
           03  VLV-ENT LINE 11 COLUMN 28 PIC Z.ZZZ.ZZ9,99 USING VAL-VTR
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 12 COLUMN 28 PIC X(25)        USING SIT-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 05 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 06 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 21 COLUMN 04 PIC X(74) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(D)EVOLUCAO/TROCA O
      -            "U (U)SO DE VALE-CREDITO ?  -  [ESC] RETORNA ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA NFC-E (ZE
      -            "ROS = VENDA DESTE CAIXA)  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "NFC-E INEXISTENTE O
      -            "U NAO E DA LOJA !!!  -  [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PRODUTO VENDIDO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "PRODUTO NAO VENDIDO
      -            " NESTE CAIXA !!!  -  [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "VENDA JA TOTALMENTE
      -            " DEVOLVIDA !!!  -  [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A QUANTIDADE
      -            " DEVOLVIDA  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "QUANTIDADE OU VALOR
      -            " ACIMA DO VENDIDO !!!  -  [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DESTINO DA MERCADOR
      -            "IA ? (E)STOQUE OU (A)VARIADO  -  [ESC] RETORNA  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "REEMBOLSO EM (D)INH
      -            "EIRO OU (V)ALE-CREDITO ?  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MOTIVO DA 
      -            "DEVOLUCAO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AUTORIZACAO - SUPER
      -            "VISOR [    ] SENHA [    ]  -  [ESC] RETORNA     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA OU S
      -            "EM PERMISSAO !!!  -  [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR A DEVOLUCAO  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DEVOLUCAO REGISTRAD
      -            "A - ENTREGUE O COMPROVANTE  -  [ENTER] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "VALE-CREDITO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "VALE-CREDITO INEXIS
      -            "TENTE !!!  -  [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "VALE-CREDITO JA UTI
      -            "LIZADO !!!  -  [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ RE
      -            "CEBER O VALE NESTA VENDA  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  ATUALI
      -            "ZANDO ESTOQUE ...                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 40 PIC 9(04) USING SUP-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003 LINE 22 COLUMN 53 PIC X(04) USING SEN-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-002.

       ROT-000-000.
           DISPLAY  LPA-001  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADEST
           OPEN     INPUT    CADLCX   CADNFC   CADOPE
           OPEN     I-O      CADLOC
           OPEN     I-O      CADDVV
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDVV
               CLOSE    CADDVV
               OPEN     I-O      CADDVV.
           OPEN     I-O      CADVTR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADVTR
               CLOSE    CADVTR
               OPEN     I-O      CADVTR.
           OPEN     I-O      CADAVR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADAVR
               CLOSE    CADAVR
               OPEN     I-O      CADAVR.

       ROT-000-010.
           DISPLAY  LPA-001  TLA-001  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "D"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "U"
               GO  TO        ROT-500-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  LPA-001  TLA-001  TLA-002  MEN-002
           MOVE     ZEROS    TO  NFC-AUX  PRX-EST  SUF-EST
           ACCEPT   (08 28)  NFC-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NFC-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  NFC-AUX   =   ZEROS
               GO  TO        ROT-100-020.
           MOVE     NFC-AUX  TO  CHV-NFC
           READ     CADNFC   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           IF  ATV-NFC  NOT  =   2
               DISPLAY       MEN-003
               ACCEPT        OPC-001
               GO  TO        ROT-100-000.
           MOVE     PRX-NFC  TO  PRX-EST
           MOVE     SUF-NFC  TO  SUF-EST
           DISPLAY  PRX-ENT  SUF-ENT
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     VAL-NFC  TO  VAL-ORG
           MOVE     ZEROS    TO  QTD-ORG
           MOVE     VDA-EST  TO  PRC-AUX
           MOVE     DTA-NFC  TO  DTA-DVV
           PERFORM  ROT-200-000
           THRU     ROT-200-030
           GO  TO   ROT-100-040.

       ROT-100-020.
           DISPLAY  MEN-004
           ACCEPT   (09 28)  PRX-EST  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.

       ROT-100-030.
           ACCEPT   (09 30)  SUF-EST  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  SUF-EST   =   ZEROS
               GO  TO        ROT-100-030.
           MOVE     TUR-PR2  TO  TUR-LCX
           MOVE     CXA-PR2  TO  CXA-LCX
           MOVE     2        TO  ATV-LCX
           MOVE     PRX-EST  TO  PRX-LCX
           MOVE     SUF-EST  TO  SUF-LCX
           MOVE     ZEROS    TO  LCT-LCX
           READ     CADLCX   INVALID KEY
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-020.
           IF  QTD-LCX   =   ZEROS
               DISPLAY       MEN-005
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-020.
           MOVE     VAL-LCX  TO  VAL-ORG
           MOVE     QTD-LCX  TO  QTD-ORG
           COMPUTE  PRC-AUX  ROUNDED  =  VAL-LCX  /  QTD-LCX
           MOVE     DTA-SYS  TO  DTA-DVV
           PERFORM  ROT-200-000
           THRU     ROT-200-030.

       ROT-100-040.
           COMPUTE  VAL-DSP  =   VAL-ORG  -  ACM-VAL
           COMPUTE  QTD-DSP  =   QTD-ORG  -  ACM-QTD
           DISPLAY  ENT-002
           IF  VAL-DSP   NOT  >   ZEROS
               DISPLAY       MEN-006
               ACCEPT        OPC-001
               GO  TO        ROT-100-000.
           MOVE     ZEROS    TO  QTD-AUX  VAL-AUX  NUM-VTR
           MOVE     SPACES   TO  DST-OPC  TIP-OPC  MOT-AUX.

       ROT-100-050.
           DISPLAY  MEN-007
           ACCEPT   (14 28)  QTD-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  QTD-AUX   =   ZEROS
               GO  TO        ROT-100-050.
           COMPUTE  VAL-AUX  ROUNDED  =  QTD-AUX  *  PRC-AUX
           DISPLAY  ENT-003
           IF  VAL-AUX   >   VAL-DSP
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               GO  TO        ROT-100-050.
           IF  NFC-AUX   =   ZEROS  AND  QTD-AUX  >  QTD-DSP
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-009
           ACCEPT   (16 28)  DST-OPC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  DST-OPC  NOT  =   "E"  AND  NOT  =  "A"
               GO  TO        ROT-100-060.

       ROT-100-070.
           DISPLAY  MEN-010
           ACCEPT   (17 28)  TIP-OPC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  TIP-OPC  NOT  =   "D"  AND  NOT  =  "V"
               GO  TO        ROT-100-070.

       ROT-100-080.
           DISPLAY  MEN-011
           ACCEPT   (18 28)  MOT-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  MOT-AUX   =   SPACES
               GO  TO        ROT-100-080.

       ROT-100-090.
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX
           DISPLAY  MEN-012
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    GO  TO   ROT-100-095.
           IF  SEN-AUX   =   SEN-OPE  AND  GER-OPE  =  1
               GO  TO        ROT-100-100.

       ROT-100-095.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-100-090.

       ROT-100-100.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-014
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           DISPLAY  MEN-020
           PERFORM  ROT-300-000
           THRU     ROT-300-030
           IF  TIP-OPC   =   "V"
               PERFORM  ROT-400-000
               THRU     ROT-400-010
               DISPLAY  ENT-004.
           PERFORM  ROT-600-000
           THRU     ROT-600-010
           PERFORM  ROT-700-000
           THRU     ROT-700-010
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-015
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
           MOVE     ZEROS    TO  LCT-DVV
           START    CADDVV   KEY NOT LESS  CHV-DVV
                    INVALID  KEY GO  TO   ROT-200-030.

       ROT-200-010.
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-200-030.
           IF  NFC-AUX  NOT  =   ZEROS
               GO  TO        ROT-200-020.
           IF  DTA-DVV  NOT  =   DTA-SYS
               GO  TO        ROT-200-030.
           IF  NFC-DVV  NOT  =   ZEROS  OR
               TUR-DVV  NOT  =   TUR-PR2  OR
               CXA-DVV  NOT  =   CXA-PR2  OR
               PRX-DVV  NOT  =   PRX-EST  OR
               SUF-DVV  NOT  =   SUF-EST
               GO  TO        ROT-200-010.
           ADD      QTD-DVV  TO  ACM-QTD
           ADD      VAL-DVV  TO  ACM-VAL
           GO  TO   ROT-200-010.

       ROT-200-020.
           IF  NFC-DVV   =   NFC-AUX
               ADD      QTD-DVV  TO  ACM-QTD
               ADD      VAL-DVV  TO  ACM-VAL.
           GO  TO   ROT-200-010.

       ROT-200-030.
           EXIT.

       ROT-300-000.
           IF  DST-OPC   =   "A"
               GO  TO        ROT-300-020.
           ADD      QTD-AUX  TO  SDO-EST
           REWRITE  REG-EST
           MOVE     PRX-EST  TO  PRX-LOC
           MOVE     SUF-EST  TO  SUF-LOC
           READ     CADLOC   INVALID KEY
                    GO  TO   ROT-300-030.
           ADD      QTD-AUX  TO  SDL-LOC
           REWRITE  REG-LOC
           GO  TO   ROT-300-030.

       ROT-300-020.
           MOVE     PRX-EST  TO  PRX-AVR
           MOVE     SUF-EST  TO  SUF-AVR
           READ     CADAVR   INVALID KEY
                    MOVE     ZEROS    TO  SDA-AVR  CST-AVR
                    MOVE     DTA-SYS  TO  DTA-AVR
                    WRITE    REG-AVR.
           ADD      QTD-AUX  TO  SDA-AVR
           COMPUTE  CST-AVR  ROUNDED  =  CST-AVR
                                      +  QTD-AUX  *  CTM-EST
           MOVE     DTA-SYS  TO  DTA-AVR
           REWRITE  REG-AVR.

       ROT-300-030.
           EXIT.

       ROT-400-000.
           MOVE     ZEROS    TO  CHV-VTR
           READ     CADVTR   INVALID  KEY
                    MOVE     ZEROS   TO  DTA-VTR  TUR-VTR  CXA-VTR
                                         VAL-VTR  SIT-VTR  DTU-VTR
                                         TUU-VTR  CXU-VTR
                    WRITE    REG-VTR.
           COMPUTE  NUM-VTR  =   VAL-VTR  +  1
           MOVE     NUM-VTR  TO  VAL-VTR
           REWRITE  REG-VTR
           MOVE     NUM-VTR  TO  CHV-VTR
           MOVE     DTA-SYS  TO  DTA-VTR
           MOVE     TUR-PR2  TO  TUR-VTR
           MOVE     CXA-PR2  TO  CXA-VTR
           MOVE     VAL-AUX  TO  VAL-VTR
           MOVE     0        TO  SIT-VTR
           MOVE     ZEROS    TO  DTU-VTR  TUU-VTR  CXU-VTR
           WRITE    REG-VTR  INVALID KEY
                    GO  TO   ROT-400-000.

       ROT-400-010.
           EXIT.

       ROT-500-000.
           DISPLAY  LPA-001  TLA-001  TLA-003  MEN-016
           MOVE     ZEROS    TO  VTR-AUX
           ACCEPT   (08 28)  VTR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VTR-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  VTR-AUX   =   ZEROS
               GO  TO        ROT-500-000.
           MOVE     VTR-AUX  TO  CHV-VTR
           READ     CADVTR   INVALID KEY
                    DISPLAY  MEN-017
                    ACCEPT   OPC-001
                    GO  TO   ROT-500-000.
           MOVE     DTA-VTR  TO  DTA-AUX
           MOVE     "EM ABERTO"   TO  SIT-AUX
           IF  SIT-VTR   =   1
               MOVE     "JA UTILIZADO" TO  SIT-AUX.
           DISPLAY  ENT-005
           IF  SIT-VTR   =   1
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-018
               ACCEPT   OPC-001
               GO  TO   ROT-500-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-019
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           MOVE     1        TO  SIT-VTR
           MOVE     DTA-SYS  TO  DTU-VTR
           MOVE     TUR-PR2  TO  TUU-VTR
           MOVE     CXA-PR2  TO  CXU-VTR
           REWRITE  REG-VTR
           GO  TO   ROT-500-000.

       ROT-600-000.
           MOVE     DTA-SYS  TO  DTA-DVV
           MOVE     ZEROS    TO  LCT-DVV
           MOVE     TUR-PR2  TO  TUR-DVV
           MOVE     CXA-PR2  TO  CXA-DVV
           MOVE     NFC-AUX  TO  NFC-DVV
           MOVE     PRX-EST  TO  PRX-DVV
           MOVE     SUF-EST  TO  SUF-DVV
           MOVE     QTD-AUX  TO  QTD-DVV
           MOVE     VAL-AUX  TO  VAL-DVV
           MOVE     CTM-EST  TO  CST-DVV
           MOVE     1        TO  DST-DVV
           IF  DST-OPC   =   "A"
               MOVE     2    TO  DST-DVV.
           MOVE     1        TO  TIP-DVV
           IF  TIP-OPC   =   "V"
               MOVE     2    TO  TIP-DVV.
           MOVE     NUM-VTR  TO  VTR-DVV
           MOVE     SUP-AUX  TO  SUP-DVV
           MOVE     MOT-AUX  TO  MOT-DVV.

       ROT-600-005.
           ADD      1        TO  LCT-DVV
           WRITE    REG-DVV  INVALID  KEY
                    GO  TO   ROT-600-005.

       ROT-600-010.
           EXIT.

       ROT-700-000.
           OPEN     OUTPUT   RELATO
           MOVE     DIA-SYS  TO  DIA-CP3
           MOVE     MES-SYS  TO  MES-CP3
           MOVE     ANO-SYS  TO  ANO-CP3
           MOVE     TUR-PR2  TO  TUR-CP3
           MOVE     CXA-PR2  TO  CXA-CP3
           MOVE     NFC-AUX  TO  NFC-CP4
           MOVE     DES-EST  TO  DES-CP5
           MOVE     QTD-AUX  TO  QTD-CP6
           MOVE     VAL-AUX  TO  VAL-CP7
           MOVE     NUM-VTR  TO  VTR-CP9
           WRITE    REG-REL FROM CUP-001  AFTER  2
           WRITE    REG-REL FROM CUP-002
           WRITE    REG-REL FROM CUP-003
           IF  NFC-AUX  NOT  =   ZEROS
               WRITE    REG-REL FROM CUP-004.
           WRITE    REG-REL FROM CUP-005
           WRITE    REG-REL FROM CUP-006
           WRITE    REG-REL FROM CUP-007
           IF  TIP-OPC   =   "D"
               WRITE    REG-REL FROM CUP-008
           ELSE
               WRITE    REG-REL FROM CUP-009
               WRITE    REG-REL FROM CUP-010.
           WRITE    REG-REL FROM CUP-001
           CLOSE    RELATO.

       ROT-700-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADEST   CADLCX   CADNFC   CADOPE
                    CADLOC   CADDVV   CADVTR   CADAVR
           CHAIN   "DYN203"  USING  PRM-002.
