       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN180.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCBK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBK
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADBND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BND
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADAGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AGC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNFC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADABT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCBK      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCBK.DAT".
       01  REG-CBK.
           03  CHV-CBK.
               05  DTN-CBK.
                   07  ANO-NOT  PIC  9(02).
                   07  MES-NOT  PIC  9(02).
                   07  DIA-NOT  PIC  9(02).
               05  SEQ-CBK      PIC  9(03).
           03  BND-CBK          PIC  9(02).
           03  DTV-CBK.
               05  ANO-VDA      PIC  9(02).
               05  MES-VDA      PIC  9(02).
               05  DIA-VDA      PIC  9(02).
           03  VAL-CBK          PIC  9(09)V99.
           03  TUR-CBK          PIC  9(01).
           03  CXA-CBK          PIC  9(01).
           03  AUT-CBK          PIC  X(08).
           03  NFC-CBK          PIC  9(06).
           03  BIC-CBK          PIC  9(02).
           03  ABT-CBK          PIC  9(04).
           03  PRZ-CBK.
               05  ANO-PRZ      PIC  9(02).
               05  MES-PRZ      PIC  9(02).
               05  DIA-PRZ      PIC  9(02).
           03  DEN-CBK.
               05  ANO-ENV      PIC  9(02).
               05  MES-ENV      PIC  9(02).
               05  DIA-ENV      PIC  9(02).
           03  SIT-CBK          PIC  9(01).
           03  DTR-CBK.
               05  ANO-RES      PIC  9(02).
               05  MES-RES      PIC  9(02).
               05  DIA-RES      PIC  9(02).
           03  DTD-CBK.
               05  ANO-DED      PIC  9(02).
               05  MES-DED      PIC  9(02).
               05  DIA-DED      PIC  9(02).
           03  SAG-CBK          PIC  9(03).
           03  DED-CBK          PIC  9(09)V99.
           03  OPE-CBK          PIC  9(04).

       FD  CADBND      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBND.DAT".
       01  REG-BND.
           03  CHV-BND          PIC  9(02).
           03  DES-BND          PIC  X(15).
           03  MOD-BND          PIC  9(01).
           03  PZO-BND          PIC  9(03).
           03  MDR-BND          PIC  9(02)V99.

       FD  CADAGC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAGC.DAT".
       01  REG-AGC.
           03  CHV-AGC.
               05  DTV-AGC      PIC  9(06).
               05  SEQ-AGC      PIC  9(03).
           03  BND-AGC          PIC  9(02).
           03  DTA-AGC          PIC  9(06).
           03  VBR-AGC          PIC  9(09)V99.
           03  TXA-AGC          PIC  9(07)V99.
           03  VLQ-AGC          PIC  9(09)V99.
           03  SIT-AGC          PIC  9(01).

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

       FD  CADABT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADABT.DAT".
       01  REG-ABT.
           03  CHV-ABT.
               05  DTA-ABT      PIC  9(06).
               05  BIC-ABT      PIC  9(02).
               05  SEQ-ABT      PIC  9(04).
           03  HRA-ABT          PIC  9(04).
           03  LTS-ABT          PIC  9(04)V99.
           03  VAL-ABT          PIC  9(05)V99.
           03  FTA-ABT          PIC  9(03).

       FD  CADCXA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCXA.DAT".
       01  REG-CXA.
           03  CHV-CXA.
               05  TUR-CXA      PIC  9(01).
               05  NUM-CXA      PIC  9(01).
           03  POS-CXA          PIC  9(01).
           03  DTA-CXA          PIC  9(06).
           03  DES-CXA          PIC  X(15).
           03  OPE-CXA          PIC  9(04).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  DED-ORG          PIC  9(09)V99.
           03  SEQ-AUX          PIC  9(03).
           03  VAL-AUX          PIC  9(06)V99.
           03  DED-AUX          PIC  9(06)V99.
           03  VNF-AUX          PIC  9(06)V99.
           03  VAB-AUX          PIC  9(06)V99.
           03  DES-SIT          PIC  X(12).
           03  PRZ-PAD          PIC  9(02)  VALUE  15.
           03  CNT-DIA          PIC  9(03).
           03  ZLR-UD           PIC  9(02).
           03  SER-HOJ          PIC  9(06).
           03  SER-PRZ          PIC  9(06).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(03).
           03  MES-REF          PIC  9(02).
           03  ANO-REF          PIC  9(02).
           03  TOT-QTD          PIC  9(05).
           03  TOT-VAL          PIC  9(11)V99.
           03  TOT-DED          PIC  9(11)V99.
           03  QTD-AUX          PIC  9(05).
           03  VAL-ACM          PIC  9(11)V99.

           03  DTN-AUX.
               05  ANO-NAX      PIC  9(02).
               05  MES-NAX      PIC  9(02).
               05  DIA-NAX      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "REGISTRO ".
           03  FILLER           PIC  X(09)  VALUE  "PENDENTES".
           03  FILLER           PIC  X(09)  VALUE  "PERDAS   ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-SIT.
           03  FILLER           PIC  X(12)  VALUE  "AGUARD.DOCS".
           03  FILLER           PIC  X(12)  VALUE  "DOCS ENVIAD.".
           03  FILLER           PIC  X(12)  VALUE  "REVERTIDA".
           03  FILLER           PIC  X(12)  VALUE  "PERDIDA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(12)  OCCURS  04.

       01  TAB-ACM.
           03  ACM-BND          OCCURS  99.
               05  QTB-ACM      PIC  9(05).
               05  VLB-ACM      PIC  9(11)V99.
               05  DDB-ACM      PIC  9(11)V99.
           03  ACM-CXA          OCCURS  09.
               05  QTC-ACM      PIC  9(05).
               05  VLC-ACM      PIC  9(11)V99.
               05  DDC-ACM      PIC  9(11)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  TIT-CB2          PIC  X(36).
           03  TXT-CB2          PIC  X(06).
           03  MRF-CB2          PIC  9(02)  BLANK  WHEN  ZEROS.
           03  BRF-CB2          PIC  X(01).
           03  ARF-CB2          PIC  9(02)  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(15)  VALUE  SPACES.
           03  FILLER           PIC  X(10)  VALUE  "EMISSAO :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-005.
           03  FILLER           PIC  X(09)  VALUE  "NOTIFIC.".
           03  FILLER           PIC  X(04)  VALUE  "SEQ".
           03  FILLER           PIC  X(03)  VALUE  "BD".
           03  FILLER           PIC  X(09)  VALUE  "VENDA".
           03  FILLER           PIC  X(03)  VALUE  "T/C".
           03  FILLER           PIC  X(15)  VALUE  "          VALOR".
           03  TIP-CB5          PIC  X(09).
           03  FILLER           PIC  X(12)  VALUE  "SITUACAO".
           03  FILLER           PIC  X(13)  VALUE  "     DEDUZIDO".

       01  CAB-007.
           03  FILLER           PIC  X(27)  VALUE
               "  CODIGO / DESCRICAO".
           03  FILLER           PIC  X(05)  VALUE  " QTDE".
           03  FILLER           PIC  X(19)  VALUE
               "              VALOR".
           03  FILLER           PIC  X(19)  VALUE
               "           DEDUZIDO".

       01  DET-001.
           03  DTN-DT1          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BND-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTV-DT1          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TUR-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CXA-DT1          PIC  9(01).
           03  VAL-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRZ-DT1          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(12).
           03  DED-DT1          PIC  ZZ.ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  MRC-DT1          PIC  X(03).

       01  DET-002.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  COD-DT2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-DT2          PIC  X(15).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  QTD-DT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  DED-DT2          PIC  ZZZ.ZZZ.ZZ9,99.

       01  DET-003              PIC  X(80).

       01  TOT-001.
           03  TIT-TT1          PIC  X(27).
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  DED-TT1          PIC  ZZZ.ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.

       01  DTA-FM1.
           03  DIA-FM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-FM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-FM1          PIC  9(02).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CARTOES - CONTESTACOES (CHARGEBACK)  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Notificacao ...:   / 
      -       " /        Seq. ....:         ?" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Bandeira ......:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Venda em ......:   / 
      -       " /        Valor ...:         ?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?NFC-e .........:     
      -       "          Valor ...:         ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Turno/Caixa ...:  /  
      -       "          Autoriz. :         ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Abast. bico ...:   / 
      -       "          Valor ...:         ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Prazo docs ....:   / 
      -       " /        Enviados:   /  /   ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Deducao agenda :   / 
      -       " /        Seq. ....:         ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Valor deduzido :     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Situacao ......:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Resultado em ..:   / 
      -       " /                           ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ?Operador ......:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Contestacoes"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Registro   ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Pendentes  ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Perdas Mes ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 59 PIC X(21) FROM SPACES.

       01  TLA-004.
           03  LINE 07 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 60 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 63 PIC X(09) USING OPC-TLA
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 72 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 62 PIC X(15) FROM SPACES.

       01  TLA-005.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Mes/Ano .......:   / 
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-NAX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-NAX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-NAX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  SEQ-ENT LINE 06 COLUMN 45 PIC 9(03)  FROM  SEQ-CBK
                       BACKGROUND-COLOR  01.
           03  BND-ENT LINE 07 COLUMN 21 PIC 9(02)  FROM  BND-CBK
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 07 COLUMN 24 PIC X(15)  FROM  DES-BND
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  DIA-VDA
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 24 PIC 9(02)  FROM  MES-VDA
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 27 PIC 9(02)  FROM  ANO-VDA
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 08 COLUMN 45 PIC ZZZZZ9,99  FROM  VAL-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(06)  FROM  NFC-CBK
                       BACKGROUND-COLOR  01.
           03  VNF-ENT LINE 09 COLUMN 45 PIC ZZZZZ9,99  FROM  VNF-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(01)  FROM  TUR-CBK
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 23 PIC 9(01)  FROM  CXA-CBK
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 45 PIC X(08)  FROM  AUT-CBK
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(02)  FROM  BIC-CBK
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 24 PIC 9(04)  FROM  ABT-CBK
                       BACKGROUND-COLOR  01.
           03  VAB-ENT LINE 11 COLUMN 45 PIC ZZZZZ9,99  FROM  VAB-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(02)  FROM  DIA-PRZ
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 24 PIC 9(02)  FROM  MES-PRZ
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 27 PIC 9(02)  FROM  ANO-PRZ
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 45 PIC 9(02)  FROM  DIA-ENV
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 48 PIC 9(02)  FROM  MES-ENV
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 51 PIC 9(02)  FROM  ANO-ENV
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  DIA-DED
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  MES-DED
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC 9(02)  FROM  ANO-DED
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 45 PIC 9(03)  FROM  SAG-CBK
                       BACKGROUND-COLOR  01.
           03  DED-ENT LINE 15 COLUMN 21 PIC ZZZZZ9,99  FROM  DED-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(01)  FROM  SIT-CBK
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 16 COLUMN 23 PIC X(12)  FROM  DES-SIT
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(02)  FROM  DIA-RES
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC 9(02)  FROM  MES-RES
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 27 PIC 9(02)  FROM  ANO-RES
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 21 PIC 9(04)  FROM  OPE-CBK
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  MES-REF
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  ANO-REF
                       BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 07 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 08 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(23) FROM SPACES.

       01  LPA-004.
           03  LINE 05 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 06 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(56) FROM SPACES.
           03  LINE 21 COLUMN 02 PIC X(56) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA NO
      -            "TIFICACAO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA CONTESTAC
      -            "AO (000 = NOVA)  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO ENCERRA
      -            "DA - SO CONSULTA  -  TECLE [ENTER] ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE CONTESTAC
      -            "OES NO DIA (999) !!!  -  TECLE [ENTER]          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A BANDEIRA D
      -            "O CARTAO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "BANDEIRA INEXISTENT
      -            "E !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DA VE
      -            "NDA CONTESTADA  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR CONT
      -            "ESTADO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA NFC-E DA 
      -            "VENDA (0 = SEM NFC-E)  -  [ESC] RETORNA         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "NFC-E INEXISTENTE O
      -            "U DE OUTRA DATA !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO E O 
      -            "CAIXA DA VENDA  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DE AUTORIZAC
      -            "AO DA TRANSACAO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "BICO/SEQ. DO ABASTE
      -            "CIMENTO (00 = SEM VINCULO)  -  [ESC] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "ABASTECIMENTO INEXI
      -            "STENTE NA DATA DA VENDA !!!  -  [ENTER]         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "PRAZO P/ ENVIO DOS 
      -            "DOCUMENTOS  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A CONTESTA
      -            "CAO OU (A)BANDONAR ?                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "CONTESTACAO GRAVADA
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DE ENVIO DOS D
      -            "OCUMENTOS (00 = NAO ENVIADOS)  -  [ESC]         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "VENCIMENTO NA AGEND
      -            "A C/ A DEDUCAO (00 = NENHUMA)  -  [ESC]         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO INEXISTE
      -            "NTE NA AGENDA !!!  -  TECLE [ENTER] ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAMENTO JA LIQUI
      -            "DADO OU DE OUTRA BANDEIRA !!!  -  [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DEDUZIDO PELA
      -            " ADQUIRENTE  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR MAIOR QUE O L
      -            "IQUIDO DO LANCAMENTO !!!  -  [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO: 0-AGUARD.
      -            "DOCS 1-DOCS ENVIADOS 2-REVERTIDA 3-PERDIDA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DO RESULTADO D
      -            "A CONTESTACAO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O ACOMPANH
      -            "AMENTO OU (A)BANDONAR ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES E O AN
      -            "O DAS PERDAS  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-031 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           MOVE     DTA-SYS  TO  DTN-AUX
           OPEN     INPUT    CADCXA
           OPEN     INPUT    CADBND
           OPEN     INPUT    CADNFC
           OPEN     INPUT    CADABT
           OPEN     I-O      CADAGC
           OPEN     I-O      CADCBK
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCBK
               CLOSE    CADCBK
               OPEN     I-O      CADCBK.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  3
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC  NOT  =   1
               GO  TO        ROT-400-000.

       ROT-100-000.
           DISPLAY  TLA-002  ENT-001
           MOVE     ZEROS    TO  SEQ-AUX.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (06 21)  DIA-NAX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-NAX   <   1  OR  >  31
               GO  TO        ROT-100-010.

       ROT-100-020.
           ACCEPT   (06 24)  MES-NAX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  MES-NAX   <   1  OR  >  12
               GO  TO        ROT-100-020.

       ROT-100-030.
           ACCEPT   (06 27)  ANO-NAX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           DISPLAY  MEN-003
           ACCEPT   (06 45)  SEQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  SEQ-AUX   =   ZEROS
               GO  TO        ROT-100-050.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     DTN-AUX  TO  DTN-CBK
           MOVE     SEQ-AUX  TO  SEQ-CBK
           READ     CADCBK   INVALID KEY
                    DISPLAY  MEN-004
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-040.
           MOVE     DED-CBK  TO  DED-ORG
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-002
           IF  SIT-CBK   <   2
               GO  TO        ROT-300-000.
           DISPLAY  MEN-005
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-100-050.
           MOVE     DTN-AUX  TO  DTN-CBK
           MOVE     ZEROS    TO  SEQ-CBK
           START    CADCBK   KEY NOT LESS  CHV-CBK
                    INVALID  KEY GO  TO   ROT-100-070.

       ROT-100-060.
           READ     CADCBK   NEXT AT END
                    GO  TO   ROT-100-070.
           IF  DTN-CBK   =   DTN-AUX
               MOVE     SEQ-CBK  TO  SEQ-AUX
               GO  TO        ROT-100-060.

       ROT-100-070.
           MOVE     SPACES   TO  RSP-OPC
           IF  SEQ-AUX   =   999
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           ADD      1        TO  SEQ-AUX
           MOVE     ZEROS    TO  REG-CBK
           MOVE     SPACES   TO  AUT-CBK
           MOVE     DTN-AUX  TO  DTN-CBK  DTV-CBK
           MOVE     SEQ-AUX  TO  SEQ-CBK
           MOVE     PRM-OPE  TO  OPE-CBK
           MOVE     DTN-AUX  TO  DTA-AUX
           PERFORM  ROT-750-000  THRU  ROT-750-030
           MOVE     DTA-AUX  TO  PRZ-CBK
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-002.

       ROT-200-000.
           DISPLAY  MEN-007
           ACCEPT   (07 21)  BND-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     BND-CBK  TO  CHV-BND
           READ     CADBND   INVALID KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-000.
           DISPLAY  DES-ENT.

       ROT-200-010.
           DISPLAY  MEN-009
           ACCEPT   (08 21)  DIA-VDA  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  DIA-VDA   <   1  OR  >  31
               GO  TO        ROT-200-010.

       ROT-200-020.
           ACCEPT   (08 24)  MES-VDA  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  MES-VDA   <   1  OR  >  12
               GO  TO        ROT-200-020.

       ROT-200-030.
           ACCEPT   (08 27)  ANO-VDA  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.

       ROT-200-040.
           DISPLAY  MEN-010
           ACCEPT   (08 45)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-200-040.
           MOVE     VAL-AUX  TO  VAL-CBK.

       ROT-200-050.
           DISPLAY  MEN-011
           ACCEPT   (09 21)  NFC-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           MOVE     ZEROS    TO  VNF-AUX
           IF  NFC-CBK   =   ZEROS
               GO  TO        ROT-200-060.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     NFC-CBK  TO  CHV-NFC
           READ     CADNFC   INVALID KEY
                    MOVE     ZEROS    TO  DTA-NFC.
           IF  DTA-NFC  NOT  =   DTV-CBK
               DISPLAY       MEN-012  VNF-ENT
               ACCEPT        OPC-002
               GO  TO        ROT-200-050.
           MOVE     VAL-NFC  TO  VNF-AUX
           IF  TUR-CBK   =   ZEROS
               MOVE     TUR-NFC  TO  TUR-CBK
               MOVE     CXA-NFC  TO  CXA-CBK.
           DISPLAY  ENT-002.

       ROT-200-060.
           DISPLAY  MEN-013  VNF-ENT
           ACCEPT   (10 21)  TUR-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.
           IF  TUR-CBK   =   ZEROS
               GO  TO        ROT-200-060.

       ROT-200-070.
           ACCEPT   (10 23)  CXA-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     TUR-CBK  TO  TUR-CXA
           MOVE     CXA-CBK  TO  NUM-CXA
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-014
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-060.

       ROT-200-080.
           DISPLAY  MEN-015
           ACCEPT   (10 45)  AUT-CBK  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           IF  AUT-CBK   =   SPACES
               GO  TO        ROT-200-080.

       ROT-200-090.
           DISPLAY  MEN-016
           ACCEPT   (11 21)  BIC-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.
           MOVE     ZEROS    TO  VAB-AUX
           IF  BIC-CBK   =   ZEROS
               MOVE     ZEROS    TO  ABT-CBK
               DISPLAY       ENT-002
               GO  TO        ROT-200-110.

       ROT-200-100.
           ACCEPT   (11 24)  ABT-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     DTV-CBK  TO  DTA-ABT
           MOVE     BIC-CBK  TO  BIC-ABT
           MOVE     ABT-CBK  TO  SEQ-ABT
           READ     CADABT   INVALID KEY
                    DISPLAY  MEN-017
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-090.
           MOVE     VAL-ABT  TO  VAB-AUX
           DISPLAY  VAB-ENT.

       ROT-200-110.
           DISPLAY  MEN-018
           ACCEPT   (13 21)  DIA-PRZ  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.
           IF  DIA-PRZ   <   1  OR  >  31
               GO  TO        ROT-200-110.

       ROT-200-120.
           ACCEPT   (13 24)  MES-PRZ  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-110.
           IF  MES-PRZ   <   1  OR  >  12
               GO  TO        ROT-200-120.

       ROT-200-130.
           ACCEPT   (13 27)  ANO-PRZ  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-120.

       ROT-200-140.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-019
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-130.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-140.

       ROT-200-150.
           WRITE    REG-CBK  INVALID  KEY
                    ADD      1   TO   SEQ-CBK
                    GO  TO   ROT-200-150.
           DISPLAY  SEQ-ENT  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-300-000.
           DISPLAY  MEN-021
           ACCEPT   (13 45)  DIA-ENV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DIA-ENV   =   ZEROS
               MOVE     ZEROS    TO  DEN-CBK
               DISPLAY       ENT-002
               GO  TO        ROT-300-030.
           IF  DIA-ENV   >   31
               GO  TO        ROT-300-000.

       ROT-300-010.
           ACCEPT   (13 48)  MES-ENV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  MES-ENV   <   1  OR  >  12
               GO  TO        ROT-300-010.

       ROT-300-020.
           ACCEPT   (13 51)  ANO-ENV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.

       ROT-300-030.
           IF  DED-ORG  NOT  =   ZEROS
               GO  TO        ROT-300-070.
           DISPLAY  MEN-022
           ACCEPT   (14 21)  DIA-DED  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  DIA-DED   =   ZEROS
               MOVE     ZEROS    TO  DTD-CBK  SAG-CBK
                                     DED-CBK  DED-AUX
               DISPLAY       ENT-002
               GO  TO        ROT-300-070.
           IF  DIA-DED   >   31
               GO  TO        ROT-300-030.

       ROT-300-040.
           ACCEPT   (14 24)  MES-DED  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  MES-DED   <   1  OR  >  12
               GO  TO        ROT-300-040.
           ACCEPT   (14 27)  ANO-DED  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.

       ROT-300-050.
           ACCEPT   (14 45)  SAG-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     DTD-CBK  TO  DTV-AGC
           MOVE     SAG-CBK  TO  SEQ-AGC
           READ     CADAGC   INVALID KEY
                    DISPLAY  MEN-023
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-030.
           IF  SIT-AGC  NOT  =   0  OR  BND-AGC  NOT  =  BND-CBK
               DISPLAY       MEN-024
               ACCEPT        OPC-002
               GO  TO        ROT-300-030.

       ROT-300-060.
           DISPLAY  MEN-025
           ACCEPT   (15 21)  DED-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DED-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-300-050.
           IF  DED-AUX   =   ZEROS
               GO  TO        ROT-300-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  DED-AUX   >   VLQ-AGC
               DISPLAY       MEN-026
               ACCEPT        OPC-002
               GO  TO        ROT-300-060.
           MOVE     DED-AUX  TO  DED-CBK.

       ROT-300-070.
           IF  SIT-CBK   =   0  AND  DEN-CBK  NOT  =  ZEROS
               MOVE     1        TO  SIT-CBK
               DISPLAY       ENT-002.
           DISPLAY  MEN-027
           ACCEPT   (16 21)  SIT-CBK  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  DED-ORG  NOT  =  ZEROS
               GO  TO        ROT-300-000.
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  SIT-CBK   >   3
               GO  TO        ROT-300-070.
           MOVE     SIT-TAB (SIT-CBK + 1)  TO  DES-SIT
           DISPLAY  SIT-ENT
           IF  SIT-CBK   <   2
               MOVE     ZEROS    TO  DTR-CBK
               DISPLAY       ENT-002
               GO  TO        ROT-300-100.
           IF  DTR-CBK   =   ZEROS
               MOVE     DTA-SYS  TO  DTR-CBK
               DISPLAY       ENT-002.

       ROT-300-080.
           DISPLAY  MEN-028
           ACCEPT   (17 21)  DIA-RES  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-070.
           IF  DIA-RES   <   1  OR  >  31
               GO  TO        ROT-300-080.

       ROT-300-090.
           ACCEPT   (17 24)  MES-RES  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-080.
           IF  MES-RES   <   1  OR  >  12
               GO  TO        ROT-300-090.
           ACCEPT   (17 27)  ANO-RES  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-090.

       ROT-300-100.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-029
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-070.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-100.
           IF  DED-ORG   =   ZEROS  AND  DED-CBK  NOT  =  ZEROS
               MOVE     DTD-CBK  TO  DTV-AGC
               MOVE     SAG-CBK  TO  SEQ-AGC
               READ     CADAGC
               SUBTRACT DED-CBK  FROM  VLQ-AGC
               REWRITE  REG-AGC.
           IF  SIT-CBK   =   2  AND  DED-CBK  NOT  =  ZEROS
               PERFORM  ROT-760-000  THRU  ROT-760-020.
           MOVE     PRM-OPE  TO  OPE-CBK
           REWRITE  REG-CBK
           DISPLAY  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-400-000.
           DISPLAY  LPA-004
           IF  NUM-OPC   =   2
               GO  TO        ROT-400-030.
           MOVE     MES-SYS  TO  MES-REF
           MOVE     ANO-SYS  TO  ANO-REF
           DISPLAY  TLA-005  ENT-003.

       ROT-400-010.
           DISPLAY  MEN-030
           ACCEPT   (07 21)  MES-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-REF   <   1  OR  >  12
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (07 24)  ANO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.

       ROT-400-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-031
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-400-030.
           DISPLAY  MEN-032
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  TOT-QTD  TOT-VAL  TOT-DED
                                 QTD-AUX  VAL-ACM  TAB-ACM
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           IF  NUM-OPC   =   3
               GO  TO        ROT-600-000.

       ROT-500-000.
           MOVE     "CONTESTACOES DE CARTAO PENDENTES"  TO  NOM-CB1
           MOVE     "CONTESTACOES EM ABERTO"            TO  TIT-CB2
           MOVE     SPACES   TO  TXT-CB2  BRF-CB2
           MOVE     ZEROS    TO  MRF-CB2  ARF-CB2
           MOVE     "PRAZO"  TO  TIP-CB5
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-800-000
           MOVE     ZEROS    TO  CHV-CBK
           START    CADCBK   KEY NOT LESS  CHV-CBK
                    INVALID  KEY GO  TO   ROT-500-020.

       ROT-500-010.
           READ     CADCBK   NEXT AT END
                    GO  TO   ROT-500-020.
           IF  SIT-CBK   >   1
               GO  TO        ROT-500-010.
           PERFORM  ROT-710-000
           MOVE     PRZ-CBK  TO  DTA-AUX
           PERFORM  ROT-720-000
           MOVE     DTA-FM1  TO  PRZ-DT1
           COMPUTE  SER-PRZ  =   ANO-PRZ  *  360
                             +   MES-PRZ  *  30   +  DIA-PRZ
           MOVE     SPACES   TO  MRC-DT1
           IF  SIT-CBK   =   0  AND  SER-PRZ  <  SER-HOJ
               MOVE     " **"    TO  MRC-DT1
               ADD      1        TO  QTD-AUX
               ADD      VAL-CBK  TO  VAL-ACM.
           ADD      1        TO  TOT-QTD
           ADD      VAL-CBK  TO  TOT-VAL
           ADD      DED-CBK  TO  TOT-DED
           WRITE    REG-REL FROM DET-001
           PERFORM  ROT-810-000  THRU  ROT-810-010
           GO  TO   ROT-500-010.

       ROT-500-020.
           WRITE    REG-REL FROM CAB-003
           MOVE     "TOTAL EM CONTESTACAO ......"  TO  TIT-TT1
           MOVE     TOT-QTD  TO  QTD-TT1
           MOVE     TOT-VAL  TO  VAL-TT1
           MOVE     TOT-DED  TO  DED-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "** PRAZO DE DOCS VENCIDO .."  TO  TIT-TT1
           MOVE     QTD-AUX  TO  QTD-TT1
           MOVE     VAL-ACM  TO  VAL-TT1
           MOVE     ZEROS    TO  DED-TT1
           WRITE    REG-REL FROM TOT-001
           GO  TO   ROT-600-090.

       ROT-600-000.
           MOVE     "PERDAS COM CONTESTACOES DE CARTAO"  TO  NOM-CB1
           MOVE     "PERDAS POR CONTESTACAO"             TO  TIT-CB2
           MOVE     "MES :"  TO  TXT-CB2
           MOVE     MES-REF  TO  MRF-CB2
           MOVE     "/"      TO  BRF-CB2
           MOVE     ANO-REF  TO  ARF-CB2
           MOVE     "RESULT." TO  TIP-CB5
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-800-000
           MOVE     ZEROS    TO  CHV-CBK
           START    CADCBK   KEY NOT LESS  CHV-CBK
                    INVALID  KEY GO  TO   ROT-600-020.

       ROT-600-010.
           READ     CADCBK   NEXT AT END
                    GO  TO   ROT-600-020.
           IF  SIT-CBK   <   2
               GO  TO        ROT-600-010.
           IF  ANO-RES  NOT  =  ANO-REF  OR
               MES-RES  NOT  =  MES-REF
               GO  TO        ROT-600-010.
           IF  SIT-CBK   =   2
               ADD      1        TO  QTD-AUX
               ADD      VAL-CBK  TO  VAL-ACM
               GO  TO        ROT-600-010.
           PERFORM  ROT-710-000
           MOVE     DTR-CBK  TO  DTA-AUX
           PERFORM  ROT-720-000
           MOVE     DTA-FM1  TO  PRZ-DT1
           MOVE     SPACES   TO  MRC-DT1
           ADD      1        TO  TOT-QTD
           ADD      VAL-CBK  TO  TOT-VAL
           ADD      DED-CBK  TO  TOT-DED
           IF  BND-CBK   >   ZEROS
               ADD      1        TO  QTB-ACM (BND-CBK)
               ADD      VAL-CBK  TO  VLB-ACM (BND-CBK)
               ADD      DED-CBK  TO  DDB-ACM (BND-CBK).
           IF  CXA-CBK   >   ZEROS
               ADD      1        TO  QTC-ACM (CXA-CBK)
               ADD      VAL-CBK  TO  VLC-ACM (CXA-CBK)
               ADD      DED-CBK  TO  DDC-ACM (CXA-CBK).
           WRITE    REG-REL FROM DET-001
           PERFORM  ROT-810-000  THRU  ROT-810-010
           GO  TO   ROT-600-010.

       ROT-600-020.
           WRITE    REG-REL FROM CAB-003
           MOVE     "TOTAL PERDIDO NO MES ......"  TO  TIT-TT1
           MOVE     TOT-QTD  TO  QTD-TT1
           MOVE     TOT-VAL  TO  VAL-TT1
           MOVE     TOT-DED  TO  DED-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "REVERTIDAS NO MES ........."  TO  TIT-TT1
           MOVE     QTD-AUX  TO  QTD-TT1
           MOVE     VAL-ACM  TO  VAL-TT1
           MOVE     ZEROS    TO  DED-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "PERDAS POR BANDEIRA"  TO  DET-003
           WRITE    REG-REL FROM DET-003  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-007
           WRITE    REG-REL FROM CAB-003
           ADD      6        TO  ACM-LIN
           MOVE     1        TO  IND1.

       ROT-600-030.
           IF  QTB-ACM (IND1)  =   ZEROS
               GO  TO        ROT-600-040.
           MOVE     IND1     TO  CHV-BND  COD-DT2
           READ     CADBND   INVALID KEY
                    MOVE     SPACES   TO  DES-BND.
           MOVE     DES-BND  TO  DES-DT2
           MOVE     QTB-ACM (IND1)  TO  QTD-DT2
           MOVE     VLB-ACM (IND1)  TO  VAL-DT2
           MOVE     DDB-ACM (IND1)  TO  DED-DT2
           WRITE    REG-REL FROM DET-002
           PERFORM  ROT-810-000  THRU  ROT-810-010.

       ROT-600-040.
           ADD      1        TO  IND1
           IF  IND1   <   100
               GO  TO        ROT-600-030.
           MOVE     "PERDAS POR CAIXA"  TO  DET-003
           WRITE    REG-REL FROM DET-003  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-007
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN
           MOVE     1        TO  IND1.

       ROT-600-050.
           IF  QTC-ACM (IND1)  =   ZEROS
               GO  TO        ROT-600-060.
           MOVE     IND1     TO  COD-DT2
           MOVE     "CAIXA"  TO  DES-DT2
           MOVE     QTC-ACM (IND1)  TO  QTD-DT2
           MOVE     VLC-ACM (IND1)  TO  VAL-DT2
           MOVE     DDC-ACM (IND1)  TO  DED-DT2
           WRITE    REG-REL FROM DET-002
           PERFORM  ROT-810-000  THRU  ROT-810-010.

       ROT-600-060.
           ADD      1        TO  IND1
           IF  IND1   <   10
               GO  TO        ROT-600-050.

       ROT-600-090.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-033
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-700-000.
           MOVE     SPACES   TO  DES-BND
           MOVE     BND-CBK  TO  CHV-BND
           IF  BND-CBK  NOT  =   ZEROS
               READ     CADBND   INVALID KEY
                        MOVE     SPACES   TO  DES-BND.
           MOVE     SIT-TAB (SIT-CBK + 1)  TO  DES-SIT
           MOVE     VAL-CBK  TO  VAL-AUX
           MOVE     DED-CBK  TO  DED-AUX
           MOVE     ZEROS    TO  VNF-AUX  VAB-AUX
           IF  NFC-CBK   =   ZEROS
               GO  TO        ROT-700-005.
           MOVE     NFC-CBK  TO  CHV-NFC
           READ     CADNFC   INVALID KEY
                    MOVE     ZEROS    TO  VAL-NFC.
           MOVE     VAL-NFC  TO  VNF-AUX.

       ROT-700-005.
           IF  BIC-CBK   =   ZEROS
               GO  TO        ROT-700-010.
           MOVE     DTV-CBK  TO  DTA-ABT
           MOVE     BIC-CBK  TO  BIC-ABT
           MOVE     ABT-CBK  TO  SEQ-ABT
           READ     CADABT   INVALID KEY
                    MOVE     ZEROS    TO  VAL-ABT.
           MOVE     VAL-ABT  TO  VAB-AUX.

       ROT-700-010.
           EXIT.

       ROT-710-000.
           MOVE     DTN-CBK  TO  DTA-AUX
           PERFORM  ROT-720-000
           MOVE     DTA-FM1  TO  DTN-DT1
           MOVE     SEQ-CBK  TO  SEQ-DT1
           MOVE     BND-CBK  TO  BND-DT1
           MOVE     DTV-CBK  TO  DTA-AUX
           PERFORM  ROT-720-000
           MOVE     DTA-FM1  TO  DTV-DT1
           MOVE     TUR-CBK  TO  TUR-DT1
           MOVE     CXA-CBK  TO  CXA-DT1
           MOVE     VAL-CBK  TO  VAL-DT1
           MOVE     SIT-TAB (SIT-CBK + 1)  TO  SIT-DT1
           MOVE     DED-CBK  TO  DED-DT1.

       ROT-720-000.
           MOVE     DIA-AUX  TO  DIA-FM1
           MOVE     MES-AUX  TO  MES-FM1
           MOVE     ANO-AUX  TO  ANO-FM1.

       ROT-750-000.
           MOVE     ZEROS    TO  CNT-DIA.

       ROT-750-010.
           IF  CNT-DIA  NOT  <   PRZ-PAD
               GO  TO        ROT-750-030.
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
           ADD      1        TO  CNT-DIA
           GO  TO   ROT-750-010.

       ROT-750-030.
           EXIT.

       ROT-760-000.
           MOVE     DTD-CBK  TO  DTV-AGC
           MOVE     SAG-CBK  TO  SEQ-AGC
           READ     CADAGC   INVALID KEY
                    GO  TO   ROT-760-010.
           IF  SIT-AGC  NOT  =   0
               GO  TO        ROT-760-010.
           ADD      DED-CBK  TO  VLQ-AGC
           REWRITE  REG-AGC
           GO  TO   ROT-760-020.

       ROT-760-010.
           MOVE     DTR-CBK  TO  DTV-AGC
           MOVE     BND-CBK  TO  BND-AGC
           MOVE     DTV-CBK  TO  DTA-AGC
           MOVE     ZEROS    TO  VBR-AGC  TXA-AGC  SIT-AGC  SEQ-AGC
           MOVE     DED-CBK  TO  VLQ-AGC.

       ROT-760-015.
           ADD      1        TO  SEQ-AGC
           WRITE    REG-AGC  INVALID  KEY
                    GO  TO   ROT-760-015.

       ROT-760-020.
           EXIT.

       ROT-800-000.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003.

       ROT-810-000.
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-810-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-800-000.

       ROT-810-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADCBK   CADBND   CADAGC
                    CADNFC   CADABT   CADCXA
           CHAIN   "DYN144"  USING  PRM-001  PRM-OPE.
