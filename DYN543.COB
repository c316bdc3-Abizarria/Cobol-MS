       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN543.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCLI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLI.DAT".
       01  REG-CLI.
           03  CHV-CLI          PIC  X(10).
           03  NOM-CLI          PIC  X(35).
           03  TEL-CLI          PIC  9(12).
           03  CNT-CLI          PIC  X(15).
           03  END-CLI          PIC  X(35).
           03  CID-CLI          PIC  X(20).
           03  CEP-CLI          PIC  9(08).
           03  EST-CLI          PIC  X(02).
           03  CGC-CLI          PIC  9(14).
           03  INS-CLI          PIC  X(15).
           03  CTG-CLI          PIC  9(01).
           03  SIT-CLI          PIC  9(01).
           03  LIM-CLI          PIC  9(09)V99.

       FD  CADCTT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTT.DAT".
       01  REG-CTT.
           03  CHV-CTT.
               05  FAT-CTT      PIC  9(06).
               05  NUM-CTT      PIC  9(06).
           03  TIP-CTT          PIC  9(01).
           03  CLI-CTT          PIC  X(10).
           03  DRQ-CTT          PIC  9(06).
           03  PCA-CTT          PIC  X(07).
           03  DTA-CTT.
               05  ANO-CTT      PIC  9(02).
               05  MES-CTT      PIC  9(02).
               05  DIA-CTT      PIC  9(02).
           03  VAL-CTT          PIC  9(09)V99.
           03  MOT-CTT          PIC  X(30).
           03  RSP-CTT          PIC  X(20).
           03  SIT-CTT          PIC  9(01).
           03  DTS-CTT.
               05  ANO-DTS      PIC  9(02).
               05  MES-DTS      PIC  9(02).
               05  DIA-DTS      PIC  9(02).
           03  VCR-CTT          PIC  9(09)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  CLI-REF          PIC  X(10).
           03  SIT-REF          PIC  9(01).
           03  QTD-CTT          PIC  9(04).
           03  SER-HOJ          PIC  9(06).
           03  SER-FIM          PIC  9(06).
           03  DIA-AUX          PIC S9(06).
           03  TOT-VAL          PIC  9(11)V99.
           03  TOT-VCR          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-SIT.
           03  FILLER           PIC  X(04)  VALUE  "ABER".
           03  FILLER           PIC  X(04)  VALUE  "CONF".
           03  FILLER           PIC  X(04)  VALUE  "CRED".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(04)  OCCURS  03.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "CONTESTACOES DE REQUISICOES E FATURAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "POSICAO DAS CONTESTACOES - ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "FATURA REQUIS CLIENTE    DATA     DIAS  ".
           03  FILLER           PIC  X(40)  VALUE
               "    VALOR MOTIVO         RESPONSAV. SIT".

       01  DET-001.
           03  FAT-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NUM-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT1          PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RSP-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(04).

       01  TOT-001.
           03  FILLER           PIC  X(14)  VALUE  "TOTAL GERAL : ".
           03  QTD-TT1          PIC  ZZZ9.
           03  FILLER           PIC  X(18)  VALUE  " CONTESTACOES".
           03  VAL-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(12)  VALUE  "  CREDITO : ".
           03  VCR-TT1          PIC  ZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONTESTACOES - RELATORIO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Cliente (branco = to
      -       "dos):                      ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ? Situacao (0 = todas)
      -       " ...:   1-Aberta           ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(52) FROM " ?                     
      -       "        2-Confirmada       ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 16 PIC X(52) FROM " ?                     
      -       "        3-Creditada        ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 18 PIC X(52) FROM SPACES.

       01  ENT-001.
           03  CLI-ENT LINE 11 COLUMN 45 PIC X(10) USING CLI-REF
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 56 PIC X(09) FROM  NOM-CLI
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE (BRANCO = TODOS)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO AS CONTESTACOES ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A SITUACAO D
      -            "AS CONTESTACOES (0 = TODAS)  -  [ESC] RETORNA   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     INPUT    CADCLI
           OPEN     INPUT    CADCTT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     INPUT    CADCTT.
           MOVE     SPACES   TO  CLI-REF
           MOVE     1        TO  SIT-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  CLI-REF  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     SPACES   TO  NOM-CLI
           IF  CLI-REF   =   SPACES
               MOVE     "TODOS"  TO  NOM-CLI
               GO  TO        ROT-100-005.
           MOVE     CLI-REF  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.

       ROT-100-005.
           DISPLAY  CLI-ENT  NOM-ENT  MEN-005
           ACCEPT   (12 45)  SIT-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SIT-REF   >   3
               GO  TO        ROT-100-005.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-005.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-010.
           DISPLAY  MEN-004
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  QTD-CTT  TOT-VAL  TOT-VCR
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-CTT
           START    CADCTT   KEY GREATER  CHV-CTT
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-020.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  CLI-REF  NOT  =   SPACES  AND  CLI-CTT  NOT  =  CLI-REF
               GO  TO        ROT-100-020.
           IF  SIT-REF  NOT  =   ZEROS  AND  SIT-CTT  NOT  =  SIT-REF
               GO  TO        ROT-100-020.
           PERFORM  ROT-200-000  THRU  ROT-200-010
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     QTD-CTT  TO  QTD-TT1
           MOVE     TOT-VAL  TO  VAL-TT1
           MOVE     TOT-VCR  TO  VCR-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SER-HOJ  TO  SER-FIM
           IF  SIT-CTT  NOT  =   1
               COMPUTE  SER-FIM  =   ANO-DTS  *  360
                                 +   MES-DTS  *  30   +  DIA-DTS.
           COMPUTE  DIA-AUX  =   SER-FIM  -  ANO-CTT  *  360
                             -   MES-CTT  *  30   -  DIA-CTT
           IF  DIA-AUX   <   ZEROS
               MOVE     ZEROS    TO  DIA-AUX.
           MOVE     FAT-CTT  TO  FAT-DT1
           MOVE     NUM-CTT  TO  NUM-DT1
           MOVE     CLI-CTT  TO  CLI-DT1
           MOVE     DIA-CTT  TO  DIA-DT1
           MOVE     MES-CTT  TO  MES-DT1
           MOVE     ANO-CTT  TO  ANO-DT1
           MOVE     DIA-AUX  TO  QTD-DT1
           MOVE     VAL-CTT  TO  VAL-DT1
           MOVE     MOT-CTT  TO  MOT-DT1
           MOVE     RSP-CTT  TO  RSP-DT1
           MOVE     SPACES   TO  SIT-DT1
           IF  SIT-CTT   >   0  AND  <  4
               MOVE     SIT-TAB (SIT-CTT)  TO  SIT-DT1.
           ADD      1        TO  QTD-CTT
           ADD      VAL-CTT  TO  TOT-VAL
           ADD      VCR-CTT  TO  TOT-VCR
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-200-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015.

       ROT-200-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADCLI   CADCTT
           CHAIN   "DYN542"  USING  PRM-001.
