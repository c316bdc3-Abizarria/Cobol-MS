       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN544.
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

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPP
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  REG-LBC.
           03  CHV-LBC.
               05  BCO-LBC      PIC  9(03).
               05  DTA-LBC      PIC  9(06).
               05  LCT-LBC      PIC  9(03).
           03  FLG-LBC          PIC  9(01).
           03  DOC-LBC          PIC  9(06).
           03  HST-LBC          PIC  X(20).
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  REG-PPG.
           03  CHV-PPG          PIC  X(10).
           03  SIT-PPG          PIC  9(01).
           03  BLQ-PPG          PIC  9(01).
           03  MIN-PPG          PIC  9(09)V99.
           03  DTA-PPG          PIC  9(06).
           03  SAL-PPG          PIC S9(09)V99.
           03  SEQ-PPG          PIC  9(06).

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  REG-MPP.
           03  CHV-MPP.
               05  CLI-MPP      PIC  X(10).
               05  SEQ-MPP      PIC  9(06).
           03  DTA-MPP          PIC  9(06).
           03  TIP-MPP          PIC  9(01).
           03  DOC-MPP          PIC  9(06).
           03  BCO-MPP          PIC  9(03).
           03  HST-MPP          PIC  X(20).
           03  VAL-MPP          PIC S9(09)V99.
           03  SAL-MPP          PIC S9(09)V99.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  CLI-AUX          PIC  X(10).
           03  SIT-AUX          PIC  9(01).
           03  BLQ-AUX          PIC  9(01).
           03  MIN-AUX          PIC  9(09)V99.
           03  SAL-AUX          PIC S9(09)V99.
           03  OPE-AUX          PIC  9(01).
           03  BCO-AUX          PIC  9(03).
           03  VAL-DEP          PIC  9(09)V99.
           03  HST-AUX          PIC  X(20).

           03  DTA-ABE.
               05  ANO-ABE      PIC  9(02).
               05  MES-ABE      PIC  9(02).
               05  DIA-ABE      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HST-PPG.
               05  FILLER       PIC  X(09)  VALUE  "PRE-PAGO ".
               05  CLI-HST      PIC  X(10).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "CONTA    ".
           03  FILLER           PIC  X(09)  VALUE  "DEPOSITO ".
           03  FILLER           PIC  X(09)  VALUE  "CONSULTA ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-TIP.
           03  FILLER           PIC  X(20)  VALUE
               "DEPOSITO EM DINHEIRO".
           03  FILLER           PIC  X(20)  VALUE  "DEPOSITO VIA PIX".
           03  FILLER           PIC  X(20)  VALUE
               "TRANSFERENCIA BANC.".
           03  FILLER           PIC  X(20)  VALUE  "DEVOLUCAO DE SALDO".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(20)  OCCURS  04.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTAS PRE-PAGAS DE FROTA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ? Cliente ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ? Situacao .....:    1
      -       "-Ativa  2-Encerrada         ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ? Sem saldo ....:    1
      -       "-Recusa  2-Avisa            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ? Saldo minimo .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ? Abertura .....:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ? Saldo atual ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ? Operacao .....:    1
      -       "-Din 2-PIX 3-Transf 4-Devol ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ? Banco ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ? Valor ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ? Historico ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 20 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "    Pre-pago"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Conta      ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Deposito   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Consultar  ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Extrato    ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 59 PIC X(21) FROM SPACES.

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

       01  ENT-001.
           03  CLI-ENT LINE 08 COLUMN 21 PIC X(10)  USING CLI-AUX
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 08 COLUMN 32 PIC X(20)  FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 09 COLUMN 21 PIC 9(01)  USING SIT-AUX
                       BACKGROUND-COLOR  01.
           03  BLQ-ENT LINE 10 COLUMN 21 PIC 9(01)  USING BLQ-AUX
                       BACKGROUND-COLOR  01.
           03  MIN-ENT LINE 11 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       USING MIN-AUX     BACKGROUND-COLOR  01.
           03  DAB-ENT LINE 12 COLUMN 21 PIC 9(02)  FROM  DIA-ABE
                       BACKGROUND-COLOR  01.
           03  MAB-ENT LINE 12 COLUMN 24 PIC 9(02)  FROM  MES-ABE
                       BACKGROUND-COLOR  01.
           03  AAB-ENT LINE 12 COLUMN 27 PIC 9(02)  FROM  ANO-ABE
                       BACKGROUND-COLOR  01.
           03  SAL-ENT LINE 13 COLUMN 21 PIC -ZZ.ZZZ.ZZ9,99
                       FROM  SAL-AUX     BACKGROUND-COLOR  01.

       01  ENT-002.
           03  OPE-ENT LINE 15 COLUMN 21 PIC 9(01)  USING OPE-AUX
                       BACKGROUND-COLOR  01.
           03  BCO-ENT LINE 16 COLUMN 21 PIC 9(03)  USING BCO-AUX
                       BACKGROUND-COLOR  01.
           03  NBC-ENT LINE 16 COLUMN 25 PIC X(15)  FROM  NOM-BCO
                       BACKGROUND-COLOR  01.
           03  VAL-ENT LINE 17 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99
                       USING VAL-DEP     BACKGROUND-COLOR  01.
           03  HST-ENT LINE 18 COLUMN 21 PIC X(20)  USING HST-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(31) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC X(08) FROM "  /  /"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC X(14) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 15 COLUMN 21 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC X(19) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(13) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC X(20) FROM SPACES
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
           03  LINE 15 COLUMN 57 PIC X(23) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE SEM CONTA P
      -            "RE-PAGA !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO: (1) ATIVA
      -            " OU (2) ENCERRADA  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA COM SALDO NAO
      -            " PODE SER ENCERRADA !!!  -  TECLE [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "SEM SALDO: (1) RECU
      -            "SA OU (2) AVISA E ACEITA  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "SALDO MINIMO P/ AVI
      -            "SO (0 = SEM AVISO)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A CONTA OU
      -            " (A)BANDONAR ?                                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA GRAVADA !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA PRE-PAGA ENCE
      -            "RRADA !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO: 1-DINHEIR
      -            "O 2-PIX 3-TRANSF. 4-DEVOLUCAO  -  [ESC] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO (000 = DEVOLU
      -            "CAO EM DINHEIRO)  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VALOR DA O
      -            "PERACAO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DA DEVOLUCAO 
      -            "MAIOR QUE O SALDO !!!  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O HISTORICO 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A OPERACAO
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ RE
      -            "TORNAR ...                                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADLBC
           OPEN     INPUT    CADCLI   CADBCO
           OPEN     I-O      CADPPG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     I-O      CADPPG.
           OPEN     I-O      CADMPP
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMPP
               CLOSE    CADMPP
               OPEN     I-O      CADMPP.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  4
               GO  TO        ROT-000-020.
           IF  NUM-OPC   =   4
               CLOSE    CADLBC   CADCLI   CADBCO   CADPPG   CADMPP
               CHAIN   "DYN545"  USING  PRM-001.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004.

       ROT-100-000.
           DISPLAY  TLA-002  LPA-001  LPA-002
           MOVE     ZEROS    TO  SIT-AUX  BLQ-AUX  MIN-AUX  SAL-AUX
                                 DTA-ABE  FLG-NEW
           MOVE     SPACES   TO  CLI-AUX  NOM-CLI.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (08 21)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-010.
           MOVE     CLI-AUX  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-010.
           DISPLAY  CLI-ENT  NOM-ENT
           MOVE     CLI-AUX  TO  CHV-PPG
           READ     CADPPG   INVALID KEY
                    GO  TO   ROT-100-020.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           GO  TO   ROT-100-030.

       ROT-100-020.
           IF  NUM-OPC  NOT  =   1
               DISPLAY       MEN-004
               ACCEPT        OPC-002
               GO  TO        ROT-100-010.
           MOVE     1        TO  FLG-NEW  SIT-AUX  BLQ-AUX
           MOVE     ZEROS    TO  MIN-AUX  SAL-AUX
           MOVE     DTA-SYS  TO  DTA-ABE
           DISPLAY  ENT-001.

       ROT-100-030.
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               DISPLAY       MEN-021
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.

       ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   (09 21)  SIT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SIT-AUX   <   1  OR  >  2
               GO  TO        ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-AUX   =   2  AND  SAL-AUX  NOT  =  ZEROS
               DISPLAY       MEN-006
               ACCEPT        OPC-002
               GO  TO        ROT-100-040.

       ROT-100-050.
           DISPLAY  MEN-007
           ACCEPT   (10 21)  BLQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  BLQ-AUX   <   1  OR  >  2
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-008
           ACCEPT   (11 21)  MIN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MIN-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.

       ROT-100-070.
           DISPLAY  MEN-009
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-070.
           MOVE     SIT-AUX  TO  SIT-PPG
           MOVE     BLQ-AUX  TO  BLQ-PPG
           MOVE     MIN-AUX  TO  MIN-PPG
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-PPG
               GO  TO        ROT-100-080.
           MOVE     CLI-AUX  TO  CHV-PPG
           MOVE     DTA-ABE  TO  DTA-PPG
           MOVE     ZEROS    TO  SAL-PPG  SEQ-PPG
           WRITE    REG-PPG  INVALID KEY
                    REWRITE  REG-PPG.

       ROT-100-080.
           DISPLAY  MEN-010
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-PPG  NOT  =   1
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           MOVE     ZEROS    TO  OPE-AUX  BCO-AUX  VAL-DEP
           MOVE     SPACES   TO  HST-AUX  NOM-BCO.

       ROT-200-010.
           DISPLAY  MEN-012
           ACCEPT   (15 21)  OPE-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-002
               GO  TO        ROT-100-010.
           IF  OPE-AUX   <   1  OR  >  4
               GO  TO        ROT-200-010.
           IF  OPE-AUX   =   1
               MOVE     ZEROS    TO  BCO-AUX
               MOVE     SPACES   TO  NOM-BCO
               DISPLAY  BCO-ENT  NBC-ENT
               GO  TO        ROT-200-030.

       ROT-200-020.
           IF  OPE-AUX   =   4
               DISPLAY       MEN-014
           ELSE
               DISPLAY       MEN-013.
           ACCEPT   (16 21)  BCO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           MOVE     SPACES   TO  NOM-BCO  RSP-OPC
           IF  BCO-AUX   =   ZEROS  AND  OPE-AUX  =  4
               DISPLAY       NBC-ENT
               GO  TO        ROT-200-030.
           IF  BCO-AUX   =   ZEROS
               GO  TO        ROT-200-020.
           MOVE     BCO-AUX  TO  CHV-BCO
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-015
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-020.
           DISPLAY  BCO-ENT  NBC-ENT.

       ROT-200-030.
           DISPLAY  MEN-016
           ACCEPT   (17 21)  VAL-DEP  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  VAL-ENT
           IF  TECLADO   =   01  AND  OPE-AUX  =  1
               GO  TO        ROT-200-010.
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  VAL-DEP   =   ZEROS
               GO  TO        ROT-200-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  OPE-AUX   =   4  AND  VAL-DEP  >  SAL-PPG
               DISPLAY       MEN-017
               ACCEPT        OPC-002
               GO  TO        ROT-200-030.
           IF  HST-AUX   =   SPACES
               MOVE     TIP-TAB (OPE-AUX)  TO  HST-AUX.

       ROT-200-040.
           DISPLAY  HST-ENT  MEN-018
           ACCEPT   (18 21)  HST-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  HST-AUX   =   SPACES
               GO  TO        ROT-200-040.

       ROT-200-050.
           DISPLAY  MEN-019
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  RSP-OPC   =   "A"
               DISPLAY       LPA-002
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-050.
           ADD      1        TO  SEQ-PPG
           IF  OPE-AUX   =   4
               SUBTRACT VAL-DEP  FROM  SAL-PPG
               COMPUTE  VAL-MPP  =   ZEROS  -  VAL-DEP
           ELSE
               ADD      VAL-DEP  TO  SAL-PPG
               MOVE     VAL-DEP  TO  VAL-MPP.
           REWRITE  REG-PPG
           MOVE     CLI-AUX  TO  CLI-MPP
           MOVE     SEQ-PPG  TO  SEQ-MPP
           MOVE     DTA-SYS  TO  DTA-MPP
           MOVE     OPE-AUX  TO  TIP-MPP
           MOVE     ZEROS    TO  DOC-MPP
           MOVE     BCO-AUX  TO  BCO-MPP
           MOVE     HST-AUX  TO  HST-MPP
           MOVE     SAL-PPG  TO  SAL-MPP  SAL-AUX
           WRITE    REG-MPP  INVALID KEY
                    REWRITE  REG-MPP.
           IF  BCO-AUX  NOT  =   ZEROS
               PERFORM  ROT-650-000  THRU  ROT-650-020.
           DISPLAY  SAL-ENT  MEN-020
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           DISPLAY  LPA-002
           GO  TO   ROT-200-000.

       ROT-650-000.
           MOVE     BCO-AUX  TO  BCO-LBC
           MOVE     DTA-SYS  TO  DTA-LBC
           MOVE     ZEROS    TO  LCT-LBC
           MOVE     SEQ-PPG  TO  DOC-LBC
           MOVE     CLI-AUX  TO  CLI-HST
           MOVE     HST-PPG  TO  HST-LBC
           MOVE     0        TO  FLG-LBC
           MOVE     1        TO  COD-LBC
           IF  OPE-AUX   =   4
               MOVE     2        TO  COD-LBC.
           MOVE     VAL-DEP  TO  VAL-LBC.

       ROT-650-010.
           ADD      1        TO  LCT-LBC
           WRITE    REG-LBC  INVALID KEY
                    GO  TO   ROT-650-010.

       ROT-650-020.
           EXIT.

       ROT-700-000.
           MOVE     SIT-PPG  TO  SIT-AUX
           MOVE     BLQ-PPG  TO  BLQ-AUX
           MOVE     MIN-PPG  TO  MIN-AUX
           MOVE     DTA-PPG  TO  DTA-ABE
           MOVE     SAL-PPG  TO  SAL-AUX
           MOVE     0        TO  FLG-NEW
           DISPLAY  ENT-001.

       ROT-700-010.
           EXIT.

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADLBC   CADCLI   CADBCO   CADPPG   CADMPP
           CHAIN   "DYN500"  USING  PRM-001.
