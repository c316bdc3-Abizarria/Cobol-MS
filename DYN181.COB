       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN181.
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

           SELECT      CADPRG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

           SELECT      CADHRJ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRJ
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADPRG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRG.DAT".
       01  REG-PRG.
           03  CHV-PRG          PIC  9(01).
           03  MKP-PRG          PIC  9(03)V99.
           03  TOL-PRG          PIC  9(02)V99.
           03  ARR-PRG          PIC  9(01).

       FD  CADRPR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRPR.DAT".
       01  REG-RPR.
           03  CHV-RPR.
               05  PRX-RPR      PIC  9(01).
               05  SUF-RPR      PIC  9(03).
           03  DTA-RPR          PIC  9(06).
           03  CTA-RPR          PIC  9(07)V9999.
           03  CTN-RPR          PIC  9(07)V9999.
           03  VDA-RPR          PIC  9(07)V99.
           03  SUG-RPR          PIC  9(07)V99.
           03  NOV-RPR          PIC  9(07)V99.
           03  SIT-RPR          PIC  9(01).
           03  DTP-RPR          PIC  9(06).
           03  OPE-RPR          PIC  9(04).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  CADALT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADALT.DAT".
       01  REG-ALT.
           03  CHV-ALT.
               05  PGM-ALT      PIC  X(06).
               05  CHV-REG-ALT  PIC  X(20).
               05  LCT-ALT      PIC  9(04).
           03  DTA-ALT          PIC  9(08).
           03  OPE-ALT          PIC  9(04).
           03  TIP-ALT          PIC  X(01).
           03  ANT-ALT          PIC  X(180).
           03  ATU-ALT          PIC  X(180).

       FD  CADHRJ      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHRJ.DAT".
       01  REG-HRJ.
           03  CHV-HRJ.
               05  PRX-HRJ      PIC  9(01).
               05  SUF-HRJ      PIC  9(03).
               05  DTA-HRJ      PIC  9(06).
               05  SEQ-HRJ      PIC  9(02).
           03  ANT-HRJ          PIC  9(07)V99.
           03  NOV-HRJ          PIC  9(07)V99.
           03  CTM-HRJ          PIC  9(07)V9999.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  NUM-OPC          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  OPE-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  ANT-EST          PIC  X(113).
           03  VDA-ANT          PIC  9(07)V99.
           03  VAR-AUX          PIC S9(05)V99.
           03  MGA-AUX          PIC S9(03)V99.
           03  MGS-AUX          PIC S9(03)V99.
           03  MGN-AUX          PIC S9(03)V99.
           03  QTD-APR          PIC  9(04).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "REPRECIFICACAO DA LOJA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 05 COLUMN 27 PIC X(24) FROM " ??????????????????????
      -       "?" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 27 PIC X(24) FROM " ?  1 - Parametros     
      -       "?" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 51 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 27 PIC X(24) FROM " ?  2 - Revisao        
      -       "?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 51 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 27 PIC X(24) FROM " ?  3 - Etiquetas      
      -       "?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 51 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 27 PIC X(24) FROM " ??????????????????????
      -       "?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 51 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 29 PIC X(24) FROM SPACES.

       01  TLA-002.
           03  LINE 11 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 14 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(53) FROM " ?  Grupo ....:        
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(53) FROM " ?  Markup % .:        
      -       "sobre o custo medio          ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(53) FROM " ?  Toleranc.%:        
      -       "variacao do custo            ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 14 PIC X(53) FROM " ?  Arredonda :    (1=,
      -       "49/,99  0=NAO)               ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 14 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 16 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 11 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 14 PIC X(53) FROM " ?  Produto ..:  -     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(53) FROM " ?  Custo ant.:        
      -       "      Custo novo:            ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(53) FROM " ?  Variacao %:        
      -       "      Markup % .:            ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(53) FROM " ?  Preco atu.:        
      -       "      Margem % .:            ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 14 PIC X(53) FROM " ?  Sugerido .:        
      -       "      Margem % .:            ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 14 PIC X(53) FROM " ?  Novo preco:        
      -       "      Margem % .:            ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 14 PIC X(53) FROM " ?  Na fila em:   /  / 
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 16 PIC X(53) FROM SPACES.

       01  TLA-004.
           03  LINE 11 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 14 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(53) FROM " ?  Gerente ..:        
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(53) FROM " ?  Senha ....:        
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 16 PIC X(53) FROM SPACES.

       01  ENT-002.
           03  PRG-E02 LINE 13 COLUMN 30 PIC 9(01)      USING CHV-PRG
                       BACKGROUND-COLOR  01.
           03  DES-E02 LINE 13 COLUMN 33 PIC X(15)      FROM  DES-ATV
                       BACKGROUND-COLOR  01.
           03  MKP-E02 LINE 14 COLUMN 30 PIC ZZ9,99     USING MKP-PRG
                       BACKGROUND-COLOR  01.
           03  TOL-E02 LINE 15 COLUMN 30 PIC Z9,99      USING TOL-PRG
                       BACKGROUND-COLOR  01.
           03  ARR-E02 LINE 16 COLUMN 30 PIC 9(01)      USING ARR-PRG
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  PRX-E03 LINE 12 COLUMN 30 PIC 9(01)      FROM  PRX-EST
                       BACKGROUND-COLOR  01.
           03  SUF-E03 LINE 12 COLUMN 32 PIC 9(03)      FROM  SUF-EST
                       BACKGROUND-COLOR  01.
           03  DES-E03 LINE 12 COLUMN 37 PIC X(25)      FROM  DES-EST
                       BACKGROUND-COLOR  01.
           03  CTA-E03 LINE 13 COLUMN 30 PIC ZZ.ZZ9,9999 FROM CTA-RPR
                       BACKGROUND-COLOR  01.
           03  CTN-E03 LINE 13 COLUMN 55 PIC ZZ.ZZ9,9999 FROM CTN-RPR
                       BACKGROUND-COLOR  01.
           03  VAR-E03 LINE 14 COLUMN 30 PIC ----9,99   FROM  VAR-AUX
                       BACKGROUND-COLOR  01.
           03  MKP-E03 LINE 14 COLUMN 55 PIC ZZ9,99     FROM  MKP-PRG
                       BACKGROUND-COLOR  01.
           03  VDA-E03 LINE 15 COLUMN 30 PIC ZZZ.ZZ9,99 FROM  VDA-EST
                       BACKGROUND-COLOR  01.
           03  MGA-E03 LINE 15 COLUMN 55 PIC ---9,99    FROM  MGA-AUX
                       BACKGROUND-COLOR  01.
           03  SUG-E03 LINE 16 COLUMN 30 PIC ZZZ.ZZ9,99 FROM  SUG-RPR
                       BACKGROUND-COLOR  01.
           03  MGS-E03 LINE 16 COLUMN 55 PIC ---9,99    FROM  MGS-AUX
                       BACKGROUND-COLOR  01.
           03  NOV-E03 LINE 17 COLUMN 30 PIC ZZZ.ZZ9,99 USING NOV-RPR
                       BACKGROUND-COLOR  01.
           03  MGN-E03 LINE 17 COLUMN 55 PIC ---9,99    FROM  MGN-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-E03 LINE 18 COLUMN 30 PIC 9(02)      FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-E03 LINE 18 COLUMN 33 PIC 9(02)      FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-E03 LINE 18 COLUMN 36 PIC 9(02)      FROM  ANO-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-009.
           03  LINE 11 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 12 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 16 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 17 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 18 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 19 COLUMN 14 PIC X(56) FROM SPACES.
           03  LINE 20 COLUMN 14 PIC X(56) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O GRUPO DA L
      -            "OJA  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "GRUPO INEXISTENTE O
      -            "U DE COMBUSTIVEIS !!!  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MARKUP ALV
      -            "O SOBRE O CUSTO MEDIO EM %  -  [ESC] RETORNA    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A VARIACAO D
      -            "E CUSTO (%) QUE ENVIA O ITEM P/ A FILA          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "ARREDONDAR P/ ,49 O
      -            "U ,99 (1=SIM 0=NAO)  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ GR
      -            "AVAR  -  (E) EXCLUI  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA ITENS PENDEN
      -            "TES NA FILA DE REPRECIFICACAO !!!               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "IDENTIFIQUE O GEREN
      -            "TE RESPONSAVEL  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA OU O
      -            "PERADOR SEM PERMISSAO DE GERENTE !!!            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRME OU ALTERE 
      -            "O NOVO PRECO  -  [ESC] ENCERRA A REVISAO        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "(A)PROVA  -  (R)EJE
      -            "ITA  -  (P)ULA  -  [ESC] ALTERA O PRECO         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "ITENS APROVADOS  - 
      -            " EMITIR AS ETIQUETAS AGORA (S/N) ?              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-002 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADATV   CADOPE
           OPEN     I-O      CADEST   CADALT
           OPEN     I-O      CADPRG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRG
               CLOSE    CADPRG
               OPEN     I-O      CADPRG.
           OPEN     I-O      CADRPR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRPR
               CLOSE    CADRPR
               OPEN     I-O      CADRPR.
           OPEN     I-O      CADHRJ
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADHRJ
               CLOSE    CADHRJ
               OPEN     I-O      CADHRJ.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     0    TO  NUM-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   =   1
               GO  TO        ROT-100-000.
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               GO  TO        ROT-800-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  LPA-009  TLA-002  MEN-002
           MOVE     0        TO  CHV-PRG
           ACCEPT   (13 30)  CHV-PRG  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-090.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     CHV-PRG  TO  CHV-ATV
           IF  CHV-PRG   <   2
               DISPLAY       MEN-003
               ACCEPT        OPC-001
               GO  TO        ROT-100-000.
           READ     CADATV   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           READ     CADPRG   INVALID  KEY
                    MOVE     ZEROS    TO  MKP-PRG  TOL-PRG
                    MOVE     1        TO  ARR-PRG.
           DISPLAY  ENT-002.

       ROT-100-010.
           DISPLAY  MEN-004
           ACCEPT   (14 30)  MKP-PRG  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MKP-E02
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MKP-PRG   =   ZEROS
               GO  TO        ROT-100-010.

       ROT-100-020.
           DISPLAY  MEN-005
           ACCEPT   (15 30)  TOL-PRG  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TOL-E02
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.

       ROT-100-030.
           DISPLAY  MEN-006
           ACCEPT   (16 30)  ARR-PRG  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  ARR-PRG   >   1
               GO  TO        ROT-100-030.

       ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "E"
               DELETE   CADPRG  INVALID  KEY
                        CONTINUE.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-100-000.
           WRITE    REG-PRG  INVALID  KEY
                    REWRITE  REG-PRG.
           GO  TO   ROT-100-000.

       ROT-100-090.
           DISPLAY  LPA-009
           GO  TO   ROT-000-010.

       ROT-200-000.
           MOVE     ZEROS    TO  CHV-RPR
           START    CADRPR   KEY  NOT  LESS  CHV-RPR
                    INVALID  KEY GO  TO   ROT-200-005.

       ROT-200-002.
           READ     CADRPR   NEXT AT END
                    GO  TO   ROT-200-005.
           IF  SIT-RPR  NOT  =   0
               GO  TO        ROT-200-002.
           GO  TO   ROT-200-010.

       ROT-200-005.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-200-010.
           DISPLAY  LPA-009  TLA-004  MEN-009
           MOVE     ZEROS    TO  OPE-AUX
           ACCEPT   (13 30)  OPE-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.
           MOVE     SPACES   TO  SEN-AUX
           ACCEPT   (14 30)  SEN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     OPE-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    GO  TO   ROT-200-020.
           IF  SEN-AUX  NOT  =  SEN-OPE  OR  GER-OPE  NOT  =  1
               GO  TO        ROT-200-020.
           MOVE     ZEROS    TO  QTD-APR  CHV-RPR
           DISPLAY  LPA-009  TLA-003
           START    CADRPR   KEY  NOT  LESS  CHV-RPR
                    INVALID  KEY GO  TO   ROT-200-080.
           GO  TO   ROT-210-000.

       ROT-200-020.
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           GO  TO   ROT-200-010.

       ROT-200-080.
           IF  QTD-APR   =   ZEROS
               GO  TO        ROT-200-090.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           IF  RSP-OPC   =   "S"
               GO  TO        ROT-800-000.

       ROT-200-090.
           DISPLAY  LPA-009
           GO  TO   ROT-000-010.

       ROT-210-000.
           READ     CADRPR   NEXT AT END
                    GO  TO   ROT-200-080.
           IF  SIT-RPR  NOT  =   0
               GO  TO        ROT-210-000.
           MOVE     PRX-RPR  TO  PRX-EST
           MOVE     SUF-RPR  TO  SUF-EST
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-210-000.
           MOVE     PRX-EST  TO  CHV-PRG
           READ     CADPRG   INVALID  KEY
                    MOVE     ZEROS    TO  MKP-PRG.
           MOVE     ZEROS    TO  VAR-AUX  MGA-AUX  MGS-AUX
           IF  CTA-RPR  NOT  =   ZEROS
               COMPUTE  VAR-AUX  =  (CTN-RPR  -  CTA-RPR)
                                 *   100  /  CTA-RPR.
           IF  VDA-EST  NOT  =   ZEROS
               COMPUTE  MGA-AUX  =  (VDA-EST  -  CTM-EST)
                                 *   100  /  VDA-EST.
           IF  SUG-RPR  NOT  =   ZEROS
               COMPUTE  MGS-AUX  =  (SUG-RPR  -  CTM-EST)
                                 *   100  /  SUG-RPR.
           MOVE     DTA-RPR  TO  DTA-AUX
           PERFORM  ROT-210-030
           DISPLAY  ENT-003.

       ROT-210-010.
           DISPLAY  MEN-011
           ACCEPT   (17 30)  NOV-RPR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NOV-E03
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.
           IF  NOV-RPR   =   ZEROS
               GO  TO        ROT-210-010.
           PERFORM  ROT-210-030
           DISPLAY  MGN-E03.

       ROT-210-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-012
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-210-010.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-210-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-210-040.
           IF  RSP-OPC  NOT  =   "A"
               GO  TO        ROT-210-020.
           MOVE     REG-EST  TO  ANT-EST
           MOVE     VDA-EST  TO  VDA-ANT
           MOVE     NOV-RPR  TO  VDA-EST
           COMPUTE  PCT-EST  =  (VDA-EST  -  CTM-EST)
                                 *   100  /  VDA-EST
           REWRITE  REG-EST
           PERFORM  ROT-720-000  THRU  ROT-720-010
           PERFORM  ROT-730-000  THRU  ROT-730-010
           MOVE     1        TO  SIT-RPR
           ADD      1        TO  QTD-APR
           GO  TO   ROT-210-050.

       ROT-210-040.
           MOVE     3        TO  SIT-RPR.

       ROT-210-050.
           MOVE     DTA-SYS  TO  DTP-RPR
           MOVE     OPE-AUX  TO  OPE-RPR
           REWRITE  REG-RPR
           GO  TO   ROT-210-000.

       ROT-210-030.
           MOVE     ZEROS    TO  MGN-AUX
           IF  NOV-RPR  NOT  =   ZEROS
               COMPUTE  MGN-AUX  =  (NOV-RPR  -  CTM-EST)
                                 *   100  /  NOV-RPR.

       ROT-720-000.
           MOVE     "DYN181" TO  PGM-ALT
           ACCEPT   DTA-ALT  FROM  DATE  YYYYMMDD
           MOVE     OPE-AUX  TO  OPE-ALT
           MOVE     "M"      TO  TIP-ALT
           MOVE     ANT-EST  TO  ANT-ALT
           MOVE     REG-EST  TO  ATU-ALT
           MOVE     CHV-EST  TO  CHV-REG-ALT
           MOVE     ZEROS    TO  LCT-ALT.

       ROT-720-010.
           ADD      1        TO  LCT-ALT
           WRITE    REG-ALT  INVALID KEY
                    GO  TO   ROT-720-010.

       ROT-730-000.
           IF  VDA-EST   =   VDA-ANT
               GO  TO        ROT-730-010.
           MOVE     PRX-EST  TO  PRX-HRJ
           MOVE     SUF-EST  TO  SUF-HRJ
           MOVE     DTA-SYS  TO  DTA-HRJ
           MOVE     VDA-ANT  TO  ANT-HRJ
           MOVE     VDA-EST  TO  NOV-HRJ
           MOVE     CTM-EST  TO  CTM-HRJ
           MOVE     ZEROS    TO  SEQ-HRJ.

       ROT-730-005.
           ADD      1        TO  SEQ-HRJ
           WRITE    REG-HRJ  INVALID KEY
                    GO  TO   ROT-730-005.

       ROT-730-010.
           EXIT.

       ROT-800-000.
           CLOSE    CADATV   CADEST   CADPRG
                    CADRPR   CADOPE   CADALT
                    CADHRJ
           CHAIN   "DYN115".

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADATV   CADEST   CADPRG
                    CADRPR   CADOPE   CADALT
                    CADHRJ
           CHAIN   "DYN100"  USING  PRM-001.
