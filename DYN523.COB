       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN523.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADMDR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMDR.DAT".
       01  REG-MDR.
           03  CHV-MDR.
               05  CLI-MDR      PIC  X(10).
               05  COD-MDR      PIC  9(02).
           03  NOM-MDR          PIC  X(35).
           03  CRG-MDR          PIC  X(20).
           03  ANV-MDR.
               05  DIA-MDR      PIC  9(02).
               05  MES-MDR      PIC  9(02).
           03  END-MDR          PIC  X(35).
           03  CID-MDR          PIC  X(20).
           03  EST-MDR          PIC  X(02).
           03  CEP-MDR.
               05  CP1-MDR      PIC  9(05).
               05  CP2-MDR      PIC  9(03).

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

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-ARQ           PIC  X(02).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  CLI-AUX          PIC  X(10).
           03  COD-AUX          PIC  9(02).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CADASTRO DE MALA-DIRETA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 10 PIC X(60) FROM " ??????????????????????
      -       "?????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 10 PIC X(60) FROM " ? Cliente ....:       
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 10 PIC X(60) FROM " ? Contato ....:       
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 10 PIC X(60) FROM " ? Nome .......:       
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 10 PIC X(60) FROM " ? Cargo ......:       
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 10 PIC X(60) FROM " ? Aniversario :   /   
      -       " (dia/mes)                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 10 PIC X(60) FROM " ? Endereco ...:       
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 10 PIC X(60) FROM " ? Cidade .....:       
      -       "                UF :                ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 10 PIC X(60) FROM " ? CEP ........:      -
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 10 PIC X(60) FROM " ??????????????????????
      -       "?????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 12 PIC X(60) FROM SPACES.

       01  ENT-001.
           03  CLN-ENT LINE 07 COLUMN 38 PIC X(30) FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 10 COLUMN 27 PIC X(35) USING NOM-MDR
                       BACKGROUND-COLOR  01.
           03  CRG-ENT LINE 11 COLUMN 27 PIC X(20) USING CRG-MDR
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 12 COLUMN 27 PIC 9(02) USING DIA-MDR
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 12 COLUMN 30 PIC 9(02) USING MES-MDR
                       BACKGROUND-COLOR  01.
           03  END-ENT LINE 14 COLUMN 27 PIC X(35) USING END-MDR
                       BACKGROUND-COLOR  01.
           03  CID-ENT LINE 15 COLUMN 27 PIC X(20) USING CID-MDR
                       BACKGROUND-COLOR  01.
           03  EST-ENT LINE 15 COLUMN 54 PIC X(02) USING EST-MDR
                       BACKGROUND-COLOR  01.
           03  CP1-ENT LINE 16 COLUMN 27 PIC 9(05) USING CP1-MDR
                       BACKGROUND-COLOR  01.
           03  CP2-ENT LINE 16 COLUMN 33 PIC 9(03) USING CP2-MDR
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 27 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 27 PIC X(35) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 27 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 30 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC X(35) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 27 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 54 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 27 PIC X(05) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 33 PIC X(03) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 07 COLUMN 27 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 38 PIC X(30) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CONTATO ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NOME DO CONTATO (EM
      -            " BRANCO EXCLUI)  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "CARGO DO CONTATO ? 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIA E MES DO ANIVER
      -            "SARIO (ZEROS = NAO INFORMADO) ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "ENDERECO P/ CORRESP
      -            "ONDENCIA ?  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CIDADE E ESTADO ?  
      -            "-  [ESC] RETORNA ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CEP ?  -  [ESC] RET
      -            "ORNA ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ CO
      -            "NFIRMAR  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     I-O      CADMDR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMDR
               CLOSE    CADMDR
               OPEN     I-O      CADMDR.
           OPEN     INPUT    CADCLI.

       ROT-100-000.
           DISPLAY  LPA-002  MEN-001
           MOVE     SPACES   TO  CLI-AUX
           ACCEPT   (07 27)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-000.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           DISPLAY  CLN-ENT.

       ROT-100-010.
           DISPLAY  LPA-001  MEN-003
           MOVE     ZEROS    TO  COD-AUX
           ACCEPT   (08 27)  COD-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  COD-AUX   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     CLI-AUX  TO  CLI-MDR
           MOVE     COD-AUX  TO  COD-MDR
           READ     CADMDR   INVALID  KEY
                    MOVE     SPACES   TO  NOM-MDR  CRG-MDR
                    MOVE     ZEROS    TO  ANV-MDR
                    MOVE     END-CLI  TO  END-MDR
                    MOVE     CID-CLI  TO  CID-MDR
                    MOVE     EST-CLI  TO  EST-MDR
                    MOVE     CEP-CLI  TO  CEP-MDR.
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-004
           ACCEPT   (10 27)  NOM-MDR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  NOM-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  NOM-MDR  NOT  =   SPACES
               GO  TO        ROT-100-030.
           MOVE     CLI-AUX  TO  CLI-MDR
           MOVE     COD-AUX  TO  COD-MDR
           READ     CADMDR   INVALID  KEY
                    GO  TO   ROT-100-010.
           DELETE   CADMDR
           GO  TO   ROT-100-010.

       ROT-100-030.
           DISPLAY  MEN-005
           ACCEPT   (11 27)  CRG-MDR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CRG-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           DISPLAY  MEN-006
           ACCEPT   (12 27)  DIA-MDR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DIA-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  DIA-MDR   >   31
               GO  TO        ROT-100-040.

       ROT-100-050.
           ACCEPT   (12 30)  MES-MDR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MES-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  MES-MDR   >   12
               GO  TO        ROT-100-050.
           IF  DIA-MDR   =   ZEROS  AND
               MES-MDR  NOT  =   ZEROS
               GO  TO        ROT-100-040.
           IF  DIA-MDR  NOT  =   ZEROS  AND
               MES-MDR   =   ZEROS
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-007
           ACCEPT   (14 27)  END-MDR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  END-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  END-MDR   =   SPACES
               GO  TO        ROT-100-060.

       ROT-100-070.
           DISPLAY  MEN-008
           ACCEPT   (15 27)  CID-MDR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CID-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  CID-MDR   =   SPACES
               GO  TO        ROT-100-070.

       ROT-100-080.
           ACCEPT   (15 54)  EST-MDR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  EST-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  EST-MDR   =   SPACES
               GO  TO        ROT-100-080.

       ROT-100-090.
           DISPLAY  MEN-009
           ACCEPT   (16 27)  CP1-MDR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CP1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           ACCEPT   (16 33)  CP2-MDR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  CP2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-090.
           IF  CEP-MDR   =   ZEROS
               GO  TO        ROT-100-090.
           DISPLAY  MEN-010
           MOVE     " "  TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-090.
           MOVE     CLI-AUX  TO  CLI-MDR
           MOVE     COD-AUX  TO  COD-MDR
           WRITE    REG-MDR  INVALID  KEY
                    REWRITE  REG-MDR.
           GO  TO   ROT-100-010.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADMDR   CADCLI
           CHAIN   "DYN500"  USING  PRM-001.
