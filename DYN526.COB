       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN526.
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

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

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

       SD  CADSRT.

       01  REG-SRT.
           03  DIA-SRT          PIC  9(02).
           03  CLI-SRT          PIC  X(10).
           03  COD-SRT          PIC  9(02).
           03  NCL-SRT          PIC  X(35).
           03  NOM-SRT          PIC  X(35).
           03  END-SRT          PIC  X(35).
           03  CID-SRT          PIC  X(20).
           03  EST-SRT          PIC  X(02).
           03  CEP-SRT.
               05  CP1-SRT      PIC  9(05).
               05  CP2-SRT      PIC  9(03).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-ARQ           PIC  X(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  GER-QTD          PIC  9(05).
           03  ACH-MDR          PIC  9(01).
           03  CLI-INI          PIC  X(10).
           03  CLI-FIN          PIC  X(10).
           03  MES-AUX          PIC  9(02).
           03  TIP-AUX          PIC  X(20).

       01  ETQ-001.
           03  NC1-ET1          PIC  X(40).
           03  NC2-ET1          PIC  X(40).

       01  ETQ-002.
           03  AC1-ET2          PIC  X(04).
           03  NM1-ET2          PIC  X(36).
           03  AC2-ET2          PIC  X(04).
           03  NM2-ET2          PIC  X(36).

       01  ETQ-003.
           03  EN1-ET3          PIC  X(40).
           03  EN2-ET3          PIC  X(40).

       01  ETQ-004.
           03  CA1-ET4          PIC  X(05).
           03  TR1-ET4          PIC  X(01).
           03  CB1-ET4          PIC  X(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CD1-ET4          PIC  X(21).
           03  UF1-ET4          PIC  X(08).
           03  CA2-ET4          PIC  X(05).
           03  TR2-ET4          PIC  X(01).
           03  CB2-ET4          PIC  X(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CD2-ET4          PIC  X(21).
           03  UF2-ET4          PIC  X(08).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "EMISSAO DE ETIQUETAS P/ MALA-DIRETA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 15 PIC X(50) FROM " ?  Emissao ......:    
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 15 PIC X(50) FROM " ?  Cliente de ...:    
      -       "         ate :            ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 15 PIC X(50) FROM " ?  Mes ..........:    
      -       " (aniversario)            ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 17 PIC X(50) FROM SPACES.

       01  ENT-001.
           03  TIP-ENT LINE 10 COLUMN 35 PIC X(20) FROM  TIP-AUX
                       BACKGROUND-COLOR  01.
           03  CL1-ENT LINE 12 COLUMN 35 PIC X(10) USING CLI-INI
                       BACKGROUND-COLOR  01.
           03  CL2-ENT LINE 12 COLUMN 53 PIC X(10) USING CLI-FIN
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 14 COLUMN 35 PIC 9(02) USING MES-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 06 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO INI
      -            "CIAL OU [ENTER] P/ TODOS  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO FIN
      -            "AL OU [ENTER] P/ TODOS  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES DO ANI
      -            "VERSARIO (01 A 12)  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ETIQUETAS P/ MALA-DIRETA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM CONTATO
      -            "S NA SELECAO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "EMISSAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           OPEN     INPUT        CADMDR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMDR
               CLOSE    CADMDR
               OPEN     INPUT    CADMDR.
           OPEN     INPUT        CADCLI
           MOVE     "P/ CODIGOS"         TO  TIP-AUX
           IF  PRM-001   =   2
               MOVE     "ANIVERSARIANTES"    TO  TIP-AUX.
           MOVE     SPACES   TO  CLI-INI  CLI-FIN
           MOVE     ZEROS    TO  MES-AUX
           DISPLAY  TLA-001      LPA-001  TLA-002
           DISPLAY  TIP-ENT
           IF  PRM-001   =   2
               GO  TO        ROT-100-020.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (12 35)  CLI-INI  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           DISPLAY  CL1-ENT.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (12 53)  CLI-FIN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  CLI-FIN  NOT  =   SPACES  AND
               CLI-FIN   <   CLI-INI
               GO  TO        ROT-100-010.
           DISPLAY  CL2-ENT
           GO  TO   ROT-100-030.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (14 35)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-100-020.
           DISPLAY  MES-ENT.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE   KEY
           IF  TECLADO   =   01  AND
               PRM-001   =   2
               GO  TO        ROT-100-020.
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.

       ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-040.
           DISPLAY  MEN-006
           MOVE     ZEROS    TO  GER-QTD
           SORT     CADSRT   ON  ASCENDING  KEY  DIA-SRT  CLI-SRT
                                                 COD-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           MOVE     SPACES   TO  RSP-OPC
           IF  GER-QTD   =   ZEROS
               DISPLAY  MEN-007
           ELSE
               DISPLAY  MEN-008.
           ACCEPT   OPC-001
           IF  PRM-001   =   2
               GO  TO        ROT-100-020.
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADCLI   CADMDR
           CHAIN   "DYN500"  USING  PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           IF  PRM-001   =   2
               GO  TO        ROT-500-070.
           MOVE     CLI-INI  TO  CHV-CLI
           START    CADCLI   KEY NOT LESS CHV-CLI
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADCLI   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  CLI-FIN  NOT  =   SPACES  AND
               CHV-CLI   >   CLI-FIN
               GO  TO        ROT-500-090.
           MOVE     ZEROS    TO  ACH-MDR
           MOVE     CHV-CLI  TO  CLI-MDR
           MOVE     ZEROS    TO  COD-MDR
           START    CADMDR   KEY NOT LESS CHV-MDR
                    INVALID  KEY GO  TO   ROT-500-040.

       ROT-500-030.
           READ     CADMDR   NEXT AT END
                    GO  TO   ROT-500-040.
           IF  CLI-MDR  NOT  =   CHV-CLI
               GO  TO        ROT-500-040.
           MOVE     1        TO  ACH-MDR
           PERFORM  ROT-500-060
           GO  TO   ROT-500-030.

       ROT-500-040.
           IF  ACH-MDR  NOT  =   ZEROS
               GO  TO        ROT-500-020.
           MOVE     ZEROS    TO  DIA-SRT  COD-SRT
           MOVE     CHV-CLI  TO  CLI-SRT
           MOVE     NOM-CLI  TO  NCL-SRT
           MOVE     CNT-CLI  TO  NOM-SRT
           MOVE     END-CLI  TO  END-SRT
           MOVE     CID-CLI  TO  CID-SRT
           MOVE     EST-CLI  TO  EST-SRT
           MOVE     CEP-CLI  TO  CEP-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-060.
           MOVE     ZEROS    TO  DIA-SRT
           IF  PRM-001   =   2
               MOVE     DIA-MDR  TO  DIA-SRT.
           MOVE     CLI-MDR  TO  CLI-SRT
           MOVE     COD-MDR  TO  COD-SRT
           MOVE     NOM-CLI  TO  NCL-SRT
           MOVE     NOM-MDR  TO  NOM-SRT
           MOVE     END-MDR  TO  END-SRT
           MOVE     CID-MDR  TO  CID-SRT
           MOVE     EST-MDR  TO  EST-SRT
           MOVE     CEP-MDR  TO  CEP-SRT
           RELEASE  REG-SRT.

       ROT-500-070.
           MOVE     LOW-VALUES        TO  CHV-MDR
           START    CADMDR   KEY NOT LESS CHV-MDR
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-080.
           READ     CADMDR   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  MES-MDR  NOT  =   MES-AUX
               GO  TO        ROT-500-080.
           MOVE     CLI-MDR  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    MOVE     SPACES   TO  NOM-CLI.
           PERFORM  ROT-500-060
           GO  TO   ROT-500-080.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-090.
           OPEN     OUTPUT   RELATO.

       ROT-600-020.
           MOVE     SPACES   TO  ETQ-001  ETQ-002  ETQ-003  ETQ-004
           PERFORM  ROT-600-030
           RETURN   CADSRT   AT  END
                    PERFORM  ROT-600-050
                    GO  TO   ROT-600-080.
           PERFORM  ROT-600-040
           PERFORM  ROT-600-050
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           GO  TO   ROT-600-020.

       ROT-600-030.
           MOVE     NCL-SRT  TO  NC1-ET1
           MOVE     SPACES   TO  AC1-ET2
           IF  NOM-SRT  NOT  =   SPACES
               MOVE     "A/C"    TO  AC1-ET2.
           MOVE     NOM-SRT  TO  NM1-ET2
           MOVE     END-SRT  TO  EN1-ET3
           MOVE     CP1-SRT  TO  CA1-ET4
           MOVE     "-"      TO  TR1-ET4
           MOVE     CP2-SRT  TO  CB1-ET4
           MOVE     CID-SRT  TO  CD1-ET4
           MOVE     EST-SRT  TO  UF1-ET4
           ADD      1        TO  GER-QTD.

       ROT-600-040.
           MOVE     NCL-SRT  TO  NC2-ET1
           MOVE     SPACES   TO  AC2-ET2
           IF  NOM-SRT  NOT  =   SPACES
               MOVE     "A/C"    TO  AC2-ET2.
           MOVE     NOM-SRT  TO  NM2-ET2
           MOVE     END-SRT  TO  EN2-ET3
           MOVE     CP1-SRT  TO  CA2-ET4
           MOVE     "-"      TO  TR2-ET4
           MOVE     CP2-SRT  TO  CB2-ET4
           MOVE     CID-SRT  TO  CD2-ET4
           MOVE     EST-SRT  TO  UF2-ET4
           ADD      1        TO  GER-QTD.

       ROT-600-050.
           WRITE    REG-REL FROM ETQ-001  AFTER  1
           WRITE    REG-REL FROM ETQ-002  AFTER  1
           WRITE    REG-REL FROM ETQ-003  AFTER  1
           WRITE    REG-REL FROM ETQ-004  AFTER  1
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL      AFTER 2.

       ROT-600-080.
           CLOSE    RELATO.

       ROT-600-090.
           EXIT.
