       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN710.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NTA
                       ALTERNATE     KEY     IS  D-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  P-NTA
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LBC
                       ALTERNATE     KEY     IS  D-LBC
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LDP
                       ALTERNATE     KEY     IS  V-LDP
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ANTNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-ANA
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ANTLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-ANB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ANTLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-ANP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQCNV        ASSIGN  TO  DISK.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  R-NTA.
           03  K-NTA.
               05  FILLER       PIC  X(10).
               05  D-NTA        PIC  X(06).
               05  FILLER       PIC  X(06).
           03  P-NTA            PIC  X(07).
           03  FILLER           PIC  X(031).

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  R-LBC.
           03  K-LBC            PIC  X(12).
           03  FILLER           PIC  X(01).
           03  D-LBC            PIC  X(06).
           03  FILLER           PIC  X(033).

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  R-LDP.
           03  K-LDP            PIC  X(13).
           03  FILLER           PIC  X(01).
           03  V-LDP            PIC  X(06).
           03  FILLER           PIC  X(032).

       FD  ANTNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  R-ANA.
           03  K-ANA            PIC  X(22).
           03  FILLER           PIC  X(038).

       FD  ANTLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  R-ANB.
           03  K-ANB            PIC  X(12).
           03  FILLER           PIC  X(040).

       FD  ANTLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  R-ANP.
           03  K-ANP            PIC  X(13).
           03  FILLER           PIC  X(039).

       FD  ARQCNV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     NOM-CNV.
       01  REG-CNV              PIC  X(60).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-DIV          PIC  9(01).
           03  QTD-AUX          PIC  9(07).
           03  NOM-CNV          PIC  X(12).

           03  CNV-001.
               05  QAN-CV1      PIC  9(07).
               05  QGR-CV1      PIC  9(07).
               05  QPR-CV1      PIC  9(07).
               05  QAL-CV1      PIC  9(07).
               05  SIT-CV1      PIC  X(10).

           03  CNV-002.
               05  QAN-CV2      PIC  9(07).
               05  QGR-CV2      PIC  9(07).
               05  QPR-CV2      PIC  9(07).
               05  QAL-CV2      PIC  9(07).
               05  SIT-CV2      PIC  X(10).

           03  CNV-003.
               05  QAN-CV3      PIC  9(07).
               05  QGR-CV3      PIC  9(07).
               05  QPR-CV3      PIC  9(07).
               05  QAL-CV3      PIC  9(07).
               05  SIT-CV3      PIC  X(10).

       01  EXL-PRM.
           03  FUN-EXL          PIC  9(01).
           03  PRG-EXL          PIC  X(06).
           03  OPE-EXL          PIC  9(04).
           03  PAR-EXL          PIC  X(30).
           03  PIN-EXL          PIC  9(06).
           03  PFI-EXL          PIC  9(06).
           03  DTI-EXL          PIC  9(06).
           03  HRI-EXL          PIC  9(08).
           03  STA-EXL          PIC  X(01).
           03  FLG-EXL          PIC  9(01).
           03  TAB-EXL.
               05  ARQ-EXL      OCCURS  06.
                   07  NAR-EXL  PIC  X(06).
                   07  QTD-EXL  PIC  9(07).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONVERSAO DE CHAVES ALTERNATIVAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 08 PIC X(64) FROM " ??????????????????????
      -       "?????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 08 PIC X(64) FROM " ? Arquivo  Anterior  G
      -       "ravados  Ch.Princ  Ch.Alter  Situacao   ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 08 PIC X(64) FROM " ?                     
      -       "                                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 08 PIC X(64) FROM " ? CADNTA              
      -       "                                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 08 PIC X(64) FROM " ? CADLBC              
      -       "                                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 08 PIC X(64) FROM " ? CADLDP              
      -       "                                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 08 PIC X(64) FROM " ?                     
      -       "                                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 08 PIC X(64) FROM " ??????????????????????
      -       "?????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 72 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 10 PIC X(64) FROM SPACES.

       01  CNV-ENT.
           03  LINE 11 COLUMN 20 PIC ZZZZZZ9 FROM QAN-CV1
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 30 PIC ZZZZZZ9 FROM QGR-CV1
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC ZZZZZZ9 FROM QPR-CV1
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 50 PIC ZZZZZZ9 FROM QAL-CV1
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 60 PIC X(10) FROM SIT-CV1
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 20 PIC ZZZZZZ9 FROM QAN-CV2
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 30 PIC ZZZZZZ9 FROM QGR-CV2
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC ZZZZZZ9 FROM QPR-CV2
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 50 PIC ZZZZZZ9 FROM QAL-CV2
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC X(10) FROM SIT-CV2
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 20 PIC ZZZZZZ9 FROM QAN-CV3
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 30 PIC ZZZZZZ9 FROM QGR-CV3
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 40 PIC ZZZZZZ9 FROM QPR-CV3
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 50 PIC ZZZZZZ9 FROM QAL-CV3
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC X(10) FROM SIT-CV3
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA A CONVERSA
      -            "O DE CADNTA, CADLBC E CADLDP ? [S/N]  -  [ESC]  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CONVER
      -            "TENDO OS ARQUIVOS ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CONVERSAO CONCLUIDA
      -            "  -  CONTAGENS CONFEREM  -  TECLE [ENTER] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!!  CONTAG
      -            "ENS DIVERGENTES  -  COPIAS MANTIDAS EM .CNV     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           MOVE     ZEROS    TO  CNV-001  CNV-002  CNV-003  FLG-DIV
           MOVE     SPACES   TO  SIT-CV1  SIT-CV2  SIT-CV3
           DISPLAY  TLA-001  TLA-002  CNV-ENT.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "N"
               GO  TO        ROT-900-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-000-010.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN710" TO  PRG-EXL
           MOVE     PRM-OPE  TO  OPE-EXL
           MOVE     "CHAVES ALTERNATIVAS"  TO  PAR-EXL
           MOVE     ZEROS    TO  PIN-EXL  PFI-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           IF  FLG-EXL   =   1
               GO  TO        ROT-900-000.
           DISPLAY  MEN-002
           PERFORM  ROT-100-000
           THRU     ROT-100-090
           PERFORM  ROT-200-000
           THRU     ROT-200-090
           PERFORM  ROT-300-000
           THRU     ROT-300-090
           MOVE     "CADNTA" TO  NAR-EXL (1)
           MOVE     QGR-CV1  TO  QTD-EXL (1)
           MOVE     "CADLBC" TO  NAR-EXL (2)
           MOVE     QGR-CV2  TO  QTD-EXL (2)
           MOVE     "CADLDP" TO  NAR-EXL (3)
           MOVE     QGR-CV3  TO  QTD-EXL (3)
           MOVE     "F"      TO  STA-EXL
           MOVE     2        TO  FUN-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-DIV   =   ZEROS
               DISPLAY       MEN-003
           ELSE
               DISPLAY       MEN-004.
           ACCEPT   OPC-001
           GO  TO   ROT-900-000.

       ROT-100-000.
           OPEN     INPUT    CADNTA
           IF  FS-ARQ    =   "00"
               CLOSE    CADNTA
               MOVE     "JA CONVERT"  TO  SIT-CV1
               GO  TO        ROT-100-050.
           IF  FS-ARQ    =   "35"
               OPEN     OUTPUT   CADNTA
               CLOSE    CADNTA
               MOVE     "CRIADO"      TO  SIT-CV1
               GO  TO        ROT-100-085.
           OPEN     INPUT    ANTNTA
           IF  FS-ARQ   NOT  =   "00"
               MOVE     "ERRO"        TO  SIT-CV1
               MOVE     1        TO  FLG-DIV
               GO  TO        ROT-100-085.
           MOVE     "CADNTA.CNV"  TO  NOM-CNV
           OPEN     OUTPUT   ARQCNV.

       ROT-100-010.
           READ     ANTNTA   NEXT AT END
                    GO  TO   ROT-100-020.
           WRITE    REG-CNV  FROM  R-ANA
           ADD      1        TO  QAN-CV1
           GO  TO   ROT-100-010.

       ROT-100-020.
           CLOSE    ANTNTA   ARQCNV
           OPEN     OUTPUT   CADNTA
           OPEN     INPUT    ARQCNV.

       ROT-100-030.
           READ     ARQCNV   AT  END
                    GO  TO   ROT-100-040.
           MOVE     REG-CNV (1:60)  TO  R-NTA
           WRITE    R-NTA    INVALID  KEY
                    GO  TO   ROT-100-030.
           ADD      1        TO  QGR-CV1
           GO  TO   ROT-100-030.

       ROT-100-040.
           CLOSE    CADNTA   ARQCNV
           MOVE     "CONVERTIDO"  TO  SIT-CV1.

       ROT-100-050.
           OPEN     INPUT    CADNTA
           MOVE     SPACES   TO  K-NTA
           START    CADNTA   KEY NOT LESS K-NTA
                    INVALID  KEY GO  TO   ROT-100-060.

       ROT-100-055.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-100-060.
           ADD      1        TO  QPR-CV1
           GO  TO   ROT-100-055.

       ROT-100-060.
           MOVE     SPACES   TO  D-NTA
           START    CADNTA   KEY NOT LESS D-NTA
                    INVALID  KEY GO  TO   ROT-100-070.

       ROT-100-065.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-100-070.
           ADD      1        TO  QAL-CV1
           GO  TO   ROT-100-065.

       ROT-100-070.
           MOVE     ZEROS    TO  QTD-AUX
           MOVE     SPACES   TO  P-NTA
           START    CADNTA   KEY NOT LESS P-NTA
                    INVALID  KEY GO  TO   ROT-100-080.

       ROT-100-075.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-100-080.
           ADD      1        TO  QTD-AUX
           GO  TO   ROT-100-075.

       ROT-100-080.
           CLOSE    CADNTA
           IF  SIT-CV1   =   "JA CONVERT"
               MOVE     QPR-CV1  TO  QAN-CV1  QGR-CV1.
           IF  QGR-CV1  NOT  =   QAN-CV1  OR
               QPR-CV1  NOT  =   QAN-CV1  OR
               QAL-CV1  NOT  =   QAN-CV1  OR
               QTD-AUX  NOT  =   QAN-CV1
               MOVE     "DIVERGENTE"  TO  SIT-CV1
               MOVE     1        TO  FLG-DIV.

       ROT-100-085.
           DISPLAY  CNV-ENT.

       ROT-100-090.
           EXIT.

       ROT-200-000.
           OPEN     INPUT    CADLBC
           IF  FS-ARQ    =   "00"
               CLOSE    CADLBC
               MOVE     "JA CONVERT"  TO  SIT-CV2
               GO  TO        ROT-200-050.
           IF  FS-ARQ    =   "35"
               OPEN     OUTPUT   CADLBC
               CLOSE    CADLBC
               MOVE     "CRIADO"      TO  SIT-CV2
               GO  TO        ROT-200-085.
           OPEN     INPUT    ANTLBC
           IF  FS-ARQ   NOT  =   "00"
               MOVE     "ERRO"        TO  SIT-CV2
               MOVE     1        TO  FLG-DIV
               GO  TO        ROT-200-085.
           MOVE     "CADLBC.CNV"  TO  NOM-CNV
           OPEN     OUTPUT   ARQCNV.

       ROT-200-010.
           READ     ANTLBC   NEXT AT END
                    GO  TO   ROT-200-020.
           WRITE    REG-CNV  FROM  R-ANB
           ADD      1        TO  QAN-CV2
           GO  TO   ROT-200-010.

       ROT-200-020.
           CLOSE    ANTLBC   ARQCNV
           OPEN     OUTPUT   CADLBC
           OPEN     INPUT    ARQCNV.

       ROT-200-030.
           READ     ARQCNV   AT  END
                    GO  TO   ROT-200-040.
           MOVE     REG-CNV (1:52)  TO  R-LBC
           WRITE    R-LBC    INVALID  KEY
                    GO  TO   ROT-200-030.
           ADD      1        TO  QGR-CV2
           GO  TO   ROT-200-030.

       ROT-200-040.
           CLOSE    CADLBC   ARQCNV
           MOVE     "CONVERTIDO"  TO  SIT-CV2.

       ROT-200-050.
           OPEN     INPUT    CADLBC
           MOVE     SPACES   TO  K-LBC
           START    CADLBC   KEY NOT LESS K-LBC
                    INVALID  KEY GO  TO   ROT-200-060.

       ROT-200-055.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-200-060.
           ADD      1        TO  QPR-CV2
           GO  TO   ROT-200-055.

       ROT-200-060.
           MOVE     SPACES   TO  D-LBC
           START    CADLBC   KEY NOT LESS D-LBC
                    INVALID  KEY GO  TO   ROT-200-080.

       ROT-200-065.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-200-080.
           ADD      1        TO  QAL-CV2
           GO  TO   ROT-200-065.

       ROT-200-080.
           CLOSE    CADLBC
           IF  SIT-CV2   =   "JA CONVERT"
               MOVE     QPR-CV2  TO  QAN-CV2  QGR-CV2.
           IF  QGR-CV2  NOT  =   QAN-CV2  OR
               QPR-CV2  NOT  =   QAN-CV2  OR
               QAL-CV2  NOT  =   QAN-CV2
               MOVE     "DIVERGENTE"  TO  SIT-CV2
               MOVE     1        TO  FLG-DIV.

       ROT-200-085.
           DISPLAY  CNV-ENT.

       ROT-200-090.
           EXIT.

       ROT-300-000.
           OPEN     INPUT    CADLDP
           IF  FS-ARQ    =   "00"
               CLOSE    CADLDP
               MOVE     "JA CONVERT"  TO  SIT-CV3
               GO  TO        ROT-300-050.
           IF  FS-ARQ    =   "35"
               OPEN     OUTPUT   CADLDP
               CLOSE    CADLDP
               MOVE     "CRIADO"      TO  SIT-CV3
               GO  TO        ROT-300-085.
           OPEN     INPUT    ANTLDP
           IF  FS-ARQ   NOT  =   "00"
               MOVE     "ERRO"        TO  SIT-CV3
               MOVE     1        TO  FLG-DIV
               GO  TO        ROT-300-085.
           MOVE     "CADLDP.CNV"  TO  NOM-CNV
           OPEN     OUTPUT   ARQCNV.

       ROT-300-010.
           READ     ANTLDP   NEXT AT END
                    GO  TO   ROT-300-020.
           WRITE    REG-CNV  FROM  R-ANP
           ADD      1        TO  QAN-CV3
           GO  TO   ROT-300-010.

       ROT-300-020.
           CLOSE    ANTLDP   ARQCNV
           OPEN     OUTPUT   CADLDP
           OPEN     INPUT    ARQCNV.

       ROT-300-030.
           READ     ARQCNV   AT  END
                    GO  TO   ROT-300-040.
           MOVE     REG-CNV (1:52)  TO  R-LDP
           WRITE    R-LDP    INVALID  KEY
                    GO  TO   ROT-300-030.
           ADD      1        TO  QGR-CV3
           GO  TO   ROT-300-030.

       ROT-300-040.
           CLOSE    CADLDP   ARQCNV
           MOVE     "CONVERTIDO"  TO  SIT-CV3.

       ROT-300-050.
           OPEN     INPUT    CADLDP
           MOVE     SPACES   TO  K-LDP
           START    CADLDP   KEY NOT LESS K-LDP
                    INVALID  KEY GO  TO   ROT-300-060.

       ROT-300-055.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-300-060.
           ADD      1        TO  QPR-CV3
           GO  TO   ROT-300-055.

       ROT-300-060.
           MOVE     SPACES   TO  V-LDP
           START    CADLDP   KEY NOT LESS V-LDP
                    INVALID  KEY GO  TO   ROT-300-080.

       ROT-300-065.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-300-080.
           ADD      1        TO  QAL-CV3
           GO  TO   ROT-300-065.

       ROT-300-080.
           CLOSE    CADLDP
           IF  SIT-CV3   =   "JA CONVERT"
               MOVE     QPR-CV3  TO  QAN-CV3  QGR-CV3.
           IF  QGR-CV3  NOT  =   QAN-CV3  OR
               QPR-CV3  NOT  =   QAN-CV3  OR
               QAL-CV3  NOT  =   QAN-CV3
               MOVE     "DIVERGENTE"  TO  SIT-CV3
               MOVE     1        TO  FLG-DIV.

       ROT-300-085.
           DISPLAY  CNV-ENT.

       ROT-300-090.
           EXIT.

       ROT-900-000.
           CHAIN   "DYN704"  USING  PRM-001  PRM-OPE.
