       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN248.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADOCR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADOCR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOCR.DAT".
       01  REG-OCR.
           03  CHV-OCR.
               05  DTA-OCR.
                   07  ANO-OCR  PIC  9(02).
                   07  MES-OCR  PIC  9(02).
                   07  DIA-OCR  PIC  9(02).
               05  TUR-OCR      PIC  9(01).
               05  CXA-OCR      PIC  9(01).
               05  SEQ-OCR      PIC  9(02).
           03  HRA-OCR.
               05  HOR-OCR      PIC  9(02).
               05  MIN-OCR      PIC  9(02).
           03  CAT-OCR          PIC  9(01).
           03  ACP-OCR          PIC  9(01).
           03  TX1-OCR          PIC  X(48).
           03  TX2-OCR          PIC  X(48).
           03  TX3-OCR          PIC  X(48).
           03  OPE-OCR          PIC  9(04).
           03  SIT-OCR          PIC  9(01).
           03  OPC-OCR          PIC  9(04).
           03  DTC-OCR.
               05  ANO-DTC      PIC  9(02).
               05  MES-DTC      PIC  9(02).
               05  DIA-DTC      PIC  9(02).
           03  OPF-OCR          PIC  9(04).
           03  DTF-OCR.
               05  ANO-DTF      PIC  9(02).
               05  MES-DTF      PIC  9(02).
               05  DIA-DTF      PIC  9(02).
           03  SOL-OCR          PIC  X(48).

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

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       SD  CADSRT.

       01  REG-SRT.
           03  CAT-SRT          PIC  9(01).
           03  DTA-SRT          PIC  9(08).
           03  RCD-SRT          PIC  X(233).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
           03  SEQ-AUX          PIC  9(02).
           03  ACP-AUX          PIC  X(01).
           03  CAT-AUX          PIC  9(01).
           03  PEN-AUX          PIC  X(01).
           03  CAT-ANT          PIC  9(01).
           03  DES-CAT          PIC  X(20).
           03  DES-SIT          PIC  X(20).
           03  DES-FLT          PIC  X(20).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MIN-SYS      PIC  9(02).
               05  FILLER       PIC  9(04).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "REGISTRO ".
           03  FILLER           PIC  X(09)  VALUE  "ENCERRAR ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  03.

       01  TAB-CAT.
           03  FILLER           PIC  X(20)  VALUE  "RECLAMACAO CLIENTE".
           03  FILLER           PIC  X(20)  VALUE  "EQUIPAMENTO/BOMBA".
           03  FILLER           PIC  X(20)  VALUE  "SEGURANCA/POLICIA".
           03  FILLER           PIC  X(20)  VALUE  "ENTREGA/FORNECEDOR".
           03  FILLER           PIC  X(20)  VALUE  "PESSOAL".
           03  FILLER           PIC  X(20)  VALUE  "CAIXA/VALORES".
           03  FILLER           PIC  X(20)  VALUE  "OUTROS".
       01  RED-CAT              REDEFINES   TAB-CAT.
           03  CAT-TAB          PIC  X(20)  OCCURS  07.

       01  TAB-SIT.
           03  FILLER           PIC  X(20)  VALUE  "AGUARDANDO CIENCIA".
           03  FILLER           PIC  X(20)  VALUE  "EM ACOMPANHAMENTO".
           03  FILLER           PIC  X(20)  VALUE  "ENCERRADA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(20)  OCCURS  03.

       01  TAB-ACM.
           03  ACM-CAT          OCCURS  08.
               05  QTD-ACM      PIC  9(05)  OCCURS  04.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "LIVRO DE OCORRENCIAS DOS TURNOS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DII-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MEI-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANI-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A".
           03  DIF-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MEF-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANF-CB2          PIC  9(02).
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  FILLER           PIC  X(12)  VALUE  "CATEGORIA :".
           03  CAT-CB2          PIC  X(20).
           03  PEN-CB2          PIC  X(14).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80).

       01  LIN-AUX              PIC  X(80).

       01  CAB-005.
           03  FILLER           PIC  X(19)  VALUE  "DATA     T/C SQ".
           03  FILLER           PIC  X(11)  VALUE  "HORA  OPER".
           03  FILLER           PIC  X(21)  VALUE  "SITUACAO".
           03  FILLER           PIC  X(29)  VALUE  "ACOMP.".

       01  CAB-006.
           03  FILLER           PIC  X(30)  VALUE  "CATEGORIA".
           03  FILLER           PIC  X(50)  VALUE
               "     TOTAL  AG.CIENCIA  ACOMPANHAM.  ENCERRADAS".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TUR-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CXA-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT1          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  HOR-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OPE-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACP-DT1          PIC  X(03).

       01  DET-002.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  TXT-DT2          PIC  X(48).

       01  DET-003.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  TIT-DT3          PIC  X(11).
           03  DIA-DT3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT3          PIC  9(02).
           03  FILLER           PIC  X(07)  VALUE  "  OPER".
           03  OPE-DT3          PIC  9(04).

       01  DET-004.
           03  FILLER           PIC  X(12)  VALUE  "CATEGORIA".
           03  CAT-DT4          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  DES-DT4          PIC  X(20).

       01  TOT-001.
           03  TIT-TT1          PIC  X(30).
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  AGC-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  ACP-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  ENC-TT1          PIC  ZZZZ9.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " LIVRO DE OCORRENCIAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /        Hora ...:   :      ?" BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Turno .........:   Ca
      -       "ixa ..:   Seq. ...:          ?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Registrado por :     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Categoria .....:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Acompanhamento :   (S
      -       "/N)                          ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Ocorrencia ....:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Situacao ......:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Ciente em .....:   / 
      -       " /        Oper. ..:          ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Encerrada em ..:   / 
      -       " /        Oper. ..:          ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Solucao .......:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ?                     
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "   Ocorrencias"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Registro   ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Encerrar   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Relatorio  ? "
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
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       " /   ate   /  /              ?" BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Categoria .....:     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?So pendentes ..:   (S
      -       "/N)                          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "??????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(01)  FROM  TUR-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 33 PIC 9(01)  FROM  CXA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 45 PIC 9(02)  FROM  SEQ-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 45 PIC 9(02)  FROM  HOR-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 48 PIC 9(02)  FROM  MIN-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(04)  FROM  OPE-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 26 PIC X(20)  FROM  NOM-OPE
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(01)  FROM  CAT-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 23 PIC X(20)  FROM  DES-CAT
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(01)  FROM  ACP-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 04 PIC X(48)  FROM  TX1-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 04 PIC X(48)  FROM  TX2-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 04 PIC X(48)  FROM  TX3-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC 9(01)  FROM  SIT-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 23 PIC X(20)  FROM  DES-SIT
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(02)  FROM  DIA-DTC
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC 9(02)  FROM  MES-DTC
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 27 PIC 9(02)  FROM  ANO-DTC
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 45 PIC 9(04)  FROM  OPC-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(02)  FROM  DIA-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC 9(02)  FROM  MES-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 27 PIC 9(02)  FROM  ANO-DTF
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 45 PIC 9(04)  FROM  OPF-OCR
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 04 PIC X(48)  FROM  SOL-OCR
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 34 PIC 9(02)  FROM  DIA-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 37 PIC 9(02)  FROM  MES-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 40 PIC 9(02)  FROM  ANO-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(01)  FROM  CAT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 23 PIC X(20)  FROM  DES-FLT
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(01)  FROM  PEN-AUX
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
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO E O 
      -            "CAIXA  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DO TU
      -            "RNO  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OCORRENCI
      -            "A (00 = NOVA)  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OCORRENCI
      -            "A  -  [ESC] RETORNA ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "OCORRENCIA INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "OCORRENCIA JA LIDA 
      -            "PELO TURNO SEGUINTE - SO CONSULTA [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "LIVRO DO TURNO COMP
      -            "LETO (99 OCORRENCIAS) !!!  -  TECLE [ENTER]     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A HORA DA OC
      -            "ORRENCIA  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO OPERADOR 
      -            "QUE REGISTRA  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR INEXISTENT
      -            "E !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "1-CLIENTE 2-EQUIPAM
      -            ". 3-SEGUR. 4-ENTREGA 5-PESSOAL 6-CAIXA 7-OUTR   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "REQUER ACOMPANHAMEN
      -            "TO ATE O ENCERRAMENTO (S/N) ?  -  [ESC] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DESCREVA A OCORRENC
      -            "IA  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A OCORRENC
      -            "IA OU (A)BANDONAR ?                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "OCORRENCIA GRAVADA 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "OCORRENCIA JA ENCER
      -            "RADA - SO CONSULTA  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DESCREVA A SOLUCAO 
      -            "ADOTADA  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "ENCERRAMENTO  -  OP
      -            "ERADOR  [    ] SENHA [    ] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "OPERADOR OU SENHA I
      -            "NVALIDA !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O ENCERRAM
      -            "ENTO OU (A)BANDONAR ?                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "CATEGORIA (0 = TODA
      -            "S)  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "SOMENTE AS OCORRENC
      -            "IAS NAO ENCERRADAS (S/N) ?  -  [ESC] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003 LINE 22 COLUMN 42 PIC 9(04) USING SUP-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004 LINE 22 COLUMN 55 PIC X(04) USING SEN-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCXA   CADOPE
           OPEN     I-O      CADOCR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADOCR
               CLOSE    CADOCR
               OPEN     I-O      CADOCR.

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
           IF  NUM-OPC   =   3
               GO  TO        ROT-400-000.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     ZEROS    TO  SEQ-AUX.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (07 21)  TUR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  TUR-AUX   =   ZEROS
               GO  TO        ROT-100-010.

       ROT-100-020.
           ACCEPT   (07 33)  CXA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           MOVE     TUR-AUX  TO  TUR-CXA
           MOVE     CXA-AUX  TO  NUM-CXA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-010.
           IF  DTA-CXA   =   ZEROS
               MOVE     DTA-SYS  TO  DTA-AUX
           ELSE
               MOVE     DTA-CXA  TO  DTA-AUX.
           DISPLAY  ENT-001.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (06 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-100-030.

       ROT-100-040.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-100-040.

       ROT-100-050.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.

       ROT-100-060.
           IF  NUM-OPC   =   1
               DISPLAY       MEN-005
           ELSE
               DISPLAY       MEN-006.
           ACCEPT   (07 45)  SEQ-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           MOVE     SPACES   TO  RSP-OPC
           IF  SEQ-AUX   =   ZEROS  AND  NUM-OPC  =  1
               GO  TO        ROT-100-070.
           IF  SEQ-AUX   =   ZEROS
               GO  TO        ROT-100-060.
           MOVE     DTA-AUX  TO  DTA-OCR
           MOVE     TUR-AUX  TO  TUR-OCR
           MOVE     CXA-AUX  TO  CXA-OCR
           MOVE     SEQ-AUX  TO  SEQ-OCR
           READ     CADOCR   INVALID KEY
                    DISPLAY  MEN-007
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-060.
           MOVE     0        TO  FLG-NEW
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-002
           IF  NUM-OPC   =   2
               GO  TO        ROT-300-000.
           IF  SIT-OCR   =   0
               GO  TO        ROT-200-000.
           DISPLAY  MEN-008
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-100-070.
           MOVE     DTA-AUX  TO  DTA-OCR
           MOVE     TUR-AUX  TO  TUR-OCR
           MOVE     CXA-AUX  TO  CXA-OCR
           MOVE     ZEROS    TO  SEQ-OCR
           START    CADOCR   KEY NOT LESS  CHV-OCR
                    INVALID  KEY GO  TO   ROT-100-090.

       ROT-100-080.
           READ     CADOCR   NEXT AT END
                    GO  TO   ROT-100-090.
           IF  DTA-OCR   =   DTA-AUX  AND
               TUR-OCR   =   TUR-AUX  AND
               CXA-OCR   =   CXA-AUX
               MOVE     SEQ-OCR  TO  SEQ-AUX
               GO  TO        ROT-100-080.

       ROT-100-090.
           IF  SEQ-AUX   =   99
               DISPLAY       MEN-009
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           ADD      1        TO  SEQ-AUX
           MOVE     SPACES   TO  REG-OCR  NOM-OPE
           MOVE     DTA-AUX  TO  DTA-OCR
           MOVE     TUR-AUX  TO  TUR-OCR
           MOVE     CXA-AUX  TO  CXA-OCR
           MOVE     SEQ-AUX  TO  SEQ-OCR
           MOVE     ZEROS    TO  CAT-OCR  ACP-OCR  SIT-OCR  OPC-OCR
                                 DTC-OCR  OPF-OCR  DTF-OCR
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     HOR-SYS  TO  HOR-OCR
           MOVE     MIN-SYS  TO  MIN-OCR
           MOVE     PRM-OPE  TO  OPE-OCR
           MOVE     "N"      TO  ACP-AUX
           MOVE     1        TO  FLG-NEW
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-001  ENT-002.

       ROT-200-000.
           DISPLAY  MEN-010
           ACCEPT   (06 45)  HOR-OCR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  HOR-OCR   >   23
               GO  TO        ROT-200-000.

       ROT-200-010.
           ACCEPT   (06 48)  MIN-OCR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  MIN-OCR   >   59
               GO  TO        ROT-200-010.

       ROT-200-020.
           DISPLAY  MEN-011
           ACCEPT   (08 21)  OPE-OCR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           MOVE     OPE-OCR  TO  CHV-OPE
           MOVE     SPACES   TO  RSP-OPC
           READ     CADOPE   INVALID KEY
                    DISPLAY  MEN-012
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-020.
           DISPLAY  ENT-002.

       ROT-200-030.
           DISPLAY  MEN-013
           ACCEPT   (09 21)  CAT-OCR  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  CAT-OCR   <   1  OR  >  7
               GO  TO        ROT-200-030.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-002.

       ROT-200-040.
           DISPLAY  MEN-014
           ACCEPT   (10 21)  ACP-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  ACP-AUX  NOT  =   "S"  AND  NOT  =  "N"
               GO  TO        ROT-200-040.

       ROT-200-050.
           DISPLAY  MEN-015
           ACCEPT   (12 04)  TX1-OCR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  TX1-OCR   =   SPACES
               GO  TO        ROT-200-050.

       ROT-200-060.
           ACCEPT   (13 04)  TX2-OCR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.

       ROT-200-070.
           ACCEPT   (14 04)  TX3-OCR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.

       ROT-200-080.
           DISPLAY  MEN-016
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-080.
           MOVE     SPACES   TO  RSP-OPC
           IF  ACP-AUX   =   "S"
               MOVE     1        TO  ACP-OCR
           ELSE
               MOVE     0        TO  ACP-OCR.
           IF  FLG-NEW   =   0
               REWRITE  REG-OCR
           ELSE
               WRITE    REG-OCR  INVALID KEY
                        REWRITE  REG-OCR.
           DISPLAY  MEN-017
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-OCR   =   2
               DISPLAY       MEN-018
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.

       ROT-300-010.
           DISPLAY  MEN-019
           ACCEPT   (19 04)  SOL-OCR  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.
           IF  SOL-OCR   =   SPACES
               GO  TO        ROT-300-010.

       ROT-300-020.
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX  RSP-OPC
           DISPLAY  MEN-020
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    GO  TO   ROT-300-030.
           IF  SEN-AUX   =   SEN-OPE
               GO  TO        ROT-300-050.

       ROT-300-030.
           DISPLAY  MEN-021
           ACCEPT   OPC-002
           GO  TO   ROT-300-020.

       ROT-300-040.
           MOVE     SPACES   TO  SOL-OCR
           DISPLAY  ENT-002
           GO  TO   ROT-100-000.

       ROT-300-050.
           DISPLAY  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "A"
               GO  TO        ROT-300-040.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-050.
           IF  DTC-OCR   =   ZEROS
               MOVE     SUP-AUX  TO  OPC-OCR
               MOVE     DTA-SYS  TO  DTC-OCR.
           MOVE     2        TO  SIT-OCR
           MOVE     SUP-AUX  TO  OPF-OCR
           MOVE     DTA-SYS  TO  DTF-OCR
           REWRITE  REG-OCR
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-002  MEN-017
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-400-000.
           DISPLAY  LPA-004  TLA-005
           MOVE     DTA-SYS  TO  DTA-AUX  DTA-FIN
           MOVE     1        TO  DIA-AUX
           MOVE     ZEROS    TO  CAT-AUX
           MOVE     "TODAS"  TO  DES-FLT
           MOVE     "N"      TO  PEN-AUX
           DISPLAY  ENT-003  MEN-023.

       ROT-400-010.
           ACCEPT   (07 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-004
               GO  TO        ROT-000-010.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (07 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-400-020.

       ROT-400-030.
           ACCEPT   (07 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.

       ROT-400-040.
           ACCEPT   (07 34)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-030.
           IF  DIA-FIN   <   1  OR  >  31
               GO  TO        ROT-400-040.

       ROT-400-050.
           ACCEPT   (07 37)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-040.
           IF  MES-FIN   <   1  OR  >  12
               GO  TO        ROT-400-050.

       ROT-400-060.
           ACCEPT   (07 40)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-050.
           MOVE     DTA-FIN  TO  DTA-OCR
           PERFORM  ROT-780-000  THRU  ROT-780-010
           MOVE     DTA-LCT  TO  LIM-FIN
           MOVE     DTA-AUX  TO  DTA-OCR
           PERFORM  ROT-780-000  THRU  ROT-780-010
           MOVE     DTA-LCT  TO  LIM-INI
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-400-040.

       ROT-400-070.
           DISPLAY  MEN-024
           ACCEPT   (09 21)  CAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-023
               GO  TO        ROT-400-060.
           IF  CAT-AUX   >   7
               GO  TO        ROT-400-070.
           IF  CAT-AUX   =   ZEROS
               MOVE     "TODAS"  TO  DES-FLT
           ELSE
               MOVE     CAT-TAB (CAT-AUX)  TO  DES-FLT.
           DISPLAY  ENT-003.

       ROT-400-080.
           DISPLAY  MEN-025
           ACCEPT   (11 21)  PEN-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-070.
           IF  PEN-AUX  NOT  =   "S"  AND  NOT  =  "N"
               GO  TO        ROT-400-080.

       ROT-400-090.
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-080.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-400-090.
           DISPLAY  MEN-027
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  TAB-ACM  ACM-LIN  CAT-ANT
           MOVE     1        TO  PAG-CB1
           MOVE     DIA-AUX  TO  DII-CB2
           MOVE     MES-AUX  TO  MEI-CB2
           MOVE     ANO-AUX  TO  ANI-CB2
           MOVE     DIA-FIN  TO  DIF-CB2
           MOVE     MES-FIN  TO  MEF-CB2
           MOVE     ANO-FIN  TO  ANF-CB2
           MOVE     DES-FLT  TO  CAT-CB2
           MOVE     SPACES   TO  PEN-CB2
           IF  PEN-AUX   =   "S"
               MOVE     "NAO ENCERRADAS"  TO  PEN-CB2.
           MOVE     CAB-005  TO  CAB-004
           PERFORM  ROT-750-000  THRU  ROT-750-010
           SORT     CADSRT   ON  ASCENDING  KEY  CAT-SRT  DTA-SRT
                                                 RCD-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           MOVE     CAB-006  TO  CAB-004
           PERFORM  ROT-750-000  THRU  ROT-750-010
           MOVE     1        TO  IND1.

       ROT-400-100.
           IF  QTD-ACM (IND1, 1)  =   ZEROS
               GO  TO        ROT-400-110.
           MOVE     CAT-TAB (IND1)   TO  TIT-TT1
           PERFORM  ROT-720-000  THRU  ROT-720-010.

       ROT-400-110.
           ADD      1        TO  IND1
           IF  IND1  <  8
               GO  TO        ROT-400-100.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     "TOTAL GERAL"    TO  TIT-TT1
           PERFORM  ROT-720-000  THRU  ROT-720-010
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-028
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           DISPLAY  LPA-004
           GO  TO   ROT-000-010.

       ROT-700-000.
           MOVE     SPACES   TO  DES-CAT  DES-SIT
           IF  CAT-OCR   >   0  AND  <  8
               MOVE     CAT-TAB (CAT-OCR)  TO  DES-CAT.
           IF  SIT-OCR   <   3
               COMPUTE  IND2  =   SIT-OCR  +  1
               MOVE     SIT-TAB (IND2)  TO  DES-SIT.
           IF  FLG-NEW   =   1
               GO  TO        ROT-700-005.
           MOVE     "N"      TO  ACP-AUX
           IF  ACP-OCR   =   1
               MOVE     "S"      TO  ACP-AUX.

       ROT-700-005.
           MOVE     OPE-OCR  TO  CHV-OPE
           READ     CADOPE   INVALID KEY
                    MOVE     SPACES   TO  NOM-OPE.

       ROT-700-010.
           EXIT.

       ROT-720-000.
           MOVE     QTD-ACM (IND1, 1)  TO  QTD-TT1
           MOVE     QTD-ACM (IND1, 2)  TO  AGC-TT1
           MOVE     QTD-ACM (IND1, 3)  TO  ACP-TT1
           MOVE     QTD-ACM (IND1, 4)  TO  ENC-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010.

       ROT-720-010.
           EXIT.

       ROT-750-000.
           IF  ACM-LIN   >   ZEROS  AND  NOT  >  50
               GO  TO        ROT-750-005.
           IF  ACM-LIN   =   ZEROS
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           MOVE     3        TO  ACM-LIN.

       ROT-750-005.
           WRITE    REG-REL FROM CAB-004  AFTER 2
           WRITE    REG-REL FROM CAB-003
           ADD      3        TO  ACM-LIN.

       ROT-750-010.
           EXIT.

       ROT-760-000.
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               MOVE     REG-REL  TO  LIN-AUX
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               WRITE    REG-REL FROM CAB-002  AFTER 2
               WRITE    REG-REL FROM CAB-003
               WRITE    REG-REL FROM CAB-004
               WRITE    REG-REL FROM CAB-003
               MOVE     LIN-AUX  TO  REG-REL
               MOVE     5        TO  ACM-LIN.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-760-010.
           EXIT.

       ROT-780-000.
           MOVE     DIA-OCR  TO  DIA-LCT
           MOVE     MES-OCR  TO  MES-LCT
           MOVE     ANO-OCR  TO  ANO-LCT
           IF  ANO-OCR   <   50
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.

       ROT-780-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADOCR   CADCXA   CADOPE
           MOVE     2        TO  PRM-001
           CHAIN   "DYN200"  USING  PRM-001  PRM-OPE.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     ZEROS    TO  CHV-OCR
           START    CADOCR   KEY NOT LESS CHV-OCR
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADOCR   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  CAT-AUX  NOT  =   ZEROS  AND
               CAT-OCR  NOT  =   CAT-AUX
               GO  TO        ROT-500-020.
           IF  PEN-AUX   =   "S"  AND  SIT-OCR  =  2
               GO  TO        ROT-500-020.
           PERFORM  ROT-780-000  THRU  ROT-780-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           MOVE     CAT-OCR  TO  CAT-SRT
           MOVE     DTA-LCT  TO  DTA-SRT
           MOVE     REG-OCR  TO  RCD-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           MOVE     RCD-SRT  TO  REG-OCR
           IF  CAT-OCR   =   CAT-ANT
               GO  TO        ROT-600-020.
           IF  CAT-ANT  NOT  =   ZEROS
               PERFORM  ROT-600-090  THRU  ROT-600-095.
           MOVE     CAT-OCR  TO  CAT-ANT  CAT-DT4
           MOVE     CAT-TAB (CAT-OCR)  TO  DES-DT4
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     DET-004  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010.

       ROT-600-020.
           COMPUTE  IND2     =   SIT-OCR  +  2
           ADD      1        TO  QTD-ACM (CAT-OCR, 1)
                                 QTD-ACM (CAT-OCR, IND2)
                                 QTD-ACM (8, 1)
                                 QTD-ACM (8, IND2)
           MOVE     DIA-OCR  TO  DIA-DT1
           MOVE     MES-OCR  TO  MES-DT1
           MOVE     ANO-OCR  TO  ANO-DT1
           MOVE     TUR-OCR  TO  TUR-DT1
           MOVE     CXA-OCR  TO  CXA-DT1
           MOVE     SEQ-OCR  TO  SEQ-DT1
           MOVE     HOR-OCR  TO  HOR-DT1
           MOVE     MIN-OCR  TO  MIN-DT1
           MOVE     OPE-OCR  TO  OPE-DT1
           COMPUTE  IND2     =   SIT-OCR  +  1
           MOVE     SIT-TAB (IND2)   TO  SIT-DT1
           MOVE     "NAO"    TO  ACP-DT1
           IF  ACP-OCR   =   1
               MOVE     "SIM"    TO  ACP-DT1.
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     TX1-OCR  TO  TXT-DT2
           MOVE     DET-002  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           IF  TX2-OCR  NOT  =   SPACES
               MOVE     TX2-OCR  TO  TXT-DT2
               MOVE     DET-002  TO  REG-REL
               PERFORM  ROT-760-000  THRU  ROT-760-010.
           IF  TX3-OCR  NOT  =   SPACES
               MOVE     TX3-OCR  TO  TXT-DT2
               MOVE     DET-002  TO  REG-REL
               PERFORM  ROT-760-000  THRU  ROT-760-010.
           IF  DTC-OCR  NOT  =   ZEROS
               MOVE     "CIENTE EM"  TO  TIT-DT3
               MOVE     DIA-DTC  TO  DIA-DT3
               MOVE     MES-DTC  TO  MES-DT3
               MOVE     ANO-DTC  TO  ANO-DT3
               MOVE     OPC-OCR  TO  OPE-DT3
               MOVE     DET-003  TO  REG-REL
               PERFORM  ROT-760-000  THRU  ROT-760-010.
           IF  SIT-OCR  NOT  =   2
               GO  TO        ROT-600-010.
           MOVE     "ENCERRADA"  TO  TIT-DT3
           MOVE     DIA-DTF  TO  DIA-DT3
           MOVE     MES-DTF  TO  MES-DT3
           MOVE     ANO-DTF  TO  ANO-DT3
           MOVE     OPF-OCR  TO  OPE-DT3
           MOVE     DET-003  TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           IF  SOL-OCR  NOT  =   SPACES
               MOVE     SOL-OCR  TO  TXT-DT2
               MOVE     DET-002  TO  REG-REL
               PERFORM  ROT-760-000  THRU  ROT-760-010.
           GO  TO   ROT-600-010.

       ROT-600-080.
           IF  CAT-ANT  NOT  =   ZEROS
               PERFORM  ROT-600-090  THRU  ROT-600-095.
           GO  TO   ROT-600-099.

       ROT-600-090.
           MOVE     CAT-ANT  TO  IND1
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     "TOTAL DA CATEGORIA"  TO  TIT-TT1
           PERFORM  ROT-720-000  THRU  ROT-720-010.

       ROT-600-095.
           EXIT.

       ROT-600-099.
           EXIT.
