       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN173.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADNFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

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

       FD  CADNFD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFD.DAT".
       01  REG-NFD.
           03  CHV-NFD.
               05  FOR-NFD      PIC  9(03).
               05  NTF-NFD      PIC  9(06).
               05  CGC-NFD      PIC  9(14).
           03  CHA-NFD          PIC  X(44).
           03  NOM-NFD          PIC  X(25).
           03  DTE-NFD.
               05  ANO-NFD      PIC  9(02).
               05  MES-NFD      PIC  9(02).
               05  DIA-NFD      PIC  9(02).
           03  VAL-NFD          PIC  9(10)V99.
           03  DTI-NFD          PIC  9(06).
           03  SIT-NFD          PIC  9(01).
           03  DTL-NFD          PIC  9(06).
           03  MAN-NFD          PIC  9(01).
           03  DTM-NFD          PIC  9(06).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-SEC          PIC  9(01).
           03  DIA-HOJ          PIC  9(06).
           03  DIA-EMI          PIC  9(06).
           03  IDA-AUX          PIC S9(05).
           03  PRZ-AUX          PIC S9(05).
           03  PRZ-MAN          PIC  9(03)  VALUE  180.
           03  AVS-MAN          PIC  9(03)  VALUE  030.
           03  QTD-PEN          PIC  9(05).
           03  VAL-PEN          PIC  9(11)V99.
           03  QTD-F30          PIC  9(05).
           03  VAL-F30          PIC  9(11)V99.
           03  QTD-F90          PIC  9(05).
           03  VAL-F90          PIC  9(11)V99.
           03  QTD-FMX          PIC  9(05).
           03  VAL-FMX          PIC  9(11)V99.
           03  QTD-REC          PIC  9(05).
           03  VAL-REC          PIC  9(11)V99.
           03  QTD-PRZ          PIC  9(05).
           03  QTD-VNC          PIC  9(05).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-MAN.
           03  FILLER           PIC  X(12)  VALUE  "SEM MANIF.".
           03  FILLER           PIC  X(12)  VALUE  "CIENCIA".
           03  FILLER           PIC  X(12)  VALUE  "CONFIRMADA".
           03  FILLER           PIC  X(12)  VALUE  "DESCONHECIDA".
           03  FILLER           PIC  X(12)  VALUE  "NAO REALIZ.".
       01  RED-MAN              REDEFINES   TAB-MAN.
           03  MAN-TAB          PIC  X(12)  OCCURS  05.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "NF-E DESTINADAS NAO LANCADAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(12)  VALUE  "POSICAO EM".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  TIT-CB2          PIC  X(54).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "FOR EMITENTE             NOTA   EMISSAO          VALOR DIAS 
      -    "MANIFESTACAO PRAZO".

       01  DET-001.
           03  FOR-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NTF-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  IDA-DT1          PIC  ---9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MAN-DT1          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AVS-DT1          PIC  X(07).

       01  TOT-001.
           03  LBL-TT1          PIC  X(40).
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(10)  VALUE  " NOTA(S)".
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "NF-E DESTINADAS NAO LANCADAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -            "RESSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CONFE
      -            "RINDO AS NOTAS COM AS COMPRAS ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRI
      -            "MINDO AS NF-E NAO LANCADAS ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           COMPUTE  DIA-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     INPUT    CADFOR   CADLCP
           OPEN     I-O      CADNFD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADNFD
               CLOSE    CADNFD
               OPEN     I-O      CADNFD.

       ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-001
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-000.
           DISPLAY  MEN-002
           PERFORM  ROT-600-000  THRU  ROT-600-040
           DISPLAY  MEN-003
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1  FLG-SEC
           MOVE     ZEROS    TO  ACM-LIN  QTD-PEN  VAL-PEN
                                 QTD-F30  VAL-F30  QTD-F90  VAL-F90
                                 QTD-FMX  VAL-FMX  QTD-REC  VAL-REC
                                 QTD-PRZ  QTD-VNC
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     "NOTAS EMITIDAS CONTRA A EMPRESA SEM COMPRA LANCADA"
                             TO  TIT-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015.

       ROT-100-010.
           MOVE     ZEROS    TO  CHV-NFD
           START    CADNFD   KEY GREATER  CHV-NFD
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003.

       ROT-100-020.
           READ     CADNFD   NEXT AT END
                    GO  TO   ROT-100-030.
           COMPUTE  DIA-EMI  =   ANO-NFD  *  360
                             +   MES-NFD  *  30   +  DIA-NFD
           COMPUTE  IDA-AUX  =   DIA-HOJ  -  DIA-EMI
           COMPUTE  PRZ-AUX  =   PRZ-MAN  -  IDA-AUX
           IF  FLG-SEC   =   1  AND  SIT-NFD  NOT  =   0
               GO  TO        ROT-100-020.
           IF  FLG-SEC   =   1
               GO  TO        ROT-100-025.
           IF  SIT-NFD  NOT  =   1  OR  MAN-NFD  >  1
               GO  TO        ROT-100-020.
           IF  PRZ-AUX   >   AVS-MAN
               GO  TO        ROT-100-020.

       ROT-100-025.
           MOVE     FOR-NFD  TO  FOR-DT1
           MOVE     NOM-NFD  TO  NOM-DT1
           IF  FOR-NFD  NOT  =   ZEROS
               PERFORM  ROT-150-000  THRU  ROT-150-010.
           MOVE     NTF-NFD  TO  NTF-DT1
           MOVE     DIA-NFD  TO  DIA-DT1
           MOVE     MES-NFD  TO  MES-DT1
           MOVE     ANO-NFD  TO  ANO-DT1
           MOVE     VAL-NFD  TO  VAL-DT1
           MOVE     IDA-AUX  TO  IDA-DT1
           MOVE     MAN-TAB (MAN-NFD + 1)  TO  MAN-DT1
           MOVE     SPACES   TO  AVS-DT1
           IF  MAN-NFD   >   1
               GO  TO        ROT-100-027.
           IF  PRZ-AUX   <   0
               MOVE     "VENCIDO"     TO  AVS-DT1
               ADD      1        TO  QTD-VNC
           ELSE
           IF  PRZ-AUX  NOT  >   AVS-MAN
               MOVE     "PROXIMO"     TO  AVS-DT1
               ADD      1        TO  QTD-PRZ.

       ROT-100-027.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010
           IF  FLG-SEC  NOT  =   1
               GO  TO        ROT-100-020.
           IF  MAN-NFD   =   3  OR  4
               ADD      1        TO  QTD-REC
               ADD      VAL-NFD  TO  VAL-REC
               GO  TO        ROT-100-020.
           ADD      1        TO  QTD-PEN
           ADD      VAL-NFD  TO  VAL-PEN
           IF  IDA-AUX   NOT  >   30
               ADD      1        TO  QTD-F30
               ADD      VAL-NFD  TO  VAL-F30
           ELSE
           IF  IDA-AUX   NOT  >   90
               ADD      1        TO  QTD-F90
               ADD      VAL-NFD  TO  VAL-F90
           ELSE
               ADD      1        TO  QTD-FMX
               ADD      VAL-NFD  TO  VAL-FMX.
           GO  TO   ROT-100-020.

       ROT-100-030.
           IF  FLG-SEC   =   2
               GO  TO        ROT-100-040.
           WRITE    REG-REL FROM CAB-003
           MOVE     "PENDENTES DE LANCAMENTO ...............:"
                             TO  LBL-TT1
           MOVE     QTD-PEN  TO  QTD-TT1
           MOVE     VAL-PEN  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "   ATE 30 DIAS ........................:"
                             TO  LBL-TT1
           MOVE     QTD-F30  TO  QTD-TT1
           MOVE     VAL-F30  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "   DE 31 A 90 DIAS ....................:"
                             TO  LBL-TT1
           MOVE     QTD-F90  TO  QTD-TT1
           MOVE     VAL-F90  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "   ACIMA DE 90 DIAS ...................:"
                             TO  LBL-TT1
           MOVE     QTD-FMX  TO  QTD-TT1
           MOVE     VAL-FMX  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "RECUSADAS (DESCONHECIDA/NAO REALIZADA) :"
                             TO  LBL-TT1
           MOVE     QTD-REC  TO  QTD-TT1
           MOVE     VAL-REC  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     2        TO  FLG-SEC
           MOVE     "LANCADAS COM PRAZO DE MANIFESTACAO SE ENCERRANDO"
                             TO  TIT-CB2
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015
           GO  TO   ROT-100-010.

       ROT-100-040.
           WRITE    REG-REL FROM CAB-003
           MOVE     "SEM MANIFESTACAO CONCLUSIVA - PROXIMAS :"
                             TO  LBL-TT1
           MOVE     QTD-PRZ  TO  QTD-TT1
           MOVE     ZEROS    TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "SEM MANIFESTACAO CONCLUSIVA - VENCIDAS :"
                             TO  LBL-TT1
           MOVE     QTD-VNC  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-150-000.
           MOVE     FOR-NFD  TO  CHV-FOR
           READ     CADFOR   INVALID KEY
                    GO  TO   ROT-150-010.
           MOVE     NOM-FOR  TO  NOM-DT1.

       ROT-150-010.
           EXIT.

       ROT-400-000.
           IF  ACM-LIN   <   54
               GO  TO        ROT-400-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015.

       ROT-400-010.
           EXIT.

       ROT-600-000.
           MOVE     ZEROS    TO  CHV-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-600-040.

       ROT-600-010.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-600-040.
           IF  FOR-LCP   =   ZEROS
               GO  TO        ROT-600-010.
           MOVE     FOR-LCP  TO  FOR-NFD
           MOVE     NTF-LCP  TO  NTF-NFD
           MOVE     ZEROS    TO  CGC-NFD
           START    CADNFD   KEY NOT LESS  CHV-NFD
                    INVALID  KEY GO  TO   ROT-600-010.

       ROT-600-020.
           READ     CADNFD   NEXT AT END
                    GO  TO   ROT-600-010.
           IF  FOR-NFD  NOT  =   FOR-LCP  OR  NTF-NFD  NOT  =  NTF-LCP
               GO  TO        ROT-600-010.
           IF  SIT-NFD   =   1
               GO  TO        ROT-600-020.
           MOVE     1        TO  SIT-NFD
           MOVE     DTA-LCP  TO  DTL-NFD
           REWRITE  REG-NFD
           GO  TO   ROT-600-020.

       ROT-600-040.
           EXIT.

       ROT-900-000.
           MOVE     5    TO  PRM-001
           CLOSE    CADFOR   CADLCP   CADNFD
           CHAIN   "DYN100"  USING  PRM-001.
