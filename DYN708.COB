       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN708.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-CSG
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-EST
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADFID        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-FID
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADHRV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-HRV
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LCP
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LCX
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LDP
                       ALTERNATE     KEY     IS  V-LDP
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LFD
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLFT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LFT
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLNT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LNT
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LOC
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LPC
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-MPP
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADNFC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NFC
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NTA
                       ALTERNATE     KEY     IS  D-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  P-NTA
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADNTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NTE
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADPIX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-PIX
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-PPG
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADPRS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-PRS
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADQTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-QTA
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADRQX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-RQX
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADUVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-UVD
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADVSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-VSD
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADVSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-VSL
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADXLC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-XLC
                       FILE          STATUS  IS  FS-STA.

           SELECT      ARQLOG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-LOG.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADJRN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADJRN.DAT".
       01  REG-JRN.
           03  CHV-JRN.
               05  TRN-JRN.
                   07  DTA-JRN  PIC  9(06).
                   07  HOR-JRN  PIC  9(08).
               05  SEQ-JRN      PIC  9(05).
           03  TIP-JRN          PIC  X(01).
           03  PRG-JRN          PIC  X(06).
           03  ARQ-JRN          PIC  X(06).
           03  OPR-JRN          PIC  X(01).
           03  IMG-JRN          PIC  X(200).

       FD  CADCSG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSG.DAT".
       01  R-CSG.
           03  K-CSG            PIC  X(04).
           03  FILLER           PIC  X(027).

       FD  CADEST      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEST.DAT".
       01  R-EST.
           03  K-EST            PIC  X(04).
           03  FILLER           PIC  X(109).

       FD  CADFID      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFID.DAT".
       01  R-FID.
           03  K-FID            PIC  X(06).
           03  FILLER           PIC  X(051).

       FD  CADHRV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHRV.DAT".
       01  R-HRV.
           03  K-HRV            PIC  X(09).
           03  FILLER           PIC  X(030).

       FD  CADLCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCP.DAT".
       01  R-LCP.
           03  K-LCP            PIC  X(13).
           03  FILLER           PIC  X(026).

       FD  CADLCX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCX.DAT".
       01  R-LCX.
           03  K-LCX            PIC  X(10).
           03  FILLER           PIC  X(054).

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  R-LDP.
           03  K-LDP            PIC  X(13).
           03  FILLER           PIC  X(01).
           03  V-LDP            PIC  X(06).
           03  FILLER           PIC  X(032).

       FD  CADLFD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLFD.DAT".
       01  R-LFD.
           03  K-LFD            PIC  X(15).
           03  FILLER           PIC  X(028).

       FD  CADLFT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLFT.DAT".
       01  R-LFT.
           03  K-LFT            PIC  X(10).
           03  FILLER           PIC  X(012).

       FD  CADLNT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLNT.DAT".
       01  R-LNT.
           03  K-LNT            PIC  X(06).
           03  FILLER           PIC  X(048).

       FD  CADLOC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLOC.DAT".
       01  R-LOC.
           03  K-LOC            PIC  X(04).
           03  FILLER           PIC  X(014).

       FD  CADLPC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLPC.DAT".
       01  R-LPC.
           03  K-LPC            PIC  X(13).
           03  FILLER           PIC  X(013).

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  R-MPP.
           03  K-MPP            PIC  X(16).
           03  FILLER           PIC  X(058).

       FD  CADNFC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFC.DAT".
       01  R-NFC.
           03  K-NFC            PIC  X(06).
           03  FILLER           PIC  X(028).

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  R-NTA.
           03  K-NTA.
               05  FILLER       PIC  X(10).
               05  D-NTA        PIC  X(06).
               05  FILLER       PIC  X(06).
           03  P-NTA            PIC  X(07).
           03  FILLER           PIC  X(031).

       FD  CADNTE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTE.DAT".
       01  R-NTE.
           03  K-NTE            PIC  X(06).
           03  FILLER           PIC  X(054).

       FD  CADPIX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPIX.DAT".
       01  R-PIX.
           03  K-PIX            PIC  X(09).
           03  FILLER           PIC  X(021).

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  R-PPG.
           03  K-PPG            PIC  X(10).
           03  FILLER           PIC  X(036).

       FD  CADPRS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRS.DAT".
       01  R-PRS.
           03  K-PRS            PIC  X(06).
           03  FILLER           PIC  X(081).

       FD  CADQTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADQTA.DAT".
       01  R-QTA.
           03  K-QTA            PIC  X(17).
           03  FILLER           PIC  X(018).

       FD  CADRQX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRQX.DAT".
       01  R-RQX.
           03  K-RQX            PIC  X(06).
           03  FILLER           PIC  X(032).

       FD  CADUVD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUVD.DAT".
       01  R-UVD.
           03  K-UVD            PIC  X(04).
           03  FILLER           PIC  X(006).

       FD  CADVSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVSD.DAT".
       01  R-VSD.
           03  K-VSD            PIC  X(09).
           03  FILLER           PIC  X(037).

       FD  CADVSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVSL.DAT".
       01  R-VSL.
           03  K-VSL            PIC  X(04).
           03  FILLER           PIC  X(013).

       FD  CADXLC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADXLC.DAT".
       01  R-XLC.
           03  K-XLC            PIC  X(12).
           03  FILLER           PIC  X(061).

       FD  ARQLOG      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "RECUPERA.LOG".
       01  REG-LOG              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-STA           PIC  X(02).
           03  FS-LOG           PIC  X(02).
           03  NDX-ARQ          PIC  9(03)  COMP.
           03  SEQ-AUX          PIC  9(05).
           03  SEQ-MAX          PIC  9(05).
           03  TIP-AUX          PIC  X(01).
           03  PRG-ATU          PIC  X(06).
           03  SIT-AUX          PIC  X(30).
           03  FLG-ABT          PIC  9(01).
           03  FLG-PND          PIC  9(01).
           03  FLG-EOF          PIC  9(01).
           03  CNT-TRN          PIC  9(03).
           03  CNT-EXC          PIC  9(05).

           03  TRN-ATU.
               05  DTT-ATU.
                   07  ANO-ATU  PIC  9(02).
                   07  MES-ATU  PIC  9(02).
                   07  DIA-ATU  PIC  9(02).
               05  HRT-ATU.
                   07  HOR-ATU  PIC  9(02).
                   07  MIN-ATU  PIC  9(02).
                   07  SEG-ATU  PIC  9(04).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MIN-SYS      PIC  9(02).
               05  SEG-SYS      PIC  9(04).

       01  DET-LOG.
           03  DIA-LOG          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-LOG          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-LOG          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-LOG          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-LOG          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  TRN-LOG          PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRG-LOG          PIC  X(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-LOG          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ARQ-LOG          PIC  X(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OPR-LOG          PIC  X(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-LOG          PIC  X(25).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " RECUPERACAO DE TRANSACOES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 09 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 14 PIC X(53) FROM " ?Transacao .....:   / 
      -       " /      :                   ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 14 PIC X(53) FROM " ?Programa ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 14 PIC X(53) FROM " ?Imagens .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(53) FROM " ?Situacao ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(53) FROM " ?Processadas ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 16 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 10 COLUMN 33 PIC 9(02) FROM DIA-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 36 PIC 9(02) FROM MES-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 39 PIC 9(02) FROM ANO-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 43 PIC 9(02) FROM HOR-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 46 PIC 9(02) FROM MIN-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 33 PIC X(06) FROM PRG-ATU
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 33 PIC ZZZZ9 FROM SEQ-MAX
                       BACKGROUND-COLOR  01.

       01  SIT-ENT LINE 13 COLUMN 33 PIC X(30) FROM SIT-AUX
                   BACKGROUND-COLOR  01.

       01  CNT-ENT LINE 14 COLUMN 33 PIC ZZ9 FROM CNT-TRN
                   BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(R)ECUPERAR TRANSAC
      -            "OES PENDENTES OU (L)IMPAR O DIARIO ? - [ESC]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PROCUR
      -            "ANDO TRANSACOES INCOMPLETAS ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "TRANSACAO INCOMPLET
      -            "A !!!  [ENTER] RECUPERA  -  [ESC] MANTEM        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUMA TRANSACAO I
      -            "NCOMPLETA  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "RECUPERACAO CONCLUI
      -            "DA - VEJA O RECUPERA.LOG - TECLE [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ EX
      -            "CLUIR AS TRANSACOES ENCERRADAS - [ESC]          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  RECUPE
      -            "RANDO A TRANSACAO ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIARIO LIMPO  -  TE
      -            "CLE [ENTER] ...                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           ACCEPT   DTA-SYS  FROM  DATE
           OPEN     I-O      CADJRN
           IF  FS-STA  NOT  =   "00"
               OPEN     OUTPUT   CADJRN
               CLOSE    CADJRN
               OPEN     I-O      CADJRN.
           OPEN     EXTEND   ARQLOG
           IF  FS-LOG  NOT  =   "00"
               OPEN     OUTPUT   ARQLOG.
           MOVE     ZEROS    TO  CNT-TRN
           DISPLAY  TLA-001  TLA-002  CNT-ENT
           IF  PRM-001   =   9
               GO  TO        ROT-100-000.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "L"
               GO  TO        ROT-500-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  MEN-002
           MOVE     0        TO  FLG-ABT  FLG-EOF
           MOVE     ZEROS    TO  CHV-JRN  TRN-ATU
           START    CADJRN   KEY GREATER  CHV-JRN
                    INVALID  KEY GO  TO   ROT-100-090.

       ROT-100-010.
           READ     CADJRN   NEXT AT END
                    GO  TO   ROT-100-080.
           IF  TRN-JRN  NOT  =   TRN-ATU  AND  FLG-ABT  =  1
               GO  TO        ROT-200-000.
           IF  SEQ-JRN   =   ZEROS
               MOVE     1        TO  FLG-ABT
               MOVE     0        TO  FLG-PND
               MOVE     ZEROS    TO  SEQ-MAX
               MOVE     TRN-JRN  TO  TRN-ATU
               MOVE     PRG-JRN  TO  PRG-ATU
               GO  TO        ROT-100-010.
           IF  SEQ-JRN   =   99999
               MOVE     0        TO  FLG-ABT
               GO  TO        ROT-100-010.
           IF  TRN-JRN  NOT  =   TRN-ATU
               GO  TO        ROT-100-010.
           MOVE     SEQ-JRN  TO  SEQ-MAX
           IF  TIP-JRN   =   "P"
               MOVE     1        TO  FLG-PND.
           GO  TO   ROT-100-010.

       ROT-100-080.
           IF  FLG-ABT   =   1
               MOVE     1        TO  FLG-EOF
               GO  TO        ROT-200-000.

       ROT-100-090.
           MOVE     SPACES   TO  RSP-OPC
           IF  CNT-TRN   =   ZEROS
               DISPLAY       MEN-004
           ELSE
               DISPLAY       MEN-005.
           ACCEPT   OPC-001
           IF  PRM-001   =   9
               GO  TO        ROT-910-000.
           GO  TO   ROT-000-010.

       ROT-200-000.
           MOVE     "ABERTA - SERA DESFEITA"       TO  SIT-AUX
           IF  FLG-PND   =   1
               MOVE     "ABERTA - SERA CONCLUIDA"      TO  SIT-AUX.
           DISPLAY  ENT-001  SIT-ENT  MEN-003
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           MOVE     ZEROS    TO  SEQ-LOG
           MOVE     SPACES   TO  ARQ-LOG  OPR-LOG
           IF  TECLADO   =   01
               MOVE     "MANTIDA PENDENTE"  TO  SIT-LOG
               PERFORM  ROT-800-000
               THRU     ROT-800-010
               GO  TO        ROT-200-090.
           DISPLAY  MEN-007
           ADD      1        TO  CNT-TRN
           MOVE     "INICIO DA RECUPERACAO"  TO  SIT-LOG
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           IF  FLG-PND   =   1
               GO  TO        ROT-300-000.
           GO  TO   ROT-400-000.

       ROT-200-080.
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     99999    TO  SEQ-JRN
           MOVE     TIP-AUX  TO  TIP-JRN
           MOVE     PRG-ATU  TO  PRG-JRN
           MOVE     SPACES   TO  ARQ-JRN  OPR-JRN  IMG-JRN
           WRITE    REG-JRN  INVALID  KEY
                    REWRITE  REG-JRN.
           MOVE     ZEROS    TO  SEQ-LOG
           MOVE     SPACES   TO  ARQ-LOG  OPR-LOG
           MOVE     "TRANSACAO DESFEITA"   TO  SIT-AUX  SIT-LOG
           IF  TIP-AUX   =   "C"
               MOVE     "TRANSACAO CONCLUIDA"  TO  SIT-AUX  SIT-LOG.
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           DISPLAY  SIT-ENT  CNT-ENT.

       ROT-200-090.
           IF  FLG-EOF   =   1
               GO  TO        ROT-100-090.
           MOVE     0        TO  FLG-ABT
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     99999    TO  SEQ-JRN
           START    CADJRN   KEY GREATER  CHV-JRN
                    INVALID  KEY GO  TO   ROT-100-090.
           DISPLAY  MEN-002
           GO  TO   ROT-100-010.

       ROT-300-000.
           MOVE     1        TO  SEQ-AUX.

       ROT-300-010.
           IF  SEQ-AUX   >   SEQ-MAX
               MOVE     "C"      TO  TIP-AUX
               GO  TO        ROT-200-080.
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     SEQ-AUX  TO  SEQ-JRN
           READ     CADJRN   INVALID  KEY
                    GO  TO   ROT-300-020.
           IF  TIP-JRN  NOT  =   "P"
               GO  TO        ROT-300-020.
           MOVE     SEQ-JRN  TO  SEQ-LOG
           MOVE     ARQ-JRN  TO  ARQ-LOG
           MOVE     OPR-JRN  TO  OPR-LOG
           PERFORM  ROT-600-000
           THRU     ROT-600-010
           IF  NDX-ARQ   =   0
               MOVE     "ARQUIVO DESCONHECIDO"  TO  SIT-LOG
               PERFORM  ROT-800-000
               THRU     ROT-800-010
               GO  TO        ROT-300-020.
           GO  TO   PD-000-000.

       ROT-300-020.
           ADD      1        TO  SEQ-AUX
           GO  TO   ROT-300-010.

       ROT-300-030.
           MOVE     "ARQUIVO ESVAZIADO"     TO  SIT-LOG
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           GO  TO   ROT-300-020.

       ROT-400-000.
           MOVE     SEQ-MAX  TO  SEQ-AUX.

       ROT-400-010.
           IF  SEQ-AUX   =   ZEROS
               MOVE     "D"      TO  TIP-AUX
               GO  TO        ROT-200-080.
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     SEQ-AUX  TO  SEQ-JRN
           READ     CADJRN   INVALID  KEY
                    GO  TO   ROT-400-020.
           IF  TIP-JRN  NOT  =   "B"
               GO  TO        ROT-400-020.
           MOVE     SEQ-JRN  TO  SEQ-LOG
           MOVE     ARQ-JRN  TO  ARQ-LOG
           MOVE     OPR-JRN  TO  OPR-LOG
           PERFORM  ROT-600-000
           THRU     ROT-600-010
           IF  NDX-ARQ   =   0
               MOVE     "ARQUIVO DESCONHECIDO"  TO  SIT-LOG
               GO  TO        ROT-400-090.
           GO  TO   DF-000-000.

       ROT-400-020.
           SUBTRACT 1        FROM  SEQ-AUX
           GO  TO   ROT-400-010.

       ROT-400-030.
           MOVE     "ARQUIVO NAO ABRIU"      TO  SIT-LOG
           GO  TO   ROT-400-090.

       ROT-400-040.
           MOVE     "REGISTRO RESTAURADO"    TO  SIT-LOG
           GO  TO   ROT-400-090.

       ROT-400-050.
           MOVE     "INCLUSAO JA AUSENTE"    TO  SIT-LOG
           GO  TO   ROT-400-090.

       ROT-400-060.
           MOVE     "ALTERADO DEPOIS-MANTIDO" TO  SIT-LOG
           GO  TO   ROT-400-090.

       ROT-400-070.
           MOVE     "INCLUSAO EXCLUIDA"      TO  SIT-LOG.

       ROT-400-090.
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           GO  TO   ROT-400-020.

       ROT-500-000.
           DISPLAY  MEN-006
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           DISPLAY  MEN-002
           MOVE     ZEROS    TO  CHV-JRN  CNT-EXC
           START    CADJRN   KEY GREATER  CHV-JRN
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-010.
           READ     CADJRN   NEXT AT END
                    GO  TO   ROT-500-090.

       ROT-500-015.
           MOVE     TRN-JRN  TO  TRN-ATU
           MOVE     99999    TO  SEQ-JRN
           READ     CADJRN   INVALID  KEY
                    GO  TO   ROT-500-050.
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     ZEROS    TO  SEQ-JRN
           START    CADJRN   KEY NOT LESS  CHV-JRN
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADJRN   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  TRN-JRN  NOT  =   TRN-ATU
               GO  TO        ROT-500-015.
           DELETE   CADJRN
           ADD      1        TO  CNT-EXC
           GO  TO   ROT-500-020.

       ROT-500-050.
           MOVE     TRN-ATU  TO  TRN-JRN
           MOVE     99999    TO  SEQ-JRN
           START    CADJRN   KEY GREATER  CHV-JRN
                    INVALID  KEY GO  TO   ROT-500-090.
           GO  TO   ROT-500-010.

       ROT-500-090.
           MOVE     ZEROS    TO  TRN-ATU
           MOVE     SPACES   TO  PRG-ATU  ARQ-LOG  OPR-LOG
           MOVE     CNT-EXC  TO  SEQ-LOG
           MOVE     "REGISTROS EXCLUIDOS"    TO  SIT-LOG
           PERFORM  ROT-800-000
           THRU     ROT-800-010
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-600-000.
           MOVE     0        TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADCSG"  MOVE  1  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADEST"  MOVE  2  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADFID"  MOVE  3  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADHRV"  MOVE  4  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLCP"  MOVE  5  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLCX"  MOVE  6  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLDP"  MOVE  7  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLFD"  MOVE  8  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLFT"  MOVE  9  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLNT"  MOVE  10  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLOC"  MOVE  11  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADLPC"  MOVE  12  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADMPP"  MOVE  13  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADNFC"  MOVE  14  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADNTA"  MOVE  15  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADNTE"  MOVE  16  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADPIX"  MOVE  17  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADPPG"  MOVE  18  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADPRS"  MOVE  19  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADQTA"  MOVE  20  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADRQX"  MOVE  21  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADUVD"  MOVE  22  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADVSD"  MOVE  23  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADVSL"  MOVE  24  TO  NDX-ARQ.
           IF  ARQ-JRN  =  "CADXLC"  MOVE  25  TO  NDX-ARQ.

       ROT-600-010.
           EXIT.

       ROT-800-000.
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     DIA-SYS  TO  DIA-LOG
           MOVE     MES-SYS  TO  MES-LOG
           MOVE     ANO-SYS  TO  ANO-LOG
           MOVE     HOR-SYS  TO  HOR-LOG
           MOVE     MIN-SYS  TO  MIN-LOG
           MOVE     TRN-ATU  TO  TRN-LOG
           MOVE     PRG-ATU  TO  PRG-LOG
           WRITE    REG-LOG  FROM  DET-LOG.

       ROT-800-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADJRN   ARQLOG
           CHAIN   "DYN704"  USING  PRM-001  PRM-OPE.

       ROT-910-000.
           CLOSE    CADJRN   ARQLOG
           MOVE     8        TO  PRM-001
           CHAIN   "DYN001"  USING  PRM-001  PRM-OPE.

       PD-000-000.
           GO  TO   PD-CSG-000, PD-EST-000, PD-FID-000,
                    PD-HRV-000, PD-LCP-000, PD-LCX-000,
                    PD-LDP-000, PD-LFD-000, PD-LFT-000,
                    PD-LNT-000, PD-LOC-000, PD-LPC-000,
                    PD-MPP-000, PD-NFC-000, PD-NTA-000,
                    PD-NTE-000, PD-PIX-000, PD-PPG-000,
                    PD-PRS-000, PD-QTA-000, PD-RQX-000,
                    PD-UVD-000, PD-VSD-000, PD-VSL-000,
                    PD-XLC-000
                    DEPENDING     ON  NDX-ARQ.

       PD-CSG-000.
           OPEN     OUTPUT   CADCSG
           CLOSE    CADCSG
           GO  TO   ROT-300-030.

       PD-EST-000.
           OPEN     OUTPUT   CADEST
           CLOSE    CADEST
           GO  TO   ROT-300-030.

       PD-FID-000.
           OPEN     OUTPUT   CADFID
           CLOSE    CADFID
           GO  TO   ROT-300-030.

       PD-HRV-000.
           OPEN     OUTPUT   CADHRV
           CLOSE    CADHRV
           GO  TO   ROT-300-030.

       PD-LCP-000.
           OPEN     OUTPUT   CADLCP
           CLOSE    CADLCP
           GO  TO   ROT-300-030.

       PD-LCX-000.
           OPEN     OUTPUT   CADLCX
           CLOSE    CADLCX
           GO  TO   ROT-300-030.

       PD-LDP-000.
           OPEN     OUTPUT   CADLDP
           CLOSE    CADLDP
           GO  TO   ROT-300-030.

       PD-LFD-000.
           OPEN     OUTPUT   CADLFD
           CLOSE    CADLFD
           GO  TO   ROT-300-030.

       PD-LFT-000.
           OPEN     OUTPUT   CADLFT
           CLOSE    CADLFT
           GO  TO   ROT-300-030.

       PD-LNT-000.
           OPEN     OUTPUT   CADLNT
           CLOSE    CADLNT
           GO  TO   ROT-300-030.

       PD-LOC-000.
           OPEN     OUTPUT   CADLOC
           CLOSE    CADLOC
           GO  TO   ROT-300-030.

       PD-LPC-000.
           OPEN     OUTPUT   CADLPC
           CLOSE    CADLPC
           GO  TO   ROT-300-030.

       PD-MPP-000.
           OPEN     OUTPUT   CADMPP
           CLOSE    CADMPP
           GO  TO   ROT-300-030.

       PD-NFC-000.
           OPEN     OUTPUT   CADNFC
           CLOSE    CADNFC
           GO  TO   ROT-300-030.

       PD-NTA-000.
           OPEN     OUTPUT   CADNTA
           CLOSE    CADNTA
           GO  TO   ROT-300-030.

       PD-NTE-000.
           OPEN     OUTPUT   CADNTE
           CLOSE    CADNTE
           GO  TO   ROT-300-030.

       PD-PIX-000.
           OPEN     OUTPUT   CADPIX
           CLOSE    CADPIX
           GO  TO   ROT-300-030.

       PD-PPG-000.
           OPEN     OUTPUT   CADPPG
           CLOSE    CADPPG
           GO  TO   ROT-300-030.

       PD-PRS-000.
           OPEN     OUTPUT   CADPRS
           CLOSE    CADPRS
           GO  TO   ROT-300-030.

       PD-QTA-000.
           OPEN     OUTPUT   CADQTA
           CLOSE    CADQTA
           GO  TO   ROT-300-030.

       PD-RQX-000.
           OPEN     OUTPUT   CADRQX
           CLOSE    CADRQX
           GO  TO   ROT-300-030.

       PD-UVD-000.
           OPEN     OUTPUT   CADUVD
           CLOSE    CADUVD
           GO  TO   ROT-300-030.

       PD-VSD-000.
           OPEN     OUTPUT   CADVSD
           CLOSE    CADVSD
           GO  TO   ROT-300-030.

       PD-VSL-000.
           OPEN     OUTPUT   CADVSL
           CLOSE    CADVSL
           GO  TO   ROT-300-030.

       PD-XLC-000.
           OPEN     OUTPUT   CADXLC
           CLOSE    CADXLC
           GO  TO   ROT-300-030.

       DF-000-000.
           GO  TO   DF-CSG-000, DF-EST-000, DF-FID-000,
                    DF-HRV-000, DF-LCP-000, DF-LCX-000,
                    DF-LDP-000, DF-LFD-000, DF-LFT-000,
                    DF-LNT-000, DF-LOC-000, DF-LPC-000,
                    DF-MPP-000, DF-NFC-000, DF-NTA-000,
                    DF-NTE-000, DF-PIX-000, DF-PPG-000,
                    DF-PRS-000, DF-QTA-000, DF-RQX-000,
                    DF-UVD-000, DF-VSD-000, DF-VSL-000,
                    DF-XLC-000
                    DEPENDING     ON  NDX-ARQ.

       DF-CSG-000.
           OPEN     I-O      CADCSG
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-CSG
           IF  OPR-JRN   =   "I"
               GO  TO        DF-CSG-010.
           REWRITE  R-CSG    INVALID  KEY
                    WRITE    R-CSG.
           CLOSE    CADCSG
           GO  TO   ROT-400-040.

       DF-CSG-010.
           READ     CADCSG   INVALID  KEY
                    CLOSE    CADCSG
                    GO  TO   ROT-400-050.
           IF  R-CSG  NOT  =   IMG-JRN
               CLOSE    CADCSG
               GO  TO        ROT-400-060.
           DELETE   CADCSG
           CLOSE    CADCSG
           GO  TO   ROT-400-070.

       DF-EST-000.
           OPEN     I-O      CADEST
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-EST
           IF  OPR-JRN   =   "I"
               GO  TO        DF-EST-010.
           REWRITE  R-EST    INVALID  KEY
                    WRITE    R-EST.
           CLOSE    CADEST
           GO  TO   ROT-400-040.

       DF-EST-010.
           READ     CADEST   INVALID  KEY
                    CLOSE    CADEST
                    GO  TO   ROT-400-050.
           IF  R-EST  NOT  =   IMG-JRN
               CLOSE    CADEST
               GO  TO        ROT-400-060.
           DELETE   CADEST
           CLOSE    CADEST
           GO  TO   ROT-400-070.

       DF-FID-000.
           OPEN     I-O      CADFID
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-FID
           IF  OPR-JRN   =   "I"
               GO  TO        DF-FID-010.
           REWRITE  R-FID    INVALID  KEY
                    WRITE    R-FID.
           CLOSE    CADFID
           GO  TO   ROT-400-040.

       DF-FID-010.
           READ     CADFID   INVALID  KEY
                    CLOSE    CADFID
                    GO  TO   ROT-400-050.
           IF  R-FID  NOT  =   IMG-JRN
               CLOSE    CADFID
               GO  TO        ROT-400-060.
           DELETE   CADFID
           CLOSE    CADFID
           GO  TO   ROT-400-070.

       DF-HRV-000.
           OPEN     I-O      CADHRV
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-HRV
           IF  OPR-JRN   =   "I"
               GO  TO        DF-HRV-010.
           REWRITE  R-HRV    INVALID  KEY
                    WRITE    R-HRV.
           CLOSE    CADHRV
           GO  TO   ROT-400-040.

       DF-HRV-010.
           READ     CADHRV   INVALID  KEY
                    CLOSE    CADHRV
                    GO  TO   ROT-400-050.
           IF  R-HRV  NOT  =   IMG-JRN
               CLOSE    CADHRV
               GO  TO        ROT-400-060.
           DELETE   CADHRV
           CLOSE    CADHRV
           GO  TO   ROT-400-070.

       DF-LCP-000.
           OPEN     I-O      CADLCP
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LCP
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LCP-010.
           REWRITE  R-LCP    INVALID  KEY
                    WRITE    R-LCP.
           CLOSE    CADLCP
           GO  TO   ROT-400-040.

       DF-LCP-010.
           READ     CADLCP   INVALID  KEY
                    CLOSE    CADLCP
                    GO  TO   ROT-400-050.
           IF  R-LCP  NOT  =   IMG-JRN
               CLOSE    CADLCP
               GO  TO        ROT-400-060.
           DELETE   CADLCP
           CLOSE    CADLCP
           GO  TO   ROT-400-070.

       DF-LCX-000.
           OPEN     I-O      CADLCX
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LCX
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LCX-010.
           REWRITE  R-LCX    INVALID  KEY
                    WRITE    R-LCX.
           CLOSE    CADLCX
           GO  TO   ROT-400-040.

       DF-LCX-010.
           READ     CADLCX   INVALID  KEY
                    CLOSE    CADLCX
                    GO  TO   ROT-400-050.
           IF  R-LCX  NOT  =   IMG-JRN
               CLOSE    CADLCX
               GO  TO        ROT-400-060.
           DELETE   CADLCX
           CLOSE    CADLCX
           GO  TO   ROT-400-070.

       DF-LDP-000.
           OPEN     I-O      CADLDP
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LDP
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LDP-010.
           REWRITE  R-LDP    INVALID  KEY
                    WRITE    R-LDP.
           CLOSE    CADLDP
           GO  TO   ROT-400-040.

       DF-LDP-010.
           READ     CADLDP   INVALID  KEY
                    CLOSE    CADLDP
                    GO  TO   ROT-400-050.
           IF  R-LDP  NOT  =   IMG-JRN
               CLOSE    CADLDP
               GO  TO        ROT-400-060.
           DELETE   CADLDP
           CLOSE    CADLDP
           GO  TO   ROT-400-070.

       DF-LFD-000.
           OPEN     I-O      CADLFD
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LFD
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LFD-010.
           REWRITE  R-LFD    INVALID  KEY
                    WRITE    R-LFD.
           CLOSE    CADLFD
           GO  TO   ROT-400-040.

       DF-LFD-010.
           READ     CADLFD   INVALID  KEY
                    CLOSE    CADLFD
                    GO  TO   ROT-400-050.
           IF  R-LFD  NOT  =   IMG-JRN
               CLOSE    CADLFD
               GO  TO        ROT-400-060.
           DELETE   CADLFD
           CLOSE    CADLFD
           GO  TO   ROT-400-070.

       DF-LFT-000.
           OPEN     I-O      CADLFT
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LFT
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LFT-010.
           REWRITE  R-LFT    INVALID  KEY
                    WRITE    R-LFT.
           CLOSE    CADLFT
           GO  TO   ROT-400-040.

       DF-LFT-010.
           READ     CADLFT   INVALID  KEY
                    CLOSE    CADLFT
                    GO  TO   ROT-400-050.
           IF  R-LFT  NOT  =   IMG-JRN
               CLOSE    CADLFT
               GO  TO        ROT-400-060.
           DELETE   CADLFT
           CLOSE    CADLFT
           GO  TO   ROT-400-070.

       DF-LNT-000.
           OPEN     I-O      CADLNT
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LNT
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LNT-010.
           REWRITE  R-LNT    INVALID  KEY
                    WRITE    R-LNT.
           CLOSE    CADLNT
           GO  TO   ROT-400-040.

       DF-LNT-010.
           READ     CADLNT   INVALID  KEY
                    CLOSE    CADLNT
                    GO  TO   ROT-400-050.
           IF  R-LNT  NOT  =   IMG-JRN
               CLOSE    CADLNT
               GO  TO        ROT-400-060.
           DELETE   CADLNT
           CLOSE    CADLNT
           GO  TO   ROT-400-070.

       DF-LOC-000.
           OPEN     I-O      CADLOC
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LOC
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LOC-010.
           REWRITE  R-LOC    INVALID  KEY
                    WRITE    R-LOC.
           CLOSE    CADLOC
           GO  TO   ROT-400-040.

       DF-LOC-010.
           READ     CADLOC   INVALID  KEY
                    CLOSE    CADLOC
                    GO  TO   ROT-400-050.
           IF  R-LOC  NOT  =   IMG-JRN
               CLOSE    CADLOC
               GO  TO        ROT-400-060.
           DELETE   CADLOC
           CLOSE    CADLOC
           GO  TO   ROT-400-070.

       DF-LPC-000.
           OPEN     I-O      CADLPC
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-LPC
           IF  OPR-JRN   =   "I"
               GO  TO        DF-LPC-010.
           REWRITE  R-LPC    INVALID  KEY
                    WRITE    R-LPC.
           CLOSE    CADLPC
           GO  TO   ROT-400-040.

       DF-LPC-010.
           READ     CADLPC   INVALID  KEY
                    CLOSE    CADLPC
                    GO  TO   ROT-400-050.
           IF  R-LPC  NOT  =   IMG-JRN
               CLOSE    CADLPC
               GO  TO        ROT-400-060.
           DELETE   CADLPC
           CLOSE    CADLPC
           GO  TO   ROT-400-070.

       DF-MPP-000.
           OPEN     I-O      CADMPP
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-MPP
           IF  OPR-JRN   =   "I"
               GO  TO        DF-MPP-010.
           REWRITE  R-MPP    INVALID  KEY
                    WRITE    R-MPP.
           CLOSE    CADMPP
           GO  TO   ROT-400-040.

       DF-MPP-010.
           READ     CADMPP   INVALID  KEY
                    CLOSE    CADMPP
                    GO  TO   ROT-400-050.
           IF  R-MPP  NOT  =   IMG-JRN
               CLOSE    CADMPP
               GO  TO        ROT-400-060.
           DELETE   CADMPP
           CLOSE    CADMPP
           GO  TO   ROT-400-070.

       DF-NFC-000.
           OPEN     I-O      CADNFC
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-NFC
           IF  OPR-JRN   =   "I"
               GO  TO        DF-NFC-010.
           REWRITE  R-NFC    INVALID  KEY
                    WRITE    R-NFC.
           CLOSE    CADNFC
           GO  TO   ROT-400-040.

       DF-NFC-010.
           READ     CADNFC   INVALID  KEY
                    CLOSE    CADNFC
                    GO  TO   ROT-400-050.
           IF  R-NFC  NOT  =   IMG-JRN
               CLOSE    CADNFC
               GO  TO        ROT-400-060.
           DELETE   CADNFC
           CLOSE    CADNFC
           GO  TO   ROT-400-070.

       DF-NTA-000.
           OPEN     I-O      CADNTA
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-NTA
           IF  OPR-JRN   =   "I"
               GO  TO        DF-NTA-010.
           REWRITE  R-NTA    INVALID  KEY
                    WRITE    R-NTA.
           CLOSE    CADNTA
           GO  TO   ROT-400-040.

       DF-NTA-010.
           READ     CADNTA   INVALID  KEY
                    CLOSE    CADNTA
                    GO  TO   ROT-400-050.
           IF  R-NTA  NOT  =   IMG-JRN
               CLOSE    CADNTA
               GO  TO        ROT-400-060.
           DELETE   CADNTA
           CLOSE    CADNTA
           GO  TO   ROT-400-070.

       DF-NTE-000.
           OPEN     I-O      CADNTE
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-NTE
           IF  OPR-JRN   =   "I"
               GO  TO        DF-NTE-010.
           REWRITE  R-NTE    INVALID  KEY
                    WRITE    R-NTE.
           CLOSE    CADNTE
           GO  TO   ROT-400-040.

       DF-NTE-010.
           READ     CADNTE   INVALID  KEY
                    CLOSE    CADNTE
                    GO  TO   ROT-400-050.
           IF  R-NTE  NOT  =   IMG-JRN
               CLOSE    CADNTE
               GO  TO        ROT-400-060.
           DELETE   CADNTE
           CLOSE    CADNTE
           GO  TO   ROT-400-070.

       DF-PIX-000.
           OPEN     I-O      CADPIX
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-PIX
           IF  OPR-JRN   =   "I"
               GO  TO        DF-PIX-010.
           REWRITE  R-PIX    INVALID  KEY
                    WRITE    R-PIX.
           CLOSE    CADPIX
           GO  TO   ROT-400-040.

       DF-PIX-010.
           READ     CADPIX   INVALID  KEY
                    CLOSE    CADPIX
                    GO  TO   ROT-400-050.
           IF  R-PIX  NOT  =   IMG-JRN
               CLOSE    CADPIX
               GO  TO        ROT-400-060.
           DELETE   CADPIX
           CLOSE    CADPIX
           GO  TO   ROT-400-070.

       DF-PPG-000.
           OPEN     I-O      CADPPG
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-PPG
           IF  OPR-JRN   =   "I"
               GO  TO        DF-PPG-010.
           REWRITE  R-PPG    INVALID  KEY
                    WRITE    R-PPG.
           CLOSE    CADPPG
           GO  TO   ROT-400-040.

       DF-PPG-010.
           READ     CADPPG   INVALID  KEY
                    CLOSE    CADPPG
                    GO  TO   ROT-400-050.
           IF  R-PPG  NOT  =   IMG-JRN
               CLOSE    CADPPG
               GO  TO        ROT-400-060.
           DELETE   CADPPG
           CLOSE    CADPPG
           GO  TO   ROT-400-070.

       DF-PRS-000.
           OPEN     I-O      CADPRS
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-PRS
           IF  OPR-JRN   =   "I"
               GO  TO        DF-PRS-010.
           REWRITE  R-PRS    INVALID  KEY
                    WRITE    R-PRS.
           CLOSE    CADPRS
           GO  TO   ROT-400-040.

       DF-PRS-010.
           READ     CADPRS   INVALID  KEY
                    CLOSE    CADPRS
                    GO  TO   ROT-400-050.
           IF  R-PRS  NOT  =   IMG-JRN
               CLOSE    CADPRS
               GO  TO        ROT-400-060.
           DELETE   CADPRS
           CLOSE    CADPRS
           GO  TO   ROT-400-070.

       DF-QTA-000.
           OPEN     I-O      CADQTA
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-QTA
           IF  OPR-JRN   =   "I"
               GO  TO        DF-QTA-010.
           REWRITE  R-QTA    INVALID  KEY
                    WRITE    R-QTA.
           CLOSE    CADQTA
           GO  TO   ROT-400-040.

       DF-QTA-010.
           READ     CADQTA   INVALID  KEY
                    CLOSE    CADQTA
                    GO  TO   ROT-400-050.
           IF  R-QTA  NOT  =   IMG-JRN
               CLOSE    CADQTA
               GO  TO        ROT-400-060.
           DELETE   CADQTA
           CLOSE    CADQTA
           GO  TO   ROT-400-070.

       DF-RQX-000.
           OPEN     I-O      CADRQX
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-RQX
           IF  OPR-JRN   =   "I"
               GO  TO        DF-RQX-010.
           REWRITE  R-RQX    INVALID  KEY
                    WRITE    R-RQX.
           CLOSE    CADRQX
           GO  TO   ROT-400-040.

       DF-RQX-010.
           READ     CADRQX   INVALID  KEY
                    CLOSE    CADRQX
                    GO  TO   ROT-400-050.
           IF  R-RQX  NOT  =   IMG-JRN
               CLOSE    CADRQX
               GO  TO        ROT-400-060.
           DELETE   CADRQX
           CLOSE    CADRQX
           GO  TO   ROT-400-070.

       DF-UVD-000.
           OPEN     I-O      CADUVD
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-UVD
           IF  OPR-JRN   =   "I"
               GO  TO        DF-UVD-010.
           REWRITE  R-UVD    INVALID  KEY
                    WRITE    R-UVD.
           CLOSE    CADUVD
           GO  TO   ROT-400-040.

       DF-UVD-010.
           READ     CADUVD   INVALID  KEY
                    CLOSE    CADUVD
                    GO  TO   ROT-400-050.
           IF  R-UVD  NOT  =   IMG-JRN
               CLOSE    CADUVD
               GO  TO        ROT-400-060.
           DELETE   CADUVD
           CLOSE    CADUVD
           GO  TO   ROT-400-070.

       DF-VSD-000.
           OPEN     I-O      CADVSD
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-VSD
           IF  OPR-JRN   =   "I"
               GO  TO        DF-VSD-010.
           REWRITE  R-VSD    INVALID  KEY
                    WRITE    R-VSD.
           CLOSE    CADVSD
           GO  TO   ROT-400-040.

       DF-VSD-010.
           READ     CADVSD   INVALID  KEY
                    CLOSE    CADVSD
                    GO  TO   ROT-400-050.
           IF  R-VSD  NOT  =   IMG-JRN
               CLOSE    CADVSD
               GO  TO        ROT-400-060.
           DELETE   CADVSD
           CLOSE    CADVSD
           GO  TO   ROT-400-070.

       DF-VSL-000.
           OPEN     I-O      CADVSL
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-VSL
           IF  OPR-JRN   =   "I"
               GO  TO        DF-VSL-010.
           REWRITE  R-VSL    INVALID  KEY
                    WRITE    R-VSL.
           CLOSE    CADVSL
           GO  TO   ROT-400-040.

       DF-VSL-010.
           READ     CADVSL   INVALID  KEY
                    CLOSE    CADVSL
                    GO  TO   ROT-400-050.
           IF  R-VSL  NOT  =   IMG-JRN
               CLOSE    CADVSL
               GO  TO        ROT-400-060.
           DELETE   CADVSL
           CLOSE    CADVSL
           GO  TO   ROT-400-070.

       DF-XLC-000.
           OPEN     I-O      CADXLC
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-400-030.
           MOVE     IMG-JRN  TO  R-XLC
           IF  OPR-JRN   =   "I"
               GO  TO        DF-XLC-010.
           REWRITE  R-XLC    INVALID  KEY
                    WRITE    R-XLC.
           CLOSE    CADXLC
           GO  TO   ROT-400-040.

       DF-XLC-010.
           READ     CADXLC   INVALID  KEY
                    CLOSE    CADXLC
                    GO  TO   ROT-400-050.
           IF  R-XLC  NOT  =   IMG-JRN
               CLOSE    CADXLC
               GO  TO        ROT-400-060.
           DELETE   CADXLC
           CLOSE    CADXLC
           GO  TO   ROT-400-070.
