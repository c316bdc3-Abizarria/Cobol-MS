                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

           SELECT      CADHRJ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRJ
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

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
           03  OPE-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  ANT-EST          PIC  X(113).
           03  VDA-ANT          PIC  9(07)V99.

           03  CHV-INI.
               05  PRX-INI      PIC  9(01).
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "GERAR A DECLARACAO
      -            " SEMANAL DE PRECOS ANP (S/N) ?                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "REVISAR A FILA DE
      -            " REPRECIFICACAO DA LOJA (S/N) ?                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  TLA-002.
           03  LINE 19 COLUMN 14 PIC X(20) FROM " Tipo(1=Cmb/2=Grp):"
               OPEN     OUTPUT   CADMGF
               CLOSE    CADMGF
               OPEN     I-O      CADMGF.
           OPEN     I-O      CADHRJ
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADHRJ
               CLOSE    CADHRJ
               OPEN     I-O      CADHRJ.
           PERFORM  ROT-000-010  THRU  ROT-000-030.

       ROT-000-010.
           IF  CHV-EST  >  PRF-RAJ
               GO  TO        ROT-000-025.
           MOVE     REG-EST  TO  ANT-EST
           MOVE     VDA-EST  TO  VDA-ANT
           COMPUTE  VDA-EST  =   VDA-EST  *  PCT-RAJ
                                 /   100  +  VDA-EST
           IF  FTR-RAJ   NOT  =   0
           IF  FLG-LIB   =   0
               GO  TO        ROT-000-021.
           REWRITE  REG-EST
           PERFORM  ROT-730-000  THRU  ROT-730-010
           MOVE     1        TO  FLG-EXP
           GO  TO   ROT-000-021.

           PERFORM  ROT-655-000
           THRU     ROT-655-090
           PERFORM  ROT-656-000
           THRU     ROT-656-090
           PERFORM  ROT-657-000
           THRU     ROT-657-090.

       ROT-100-000.
           DISPLAY  LPA-SFI  MEN-001
           IF  CHV-EST   >   CHV-FIN
               GO  TO        ROT-100-080.
           MOVE     REG-EST  TO  ANT-EST
           MOVE     VDA-EST  TO  VDA-ANT
           COMPUTE  VDA-EST  =   VDA-EST  *  PCT-AUX
                                 /   100  +  VDA-EST
           COMPUTE  VAL-AUX  =   VDA-EST  /  FTR-AUX
           IF  FLG-LIB   =   0
               GO  TO        ROT-100-060.
           REWRITE  REG-EST
           PERFORM  ROT-730-000  THRU  ROT-730-010
           MOVE     1        TO  FLG-EXP
           GO  TO   ROT-100-060.

               GO  TO        ROT-655-090.
           CLOSE    CADATV   CADEST   CADRAJ
                    CADCMB   CADECR   CADMGF
                    CADOPE   CADALT   CADHRJ
           CHAIN   "DYN141".

       ROT-655-090.
               GO  TO        ROT-656-090.
           CLOSE    CADATV   CADEST   CADRAJ
                    CADCMB   CADECR   CADMGF
                    CADOPE   CADALT   CADHRJ
           CHAIN   "DYN165".

       ROT-656-090.
           EXIT.

       ROT-657-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-021
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "S"
               GO  TO        ROT-657-090.
           CLOSE    CADATV   CADEST   CADRAJ
                    CADCMB   CADECR   CADMGF
                    CADOPE   CADALT   CADHRJ
           CHAIN   "DYN181".

       ROT-657-090.
           EXIT.

       ROT-700-000.
           MOVE     1        TO  FLG-LIB
           PERFORM  ROT-710-000
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

       ROT-200-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADATV   CADEST   CADRAJ
                    CADCMB   CADECR   CADMGF
                    CADOPE   CADALT   CADHRJ
           CHAIN   "DYN100"  USING  PRM-001.
