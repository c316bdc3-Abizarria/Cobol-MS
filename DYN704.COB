                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LBC
                       ALTERNATE     KEY     IS  D-LBC
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-LDP
                       ALTERNATE     KEY     IS  V-LDP
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADLES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  K-NTA
                       ALTERNATE     KEY     IS  D-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  P-NTA
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADNTE        ASSIGN  TO  DISK
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  R-LBC.
           03  K-LBC            PIC  X(12).
           03  FILLER           PIC  X(01).
           03  D-LBC            PIC  X(06).
           03  FILLER           PIC  X(033).

       FD  CADLCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCC.DAT".
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  R-LDP.
           03  K-LDP            PIC  X(13).
           03  FILLER           PIC  X(01).
           03  V-LDP            PIC  X(06).
           03  FILLER           PIC  X(032).

       FD  CADLES      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLES.DAT".
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
           03  SUS-ENT LINE 09 COLUMN 37 PIC ZZ9  FROM  FLG-SUS
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(V)ERIF (A)TUALIZ (
      -            "R)ECONST (S)ALDOS (T)RANSAC (C)HAVES - [ESC]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  LENDO 
      -            "OS ARQUIVOS ...                                 "
           IF  RSP-OPC   =   "S"
               CLOSE    CADCTL
               CHAIN   "DYN163"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "T"
               CLOSE    CADCTL
               CHAIN   "DYN708"  USING  PRM-001  PRM-OPE.
           IF  RSP-OPC   =   "C"
               CLOSE    CADCTL
               CHAIN   "DYN710"  USING  PRM-001  PRM-OPE.
           GO  TO   ROT-000-010.

       ROT-100-000.
