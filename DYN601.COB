           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADAGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AGC.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

       FD  CADPRE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRE.DAT".
       01  REG-PRE.
           03  CHV-PRE.
               05  EMP-PRE      PIC  9(04).
               05  PAR-PRE      PIC  9(03).
           03  VCT-PRE.
               05  ANO-PRE      PIC  9(02).
               05  MES-PRE      PIC  9(02).
               05  DIA-PRE      PIC  9(02).
           03  AMO-PRE          PIC  9(10)V99.
           03  JUR-PRE          PIC  9(10)V99.
           03  SDO-PRE          PIC  9(10)V99.
           03  LDA-PRE.
               05  CDA-PRE      PIC  9(04).
               05  DTA-PRE      PIC  9(06).
               05  LTA-PRE      PIC  9(03).
           03  LDJ-PRE.
               05  CDJ-PRE      PIC  9(04).
               05  DTJ-PRE      PIC  9(06).
               05  LTJ-PRE      PIC  9(03).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  SER-HOJ          PIC  9(06).
           03  SER-AUX          PIC S9(06).
           03  SDO-COR          PIC S9(12)V99.
           03  FS-ARQ           PIC  X(02).
           03  FLG-PAG          PIC  9(01).
           03  SDO-EMP          PIC  9(11)V99.
           03  JUR-EMP          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(10).

       01  TOT-001.
           03  FILLER           PIC  X(31)  VALUE
               "SALDO DEVEDOR DE EMPRESTIMOS :".
           03  SDO-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-002.
           03  FILLER           PIC  X(31)  VALUE
               "JUROS A VENCER DE EMPRESTIMOS:".
           03  JUR-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     INPUT    CADLDP   CADFAT   CADCPD
                             CADLCH   CADSCH
                             CADBCO   CADLBC   CADAGC
           OPEN     INPUT    CADPRE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     INPUT    CADPRE.

       ROT-100-000.
           DISPLAY  MEN-001
           PERFORM  ROT-500-000  THRU  ROT-500-020
           PERFORM  ROT-600-000  THRU  ROT-600-030
           PERFORM  ROT-650-000  THRU  ROT-650-020
           PERFORM  ROT-680-000  THRU  ROT-680-020
           GO  TO   ROT-700-000.

       ROT-200-000.
       ROT-650-020.
           EXIT.

       ROT-680-000.
           MOVE     ZEROS    TO  SDO-EMP  JUR-EMP  CHV-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-680-020.

       ROT-680-010.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-680-020.
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-690-000  THRU  ROT-690-010
           IF  FLG-PAG   =   0
               ADD      AMO-PRE  TO  SDO-EMP.
           MOVE     LDJ-PRE  TO  CHV-LDP
           PERFORM  ROT-690-000  THRU  ROT-690-010
           IF  FLG-PAG   =   0
               ADD      JUR-PRE  TO  JUR-EMP.
           GO  TO   ROT-680-010.

       ROT-680-020.
           EXIT.

       ROT-690-000.
           MOVE     1        TO  FLG-PAG
           IF  CHV-LDP   =   ZEROS
               GO  TO        ROT-690-010.
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-690-010.
           IF  FLG-LDP  NOT  =   2
               MOVE     0        TO  FLG-PAG.

       ROT-690-010.
           EXIT.

       ROT-700-000.
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           ADD      1        TO  IND1
           IF  IND1  <  61
               GO  TO        ROT-700-010.
           IF  SDO-EMP   >   ZEROS  OR  JUR-EMP  >  ZEROS
               MOVE     SDO-EMP  TO  SDO-TT1
               MOVE     JUR-EMP  TO  JUR-TT1
               WRITE    REG-REL FROM CAB-002
               WRITE    REG-REL FROM TOT-001
               WRITE    REG-REL FROM TOT-002.
           CLOSE    RELATO
           DISPLAY  MEN-003
           ACCEPT   OPC-001
       ROT-900-000.
           CLOSE    CADLDP   CADFAT   CADCPD
                    CADLCH   CADSCH
                    CADBCO   CADLBC   CADAGC   CADPRE
           CHAIN   "DYN600"  USING  PRM-001  PRM-OPE.
