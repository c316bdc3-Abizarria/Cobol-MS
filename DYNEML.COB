       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYNEML.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEMC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMC
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADEMF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMF
                       FILE          STATUS  IS  FS-STA.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEMC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMC.DAT".
       01  REG-EMC.
           03  CHV-EMC.
               05  CLI-EMC      PIC  X(10).
               05  FIN-EMC      PIC  9(01).
           03  END-EMC          PIC  X(60).
           03  CTT-EMC          PIC  X(30).
           03  SIT-EMC          PIC  9(01).
           03  DTA-EMC          PIC  9(06).
           03  DTD-EMC          PIC  9(06).

       FD  CADEMF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMF.DAT".
       01  REG-EMF.
           03  CHV-EMF          PIC  9(06).
           03  CLI-EMF          PIC  X(10).
           03  FIN-EMF          PIC  9(01).
           03  TIP-EMF          PIC  9(01).
           03  REF-EMF          PIC  X(10).
           03  PRG-EMF          PIC  X(06).
           03  END-EMF          PIC  X(60).
           03  CTT-EMF          PIC  X(30).
           03  ASS-EMF          PIC  X(60).
           03  MSG-EMF          PIC  X(60).
           03  ARQ-EMF          PIC  X(12).
           03  SIT-EMF          PIC  9(01).
           03  DTG-EMF          PIC  9(06).
           03  HRG-EMF          PIC  9(04).
           03  DTE-EMF          PIC  9(06).
           03  QTE-EMF          PIC  9(02).
           03  OPE-EMF          PIC  9(04).
       01  REG-CEF.
           03  CHV-CEF          PIC  9(06).
           03  ULT-CEF          PIC  9(06).
           03  FILLER           PIC  X(267).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-STA           PIC  X(02).
           03  SIT-AUX          PIC  9(01).

           03  HOR-AUX.
               05  HRA-AUX      PIC  9(04).
               05  FILLER       PIC  9(04).

           03  ARQ-AUX.
               05  FILLER       PIC  X(02)  VALUE  "EM".
               05  NUM-ARQ      PIC  9(06).
               05  FILLER       PIC  X(04)  VALUE  ".TXT".

           03  ASS-AUX.
               05  TIP-ASS      PIC  X(20).
               05  FILLER       PIC  X(03)  VALUE  " - ".
               05  REF-ASS      PIC  X(10).
               05  FILLER       PIC  X(27)  VALUE  SPACES.

       01  TAB-TIP.
           03  FILLER           PIC  X(20)  VALUE  "FATURA".
           03  FILLER           PIC  X(20)  VALUE  "BOLETO BANCARIO".
           03  FILLER           PIC  X(20)  VALUE  "EXTRATO DE CONTA".
           03  FILLER           PIC  X(20)  VALUE  "AVISO DE COBRANCA".
           03  FILLER           PIC  X(20)  VALUE  "POSICAO DIARIA".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(20)  OCCURS  05.

       01  TAB-MSG.
           03  FILLER           PIC  X(60)  VALUE
               "SEGUE EM ANEXO A FATURA DE CONSUMO DO PERIODO.".
           03  FILLER           PIC  X(60)  VALUE
               "SEGUE EM ANEXO O BOLETO PARA PAGAMENTO DA FATURA.".
           03  FILLER           PIC  X(60)  VALUE
               "SEGUE EM ANEXO O EXTRATO DE MOVIMENTO DO PERIODO.".
           03  FILLER           PIC  X(60)  VALUE
               "SEGUE EM ANEXO AVISO REFERENTE A FATURA EM ABERTO.".
           03  FILLER           PIC  X(60)  VALUE
               "SEGUE EM ANEXO A POSICAO CONSOLIDADA DO POSTO.".
       01  RED-MSG              REDEFINES   TAB-MSG.
           03  MSG-TAB          PIC  X(60)  OCCURS  05.

       LINKAGE         SECTION.

       01  EML-PRM.
           03  FUN-EML          PIC  9(01).
           03  CLI-EML          PIC  X(10).
           03  FIN-EML          PIC  9(01).
           03  TIP-EML          PIC  9(01).
           03  REF-EML          PIC  X(10).
           03  PRG-EML          PIC  X(06).
           03  OPE-EML          PIC  9(04).
           03  NUM-EML          PIC  9(06).
           03  ARQ-EML          PIC  X(12).
           03  END-EML          PIC  X(60).
           03  FLG-EML          PIC  9(01).

       PROCEDURE       DIVISION  USING  EML-PRM.

       ROT-000-000.
           OPEN     I-O      CADEMF
           IF  FS-STA  NOT  =   "00"
               OPEN     OUTPUT   CADEMF
               CLOSE    CADEMF
               OPEN     I-O      CADEMF.
           OPEN     INPUT    CADEMC
           IF  FS-STA  NOT  =   "00"
               OPEN     OUTPUT   CADEMC
               CLOSE    CADEMC
               OPEN     INPUT    CADEMC.
           GO  TO   ROT-100-000, ROT-200-000, ROT-200-000,
                    DEPENDING    ON  FUN-EML.
           GO  TO   ROT-900-000.

       ROT-100-000.
           MOVE     1        TO  FLG-EML
           MOVE     ZEROS    TO  NUM-EML
           MOVE     SPACES   TO  ARQ-EML  END-EML
           MOVE     CLI-EML  TO  CLI-EMC
           MOVE     FIN-EML  TO  FIN-EMC
           READ     CADEMC   INVALID  KEY
                    GO  TO   ROT-100-010.
           IF  SIT-EMC   =   0  AND  END-EMC  NOT  =  SPACES
               GO  TO        ROT-100-020.

       ROT-100-010.
           IF  FIN-EML   =   1
               GO  TO        ROT-900-000.
           MOVE     CLI-EML  TO  CLI-EMC
           MOVE     1        TO  FIN-EMC
           READ     CADEMC   INVALID  KEY
                    GO  TO   ROT-900-000.
           IF  SIT-EMC  NOT  =   0  OR  END-EMC  =  SPACES
               GO  TO        ROT-900-000.

       ROT-100-020.
           MOVE     ZEROS    TO  CHV-CEF
           READ     CADEMF   INVALID  KEY
                    MOVE     SPACES   TO  REG-CEF
                    MOVE     ZEROS    TO  CHV-CEF  ULT-CEF
                    WRITE    REG-CEF.
           ADD      1        TO  ULT-CEF
           IF  ULT-CEF   =   ZEROS
               MOVE     1        TO  ULT-CEF.
           REWRITE  REG-CEF
           MOVE     ULT-CEF  TO  NUM-ARQ
           MOVE     SPACES   TO  REG-EMF
           MOVE     NUM-ARQ  TO  CHV-EMF
           MOVE     CLI-EML  TO  CLI-EMF
           MOVE     FIN-EMC  TO  FIN-EMF
           MOVE     TIP-EML  TO  TIP-EMF
           MOVE     REF-EML  TO  REF-EMF  REF-ASS
           MOVE     PRG-EML  TO  PRG-EMF
           MOVE     END-EMC  TO  END-EMF
           MOVE     CTT-EMC  TO  CTT-EMF
           MOVE     SPACES   TO  TIP-ASS  MSG-EMF
           IF  TIP-EML   >   0  AND  <  6
               MOVE     TIP-TAB (TIP-EML)  TO  TIP-ASS
               MOVE     MSG-TAB (TIP-EML)  TO  MSG-EMF.
           MOVE     ASS-AUX  TO  ASS-EMF
           MOVE     ARQ-AUX  TO  ARQ-EMF
           MOVE     9        TO  SIT-EMF
           ACCEPT   DTG-EMF  FROM  DATE
           ACCEPT   HOR-AUX  FROM  TIME
           MOVE     HRA-AUX  TO  HRG-EMF
           MOVE     ZEROS    TO  DTE-EMF  QTE-EMF
           MOVE     OPE-EML  TO  OPE-EMF
           WRITE    REG-EMF  INVALID  KEY
                    GO  TO   ROT-100-020.
           MOVE     CHV-EMF  TO  NUM-EML
           MOVE     ARQ-EMF  TO  ARQ-EML
           MOVE     END-EMF  TO  END-EML
           MOVE     0        TO  FLG-EML
           GO  TO   ROT-900-000.

       ROT-200-000.
           MOVE     0        TO  SIT-AUX
           IF  FUN-EML   =   3
               MOVE     3        TO  SIT-AUX.
           IF  NUM-EML   =   ZEROS
               GO  TO        ROT-900-000.
           MOVE     NUM-EML  TO  CHV-EMF
           START    CADEMF   KEY NOT LESS  CHV-EMF
                    INVALID  KEY GO  TO   ROT-900-000.

       ROT-200-010.
           READ     CADEMF   NEXT AT END
                    GO  TO   ROT-900-000.
           IF  SIT-EMF  NOT  =   9  OR  PRG-EMF  NOT  =  PRG-EML
               GO  TO        ROT-200-010.
           MOVE     SIT-AUX  TO  SIT-EMF
           REWRITE  REG-EMF
           GO  TO   ROT-200-010.

       ROT-900-000.
           CLOSE    CADEMF   CADEMC
           EXIT     PROGRAM.
