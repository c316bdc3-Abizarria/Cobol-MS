       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

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

       SCREEN          SECTION.

       01  TLA-001.
               MOVE     1        TO  FLG-LOTE
               MOVE     1        TO  PRM-001.
           DISPLAY  TLA-001
           PERFORM  ROT-050-000  THRU  ROT-050-010
           IF  FLG-EXL   =   1
               CLOSE    CADCMB   CADECR
               GO  TO        ROT-000-011.
           GO  TO   ROT-100-000, ROT-200-000,
                    ROT-300-000, DEPENDING  ON  PRM-001.

       ROT-000-010.
           MOVE     "F"      TO  STA-EXL
           PERFORM  ROT-060-000  THRU  ROT-060-010
           CLOSE    CADCMB   CADECR
           IF  FLG-LOTE  NOT  =   1
               GO  TO        ROT-000-011.
           CHAIN   "DYN200"  USING  PRM-001.

       ROT-000-005.
           MOVE     "I"      TO  STA-EXL
           PERFORM  ROT-060-000  THRU  ROT-060-010
           CLOSE    CADCMB   CADECR
           GO  TO   ROT-000-011.

       ROT-050-000.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN219" TO  PRG-EXL
           MOVE     PRM-OPE  TO  OPE-EXL
           MOVE     "ENCERRANTES"       TO  PAR-EXL
           IF  PRM-001   =   2
               MOVE     "PRECOS DE VENDA"   TO  PAR-EXL.
           IF  PRM-001   =   3
               MOVE     "LUCRO BRUTO"       TO  PAR-EXL.
           ACCEPT   PIN-EXL  FROM  DATE
           MOVE     PIN-EXL  TO  PFI-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     "CADECR" TO  NAR-EXL (1)
           IF  PRM-001   =   3
               MOVE     "CADCMB" TO  NAR-EXL (1).

       ROT-050-010.
           EXIT.

       ROT-060-000.
           MOVE     2        TO  FUN-EXL
           CALL    "DYNEXL"  USING  EXL-PRM.

       ROT-060-010.
           EXIT.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     ZEROS    TO  CHV-ECR
               GO  TO        ROT-100-030.
           MOVE     1        TO  FLG-ECR
           REWRITE  REG-ECR
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-100-010.

       ROT-100-040.
               GO  TO        ROT-100-030.
           MOVE     ICL-ECR  TO  IDL-ECR
           REWRITE  REG-ECR
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-100-010.

       ROT-200-000.
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           REWRITE  REG-ECR
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-200-010.

       ROT-300-000.
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           REWRITE  REG-CMB
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-300-010.
