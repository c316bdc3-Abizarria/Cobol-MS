       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN553.
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

           SELECT      CADEMC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQENV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.

           SELECT      ARQRET        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADEMC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMC.DAT".
       01  REG-EMC.
           03  CHV-EMC.
               05  CLI-EMC      PIC  X(10).
               05  FIN-EMC      PIC  9(01).
           03  END-EMC          PIC  X(60).
           03  CTT-EMC          PIC  X(30).
           03  SIT-EMC          PIC  9(01).
           03  DTA-EMC.
               05  ANO-EMC      PIC  9(02).
               05  MES-EMC      PIC  9(02).
               05  DIA-EMC      PIC  9(02).
           03  DTD-EMC.
               05  ANO-DTD      PIC  9(02).
               05  MES-DTD      PIC  9(02).
               05  DIA-DTD      PIC  9(02).

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
           03  DTG-EMF.
               05  ANO-DTG      PIC  9(02).
               05  MES-DTG      PIC  9(02).
               05  DIA-DTG      PIC  9(02).
           03  HRG-EMF.
               05  HOR-HRG      PIC  9(02).
               05  MIN-HRG      PIC  9(02).
           03  DTE-EMF.
               05  ANO-DTE      PIC  9(02).
               05  MES-DTE      PIC  9(02).
               05  DIA-DTE      PIC  9(02).
           03  QTE-EMF          PIC  9(02).
           03  OPE-EMF          PIC  9(04).

       FD  ARQENV      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "ENVIO.TXT".
       01  REG-ENV              PIC  X(233).

       FD  ARQRET      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "RETORNO.TXT".
       01  REG-RET.
           03  NUM-RET          PIC  9(06).
           03  FILLER           PIC  X(01).
           03  SIT-RET          PIC  X(01).

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
           03  FLG-VAL          PIC  9(01).
           03  FLG-ESP          PIC  9(01).
           03  CLI-AUX          PIC  X(10).
           03  NOM-AUX          PIC  X(35).
           03  FIN-AUX          PIC  9(01).
           03  DES-FIN          PIC  X(20).
           03  DES-SEM          PIC  X(20).
           03  FLT-AUX          PIC  9(01).
           03  DES-FLT          PIC  X(20).
           03  NUM-AUX          PIC  9(06).
           03  DES-SIT          PIC  X(12).
           03  DES-TIP          PIC  X(20).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(02).
           03  QTD-ARR          PIC  9(02).
           03  POS-ARR          PIC  9(02).
           03  POS-PTO          PIC  9(02).
           03  POS-FIM          PIC  9(02).
           03  QTD-FIL          PIC  9(06).
           03  QTD-GER          PIC  9(06).
           03  QTD-ENV          PIC  9(06).
           03  QTD-DEV          PIC  9(06).
           03  QTD-REJ          PIC  9(06).
           03  QTD-LIS          PIC  9(06).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  END-AUX              PIC  X(60).
       01  RED-END              REDEFINES   END-AUX.
           03  CAR-END          PIC  X(01)  OCCURS  60.

       01  LIN-ENV.
           03  NUM-LEN          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  END-LEN          PIC  X(60).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  ARQ-LEN          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  ASS-LEN          PIC  X(60).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  MSG-LEN          PIC  X(60).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  CTT-LEN          PIC  X(30).

       01  DEV-AUX.
           03  FILLER           PIC  X(10)  VALUE  "DEVOLVIDO".
           03  DIA-DEV          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DEV          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DEV          PIC  9(02).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "ENDERECOS".
           03  FILLER           PIC  X(09)  VALUE  "  FILA".
           03  FILLER           PIC  X(09)  VALUE  "ENVIO/RET".
           03  FILLER           PIC  X(09)  VALUE  "SEM EMAIL".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  04.

       01  TAB-FIN.
           03  FILLER           PIC  X(20)  VALUE
               "COBRANCA/FATURAMENTO".
           03  FILLER           PIC  X(20)  VALUE  "GESTOR DE FROTA".
           03  FILLER           PIC  X(20)  VALUE  "JURIDICO".
       01  RED-FIN              REDEFINES   TAB-FIN.
           03  FIN-TAB          PIC  X(20)  OCCURS  03.

       01  TAB-SIT.
           03  FILLER           PIC  X(12)  VALUE  "NA FILA".
           03  FILLER           PIC  X(12)  VALUE  "ENVIADA".
           03  FILLER           PIC  X(12)  VALUE  "DEVOLVIDA".
           03  FILLER           PIC  X(12)  VALUE  "CANCELADA".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(12)  OCCURS  04.

       01  TAB-TIP.
           03  FILLER           PIC  X(20)  VALUE  "FATURA".
           03  FILLER           PIC  X(20)  VALUE  "BOLETO BANCARIO".
           03  FILLER           PIC  X(20)  VALUE  "EXTRATO DE CONTA".
           03  FILLER           PIC  X(20)  VALUE  "AVISO DE COBRANCA".
           03  FILLER           PIC  X(20)  VALUE  "POSICAO DIARIA".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(20)  OCCURS  05.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "CLIENTES SEM E-MAIL VALIDO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(13)  VALUE  "FINALIDADE :".
           03  FIN-CB2          PIC  X(20).
           03  FILLER           PIC  X(37)  VALUE  SPACES.
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(11)  VALUE  "CLIENTE".
           03  FILLER           PIC  X(26)  VALUE  "NOME".
           03  FILLER           PIC  X(21)  VALUE  "SITUACAO".
           03  FILLER           PIC  X(22)  VALUE  "OBSERVACAO".

       01  DET-001.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OBS-DT1          PIC  X(22).

       01  TOT-001.
           03  TIT-TT1          PIC  X(38)  VALUE
               "TOTAL DE CLIENTES SEM E-MAIL VALIDO :".
           03  QTD-TT1          PIC  ZZZZZ9.

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " E-MAIL DE CLIENTES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "     E-mail"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Enderecos  ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Fila       ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Envio/Ret. ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Sem E-mail ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 59 PIC X(21) FROM SPACES.

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
           03  LINE 11 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(77) FROM " ?Cliente ...:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(77) FROM " ?Finalidade :         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(77) FROM " ?                     
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(77) FROM " ?E-mail ....:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(77) FROM " ?Contato ...:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(77) FROM " ?Situacao ..:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(77) FROM " ?Cadastro ..:   /  /  
      -       "     Devolucao :   /  /                              ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(77) FROM " ?                     
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(77) FROM SPACES.

       01  TLA-006.
           03  LINE 11 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(77) FROM " ?Filtro ....:         
      -       "                         Inicio ...:                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(77) FROM " ?Mensagem ..:         
      -       "                         Situacao .:                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(77) FROM " ?Cliente ...:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(77) FROM " ?Documento .:         
      -       "                         Referencia:                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(77) FROM " ?E-mail ....:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(77) FROM " ?Assunto ...:         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(77) FROM " ?Arquivo ...:         
      -       "     Gerada ...:   /  /     :                        ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(77) FROM " ?Enviada ...:   /  /  
      -       "     Envios ...:         Origem ...:                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(77) FROM SPACES.

       01  TLA-007.
           03  LINE 11 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(77) FROM " ?Arquivo de envio ....
      -       "...: ENVIO.TXT                                       ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(77) FROM " ?Mensagens na fila ...
      -       "...:                                                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(77) FROM " ?Mensagens no lote ...
      -       "...:                                                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(77) FROM " ?                     
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(77) FROM " ?Arquivo de retorno ..
      -       "...: RETORNO.TXT                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(77) FROM " ?Confirmadas .........
      -       "...:                                                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(77) FROM " ?Devolvidas ..........
      -       "...:                                                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(77) FROM " ?Rejeitadas ..........
      -       "...:                                                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(77) FROM SPACES.

       01  TLA-008.
           03  LINE 11 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 02 PIC X(77) FROM " ?Finalidade :         
      -       "                                                     ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(77) FROM " ??????????????????????
      -       "??????????????????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 79 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 04 PIC X(77) FROM SPACES.

       01  ENT-001.
           03  LINE 12 COLUMN 17 PIC X(10)  FROM  CLI-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 28 PIC X(35)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 17 PIC 9(01)  FROM  FIN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 19 PIC X(20)  FROM  DES-FIN
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 15 COLUMN 17 PIC X(60)  FROM  END-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 17 PIC X(30)  FROM  CTT-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 17 PIC 9(01)  FROM  SIT-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 19 PIC X(20)  FROM  DES-SEM
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 17 PIC 9(02)  FROM  DIA-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 20 PIC 9(02)  FROM  MES-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 23 PIC 9(02)  FROM  ANO-EMC
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 42 PIC 9(02)  FROM  DIA-DTD
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 45 PIC 9(02)  FROM  MES-DTD
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 48 PIC 9(02)  FROM  ANO-DTD
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 12 COLUMN 17 PIC 9(01)  FROM  FLT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 19 PIC X(20)  FROM  DES-FLT
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 62 PIC 9(06)  FROM  NUM-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 13 COLUMN 17 PIC 9(06)  FROM  CHV-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 62 PIC X(12)  FROM  DES-SIT
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 17 PIC X(10)  FROM  CLI-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 28 PIC X(35)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 17 PIC X(20)  FROM  DES-TIP
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 62 PIC X(10)  FROM  REF-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 17 PIC X(60)  FROM  END-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 17 PIC X(60)  FROM  ASS-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 17 PIC X(12)  FROM  ARQ-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 42 PIC 9(02)  FROM  DIA-DTG
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 45 PIC 9(02)  FROM  MES-DTG
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 48 PIC 9(02)  FROM  ANO-DTG
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 51 PIC 9(02)  FROM  HOR-HRG
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 54 PIC 9(02)  FROM  MIN-HRG
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 17 PIC 9(02)  FROM  DIA-DTE
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 20 PIC 9(02)  FROM  MES-DTE
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 23 PIC 9(02)  FROM  ANO-DTE
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 42 PIC 9(02)  FROM  QTE-EMF
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 62 PIC X(06)  FROM  PRG-EMF
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 13 COLUMN 29 PIC 9(06)  FROM  QTD-FIL
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 29 PIC 9(06)  FROM  QTD-GER
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 29 PIC 9(06)  FROM  QTD-ENV
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 29 PIC 9(06)  FROM  QTD-DEV
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 29 PIC 9(06)  FROM  QTD-REJ
                       BACKGROUND-COLOR  01.

       01  ENT-006.
           03  LINE 12 COLUMN 17 PIC 9(01)  FROM  FIN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 19 PIC X(20)  FROM  DES-FIN
                       BACKGROUND-COLOR  01.

       01  LPA-004.
           03  LINE 05 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 06 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 07 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 08 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 09 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 10 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 11 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 12 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 13 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 14 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 15 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 16 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 17 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 18 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 19 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 20 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 21 COLUMN 01 PIC X(80) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE (
      -            "BRANCO = PROPRIETARIO)  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "FINALIDADE: 1-COBRA
      -            "NCA/FATURAM. 2-GESTOR FROTA 3-JURIDICO [ESC]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O ENDERECO D
      -            "E E-MAIL  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "ENDERECO DE E-MAIL 
      -            "INVALIDO !!!  -  TECLE [ENTER] ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "NOME DO CONTATO  - 
      -            " [ESC] RETORNA ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR, (E)XCLUIR
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "ENDERECO GRAVADO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "ENDERECO EXCLUIDO !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO: 0-FILA 1-
      -            "ENVIADA 2-DEVOLV. 3-CANCEL. 9-TODAS  [ESC]      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA MENSAGEM 
      -            "INICIAL  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "(P)ROXIMA (R)EENVIA
      -            "R (E)NVIADA (D)EVOLVIDA  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO NAO PERMIT
      -            "IDA NESTA SITUACAO !!!  -  TECLE [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE SEM E-MAIL 
      -            "VALIDO - CORRIJA O CADASTRO  [ENTER]            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "MENSAGEM ATUALIZADA
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "FIM DA FILA DE MENS
      -            "AGENS  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "(G)ERAR LOTE DE ENV
      -            "IO OU (P)ROCESSAR RETORNO ?  -  [ESC] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA MENSAGENS NA
      -            " FILA !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PROCES
      -            "SANDO ...                                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "LOTE ENVIO.TXT GERA
      -            "DO P/ O SERVIDOR DE E-MAIL  -  [ENTER]          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO RETORNO.TXT
      -            " NAO ENCONTRADO !!!  -  TECLE [ENTER]           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "RETORNO PROCESSADO 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  LPA-004
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCLI
           OPEN     I-O      CADEMC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEMC
               CLOSE    CADEMC
               OPEN     I-O      CADEMC.
           OPEN     I-O      CADEMF
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEMF
               CLOSE    CADEMF
               OPEN     I-O      CADEMF.

       ROT-000-010.
           DISPLAY  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  4
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-004  TLA-004
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, DEPENDING    ON  NUM-OPC.

       ROT-000-030.
           DISPLAY  LPA-004
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  TLA-005
           MOVE     SPACES   TO  CLI-AUX  NOM-AUX  DES-FIN
           MOVE     ZEROS    TO  FIN-AUX
           MOVE     1        TO  FLG-NEW
           PERFORM  ROT-700-000  THRU  ROT-700-010
           DISPLAY  ENT-001  ENT-002.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (12 17)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  CLI-AUX   =   SPACES
               MOVE     "PROPRIETARIO DO POSTO"  TO  NOM-AUX
               MOVE     1        TO  FIN-AUX
               GO  TO        ROT-100-030.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-010.
           MOVE     NOM-CLI  TO  NOM-AUX
           IF  FIN-AUX   =   ZEROS
               MOVE     1        TO  FIN-AUX.
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-004
           ACCEPT   (13 17)  FIN-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  FIN-AUX   <   1  OR  >  3
               GO  TO        ROT-100-020.

       ROT-100-030.
           MOVE     CLI-AUX  TO  CLI-EMC
           MOVE     FIN-AUX  TO  FIN-EMC
           MOVE     0        TO  FLG-NEW
           READ     CADEMC   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    PERFORM  ROT-700-000  THRU  ROT-700-010.
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-001  ENT-002.

       ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   (15 17)  END-EMC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  CLI-AUX  =  SPACES
               GO  TO        ROT-100-010.
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           MOVE     END-EMC  TO  END-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-030
           IF  FLG-VAL  NOT  =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-006
               ACCEPT   OPC-002
               GO  TO   ROT-100-040.

       ROT-100-050.
           DISPLAY  MEN-007
           ACCEPT   (16 17)  CTT-EMC  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.

       ROT-100-060.
           DISPLAY  MEN-008
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-100-070.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-060.
           MOVE     0        TO  SIT-EMC
           MOVE     DTA-SYS  TO  DTA-EMC
           MOVE     ZEROS    TO  DTD-EMC
           IF  FLG-NEW   =   0
               REWRITE  REG-EMC
           ELSE
               WRITE    REG-EMC  INVALID KEY
                        REWRITE  REG-EMC.
           MOVE     0        TO  FLG-NEW
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-002  MEN-009
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-100-070.
           IF  FLG-NEW   =   1
               GO  TO        ROT-100-060.
           DELETE   CADEMC
           DISPLAY  MEN-010
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  TLA-006
           MOVE     0        TO  FLT-AUX
           MOVE     1        TO  NUM-AUX
           PERFORM  ROT-720-000  THRU  ROT-720-010
           PERFORM  ROT-730-000  THRU  ROT-730-010
           DISPLAY  ENT-003  ENT-004.

       ROT-200-010.
           DISPLAY  MEN-011
           ACCEPT   (12 17)  FLT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  FLT-AUX   >   3  AND  NOT  =  9
               GO  TO        ROT-200-010.
           PERFORM  ROT-730-000  THRU  ROT-730-010
           DISPLAY  ENT-003.

       ROT-200-020.
           DISPLAY  MEN-012
           ACCEPT   (12 62)  NUM-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  NUM-AUX   =   ZEROS
               MOVE     1        TO  NUM-AUX.
           DISPLAY  ENT-003
           MOVE     NUM-AUX  TO  CHV-EMF
           START    CADEMF   KEY NOT LESS  CHV-EMF
                    INVALID  KEY GO  TO   ROT-200-110.

       ROT-200-030.
           READ     CADEMF   NEXT AT END
                    GO  TO   ROT-200-110.
           IF  FLT-AUX  NOT  =   9  AND
               SIT-EMF  NOT  =   FLT-AUX
               GO  TO        ROT-200-030.
           PERFORM  ROT-740-000  THRU  ROT-740-010
           DISPLAY  ENT-004.

       ROT-200-040.
           DISPLAY  MEN-013
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-200-060.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-200-070.
           IF  RSP-OPC   =   "D"
               GO  TO        ROT-200-080.
           IF  RSP-OPC  NOT  =   "P"
               GO  TO        ROT-200-040.

       ROT-200-050.
           START    CADEMF   KEY GREATER  CHV-EMF
                    INVALID  KEY GO  TO   ROT-200-110.
           GO  TO   ROT-200-030.

       ROT-200-060.
           IF  SIT-EMF   =   0  OR  =  9
               GO  TO        ROT-200-090.
           PERFORM  ROT-820-000  THRU  ROT-820-020
           IF  FLG-VAL  NOT  =   0
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-015
               ACCEPT   OPC-002
               GO  TO   ROT-200-040.
           MOVE     0        TO  SIT-EMF
           GO  TO   ROT-200-100.

       ROT-200-070.
           IF  SIT-EMF  NOT  =   0
               GO  TO        ROT-200-090.
           MOVE     1        TO  SIT-EMF
           MOVE     DTA-SYS  TO  DTE-EMF
           ADD      1        TO  QTE-EMF
           GO  TO   ROT-200-100.

       ROT-200-080.
           IF  SIT-EMF  NOT  =   0  AND  NOT  =  1
               GO  TO        ROT-200-090.
           MOVE     2        TO  SIT-EMF
           PERFORM  ROT-810-000  THRU  ROT-810-010
           GO  TO   ROT-200-100.

       ROT-200-090.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-014
           ACCEPT   OPC-002
           GO  TO   ROT-200-040.

       ROT-200-100.
           REWRITE  REG-EMF
           PERFORM  ROT-740-000  THRU  ROT-740-010
           DISPLAY  ENT-004  MEN-016
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-200-040.

       ROT-200-110.
           DISPLAY  MEN-017
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           PERFORM  ROT-720-000  THRU  ROT-720-010
           DISPLAY  ENT-004
           GO  TO   ROT-200-010.

       ROT-300-000.
           DISPLAY  TLA-007
           MOVE     ZEROS    TO  QTD-GER  QTD-ENV  QTD-DEV  QTD-REJ
           PERFORM  ROT-830-000  THRU  ROT-830-020
           DISPLAY  ENT-005.

       ROT-300-010.
           DISPLAY  MEN-018
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-300-050.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-010.

       ROT-300-020.
           MOVE     SPACES   TO  RSP-OPC
           IF  QTD-FIL   =   ZEROS
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               GO  TO        ROT-300-010.
           DISPLAY  MEN-020
           OPEN     OUTPUT   ARQENV
           MOVE     ZEROS    TO  QTD-GER
           MOVE     1        TO  CHV-EMF
           START    CADEMF   KEY NOT LESS  CHV-EMF
                    INVALID  KEY GO  TO   ROT-300-040.

       ROT-300-030.
           READ     CADEMF   NEXT AT END
                    GO  TO   ROT-300-040.
           IF  SIT-EMF  NOT  =   0
               GO  TO        ROT-300-030.
           MOVE     CHV-EMF  TO  NUM-LEN
           MOVE     END-EMF  TO  END-LEN
           MOVE     ARQ-EMF  TO  ARQ-LEN
           MOVE     ASS-EMF  TO  ASS-LEN
           MOVE     MSG-EMF  TO  MSG-LEN
           MOVE     CTT-EMF  TO  CTT-LEN
           WRITE    REG-ENV  FROM  LIN-ENV
           ADD      1        TO  QTD-GER
           GO  TO   ROT-300-030.

       ROT-300-040.
           CLOSE    ARQENV
           DISPLAY  ENT-005  MEN-021
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-300-010.

       ROT-300-050.
           MOVE     SPACES   TO  RSP-OPC
           OPEN     INPUT    ARQRET
           IF  FS-ARQ  NOT  =   "00"
               DISPLAY       MEN-022
               ACCEPT        OPC-002
               GO  TO        ROT-300-010.
           DISPLAY  MEN-020
           MOVE     ZEROS    TO  QTD-ENV  QTD-DEV  QTD-REJ.

       ROT-300-060.
           READ     ARQRET   AT  END
                    GO  TO   ROT-300-080.
           IF  NUM-RET  NOT  NUMERIC
               GO  TO        ROT-300-070.
           IF  NUM-RET   =   ZEROS
               GO  TO        ROT-300-070.
           MOVE     NUM-RET  TO  CHV-EMF
           READ     CADEMF   INVALID KEY
                    GO  TO   ROT-300-070.
           IF  SIT-EMF  NOT  =   0
               GO  TO        ROT-300-070.
           IF  SIT-RET  NOT  =   "S"  AND  NOT  =  "D"
               GO  TO        ROT-300-070.
           MOVE     DTA-SYS  TO  DTE-EMF
           ADD      1        TO  QTE-EMF
           IF  SIT-RET   =   "S"
               MOVE     1        TO  SIT-EMF
               REWRITE  REG-EMF
               ADD      1        TO  QTD-ENV
               GO  TO   ROT-300-060.
           MOVE     2        TO  SIT-EMF
           REWRITE  REG-EMF
           PERFORM  ROT-810-000  THRU  ROT-810-010
           ADD      1        TO  QTD-DEV
           GO  TO   ROT-300-060.

       ROT-300-070.
           ADD      1        TO  QTD-REJ
           GO  TO   ROT-300-060.

       ROT-300-080.
           CLOSE    ARQRET
           PERFORM  ROT-830-000  THRU  ROT-830-020
           DISPLAY  ENT-005  MEN-023
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-300-010.

       ROT-400-000.
           DISPLAY  TLA-008
           MOVE     1        TO  FIN-AUX  FLG-NEW
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-006.

       ROT-400-010.
           DISPLAY  MEN-004
           ACCEPT   (12 17)  FIN-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-030.
           IF  FIN-AUX   <   1  OR  >  3
               GO  TO        ROT-400-010.
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-006.

       ROT-400-020.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-400-020.
           DISPLAY  MEN-025
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  ACM-LIN  QTD-LIS
           MOVE     1        TO  PAG-CB1
           MOVE     DES-FIN  TO  FIN-CB2
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           PERFORM  ROT-760-000  THRU  ROT-760-010
           MOVE     SPACES   TO  CHV-CLI
           START    CADCLI   KEY GREATER  CHV-CLI
                    INVALID  KEY GO  TO   ROT-400-090.

       ROT-400-030.
           READ     CADCLI   NEXT AT END
                    GO  TO   ROT-400-090.
           IF  CTG-CLI   =   5
               GO  TO        ROT-400-030.
           MOVE     SPACES   TO  OBS-DT1
           MOVE     CHV-CLI  TO  CLI-EMC
           MOVE     FIN-AUX  TO  FIN-EMC
           READ     CADEMC   INVALID KEY
                    MOVE     SPACES   TO  END-EMC
                    MOVE     0        TO  SIT-EMC.
           IF  END-EMC   =   SPACES
               MOVE     "SEM E-MAIL"  TO  SIT-DT1
               GO  TO        ROT-400-040.
           IF  SIT-EMC   =   1
               MOVE     DIA-DTD  TO  DIA-DEV
               MOVE     MES-DTD  TO  MES-DEV
               MOVE     ANO-DTD  TO  ANO-DEV
               MOVE     DEV-AUX  TO  SIT-DT1
               GO  TO        ROT-400-040.
           MOVE     END-EMC  TO  END-AUX
           PERFORM  ROT-800-000  THRU  ROT-800-030
           IF  FLG-VAL   =   0
               GO  TO        ROT-400-030.
           MOVE     "ENDERECO INVALIDO"  TO  SIT-DT1.

       ROT-400-040.
           IF  FIN-AUX   =   1
               GO  TO        ROT-400-050.
           MOVE     CHV-CLI  TO  CLI-EMC
           MOVE     1        TO  FIN-EMC
           READ     CADEMC   INVALID KEY
                    GO  TO   ROT-400-050.
           IF  SIT-EMC   =   0  AND  END-EMC  NOT  =  SPACES
               MOVE     "USA E-MAIL DE COBRANCA"  TO  OBS-DT1.

       ROT-400-050.
           MOVE     CHV-CLI  TO  CLI-DT1
           MOVE     NOM-CLI  TO  NOM-DT1
           PERFORM  ROT-770-000  THRU  ROT-770-010
           ADD      1        TO  QTD-LIS
           GO  TO   ROT-400-030.

       ROT-400-090.
           WRITE    REG-REL FROM CAB-003
           MOVE     QTD-LIS  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001
           CLOSE    RELATO
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-400-010.

       ROT-700-000.
           MOVE     SPACES   TO  END-EMC  CTT-EMC
           MOVE     ZEROS    TO  SIT-EMC  DTA-EMC  DTD-EMC.

       ROT-700-010.
           EXIT.

       ROT-710-000.
           MOVE     SPACES   TO  DES-FIN  DES-SEM
           IF  FIN-AUX   >   0  AND  <  4
               MOVE     FIN-TAB (FIN-AUX)  TO  DES-FIN.
           IF  FLG-NEW   =   1
               GO  TO        ROT-710-010.
           IF  SIT-EMC   =   1
               MOVE     "DEVOLVIDO"   TO  DES-SEM
           ELSE
               MOVE     "VALIDO"      TO  DES-SEM.

       ROT-710-010.
           EXIT.

       ROT-720-000.
           MOVE     SPACES   TO  REG-EMF  DES-SIT  DES-TIP  NOM-AUX
           MOVE     ZEROS    TO  CHV-EMF  FIN-EMF  TIP-EMF  SIT-EMF
                                 DTG-EMF  HRG-EMF  DTE-EMF  QTE-EMF
                                 OPE-EMF.

       ROT-720-010.
           EXIT.

       ROT-730-000.
           IF  FLT-AUX   =   9
               MOVE     "TODAS"  TO  DES-FLT
           ELSE
               COMPUTE  IND1  =   FLT-AUX  +  1
               MOVE     SIT-TAB (IND1)  TO  DES-FLT.

       ROT-730-010.
           EXIT.

       ROT-740-000.
           MOVE     SPACES   TO  DES-SIT  DES-TIP
           IF  SIT-EMF   <   4
               COMPUTE  IND1  =   SIT-EMF  +  1
               MOVE     SIT-TAB (IND1)  TO  DES-SIT.
           IF  SIT-EMF   =   9
               MOVE     "EM PREPARO"    TO  DES-SIT.
           IF  TIP-EMF   >   0  AND  <  6
               MOVE     TIP-TAB (TIP-EMF)  TO  DES-TIP.
           IF  CLI-EMF   =   SPACES
               MOVE     "PROPRIETARIO DO POSTO"  TO  NOM-AUX
               GO  TO        ROT-740-010.
           MOVE     CLI-EMF  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     NOM-CLI  TO  NOM-AUX.

       ROT-740-010.
           EXIT.

       ROT-760-000.
           IF  ACM-LIN   =   ZEROS
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     5        TO  ACM-LIN.

       ROT-760-010.
           EXIT.

       ROT-770-000.
           IF  ACM-LIN   >   54
               PERFORM  ROT-760-000  THRU  ROT-760-010.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN.

       ROT-770-010.
           EXIT.

       ROT-800-000.
           MOVE     1        TO  FLG-VAL  IND1
           MOVE     ZEROS    TO  QTD-ARR  POS-ARR  POS-PTO  POS-FIM
                                 FLG-ESP.

       ROT-800-010.
           IF  CAR-END (IND1)   =   SPACE
               MOVE     1        TO  FLG-ESP
               GO  TO        ROT-800-020.
           IF  FLG-ESP   =   1
               GO  TO        ROT-800-030.
           MOVE     IND1     TO  POS-FIM
           IF  CAR-END (IND1)   =   "@"
               ADD      1        TO  QTD-ARR
               MOVE     IND1     TO  POS-ARR.
           IF  CAR-END (IND1)   =   "."  AND  QTD-ARR  =  1  AND
               IND1   >   POS-ARR  +  1
               MOVE     IND1     TO  POS-PTO.

       ROT-800-020.
           ADD      1        TO  IND1
           IF  IND1   <   61
               GO  TO        ROT-800-010.
           IF  QTD-ARR   =   1  AND  POS-ARR  >  1  AND
               POS-PTO   >   ZEROS  AND  POS-PTO  <  POS-FIM
               MOVE     0        TO  FLG-VAL.

       ROT-800-030.
           EXIT.

       ROT-810-000.
           MOVE     CLI-EMF  TO  CLI-EMC
           MOVE     FIN-EMF  TO  FIN-EMC
           READ     CADEMC   INVALID KEY
                    GO  TO   ROT-810-010.
           IF  END-EMC  NOT  =   END-EMF
               GO  TO        ROT-810-010.
           MOVE     1        TO  SIT-EMC
           MOVE     DTA-SYS  TO  DTD-EMC
           REWRITE  REG-EMC.

       ROT-810-010.
           EXIT.

       ROT-820-000.
           MOVE     1        TO  FLG-VAL
           MOVE     CLI-EMF  TO  CLI-EMC
           MOVE     FIN-EMF  TO  FIN-EMC
           READ     CADEMC   INVALID KEY
                    GO  TO   ROT-820-005.
           IF  SIT-EMC   =   0  AND  END-EMC  NOT  =  SPACES
               GO  TO        ROT-820-010.

       ROT-820-005.
           IF  FIN-EMF   =   1
               GO  TO        ROT-820-020.
           MOVE     CLI-EMF  TO  CLI-EMC
           MOVE     1        TO  FIN-EMC
           READ     CADEMC   INVALID KEY
                    GO  TO   ROT-820-020.
           IF  SIT-EMC  NOT  =   0  OR  END-EMC  =  SPACES
               GO  TO        ROT-820-020.

       ROT-820-010.
           MOVE     END-EMC  TO  END-EMF
           MOVE     CTT-EMC  TO  CTT-EMF
           MOVE     FIN-EMC  TO  FIN-EMF
           MOVE     0        TO  FLG-VAL.

       ROT-820-020.
           EXIT.

       ROT-830-000.
           MOVE     ZEROS    TO  QTD-FIL
           MOVE     1        TO  CHV-EMF
           START    CADEMF   KEY NOT LESS  CHV-EMF
                    INVALID  KEY GO  TO   ROT-830-020.

       ROT-830-010.
           READ     CADEMF   NEXT AT END
                    GO  TO   ROT-830-020.
           IF  SIT-EMF   =   0
               ADD      1        TO  QTD-FIL.
           GO  TO   ROT-830-010.

       ROT-830-020.
           EXIT.

       ROT-900-000.
           CLOSE    CADCLI   CADEMC   CADEMF
           MOVE     7        TO  PRM-001
           CHAIN   "DYN500"  USING  PRM-001  PRM-OPE.
