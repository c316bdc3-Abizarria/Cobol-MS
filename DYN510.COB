       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN510.
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

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADLRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LRC.

           SELECT      CADNTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTE.

           SELECT      CADRCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNRC        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRM        ASSIGN  TO  DISK.

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

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT          PIC  9(06).
           03  VAL-FAT          PIC S9(10)V99.

       FD  CADLRC      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADLRC.DAT".
       01  REG-LRC.
           03  CHV-LRC.
               05  TIP-LRC      PIC  9(01).
               05  NUM-LRC      PIC  9(06).
           03  CLI-LRC          PIC  X(10).
           03  VAL-LRC          PIC S9(10)V99.

       FD  CADNTE      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADNTE.DAT".
       01  REG-NTE.
           03  CHV-NTE          PIC  9(06).
           03  DTA-NTE          PIC  9(06).
           03  CLI-NTE          PIC  X(10).
           03  PCA-NTE          PIC  X(07).
           03  DES-NTE          PIC  X(20).
           03  VAL-NTE          PIC S9(09)V99.

       FD  CADRCB      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADRCB.DAT".
       01  REG-RCB.
           03  CHV-RCB.
               05  NUM-RCB      PIC  9(06).
               05  SEQ-RCB      PIC  9(03).
           03  DTA-RCB          PIC  9(08).
           03  CLI-RCB          PIC  X(10).
           03  TIP-RCB          PIC  9(01).
           03  DOC-RCB          PIC  9(06).
           03  DTD-RCB          PIC  9(06).
           03  VDC-RCB          PIC S9(10)V99.
           03  JRS-RCB          PIC S9(10)V99.
           03  DSC-RCB          PIC S9(10)V99.
           03  SDO-RCB          PIC S9(10)V99.
           03  VAL-RCB          PIC S9(10)V99.

       FD  CADNRC      LABEL         RECORD  IS  STANDARD
                       VALUE     OF  FILE-ID     "CADNRC.DAT".
       01  REG-NRC.
           03  ULT-NRC          PIC  9(06).

       FD  CADPRM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRM.DAT".
       01  REG-PRM.
           03  COD-PRM          PIC  9(05).
           03  CLI-PRM          PIC  9(02)  OCCURS  36.
           03  END-PRM          PIC  9(02)  OCCURS  35.
           03  CID-PRM          PIC  9(02)  OCCURS  20.
           03  EST-PRM          PIC  9(02)  OCCURS  02.
           03  CEP-PRM          PIC  9(08).
           03  CGC-PRM          PIC  9(14).
           03  INS-PRM          PIC  9(02)  OCCURS  15.
           03  MUN-PRM          PIC  9(07).
           03  COD-PST          PIC  9(03).
           03  LIM-SGR          PIC  9(08)V99.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-ARQ           PIC  X(02).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(03).
           03  IND4             PIC  9(03).
           03  IND5             PIC  9(03).
           03  IND6             PIC  9(03).
           03  IND7             PIC  9(03).
           03  PTR-EXT          PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  NUM-OPC          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  CLI-AUX          PIC  X(10).
           03  NUM-AUX          PIC  9(06).
           03  SEQ-AUX          PIC  9(03).
           03  ACM-QTD          PIC  9(03).
           03  ACM-VAL          PIC S9(11)V99.
           03  ACM-VDC          PIC S9(11)V99.
           03  ACM-JRS          PIC S9(11)V99.
           03  ACM-DSC          PIC S9(11)V99.
           03  ACM-SDO          PIC S9(11)V99.
           03  SER-HOJ          PIC  9(06).
           03  SER-VCT          PIC  9(06).
           03  DIA-ATR          PIC S9(06).
           03  VAL-JRS          PIC S9(10)V99.
           03  VAL-MLT          PIC S9(10)V99.
           03  VAL-TOT          PIC S9(10)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-SY8          PIC  9(08).

           03  DTA-EMI.
               05  AN4-EMI      PIC  9(04).
               05  MES-EMI      PIC  9(02).
               05  DIA-EMI      PIC  9(02).

           03  DTA-VNC.
               05  ANO-VNC      PIC  9(02).
               05  MES-VNC      PIC  9(02).
               05  DIA-VNC      PIC  9(02).

           03  CEP-AUX.
               05  CP1-AUX      PIC  9(05).
               05  CP2-AUX      PIC  9(03).

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  END-TAB          PIC  X(35).
           03  RED-END          REDEFINES   END-TAB.
               05  LET-END      PIC  X(01)  OCCURS  35.

           03  CID-TAB          PIC  X(20).
           03  RED-CID          REDEFINES   CID-TAB.
               05  LET-CID      PIC  X(01)  OCCURS  20.

           03  UF-TAB           PIC  X(02).
           03  RED-UF           REDEFINES   UF-TAB.
               05  LET-UF       PIC  X(01)  OCCURS  02.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  VAL-EXT          PIC  9(09)V99.
           03  RED-EXT          REDEFINES   VAL-EXT.
               05  GRP-EXT      PIC  9(03)  OCCURS  03.
               05  CTV-EXT      PIC  9(02).
           03  RED-INT          REDEFINES   VAL-EXT.
               05  INT-EXT      PIC  9(09).
               05  FILLER       PIC  9(02).

           03  NUM-GRP          PIC  9(03).
           03  RED-GRP          REDEFINES   NUM-GRP.
               05  CEN-GRP      PIC  9(01).
               05  DEZ-GRP      PIC  9(02).
               05  RED-DEZ      REDEFINES   DEZ-GRP.
                   07  DZA-GRP  PIC  9(01).
                   07  UNI-GRP  PIC  9(01).

           03  PAL-AUX          PIC  X(12).
           03  RED-PAL          REDEFINES   PAL-AUX.
               05  LET-PAL      PIC  X(01)  OCCURS  12.

           03  EXT-AUX          PIC  X(200).
           03  RED-EXA          REDEFINES   EXT-AUX.
               05  LET-EXT      PIC  X(01)  OCCURS  200.

           03  TAB-UNI.
               05  FILLER       PIC  X(10)  VALUE  "UM".
               05  FILLER       PIC  X(10)  VALUE  "DOIS".
               05  FILLER       PIC  X(10)  VALUE  "TRES".
               05  FILLER       PIC  X(10)  VALUE  "QUATRO".
               05  FILLER       PIC  X(10)  VALUE  "CINCO".
               05  FILLER       PIC  X(10)  VALUE  "SEIS".
               05  FILLER       PIC  X(10)  VALUE  "SETE".
               05  FILLER       PIC  X(10)  VALUE  "OITO".
               05  FILLER       PIC  X(10)  VALUE  "NOVE".
               05  FILLER       PIC  X(10)  VALUE  "DEZ".
               05  FILLER       PIC  X(10)  VALUE  "ONZE".
               05  FILLER       PIC  X(10)  VALUE  "DOZE".
               05  FILLER       PIC  X(10)  VALUE  "TREZE".
               05  FILLER       PIC  X(10)  VALUE  "QUATORZE".
               05  FILLER       PIC  X(10)  VALUE  "QUINZE".
               05  FILLER       PIC  X(10)  VALUE  "DEZESSEIS".
               05  FILLER       PIC  X(10)  VALUE  "DEZESSETE".
               05  FILLER       PIC  X(10)  VALUE  "DEZOITO".
               05  FILLER       PIC  X(10)  VALUE  "DEZENOVE".
           03  RED-UNI          REDEFINES   TAB-UNI.
               05  NOM-UNI      PIC  X(10)  OCCURS  19.

           03  TAB-DEZ.
               05  FILLER       PIC  X(10)  VALUE  "DEZ".
               05  FILLER       PIC  X(10)  VALUE  "VINTE".
               05  FILLER       PIC  X(10)  VALUE  "TRINTA".
               05  FILLER       PIC  X(10)  VALUE  "QUARENTA".
               05  FILLER       PIC  X(10)  VALUE  "CINQUENTA".
               05  FILLER       PIC  X(10)  VALUE  "SESSENTA".
               05  FILLER       PIC  X(10)  VALUE  "SETENTA".
               05  FILLER       PIC  X(10)  VALUE  "OITENTA".
               05  FILLER       PIC  X(10)  VALUE  "NOVENTA".
           03  RED-DZT          REDEFINES   TAB-DEZ.
               05  NOM-DEZ      PIC  X(10)  OCCURS  09.

           03  TAB-CEN.
               05  FILLER       PIC  X(12)  VALUE  "CENTO".
               05  FILLER       PIC  X(12)  VALUE  "DUZENTOS".
               05  FILLER       PIC  X(12)  VALUE  "TREZENTOS".
               05  FILLER       PIC  X(12)  VALUE  "QUATROCENTOS".
               05  FILLER       PIC  X(12)  VALUE  "QUINHENTOS".
               05  FILLER       PIC  X(12)  VALUE  "SEISCENTOS".
               05  FILLER       PIC  X(12)  VALUE  "SETECENTOS".
               05  FILLER       PIC  X(12)  VALUE  "OITOCENTOS".
               05  FILLER       PIC  X(12)  VALUE  "NOVECENTOS".
           03  RED-CEN          REDEFINES   TAB-CEN.
               05  NOM-CEN      PIC  X(12)  OCCURS  09.

       01  REC-001              PIC  X(80)  VALUE  ALL  "=".

       01  REC-002.
           03  NOM-RC2          PIC  X(44).
           03  FILLER           PIC  X(11)  VALUE  "RECIBO No.".
           03  NUM-RC2          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VIA-RC2          PIC  X(12).

       01  REC-003.
           03  END-RC3          PIC  X(35).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  CID-RC3          PIC  X(20).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  EST-RC3          PIC  X(02).

       01  REC-004.
           03  FILLER           PIC  X(06)  VALUE  "CEP :".
           03  CP1-RC4          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CP2-RC4          PIC  9(03).
           03  FILLER           PIC  X(12)  VALUE  "    CNPJ :".
           03  CGC-RC4          PIC  99.999.999/9999.99.

       01  REC-005.
           03  FILLER           PIC  X(14)  VALUE  "RECEBEMOS DE".
           03  CLI-RC5          PIC  X(10).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  NOM-RC5          PIC  X(35).

       01  REC-006.
           03  FILLER           PIC  X(21)  VALUE
      -        "A IMPORTANCIA DE R$".
           03  VAL-RC6          PIC  ZZ.ZZZ.ZZ9,99.

       01  REC-007.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  EXT-RC7          PIC  X(70).
           03  RED-RC7          REDEFINES   EXT-RC7.
               05  LET-RC7      PIC  X(01)  OCCURS  70.

       01  REC-008              PIC  X(80)  VALUE
      -    "REFERENTE AO PAGAMENTO DOS DOCUMENTOS ABAIXO :".

       01  REC-009              PIC  X(80)  VALUE  ALL  "-".

       01  REC-010              PIC  X(80)  VALUE
      -    "DOCUMENTO     DATA     VALOR DOC.      JUROS   DESCONTO  EM
      -    "ABERTO   VALOR PAGO".

       01  REC-011.
           03  TIP-R11          PIC  X(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-R11          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-R11          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-R11          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-R11          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VDC-R11          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JRS-R11          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DSC-R11          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-R11          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-R11          PIC  Z.ZZZ.ZZ9,99.

       01  REC-012.
           03  FILLER           PIC  X(21)  VALUE  "TOTAL".
           03  VDC-R12          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JRS-R12          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DSC-R12          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-R12          PIC  ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-R12          PIC  Z.ZZZ.ZZ9,99.

       01  REC-013.
           03  FILLER           PIC  X(30)  VALUE  SPACES.
           03  CID-R13          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-R13          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-R13          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-R13          PIC  9(04).

       01  REC-014.
           03  FILLER           PIC  X(30)  VALUE  SPACES.
           03  FILLER           PIC  X(40)  VALUE  ALL  "_".

       01  REC-015.
           03  FILLER           PIC  X(30)  VALUE  SPACES.
           03  NOM-R15          PIC  X(36).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "EMISSAO DE RECIBOS  -  Ver. 7.11"
               BACKGROUND-COLOR   02   FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 29 PIC X(21) FROM " ?                  ?"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 31 PIC X(17) FROM "     Recibos"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  01.
           03  LINE 09 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 29 PIC X(21) FROM " ?  1 - Emissao     ?"
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 29 PIC X(21) FROM " ?  2 - Reimpressao ?"
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 31 PIC X(21) FROM SPACES.

       01  TLA-003.
           03  LINE 08 COLUMN 12 PIC X(56) FROM " ??????????????????????
      -       "?????????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 12 PIC X(56) FROM " ?                     
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 12 PIC X(56) FROM " ? Cliente ....:       
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 12 PIC X(56) FROM " ?                     
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 12 PIC X(56) FROM " ?                     
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 12 PIC X(56) FROM " ? Documentos .:       
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 12 PIC X(56) FROM " ? Total R$ ...:       
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 12 PIC X(56) FROM " ?                     
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 12 PIC X(56) FROM " ? Recibo No. .:       
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 12 PIC X(56) FROM " ?                     
      -       "                                ?" BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 12 PIC X(56) FROM " ??????????????????????
      -       "?????????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 14 PIC X(56) FROM SPACES.

       01  ENT-001.
           03  CLI-ENT  LINE 10 COLUMN 29 PIC X(10) USING CHV-CLI
                        BACKGROUND-COLOR  01.
           03  NOM-ENT  LINE 11 COLUMN 29 PIC X(35) USING NOM-CLI
                        BACKGROUND-COLOR  01.
           03  QTD-ENT  LINE 13 COLUMN 29 PIC ZZ9 USING ACM-QTD
                        BACKGROUND-COLOR  01.
           03  VAL-ENT  LINE 14 COLUMN 29 PIC --.---.---.--9,99 USING
               ACM-VAL  BACKGROUND-COLOR  01.
           03  NRC-ENT  LINE 16 COLUMN 29 PIC 9(06) USING NUM-AUX
                        BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 04 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 05 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 06 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 21 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.

       01  LPA-002.
           03  LPA-CLI  LINE 10 COLUMN 29 PIC X(10) FROM SPACES
                        BACKGROUND-COLOR  01.
           03  LPA-NOM  LINE 11 COLUMN 29 PIC X(35) FROM SPACES
                        BACKGROUND-COLOR  01.
           03  LPA-QTD  LINE 13 COLUMN 29 PIC X(03) FROM SPACES
                        BACKGROUND-COLOR  01.
           03  LPA-VAL  LINE 14 COLUMN 29 PIC X(17) FROM SPACES
                        BACKGROUND-COLOR  01.
           03  LPA-NRC  LINE 16 COLUMN 29 PIC X(06) FROM SPACES
                        BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA RECEBIMENTOS
      -            " LANCADOS P/ O CLIENTE  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RECIBO ...                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "RECIBO IMPRESSO  - 
      -            " TECLE [ENTER] ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "RECIBO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "RECIBO INEXISTENTE 
      -            "!!!  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002  LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT    CADCLI   CADFAT
                             CADLRC   CADNTE
                             CADPRM
           OPEN     I-O      CADRCB
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRCB
               CLOSE    CADRCB
               OPEN     I-O      CADRCB.
           READ     CADPRM
           ACCEPT   DTA-SYS  FROM  DATE
           ACCEPT   DTA-SY8  FROM  DATE  YYYYMMDD
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           MOVE     1        TO  IND1.

       ROT-000-010.
           MOVE     CLI-PRM (IND1)  TO  IND2
           MOVE     LET-TAB (IND2)  TO  LET-NOM (IND1)
           ADD      1   TO   IND1
           IF  IND1  <  37
               GO  TO        ROT-000-010.
           MOVE     1        TO  IND1.

       ROT-000-020.
           MOVE     END-PRM (IND1)  TO  IND2
           MOVE     LET-TAB (IND2)  TO  LET-END (IND1)
           ADD      1   TO   IND1
           IF  IND1  <  36
               GO  TO        ROT-000-020.
           MOVE     1        TO  IND1.

       ROT-000-030.
           MOVE     CID-PRM (IND1)  TO  IND2
           MOVE     LET-TAB (IND2)  TO  LET-CID (IND1)
           ADD      1   TO   IND1
           IF  IND1  <  21
               GO  TO        ROT-000-030.
           MOVE     1        TO  IND1.

       ROT-000-040.
           MOVE     EST-PRM (IND1)  TO  IND2
           MOVE     LET-TAB (IND2)  TO  LET-UF (IND1)
           ADD      1   TO   IND1
           IF  IND1  <  03
               GO  TO        ROT-000-040.
           MOVE     NOM-TAB  TO  NOM-RC2  NOM-R15
           MOVE     END-TAB  TO  END-RC3
           MOVE     CID-TAB  TO  CID-RC3  CID-R13
           MOVE     UF-TAB   TO  EST-RC3
           MOVE     CEP-PRM  TO  CEP-AUX
           MOVE     CP1-AUX  TO  CP1-RC4
           MOVE     CP2-AUX  TO  CP2-RC4
           MOVE     CGC-PRM  TO  CGC-RC4.

       ROT-000-050.
           DISPLAY  LPA-001
                    TLA-002  MEN-001.

       ROT-000-060.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC  NOT  =   1
               GO  TO        ROT-000-060.

       ROT-100-000.
           DISPLAY  LPA-001  TLA-003.

       ROT-100-010.
           DISPLAY  LPA-002  MEN-002
           MOVE     SPACES   TO  CHV-CLI
           ACCEPT   (10 29)  CHV-CLI  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-050.
           IF  CHV-CLI   =   SPACES
               GO  TO        ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           DISPLAY  CLI-ENT      NOM-ENT
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
           MOVE     SPACES   TO  CHV-LRC
           START    CADLRC   KEY GREATER  CHV-LRC
                    INVALID  KEY GO  TO   ROT-100-030.

       ROT-100-020.
           READ     CADLRC   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  CLI-LRC  NOT  =   CHV-CLI
               GO  TO        ROT-100-020.
           ADD      1        TO  ACM-QTD
           ADD      VAL-LRC  TO  ACM-VAL
           GO  TO   ROT-100-020.

       ROT-100-030.
           IF  ACM-QTD   =   ZEROS
               DISPLAY       MEN-004
               ACCEPT        OPC-001
               GO  TO        ROT-100-010.
           DISPLAY  QTD-ENT      VAL-ENT.

       ROT-100-040.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-040.
           DISPLAY  MEN-006
           PERFORM  ROT-300-000
           THRU     ROT-300-090
           PERFORM  ROT-400-000
           THRU     ROT-400-090
           PERFORM  ROT-600-000
           THRU     ROT-600-090
           DISPLAY  NRC-ENT
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  IND1.

       ROT-100-050.
           IF  IND1  =  1
               MOVE  "1A. VIA"  TO  VIA-RC2
           ELSE
               MOVE  "2A. VIA"  TO  VIA-RC2.
           PERFORM  ROT-700-000
           THRU     ROT-700-090
           ADD      1        TO  IND1
           IF  IND1  <  3
               GO  TO        ROT-100-050.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           GO  TO   ROT-100-010.

       ROT-200-000.
           DISPLAY  LPA-001  TLA-003.

       ROT-200-010.
           DISPLAY  LPA-002  MEN-008
           MOVE     ZEROS    TO  NUM-AUX
           ACCEPT   (16 29)  NUM-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-050.
           IF  NUM-AUX   =   ZEROS
               GO  TO        ROT-200-010.
           PERFORM  ROT-600-000
           THRU     ROT-600-090
           MOVE     SPACES   TO  RSP-OPC
           IF  ACM-QTD   =   ZEROS
               DISPLAY       MEN-009
               ACCEPT        OPC-001
               GO  TO        ROT-200-010.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           DISPLAY  CLI-ENT  NOM-ENT
                    QTD-ENT  VAL-ENT  NRC-ENT.

       ROT-200-020.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-200-020.
           DISPLAY  MEN-006
           OPEN     OUTPUT   RELATO
           MOVE     "REIMPRESSAO"  TO  VIA-RC2
           PERFORM  ROT-700-000
           THRU     ROT-700-090
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           GO  TO   ROT-200-010.

       ROT-300-000.
           OPEN     I-O      CADNRC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADNRC
               MOVE     ZEROS    TO  ULT-NRC
               WRITE    REG-NRC
               CLOSE    CADNRC
               OPEN     I-O      CADNRC.
           READ     CADNRC.

       ROT-300-010.
           ADD      1        TO  ULT-NRC
           MOVE     ULT-NRC  TO  NUM-RCB
           MOVE     ZEROS    TO  SEQ-RCB
           START    CADRCB   KEY NOT LESS  CHV-RCB
                    INVALID  KEY GO  TO    ROT-300-020.
           READ     CADRCB   NEXT AT END
                    GO  TO   ROT-300-020.
           IF  NUM-RCB   =   ULT-NRC
               GO  TO        ROT-300-010.

       ROT-300-020.
           REWRITE  REG-NRC
           CLOSE    CADNRC
           MOVE     ULT-NRC  TO  NUM-AUX.

       ROT-300-090.
           EXIT.

       ROT-400-000.
           MOVE     ZEROS    TO  SEQ-AUX
           MOVE     SPACES   TO  CHV-LRC
           START    CADLRC   KEY GREATER  CHV-LRC
                    INVALID  KEY GO  TO   ROT-400-090.

       ROT-400-010.
           READ     CADLRC   NEXT AT END
                    GO  TO   ROT-400-090.
           IF  CLI-LRC  NOT  =   CHV-CLI
               GO  TO        ROT-400-010.
           MOVE     ZEROS    TO  DTD-RCB  JRS-RCB  DSC-RCB  SDO-RCB
           MOVE     VAL-LRC  TO  VDC-RCB  VAL-RCB
           IF  TIP-LRC   =   2
               GO  TO        ROT-400-020.
           MOVE     NUM-LRC  TO  CHV-FAT
           READ     CADFAT   INVALID KEY
                    GO  TO   ROT-400-040.
           MOVE     DTA-FAT  TO  DTD-RCB  DTA-VNC
           MOVE     VAL-FAT  TO  VDC-RCB  VAL-TOT
           COMPUTE  SER-VCT  =   ANO-VNC  *  360
                             +   MES-VNC  *  30   +  DIA-VNC  +  30
           COMPUTE  DIA-ATR  =   SER-HOJ  -  SER-VCT
           IF  DIA-ATR  NOT  >   ZEROS
               GO  TO        ROT-400-030.
           COMPUTE  VAL-MLT  ROUNDED  =  VAL-FAT * TXM-PRM / 100
           COMPUTE  VAL-JRS  ROUNDED  =  VAL-FAT * TXJ-PRM
                                      *  DIA-ATR / 100
           COMPUTE  VAL-TOT  =   VAL-FAT  +  VAL-MLT  +  VAL-JRS
           GO  TO   ROT-400-030.

       ROT-400-020.
           MOVE     NUM-LRC  TO  CHV-NTE
           READ     CADNTE   INVALID KEY
                    GO  TO   ROT-400-040.
           MOVE     DTA-NTE  TO  DTD-RCB
           MOVE     VAL-NTE  TO  VDC-RCB  VAL-TOT.

       ROT-400-030.
           IF  VAL-LRC  NOT  <   VAL-TOT
               COMPUTE  JRS-RCB  =   VAL-LRC  -  VDC-RCB
               GO  TO        ROT-400-040.
           COMPUTE  JRS-RCB  =   VAL-TOT  -  VDC-RCB
           IF  VAL-LRC  NOT  <   VDC-RCB
               COMPUTE  DSC-RCB  =   VAL-TOT  -  VAL-LRC
               GO  TO        ROT-400-040.
           MOVE     JRS-RCB  TO  DSC-RCB
           COMPUTE  SDO-RCB  =   VDC-RCB  -  VAL-LRC.

       ROT-400-040.
           ADD      1        TO  SEQ-AUX
           MOVE     NUM-AUX  TO  NUM-RCB
           MOVE     SEQ-AUX  TO  SEQ-RCB
           MOVE     DTA-SY8  TO  DTA-RCB
           MOVE     CLI-LRC  TO  CLI-RCB
           MOVE     TIP-LRC  TO  TIP-RCB
           MOVE     NUM-LRC  TO  DOC-RCB
           WRITE    REG-RCB  INVALID KEY
                    GO  TO   ROT-400-010.
           GO  TO   ROT-400-010.

       ROT-400-090.
           EXIT.

       ROT-600-000.
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
           MOVE     NUM-AUX  TO  NUM-RCB
           MOVE     ZEROS    TO  SEQ-RCB
           START    CADRCB   KEY NOT LESS  CHV-RCB
                    INVALID  KEY GO  TO    ROT-600-090.

       ROT-600-010.
           READ     CADRCB   NEXT AT END
                    GO  TO   ROT-600-090.
           IF  NUM-RCB  NOT  =   NUM-AUX
               GO  TO        ROT-600-090.
           ADD      1        TO  ACM-QTD
           ADD      VAL-RCB  TO  ACM-VAL
           MOVE     CLI-RCB  TO  CLI-AUX
           MOVE     DTA-RCB  TO  DTA-EMI
           GO  TO   ROT-600-010.

       ROT-600-090.
           EXIT.

       ROT-700-000.
           MOVE     NUM-AUX  TO  NUM-RC2
           MOVE     CHV-CLI  TO  CLI-RC5
           MOVE     NOM-CLI  TO  NOM-RC5
           MOVE     ACM-VAL  TO  VAL-RC6  VAL-EXT
           MOVE     DIA-EMI  TO  DIA-R13
           MOVE     MES-EMI  TO  MES-R13
           MOVE     AN4-EMI  TO  ANO-R13
           WRITE    REG-REL FROM REC-001  AFTER  2
           WRITE    REG-REL FROM REC-002
           WRITE    REG-REL FROM REC-003
           WRITE    REG-REL FROM REC-004
           WRITE    REG-REL FROM REC-001
           WRITE    REG-REL FROM REC-005  AFTER  2
           WRITE    REG-REL FROM REC-006  AFTER  2
           PERFORM  ROT-800-000
           THRU     ROT-800-090
           PERFORM  ROT-750-000
           THRU     ROT-750-090
           WRITE    REG-REL FROM REC-008  AFTER  2
           WRITE    REG-REL FROM REC-009
           WRITE    REG-REL FROM REC-010
           WRITE    REG-REL FROM REC-009
           MOVE     ZEROS    TO  ACM-VDC  ACM-JRS  ACM-DSC  ACM-SDO
           MOVE     NUM-AUX  TO  NUM-RCB
           MOVE     ZEROS    TO  SEQ-RCB
           START    CADRCB   KEY NOT LESS  CHV-RCB
                    INVALID  KEY GO  TO    ROT-700-020.

       ROT-700-010.
           READ     CADRCB   NEXT AT END
                    GO  TO   ROT-700-020.
           IF  NUM-RCB  NOT  =   NUM-AUX
               GO  TO        ROT-700-020.
           IF  TIP-RCB   =   1
               MOVE     "FAT"    TO  TIP-R11
           ELSE
               MOVE     "NTA"    TO  TIP-R11.
           MOVE     DOC-RCB  TO  DOC-R11
           MOVE     DTD-RCB  TO  DTA-VNC
           MOVE     DIA-VNC  TO  DIA-R11
           MOVE     MES-VNC  TO  MES-R11
           MOVE     ANO-VNC  TO  ANO-R11
           MOVE     VDC-RCB  TO  VDC-R11
           MOVE     JRS-RCB  TO  JRS-R11
           MOVE     DSC-RCB  TO  DSC-R11
           MOVE     SDO-RCB  TO  SDO-R11
           MOVE     VAL-RCB  TO  VAL-R11
           ADD      VDC-RCB  TO  ACM-VDC
           ADD      JRS-RCB  TO  ACM-JRS
           ADD      DSC-RCB  TO  ACM-DSC
           ADD      SDO-RCB  TO  ACM-SDO
           WRITE    REG-REL FROM REC-011
           GO  TO   ROT-700-010.

       ROT-700-020.
           MOVE     ACM-VDC  TO  VDC-R12
           MOVE     ACM-JRS  TO  JRS-R12
           MOVE     ACM-DSC  TO  DSC-R12
           MOVE     ACM-SDO  TO  SDO-R12
           MOVE     ACM-VAL  TO  VAL-R12
           WRITE    REG-REL FROM REC-009
           WRITE    REG-REL FROM REC-012
           WRITE    REG-REL FROM REC-013  AFTER  2
           WRITE    REG-REL FROM REC-014  AFTER  3
           WRITE    REG-REL FROM REC-015
           WRITE    REG-REL FROM REC-001  AFTER  2.

       ROT-700-090.
           EXIT.

       ROT-750-000.
           MOVE     1        TO  IND5.

       ROT-750-010.
           MOVE     SPACES   TO  EXT-RC7
           COMPUTE  IND6  =  IND5  +  70
           IF  IND6  NOT  <  PTR-EXT
               MOVE     PTR-EXT  TO  IND6
               GO  TO        ROT-750-030.

       ROT-750-020.
           IF  LET-EXT (IND6)  NOT  =  SPACE
               SUBTRACT 1   FROM IND6
               GO  TO        ROT-750-020.

       ROT-750-030.
           MOVE     1        TO  IND7.

       ROT-750-040.
           IF  IND5  NOT  <  IND6
               GO  TO        ROT-750-050.
           MOVE     LET-EXT (IND5)  TO  LET-RC7 (IND7)
           ADD      1        TO  IND5  IND7
           GO  TO   ROT-750-040.

       ROT-750-050.
           WRITE    REG-REL FROM REC-007
           ADD      1        TO  IND5
           IF  IND5  <  PTR-EXT
               GO  TO        ROT-750-010.

       ROT-750-090.
           EXIT.

       ROT-800-000.
           MOVE     SPACES   TO  EXT-AUX
           MOVE     1        TO  PTR-EXT  IND3.

       ROT-800-010.
           IF  GRP-EXT (IND3)  =  ZEROS
               GO  TO        ROT-800-040.
           MOVE     GRP-EXT (IND3)  TO  NUM-GRP
           IF  PTR-EXT   =   1
               GO  TO        ROT-800-020.
           IF  NUM-GRP   <   100  OR  DEZ-GRP  =  ZEROS
               MOVE     "E"      TO  PAL-AUX
               PERFORM  ROT-870-000
               THRU     ROT-870-090
               GO  TO        ROT-800-020.
           MOVE     ","      TO  LET-EXT (PTR-EXT - 1)
           ADD      1        TO  PTR-EXT.

       ROT-800-020.
           IF  IND3  =  2  AND  NUM-GRP  =  1
               GO  TO        ROT-800-030.
           PERFORM  ROT-860-000
           THRU     ROT-860-090.

       ROT-800-030.
           IF  IND3  =  1  AND  NUM-GRP  =  1
               MOVE     "MILHAO"     TO  PAL-AUX.
           IF  IND3  =  1  AND  NUM-GRP  >  1
               MOVE     "MILHOES"    TO  PAL-AUX.
           IF  IND3  =  2
               MOVE     "MIL"        TO  PAL-AUX.
           IF  IND3  <  3
               PERFORM  ROT-870-000
               THRU     ROT-870-090.

       ROT-800-040.
           ADD      1        TO  IND3
           IF  IND3  <  4
               GO  TO        ROT-800-010.
           IF  INT-EXT   =   ZEROS
               GO  TO        ROT-800-050.
           IF  GRP-EXT (2)  =  ZEROS  AND  GRP-EXT (3)  =  ZEROS
               MOVE     "DE"     TO  PAL-AUX
               PERFORM  ROT-870-000
               THRU     ROT-870-090.
           IF  INT-EXT   =   1
               MOVE     "REAL"   TO  PAL-AUX
           ELSE
               MOVE     "REAIS"  TO  PAL-AUX.
           PERFORM  ROT-870-000
           THRU     ROT-870-090.

       ROT-800-050.
           IF  CTV-EXT   =   ZEROS
               GO  TO        ROT-800-090.
           IF  PTR-EXT   >   1
               MOVE     "E"      TO  PAL-AUX
               PERFORM  ROT-870-000
               THRU     ROT-870-090.
           MOVE     CTV-EXT  TO  NUM-GRP
           PERFORM  ROT-860-000
           THRU     ROT-860-090
           IF  CTV-EXT   =   1
               MOVE     "CENTAVO"    TO  PAL-AUX
           ELSE
               MOVE     "CENTAVOS"   TO  PAL-AUX.
           PERFORM  ROT-870-000
           THRU     ROT-870-090.

       ROT-800-090.
           EXIT.

       ROT-860-000.
           IF  NUM-GRP   =   100
               MOVE     "CEM"    TO  PAL-AUX
               PERFORM  ROT-870-000
               THRU     ROT-870-090
               GO  TO        ROT-860-090.
           IF  CEN-GRP   =   ZEROS
               GO  TO        ROT-860-010.
           MOVE     NOM-CEN (CEN-GRP)  TO  PAL-AUX
           PERFORM  ROT-870-000
           THRU     ROT-870-090
           IF  DEZ-GRP   =   ZEROS
               GO  TO        ROT-860-090.
           MOVE     "E"      TO  PAL-AUX
           PERFORM  ROT-870-000
           THRU     ROT-870-090.

       ROT-860-010.
           IF  DEZ-GRP   =   ZEROS
               GO  TO        ROT-860-090.
           IF  DEZ-GRP   <   20
               MOVE     NOM-UNI (DEZ-GRP)  TO  PAL-AUX
               PERFORM  ROT-870-000
               THRU     ROT-870-090
               GO  TO        ROT-860-090.
           MOVE     NOM-DEZ (DZA-GRP)  TO  PAL-AUX
           PERFORM  ROT-870-000
           THRU     ROT-870-090
           IF  UNI-GRP   =   ZEROS
               GO  TO        ROT-860-090.
           MOVE     "E"      TO  PAL-AUX
           PERFORM  ROT-870-000
           THRU     ROT-870-090
           MOVE     NOM-UNI (UNI-GRP)  TO  PAL-AUX
           PERFORM  ROT-870-000
           THRU     ROT-870-090.

       ROT-860-090.
           EXIT.

       ROT-870-000.
           MOVE     1        TO  IND4.

       ROT-870-010.
           IF  IND4  >  12
               GO  TO        ROT-870-020.
           IF  LET-PAL (IND4)  =  SPACE
               GO  TO        ROT-870-020.
           MOVE     LET-PAL (IND4)  TO  LET-EXT (PTR-EXT)
           ADD      1        TO  IND4  PTR-EXT
           GO  TO   ROT-870-010.

       ROT-870-020.
           ADD      1        TO  PTR-EXT.

       ROT-870-090.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADCLI   CADFAT   CADLRC
                    CADNTE   CADRCB   CADPRM
           CHAIN   "DYN500"  USING  PRM-001.
