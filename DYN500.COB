           03  LINE 16 COLUMN 34 PIC X(22) FROM " ?  6 - M. Direta   ?
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 56 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 34 PIC X(22) FROM " ?  7 - E-mail      ?
               BACKGROUND-COLOR  04.
           03  LINE 17 COLUMN 56 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 34 PIC X(22) FROM " 읕컴컴컴컴컴컴컴컴켸
               BACKGROUND-COLOR  04.
           03  LINE 18 COLUMN 56 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 36 PIC X(22) FROM SPACES.

       01  TLA-003.
           03  LINE 12 COLUMN 37 PIC X(03) FROM " 2"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 08 COLUMN 40 PIC X(24) FROM " 旼컴컴컴컴컴컴컴컴컴커
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 40 PIC X(24) FROM " ?                    ?
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 42 PIC X(20) FROM "     Movimento"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 09 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 40 PIC X(24) FROM " 쳐컴컴컴컴컴컴컴컴컴캑
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 40 PIC X(24) FROM " ?  1 - Requisicoes   ?
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 40 PIC X(24) FROM " ?  2 - Recebimentos  ?
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC X(24) FROM " ?  3 - Cheques-pre   ?
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC X(24) FROM " ?  4 - Cotas Placa   ?
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC X(24) FROM " ?  5 - Importacao    ?
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC X(24) FROM " ?  6 - Ordem Serv.   ?
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC X(24) FROM " ?  7 - Pre-pago      ?
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC X(24) FROM " ?  8 - Assinaturas   ?
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(24) FROM " ?  9 - Alugueis      ?
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC X(24) FROM " 읕컴컴컴컴컴컴컴컴컴켸
       01  TLA-014.
           03  LINE 11 COLUMN 37 PIC X(03) FROM " 1"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 11 COLUMN 40 PIC X(24) FROM " 旼컴컴컴컴컴컴컴컴컴커
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC X(24) FROM " ?                    ?
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 42 PIC X(20) FROM "     Cadastro "
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 12 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC X(24) FROM " 쳐컴컴컴컴컴컴컴컴컴캑
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC X(24) FROM " ?  1 - Clientes      ?
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC X(24) FROM " ?  2 - Motoristas    ?
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC X(24) FROM " ?  3 - Veiculos      ?
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC X(24) FROM " ?  4 - EDI Frota     ?
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC X(24) FROM " ?  5 - Ficha Credito ?
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(24) FROM " ?  6 - Unifica Cli.  ?
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC X(24) FROM " 읕컴컴컴컴컴컴컴컴컴켸
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 42 PIC X(24) FROM SPACES.

       01  TLA-004.
           03  LINE 13 COLUMN 37 PIC X(03) FROM " 3"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 08 COLUMN 40 PIC X(20) FROM " 旼컴컴컴컴컴컴컴커"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 40 PIC X(20) FROM " ?                ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 42 PIC X(16) FROM "    Cobranca"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 09 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 40 PIC X(20) FROM " 쳐컴컴컴컴컴컴컴캑"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 40 PIC X(20) FROM " ?  1 - Faturas   ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 40 PIC X(20) FROM " ?  2 - Boletos   ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC X(20) FROM " ?  3 - Notas     ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC X(20) FROM " ?  4 - Recibos   ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC X(20) FROM " ?  5 - Cobranca  ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC X(20) FROM " ?  6 - Remessa   ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC X(20) FROM " ?  7 - Desconto  ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC X(20) FROM " ?  8 - Acordos   ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(20) FROM " ?  9 - Contestar ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC X(20) FROM " 읕컴컴컴컴컴컴컴켸"
           03  LINE 21 COLUMN 42 PIC X(20) FROM SPACES.

       01  TLA-005.
           03  LINE 11 COLUMN 43 PIC X(03)  FROM  " 1"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  01.
           03  LINE 11 COLUMN 46 PIC X(19)  FROM  " 旼컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 46 PIC X(19)  FROM  " ?               ?"
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 48 PIC X(15)  FROM  "    Faturas"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  01.
           03  LINE 12 COLUMN 65 PIC X(02)  FROM  SPACES.
           03  LINE 13 COLUMN 46 PIC X(19)  FROM  " 쳐컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 65 PIC X(02)  FROM  SPACES.
           03  LINE 14 COLUMN 46 PIC X(19)  FROM  " ?  1 - Cliente  ?"
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 65 PIC X(02)  FROM  SPACES.
           03  LINE 15 COLUMN 46 PIC X(19)  FROM  " ?  2 - Periodo  ?"
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 65 PIC X(02)  FROM  SPACES.
           03  LINE 16 COLUMN 46 PIC X(19)  FROM  " 읕컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 65 PIC X(02)  FROM  SPACES.
           03  LINE 17 COLUMN 48 PIC X(19)  FROM  SPACES.

       01  TLA-006.
           03  LINE 15 COLUMN 37 PIC X(03)  FROM  " 5"
       01  TLA-007.
           03  LINE 12 COLUMN 43 PIC X(03) FROM  " 1"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  01.
           03  LINE 11 COLUMN 46 PIC X(20) FROM " 旼컴컴컴컴컴컴컴커
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 46 PIC X(20) FROM " ?                ?
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 48 PIC X(16) FROM "    Clientes"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  01.
           03  LINE 12 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 46 PIC X(20) FROM " 쳐컴컴컴컴컴컴컴캑
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 46 PIC X(20) FROM " ?  1 - Resumido  ?
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 46 PIC X(20) FROM " ?  2 - Saldos    ?
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 46 PIC X(20) FROM " ?  3 - Completo  ?
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 46 PIC X(20) FROM " ?  4 - Consumo   ?
               BACKGROUND-COLOR  04.
           03  LINE 17 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 46 PIC X(20) FROM " ?  5 - Rentabil  ?
               BACKGROUND-COLOR  04.
           03  LINE 18 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 46 PIC X(20) FROM " ?  6 - Anomalias ?
               BACKGROUND-COLOR  04.
           03  LINE 19 COLUMN 66 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 46 PIC X(20) FROM " 읕컴컴컴컴컴컴컴켸
               BACKGROUND-COLOR  07.

       01  LPA-002.
           03  LINE 08 COLUMN 56 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 58 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 58 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 58 PIC X(08) FROM SPACES
               BACKGROUND-COLOR  07.
               BACKGROUND-COLOR  07.

       01  LPA-003.
           03  LINE 11 COLUMN 62 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 62 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 62 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 62 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  07.
           DISPLAY  LPA-001      TLA-001
                    TLA-002      MEN-001
           GO  TO   ROT-000-020, ROT-200-000, ROT-300-000, ROT-400-000,
                    ROT-500-000, ROT-600-000, ROT-000-020,
                    DEPENDING    ON  PRM-001.

       ROT-000-010.
           DISPLAY  TLA-002.
           IF  TECLADO   =   01
               MOVE      0   TO  PRM-001
               GO  TO        ROT-000-040.
           IF  NUM-OPC   <   1  OR  >  7
               GO  TO        ROT-000-020.
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000, ROT-600-000,
                    ROT-700-000, DEPENDING    ON  NUM-OPC.

       ROT-000-030.
           DISPLAY  LPA-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  6
               GO  TO        ROT-100-010.
           IF  NUM-OPC   =   1   CHAIN  "DYN501"  USING  PRM-OPE.
           IF  NUM-OPC   =   2
               MOVE     1        TO    PRM-001
               CHAIN    "DYN532"  USING PRM-001.
           IF  NUM-OPC   =   3
               MOVE     1        TO    PRM-001
               CHAIN    "DYN546"  USING PRM-001.
           IF  NUM-OPC   =   4
               MOVE     1        TO    PRM-001
               CHAIN    "DYN548"  USING PRM-001.
           IF  NUM-OPC   =   5
               MOVE     1        TO    PRM-001
               CHAIN    "DYN549"  USING PRM-001  PRM-OPE.
           IF  NUM-OPC   =   6
               MOVE     1        TO    PRM-001
               CHAIN    "DYN550"  USING PRM-001  PRM-OPE.
           GO  TO   ROT-100-010.

       ROT-200-000.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  9
               GO  TO        ROT-200-010.
           IF  NUM-OPC   =   1   CHAIN  "DYN502".
           IF  NUM-OPC   =   2   CHAIN  "DYN503".
           IF  NUM-OPC   =   6
               MOVE     2        TO    PRM-001
               CHAIN    "DYN537"  USING PRM-001.
           IF  NUM-OPC   =   7
               MOVE     2        TO    PRM-001
               CHAIN    "DYN544"  USING PRM-001.
           IF  NUM-OPC   =   8
               MOVE     2        TO    PRM-001
               CHAIN    "DYN551"  USING PRM-001.
           IF  NUM-OPC   =   9
               MOVE     2        TO    PRM-001
               CHAIN    "DYN552"  USING PRM-001.

       ROT-300-000.
           DISPLAY  TLA-004.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  9
               GO  TO        ROT-300-010.
           IF  NUM-OPC   =   2   CHAIN  "DYN508".
           IF  NUM-OPC   =   3   CHAIN  "DYN509".
           IF  NUM-OPC   =   6
               MOVE     6        TO    PRM-001
               CHAIN    "DYN530"  USING PRM-001.
           IF  NUM-OPC   =   7
               MOVE     7        TO    PRM-001
               CHAIN    "DYN538"  USING PRM-001.
           IF  NUM-OPC   =   8
               MOVE     8        TO    PRM-001
               CHAIN    "DYN540"  USING PRM-001.
           IF  NUM-OPC   =   9
               MOVE     9        TO    PRM-001
               CHAIN    "DYN542"  USING PRM-001.
           DISPLAY  TLA-005.

       ROT-300-020.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-500-020.
           IF  NUM-OPC   <   1  OR  >  6
               GO  TO        ROT-500-110.
           IF  NUM-OPC   =   1   CHAIN  "DYN512".
           IF  NUM-OPC   =   2
           IF  NUM-OPC   =   5
               MOVE     5        TO    PRM-001
               CHAIN    "DYN535"  USING PRM-001.
           IF  NUM-OPC   =   6
               MOVE     5        TO    PRM-001
               CHAIN    "DYN547"  USING PRM-001.

       ROT-500-200.
           DISPLAY  TLA-008.
           IF  PRM-001   <   1  OR  >  2
               GO  TO        ROT-600-020.
           CHAIN    "DYN526"  USING  PRM-001.

       ROT-700-000.
           MOVE     7        TO  PRM-001
           CHAIN    "DYN553"  USING  PRM-001  PRM-OPE.
