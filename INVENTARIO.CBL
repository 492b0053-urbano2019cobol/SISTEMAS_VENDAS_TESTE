      *               INVENTARIO, RECEBER A CONTAGEM FISICA POR
      *               PRODUTO (DIGITADA OU IMPORTADA DE ARQUIVO),
      *               IMPRIMIR O RELATORIO DE DIVERGENCIAS
      *               (VALORIZADO PELO CUSTO MEDIO) E SO
      *               ENTAO APLICAR OS ACERTOS NO SALDO, GUARDANDO
      *               O HISTORICO DE CADA AJUSTE PARA AUDITORIA.
      *               O INVENTARIO PODE SER DE UM DEPOSITO (SALDO DO
      *               PRODUTO NO DEPOSITO) OU GERAL (SALDO TOTAL),
      *               ESTE SO ENQUANTO NAO HOUVER SALDOS POR DEPOSITO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  INVENTARIO FISICO COM ACERTO
      *               15/10/2026  DIVERGENCIA E AJUSTE VALORIZADOS
      *                           PELO CUSTO MEDIO DO PRODUTO (PRECO
      *                           DE CADASTRO SO PARA PRODUTO AINDA
      *                           SEM CUSTO)
      *               15/10/2026  CONTAGEM POR LOTE: SALDO DOS LOTES
      *                           CONGELADO NA ABERTURA, DIVERGENCIA
      *                           E ACERTO DO SALDO DE CADA LOTE
      *               15/10/2026  INVENTARIO POR DEPOSITO: SALDO DO
      *                           DEPOSITO CONGELADO NA ABERTURA E
      *                           ACERTO NO DEPOSITO E NO TOTAL DO
      *                           PRODUTO
      *

      *===============================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT5.

           SELECT FILE6 ASSIGN TO DISK "lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY IS FS6-CHAVE-FEFO.

           SELECT FILE7 ASSIGN TO DISK "inventariolotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY.

           SELECT FILE8 ASSIGN TO DISK "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT8
               RECORD KEY IS FS8-KEY.

           SELECT FILE9 ASSIGN TO DISK "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT9
               RECORD KEY IS FS9-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-EST-MINIMO PIC 9(007).
           05 FS-EST-MAXIMO PIC 9(007).
           05 FS-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

      * ARQUIVO DE INVENTARIO - UM REGISTRO POR PRODUTO COM O SALDO
      * CONGELADO NA ABERTURA E A CONTAGEM FISICA DIGITADA
               88 FS2-FOI-CONTADO VALUE "S".
               88 FS2-NAO-CONTADO VALUE "N".
           05 FS2-DATA-ABERT  PIC 9(008).
           05 FS2-CODDEP      PIC 9(003).

      * ARQUIVO DE IMPORTACAO DA CONTAGEM (CODIGO E QUANTIDADE)
       FD FILE3.
           05 FS4-CONTAGEM    PIC 9(007).
           05 FS4-DIFERENCA   PIC S9(007).
           05 FS4-CODOPER     PIC 9(004).
           05 FS4-CUSTO-UNIT  PIC 9(007)V9(002).
           05 FS4-LOTE        PIC X(015).
           05 FS4-CODDEP      PIC 9(003).

       FD FILE5.
       01 FILE5-REC           PIC X(120).

      * LOTES DO PRODUTO (lotes.dat) - SALDO POR LOTE
       FD FILE6.
       01 FILE6-REC.
           05 FS6-KEY.
               10 FS6-CODPROD      PIC 9(006).
               10 FS6-LOTE         PIC X(015).
           05 FS6-CHAVE-FEFO.
               10 FS6-FEFO-CODPROD PIC 9(006).
               10 FS6-VALIDADE     PIC 9(008).
               10 FS6-FEFO-LOTE    PIC X(015).
           05 FS6-SALDO         PIC S9(007).
           05 FS6-DATA-ENTRADA  PIC 9(008).
           05 FS6-NUM-NOTA      PIC 9(009).
           05 FILLER            PIC X(020).

      * INVENTARIO POR LOTE - UM REGISTRO POR LOTE COM SALDO, COM O
      * SALDO CONGELADO NA ABERTURA E A CONTAGEM DO LOTE
       FD FILE7.
       01 FILE7-REC.
           05 FS7-KEY.
               10 FS7-CODPROD PIC 9(006).
               10 FS7-LOTE    PIC X(015).
           05 FS7-VALIDADE    PIC 9(008).
           05 FS7-SALDO-CONG  PIC S9(007).
           05 FS7-CONTAGEM    PIC 9(007).
           05 FS7-CONTADO     PIC X(001).
               88 FS7-FOI-CONTADO VALUE "S".
               88 FS7-NAO-CONTADO VALUE "N".

      * DEPOSITOS E SALDO DO PRODUTO POR DEPOSITO
       FD FILE8.
       01 FILE8-REC.
           05 FS8-KEY.
               10 FS8-CODIGO  PIC 9(003).
           05 FS8-NOME        PIC X(030).
           05 FS8-TIPO        PIC X(001).
           05 FS8-STATUS      PIC X(001).
               88 FS8-ATIVO   VALUE "A".
           05 FILLER          PIC X(040).

       FD FILE9.
       01 FILE9-REC.
           05 FS9-KEY.
               10 FS9-CODPROD PIC 9(006).
               10 FS9-CODDEP  PIC 9(003).
           05 FS9-SALDO       PIC S9(007).
           05 FILLER          PIC X(010).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
       01 ED-CT6B         PIC ZZZZZ9.
       01 WS-DIFERENCA    PIC S9(007) VALUE ZEROS.
       01 WS-VLR-DIVERG   PIC S9(011)V9(002) VALUE ZEROS.
       01 WS-CUSTO-AJUSTE PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-VLR-DIVERG-TOT PIC S9(011)V9(002) VALUE ZEROS.
       01 WS-FIM-INV      PIC X(001) VALUE "N".
           88 FIM-INV VALUE "S".
           88 FIM-IMP VALUE "S".
       01 WS-TEM-INVENTARIO PIC X(001) VALUE "N".
           88 TEM-INVENTARIO VALUE "S".
       01 WS-TEM-SALDO-DEP PIC X(001) VALUE "N".
           88 TEM-SALDO-DEP VALUE "S".
       01 WS-BLOQUEIA-APLICACAO PIC X(001) VALUE "N".
           88 BLOQUEIA-APLICACAO VALUE "S".
       01 WS-CT-LOTES-CONG PIC 9(006) VALUE ZEROS.
       01 WS-CT-LOTES-DIV  PIC 9(006) VALUE ZEROS.
       01 WS-FIM-LOTE      PIC X(001) VALUE "N".
           88 FIM-LOTE VALUE "S".
       01 WS-LT-VALIDADE   PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-LT-VALIDADE.
           03 WS-LT-VAL-ANO PIC 9(004).
           03 WS-LT-VAL-MES PIC 9(002).
           03 WS-LT-VAL-DIA PIC 9(002).

      * DEPOSITO DO INVENTARIO (ZERO = INVENTARIO GERAL, PELO
      * SALDO TOTAL DO PRODUTO)
       01 WS-CODDEP        PIC 9(003) VALUE ZEROS.
       01 WS-NOME-DEP      PIC X(030) VALUE SPACES.
       01 WS-SALDO-ANT     PIC S9(007) VALUE ZEROS.

       01 WP-SEP.
           03 FILLER          PIC X(095) VALUE ALL "-".
           03 FILLER          PIC X(010) VALUE "CONTADO".
           03 FILLER          PIC X(010) VALUE "DIFER.".
           03 FILLER          PIC X(016) VALUE "VALOR DIVERG.".
       01 WP-CAB-DEP.
           03 FILLER          PIC X(011) VALUE "DEPOSITO: ".
           03 WP-DEP-CODIGO   PIC 9(003).
           03 FILLER          PIC X(003) VALUE " - ".
           03 WP-DEP-NOME     PIC X(030).
       01 WP-DET.
           03 WP-DET-CODPROD  PIC 9(006).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 FILLER          PIC X(020) VALUE
              "   VALOR TOTAL.....:".
           03 WP-ROD-VALOR    PIC ----.---.--9,99.
       01 WP-CAB-LOTE.
           03 FILLER          PIC X(008) VALUE "PRODUTO".
           03 FILLER          PIC X(017) VALUE "LOTE".
           03 FILLER          PIC X(015) VALUE "VALIDADE".
           03 FILLER          PIC X(010) VALUE "SISTEMA".
           03 FILLER          PIC X(010) VALUE "CONTADO".
           03 FILLER          PIC X(010) VALUE "DIFER.".
       01 WP-DET-LOTE.
           03 WP-DL-CODPROD   PIC 9(006).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-DL-LOTE      PIC X(015).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-DL-VAL-DIA   PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-DL-VAL-MES   PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-DL-VAL-ANO   PIC 9(004).
           03 FILLER          PIC X(005) VALUE SPACES.
           03 WP-DL-SISTEMA   PIC ------9.
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WP-DL-CONTADO   PIC ZZZZZZ9.
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WP-DL-DIFER     PIC ------9.
       01 WP-RODAPE-LOTE.
           03 FILLER          PIC X(025) VALUE
              "LOTES DIVERGENTES......: ".
           03 WP-RDL-QTD      PIC ZZZZZ9.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
           88 E-IMPORTAR  VALUE IS "3".
           88 E-RELATORIO VALUE IS "4".
           88 E-APLICAR   VALUE IS "5".
           88 E-CONT-LOTE VALUE IS "6".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5 PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
       77 FS-STAT6 PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
       77 FS-STAT7 PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT8 PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
           88 FS8-NAO-EXISTE VALUE 35.
       77 FS-STAT9 PIC 9(02).
           88 FS9-OK         VALUE ZEROS.
           88 FS9-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

           05 LINE 09 COLUMN 15 VALUE "3 - IMPORTAR CONTAGEM".
           05 LINE 10 COLUMN 15 VALUE "4 - RELATORIO DIVERGENCIAS".
           05 LINE 11 COLUMN 15 VALUE "5 - APLICAR ACERTOS".
           05 LINE 12 COLUMN 15 VALUE "6 - CONTAGEM POR LOTE".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01 COLUMN   29  VALUE
                "Inventario Fisico HBSIS".

           01  SS-ABERTURA.
               05  LINE  05 COLUMN 07  VALUE
                "Deposito (0=geral).....:".
               05  T-CODDEP   LINE  05  COLUMN 34 PIC 9(03)
                USING  WS-CODDEP      HIGHLIGHT .
               05  T-NOME-DEP LINE  05  COLUMN 42 PIC X(30)
                FROM   WS-NOME-DEP    HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-CONTAGEM.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo do Produto......:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-CONTAGEM-LOTE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo do Produto......:".
               05  T-LT-CODPROD LINE  05  COLUMN 34 PIC 9(06)
                USING  FS7-CODPROD    HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "Lote...................:".
               05  T-LT-LOTE LINE  07  COLUMN 34 PIC X(15)
                USING  FS7-LOTE  HIGHLIGHT .
               05  LINE  09 COLUMN 07  VALUE
                "Validade (AAAAMMDD)....:".
               05  T-LT-VALIDADE LINE  09  COLUMN 34 PIC 9(08)
                FROM  FS7-VALIDADE  HIGHLIGHT .
               05  LINE  11 COLUMN 07  VALUE
                "Contagem do Lote.......:".
               05  T-LT-CONTAGEM LINE  11  COLUMN 34 PIC 9(07)
                USING  FS7-CONTAGEM  HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                        PERFORM 6000-APLICAR THRU 6000-APLICAR-FIM
                     END-IF

                WHEN E-CONT-LOTE
                     PERFORM 3500-CONTAGEM-LOTE
                        THRU 3500-CONTAGEM-LOTE-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
           END-IF.

           IF NOT TEM-INVENTARIO OR E-SIM
              PERFORM 2120-ACEITA-DEPOSITO
           END-IF.

           IF (NOT TEM-INVENTARIO OR E-SIM)
              AND NOT COB-CRT-STATUS = COB-SCR-ESC
              CLOSE FILE2
              OPEN OUTPUT FILE2
              CLOSE FILE2
              OPEN I-O FILE2
              CLOSE FILE7
              OPEN OUTPUT FILE7
              CLOSE FILE7
              OPEN I-O FILE7
              PERFORM 2150-CONGELA-SALDOS
              PERFORM 2160-CONGELA-LOTES
              MOVE WS-CT-CONGELADOS TO ED-CT6
              MOVE WS-CT-LOTES-CONG TO ED-CT6B
              MOVE SPACES TO WS-MSGERRO
              STRING "INVENTARIO ABERTO - " ED-CT6
                     " PRODUTOS E " ED-CT6B " LOTES CONGELADOS"
                     INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.
       2100-ABRIR-FIM.
           EXIT.

      * -----------------------------------
      * DEPOSITO DO INVENTARIO: ZERO E O INVENTARIO GERAL PELO
      * SALDO TOTAL DO PRODUTO; SENAO DEPOSITO CADASTRADO E ATIVO.
      * COM SALDOS POR DEPOSITO GRAVADOS O INVENTARIO E POR
      * DEPOSITO: O ACERTO SO DO TOTAL DEIXARIA O PRODUTO DIFERENTE
      * DA SOMA DOS DEPOSITOS
       2120-ACEITA-DEPOSITO SECTION.
       2120.
           MOVE ZEROS TO WS-CODDEP FS-EXIT.
           MOVE SPACES TO WS-NOME-DEP.
           DISPLAY SS-ABERTURA.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODDEP
              IF WS-CODDEP EQUAL ZEROS
                 PERFORM 9160-VERIFICA-SALDO-DEP
                 IF TEM-SALDO-DEP
                    MOVE "HA SALDOS POR DEPOSITO - INFORME O DEPOSITO"
                         TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE "INVENTARIO GERAL" TO WS-NOME-DEP
                    MOVE 99 TO FS-EXIT
                 END-IF
              ELSE
                 MOVE WS-CODDEP TO FS8-CODIGO
                 READ FILE8 KEY IS FS8-KEY
                 IF FS-STAT8 NOT = "00"
                    MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF NOT FS8-ATIVO
                       MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       MOVE FS8-NOME TO WS-NOME-DEP
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY T-NOME-DEP.
           DISPLAY WS-LIMPA at 2118.
           MOVE ZEROS TO FS-EXIT.

       2120-ACEITA-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA NO INVENTARIO UM REGISTRO POR PRODUTO ATIVO COM O
      * SALDO DO MOMENTO DA ABERTURA (NO INVENTARIO DE DEPOSITO, O
      * SALDO DO PRODUTO NO DEPOSITO)
       2150-CONGELA-SALDOS SECTION.
       2150.
           MOVE ZEROS TO WS-CT-CONGELADOS.
                    MOVE FS-CODIGO    TO FS2-CODPROD
                    MOVE FS-DESCRICAO TO FS2-DESCR
                    MOVE FS-ESTOQUE   TO FS2-SALDO-CONG
                    IF WS-CODDEP NOT = ZEROS
                       PERFORM 9300-SALDO-DEPOSITO
                       MOVE FS9-SALDO TO FS2-SALDO-CONG
                    END-IF
                    MOVE ZEROS        TO FS2-CONTAGEM
                    MOVE "N"          TO FS2-CONTADO
                    MOVE WS-DATA-HOJE TO FS2-DATA-ABERT
                    MOVE WS-CODDEP    TO FS2-CODDEP
                    WRITE FILE2-REC
                        INVALID KEY
                            REWRITE FILE2-REC
       2150-CONGELA-SALDOS-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA NO INVENTARIO POR LOTE UM REGISTRO POR LOTE COM
      * SALDO, COM O SALDO DO LOTE NO MOMENTO DA ABERTURA
       2160-CONGELA-LOTES SECTION.
       2160.
           MOVE ZEROS TO WS-CT-LOTES-CONG.
           MOVE ZEROS TO FS6-CODPROD.
           MOVE LOW-VALUES TO FS6-LOTE.
           START FILE6 KEY IS NOT LESS THAN FS6-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT6
           END-START.

           PERFORM UNTIL NOT FS6-OK
              READ FILE6 NEXT
              END-READ
              IF FS6-OK
                 IF FS6-SALDO NOT = ZEROS
                    INITIALIZE FILE7-REC
                    MOVE FS6-CODPROD  TO FS7-CODPROD
                    MOVE FS6-LOTE     TO FS7-LOTE
                    MOVE FS6-VALIDADE TO FS7-VALIDADE
                    MOVE FS6-SALDO    TO FS7-SALDO-CONG
                    MOVE ZEROS        TO FS7-CONTAGEM
                    MOVE "N"          TO FS7-CONTADO
                    WRITE FILE7-REC
                        INVALID KEY
                            REWRITE FILE7-REC
                            END-REWRITE
                    END-WRITE
                    ADD 1 TO WS-CT-LOTES-CONG
                 END-IF
              END-IF
           END-PERFORM.

       2160-CONGELA-LOTES-FIM.
           EXIT.

      * -----------------------------------
      * DIGITA A CONTAGEM FISICA DE UM PRODUTO DO INVENTARIO
       3000-CONTAGEM SECTION.
       3000-CONTAGEM-FIM.
           EXIT.

      * -----------------------------------
      * DIGITA A CONTAGEM FISICA DE UM LOTE DO INVENTARIO. A
      * CONTAGEM DO LOTE ACERTA SO O SALDO DO LOTE; O SALDO DO
      * PRODUTO SEGUE A CONTAGEM DO PRODUTO
       3500-CONTAGEM-LOTE SECTION.
       3500.
           MOVE "CONTAGEM LOTE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE FILE7-REC.
           DISPLAY SS-CONTAGEM-LOTE.

       3500-LOTE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-LT-CODPROD
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-LT-LOTE
           END-IF
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF FS7-CODPROD EQUAL ZEROS OR FS7-LOTE EQUAL SPACES
                 MOVE "FAVOR INFORMAR PRODUTO E LOTE" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 READ FILE7 KEY IS FS7-KEY
                 IF FS-STAT7 NOT = "00"
                    MOVE ZEROS TO FS7-VALIDADE FS7-CONTAGEM
                    MOVE "LOTE FORA DO INVENTARIO ABERTO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY T-LT-VALIDADE
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-IF
           END-PERFORM.

       3500-QUANTIDADE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-LT-CONTAGEM
              MOVE "S" TO FS7-CONTADO
              REWRITE FILE7-REC
                  INVALID KEY
                      MOVE "ERRO AO GRAVAR A CONTAGEM" TO WS-MSGERRO
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
                  NOT INVALID KEY
                      MOVE "CONTAGEM DO LOTE GRAVADA" TO WS-MSGERRO
                      DISPLAY WS-MSGERRO at 2118
              END-REWRITE
              INITIALIZE FILE7-REC
              DISPLAY SS-CONTAGEM-LOTE
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       3500-CONTAGEM-LOTE-FIM.
           EXIT.

      * -----------------------------------
      * IMPORTA A CONTAGEM DO ARQUIVO contagem.txt (CODIGO E
      * QUANTIDADE POR LINHA), REJEITANDO PRODUTO FORA DO

      * -----------------------------------
      * IMPRIME O RELATORIO DE DIVERGENCIAS (SALDO SISTEMA X
      * CONTADO), VALORIZANDO A DIFERENCA PELO CUSTO MEDIO
       5000-RELATORIO SECTION.
       5000.
           MOVE "DIVERGENCIAS" TO WS-OP.

           OPEN OUTPUT FILE5.
           WRITE FILE5-REC FROM WP-CAB1.
           PERFORM 9150-DEPOSITO-INVENTARIO.
           MOVE WS-CODDEP   TO WP-DEP-CODIGO.
           MOVE WS-NOME-DEP TO WP-DEP-NOME.
           WRITE FILE5-REC FROM WP-CAB-DEP.
           WRITE FILE5-REC FROM WP-SEP.
           WRITE FILE5-REC FROM WP-CAB2.
           WRITE FILE5-REC FROM WP-SEP.
           MOVE WS-CT-DIVERGENTES TO WP-ROD-QTD.
           MOVE WS-VLR-DIVERG-TOT TO WP-ROD-VALOR.
           WRITE FILE5-REC FROM WP-RODAPE.

           PERFORM 5200-DIVERGENCIAS-LOTE.
           CLOSE FILE5.

           MOVE "RELATORIO GERADO EM inventario01.rel" TO WS-MSGERRO.
           EXIT.

      * -----------------------------------
      * IMPRIME UMA LINHA DE DIVERGENCIA, VALORIZADA PELO CUSTO
      * MEDIO DO PRODUTO
       5100-IMPRIME-DIVERGENCIA SECTION.
       5100.
           COMPUTE WS-DIFERENCA = FS2-CONTAGEM - FS2-SALDO-CONG.
           MOVE FS2-CODPROD TO FS-CODIGO.
           READ FILE1 KEY IS FS-KEY.
           IF FS-STAT = "00"
              PERFORM 9200-CUSTO-AJUSTE
              COMPUTE WS-VLR-DIVERG = WS-DIFERENCA * WS-CUSTO-AJUSTE
           ELSE
              MOVE ZEROS TO WS-VLR-DIVERG
           END-IF.
       5100-IMPRIME-DIVERGENCIA-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME AS DIVERGENCIAS DOS LOTES CONTADOS (SALDO DO LOTE
      * NA ABERTURA X CONTADO)
       5200-DIVERGENCIAS-LOTE SECTION.
       5200.
           MOVE ZEROS TO WS-CT-LOTES-DIV.
           MOVE "N" TO WS-FIM-LOTE.

           MOVE SPACES TO FILE5-REC.
           WRITE FILE5-REC.
           WRITE FILE5-REC FROM WP-CAB-LOTE.
           WRITE FILE5-REC FROM WP-SEP.

           MOVE ZEROS TO FS7-CODPROD.
           MOVE LOW-VALUES TO FS7-LOTE.
           START FILE7 KEY IS NOT LESS THAN FS7-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START.

           PERFORM UNTIL FIM-LOTE
              READ FILE7 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-LOTE
              END-READ
              IF NOT FIM-LOTE AND FS-STAT7 = "00"
                 IF FS7-FOI-CONTADO
                    AND FS7-CONTAGEM NOT = FS7-SALDO-CONG
                    COMPUTE WS-DIFERENCA = FS7-CONTAGEM
                                         - FS7-SALDO-CONG
                    MOVE FS7-VALIDADE   TO WS-LT-VALIDADE
                    MOVE FS7-CODPROD    TO WP-DL-CODPROD
                    MOVE FS7-LOTE       TO WP-DL-LOTE
                    MOVE WS-LT-VAL-DIA  TO WP-DL-VAL-DIA
                    MOVE WS-LT-VAL-MES  TO WP-DL-VAL-MES
                    MOVE WS-LT-VAL-ANO  TO WP-DL-VAL-ANO
                    MOVE FS7-SALDO-CONG TO WP-DL-SISTEMA
                    MOVE FS7-CONTAGEM   TO WP-DL-CONTADO
                    MOVE WS-DIFERENCA   TO WP-DL-DIFER
                    WRITE FILE5-REC FROM WP-DET-LOTE
                    ADD 1 TO WS-CT-LOTES-DIV
                 END-IF
              ELSE
                 MOVE "S" TO WS-FIM-LOTE
              END-IF
           END-PERFORM.

           WRITE FILE5-REC FROM WP-SEP.
           MOVE WS-CT-LOTES-DIV TO WP-RDL-QTD.
           WRITE FILE5-REC FROM WP-RODAPE-LOTE.

       5200-DIVERGENCIAS-LOTE-FIM.
           EXIT.

      * -----------------------------------
      * APLICA OS ACERTOS DOS PRODUTOS CONTADOS E DIVERGENTES NO
      * SALDO DE PRODUTOS, GRAVANDO O HISTORICO DE CADA AJUSTE, E
           DISPLAY SS-TELA-REGISTRO.

           MOVE "N" TO WS-ERRO.
           MOVE "N" TO WS-BLOQUEIA-APLICACAO.
           MOVE "CONFIRMA A APLICACAO DOS ACERTOS (S/N)?" TO
                WS-MSGERRO.
           ACCEPT SS-ERRO.

      * INVENTARIO GERAL ABERTO ANTES DOS SALDOS POR DEPOSITO NAO
      * E MAIS APLICADO (VER 2120-ACEITA-DEPOSITO)
           IF E-SIM
              PERFORM 9150-DEPOSITO-INVENTARIO
              IF WS-CODDEP = ZEROS
                 PERFORM 9160-VERIFICA-SALDO-DEP
                 IF TEM-SALDO-DEP
                    MOVE "S" TO WS-BLOQUEIA-APLICACAO
                    MOVE "HA SALDOS POR DEPOSITO - REABRA POR DEPOSITO"
                         TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
           END-IF.

           IF E-SIM AND NOT BLOQUEIA-APLICACAO
              MOVE ZEROS TO WS-CT-AJUSTADOS
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              ACCEPT WS-HORA-COMP FROM TIME
                 END-IF
              END-PERFORM

              PERFORM 6200-APLICA-LOTES

      * INVENTARIO APLICADO E ENCERRADO: OS ARQUIVOS SAO
      * RECRIADOS VAZIOS PARA A PROXIMA ABERTURA
              CLOSE FILE2
              OPEN OUTPUT FILE2
              CLOSE FILE2
              OPEN I-O FILE2
              CLOSE FILE7
              OPEN OUTPUT FILE7
              CLOSE FILE7
              OPEN I-O FILE7

              MOVE WS-CT-AJUSTADOS TO ED-CT6
              MOVE SPACES TO WS-MSGERRO

      * -----------------------------------
      * AJUSTA O SALDO DE UM PRODUTO PARA A CONTAGEM E GRAVA O
      * HISTORICO DO AJUSTE PARA AUDITORIA. NO INVENTARIO DE
      * DEPOSITO O SALDO DO DEPOSITO VAI PARA A CONTAGEM E O SALDO
      * TOTAL DO PRODUTO ANDA PELA MESMA DIFERENCA
       6100-AJUSTA-PRODUTO SECTION.
       6100.
           MOVE FS2-CODPROD TO FS-CODIGO.
           READ FILE1 KEY IS FS-KEY.
           IF FS-STAT = "00"
              IF WS-CODDEP = ZEROS
                 MOVE FS-ESTOQUE TO WS-SALDO-ANT
              ELSE
                 PERFORM 9300-SALDO-DEPOSITO
                 MOVE FS9-SALDO  TO WS-SALDO-ANT
              END-IF
              INITIALIZE FILE4-REC
              MOVE WS-DATA-HOJE   TO FS4-DATA-AJUSTE
              MOVE WS-HORA-AJU    TO FS4-HORA-AJUSTE
              MOVE FS2-CODPROD    TO FS4-CODPROD
              MOVE WS-SALDO-ANT   TO FS4-SALDO-ANT
              MOVE FS2-CONTAGEM   TO FS4-CONTAGEM
              COMPUTE FS4-DIFERENCA = FS2-CONTAGEM - WS-SALDO-ANT
              MOVE WS-CODOPER     TO FS4-CODOPER
              PERFORM 9200-CUSTO-AJUSTE
              MOVE WS-CUSTO-AJUSTE TO FS4-CUSTO-UNIT
              MOVE WS-CODDEP      TO FS4-CODDEP
              WRITE FILE4-REC

              IF WS-CODDEP = ZEROS
                 MOVE FS2-CONTAGEM TO FS-ESTOQUE
              ELSE
                 ADD FS4-DIFERENCA TO FS-ESTOQUE
                 MOVE FS2-CONTAGEM TO FS9-SALDO
                 IF FS9-OK
                    REWRITE FILE9-REC
                    END-REWRITE
                 ELSE
                    WRITE FILE9-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                 END-IF
              END-IF
              REWRITE FILE1-REC
              END-REWRITE
              ADD 1 TO WS-CT-AJUSTADOS
       6100-AJUSTA-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * APLICA OS ACERTOS DOS LOTES CONTADOS E DIVERGENTES NO
      * SALDO DO LOTE, GRAVANDO O HISTORICO COM O LOTE
       6200-APLICA-LOTES SECTION.
       6200.
           MOVE "N" TO WS-FIM-LOTE.
           MOVE ZEROS TO FS7-CODPROD.
           MOVE LOW-VALUES TO FS7-LOTE.
           START FILE7 KEY IS NOT LESS THAN FS7-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START.

           PERFORM UNTIL FIM-LOTE
              READ FILE7 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-LOTE
              END-READ
              IF NOT FIM-LOTE AND FS-STAT7 = "00"
                 IF FS7-FOI-CONTADO
                    AND FS7-CONTAGEM NOT = FS7-SALDO-CONG
                    PERFORM 6250-AJUSTA-LOTE
                 END-IF
              ELSE
                 MOVE "S" TO WS-FIM-LOTE
              END-IF
           END-PERFORM.

       6200-APLICA-LOTES-FIM.
           EXIT.

      * -----------------------------------
      * AJUSTA O SALDO DE UM LOTE PARA A CONTAGEM E GRAVA O
      * HISTORICO DO AJUSTE COM O LOTE, PELO CUSTO DO PRODUTO
       6250-AJUSTA-LOTE SECTION.
       6250.
           MOVE FS7-CODPROD TO FS6-CODPROD.
           MOVE FS7-LOTE    TO FS6-LOTE.
           READ FILE6 KEY IS FS6-KEY.
           IF FS-STAT6 = "00"
              MOVE ZEROS TO WS-CUSTO-AJUSTE
              MOVE FS7-CODPROD TO FS-CODIGO
              READ FILE1 KEY IS FS-KEY
              IF FS-STAT = "00"
                 PERFORM 9200-CUSTO-AJUSTE
              END-IF

              INITIALIZE FILE4-REC
              MOVE WS-DATA-HOJE   TO FS4-DATA-AJUSTE
              MOVE WS-HORA-AJU    TO FS4-HORA-AJUSTE
              MOVE FS7-CODPROD    TO FS4-CODPROD
              MOVE FS6-SALDO      TO FS4-SALDO-ANT
              MOVE FS7-CONTAGEM   TO FS4-CONTAGEM
              COMPUTE FS4-DIFERENCA = FS7-CONTAGEM - FS6-SALDO
              MOVE WS-CODOPER     TO FS4-CODOPER
              MOVE WS-CUSTO-AJUSTE TO FS4-CUSTO-UNIT
              MOVE FS7-LOTE       TO FS4-LOTE
              WRITE FILE4-REC

              MOVE FS7-CONTAGEM TO FS6-SALDO
              REWRITE FILE6-REC
              END-REWRITE
           END-IF.

       6250-AJUSTA-LOTE-FIM.
           EXIT.

      * -----------------------------------
      * CUSTO UNITARIO QUE VALORIZA A DIVERGENCIA E O AJUSTE: O
      * CUSTO MEDIO, OU O PRECO DE CADASTRO PARA PRODUTO SEM CUSTO
       9200-CUSTO-AJUSTE SECTION.
       9200.
           IF FS-CUSTO-MEDIO NUMERIC AND FS-CUSTO-MEDIO > ZEROS
              MOVE FS-CUSTO-MEDIO TO WS-CUSTO-AJUSTE
           ELSE
              MOVE FS-PRECO TO WS-CUSTO-AJUSTE
           END-IF.

       9200-CUSTO-AJUSTE-FIM.
           EXIT.

      * -----------------------------------
      * DEPOSITO DO INVENTARIO ABERTO, GRAVADO NOS REGISTROS NA
      * ABERTURA (INVENTARIO ANTIGO, SEM DEPOSITO, E GERAL)
       9150-DEPOSITO-INVENTARIO SECTION.
       9150.
           MOVE ZEROS TO WS-CODDEP.
           MOVE "INVENTARIO GERAL" TO WS-NOME-DEP.
           MOVE ZEROS TO FS2-CODPROD.
           START FILE2 KEY IS GREATER THAN FS2-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-STAT2 = "00"
              READ FILE2 NEXT
              END-READ
              IF FS-STAT2 = "00" AND FS2-CODDEP NUMERIC
                 MOVE FS2-CODDEP TO WS-CODDEP
              END-IF
           END-IF.
           IF WS-CODDEP NOT = ZEROS
              MOVE WS-CODDEP TO FS8-CODIGO
              READ FILE8 KEY IS FS8-KEY
              IF FS-STAT8 = "00"
                 MOVE FS8-NOME TO WS-NOME-DEP
              ELSE
                 MOVE SPACES   TO WS-NOME-DEP
              END-IF
           END-IF.

       9150-DEPOSITO-INVENTARIO-FIM.
           EXIT.

      * -----------------------------------
      * LE O SALDO DO PRODUTO FS-CODIGO NO DEPOSITO DO INVENTARIO.
      * SEM SALDO GRAVADO, PREPARA O REGISTRO ZERADO (FS9-OK FALSO)
       9300-SALDO-DEPOSITO SECTION.
       9300.
           MOVE FS-CODIGO TO FS9-CODPROD.
           MOVE WS-CODDEP TO FS9-CODDEP.
           READ FILE9 KEY IS FS9-KEY.
           IF NOT FS9-OK
              INITIALIZE FILE9-REC
              MOVE FS-CODIGO TO FS9-CODPROD
              MOVE WS-CODDEP TO FS9-CODDEP
              MOVE ZEROS     TO FS9-SALDO
           END-IF.

       9300-SALDO-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * VERIFICA SE HA INVENTARIO ABERTO (ARQUIVO COM REGISTROS)
       9100-VERIFICA-INVENTARIO SECTION.
       9100-VERIFICA-INVENTARIO-FIM.
           EXIT.

      * -----------------------------------
      * VERIFICA SE HA SALDOS POR DEPOSITO GRAVADOS EM estoquedep.dat
       9160-VERIFICA-SALDO-DEP SECTION.
       9160.
           MOVE "N" TO WS-TEM-SALDO-DEP.
           MOVE ZEROS TO FS9-CODPROD FS9-CODDEP.
           START FILE9 KEY IS NOT LESS THAN FS9-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-STAT9 = "00"
              READ FILE9 NEXT
              END-READ
              IF FS-STAT9 = "00"
                 MOVE "S" TO WS-TEM-SALDO-DEP
              END-IF
           END-IF.

       9160-VERIFICA-SALDO-DEP-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE4 FILE6 FILE7 FILE8 FILE9.

       8000-FINALIZA-FIM.
           EXIT.
               OPEN EXTEND FILE4
           END-IF.

           OPEN I-O FILE6
           IF FS6-NAO-EXISTE THEN
               OPEN OUTPUT FILE6
               CLOSE FILE6
               OPEN I-O FILE6
           END-IF.

           OPEN I-O FILE7
           IF FS7-NAO-EXISTE THEN
               OPEN OUTPUT FILE7
               CLOSE FILE7
               OPEN I-O FILE7
           END-IF.

           OPEN INPUT FILE8
           IF FS8-NAO-EXISTE THEN
              MOVE "ARQUIVO DE DEPOSITOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE9
           IF FS9-NAO-EXISTE THEN
               OPEN OUTPUT FILE9
               CLOSE FILE9
               OPEN I-O FILE9
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

