       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    PEDIDOS-COMPRA.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     PEDIDO DE COMPRA
      *
      * OBJETIVO:     GERAR O PEDIDO DE COMPRA A PARTIR DA SUGESTAO
      *               DE REPOSICAO (PRODUTO ATIVO COM SALDO MAIS O
      *               JA PEDIDO ABAIXO DO ESTOQUE MINIMO, REPONDO
      *               ATE O MAXIMO), COM NUMERO DO CONTROLE CENTRAL,
      *               FORNECEDOR, PREVISAO DE ENTREGA, QUANTIDADE E
      *               CUSTO PREVISTO POR ITEM. O SALDO PENDENTE DE
      *               CADA ITEM E BAIXADO PELA ENTRADA DE
      *               MERCADORIAS. CONSULTA E CANCELAMENTO DO PEDIDO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  PEDIDO DE COMPRA PELA REPOSICAO
      *               15/10/2026  CUSTO PREVISTO SUGERIDO PELO CUSTO
      *                           MEDIO DO PRODUTO
      *

      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK
                 "pedcompra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CODFOR WITH DUPLICATES.

           SELECT FILE2 ASSIGN TO DISK
                 "pedcompraitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CODPROD WITH DUPLICATES.

           SELECT FILE3 ASSIGN TO DISK
                 "fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY
               ALTERNATE RECORD KEY FS3-CNPJ.

           SELECT FILE4 ASSIGN TO DISK
                 "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK "controlenum.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

       DATA DIVISION.
       FILE SECTION.
      * CABECALHO DO PEDIDO DE COMPRA. SITUACAO: A=ABERTO,
      * P=RECEBIDO EM PARTE, R=RECEBIDO, C=CANCELADO
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-NUMPED     PIC 9(007).
           05 FS-CODFOR         PIC 9(006).
           05 FS-DATA-PEDIDO    PIC 9(008).
           05 FS-DATA-PREVISTA  PIC 9(008).
           05 FS-QTDITENS       PIC 9(003).
           05 FS-VALOR-TOTAL    PIC 9(009)V9(002).
           05 FS-STATUS         PIC X(001).
               88 FS-STATUS-ABERTO    VALUE "A".
               88 FS-STATUS-PARCIAL   VALUE "P".
               88 FS-STATUS-RECEBIDO  VALUE "R".
               88 FS-STATUS-CANCELADO VALUE "C".
           05 FS-CODOPER        PIC 9(004).
           05 FS-HORA-MOV       PIC 9(006).
           05 FILLER            PIC X(020).

      * ITENS DO PEDIDO DE COMPRA - O SALDO PENDENTE E A QUANTIDADE
      * PEDIDA MENOS A RECEBIDA PELA ENTRADA DE MERCADORIAS
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-NUMPED    PIC 9(007).
               10 FS2-SEQ       PIC 9(003).
           05 FS2-CODPROD       PIC 9(006).
           05 FS2-QTD-PEDIDA    PIC 9(007).
           05 FS2-QTD-RECEBIDA  PIC 9(007).
           05 FS2-CUSTO-PREV    PIC 9(007)V9(002).
           05 FILLER            PIC X(010).

       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(006).
           05 FS3-NOME       PIC X(040).
           05 FS3-CNPJ       PIC 9(014).
           05 FS3-CONTATO    PIC X(030).
           05 FS3-PRAZO-ENTREGA PIC 9(003).
           05 FS3-STATUS     PIC X(001).
               88 FS3-STATUS-ATIVA    VALUE "A".
               88 FS3-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(020).

       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-CODIGO PIC 9(006).
           05 FS4-DESCRICAO  PIC X(030).
           05 FS4-PRECO      PIC 9(007)V9(002).
           05 FS4-ESTOQUE    PIC S9(007).
           05 FS4-STATUS     PIC X(001).
               88 FS4-STATUS-ATIVA    VALUE "A".
               88 FS4-STATUS-INATIVA  VALUE "I".
           05 FS4-EST-MINIMO PIC 9(007).
           05 FS4-EST-MAXIMO PIC 9(007).
           05 FS4-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

      * CONTROLE CENTRAL DE NUMERACAO (controlenum.dat) - CONTADOR
      * "COMPRA" PARA O NUMERO DO PEDIDO
       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-NOME PIC X(010).
           05 FS5-PROXIMO  PIC 9(009).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
           03  WS-CONT        PIC 9(03) VALUE ZEROS.
           03  ED-CONT        PIC ZZ9.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.
       01 WS-HORA.
           03  WS-HOR         PIC 9(02) VALUE ZEROS.
           03  WS-MIN         PIC 9(02) VALUE ZEROS.
           03  WS-SEG         PIC 9(02) VALUE ZEROS.
           03  WS-CSE         PIC 9(02) VALUE ZEROS.
       01 WS-MODULO.
           03 FILLER PIC X(13) VALUE "COMPRAS -    ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CABECALHO DO PEDIDO EM DIGITACAO OU EM CONSULTA
       01 WS-NUMPED        PIC 9(007) VALUE ZEROS.
       01 WS-CODFOR        PIC 9(006) VALUE ZEROS.
       01 WS-PREVISTA      PIC 9(008) VALUE ZEROS.
       01 WS-DESC-SITUACAO PIC X(020) VALUE SPACES.
       01 WS-VALOR-PEDIDO  PIC 9(009)V9(002) VALUE ZEROS.

      * ITENS ACEITOS NA SUGESTAO, GRAVADOS SO NA CONFIRMACAO DO
      * PEDIDO PARA NAO CONSUMIR NUMERO EM PEDIDO DESCARTADO
       01 WS-TAB-PEDIDO.
           03 WS-TAB-ITEM OCCURS 50 TIMES.
               05 WS-TAB-CODPROD PIC 9(006).
               05 WS-TAB-QTD     PIC 9(007).
               05 WS-TAB-CUSTO   PIC 9(007)V9(002).
       01 WS-QT-ITENS      PIC 9(003) VALUE ZEROS.
       01 WS-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-ITENS     PIC 9(003) VALUE 50.

       01 WS-PENDENTE      PIC S9(007) VALUE ZEROS.
       01 WS-SUGERIDO      PIC S9(007) VALUE ZEROS.
       01 WS-QTD-PEDIR     PIC 9(007) VALUE ZEROS.
       01 WS-CUSTO-PREV    PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-PEND-ITEM     PIC S9(007) VALUE ZEROS.
       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-COMP     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-MOV      PIC 9(006) VALUE ZEROS.
       01 WS-FIM-PROD      PIC X(001) VALUE "N".
           88 FIM-PROD VALUE "S".
       01 WS-SUGERE        PIC X(001) VALUE "N".
           88 SUGERE-PRODUTO VALUE "S".
       01 WS-FIM-PEND      PIC X(001) VALUE "N".
           88 FIM-PEND VALUE "S".
       01 ED-NUMPED        PIC ZZZZZZ9.
       01 ED-QT-ITENS      PIC ZZ9.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-GERAR     VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-CANCELAR  VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT2 PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
       77 FS-STAT3 PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
       77 FS-STAT4 PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5 PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 FS-EXIT PIC 9(02) VALUE ZEROS.
           88 FS-PROCESSA   VALUE 0.
           88 FS-TERMINA    VALUE 99.

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(100).

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "PEDIDO DE COMPRA HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "============================ "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE
                "1 - GERAR PELA SUGESTAO DE REPOSICAO".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - CANCELAR".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Pedido de Compra HBSIS".

           01  SS-PEDIDO.
               05  LINE  05 COLUMN 07  VALUE
                "Numero do Pedido.......:".
               05  T-NUMPED  LINE  05  COLUMN 34 PIC 9(07)
                USING  WS-NUMPED    HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "Fornecedor.............:".
               05  T-CODFOR  LINE  07  COLUMN 34 PIC 9(06)
                USING  WS-CODFOR    HIGHLIGHT .
               05  T-NOMEFOR LINE  07  COLUMN 42 PIC X(30)
                FROM   FS3-NOME     HIGHLIGHT .
               05  LINE  09 COLUMN 07  VALUE
                "Previsao Entr(AAAAMMDD):".
               05  T-PREVISTA LINE  09  COLUMN 34 PIC 9(08)
                USING  WS-PREVISTA  HIGHLIGHT .
               05  LINE  11 COLUMN 07  VALUE
                "Situacao...............:".
               05  T-SITUACAO LINE  11  COLUMN 34 PIC X(20)
                FROM   WS-DESC-SITUACAO HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-SUGESTAO.
               05  LINE 13 COLUMN 07 VALUE
                    "Produto................:".
               05  T-SUG-PROD LINE 13 COLUMN 34 PIC 9(06)
                            FROM FS4-CODIGO HIGHLIGHT.
               05  T-SUG-DESCR LINE 13 COLUMN 42 PIC X(30)
                            FROM FS4-DESCRICAO HIGHLIGHT.
               05  LINE 14 COLUMN 07 VALUE
                    "Saldo / Minimo / Maximo:".
               05  T-SUG-SALDO LINE 14 COLUMN 34 PIC -ZZZZZZ9
                            FROM FS4-ESTOQUE HIGHLIGHT.
               05  T-SUG-MIN LINE 14 COLUMN 44 PIC ZZZZZZ9
                            FROM FS4-EST-MINIMO HIGHLIGHT.
               05  T-SUG-MAX LINE 14 COLUMN 53 PIC ZZZZZZ9
                            FROM FS4-EST-MAXIMO HIGHLIGHT.
               05  LINE 15 COLUMN 07 VALUE
                    "Pendente em Pedidos....:".
               05  T-SUG-PEND LINE 15 COLUMN 34 PIC -ZZZZZZ9
                            FROM WS-PENDENTE HIGHLIGHT.
               05  LINE 16 COLUMN 07 VALUE
                    "Quantidade Sugerida....:".
               05  T-SUG-QTD LINE 16 COLUMN 34 PIC -ZZZZZZ9
                            FROM WS-SUGERIDO HIGHLIGHT.
               05  LINE 17 COLUMN 07 VALUE
                    "Quantidade (0=nao pede):".
               05  T-QTD-PEDIR LINE 17 COLUMN 34 PIC 9(07)
                            USING WS-QTD-PEDIR HIGHLIGHT.
               05  LINE 18 COLUMN 07 VALUE
                    "Custo Unitario Previsto:".
               05  T-CUSTO-PREV LINE 18 COLUMN 34 PIC ZZZZZ9,99
                            USING WS-CUSTO-PREV HIGHLIGHT.

           01  SS-ITEM-PEDIDO.
               05  LINE 13 COLUMN 07 VALUE
                    "Item / Produto.........:".
               05  T-ITEM-SEQ LINE 13 COLUMN 34 PIC 9(03)
                            FROM FS2-SEQ HIGHLIGHT.
               05  T-ITEM-PROD LINE 13 COLUMN 38 PIC 9(06)
                            FROM FS2-CODPROD HIGHLIGHT.
               05  T-ITEM-DESCR LINE 13 COLUMN 45 PIC X(30)
                            FROM FS4-DESCRICAO HIGHLIGHT.
               05  LINE 15 COLUMN 07 VALUE
                    "Quantidade Pedida......:".
               05  T-ITEM-PEDIDA LINE 15 COLUMN 34 PIC ZZZZZZ9
                            FROM FS2-QTD-PEDIDA HIGHLIGHT.
               05  LINE 16 COLUMN 07 VALUE
                    "Quantidade Recebida....:".
               05  T-ITEM-RECEB LINE 16 COLUMN 34 PIC ZZZZZZ9
                            FROM FS2-QTD-RECEBIDA HIGHLIGHT.
               05  LINE 17 COLUMN 07 VALUE
                    "Saldo Pendente.........:".
               05  T-ITEM-PEND LINE 17 COLUMN 34 PIC -ZZZZZZ9
                            FROM WS-PEND-ITEM HIGHLIGHT.
               05  LINE 18 COLUMN 07 VALUE
                    "Custo Unitario Previsto:".
               05  T-ITEM-CUSTO LINE 18 COLUMN 34 PIC ZZZZZ9,99
                            FROM FS2-CUSTO-PREV HIGHLIGHT.

           01  SS-TOTAL.
               05  LINE 20 COLUMN 07 VALUE "ITENS: ".
               05  T-QT-ITENS LINE 20 COLUMN 14 PIC ZZ9
                            FROM WS-QT-ITENS HIGHLIGHT.
               05  LINE 20 COLUMN 50 VALUE "TOTAL PREVISTO: ".
               05  T-VALOR-PEDIDO LINE 20 COLUMN 66 PIC ZZZZZZZ9,99
                            FROM WS-VALOR-PEDIDO HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESSO UNTIL E-ENCERRAR.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

       1000-INICIO SECTION.
       1000.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT    WS-NUML FROM LINES
           ACCEPT    WS-NUMC FROM COLUMNS

           CALL "LOGON-OPERADOR" USING WS-LOGON-PARM.
           IF NOT LOGON-OK
              MOVE "X" TO WS-OPCAO
           ELSE
              DISPLAY   SS-TELA-REGISTRO
              PERFORM  9000-ABRIR-ARQUIVOS
                THRU   9000-ABRIR-ARQUVOS-FIM
           END-IF.

       1000-EXIT.
           EXIT.

       2000-PROCESSO SECTION.
       2000.
           MOVE "MENU" TO WS-OP
           MOVE "ESCOLHA A OPCAO" TO WS-STATUS
           MOVE SPACES TO WS-OPCAO
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CLS
           ACCEPT SS-MENU
           ACCEPT WS-HORA FROM TIME
           ACCEPT WS-DATA FROM DATE
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-CLS
           MOVE ZEROS TO FS-EXIT.
           EVALUATE TRUE
                WHEN E-GERAR
                     PERFORM 2100-GERAR THRU 2100-GERAR-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CANCELAR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                        PERFORM 4000-CANCELAR THRU 4000-CANCELAR-FIM
                          UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * GERA UM PEDIDO: FORNECEDOR, PREVISAO DE ENTREGA (HOJE MAIS
      * O PRAZO DO FORNECEDOR, ALTERAVEL) E A PASSAGEM PELOS
      * PRODUTOS DA SUGESTAO DE REPOSICAO, ONDE O OPERADOR ACEITA
      * OU AJUSTA A QUANTIDADE E INFORMA O CUSTO PREVISTO
       2100-GERAR SECTION.
       2100.
           MOVE "GERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMPED WS-CODFOR WS-PREVISTA
                         WS-QT-ITENS WS-VALOR-PEDIDO.
           MOVE SPACES TO WS-DESC-SITUACAO FS3-NOME.
           INITIALIZE WS-TAB-PEDIDO.
           DISPLAY SS-PEDIDO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       2100-FORNECEDOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODFOR
              IF WS-CODFOR EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O FORNECEDOR" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE WS-CODFOR TO FS3-CODIGO
                 READ FILE3 KEY IS FS3-KEY
                 IF FS-STAT3 NOT = "00"
                    MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF FS3-STATUS-INATIVA
                       MOVE "FORNECEDOR INATIVO" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY T-NOMEFOR
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2100-PREVISTA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              COMPUTE WS-PREVISTA = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                      + FS3-PRAZO-ENTREGA)
           END-IF.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-PREVISTA
              IF WS-PREVISTA < WS-DATA-HOJE
                 MOVE "PREVISAO DE ENTREGA ANTERIOR A HOJE" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2100-SUGESTAO.
           MOVE "N" TO WS-FIM-PROD.
           MOVE ZEROS TO FS4-CODIGO.
           START FILE4 KEY IS GREATER THAN FS4-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-PROD
           END-START.
           PERFORM 2200-SUGERE-PRODUTO THRU 2200-SUGERE-PRODUTO-FIM
                   UNTIL FIM-PROD
                      OR COB-CRT-STATUS = COB-SCR-ESC
                      OR WS-QT-ITENS = WS-MAX-ITENS.

       2100-CONFIRMA.
           IF COB-CRT-STATUS = COB-SCR-ESC
              IF WS-QT-ITENS > ZEROS
                 MOVE "PEDIDO DESCARTADO" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 MOVE COB-SCR-ESC TO COB-CRT-STATUS
              END-IF
           ELSE
              IF WS-QT-ITENS = ZEROS
                 MOVE "NENHUM PRODUTO PEDIDO NA SUGESTAO DE REPOSICAO"
                      TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 IF WS-QT-ITENS = WS-MAX-ITENS
                    MOVE "LIMITE DE ITENS ATINGIDO - GERE OUTRO PEDIDO"
                         TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA A GRAVACAO DO PEDIDO (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 2300-GRAVAR
                 ELSE
                    MOVE "PEDIDO DESCARTADO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       2100-GERAR-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO PRODUTO E, SE ELE ESTIVER NA SUGESTAO DE
      * REPOSICAO (SALDO MAIS O PENDENTE EM PEDIDOS ABERTOS ABAIXO
      * DO MINIMO), MOSTRA A SUGESTAO E ACEITA QUANTIDADE E CUSTO
       2200-SUGERE-PRODUTO SECTION.
       2200.
           MOVE "N" TO WS-SUGERE.
           READ FILE4 NEXT
               AT END
                   MOVE "S" TO WS-FIM-PROD
           END-READ.
           IF NOT FIM-PROD AND NOT FS4-OK
              MOVE "S" TO WS-FIM-PROD
           END-IF.

           IF NOT FIM-PROD
              AND FS4-STATUS-ATIVA
              AND FS4-EST-MINIMO > ZEROS
              PERFORM 2250-PENDENTE-PRODUTO
              IF FS4-ESTOQUE + WS-PENDENTE < FS4-EST-MINIMO
                 IF FS4-EST-MAXIMO > ZEROS
                    COMPUTE WS-SUGERIDO = FS4-EST-MAXIMO - FS4-ESTOQUE
                                        - WS-PENDENTE
                 ELSE
                    COMPUTE WS-SUGERIDO = FS4-EST-MINIMO - FS4-ESTOQUE
                                        - WS-PENDENTE
                 END-IF
                 IF WS-SUGERIDO > ZEROS
                    MOVE "S" TO WS-SUGERE
                 END-IF
              END-IF
           END-IF.

       2200-QUANTIDADE.
           IF SUGERE-PRODUTO
              MOVE WS-SUGERIDO TO WS-QTD-PEDIR
              IF FS4-CUSTO-MEDIO NUMERIC
                 MOVE FS4-CUSTO-MEDIO TO WS-CUSTO-PREV
              ELSE
                 MOVE ZEROS TO WS-CUSTO-PREV
              END-IF
              DISPLAY SS-SUGESTAO
              DISPLAY SS-TOTAL
              ACCEPT T-QTD-PEDIR
              IF COB-CRT-STATUS = COB-SCR-ESC
                 OR WS-QTD-PEDIR = ZEROS
                 MOVE "N" TO WS-SUGERE
              END-IF
           END-IF.

       2200-CUSTO.
           IF SUGERE-PRODUTO
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-CUSTO-PREV
                 IF WS-CUSTO-PREV EQUAL ZEROS
                    MOVE "FAVOR INFORMAR O CUSTO PREVISTO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-PERFORM
           END-IF.

           IF SUGERE-PRODUTO
              AND NOT COB-CRT-STATUS = COB-SCR-ESC
              ADD 1 TO WS-QT-ITENS
              MOVE FS4-CODIGO    TO WS-TAB-CODPROD (WS-QT-ITENS)
              MOVE WS-QTD-PEDIR  TO WS-TAB-QTD (WS-QT-ITENS)
              MOVE WS-CUSTO-PREV TO WS-TAB-CUSTO (WS-QT-ITENS)
              COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO
                                      + WS-QTD-PEDIR * WS-CUSTO-PREV
              DISPLAY SS-TOTAL
           END-IF.

       2200-SUGERE-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * SOMA O SALDO AINDA NAO RECEBIDO DO PRODUTO CORRENTE NOS
      * PEDIDOS ABERTOS OU RECEBIDOS EM PARTE, PARA NAO PEDIR DE
      * NOVO O QUE JA ESTA A CAMINHO
       2250-PENDENTE-PRODUTO SECTION.
       2250.
           MOVE ZEROS TO WS-PENDENTE.
           MOVE "N" TO WS-FIM-PEND.
           MOVE FS4-CODIGO TO FS2-CODPROD.
           START FILE2 KEY IS EQUAL FS2-CODPROD
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEND
           END-START.

           PERFORM UNTIL FIM-PEND
              READ FILE2 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-PEND
              END-READ
              IF NOT FIM-PEND
                 IF FS2-OK AND FS2-CODPROD = FS4-CODIGO
                    MOVE FS2-NUMPED TO FS-NUMPED
                    READ FILE1 KEY IS FS-KEY
                    IF FS-OK
                       AND (FS-STATUS-ABERTO OR FS-STATUS-PARCIAL)
                       AND FS2-QTD-PEDIDA > FS2-QTD-RECEBIDA
                       COMPUTE WS-PENDENTE = WS-PENDENTE
                               + FS2-QTD-PEDIDA - FS2-QTD-RECEBIDA
                    END-IF
                 ELSE
                    MOVE "S" TO WS-FIM-PEND
                 END-IF
              END-IF
           END-PERFORM.

       2250-PENDENTE-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * NUMERA O PEDIDO PELO CONTROLE CENTRAL E GRAVA OS ITENS E O
      * CABECALHO
       2300-GRAVAR SECTION.
       2300.
           PERFORM 9100-PROXIMO-PEDIDO.
           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE WS-HORA-COMP (1:6) TO WS-HORA-MOV.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-ITENS
              INITIALIZE FILE2-REC
              MOVE WS-NUMPED              TO FS2-NUMPED
              MOVE WS-IDX                 TO FS2-SEQ
              MOVE WS-TAB-CODPROD (WS-IDX) TO FS2-CODPROD
              MOVE WS-TAB-QTD (WS-IDX)    TO FS2-QTD-PEDIDA
              MOVE ZEROS                  TO FS2-QTD-RECEBIDA
              MOVE WS-TAB-CUSTO (WS-IDX)  TO FS2-CUSTO-PREV
              WRITE FILE2-REC
                  INVALID KEY
                      MOVE "ERRO AO GRAVAR ITEM DO PEDIDO" TO
                           WS-MSGERRO
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
              END-WRITE
           END-PERFORM.

           INITIALIZE FILE1-REC.
           MOVE WS-NUMPED       TO FS-NUMPED.
           MOVE WS-CODFOR       TO FS-CODFOR.
           MOVE WS-DATA-HOJE    TO FS-DATA-PEDIDO.
           MOVE WS-PREVISTA     TO FS-DATA-PREVISTA.
           MOVE WS-QT-ITENS     TO FS-QTDITENS.
           MOVE WS-VALOR-PEDIDO TO FS-VALOR-TOTAL.
           MOVE "A"             TO FS-STATUS.
           MOVE WS-CODOPER      TO FS-CODOPER.
           MOVE WS-HORA-MOV     TO FS-HORA-MOV.
           WRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O PEDIDO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   DISPLAY T-NUMPED
                   MOVE WS-NUMPED   TO ED-NUMPED
                   MOVE WS-QT-ITENS TO ED-QT-ITENS
                   MOVE SPACES TO WS-MSGERRO
                   STRING "PEDIDO " ED-NUMPED " GRAVADO COM "
                          ED-QT-ITENS " ITENS" INTO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-FIM.
           EXIT.

      * -----------------------------------
      * LIMPA A AREA DE ITEM DA TELA
       2400-LIMPA-ITEM SECTION.
       2400.
           DISPLAY WS-LIMPA at 1307.
           DISPLAY WS-LIMPA at 1407.
           DISPLAY WS-LIMPA at 1507.
           DISPLAY WS-LIMPA at 1607.
           DISPLAY WS-LIMPA at 1707.
           DISPLAY WS-LIMPA at 1807.
           DISPLAY WS-LIMPA at 2007.

       2400-LIMPA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA UM PEDIDO: CABECALHO, SITUACAO E OS ITENS UM A UM
      * COM QUANTIDADE PEDIDA, RECEBIDA E SALDO PENDENTE
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMPED WS-CODFOR WS-PREVISTA.
           MOVE SPACES TO WS-DESC-SITUACAO FS3-NOME.
           DISPLAY SS-PEDIDO.

       3000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMPED
           IF WS-NUMPED EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO PEDIDO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               PERFORM 9200-LE-PEDIDO
               IF NOT FS-OK
                  MOVE "PEDIDO NAO CADASTRADO" TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-PEDIDO
                  MOVE FS-QTDITENS    TO WS-QT-ITENS
                  MOVE FS-VALOR-TOTAL TO WS-VALOR-PEDIDO
                  DISPLAY SS-TOTAL
                  PERFORM 3400-MOSTRA-ITENS

                  MOVE "S" TO WS-ERRO
                  MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                       WS-MSGERRO
                  ACCEPT SS-ERRO
                  IF E-SIM
                     PERFORM 2400-LIMPA-ITEM
                     MOVE SPACES TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                     MOVE ZEROS TO FS-EXIT
                  ELSE
                     MOVE 99 TO FS-EXIT
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE OS ITENS DO PEDIDO EM CONSULTA, MOSTRANDO UM A UM
       3400-MOSTRA-ITENS SECTION.
       3400.
           MOVE WS-NUMPED TO FS2-NUMPED.
           MOVE ZEROS TO FS2-SEQ.
           START FILE2 KEY IS GREATER THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-NUMPED = WS-NUMPED
                 MOVE FS2-CODPROD TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF NOT FS4-OK
                    MOVE SPACES TO FS4-DESCRICAO
                 END-IF
                 COMPUTE WS-PEND-ITEM = FS2-QTD-PEDIDA
                                      - FS2-QTD-RECEBIDA
                 IF WS-PEND-ITEM < ZEROS
                    MOVE ZEROS TO WS-PEND-ITEM
                 END-IF
                 DISPLAY SS-ITEM-PEDIDO
                 IF FS2-SEQ < FS-QTDITENS
                    MOVE "S" TO WS-ERRO
                    MOVE "PROXIMO ITEM (S/N)?" TO WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF NOT E-SIM
                       MOVE 10 TO FS-STAT2
                    END-IF
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT2
              END-IF
           END-PERFORM.

       3400-MOSTRA-ITENS-FIM.
           EXIT.

      * -----------------------------------
      * CANCELA O PEDIDO AINDA NAO RECEBIDO POR INTEIRO. O SALDO
      * PENDENTE DEIXA DE SER ESPERADO NA ENTRADA E NA SUGESTAO
       4000-CANCELAR SECTION.
       4000.
           MOVE "CANCELAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMPED WS-CODFOR WS-PREVISTA.
           MOVE SPACES TO WS-DESC-SITUACAO FS3-NOME.
           DISPLAY SS-PEDIDO.

       4000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMPED
           IF WS-NUMPED EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO PEDIDO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               PERFORM 9200-LE-PEDIDO
               IF NOT FS-OK
                  MOVE "PEDIDO NAO CADASTRADO" TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-PEDIDO
                  IF FS-STATUS-RECEBIDO OR FS-STATUS-CANCELADO
                     MOVE "PEDIDO JA ENCERRADO - NAO PODE SER CANCELADO"
                          TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     MOVE "N" TO WS-ERRO
                     MOVE "CONFIRMA O CANCELAMENTO DO PEDIDO (S/N)?" TO
                          WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF E-SIM
                        MOVE "C" TO FS-STATUS
                        MOVE WS-CODOPER TO FS-CODOPER
                        ACCEPT WS-HORA-COMP FROM TIME
                        MOVE WS-HORA-COMP (1:6) TO FS-HORA-MOV
                        REWRITE FILE1-REC
                            INVALID KEY
                                MOVE "ERRO AO CANCELAR O PEDIDO" TO
                                     WS-MSGERRO
                            NOT INVALID KEY
                                MOVE "PEDIDO CANCELADO" TO WS-MSGERRO
                        END-REWRITE
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     END-IF
                     MOVE 99 TO FS-EXIT
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       4000-CANCELAR-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3 FILE4 FILE5.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN I-O FILE1
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN I-O FILE1
           END-IF.

           OPEN I-O FILE2
           IF FS2-NAO-EXISTE THEN
               OPEN OUTPUT FILE2
               CLOSE FILE2
               OPEN I-O FILE2
           END-IF.

           OPEN INPUT FILE3
           IF FS3-NAO-EXISTE THEN
              MOVE "ARQUIVO DE FORNECEDORES NAO ENCONTRADO" TO
                   WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE4
           IF FS4-NAO-EXISTE THEN
              MOVE "ARQUIVO DE PRODUTOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE5
           IF FS5-NAO-EXISTE THEN
               OPEN OUTPUT FILE5
               CLOSE FILE5
               OPEN I-O FILE5
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * ENTREGA O PROXIMO NUMERO DE PEDIDO DE COMPRA PELO CONTROLE
      * CENTRAL DE NUMERACAO, AVANCANDO O CONTADOR NO MESMO
      * INSTANTE PARA VARIOS TERMINAIS NAO RECEBEREM O MESMO NUMERO
       9100-PROXIMO-PEDIDO SECTION.
       9100.
           MOVE "COMPRA" TO FS5-NOME.
           READ FILE5 KEY IS FS5-KEY.
           IF FS-STAT5 NOT = "00"
              INITIALIZE FILE5-REC
              MOVE "COMPRA" TO FS5-NOME
              MOVE 1 TO FS5-PROXIMO
              WRITE FILE5-REC
                  INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF.

           MOVE FS5-PROXIMO TO WS-NUMPED.
           ADD 1 TO FS5-PROXIMO.
           REWRITE FILE5-REC
           END-REWRITE.

       9100-PROXIMO-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * LE O PEDIDO INFORMADO E PREPARA OS CAMPOS DE TELA DO
      * CABECALHO (FORNECEDOR, PREVISAO E SITUACAO)
       9200-LE-PEDIDO SECTION.
       9200.
           MOVE WS-NUMPED TO FS-NUMPED.
           READ FILE1 KEY IS FS-KEY.
           IF FS-OK
              MOVE FS-CODFOR        TO WS-CODFOR
              MOVE FS-DATA-PREVISTA TO WS-PREVISTA
              MOVE FS-CODFOR        TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF NOT FS3-OK
                 MOVE "FORNECEDOR NAO CADASTRADO" TO FS3-NOME
              END-IF
              EVALUATE TRUE
                 WHEN FS-STATUS-ABERTO
                      MOVE "ABERTO"             TO WS-DESC-SITUACAO
                 WHEN FS-STATUS-PARCIAL
                      MOVE "RECEBIDO EM PARTE"  TO WS-DESC-SITUACAO
                 WHEN FS-STATUS-RECEBIDO
                      MOVE "RECEBIDO"           TO WS-DESC-SITUACAO
                 WHEN FS-STATUS-CANCELADO
                      MOVE "CANCELADO"          TO WS-DESC-SITUACAO
                 WHEN OTHER
                      MOVE SPACES               TO WS-DESC-SITUACAO
              END-EVALUATE
           END-IF.

       9200-LE-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.
       9900.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO

           DISPLAY SS-STATUS.

       9900-MOSTRA-ERRO-FIM.
           EXIT.
