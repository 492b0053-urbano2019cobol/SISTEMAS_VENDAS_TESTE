       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    TABPRECOS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     TABELAS DE PRECO POR CATEGORIA E POR CLIENTE
      *
      * OBJETIVO:     MANTER AS TABELAS DE PRECO USADAS NA INCLUSAO
      *               DE VENDAS: A TABELA DA CATEGORIA DE PRECO DO
      *               CLIENTE (precoscat.dat) E OS PRECOS NEGOCIADOS
      *               POR CLIENTE E PRODUTO (precoscli.dat), AMBOS
      *               COM VIGENCIA DE/ATE. A VENDA USA, NESTA ORDEM,
      *               O PRECO NEGOCIADO, O PROMOCIONAL, O DA
      *               CATEGORIA E O DO CADASTRO DO PRODUTO.
      *               O REAJUSTE APLICA UM PERCENTUAL (POSITIVO OU
      *               NEGATIVO) A TODOS OS PRECOS DE UMA TABELA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MANTER TABELAS DE PRECO E REAJUSTE
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
                 "precoscat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "precoscli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY.

           SELECT FILE3 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

       DATA DIVISION.
       FILE SECTION.
      * TABELA DE PRECO POR CATEGORIA DE CLIENTE E PRODUTO
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CATEGORIA   PIC 9(002).
               10 FS-CODPROD     PIC 9(006).
           05 FS-PRECO           PIC 9(007)V9(002).
           05 FS-VIGENCIA-DE     PIC 9(008).
           05 FS-VIGENCIA-ATE    PIC 9(008).
           05 FS-DATA-ALT        PIC 9(008).
           05 FS-OPER-ALT        PIC 9(004).
           05 FILLER             PIC X(010).

      * PRECO NEGOCIADO POR CLIENTE E PRODUTO
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODCLI     PIC 9(007).
               10 FS2-CODPROD    PIC 9(006).
           05 FS2-PRECO          PIC 9(007)V9(002).
           05 FS2-VIGENCIA-DE    PIC 9(008).
           05 FS2-VIGENCIA-ATE   PIC 9(008).
           05 FS2-DATA-ALT       PIC 9(008).
           05 FS2-OPER-ALT       PIC 9(004).
           05 FILLER             PIC X(010).

      * LAYOUT DO ARQUIVO DE PRODUTOS (produtos.dat) - SO PARA VALIDACAO
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(006).
           05 FS3-DESCRICAO  PIC X(030).
           05 FS3-PRECO      PIC 9(007)V9(002).
           05 FS3-ESTOQUE    PIC S9(007).
           05 FS3-STATUS     PIC X(001).
               88 FS3-STATUS-ATIVA    VALUE "A".
               88 FS3-STATUS-INATIVA  VALUE "I".
           05 FS3-EST-MINIMO PIC 9(007).
           05 FS3-EST-MAXIMO PIC 9(007).
           05 FILLER        PIC X(010).

      * LAYOUT DO ARQUIVO DE CLIENTES (clientes.dat) - SO PARA VALIDACAO
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-CODIGO PIC 9(007).
           05 FS4-NOME       PIC X(040).
           05 FS4-CNPJ       PIC 9(014).
           05 FS4-LATITUDE   PIC S9(003)V9(008).
           05 FS4-LONGITUDE  PIC S9(003)V9(008).
           05 FS4-STATUS     PIC X(001).
               88 FS4-STATUS-ATIVA    VALUE "A".
               88 FS4-STATUS-INATIVA  VALUE "I".
           05 FS4-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS4-CATEGORIA  PIC 9(002).
           05 FILLER         PIC X(008).

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
           03 FILLER PIC X(13) VALUE "TAB.PRECOS - ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CHAVE E DADOS DO PRECO NA TELA, COMUNS AS DUAS TABELAS
       01 WS-TABELA.
           05 WS-TIPO-TAB        PIC X(001) VALUE SPACES.
               88 TAB-CATEGORIA  VALUE "C".
               88 TAB-NEGOCIADO  VALUE "N".
           05 WS-CODTAB          PIC 9(007) VALUE ZEROS.
           05 WS-CODPROD         PIC 9(006) VALUE ZEROS.
           05 WS-PRECO           PIC 9(007)V9(002) VALUE ZEROS.
           05 WS-VIGENCIA-DE     PIC 9(008) VALUE ZEROS.
           05 WS-VIGENCIA-ATE    PIC 9(008) VALUE ZEROS.

       01 WS-REAJUSTE.
           05 WS-PCT-REAJ        PIC S9(003)V9(002) VALUE ZEROS.
           05 WS-NOVO-PRECO      PIC S9(009)V9(002) VALUE ZEROS.
           05 WS-CT-REAJ         PIC 9(005) VALUE ZEROS.
           05 WS-CT-REJ          PIC 9(005) VALUE ZEROS.
           05 ED-CT-REAJ         PIC ZZZZ9.
           05 ED-CT-REJ          PIC ZZZZ9.

       01 WS-DATA-HOJE           PIC 9(008) VALUE ZEROS.
       01 WS-NOME-TAB            PIC X(040) VALUE SPACES.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-REAJUSTE  VALUE IS "5".
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
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 WS-ACHOU PIC X(01) VALUE "N".
           88 PRECO-ACHOU VALUE "S".
       77 WS-SO-ATIVO PIC X(01) VALUE "N".
           88 SO-PRODUTO-ATIVO VALUE "S".
       77 WS-FIM-TAB PIC X(01) VALUE "N".
           88 FIM-TABELA VALUE "S".

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
               10 LINE 01 COLUMN 02 PIC X(33) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "TABELAS DE PRECO HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "============================ "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - REAJUSTE DE TABELA".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Tabelas de Preco HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Tabela (C-Categ N-Negoc):".
               05  LINE  06 COLUMN 07  VALUE
                "Categoria / Cliente....:".
               05  LINE  07 COLUMN 07  VALUE
                "Codigo do Produto......:".
               05  T-TIPO-TAB LINE  05  COLUMN 34 PIC X(01)
                USING  WS-TIPO-TAB   HIGHLIGHT .
               05  T-CODTAB   LINE  06  COLUMN 34 PIC 9(07)
                USING  WS-CODTAB     HIGHLIGHT .
               05  T-CODPROD  LINE  07  COLUMN 34 PIC 9(06)
                USING  WS-CODPROD    HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  09 COLUMN 07  VALUE
                    "Preco..................:".
               05  LINE  11 COLUMN 07  VALUE
                    "Vigencia de (AAAAMMDD).:".
               05  LINE  13 COLUMN 07  VALUE
                    "Vigencia ate (AAAAMMDD):".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-PRECO    LINE  09  COLUMN 34  PIC ZZZZZ9,99
                            USING WS-PRECO          HIGHLIGHT.
               05  T-VIGENCIA-DE LINE  11  COLUMN 34  PIC 9(08)
                            USING WS-VIGENCIA-DE    HIGHLIGHT.
               05  T-VIGENCIA-ATE LINE 13  COLUMN 34  PIC 9(08)
                            USING WS-VIGENCIA-ATE   HIGHLIGHT.

           01  SS-REAJUSTE.
               05  LINE  09 COLUMN 07  VALUE
                    "Percentual (+/-).......:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".
               05  T-PCT-REAJ LINE  09  COLUMN 34  PIC -ZZ9,99
                            USING WS-PCT-REAJ       HIGHLIGHT.

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
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CHAVE
           DISPLAY SS-DADOS
           EVALUATE TRUE
                WHEN E-INCLUIR
                     PERFORM 2100-INCLUIR THRU 2100-INCLUIR-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-ALTERAR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 4000-ALTERAR THRU 4000-ALTERAR-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-EXCLUIR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-REAJUSTE
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 6000-REAJUSTE THRU 6000-REAJUSTE-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
       2100-INCLUIR SECTION.
       2100.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

           INITIALIZE WS-TABELA.

       2100-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE "S" TO WS-SO-ATIVO
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-PRECO
                 IF PRECO-ACHOU
                    MOVE "JA HA PRECO NESTA TABELA. USE A ALTERACAO"
                      TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE ZEROS TO WS-PRECO WS-VIGENCIA-DE
                                  WS-VIGENCIA-ATE
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2700-ACEITA-DADOS
           END-IF.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2300-GRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE "PRECO INCLUIDO COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O PRECO DA TELA NA TABELA ESCOLHIDA
       2300-GRAVAR SECTION.
       2300.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF TAB-CATEGORIA
              INITIALIZE FILE1-REC
              MOVE WS-CODTAB        TO FS-CATEGORIA
              MOVE WS-CODPROD       TO FS-CODPROD
              MOVE WS-PRECO         TO FS-PRECO
              MOVE WS-VIGENCIA-DE   TO FS-VIGENCIA-DE
              MOVE WS-VIGENCIA-ATE  TO FS-VIGENCIA-ATE
              MOVE WS-DATA-HOJE     TO FS-DATA-ALT
              MOVE WS-CODOPER       TO FS-OPER-ALT
              WRITE FILE1-REC
              INVALID KEY
                  MOVE "PRECO JA EXISTE NA TABELA" TO WS-MSGERRO
                  PERFORM 9900-MOSTRA-ERRO
                          THRU 9900-MOSTRA-ERRO-FIM
              END-WRITE
           ELSE
              INITIALIZE FILE2-REC
              MOVE WS-CODTAB        TO FS2-CODCLI
              MOVE WS-CODPROD       TO FS2-CODPROD
              MOVE WS-PRECO         TO FS2-PRECO
              MOVE WS-VIGENCIA-DE   TO FS2-VIGENCIA-DE
              MOVE WS-VIGENCIA-ATE  TO FS2-VIGENCIA-ATE
              MOVE WS-DATA-HOJE     TO FS2-DATA-ALT
              MOVE WS-CODOPER       TO FS2-OPER-ALT
              WRITE FILE2-REC
              INVALID KEY
                  MOVE "PRECO JA EXISTE NA TABELA" TO WS-MSGERRO
                  PERFORM 9900-MOSTRA-ERRO
                          THRU 9900-MOSTRA-ERRO-FIM
              END-WRITE
           END-IF.
           INITIALIZE WS-TABELA.

       2300-GRAVAR-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0634.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O TIPO DE TABELA, A CATEGORIA (1 A 99) OU O CLIENTE
      * E O PRODUTO. NA INCLUSAO (SO-PRODUTO-ATIVO) O PRODUTO
      * INATIVO E RECUSADO
       2500-ACEITA-CHAVE SECTION.
       2500.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-TIPO-TAB
              INSPECT WS-TIPO-TAB CONVERTING "cn" TO "CN"
              IF TAB-CATEGORIA OR TAB-NEGOCIADO
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "INFORME C (CATEGORIA) OU N (NEGOCIADO)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODTAB
              DISPLAY WS-LIMPA at 0645
              PERFORM 2550-VALIDA-TABELA
              IF FS-TERMINA
                 DISPLAY WS-NOME-TAB at 0645
                 DISPLAY WS-LIMPA at 2118
              ELSE
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODPROD
              DISPLAY WS-LIMPA at 0745
              IF WS-CODPROD EQUAL ZEROS
                 MOVE "FAVOR INFORMAR CODIGO DO PRODUTO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE WS-CODPROD TO FS3-CODIGO
                 READ FILE3 KEY IS FS3-KEY
                 IF FS-STAT3 NOT = "00"
                    MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY FS3-DESCRICAO at 0745
                    IF FS3-STATUS-INATIVA AND SO-PRODUTO-ATIVO
                       MOVE "PRODUTO INATIVO" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2500-ACEITA-CHAVE-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA A CATEGORIA OU O CLIENTE DA TABELA. SE VALIDO DEVOLVE
      * FS-EXIT 99 E O NOME EM WS-NOME-TAB; SENAO A MENSAGEM
       2550-VALIDA-TABELA SECTION.
       2550.
           MOVE SPACES TO WS-NOME-TAB.
           IF WS-CODTAB EQUAL ZEROS
              IF TAB-CATEGORIA
                 MOVE "FAVOR INFORMAR A CATEGORIA DE PRECO" TO
                      WS-MSGERRO
              ELSE
                 MOVE "FAVOR INFORMAR CODIGO DO CLIENTE" TO WS-MSGERRO
              END-IF
           ELSE
              IF TAB-CATEGORIA
                 IF WS-CODTAB > 99
                    MOVE "CATEGORIA DE PRECO DEVE SER DE 1 A 99" TO
                         WS-MSGERRO
                 ELSE
                    MOVE "TABELA DA CATEGORIA" TO WS-NOME-TAB
                    MOVE 99 TO FS-EXIT
                 END-IF
              ELSE
                 MOVE WS-CODTAB TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 NOT = "00"
                    MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                 ELSE
                    MOVE FS4-NOME TO WS-NOME-TAB
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-IF.

       2550-VALIDA-TABELA-FIM.
           EXIT.

      * -----------------------------------
      * LE O PRECO DA CHAVE DA TELA NA TABELA ESCOLHIDA
       2600-LE-PRECO SECTION.
       2600.
           MOVE "N" TO WS-ACHOU.
           IF TAB-CATEGORIA
              MOVE WS-CODTAB  TO FS-CATEGORIA
              MOVE WS-CODPROD TO FS-CODPROD
              READ FILE1 KEY IS FS-KEY
              IF FS-STAT = "00"
                 MOVE "S" TO WS-ACHOU
                 MOVE FS-PRECO        TO WS-PRECO
                 MOVE FS-VIGENCIA-DE  TO WS-VIGENCIA-DE
                 MOVE FS-VIGENCIA-ATE TO WS-VIGENCIA-ATE
              END-IF
           ELSE
              MOVE WS-CODTAB  TO FS2-CODCLI
              MOVE WS-CODPROD TO FS2-CODPROD
              READ FILE2 KEY IS FS2-KEY
              IF FS-STAT2 = "00"
                 MOVE "S" TO WS-ACHOU
                 MOVE FS2-PRECO        TO WS-PRECO
                 MOVE FS2-VIGENCIA-DE  TO WS-VIGENCIA-DE
                 MOVE FS2-VIGENCIA-ATE TO WS-VIGENCIA-ATE
              END-IF
           END-IF.

       2600-LE-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA PRECO E VIGENCIA, COM AS MESMAS CRITICAS DA TABELA
      * DE PRECOS PROMOCIONAIS
       2700-ACEITA-DADOS SECTION.
       2700.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-PRECO
              IF WS-PRECO EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O PRECO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VIGENCIA-DE
              ACCEPT T-VIGENCIA-ATE
              IF WS-VIGENCIA-DE EQUAL ZEROS
                 OR WS-VIGENCIA-ATE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR A VIGENCIA DE/ATE" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF WS-VIGENCIA-ATE < WS-VIGENCIA-DE
                    MOVE "VIGENCIA FINAL ANTERIOR A INICIAL" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.

       2700-ACEITA-DADOS-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE WS-TABELA.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-SO-ATIVO
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-PRECO
                 IF NOT PRECO-ACHOU
                    MOVE "PRODUTO SEM PRECO NESTA TABELA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY SS-DADOS

                    MOVE "S" TO WS-ERRO
                    MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                         WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       INITIALIZE WS-TABELA
                       PERFORM 2400-LIMPA-DADOS
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
       4000-ALTERAR SECTION.
       4000.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

           INITIALIZE WS-TABELA.

       4000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-SO-ATIVO
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-PRECO
                 IF NOT PRECO-ACHOU
                    MOVE "PRODUTO SEM PRECO NESTA TABELA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY SS-DADOS
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2700-ACEITA-DADOS
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 4000-ALTERAR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 4100-REGRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE "PRECO ALTERADO COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-ALTERAR-FIM.
           EXIT.

      * O REGISTRO DA TABELA JA ESTA LIDO PELO 2600-LE-PRECO
       4100-REGRAVAR SECTION.
       4100.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF TAB-CATEGORIA
              MOVE WS-PRECO         TO FS-PRECO
              MOVE WS-VIGENCIA-DE   TO FS-VIGENCIA-DE
              MOVE WS-VIGENCIA-ATE  TO FS-VIGENCIA-ATE
              MOVE WS-DATA-HOJE     TO FS-DATA-ALT
              MOVE WS-CODOPER       TO FS-OPER-ALT
              REWRITE FILE1-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                       PERFORM 9900-MOSTRA-ERRO
                          THRU 9900-MOSTRA-ERRO-FIM
              END-REWRITE
           ELSE
              MOVE WS-PRECO         TO FS2-PRECO
              MOVE WS-VIGENCIA-DE   TO FS2-VIGENCIA-DE
              MOVE WS-VIGENCIA-ATE  TO FS2-VIGENCIA-ATE
              MOVE WS-DATA-HOJE     TO FS2-DATA-ALT
              MOVE WS-CODOPER       TO FS2-OPER-ALT
              REWRITE FILE2-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                       PERFORM 9900-MOSTRA-ERRO
                          THRU 9900-MOSTRA-ERRO-FIM
              END-REWRITE
           END-IF.
           INITIALIZE WS-TABELA.

       4100-REGRAVAR-FIM.
           EXIT.

      * -----------------------------------
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE WS-TABELA.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-SO-ATIVO
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-PRECO
                 IF NOT PRECO-ACHOU
                    MOVE "PRODUTO SEM PRECO NESTA TABELA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY SS-DADOS

                    MOVE "N" TO WS-ERRO
                    MOVE "CONFIRMA A EXCLUSAO DO PRECO (S/N)?" TO
                         WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       PERFORM 5100-DELETAR
                       PERFORM 2400-LIMPA-DADOS
                       MOVE "PRECO EXCLUIDO COM SUCESSO" TO
                            WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                       MOVE ZEROS TO FS-EXIT
                    ELSE
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       5000-EXCLUIR-FIM.
           EXIT.

      * O PRECO E EXCLUIDO FISICAMENTE: SEM O REGISTRO A VENDA
      * PASSA PARA A PROXIMA TABELA NA ORDEM DE PRECEDENCIA
       5100-DELETAR SECTION.
       5100.
           IF TAB-CATEGORIA
              DELETE FILE1 RECORD
                  INVALID KEY
                      MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
              END-DELETE
           ELSE
              DELETE FILE2 RECORD
                  INVALID KEY
                      MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
              END-DELETE
           END-IF.
           INITIALIZE WS-TABELA.

       5100-DELETAR-FIM.
           EXIT.

      * -----------------------------------
      * REAJUSTE EM LOTE: APLICA O PERCENTUAL A TODOS OS PRECOS DA
      * TABELA DA CATEGORIA OU DO CLIENTE INFORMADO, ARREDONDANDO
      * NO CENTAVO. PRECO QUE FICARIA ZERADO OU NEGATIVO NAO E
      * ALTERADO E E CONTADO COMO REJEITADO
       6000-REAJUSTE SECTION.
       6000.
           MOVE "REAJUSTE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE WS-TABELA WS-REAJUSTE.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-REAJUSTE.

       6000-TABELA.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-TIPO-TAB
              INSPECT WS-TIPO-TAB CONVERTING "cn" TO "CN"
              IF TAB-CATEGORIA OR TAB-NEGOCIADO
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "INFORME C (CATEGORIA) OU N (NEGOCIADO)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODTAB
              DISPLAY WS-LIMPA at 0645
              PERFORM 2550-VALIDA-TABELA
              IF FS-TERMINA
                 DISPLAY WS-NOME-TAB at 0645
                 DISPLAY WS-LIMPA at 2118
              ELSE
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-PCT-REAJ
              IF WS-PCT-REAJ EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O PERCENTUAL DE REAJUSTE" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF WS-PCT-REAJ NOT > -100
                    MOVE "PERCENTUAL DE REDUCAO DEVE SER MENOR QUE 100"
                         TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 6000-REAJUSTE-FIM
           ELSE
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA O REAJUSTE DE TODA A TABELA (S/N)?" TO
                   WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM 6100-REAJUSTA-TABELA
                 MOVE WS-CT-REAJ TO ED-CT-REAJ
                 MOVE WS-CT-REJ  TO ED-CT-REJ
                 MOVE SPACES TO WS-MSGERRO
                 STRING "REAJUSTE CONCLUIDO - PRECOS ALTERADOS: "
                        ED-CT-REAJ " REJEITADOS: " ED-CT-REJ
                        INTO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
              PERFORM 2400-LIMPA-DADOS
              INITIALIZE WS-TABELA WS-REAJUSTE
           END-IF.

       6000-REAJUSTE-FIM.
           EXIT.

      * PERCORRE A TABELA PELA CHAVE (CATEGORIA OU CLIENTE + PRODUTO)
       6100-REAJUSTA-TABELA SECTION.
       6100.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-CT-REAJ WS-CT-REJ.
           MOVE "N" TO WS-FIM-TAB.
           IF TAB-CATEGORIA
              MOVE WS-CODTAB TO FS-CATEGORIA
              MOVE ZEROS     TO FS-CODPROD
              START FILE1 KEY IS NOT LESS THAN FS-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-TAB
              END-START
           ELSE
              MOVE WS-CODTAB TO FS2-CODCLI
              MOVE ZEROS     TO FS2-CODPROD
              START FILE2 KEY IS NOT LESS THAN FS2-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-TAB
              END-START
           END-IF.

           PERFORM UNTIL FIM-TABELA
              IF TAB-CATEGORIA
                 READ FILE1 NEXT
                     AT END MOVE "S" TO WS-FIM-TAB
                 END-READ
                 IF NOT FIM-TABELA
                    IF FS-CATEGORIA NOT = WS-CODTAB
                       MOVE "S" TO WS-FIM-TAB
                    ELSE
                       COMPUTE WS-NOVO-PRECO ROUNDED = FS-PRECO *
                               (100 + WS-PCT-REAJ) / 100
                       IF WS-NOVO-PRECO NOT > ZEROS
                          OR WS-NOVO-PRECO > 9999999,99
                          ADD 1 TO WS-CT-REJ
                       ELSE
                          MOVE WS-NOVO-PRECO TO FS-PRECO
                          MOVE WS-DATA-HOJE  TO FS-DATA-ALT
                          MOVE WS-CODOPER    TO FS-OPER-ALT
                          REWRITE FILE1-REC
                              INVALID KEY
                                  ADD 1 TO WS-CT-REJ
                              NOT INVALID KEY
                                  ADD 1 TO WS-CT-REAJ
                          END-REWRITE
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 READ FILE2 NEXT
                     AT END MOVE "S" TO WS-FIM-TAB
                 END-READ
                 IF NOT FIM-TABELA
                    IF FS2-CODCLI NOT = WS-CODTAB
                       MOVE "S" TO WS-FIM-TAB
                    ELSE
                       COMPUTE WS-NOVO-PRECO ROUNDED = FS2-PRECO *
                               (100 + WS-PCT-REAJ) / 100
                       IF WS-NOVO-PRECO NOT > ZEROS
                          OR WS-NOVO-PRECO > 9999999,99
                          ADD 1 TO WS-CT-REJ
                       ELSE
                          MOVE WS-NOVO-PRECO TO FS2-PRECO
                          MOVE WS-DATA-HOJE  TO FS2-DATA-ALT
                          MOVE WS-CODOPER    TO FS2-OPER-ALT
                          REWRITE FILE2-REC
                              INVALID KEY
                                  ADD 1 TO WS-CT-REJ
                              NOT INVALID KEY
                                  ADD 1 TO WS-CT-REAJ
                          END-REWRITE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       6100-REAJUSTA-TABELA-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3 FILE4.

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
              MOVE "ARQUIVO DE PRODUTOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE4
           IF FS4-NAO-EXISTE THEN
              MOVE "ARQUIVO DE CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
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
