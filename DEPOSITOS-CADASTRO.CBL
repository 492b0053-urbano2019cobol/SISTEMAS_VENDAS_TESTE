       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    DEPOSITOS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     MANUTENCAO DE DEPOSITOS
      *
      * OBJETIVO:     MANTER O CADASTRO DE DEPOSITOS E LOJAS, CONSULTAR
      *               O SALDO DE UM PRODUTO EM CADA DEPOSITO (COM A
      *               QUANTIDADE EM TRANSITO ENTRE DEPOSITOS) E FAZER
      *               A CARGA INICIAL DO estoquedep.dat, LANCANDO NUM
      *               DEPOSITO A PARTE DO SALDO DO PRODUTO QUE AINDA
      *               NAO ESTA DISTRIBUIDA. O SALDO DO produtos.dat
      *               CONTINUA SENDO O TOTAL DA EMPRESA: SOMA DOS
      *               DEPOSITOS MAIS O EM TRANSITO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MANTER DEPOSITOS E SALDO POR DEPOSITO
      *               15/10/2026  POSICAO (LATITUDE E LONGITUDE) DO
      *                           DEPOSITO PARA O CALCULO DO FRETE
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
                 "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY.

           SELECT FILE3 ASSIGN TO DISK
                 "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "transferencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK
                 "transfitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY
               ALTERNATE RECORD KEY FS5-CODPROD WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      * CADASTRO DE DEPOSITOS, COM A POSICAO DO DEPOSITO DE ONDE SE
      * MEDE A DISTANCIA DO FRETE (ZERO = SEM POSICAO, SEM FRETE)
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODIGO PIC 9(003).
           05 FS-NOME       PIC X(030).
           05 FS-TIPO       PIC X(001).
               88 FS-TIPO-LOJA      VALUE "L".
               88 FS-TIPO-DEPOSITO  VALUE "D".
               88 FS-TIPO-VALIDO    VALUE "L" "D".
           05 FS-STATUS     PIC X(001).
               88 FS-STATUS-ATIVA    VALUE "A".
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-LATITUDE   PIC S9(003)V9(008).
           05 FS-LONGITUDE  PIC S9(003)V9(008).
           05 FILLER         PIC X(018).

       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODIGO PIC 9(006).
           05 FS2-DESCRICAO  PIC X(030).
           05 FS2-PRECO      PIC 9(007)V9(002).
           05 FS2-ESTOQUE    PIC S9(007).
           05 FS2-STATUS     PIC X(001).
           05 FS2-EST-MINIMO PIC 9(007).
           05 FS2-EST-MAXIMO PIC 9(007).
           05 FS2-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER         PIC X(001).

      * SALDO DO PRODUTO POR DEPOSITO
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODPROD   PIC 9(006).
               10 FS3-CODDEP    PIC 9(003).
           05 FS3-SALDO         PIC S9(007).
           05 FILLER            PIC X(010).

      * TRANSFERENCIAS ENTRE DEPOSITOS - SO AS EM TRANSITO CONTAM
      * NO SALDO DO PRODUTO FORA DOS DEPOSITOS
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-NUMTRANSF    PIC 9(007).
           05 FS4-DEP-ORIGEM       PIC 9(003).
           05 FS4-DEP-DESTINO      PIC 9(003).
           05 FS4-DATA-SAIDA       PIC 9(008).
           05 FS4-HORA-SAIDA       PIC 9(006).
           05 FS4-OPER-SAIDA       PIC 9(004).
           05 FS4-DATA-ENTRADA     PIC 9(008).
           05 FS4-HORA-ENTRADA     PIC 9(006).
           05 FS4-OPER-ENTRADA     PIC 9(004).
           05 FS4-SITUACAO         PIC X(001).
               88 FS4-EM-TRANSITO  VALUE "T".
               88 FS4-RECEBIDA     VALUE "R".
               88 FS4-CANCELADA    VALUE "C".
           05 FS4-QTDITENS         PIC 9(003).
           05 FILLER               PIC X(020).

       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-NUMTRANSF    PIC 9(007).
               10 FS5-SEQ          PIC 9(003).
           05 FS5-CODPROD          PIC 9(006).
           05 FS5-DESCR            PIC X(030).
           05 FS5-QTD              PIC 9(005).
           05 FS5-QTD-RECEBIDA     PIC 9(005).
           05 FILLER               PIC X(010).

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
           03 FILLER PIC X(13) VALUE "DEPOSITO -   ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * SALDOS DO PRODUTO: SOMA DOS DEPOSITOS, EM TRANSITO E A
      * DIFERENCA PARA O SALDO TOTAL DO CADASTRO
       01 WS-SALDOS.
           05 WS-CODPROD         PIC 9(006) VALUE ZEROS.
           05 WS-SOMA-DEPOSITOS  PIC S9(007) VALUE ZEROS.
           05 WS-QTD-TRANSITO    PIC S9(007) VALUE ZEROS.
           05 WS-QTD-SEM-DEP     PIC S9(007) VALUE ZEROS.
           05 WS-LINHA           PIC 9(002) VALUE ZEROS.
           05 WS-POSICAO         PIC 9(004) VALUE ZEROS.
           05 WS-CT-PRODUTOS     PIC 9(006) VALUE ZEROS.
           05 WS-CT-SALDOS       PIC 9(006) VALUE ZEROS.
           05 WS-TEM-SALDO       PIC X(001) VALUE "N".
               88 TEM-SALDO      VALUE "S".
           05 WS-FIM-PROD        PIC X(001) VALUE "N".
               88 FIM-PRODUTOS   VALUE "S".

       01 WP-SALDO-DET.
           05 WP-SD-CODDEP       PIC 9(003).
           05 FILLER             PIC X(002) VALUE SPACES.
           05 WP-SD-NOME         PIC X(030).
           05 FILLER             PIC X(002) VALUE SPACES.
           05 WP-SD-SALDO        PIC -.---.--9.

       01 WP-SALDO-TOT.
           05 WP-ST-TEXTO        PIC X(035).
           05 FILLER             PIC X(002) VALUE SPACES.
           05 WP-ST-SALDO        PIC -.---.--9.

       01 ED-QTD                 PIC Z.ZZZ.ZZ9.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-SALDOS    VALUE IS "5".
           88 E-CARGA     VALUE IS "6".
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
           88 FS-PROCESSA    VALUE 0.
           88 FS-TERMINA     VALUE 99.

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
                "CADASTRO DE DEPOSITOS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "=========================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - SALDOS DO PRODUTO".
           05 LINE 12 COLUMN 15 VALUE "6 - CARGA INICIAL DE SALDOS".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Cadastro de Depositos HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo.................:".
               05  T-CODIGO  LINE  05  COLUMN 34 PIC 9(03)
                USING  FS-CODIGO    HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  07 COLUMN 07  VALUE
                    "Nome...................:".
               05  LINE  09 COLUMN 07  VALUE
                    "Tipo (L-Loja D-Deposito):".
               05  LINE  11 COLUMN 07  VALUE
                    "Latitude (0=sem).......:".
               05  LINE  13 COLUMN 07  VALUE
                    "Longitude (0=sem)......:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-NOME LINE  07  COLUMN 34  PIC X(30)
                            USING FS-NOME    HIGHLIGHT.
               05  T-TIPO LINE  09  COLUMN 34  PIC X(01)
                            USING FS-TIPO    HIGHLIGHT.
               05  T-LATID LINE 11  COLUMN 34  PIC ZZ9,99999999
                            USING FS-LATITUDE   HIGHLIGHT.
               05  T-LONGI LINE 13  COLUMN 34  PIC ZZ9,99999999
                            USING FS-LONGITUDE  HIGHLIGHT.

           01  SS-PRODUTO.
               05  LINE  05 COLUMN 07  VALUE
                "Produto................:".
               05  T-CODPROD LINE  05  COLUMN 34 PIC 9(06)
                USING  WS-CODPROD   HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "DEP  NOME                                SALDO".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

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
           EVALUATE TRUE
                WHEN E-INCLUIR
                     PERFORM 2100-INCLUIR THRU 2100-INCLUIR-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-ALTERAR
                     PERFORM 4000-ALTERAR THRU 4000-ALTERAR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

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

                WHEN E-SALDOS
                     PERFORM 6000-SALDOS THRU 6000-SALDOS-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CARGA
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                        PERFORM 7000-CARGA-INICIAL
                           THRU 7000-CARGA-INICIAL-FIM
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

           INITIALIZE FILE1-REC.

       2100-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "00"
                  INITIALIZE FILE1-REC
                  MOVE "DEPOSITO JA EXISTE. INFORME NOVO CODIGO"
                   TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       2100-NOME.
           PERFORM UNTIL FS-NOME NOT EQUAL SPACES
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NOME
              IF FS-NOME EQUAL SPACES
                  MOVE "FAVOR INFORMAR NOME DO DEPOSITO" TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

       2100-TIPO.
           MOVE "D" TO FS-TIPO.
           PERFORM 2150-ACEITA-TIPO.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2160-ACEITA-POSICAO
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2300-GRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE "DEPOSITO INCLUIDO COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O TIPO ATE SER L (LOJA) OU D (DEPOSITO)
       2150-ACEITA-TIPO SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-TIPO
              INSPECT FS-TIPO CONVERTING "ld" TO "LD"
              IF FS-TIPO-VALIDO
                 DISPLAY WS-LIMPA AT 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "TIPO INVALIDO. INFORME L OU D" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

       2150-ACEITA-TIPO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A POSICAO DO DEPOSITO. E OPCIONAL, MAS SE INFORMADA
      * PRECISA DAS DUAS COORDENADAS
       2160-ACEITA-POSICAO SECTION.
       2160.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-LATID
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-LONGI
              END-IF
              IF (FS-LATITUDE = ZEROS AND FS-LONGITUDE NOT = ZEROS)
                 OR (FS-LATITUDE NOT = ZEROS AND FS-LONGITUDE = ZEROS)
                 MOVE "INFORME AS DUAS COORDENADAS OU NENHUMA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA AT 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2160-ACEITA-POSICAO-FIM.
           EXIT.

       2300-GRAVAR SECTION.
       2300.
           MOVE "A" TO FS-STATUS.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "DEPOSITO JA EXISTE" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
               INITIALIZE FILE1-REC
               MOVE "DEPOSITO INCLUIDO COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 2118.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "23"
                  INITIALIZE FILE1-REC
                  MOVE "DEPOSITO NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS

                  MOVE "S" TO WS-ERRO
                  IF FS-STATUS-INATIVA
                     MOVE
                      "DEPOSITO INATIVO - ENTER PARA NOVA CONSULTA"
                          TO WS-MSGERRO
                  ELSE
                     MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                          WS-MSGERRO
                  END-IF
                  ACCEPT SS-ERRO
                  IF E-SIM
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

           INITIALIZE FILE1-REC.

       4000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "23"
                  INITIALIZE FILE1-REC
                  MOVE "DEPOSITO NAO CADASTRADO. INFORME NOVO CODIGO"
                   TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  IF FS-STATUS-INATIVA
                     MOVE "ATENCAO: ESTE DEPOSITO ESTA INATIVO" TO
                          WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  END-IF
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       4000-NOME.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NOME
              IF FS-NOME EQUAL SPACES
                  MOVE "FAVOR INFORMAR NOME DO DEPOSITO" TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       4000-TIPO.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2150-ACEITA-TIPO
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2160-ACEITA-POSICAO
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 4000-ALTERAR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 4100-REGRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE "DEPOSITO ALTERADO COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-ALTERAR-FIM.
           EXIT.

       4100-REGRAVAR SECTION.
       4100.
           REWRITE FILE1-REC
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    INITIALIZE FILE1-REC
                    MOVE "DEPOSITO ALTERADO COM SUCESSO" TO
                         WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       4100-REGRAVAR-FIM.
           EXIT.

      * -----------------------------------
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "23"
                  INITIALIZE FILE1-REC
                  MOVE "DEPOSITO NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  PERFORM 5200-VERIFICA-SALDO

                  IF FS-STATUS-INATIVA
                     MOVE "DEPOSITO JA ESTA INATIVO" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                     MOVE 99 TO FS-EXIT
                  ELSE
                   IF TEM-SALDO
                     MOVE "DEPOSITO COM SALDO - TRANSFIRA O ESTOQUE"
                       TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                     MOVE 99 TO FS-EXIT
                   ELSE
                     MOVE "N" TO WS-ERRO
                     MOVE "CONFIRMA A EXCLUSAO DO DEPOSITO (S/N)?" TO
                          WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF E-SIM
                        PERFORM 5100-DELETAR
                        PERFORM 2400-LIMPA-DADOS
                        MOVE "DEPOSITO EXCLUIDO COM SUCESSO" TO
                             WS-MSGERRO
                        DISPLAY WS-MSGERRO at 2118
                        MOVE ZEROS TO FS-EXIT
                     ELSE
                        MOVE 99 TO FS-EXIT
                     END-IF
                   END-IF
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       5000-EXCLUIR-FIM.
           EXIT.

      * O DEPOSITO E INATIVADO, NAO APAGADO, PORQUE AS VENDAS, AS
      * ENTRADAS E AS TRANSFERENCIAS APONTAM PARA O CODIGO
       5100-DELETAR SECTION.
       5100.
           MOVE "I" TO FS-STATUS.
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   INITIALIZE FILE1-REC
                   MOVE "DEPOSITO EXCLUIDO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       5100-DELETAR-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA SALDO DIFERENTE DE ZERO DO DEPOSITO EM QUALQUER
      * PRODUTO. O estoquedep.dat E LIDO POR INTEIRO PORQUE A CHAVE
      * COMECA PELO PRODUTO
       5200-VERIFICA-SALDO SECTION.
       5200.
           MOVE "N" TO WS-TEM-SALDO.
           MOVE ZEROS TO FS3-KEY.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT3
           END-START.
           PERFORM UNTIL NOT FS3-OK OR TEM-SALDO
              READ FILE3 NEXT
              IF FS3-OK
                 IF FS3-CODDEP = FS-CODIGO AND FS3-SALDO NOT = ZEROS
                    MOVE "S" TO WS-TEM-SALDO
                 END-IF
              END-IF
           END-PERFORM.

       5200-VERIFICA-SALDO-FIM.
           EXIT.

      * -----------------------------------
      * SALDO DO PRODUTO EM CADA DEPOSITO, EM TRANSITO E A PARTE
      * AINDA NAO DISTRIBUIDA ENTRE OS DEPOSITOS
       6000-SALDOS SECTION.
       6000.
           MOVE "SALDOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-PRODUTO.
           MOVE ZEROS TO WS-CODPROD.

       6000-PRODUTO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODPROD
              MOVE WS-CODPROD TO FS2-CODIGO
              READ FILE2 KEY IS FS2-KEY
              IF NOT FS2-OK
                 MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 DISPLAY FS2-DESCRICAO AT 0542
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 6100-LISTA-DEPOSITOS
              MOVE "S" TO WS-ERRO
              MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF NOT E-SIM
                 MOVE COB-SCR-ESC TO COB-CRT-STATUS
              END-IF
           END-IF.

       6000-SALDOS-FIM.
           EXIT.

       6100-LISTA-DEPOSITOS SECTION.
       6100.
           MOVE 8 TO WS-LINHA.
           MOVE ZEROS TO WS-SOMA-DEPOSITOS.
           MOVE WS-CODPROD TO FS3-CODPROD.
           MOVE ZEROS      TO FS3-CODDEP.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT3
           END-START.
           PERFORM UNTIL NOT FS3-OK
              READ FILE3 NEXT
              IF FS3-OK AND FS3-CODPROD = WS-CODPROD
                 ADD FS3-SALDO TO WS-SOMA-DEPOSITOS
                 IF WS-LINHA < 17
                    MOVE FS3-CODDEP TO WP-SD-CODDEP FS-CODIGO
                    READ FILE1 KEY IS FS-KEY
                    IF FS-OK
                       MOVE FS-NOME TO WP-SD-NOME
                    ELSE
                       MOVE "*** NAO CADASTRADO ***" TO WP-SD-NOME
                    END-IF
                    MOVE FS3-SALDO TO WP-SD-SALDO
                    COMPUTE WS-POSICAO = WS-LINHA * 100 + 7
                    DISPLAY WP-SALDO-DET AT WS-POSICAO
                    ADD 1 TO WS-LINHA
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT3
              END-IF
           END-PERFORM.

           PERFORM 6200-TRANSITO-PRODUTO.
           COMPUTE WS-QTD-SEM-DEP = FS2-ESTOQUE - WS-SOMA-DEPOSITOS
                                  - WS-QTD-TRANSITO.

           MOVE "EM TRANSITO ENTRE DEPOSITOS" TO WP-ST-TEXTO.
           MOVE WS-QTD-TRANSITO TO WP-ST-SALDO.
           DISPLAY WP-SALDO-TOT AT 1812.
           MOVE "SEM DEPOSITO (CARGA INICIAL)" TO WP-ST-TEXTO.
           MOVE WS-QTD-SEM-DEP TO WP-ST-SALDO.
           DISPLAY WP-SALDO-TOT AT 1912.
           MOVE "SALDO TOTAL DO PRODUTO" TO WP-ST-TEXTO.
           MOVE FS2-ESTOQUE TO WP-ST-SALDO.
           DISPLAY WP-SALDO-TOT AT 2012.

       6100-LISTA-DEPOSITOS-FIM.
           EXIT.

      * -----------------------------------
      * QUANTIDADE DO PRODUTO EM TRANSFERENCIAS AINDA EM TRANSITO
       6200-TRANSITO-PRODUTO SECTION.
       6200.
           MOVE ZEROS TO WS-QTD-TRANSITO.
           MOVE WS-CODPROD TO FS5-CODPROD.
           START FILE5 KEY IS EQUAL FS5-CODPROD
               INVALID KEY
                   MOVE 10 TO FS-STAT5
           END-START.
           PERFORM UNTIL NOT FS5-OK
              READ FILE5 NEXT
              IF FS5-OK AND FS5-CODPROD = WS-CODPROD
                 MOVE FS5-NUMTRANSF TO FS4-NUMTRANSF
                 READ FILE4 KEY IS FS4-KEY
                 IF FS4-OK AND FS4-EM-TRANSITO
                    ADD FS5-QTD TO WS-QTD-TRANSITO
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT5
              END-IF
           END-PERFORM.

       6200-TRANSITO-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * CARGA INICIAL: PARA CADA PRODUTO, A PARTE DO SALDO QUE NAO
      * ESTA EM NENHUM DEPOSITO NEM EM TRANSITO E LANCADA NO
      * DEPOSITO INFORMADO. PODE SER REPETIDA, POIS SO LANCA A
      * DIFERENCA
       7000-CARGA-INICIAL SECTION.
       7000.
           MOVE "CARGA INICIAL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           INITIALIZE FILE1-REC.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODIGO
              READ FILE1 KEY IS FS-KEY
              IF NOT FS-OK
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS-STATUS-INATIVA
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY FS-NOME AT 0540
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-ERRO
              MOVE
               "LANCAR NESTE DEPOSITO O SALDO NAO DISTRIBUIDO (S/N)?"
                   TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM 7100-DISTRIBUI-SALDOS
                 MOVE WS-CT-SALDOS TO ED-QTD
                 MOVE SPACES TO WS-MSGERRO
                 STRING "CARGA CONCLUIDA. PRODUTOS LANCADOS: "
                        ED-QTD DELIMITED BY SIZE INTO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
           END-IF.

       7000-CARGA-INICIAL-FIM.
           EXIT.

       7100-DISTRIBUI-SALDOS SECTION.
       7100.
           MOVE ZEROS TO WS-CT-PRODUTOS WS-CT-SALDOS.
           MOVE "N" TO WS-FIM-PROD.
           MOVE ZEROS TO FS2-KEY.
           START FILE2 KEY IS NOT LESS THAN FS2-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-PROD
           END-START.
           PERFORM UNTIL FIM-PRODUTOS
              READ FILE2 NEXT
              IF NOT FS2-OK
                 MOVE "S" TO WS-FIM-PROD
              ELSE
                 ADD 1 TO WS-CT-PRODUTOS
                 PERFORM 7200-DISTRIBUI-PRODUTO
              END-IF
           END-PERFORM.

       7100-DISTRIBUI-SALDOS-FIM.
           EXIT.

       7200-DISTRIBUI-PRODUTO SECTION.
       7200.
           MOVE FS2-CODIGO TO WS-CODPROD.
           MOVE ZEROS TO WS-SOMA-DEPOSITOS.
           MOVE WS-CODPROD TO FS3-CODPROD.
           MOVE ZEROS      TO FS3-CODDEP.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT3
           END-START.
           PERFORM UNTIL NOT FS3-OK
              READ FILE3 NEXT
              IF FS3-OK AND FS3-CODPROD = WS-CODPROD
                 ADD FS3-SALDO TO WS-SOMA-DEPOSITOS
              ELSE
                 MOVE 10 TO FS-STAT3
              END-IF
           END-PERFORM.

           PERFORM 6200-TRANSITO-PRODUTO.
           COMPUTE WS-QTD-SEM-DEP = FS2-ESTOQUE - WS-SOMA-DEPOSITOS
                                  - WS-QTD-TRANSITO.

           IF WS-QTD-SEM-DEP NOT = ZEROS
              MOVE WS-CODPROD TO FS3-CODPROD
              MOVE FS-CODIGO  TO FS3-CODDEP
              READ FILE3 KEY IS FS3-KEY
              IF FS3-OK
                 ADD WS-QTD-SEM-DEP TO FS3-SALDO
                 REWRITE FILE3-REC
              ELSE
                 INITIALIZE FILE3-REC
                 MOVE WS-CODPROD     TO FS3-CODPROD
                 MOVE FS-CODIGO      TO FS3-CODDEP
                 MOVE WS-QTD-SEM-DEP TO FS3-SALDO
                 WRITE FILE3-REC
              END-IF
              ADD 1 TO WS-CT-SALDOS
           END-IF.

       7200-DISTRIBUI-PRODUTO-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1.
           CLOSE FILE2.
           CLOSE FILE3.
           CLOSE FILE4.
           CLOSE FILE5.

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

           OPEN INPUT FILE2
           IF FS2-NAO-EXISTE THEN
               OPEN OUTPUT FILE2
               CLOSE FILE2
               OPEN INPUT FILE2
           END-IF.

           OPEN I-O FILE3
           IF FS3-NAO-EXISTE THEN
               OPEN OUTPUT FILE3
               CLOSE FILE3
               OPEN I-O FILE3
           END-IF.

           OPEN INPUT FILE4
           IF FS4-NAO-EXISTE THEN
               OPEN OUTPUT FILE4
               CLOSE FILE4
               OPEN INPUT FILE4
           END-IF.

           OPEN INPUT FILE5
           IF FS5-NAO-EXISTE THEN
               OPEN OUTPUT FILE5
               CLOSE FILE5
               OPEN INPUT FILE5
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
