       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    TRANSFERENCIAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     TRANSFERENCIA ENTRE DEPOSITOS
      *
      * OBJETIVO:     TRANSFERIR MERCADORIA DE UM DEPOSITO PARA OUTRO
      *               EM DUAS ETAPAS. NA SAIDA O SALDO DA ORIGEM E
      *               BAIXADO E A TRANSFERENCIA FICA EM TRANSITO, COM
      *               NUMERO DO CONTROLE CENTRAL E DOCUMENTO DE SAIDA.
      *               NO RECEBIMENTO O DESTINO CONFERE A QUANTIDADE
      *               DE CADA ITEM, O SALDO DO DESTINO E CREDITADO E A
      *               FALTA E BAIXADA DO SALDO TOTAL DO PRODUTO, COM
      *               DOCUMENTO DE ENTRADA. O SALDO DO produtos.dat
      *               NAO MUDA NA SAIDA: A MERCADORIA EM TRANSITO
      *               CONTINUA SENDO DA EMPRESA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  TRANSFERENCIA ENTRE DEPOSITOS COM
      *                           CONTROLE DO EM TRANSITO
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
                 "transferencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "transfitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CODPROD WITH DUPLICATES.

           SELECT FILE3 ASSIGN TO DISK
                 "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK
                 "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK "controlenum.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY.

           SELECT FILE7 ASSIGN TO DISK WID-ARQUIVO-TRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT7.

       DATA DIVISION.
       FILE SECTION.
      * CABECALHO DA TRANSFERENCIA. SITUACAO: T=EM TRANSITO,
      * R=RECEBIDA, C=CANCELADA
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-NUMTRANSF    PIC 9(007).
           05 FS-DEP-ORIGEM       PIC 9(003).
           05 FS-DEP-DESTINO      PIC 9(003).
           05 FS-DATA-SAIDA       PIC 9(008).
           05 FS-HORA-SAIDA       PIC 9(006).
           05 FS-OPER-SAIDA       PIC 9(004).
           05 FS-DATA-ENTRADA     PIC 9(008).
           05 FS-HORA-ENTRADA     PIC 9(006).
           05 FS-OPER-ENTRADA     PIC 9(004).
           05 FS-SITUACAO         PIC X(001).
               88 FS-EM-TRANSITO  VALUE "T".
               88 FS-RECEBIDA     VALUE "R".
               88 FS-CANCELADA    VALUE "C".
           05 FS-QTDITENS         PIC 9(003).
           05 FILLER              PIC X(020).

      * ITENS DA TRANSFERENCIA - QUANTIDADE ENVIADA E A CONFERIDA
      * NO RECEBIMENTO PELO DEPOSITO DE DESTINO
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-NUMTRANSF    PIC 9(007).
               10 FS2-SEQ          PIC 9(003).
           05 FS2-CODPROD          PIC 9(006).
           05 FS2-DESCR            PIC X(030).
           05 FS2-QTD              PIC 9(005).
           05 FS2-QTD-RECEBIDA     PIC 9(005).
           05 FILLER               PIC X(010).

       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(003).
           05 FS3-NOME       PIC X(030).
           05 FS3-TIPO       PIC X(001).
               88 FS3-TIPO-LOJA      VALUE "L".
               88 FS3-TIPO-DEPOSITO  VALUE "D".
           05 FS3-STATUS     PIC X(001).
               88 FS3-STATUS-ATIVA    VALUE "A".
               88 FS3-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(040).

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

      * SALDO DO PRODUTO POR DEPOSITO
       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-CODPROD   PIC 9(006).
               10 FS5-CODDEP    PIC 9(003).
           05 FS5-SALDO         PIC S9(007).
           05 FILLER            PIC X(010).

      * CONTROLE CENTRAL DE NUMERACAO (controlenum.dat) - CONTADOR
      * "TRANSF" PARA O NUMERO DA TRANSFERENCIA
       FD FILE6.
       01 FILE6-REC.
           05 FS6-KEY.
               10 FS6-NOME PIC X(010).
           05 FS6-PROXIMO  PIC 9(009).

      * DOCUMENTO DE SAIDA OU DE ENTRADA DA TRANSFERENCIA
       FD FILE7.
       01 FILE7-REC           PIC X(100).

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
           03 FILLER PIC X(13) VALUE "TRANSFER. -  ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CABECALHO DA TRANSFERENCIA EM DIGITACAO OU EM CONSULTA
       01 WS-NUMTRANSF     PIC 9(007) VALUE ZEROS.
       01 WS-DEP-ORIGEM    PIC 9(003) VALUE ZEROS.
       01 WS-DEP-DESTINO   PIC 9(003) VALUE ZEROS.
       01 WS-NOME-ORIGEM   PIC X(030) VALUE SPACES.
       01 WS-NOME-DESTINO  PIC X(030) VALUE SPACES.
       01 WS-DESC-SITUACAO PIC X(020) VALUE SPACES.

      * ITEM EM DIGITACAO
       01 WS-CODPROD       PIC 9(006) VALUE ZEROS.
       01 WS-QTD-ITEM      PIC 9(005) VALUE ZEROS.
       01 WS-SALDO-ORIGEM  PIC S9(007) VALUE ZEROS.
       01 WS-QTD-FALTA     PIC 9(005) VALUE ZEROS.

      * ITENS ACEITOS NA SAIDA (OU QUANTIDADES CONFERIDAS NO
      * RECEBIMENTO), GRAVADOS SO NA CONFIRMACAO PARA NAO CONSUMIR
      * NUMERO NEM MEXER EM SALDO DE TRANSFERENCIA DESCARTADA
       01 WS-TAB-TRANSF.
           03 WS-TAB-ITEM OCCURS 50 TIMES.
               05 WS-TAB-CODPROD PIC 9(006).
               05 WS-TAB-DESCR   PIC X(030).
               05 WS-TAB-QTD     PIC 9(005).
               05 WS-TAB-RECEB   PIC 9(005).
       01 WS-QT-ITENS      PIC 9(003) VALUE ZEROS.
       01 WS-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-ITENS     PIC 9(003) VALUE 50.
       01 WS-QT-FALTAS     PIC 9(003) VALUE ZEROS.

      * MOVIMENTO DO SALDO POR DEPOSITO (QUANTIDADE COM SINAL)
       01 WS-MOV-CODPROD   PIC 9(006) VALUE ZEROS.
       01 WS-MOV-CODDEP    PIC 9(003) VALUE ZEROS.
       01 WS-MOV-QTD       PIC S9(007) VALUE ZEROS.

       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-COMP     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-MOV      PIC 9(006) VALUE ZEROS.
       01 WS-LINHA         PIC 9(002) VALUE ZEROS.
       01 WS-POS-LISTA     PIC 9(004) VALUE ZEROS.
       01 WS-FIM-ITENS     PIC X(001) VALUE "N".
           88 FIM-ITENS VALUE "S".
       01 WS-ITEM-OK       PIC X(001) VALUE "N".
           88 ITEM-OK VALUE "S".
       01 WID-ARQUIVO-TRF  PIC X(64) VALUE SPACES.
       01 ED-NUMTRANSF     PIC ZZZZZZ9.
       01 ED-QT-ITENS      PIC ZZ9.

       01 WS-LIN-LISTA.
           03 WS-LL-NUMTRANSF PIC 9(007).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LL-ORIGEM    PIC 9(003).
           03 FILLER          PIC X(004) VALUE " -> ".
           03 WS-LL-DESTINO   PIC 9(003).
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WS-LL-DIA       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LL-MES       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LL-ANO       PIC 9(004).
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WS-LL-ITENS     PIC ZZ9.

       01 WP-SEP.
           03 FILLER          PIC X(078) VALUE ALL "-".
       01 WP-CAB1.
           03 FILLER          PIC X(032) VALUE "EMPRESA HBSIS-SUPERO".
           03 FILLER          PIC X(026) VALUE
              "TRANSFERENCIA DEPOSITOS - ".
           03 WP-CAB1-TIPO    PIC X(007).
       01 WP-CAB2.
           03 FILLER          PIC X(015) VALUE "TRANSFERENCIA: ".
           03 WP-NUMTRANSF    PIC 9(007).
           03 FILLER          PIC X(012) VALUE "      DATA: ".
           03 WP-DATA-DIA     PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-DATA-MES     PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-DATA-ANO     PIC 9(004).
       01 WP-DEPOSITO.
           03 WP-DEP-ROTULO   PIC X(011).
           03 WP-DEP-CODIGO   PIC 9(003).
           03 FILLER          PIC X(003) VALUE " - ".
           03 WP-DEP-NOME     PIC X(030).
       01 WP-ITEM-CAB.
           03 FILLER          PIC X(005) VALUE "SEQ".
           03 FILLER          PIC X(008) VALUE "PRODUTO".
           03 FILLER          PIC X(032) VALUE "DESCRICAO".
           03 FILLER          PIC X(009) VALUE "QTD.ENV".
           03 FILLER          PIC X(009) VALUE "QTD.REC".
           03 FILLER          PIC X(007) VALUE "FALTA".
       01 WP-ITEM-DET.
           03 WP-IT-SEQ       PIC 9(003).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-CODPROD   PIC 9(006).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-DESCR     PIC X(030).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-QTD       PIC ZZZZ9.
           03 FILLER          PIC X(004) VALUE SPACES.
           03 WP-IT-RECEB     PIC ZZZZZ.
           03 FILLER          PIC X(004) VALUE SPACES.
           03 WP-IT-FALTA     PIC ZZZZZ.
       01 WP-TOTAL.
           03 FILLER          PIC X(020) VALUE "ITENS TRANSFERIDOS:".
           03 WP-TOT-ITENS    PIC ZZ9.
       01 WP-ASSINATURA.
           03 FILLER          PIC X(015) VALUE "CONFERIDO POR: ".
           03 FILLER          PIC X(030) VALUE ALL "_".
           03 FILLER          PIC X(012) VALUE "  OPERADOR: ".
           03 WP-ASS-OPER     PIC 9(004).

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-SAIDA       VALUE IS "1".
           88 E-RECEBER     VALUE IS "2".
           88 E-CONSULTAR   VALUE IS "3".
           88 E-EM-TRANSITO VALUE IS "4".
           88 E-CANCELAR    VALUE IS "5".
           88 E-ENCERRAR    VALUE IS "X" "x".
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
       77 FS-STAT6 PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
       77 FS-STAT7 PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
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
                "TRANSFERENCIA ENTRE DEPOSITOS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "=================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - SAIDA (NOVA TRANSFERENCIA)".
           05 LINE 08 COLUMN 15 VALUE "2 - RECEBIMENTO NO DESTINO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR".
           05 LINE 10 COLUMN 15 VALUE "4 - TRANSFERENCIAS EM TRANSITO".
           05 LINE 11 COLUMN 15 VALUE "5 - CANCELAR".
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
                "Transferencia entre Depositos HBSIS".

           01  SS-TRANSF.
               05  LINE  05 COLUMN 07  VALUE
                "Numero da Transferencia:".
               05  T-NUMTRANSF LINE  05  COLUMN 34 PIC 9(07)
                USING  WS-NUMTRANSF HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "Deposito de Origem.....:".
               05  T-ORIGEM  LINE  07  COLUMN 34 PIC 9(03)
                USING  WS-DEP-ORIGEM HIGHLIGHT .
               05  T-NOME-ORIGEM LINE  07  COLUMN 40 PIC X(30)
                FROM   WS-NOME-ORIGEM HIGHLIGHT .
               05  LINE  09 COLUMN 07  VALUE
                "Deposito de Destino....:".
               05  T-DESTINO LINE  09  COLUMN 34 PIC 9(03)
                USING  WS-DEP-DESTINO HIGHLIGHT .
               05  T-NOME-DESTINO LINE  09  COLUMN 40 PIC X(30)
                FROM   WS-NOME-DESTINO HIGHLIGHT .
               05  LINE  11 COLUMN 07  VALUE
                "Situacao...............:".
               05  T-SITUACAO LINE  11  COLUMN 34 PIC X(20)
                FROM   WS-DESC-SITUACAO HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-ITEM.
               05  LINE 13 COLUMN 07 VALUE
                    "Produto (0=encerra)....:".
               05  T-CODPROD LINE 13 COLUMN 34 PIC 9(06)
                            USING WS-CODPROD HIGHLIGHT.
               05  T-DESCR LINE 13 COLUMN 42 PIC X(30)
                            FROM FS4-DESCRICAO HIGHLIGHT.
               05  LINE 15 COLUMN 07 VALUE
                    "Saldo na Origem........:".
               05  T-SALDO-ORIGEM LINE 15 COLUMN 34 PIC -ZZZZZZ9
                            FROM WS-SALDO-ORIGEM HIGHLIGHT.
               05  LINE 16 COLUMN 07 VALUE
                    "Quantidade.............:".
               05  T-QTD-ITEM LINE 16 COLUMN 34 PIC ZZZZ9
                            USING WS-QTD-ITEM HIGHLIGHT.

           01  SS-ITEM-RECEB.
               05  LINE 13 COLUMN 07 VALUE
                    "Item / Produto.........:".
               05  T-REC-SEQ LINE 13 COLUMN 34 PIC 9(03)
                            FROM FS2-SEQ HIGHLIGHT.
               05  T-REC-PROD LINE 13 COLUMN 38 PIC 9(06)
                            FROM FS2-CODPROD HIGHLIGHT.
               05  T-REC-DESCR LINE 13 COLUMN 45 PIC X(30)
                            FROM FS2-DESCR HIGHLIGHT.
               05  LINE 15 COLUMN 07 VALUE
                    "Quantidade Enviada.....:".
               05  T-REC-ENV LINE 15 COLUMN 34 PIC ZZZZ9
                            FROM FS2-QTD HIGHLIGHT.
               05  LINE 16 COLUMN 07 VALUE
                    "Quantidade Recebida....:".
               05  T-REC-QTD LINE 16 COLUMN 34 PIC ZZZZ9
                            USING WS-QTD-ITEM HIGHLIGHT.

           01  SS-TOTAL.
               05  LINE 20 COLUMN 07 VALUE "ITENS: ".
               05  T-QT-ITENS LINE 20 COLUMN 14 PIC ZZ9
                            FROM WS-QT-ITENS HIGHLIGHT.

           01  SS-LISTA.
               05  LINE 05 COLUMN 07 VALUE
                    "NUMERO   ORIGEM/DESTINO  SAIDA       ITENS".

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
                WHEN E-SAIDA
                     PERFORM 2100-SAIDA THRU 2100-SAIDA-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-RECEBER
                     PERFORM 3000-RECEBER THRU 3000-RECEBER-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 4000-CONSULTA THRU 4000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-EM-TRANSITO
                     PERFORM 5000-EM-TRANSITO THRU 5000-EM-TRANSITO-FIM

                WHEN E-CANCELAR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                        PERFORM 6000-CANCELAR THRU 6000-CANCELAR-FIM
                          UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * SAIDA: DEPOSITO DE ORIGEM E DE DESTINO E OS ITENS COM A
      * QUANTIDADE, LIMITADA AO SALDO DO PRODUTO NA ORIGEM
       2100-SAIDA SECTION.
       2100.
           MOVE "SAIDA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMTRANSF WS-DEP-ORIGEM WS-DEP-DESTINO
                         WS-QT-ITENS.
           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
                          WS-DESC-SITUACAO.
           INITIALIZE WS-TAB-TRANSF.
           DISPLAY SS-TRANSF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       2100-ORIGEM.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-ORIGEM
              MOVE WS-DEP-ORIGEM TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF NOT FS3-OK
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS3-STATUS-INATIVA
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS3-NOME TO WS-NOME-ORIGEM
                    DISPLAY T-NOME-ORIGEM
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       2100-DESTINO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DESTINO
              MOVE WS-DEP-DESTINO TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF NOT FS3-OK
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS3-STATUS-INATIVA
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF WS-DEP-DESTINO = WS-DEP-ORIGEM
                       MOVE "DESTINO IGUAL A ORIGEM" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       MOVE FS3-NOME TO WS-NOME-DESTINO
                       DISPLAY T-NOME-DESTINO
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2100-ITENS.
           MOVE "N" TO WS-FIM-ITENS.
           PERFORM 2200-ACEITA-ITEM THRU 2200-ACEITA-ITEM-FIM
                   UNTIL FIM-ITENS
                      OR COB-CRT-STATUS = COB-SCR-ESC
                      OR WS-QT-ITENS = WS-MAX-ITENS.

       2100-CONFIRMA.
           IF COB-CRT-STATUS = COB-SCR-ESC
              IF WS-QT-ITENS > ZEROS
                 MOVE "TRANSFERENCIA DESCARTADA" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 MOVE COB-SCR-ESC TO COB-CRT-STATUS
              END-IF
           ELSE
              IF WS-QT-ITENS = ZEROS
                 MOVE "NENHUM ITEM INFORMADO" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 IF WS-QT-ITENS = WS-MAX-ITENS
                    MOVE
                     "LIMITE DE ITENS ATINGIDO - FACA OUTRA"
                         TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA A SAIDA DA TRANSFERENCIA (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 2300-GRAVAR-SAIDA
                 ELSE
                    MOVE "TRANSFERENCIA DESCARTADA" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       2100-SAIDA-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA UM ITEM: PRODUTO ATIVO, AINDA NAO INFORMADO NESTA
      * TRANSFERENCIA, E QUANTIDADE ATE O SALDO NA ORIGEM
       2200-ACEITA-ITEM SECTION.
       2200.
           MOVE "N" TO WS-ITEM-OK.
           MOVE ZEROS TO WS-CODPROD WS-QTD-ITEM WS-SALDO-ORIGEM.
           MOVE SPACES TO FS4-DESCRICAO.
           PERFORM 2400-LIMPA-ITEM.
           DISPLAY SS-ITEM.
           DISPLAY SS-TOTAL.

       2200-PRODUTO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODPROD
              IF WS-CODPROD = ZEROS
                 MOVE "S" TO WS-FIM-ITENS
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE WS-CODPROD TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF NOT FS4-OK
                    MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF FS4-STATUS-INATIVA
                       MOVE "PRODUTO INATIVO" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       PERFORM 2250-PRODUTO-REPETIDO
                       IF ITEM-OK
                          MOVE "N" TO WS-ITEM-OK
                          MOVE "PRODUTO JA INFORMADO" TO WS-MSGERRO
                          DISPLAY WS-MSGERRO at 2118
                       ELSE
                          MOVE WS-CODPROD    TO WS-MOV-CODPROD
                          MOVE WS-DEP-ORIGEM TO WS-MOV-CODDEP
                          PERFORM 9450-SALDO-DEPOSITO
                          MOVE FS5-SALDO TO WS-SALDO-ORIGEM
                          DISPLAY SS-ITEM
                          IF WS-SALDO-ORIGEM NOT > ZEROS
                             MOVE "PRODUTO SEM SALDO NA ORIGEM" TO
                                  WS-MSGERRO
                             DISPLAY WS-MSGERRO at 2118
                          ELSE
                             DISPLAY WS-LIMPA at 2118
                             MOVE 99 TO FS-EXIT
                             MOVE "S" TO WS-ITEM-OK
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2200-QUANTIDADE.
           IF ITEM-OK
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-QTD-ITEM
                 IF WS-QTD-ITEM = ZEROS
                    MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF WS-QTD-ITEM > WS-SALDO-ORIGEM
                       MOVE "QUANTIDADE ACIMA DO SALDO NA ORIGEM" TO
                            WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF ITEM-OK
              AND NOT COB-CRT-STATUS = COB-SCR-ESC
              ADD 1 TO WS-QT-ITENS
              MOVE WS-CODPROD    TO WS-TAB-CODPROD (WS-QT-ITENS)
              MOVE FS4-DESCRICAO TO WS-TAB-DESCR (WS-QT-ITENS)
              MOVE WS-QTD-ITEM   TO WS-TAB-QTD (WS-QT-ITENS)
              DISPLAY SS-TOTAL
           END-IF.

       2200-ACEITA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * LIGA WS-ITEM-OK SE O PRODUTO JA ESTA NA TABELA DE ITENS
       2250-PRODUTO-REPETIDO SECTION.
       2250.
           MOVE "N" TO WS-ITEM-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-ITENS
              IF WS-TAB-CODPROD (WS-IDX) = WS-CODPROD
                 MOVE "S" TO WS-ITEM-OK
              END-IF
           END-PERFORM.

       2250-PRODUTO-REPETIDO-FIM.
           EXIT.

      * -----------------------------------
      * NUMERA A TRANSFERENCIA PELO CONTROLE CENTRAL, GRAVA OS
      * ITENS BAIXANDO O SALDO DA ORIGEM, GRAVA O CABECALHO EM
      * TRANSITO E EMITE O DOCUMENTO DE SAIDA
       2300-GRAVAR-SAIDA SECTION.
       2300.
           PERFORM 9100-PROXIMA-TRANSF.
           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE WS-HORA-COMP (1:6) TO WS-HORA-MOV.

           MOVE "SAIDA  " TO WP-CAB1-TIPO.
           PERFORM 7000-ABRE-DOCUMENTO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-ITENS
              INITIALIZE FILE2-REC
              MOVE WS-NUMTRANSF            TO FS2-NUMTRANSF
              MOVE WS-IDX                  TO FS2-SEQ
              MOVE WS-TAB-CODPROD (WS-IDX) TO FS2-CODPROD
              MOVE WS-TAB-DESCR (WS-IDX)   TO FS2-DESCR
              MOVE WS-TAB-QTD (WS-IDX)     TO FS2-QTD
              MOVE ZEROS                   TO FS2-QTD-RECEBIDA
              WRITE FILE2-REC
                  INVALID KEY
                      MOVE "ERRO AO GRAVAR ITEM DA TRANSFERENCIA" TO
                           WS-MSGERRO
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
                  NOT INVALID KEY
                      MOVE FS2-CODPROD   TO WS-MOV-CODPROD
                      MOVE WS-DEP-ORIGEM TO WS-MOV-CODDEP
                      COMPUTE WS-MOV-QTD = FS2-QTD * -1
                      PERFORM 9400-MOVIMENTA-SALDO
                      MOVE ZEROS TO WS-QTD-FALTA
                      PERFORM 7100-IMPRIME-ITEM
              END-WRITE
           END-PERFORM.

           INITIALIZE FILE1-REC.
           MOVE WS-NUMTRANSF    TO FS-NUMTRANSF.
           MOVE WS-DEP-ORIGEM   TO FS-DEP-ORIGEM.
           MOVE WS-DEP-DESTINO  TO FS-DEP-DESTINO.
           MOVE WS-DATA-HOJE    TO FS-DATA-SAIDA.
           MOVE WS-HORA-MOV     TO FS-HORA-SAIDA.
           MOVE WS-CODOPER      TO FS-OPER-SAIDA.
           MOVE "T"             TO FS-SITUACAO.
           MOVE WS-QT-ITENS     TO FS-QTDITENS.
           WRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A TRANSFERENCIA" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   DISPLAY T-NUMTRANSF
                   PERFORM 7200-FECHA-DOCUMENTO
                   MOVE WS-NUMTRANSF TO ED-NUMTRANSF
                   MOVE SPACES TO WS-MSGERRO
                   STRING "TRANSFERENCIA " ED-NUMTRANSF
                          " EM TRANSITO - DOCUMENTO " WID-ARQUIVO-TRF
                          DELIMITED BY SIZE INTO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-SAIDA-FIM.
           EXIT.

      * -----------------------------------
      * LIMPA A AREA DE ITEM DA TELA
       2400-LIMPA-ITEM SECTION.
       2400.
           DISPLAY WS-LIMPA at 1307.
           DISPLAY WS-LIMPA at 1507.
           DISPLAY WS-LIMPA at 1607.

       2400-LIMPA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * RECEBIMENTO: O DESTINO CONFERE CADA ITEM (A QUANTIDADE
      * ENVIADA VEM SUGERIDA) E, CONFIRMADO, O SALDO DO DESTINO E
      * CREDITADO E A FALTA SAI DO SALDO TOTAL DO PRODUTO
       3000-RECEBER SECTION.
       3000.
           MOVE "RECEBIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMTRANSF WS-DEP-ORIGEM WS-DEP-DESTINO.
           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
                          WS-DESC-SITUACAO.
           INITIALIZE WS-TAB-TRANSF.
           DISPLAY SS-TRANSF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       3000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NUMTRANSF
              PERFORM 9200-LE-TRANSF
              IF NOT FS-OK
                 MOVE "TRANSFERENCIA NAO CADASTRADA" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY SS-TRANSF
                 IF NOT FS-EM-TRANSITO
                    MOVE "TRANSFERENCIA NAO ESTA EM TRANSITO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       3000-CONFERE.
           MOVE ZEROS TO WS-QT-ITENS.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 3100-CONFERE-ITENS
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              AND WS-QT-ITENS > ZEROS
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA O RECEBIMENTO DA TRANSFERENCIA (S/N)?" TO
                   WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM 3200-GRAVAR-RECEBIMENTO
              ELSE
                 MOVE "RECEBIMENTO DESCARTADO" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       3000-RECEBER-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE OS ITENS DA TRANSFERENCIA ACEITANDO A QUANTIDADE
      * RECEBIDA DE CADA UM, NAO MAIOR QUE A ENVIADA
       3100-CONFERE-ITENS SECTION.
       3100.
           MOVE WS-NUMTRANSF TO FS2-NUMTRANSF.
           MOVE ZEROS TO FS2-SEQ.
           START FILE2 KEY IS GREATER THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
                      OR COB-CRT-STATUS = COB-SCR-ESC
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-NUMTRANSF = WS-NUMTRANSF
                 AND WS-QT-ITENS < WS-MAX-ITENS
                 MOVE FS2-QTD TO WS-QTD-ITEM
                 PERFORM 2400-LIMPA-ITEM
                 DISPLAY SS-ITEM-RECEB
                 MOVE ZEROS TO FS-EXIT
                 PERFORM UNTIL FS-TERMINA
                         OR COB-CRT-STATUS = COB-SCR-ESC
                    ACCEPT T-REC-QTD
                    IF WS-QTD-ITEM > FS2-QTD
                       MOVE "RECEBIDO MAIOR QUE O ENVIADO" TO
                            WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-PERFORM
                 IF NOT COB-CRT-STATUS = COB-SCR-ESC
                    ADD 1 TO WS-QT-ITENS
                    MOVE FS2-CODPROD TO WS-TAB-CODPROD (WS-QT-ITENS)
                    MOVE FS2-DESCR   TO WS-TAB-DESCR (WS-QT-ITENS)
                    MOVE FS2-QTD     TO WS-TAB-QTD (WS-QT-ITENS)
                    MOVE WS-QTD-ITEM TO WS-TAB-RECEB (WS-QT-ITENS)
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT2
              END-IF
           END-PERFORM.

       3100-CONFERE-ITENS-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O RECEBIDO EM CADA ITEM, CREDITA O DESTINO, BAIXA A
      * FALTA DO SALDO TOTAL DO PRODUTO E ENCERRA A TRANSFERENCIA
       3200-GRAVAR-RECEBIMENTO SECTION.
       3200.
           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE WS-HORA-COMP (1:6) TO WS-HORA-MOV.
           MOVE ZEROS TO WS-QT-FALTAS.

           MOVE "ENTRADA" TO WP-CAB1-TIPO.
           PERFORM 7000-ABRE-DOCUMENTO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-ITENS
              MOVE WS-NUMTRANSF TO FS2-NUMTRANSF
              MOVE WS-IDX       TO FS2-SEQ
              READ FILE2 KEY IS FS2-KEY
              IF FS2-OK
                 MOVE WS-TAB-RECEB (WS-IDX) TO FS2-QTD-RECEBIDA
                 REWRITE FILE2-REC
                 END-REWRITE
                 IF FS2-QTD-RECEBIDA > ZEROS
                    MOVE FS2-CODPROD    TO WS-MOV-CODPROD
                    MOVE WS-DEP-DESTINO TO WS-MOV-CODDEP
                    MOVE FS2-QTD-RECEBIDA TO WS-MOV-QTD
                    PERFORM 9400-MOVIMENTA-SALDO
                 END-IF
                 COMPUTE WS-QTD-FALTA = FS2-QTD - FS2-QTD-RECEBIDA
                 IF WS-QTD-FALTA > ZEROS
                    ADD 1 TO WS-QT-FALTAS
                    MOVE FS2-CODPROD TO FS4-CODIGO
                    READ FILE4 KEY IS FS4-KEY
                    IF FS4-OK
                       SUBTRACT WS-QTD-FALTA FROM FS4-ESTOQUE
                       REWRITE FILE4-REC
                       END-REWRITE
                    END-IF
                 END-IF
                 PERFORM 7100-IMPRIME-ITEM
              END-IF
           END-PERFORM.

           MOVE WS-NUMTRANSF TO FS-NUMTRANSF.
           READ FILE1 KEY IS FS-KEY.
           MOVE WS-DATA-HOJE TO FS-DATA-ENTRADA.
           MOVE WS-HORA-MOV  TO FS-HORA-ENTRADA.
           MOVE WS-CODOPER   TO FS-OPER-ENTRADA.
           MOVE "R"          TO FS-SITUACAO.
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A TRANSFERENCIA" TO
                        WS-MSGERRO
               NOT INVALID KEY
                   PERFORM 7200-FECHA-DOCUMENTO
                   MOVE WS-QT-FALTAS TO ED-QT-ITENS
                   MOVE SPACES TO WS-MSGERRO
                   STRING "TRANSFERENCIA RECEBIDA - ITENS COM FALTA: "
                          ED-QT-ITENS " - DOCUMENTO " WID-ARQUIVO-TRF
                          DELIMITED BY SIZE INTO WS-MSGERRO
           END-REWRITE.
           PERFORM 9900-MOSTRA-ERRO
              THRU 9900-MOSTRA-ERRO-FIM.

       3200-GRAVAR-RECEBIMENTO-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA UMA TRANSFERENCIA: CABECALHO, SITUACAO E OS ITENS
      * UM A UM COM A QUANTIDADE ENVIADA E A RECEBIDA
       4000-CONSULTA SECTION.
       4000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMTRANSF WS-DEP-ORIGEM WS-DEP-DESTINO.
           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
                          WS-DESC-SITUACAO.
           DISPLAY SS-TRANSF.

       4000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMTRANSF
           PERFORM 9200-LE-TRANSF
           IF NOT FS-OK
              MOVE "TRANSFERENCIA NAO CADASTRADA" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
           ELSE
              DISPLAY WS-LIMPA at 2118
              DISPLAY SS-TRANSF
              MOVE FS-QTDITENS TO WS-QT-ITENS
              DISPLAY SS-TOTAL
              PERFORM 4100-MOSTRA-ITENS

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
           END-PERFORM.

       4000-CONSULTA-FIM.
           EXIT.

       4100-MOSTRA-ITENS SECTION.
       4100.
           MOVE WS-NUMTRANSF TO FS2-NUMTRANSF.
           MOVE ZEROS TO FS2-SEQ.
           START FILE2 KEY IS GREATER THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-NUMTRANSF = WS-NUMTRANSF
                 MOVE FS2-QTD-RECEBIDA TO WS-QTD-ITEM
                 PERFORM 2400-LIMPA-ITEM
                 DISPLAY SS-ITEM-RECEB
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

       4100-MOSTRA-ITENS-FIM.
           EXIT.

      * -----------------------------------
      * LISTA AS TRANSFERENCIAS AINDA EM TRANSITO, UMA TELA POR VEZ
       5000-EM-TRANSITO SECTION.
       5000.
           MOVE "EM TRANSITO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-LISTA.
           MOVE 7 TO WS-LINHA.
           MOVE ZEROS TO WS-CONT.
           MOVE ZEROS TO FS-NUMTRANSF.
           START FILE1 KEY IS GREATER THAN FS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

           PERFORM UNTIL NOT FS-OK
              READ FILE1 NEXT
              END-READ
              IF FS-OK
                 IF FS-EM-TRANSITO
                    ADD 1 TO WS-CONT
                    MOVE FS-NUMTRANSF   TO WS-LL-NUMTRANSF
                    MOVE FS-DEP-ORIGEM  TO WS-LL-ORIGEM
                    MOVE FS-DEP-DESTINO TO WS-LL-DESTINO
                    MOVE FS-DATA-SAIDA (7:2) TO WS-LL-DIA
                    MOVE FS-DATA-SAIDA (5:2) TO WS-LL-MES
                    MOVE FS-DATA-SAIDA (1:4) TO WS-LL-ANO
                    MOVE FS-QTDITENS    TO WS-LL-ITENS
                    COMPUTE WS-POS-LISTA = WS-LINHA * 100 + 7
                    DISPLAY WS-LIN-LISTA AT WS-POS-LISTA
                    ADD 1 TO WS-LINHA
                    IF WS-LINHA > 19
                       MOVE "S" TO WS-ERRO
                       MOVE "CONTINUA A LISTA (S/N)?" TO WS-MSGERRO
                       ACCEPT SS-ERRO
                       IF E-SIM
                          DISPLAY SS-TELA-REGISTRO
                          DISPLAY SS-LISTA
                          MOVE 7 TO WS-LINHA
                       ELSE
                          MOVE 10 TO FS-STAT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-CONT TO ED-CONT.
           MOVE SPACES TO WS-MSGERRO.
           STRING "TRANSFERENCIAS EM TRANSITO LISTADAS: " ED-CONT
                  DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM 9900-MOSTRA-ERRO
              THRU 9900-MOSTRA-ERRO-FIM.

       5000-EM-TRANSITO-FIM.
           EXIT.

      * -----------------------------------
      * CANCELA A TRANSFERENCIA AINDA EM TRANSITO, DEVOLVENDO A
      * QUANTIDADE DE CADA ITEM AO SALDO DA ORIGEM
       6000-CANCELAR SECTION.
       6000.
           MOVE "CANCELAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUMTRANSF WS-DEP-ORIGEM WS-DEP-DESTINO.
           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
                          WS-DESC-SITUACAO.
           DISPLAY SS-TRANSF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       6000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMTRANSF
           PERFORM 9200-LE-TRANSF
           IF NOT FS-OK
              MOVE "TRANSFERENCIA NAO CADASTRADA" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
           ELSE
              DISPLAY WS-LIMPA at 2118
              DISPLAY SS-TRANSF
              IF NOT FS-EM-TRANSITO
                 MOVE "TRANSFERENCIA JA ENCERRADA - NAO PODE CANCELAR"
                      TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA O CANCELAMENTO DA TRANSFERENCIA (S/N)?"
                      TO WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 6100-ESTORNA-ITENS
                    MOVE WS-NUMTRANSF TO FS-NUMTRANSF
                    READ FILE1 KEY IS FS-KEY
                    MOVE "C" TO FS-SITUACAO
                    MOVE WS-DATA-HOJE TO FS-DATA-ENTRADA
                    ACCEPT WS-HORA-COMP FROM TIME
                    MOVE WS-HORA-COMP (1:6) TO FS-HORA-ENTRADA
                    MOVE WS-CODOPER TO FS-OPER-ENTRADA
                    REWRITE FILE1-REC
                        INVALID KEY
                            MOVE "ERRO AO CANCELAR A TRANSFERENCIA" TO
                                 WS-MSGERRO
                        NOT INVALID KEY
                            MOVE "TRANSFERENCIA CANCELADA" TO
                                 WS-MSGERRO
                    END-REWRITE
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
                 MOVE 99 TO FS-EXIT
              END-IF
           END-IF
           END-PERFORM.

       6000-CANCELAR-FIM.
           EXIT.

       6100-ESTORNA-ITENS SECTION.
       6100.
           MOVE WS-NUMTRANSF TO FS2-NUMTRANSF.
           MOVE ZEROS TO FS2-SEQ.
           START FILE2 KEY IS GREATER THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-NUMTRANSF = WS-NUMTRANSF
                 MOVE FS2-CODPROD   TO WS-MOV-CODPROD
                 MOVE WS-DEP-ORIGEM TO WS-MOV-CODDEP
                 MOVE FS2-QTD       TO WS-MOV-QTD
                 PERFORM 9400-MOVIMENTA-SALDO
              ELSE
                 MOVE 10 TO FS-STAT2
              END-IF
           END-PERFORM.

       6100-ESTORNA-ITENS-FIM.
           EXIT.

      * -----------------------------------
      * ABRE O DOCUMENTO DA TRANSFERENCIA (SAIDA OU ENTRADA)
       7000-ABRE-DOCUMENTO SECTION.
       7000.
           MOVE SPACES TO WID-ARQUIVO-TRF.
           IF WP-CAB1-TIPO = "SAIDA  "
              STRING "transf-" WS-NUMTRANSF "-saida.txt"
                     DELIMITED BY SIZE INTO WID-ARQUIVO-TRF
           ELSE
              STRING "transf-" WS-NUMTRANSF "-entrada.txt"
                     DELIMITED BY SIZE INTO WID-ARQUIVO-TRF
           END-IF.
           OPEN OUTPUT FILE7.

           WRITE FILE7-REC FROM WP-CAB1.
           WRITE FILE7-REC FROM WP-SEP.
           MOVE WS-NUMTRANSF TO WP-NUMTRANSF.
           MOVE WS-DATA-HOJE (1:4) TO WP-DATA-ANO.
           MOVE WS-DATA-HOJE (5:2) TO WP-DATA-MES.
           MOVE WS-DATA-HOJE (7:2) TO WP-DATA-DIA.
           WRITE FILE7-REC FROM WP-CAB2.
           MOVE "ORIGEM...: "  TO WP-DEP-ROTULO.
           MOVE WS-DEP-ORIGEM  TO WP-DEP-CODIGO.
           MOVE WS-NOME-ORIGEM TO WP-DEP-NOME.
           WRITE FILE7-REC FROM WP-DEPOSITO.
           MOVE "DESTINO..: "   TO WP-DEP-ROTULO.
           MOVE WS-DEP-DESTINO  TO WP-DEP-CODIGO.
           MOVE WS-NOME-DESTINO TO WP-DEP-NOME.
           WRITE FILE7-REC FROM WP-DEPOSITO.
           WRITE FILE7-REC FROM WP-SEP.
           WRITE FILE7-REC FROM WP-ITEM-CAB.
           WRITE FILE7-REC FROM WP-SEP.

       7000-ABRE-DOCUMENTO-FIM.
           EXIT.

      * -----------------------------------
      * LINHA DO ITEM NO DOCUMENTO - NA SAIDA O RECEBIDO E A FALTA
      * FICAM EM BRANCO PARA A CONFERENCIA DO DESTINO
       7100-IMPRIME-ITEM SECTION.
       7100.
           MOVE WS-IDX                  TO WP-IT-SEQ.
           MOVE WS-TAB-CODPROD (WS-IDX) TO WP-IT-CODPROD.
           MOVE WS-TAB-DESCR (WS-IDX)   TO WP-IT-DESCR.
           MOVE WS-TAB-QTD (WS-IDX)     TO WP-IT-QTD.
           MOVE WS-TAB-RECEB (WS-IDX)   TO WP-IT-RECEB.
           MOVE WS-QTD-FALTA            TO WP-IT-FALTA.
           WRITE FILE7-REC FROM WP-ITEM-DET.

       7100-IMPRIME-ITEM-FIM.
           EXIT.

       7200-FECHA-DOCUMENTO SECTION.
       7200.
           WRITE FILE7-REC FROM WP-SEP.
           MOVE WS-QT-ITENS TO WP-TOT-ITENS.
           WRITE FILE7-REC FROM WP-TOTAL.
           MOVE SPACES TO FILE7-REC.
           WRITE FILE7-REC.
           MOVE WS-CODOPER TO WP-ASS-OPER.
           WRITE FILE7-REC FROM WP-ASSINATURA.
           CLOSE FILE7.

       7200-FECHA-DOCUMENTO-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3 FILE4 FILE5 FILE6.

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
              MOVE "ARQUIVO DE DEPOSITOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE4
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

           OPEN I-O FILE6
           IF FS6-NAO-EXISTE THEN
               OPEN OUTPUT FILE6
               CLOSE FILE6
               OPEN I-O FILE6
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * ENTREGA O PROXIMO NUMERO DE TRANSFERENCIA PELO CONTROLE
      * CENTRAL DE NUMERACAO
       9100-PROXIMA-TRANSF SECTION.
       9100.
           MOVE "TRANSF" TO FS6-NOME.
           READ FILE6 KEY IS FS6-KEY.
           IF FS-STAT6 NOT = "00"
              INITIALIZE FILE6-REC
              MOVE "TRANSF" TO FS6-NOME
              MOVE 1 TO FS6-PROXIMO
              WRITE FILE6-REC
                  INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF.

           MOVE FS6-PROXIMO TO WS-NUMTRANSF.
           ADD 1 TO FS6-PROXIMO.
           REWRITE FILE6-REC
           END-REWRITE.

       9100-PROXIMA-TRANSF-FIM.
           EXIT.

      * -----------------------------------
      * LE A TRANSFERENCIA INFORMADA E PREPARA OS CAMPOS DE TELA
      * DO CABECALHO (DEPOSITOS E SITUACAO)
       9200-LE-TRANSF SECTION.
       9200.
           MOVE WS-NUMTRANSF TO FS-NUMTRANSF.
           READ FILE1 KEY IS FS-KEY.
           IF FS-OK
              MOVE FS-DEP-ORIGEM  TO WS-DEP-ORIGEM FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF FS3-OK
                 MOVE FS3-NOME TO WS-NOME-ORIGEM
              ELSE
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-NOME-ORIGEM
              END-IF
              MOVE FS-DEP-DESTINO TO WS-DEP-DESTINO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF FS3-OK
                 MOVE FS3-NOME TO WS-NOME-DESTINO
              ELSE
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-NOME-DESTINO
              END-IF
              EVALUATE TRUE
                 WHEN FS-EM-TRANSITO
                      MOVE "EM TRANSITO"        TO WS-DESC-SITUACAO
                 WHEN FS-RECEBIDA
                      MOVE "RECEBIDA"           TO WS-DESC-SITUACAO
                 WHEN FS-CANCELADA
                      MOVE "CANCELADA"          TO WS-DESC-SITUACAO
                 WHEN OTHER
                      MOVE SPACES               TO WS-DESC-SITUACAO
              END-EVALUATE
           END-IF.

       9200-LE-TRANSF-FIM.
           EXIT.

      * -----------------------------------
      * SOMA WS-MOV-QTD (COM SINAL) AO SALDO DO PRODUTO NO
      * DEPOSITO, CRIANDO O REGISTRO NA PRIMEIRA MOVIMENTACAO
       9400-MOVIMENTA-SALDO SECTION.
       9400.
           MOVE WS-MOV-CODPROD TO FS5-CODPROD.
           MOVE WS-MOV-CODDEP  TO FS5-CODDEP.
           READ FILE5 KEY IS FS5-KEY.
           IF FS5-OK
              ADD WS-MOV-QTD TO FS5-SALDO
              REWRITE FILE5-REC
              END-REWRITE
           ELSE
              INITIALIZE FILE5-REC
              MOVE WS-MOV-CODPROD TO FS5-CODPROD
              MOVE WS-MOV-CODDEP  TO FS5-CODDEP
              MOVE WS-MOV-QTD     TO FS5-SALDO
              WRITE FILE5-REC
              END-WRITE
           END-IF.

       9400-MOVIMENTA-SALDO-FIM.
           EXIT.

      * -----------------------------------
      * LE O SALDO DO PRODUTO NO DEPOSITO (ZERO SE NAO HOUVER)
       9450-SALDO-DEPOSITO SECTION.
       9450.
           MOVE WS-MOV-CODPROD TO FS5-CODPROD.
           MOVE WS-MOV-CODDEP  TO FS5-CODDEP.
           READ FILE5 KEY IS FS5-KEY.
           IF NOT FS5-OK
              MOVE ZEROS TO FS5-SALDO
           END-IF.

       9450-SALDO-DEPOSITO-FIM.
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
