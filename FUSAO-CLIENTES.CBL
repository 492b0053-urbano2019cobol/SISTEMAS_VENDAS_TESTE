       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    FUSAO.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     FUSAO DE CLIENTES DUPLICADOS
      *
      * OBJETIVO:     TRANSFERIR PARA O CODIGO SOBREVIVENTE TODO O
      *               MOVIMENTO DE UM CLIENTE CADASTRADO EM DUPLICIDADE
      *               (VENDAS, PARCELAS DO CONTAS A RECEBER, ESTAGIO
      *               DE COBRANCA, SALDO DE CREDITO, CARTEIRA DO
      *               VENDEDOR E HISTORICO EXPURGADO) E INATIVAR O
      *               CODIGO ELIMINADO. OPCAO RESTRITA AO SUPERVISOR,
      *               COM CONFIRMACAO, E REGISTRADA NO LOG DE FUSOES
      *               (fusoes.log) PARA AUDITORIA. OS SUSPEITOS SAO
      *               APONTADOS PELO RELATORIO-DUPLICADOS.
      *               A FUSAO PODE SER REPETIDA PARA OS MESMOS CODIGOS
      *               (SO TRANSFERE O QUE AINDA ESTIVER NO ELIMINADO)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  FUSAO DE CLIENTES DUPLICADOS
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
                 "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ.

           SELECT FILE2 ASSIGN TO DISK
                 "vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CODCLI WITH DUPLICATES
               ALTERNATE RECORD KEY FS2-CODVEN WITH DUPLICATES.

           SELECT FILE3 ASSIGN TO DISK
                 "contasreceber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "cobranca.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK
                 "creditos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK WID-ARQUIVO-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY.

           SELECT FILE7 ASSIGN TO DISK
                 "vendashist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY.

           SELECT FILE8 ASSIGN TO DISK
                 "contasreceberhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT8
               RECORD KEY IS FS8-KEY.

           SELECT FILE9 ASSIGN TO DISK
                 "fusoes.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT9.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT DO ARQUIVO DE CLIENTES (clientes.dat)
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODIGO PIC 9(007).
           05 FS-NOME       PIC X(040).
           05 FS-CNPJ       PIC 9(014).
           05 FS-LATITUDE   PIC S9(003)V9(008).
           05 FS-LONGITUDE  PIC S9(003)V9(008).
           05 FS-STATUS     PIC X(001).
               88 FS-STATUS-ATIVA    VALUE "A".
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS-CATEGORIA  PIC 9(002).
           05 FILLER        PIC X(008).

      * LAYOUT DO ARQUIVO DE VENDAS (vendas.dat) - SO O CLIENTE MUDA
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-NUMVENDA  PIC 9(007).
           05 FS2-DATA-VENDA    PIC 9(008).
           05 FS2-CODCLI        PIC 9(007).
           05 FS2-CODVEN        PIC 9(006).
           05 FILLER            PIC X(065).

      * PARCELAS DO CONTAS A RECEBER (contasreceber.dat)
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-NUMVENDA  PIC 9(007).
               10 FS3-PARCELA   PIC 9(002).
           05 FS3-CODCLI        PIC 9(007).
           05 FS3-VENCIMENTO    PIC 9(008).
           05 FS3-VALOR         PIC 9(009)V9(002).
           05 FS3-STATUS        PIC X(001).
               88 FS3-STATUS-ABERTA    VALUE "A".
           05 FS3-DATA-PAGTO    PIC 9(008).
           05 FS3-VALOR-PAGO    PIC 9(009)V9(002).
           05 FILLER            PIC X(020).

      * ESTAGIO DE COBRANCA POR CLIENTE (cobranca.dat)
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-CODCLI    PIC 9(007).
           05 FS4-ESTAGIO       PIC 9(001).
           05 FS4-DATA-AVISO1   PIC 9(008).
           05 FS4-DATA-AVISO2   PIC 9(008).
           05 FS4-DATA-AVISO3   PIC 9(008).

      * SALDO DE CREDITO DO CLIENTE (creditos.dat)
       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-CODCLI    PIC 9(007).
           05 FS5-VALOR-CREDITO PIC 9(009)V9(002).

      * CARTEIRA VENDEDOR -> CLIENTE GERADA PELO DISTRIBUICAO (.idx)
       FD FILE6.
       01 FILE6-REC.
           05 FS6-KEY.
               10 FS6-CODVEN     PIC 9(006).
               10 FS6-CODCLI     PIC 9(007).
           05 FS6-RAZSOC         PIC X(040).
           05 FS6-NOMVEN         PIC X(040).
           05 FS6-DISTANCIA      PIC S9(005)V9(001).
           05 FS6-FIXA           PIC X(001).

      * HISTORICOS DO EXPURGO - MESMOS LEIAUTES DOS ARQUIVOS ATIVOS
       FD FILE7.
       01 FILE7-REC.
           05 FS7-KEY.
               10 FS7-NUMVENDA  PIC 9(007).
           05 FS7-DATA-VENDA    PIC 9(008).
           05 FS7-CODCLI        PIC 9(007).
           05 FILLER            PIC X(071).

       FD FILE8.
       01 FILE8-REC.
           05 FS8-KEY.
               10 FS8-NUMVENDA  PIC 9(007).
               10 FS8-PARCELA   PIC 9(002).
           05 FS8-CODCLI        PIC 9(007).
           05 FILLER            PIC X(059).

      * LOG DE FUSOES - UMA LINHA POR FUSAO CONFIRMADA
       FD FILE9.
       01 FILE9-REC.
           05 FS9-DATA          PIC 9(008).
           05 FS9-PTO1          PIC X(001).
           05 FS9-HORA          PIC 9(006).
           05 FS9-PTO2          PIC X(001).
           05 FS9-OPERADOR      PIC 9(004).
           05 FS9-PTO3          PIC X(001).
           05 FS9-COD-ELIM      PIC 9(007).
           05 FS9-PTO4          PIC X(001).
           05 FS9-CNPJ-ELIM     PIC 9(014).
           05 FS9-PTO5          PIC X(001).
           05 FS9-NOME-ELIM     PIC X(040).
           05 FS9-PTO6          PIC X(001).
           05 FS9-COD-SOBR      PIC 9(007).
           05 FS9-PTO7          PIC X(001).
           05 FS9-CNPJ-SOBR     PIC 9(014).
           05 FS9-PTO8          PIC X(001).
           05 FS9-QT-VENDAS     PIC 9(005).
           05 FS9-PTO9          PIC X(001).
           05 FS9-QT-PARCELAS   PIC 9(005).
           05 FS9-PTO10         PIC X(001).
           05 FS9-ESTAGIO       PIC X(001).
           05 FS9-PTO11         PIC X(001).
           05 FS9-CREDITO       PIC 9(009)V9(002).
           05 FS9-PTO12         PIC X(001).
           05 FS9-QT-CARTEIRA   PIC 9(005).
           05 FS9-PTO13         PIC X(001).
           05 FS9-QT-VENDAS-HIST PIC 9(005).
           05 FS9-PTO14         PIC X(001).
           05 FS9-QT-PARC-HIST  PIC 9(005).

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
           03 FILLER PIC X(13) VALUE "FUSAO     -  ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CLIENTES DA FUSAO
       01 WS-COD-ELIM      PIC 9(007) VALUE ZEROS.
       01 WS-NOME-ELIM     PIC X(040) VALUE SPACES.
       01 WS-CNPJ-ELIM     PIC 9(014) VALUE ZEROS.
       01 WS-SIT-ELIM      PIC X(007) VALUE SPACES.
       01 WS-COD-SOBR      PIC 9(007) VALUE ZEROS.
       01 WS-NOME-SOBR     PIC X(040) VALUE SPACES.
       01 WS-CNPJ-SOBR     PIC 9(014) VALUE ZEROS.
       01 WS-ARQ-CARTEIRA  PIC X(060) VALUE SPACES.
       01 WID-ARQUIVO-IDX  PIC X(064) VALUE SPACES.

       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-FIM-LEITURA   PIC X(001) VALUE "N".
           88 FIM-LEITURA VALUE "S".

      * VENDAS / CARTEIRAS DO ELIMINADO SEPARADAS ANTES DA REGRAVACAO
      * (A CHAVE LIDA MUDA NA REGRAVACAO; RODADAS DE ATE 999)
       01 WS-SEL-QTDE      PIC 9(003) VALUE ZEROS.
       01 WS-SI            PIC 9(003) VALUE ZEROS.
       01 WS-SEL-TAB.
           03 WS-SEL-CHAVE OCCURS 999 TIMES PIC 9(007).

      * REGISTROS SALVOS PARA A JUNCAO COM O SOBREVIVENTE
       01 WS-ESTAGIO-ELIM  PIC X(033) VALUE SPACES.
       01 FILLER REDEFINES WS-ESTAGIO-ELIM.
           03 FILLER           PIC 9(007).
           03 WS-EST-ELIM      PIC 9(001).
           03 FILLER           PIC X(024).
       01 WS-CARTEIRA-ELIM PIC X(100) VALUE SPACES.

      * ARQUIVOS DE MOVIMENTO ABERTOS EM 9000-ABRIR-ARQUIVOS (O
      * STATUS DE ARQUIVO MUDA A CADA LEITURA E NAO SERVE PARA ISSO)
       01 WS-ARQ-DISPONIVEL.
           03 WS-DISP2         PIC X(001) VALUE "N".
               88 DISP-VENDAS     VALUE "S".
           03 WS-DISP3         PIC X(001) VALUE "N".
               88 DISP-PARCELAS   VALUE "S".
           03 WS-DISP4         PIC X(001) VALUE "N".
               88 DISP-ESTAGIO    VALUE "S".
           03 WS-DISP5         PIC X(001) VALUE "N".
               88 DISP-CREDITO    VALUE "S".
           03 WS-DISP7         PIC X(001) VALUE "N".
               88 DISP-VENDAS-HIST VALUE "S".
           03 WS-DISP8         PIC X(001) VALUE "N".
               88 DISP-PARC-HIST  VALUE "S".

      * TOTAIS DA FUSAO (TELA E LOG)
       01 WS-QT-VENDAS     PIC 9(005) VALUE ZEROS.
       01 WS-QT-PARCELAS   PIC 9(005) VALUE ZEROS.
       01 WS-QT-ESTAGIO    PIC X(001) VALUE "N".
       01 WS-VL-CREDITO    PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-QT-CARTEIRA   PIC 9(005) VALUE ZEROS.
       01 WS-QT-VENDAS-HIST PIC 9(005) VALUE ZEROS.
       01 WS-QT-PARC-HIST  PIC 9(005) VALUE ZEROS.

       01 WS-CNPJ-MS.
           03 WS-CNPJ-MS1 PIC X(02).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS2 PIC X(03).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS3 PIC X(03).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-CNPJ-MS4 PIC X(04).
           03 FILLER      PIC X(01) VALUE "-".
           03 WS-CNPJ-MS5 PIC X(02).
       01 WS-CNPJ-FMT      PIC 9(014) VALUE ZEROS.

       01 WS-LIN-RESUMO.
           03 WS-LR-DESC      PIC X(030).
           03 WS-LR-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       77 WS-OPCAO PIC X.
           88 E-FUNDIR      VALUE IS "1".
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
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT8 PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
           88 FS8-NAO-EXISTE VALUE 35.
       77 FS-STAT9 PIC 9(02).
           88 FS9-OK         VALUE ZEROS.
           88 FS9-NAO-EXISTE VALUE 35.
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
                "FUSAO DE CLIENTES DUPLICADOS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - FUNDIR CLIENTES".
           05 LINE 08 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 10 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 10 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Fusao de Clientes Duplicados HBSIS".

           01  SS-DADOS.
               05  LINE  04 COLUMN 07  VALUE
                "Cliente a eliminar.....:".
               05  T-COD-ELIM LINE  04  COLUMN 34 PIC 9(07)
                USING  WS-COD-ELIM HIGHLIGHT .
               05  T-NOME-ELIM LINE  04  COLUMN 42 PIC X(38)
                FROM   WS-NOME-ELIM HIGHLIGHT .
               05  LINE  05 COLUMN 07  VALUE
                "CNPJ / situacao........:".
               05  T-SIT-ELIM LINE  05  COLUMN 54 PIC X(07)
                FROM   WS-SIT-ELIM HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "Cliente sobrevivente...:".
               05  T-COD-SOBR LINE  07  COLUMN 34 PIC 9(07)
                USING  WS-COD-SOBR HIGHLIGHT .
               05  T-NOME-SOBR LINE  07  COLUMN 42 PIC X(38)
                FROM   WS-NOME-SOBR HIGHLIGHT .
               05  LINE  08 COLUMN 07  VALUE
                "CNPJ...................:".
               05  LINE  10 COLUMN 07  VALUE
                "Carteira (.idx)........:".
               05  T-CARTEIRA LINE 10  COLUMN 34 PIC X(40)
                USING  WS-ARQ-CARTEIRA HIGHLIGHT .
               05  LINE  11 COLUMN 34  VALUE
                "(BRANCO = SEM CARTEIRA A ATUALIZAR)".
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-CLS
           MOVE ZEROS TO FS-EXIT.
           EVALUATE TRUE
                WHEN E-FUNDIR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                        PERFORM 3000-FUSAO THRU 3000-FUSAO-FIM
                          UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * FUSAO: CODIGO ELIMINADO, CODIGO SOBREVIVENTE (ATIVO) E A
      * CARTEIRA A ATUALIZAR. CONFIRMADA, TRANSFERE TUDO, INATIVA O
      * ELIMINADO E GRAVA O LOG
       3000-FUSAO SECTION.
       3000.
           MOVE "FUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS  TO WS-COD-ELIM WS-COD-SOBR
                          WS-CNPJ-ELIM WS-CNPJ-SOBR.
           MOVE SPACES TO WS-NOME-ELIM WS-NOME-SOBR WS-SIT-ELIM.
           DISPLAY SS-DADOS.

       3000-ELIMINADO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-COD-ELIM
              MOVE WS-COD-ELIM TO FS-CODIGO
              READ FILE1 KEY IS FS-KEY
              IF NOT FS-OK
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE FS-NOME TO WS-NOME-ELIM
                 MOVE FS-CNPJ TO WS-CNPJ-ELIM WS-CNPJ-FMT
                 IF FS-STATUS-INATIVA
                    MOVE "INATIVO" TO WS-SIT-ELIM
                 ELSE
                    MOVE "ATIVO"   TO WS-SIT-ELIM
                 END-IF
                 DISPLAY T-NOME-ELIM
                 DISPLAY T-SIT-ELIM
                 PERFORM 9100-FORMATA-CNPJ
                 DISPLAY WS-CNPJ-MS AT 0534
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3000-SOBREVIVENTE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-COD-SOBR
              MOVE WS-COD-SOBR TO FS-CODIGO
              READ FILE1 KEY IS FS-KEY
              EVALUATE TRUE
                 WHEN WS-COD-SOBR = WS-COD-ELIM
                    MOVE "SOBREVIVENTE DEVE SER OUTRO CODIGO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN NOT FS-OK
                    MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN NOT FS-STATUS-ATIVA
                    MOVE "CLIENTE SOBREVIVENTE ESTA INATIVO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN OTHER
                    MOVE FS-NOME TO WS-NOME-SOBR
                    MOVE FS-CNPJ TO WS-CNPJ-SOBR WS-CNPJ-FMT
                    DISPLAY T-NOME-SOBR
                    PERFORM 9100-FORMATA-CNPJ
                    DISPLAY WS-CNPJ-MS AT 0834
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
              END-EVALUATE
           END-PERFORM.

       3000-CARTEIRA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CARTEIRA
           END-IF.

       3000-CONFIRMA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA A FUSAO NO CODIGO SOBREVIVENTE (S/N)?"
                   TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 MOVE ZEROS  TO WS-QT-VENDAS WS-QT-PARCELAS
                                WS-VL-CREDITO WS-QT-CARTEIRA
                                WS-QT-VENDAS-HIST WS-QT-PARC-HIST
                 MOVE "N"    TO WS-QT-ESTAGIO
                 PERFORM 5100-TRANSFERE-VENDAS
                 PERFORM 5200-TRANSFERE-PARCELAS
                 PERFORM 5300-TRANSFERE-ESTAGIO
                 PERFORM 5400-TRANSFERE-CREDITO
                 PERFORM 5500-TRANSFERE-CARTEIRA
                 PERFORM 5600-TRANSFERE-HISTORICO
                 PERFORM 5700-INATIVA-ELIMINADO
                 PERFORM 5800-GRAVA-LOG
                 PERFORM 5900-MOSTRA-RESUMO
                 MOVE "FUSAO CONCLUIDA - CLIENTE ELIMINADO INATIVADO"
                      TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 MOVE "FUSAO NAO REALIZADA" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
           END-IF.

       3000-FUSAO-FIM.
           EXIT.

      * -----------------------------------
      * VENDAS: SEPARA PELA CHAVE ALTERNATIVA DO CLIENTE OS NUMEROS
      * DAS VENDAS DO ELIMINADO E REGRAVA CADA UMA PELA CHAVE
      * PRINCIPAL, EM RODADAS, ATE NAO RESTAR NENHUMA
       5100-TRANSFERE-VENDAS SECTION.
       5100.
           IF NOT DISP-VENDAS
              GO TO 5100-EXIT
           END-IF.
           MOVE 999 TO WS-SEL-QTDE.
           PERFORM UNTIL WS-SEL-QTDE = ZEROS
              MOVE ZEROS TO WS-SEL-QTDE
              MOVE "N"   TO WS-FIM-LEITURA
              MOVE WS-COD-ELIM TO FS2-CODCLI
              START FILE2 KEY IS EQUAL FS2-CODCLI
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA
              END-START
              PERFORM UNTIL FIM-LEITURA OR WS-SEL-QTDE >= 999
                 READ FILE2 NEXT
                     AT END
                         MOVE "S" TO WS-FIM-LEITURA
                 END-READ
                 IF NOT FIM-LEITURA
                    IF FS-STAT2 NOT = "00" AND "02"
                       OR FS2-CODCLI NOT = WS-COD-ELIM
                       MOVE "S" TO WS-FIM-LEITURA
                    ELSE
                       ADD 1 TO WS-SEL-QTDE
                       MOVE FS2-NUMVENDA TO WS-SEL-CHAVE(WS-SEL-QTDE)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-SI FROM 1 BY 1
                      UNTIL WS-SI > WS-SEL-QTDE
                 MOVE WS-SEL-CHAVE(WS-SI) TO FS2-NUMVENDA
                 READ FILE2 KEY IS FS2-KEY
                 IF FS-STAT2 = "00" OR "02"
                    MOVE WS-COD-SOBR TO FS2-CODCLI
                    REWRITE FILE2-REC
                    ADD 1 TO WS-QT-VENDAS
                 END-IF
              END-PERFORM
           END-PERFORM.
       5100-EXIT.
           EXIT.

      * -----------------------------------
      * PARCELAS DO CONTAS A RECEBER (SEM CHAVE POR CLIENTE): LEITURA
      * COMPLETA, REGRAVANDO AS DO ELIMINADO
       5200-TRANSFERE-PARCELAS SECTION.
       5200.
           IF NOT DISP-PARCELAS
              GO TO 5200-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE ZEROS TO FS3-NUMVENDA FS3-PARCELA.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL FIM-LEITURA
              READ FILE3 NEXT
                  AT END
                      MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF FS-STAT3 NOT = "00"
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    IF FS3-CODCLI = WS-COD-ELIM
                       MOVE WS-COD-SOBR TO FS3-CODCLI
                       REWRITE FILE3-REC
                       ADD 1 TO WS-QT-PARCELAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       5200-EXIT.
           EXIT.

      * -----------------------------------
      * ESTAGIO DE COBRANCA: PASSA PARA O SOBREVIVENTE; SE ELE JA TEM
      * ESTAGIO, FICA O MAIS AVANCADO DOS DOIS
       5300-TRANSFERE-ESTAGIO SECTION.
       5300.
           IF NOT DISP-ESTAGIO
              GO TO 5300-EXIT
           END-IF.
           MOVE WS-COD-ELIM TO FS4-CODCLI.
           READ FILE4 KEY IS FS4-KEY
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ.
           MOVE FILE4-REC TO WS-ESTAGIO-ELIM.
           DELETE FILE4 RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE "S" TO WS-QT-ESTAGIO.

           MOVE WS-COD-SOBR TO FS4-CODCLI.
           READ FILE4 KEY IS FS4-KEY
               INVALID KEY
                   MOVE WS-ESTAGIO-ELIM TO FILE4-REC
                   MOVE WS-COD-SOBR     TO FS4-CODCLI
                   WRITE FILE4-REC
                   GO TO 5300-EXIT
           END-READ.
           IF WS-EST-ELIM > FS4-ESTAGIO
              MOVE WS-ESTAGIO-ELIM TO FILE4-REC
              MOVE WS-COD-SOBR     TO FS4-CODCLI
              REWRITE FILE4-REC
           END-IF.
       5300-EXIT.
           EXIT.

      * -----------------------------------
      * SALDO DE CREDITO: SOMADO AO DO SOBREVIVENTE
       5400-TRANSFERE-CREDITO SECTION.
       5400.
           IF NOT DISP-CREDITO
              GO TO 5400-EXIT
           END-IF.
           MOVE WS-COD-ELIM TO FS5-CODCLI.
           READ FILE5 KEY IS FS5-KEY
               INVALID KEY
                   GO TO 5400-EXIT
           END-READ.
           MOVE FS5-VALOR-CREDITO TO WS-VL-CREDITO.
           DELETE FILE5 RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

           MOVE WS-COD-SOBR TO FS5-CODCLI.
           READ FILE5 KEY IS FS5-KEY
               INVALID KEY
                   INITIALIZE FILE5-REC
                   MOVE WS-COD-SOBR   TO FS5-CODCLI
                   MOVE WS-VL-CREDITO TO FS5-VALOR-CREDITO
                   WRITE FILE5-REC
                   GO TO 5400-EXIT
           END-READ.
           ADD WS-VL-CREDITO TO FS5-VALOR-CREDITO.
           REWRITE FILE5-REC.
       5400-EXIT.
           EXIT.

      * -----------------------------------
      * CARTEIRA DO VENDEDOR: O PAREAMENTO DO ELIMINADO PASSA PARA O
      * SOBREVIVENTE NO MESMO VENDEDOR (MANTENDO A FIXACAO); SE O
      * SOBREVIVENTE JA ESTA NA CARTEIRA DO VENDEDOR, SO E APAGADO
       5500-TRANSFERE-CARTEIRA SECTION.
       5500.
           IF WS-ARQ-CARTEIRA = SPACES
              GO TO 5500-EXIT
           END-IF.
           MOVE SPACES TO WID-ARQUIVO-IDX.
           MOVE WS-ARQ-CARTEIRA TO WID-ARQUIVO-IDX.
           OPEN I-O FILE6.
           IF NOT FS6-OK
              MOVE SPACES TO WS-MSGERRO
              STRING "CARTEIRA NAO ENCONTRADA: " WID-ARQUIVO-IDX
                     DELIMITED BY SIZE INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              GO TO 5500-EXIT
           END-IF.

           MOVE ZEROS TO WS-SEL-QTDE.
           MOVE "N"   TO WS-FIM-LEITURA.
           MOVE ZEROS TO FS6-CODVEN FS6-CODCLI.
           START FILE6 KEY IS NOT LESS THAN FS6-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL FIM-LEITURA
              READ FILE6 NEXT
                  AT END
                      MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF FS-STAT6 NOT = "00"
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    IF FS6-CODCLI = WS-COD-ELIM
                       AND WS-SEL-QTDE < 999
                       ADD 1 TO WS-SEL-QTDE
                       MOVE FS6-CODVEN TO WS-SEL-CHAVE(WS-SEL-QTDE)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-SEL-QTDE
              MOVE WS-SEL-CHAVE(WS-SI) TO FS6-CODVEN
              MOVE WS-COD-ELIM         TO FS6-CODCLI
              READ FILE6 KEY IS FS6-KEY
              IF FS6-OK
                 MOVE FILE6-REC TO WS-CARTEIRA-ELIM
                 DELETE FILE6 RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 MOVE WS-COD-SOBR TO FS6-CODCLI
                 READ FILE6 KEY IS FS6-KEY
                 IF NOT FS6-OK
                    MOVE WS-CARTEIRA-ELIM TO FILE6-REC
                    MOVE WS-COD-SOBR      TO FS6-CODCLI
                    MOVE WS-NOME-SOBR     TO FS6-RAZSOC
                    WRITE FILE6-REC
                 END-IF
                 ADD 1 TO WS-QT-CARTEIRA
              END-IF
           END-PERFORM.
           CLOSE FILE6.
       5500-EXIT.
           EXIT.

      * -----------------------------------
      * HISTORICO EXPURGADO (VENDAS E PARCELAS): LEITURA COMPLETA,
      * REGRAVANDO OS REGISTROS DO ELIMINADO
       5600-TRANSFERE-HISTORICO SECTION.
       5600.
           IF DISP-VENDAS-HIST
              MOVE "N" TO WS-FIM-LEITURA
              MOVE ZEROS TO FS7-NUMVENDA
              START FILE7 KEY IS NOT LESS THAN FS7-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA
              END-START
              PERFORM UNTIL FIM-LEITURA
                 READ FILE7 NEXT
                     AT END
                         MOVE "S" TO WS-FIM-LEITURA
                 END-READ
                 IF NOT FIM-LEITURA
                    IF FS-STAT7 NOT = "00"
                       MOVE "S" TO WS-FIM-LEITURA
                    ELSE
                       IF FS7-CODCLI = WS-COD-ELIM
                          MOVE WS-COD-SOBR TO FS7-CODCLI
                          REWRITE FILE7-REC
                          ADD 1 TO WS-QT-VENDAS-HIST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF DISP-PARC-HIST
              MOVE "N" TO WS-FIM-LEITURA
              MOVE ZEROS TO FS8-NUMVENDA FS8-PARCELA
              START FILE8 KEY IS NOT LESS THAN FS8-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA
              END-START
              PERFORM UNTIL FIM-LEITURA
                 READ FILE8 NEXT
                     AT END
                         MOVE "S" TO WS-FIM-LEITURA
                 END-READ
                 IF NOT FIM-LEITURA
                    IF FS-STAT8 NOT = "00"
                       MOVE "S" TO WS-FIM-LEITURA
                    ELSE
                       IF FS8-CODCLI = WS-COD-ELIM
                          MOVE WS-COD-SOBR TO FS8-CODCLI
                          REWRITE FILE8-REC
                          ADD 1 TO WS-QT-PARC-HIST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       5600-EXIT.
           EXIT.

      * -----------------------------------
      * O CODIGO ELIMINADO FICA INATIVO NO CADASTRO
       5700-INATIVA-ELIMINADO SECTION.
       5700.
           MOVE WS-COD-ELIM TO FS-CODIGO.
           READ FILE1 KEY IS FS-KEY.
           IF FS-OK
              MOVE "I" TO FS-STATUS
              REWRITE FILE1-REC
              MOVE "INATIVO" TO WS-SIT-ELIM
              DISPLAY T-SIT-ELIM
           END-IF.
       5700-EXIT.
           EXIT.

      * -----------------------------------
      * LOG DA FUSAO PARA AUDITORIA: QUEM, QUANDO, OS DOIS CLIENTES E
      * O QUE FOI TRANSFERIDO DE CADA ARQUIVO
       5800-GRAVA-LOG SECTION.
       5800.
           ACCEPT WS-HORA-HOJE FROM TIME.
           MOVE ";" TO FS9-PTO1  FS9-PTO2  FS9-PTO3  FS9-PTO4
                       FS9-PTO5  FS9-PTO6  FS9-PTO7  FS9-PTO8
                       FS9-PTO9  FS9-PTO10 FS9-PTO11 FS9-PTO12
                       FS9-PTO13 FS9-PTO14.
           MOVE WS-DATA-HOJE        TO FS9-DATA.
           MOVE WS-HORA-HOJE (1:6)  TO FS9-HORA.
           MOVE WS-CODOPER          TO FS9-OPERADOR.
           MOVE WS-COD-ELIM         TO FS9-COD-ELIM.
           MOVE WS-CNPJ-ELIM        TO FS9-CNPJ-ELIM.
           MOVE WS-NOME-ELIM        TO FS9-NOME-ELIM.
           MOVE WS-COD-SOBR         TO FS9-COD-SOBR.
           MOVE WS-CNPJ-SOBR        TO FS9-CNPJ-SOBR.
           MOVE WS-QT-VENDAS        TO FS9-QT-VENDAS.
           MOVE WS-QT-PARCELAS      TO FS9-QT-PARCELAS.
           MOVE WS-QT-ESTAGIO       TO FS9-ESTAGIO.
           MOVE WS-VL-CREDITO       TO FS9-CREDITO.
           MOVE WS-QT-CARTEIRA      TO FS9-QT-CARTEIRA.
           MOVE WS-QT-VENDAS-HIST   TO FS9-QT-VENDAS-HIST.
           MOVE WS-QT-PARC-HIST     TO FS9-QT-PARC-HIST.
           WRITE FILE9-REC.
       5800-EXIT.
           EXIT.

      * -----------------------------------
      * RESUMO DO QUE FOI TRANSFERIDO
       5900-MOSTRA-RESUMO SECTION.
       5900.
           MOVE "Vendas transferidas.......:" TO WS-LR-DESC.
           MOVE WS-QT-VENDAS      TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1307.
           MOVE "Parcelas transferidas.....:" TO WS-LR-DESC.
           MOVE WS-QT-PARCELAS    TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1407.
           MOVE "Credito transferido.......:" TO WS-LR-DESC.
           MOVE WS-VL-CREDITO     TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1507.
           MOVE "Pareamentos de carteira...:" TO WS-LR-DESC.
           MOVE WS-QT-CARTEIRA    TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1607.
           MOVE "Vendas do historico.......:" TO WS-LR-DESC.
           MOVE WS-QT-VENDAS-HIST TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1707.
           MOVE "Parcelas do historico.....:" TO WS-LR-DESC.
           MOVE WS-QT-PARC-HIST   TO WS-LR-VALOR.
           DISPLAY WS-LIN-RESUMO AT 1807.
           IF WS-QT-ESTAGIO = "S"
              DISPLAY "Estagio de cobranca transferido" AT 1907
           END-IF.
       5900-EXIT.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3 FILE4 FILE5 FILE7 FILE8 FILE9.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA. ARQUIVO DE MOVIMENTO
      * INEXISTENTE E APENAS IGNORADO NA FUSAO
      * -----------------------------------
           OPEN I-O FILE1
           IF NOT FS-OK THEN
              MOVE "ARQUIVO DE CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE2.
           IF FS2-OK
              MOVE "S" TO WS-DISP2
           END-IF.
           OPEN I-O FILE3.
           IF FS3-OK
              MOVE "S" TO WS-DISP3
           END-IF.
           OPEN I-O FILE4.
           IF FS4-OK
              MOVE "S" TO WS-DISP4
           END-IF.
           OPEN I-O FILE5.
           IF FS5-NAO-EXISTE THEN
               OPEN OUTPUT FILE5
               CLOSE FILE5
               OPEN I-O FILE5
           END-IF.
           IF FS5-OK
              MOVE "S" TO WS-DISP5
           END-IF.
           OPEN I-O FILE7.
           IF FS7-OK
              MOVE "S" TO WS-DISP7
           END-IF.
           OPEN I-O FILE8.
           IF FS8-OK
              MOVE "S" TO WS-DISP8
           END-IF.

           OPEN EXTEND FILE9
           IF FS9-NAO-EXISTE THEN
               OPEN OUTPUT FILE9
               CLOSE FILE9
               OPEN EXTEND FILE9
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * FORMATA WS-CNPJ-FMT EM WS-CNPJ-MS (99.999.999/9999-99)
       9100-FORMATA-CNPJ SECTION.
       9100.
           MOVE WS-CNPJ-FMT (1:2)  TO WS-CNPJ-MS1.
           MOVE WS-CNPJ-FMT (3:3)  TO WS-CNPJ-MS2.
           MOVE WS-CNPJ-FMT (6:3)  TO WS-CNPJ-MS3.
           MOVE WS-CNPJ-FMT (9:4)  TO WS-CNPJ-MS4.
           MOVE WS-CNPJ-FMT (13:2) TO WS-CNPJ-MS5.

       9100-FORMATA-CNPJ-FIM.
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
