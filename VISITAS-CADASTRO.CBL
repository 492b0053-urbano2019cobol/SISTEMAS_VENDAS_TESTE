       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    VISITAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     REGISTRO DE VISITAS DO VENDEDOR
      *
      * OBJETIVO:     LANCAR AS VISITAS REALIZADAS PELO VENDEDOR:
      *               CLIENTE, DATA, HORA E RESULTADO (PEDIDO, SEM
      *               PEDIDO, CLIENTE FECHADO OU REAGENDAR). QUANDO HA
      *               PEDIDO, A VENDA FICA VINCULADA A VISITA. AS
      *               VISITAS SAO COMPARADAS COM O ROTEIRO PLANEJADO
      *               (roteiros.dat) NO RELATO15-VISITAS
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  REGISTRO DE VISITAS DO VENDEDOR
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
                 "visitas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE3 ASSIGN TO DISK
                 "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY
               ALTERNATE RECORD KEY FS3-CNPJ.

           SELECT FILE4 ASSIGN TO DISK
                 "vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-CODCLI WITH DUPLICATES
               ALTERNATE RECORD KEY FS4-CODVEN WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      * VISITA REALIZADA. RESULTADO: P=PEDIDO, S=SEM PEDIDO,
      * F=CLIENTE FECHADO, R=REAGENDAR (COM A NOVA DATA)
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODVEN      PIC 9(006).
               10 FS-DATA        PIC 9(008).
               10 FS-HORA        PIC 9(004).
           05 FS-CODCLI          PIC 9(007).
           05 FS-RESULTADO       PIC X(001).
               88 FS-RES-PEDIDO      VALUE "P".
               88 FS-RES-SEM-PEDIDO  VALUE "S".
               88 FS-RES-FECHADO     VALUE "F".
               88 FS-RES-REAGENDAR   VALUE "R".
           05 FS-NUMVENDA        PIC 9(007).
           05 FS-DATA-REAGENDA   PIC 9(008).
           05 FS-OBS             PIC X(040).
           05 FS-DATA-LANC       PIC 9(008).
           05 FS-CODOPER         PIC 9(004).
           05 FILLER             PIC X(020).

      * LAYOUT DO ARQUIVO DE VENDEDORES (vendedores.dat) - CONSULTA
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODIGO PIC 9(006).
           05 FS2-NOME       PIC X(040).
           05 FS2-CPF        PIC 9(011).
           05 FS2-LATITUDE   PIC S9(003)V9(008).
           05 FS2-LONGITUDE  PIC S9(003)V9(008).
           05 FS2-STATUS     PIC X(001).
               88 FS2-STATUS-ATIVA    VALUE "A".
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(16).

      * LAYOUT DO ARQUIVO DE CLIENTES (clientes.dat) - SO PARA CONSULTA
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(007).
           05 FS3-NOME       PIC X(040).
           05 FS3-CNPJ       PIC 9(014).
           05 FS3-LATITUDE   PIC S9(003)V9(008).
           05 FS3-LONGITUDE  PIC S9(003)V9(008).
           05 FS3-STATUS     PIC X(001).
           05 FS3-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS3-CATEGORIA  PIC 9(002).
           05 FILLER         PIC X(008).

      * LAYOUT DO ARQUIVO DE VENDAS (vendas.dat) - SO PARA CONSULTA
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-NUMVENDA  PIC 9(007).
           05 FS4-DATA-VENDA    PIC 9(008).
           05 FS4-CODCLI        PIC 9(007).
           05 FS4-CODVEN        PIC 9(006).
           05 FS4-QTDITENS      PIC 9(003).
           05 FS4-QTD-PARCELAS  PIC 9(002).
           05 FS4-VALOR-TOTAL   PIC 9(009)V9(002).
           05 FS4-STATUS        PIC X(001).
               88 FS4-STATUS-ATIVA      VALUE "A".
               88 FS4-STATUS-CANCELADA  VALUE "C".
               88 FS4-STATUS-ORCAMENTO  VALUE "O".
           05 FS4-DATA-CANCEL   PIC 9(008).
           05 FS4-CODOPER       PIC 9(004).
           05 FS4-HORA-MOV      PIC 9(006).
           05 FILLER            PIC X(023).
           05 FS4-END-ENTREGA   PIC 9(002).
           05 FILLER            PIC X(005).

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
           03 FILLER PIC X(13) VALUE "VISITAS   -  ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * VISITA EM DIGITACAO OU CONSULTA
       01 WS-CODVEN        PIC 9(006) VALUE ZEROS.
       01 WS-NOME-VEN      PIC X(030) VALUE SPACES.
       01 WS-DATA-VIS      PIC 9(008) VALUE ZEROS.
       01 WS-HORA-VIS      PIC 9(004) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-VIS.
           03 WS-VIS-HH    PIC 9(002).
           03 WS-VIS-MM    PIC 9(002).
       01 WS-CODCLI        PIC 9(007) VALUE ZEROS.
       01 WS-NOME-CLI      PIC X(030) VALUE SPACES.
       01 WS-RESULTADO     PIC X(001) VALUE SPACES.
           88 WS-RES-VALIDO  VALUES ARE "P" "S" "F" "R".
       01 WS-DESC-RESULTADO PIC X(016) VALUE SPACES.
       01 WS-NUMVENDA      PIC 9(007) VALUE ZEROS.
       01 WS-DATA-REAGENDA PIC 9(008) VALUE ZEROS.
       01 WS-OBS           PIC X(040) VALUE SPACES.

       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-LINHA         PIC 9(002) VALUE ZEROS.
       01 WS-POS-LISTA     PIC 9(004) VALUE ZEROS.
       01 WS-FIM-VISITAS   PIC X(001) VALUE "N".
           88 FIM-VISITAS VALUE "S".

       01 WS-LIN-LISTA.
           03 WS-LL-HH        PIC 9(002).
           03 FILLER          PIC X(001) VALUE ":".
           03 WS-LL-MM        PIC 9(002).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LL-CODCLI    PIC 9(007).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-NOME      PIC X(025).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-RESULTADO PIC X(016).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-PEDIDO    PIC ZZZZZZZ.

       77 WS-OPCAO PIC X.
           88 E-REGISTRAR   VALUE IS "1".
           88 E-CONSULTAR   VALUE IS "2".
           88 E-EXCLUIR     VALUE IS "3".
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
                "REGISTRO DE VISITAS DO VENDEDOR HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "===================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR VISITA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR VISITAS DO DIA".
           05 LINE 09 COLUMN 15 VALUE "3 - EXCLUIR VISITA".
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
                "Registro de Visitas do Vendedor HBSIS".

           01  SS-CHAVE.
               05  LINE  04 COLUMN 07  VALUE
                "Vendedor...............:".
               05  T-CODVEN LINE  04  COLUMN 34 PIC 9(06)
                USING  WS-CODVEN HIGHLIGHT .
               05  T-NOMEVEN LINE  04  COLUMN 42 PIC X(30)
                FROM   WS-NOME-VEN HIGHLIGHT .
               05  LINE  05 COLUMN 07  VALUE
                "Data (AAAAMMDD, 0=HOJE):".
               05  T-DATA-VIS LINE  05  COLUMN 34 PIC 9(08)
                USING  WS-DATA-VIS HIGHLIGHT .
               05  LINE  06 COLUMN 07  VALUE
                "Hora (HHMM)............:".
               05  T-HORA-VIS LINE  06  COLUMN 34 PIC 9(04)
                USING  WS-HORA-VIS HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-DADOS.
               05  LINE 08 COLUMN 07 VALUE
                    "Cliente................:".
               05  T-CODCLI LINE 08 COLUMN 34 PIC 9(07)
                            USING WS-CODCLI HIGHLIGHT.
               05  T-NOMECLI LINE 08 COLUMN 42 PIC X(30)
                            FROM WS-NOME-CLI HIGHLIGHT.
               05  LINE 09 COLUMN 07 VALUE
                    "Resultado (P/S/F/R)....:".
               05  T-RESULTADO LINE 09 COLUMN 34 PIC X(01)
                            USING WS-RESULTADO HIGHLIGHT.
               05  T-DESC-RES LINE 09 COLUMN 37 PIC X(16)
                            FROM WS-DESC-RESULTADO HIGHLIGHT.
               05  LINE 10 COLUMN 07 VALUE
                    "Numero da Venda........:".
               05  T-NUMVENDA LINE 10 COLUMN 34 PIC 9(07)
                            USING WS-NUMVENDA HIGHLIGHT.
               05  LINE 11 COLUMN 07 VALUE
                    "Reagendar para.........:".
               05  T-REAGENDA LINE 11 COLUMN 34 PIC 9(08)
                            USING WS-DATA-REAGENDA HIGHLIGHT.
               05  LINE 12 COLUMN 07 VALUE
                    "Observacao.............:".
               05  T-OBS LINE 12 COLUMN 34 PIC X(40)
                            USING WS-OBS HIGHLIGHT.
               05  LINE 14 COLUMN 07 VALUE
                "P=PEDIDO S=SEM PEDIDO F=CLIENTE FECHADO".
               05  LINE 14 COLUMN 48 VALUE "R=REAGENDAR".

           01  SS-LISTA.
               05  LINE 08 COLUMN 02 VALUE
                "HORA   CLIENTE NOME".
               05  LINE 08 COLUMN 45 VALUE "RESULTADO        PEDIDO".

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
                WHEN E-REGISTRAR
                     PERFORM 3000-REGISTRAR THRU 3000-REGISTRAR-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 4000-CONSULTA THRU 4000-CONSULTA-FIM
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

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * REGISTRO DE UMA VISITA: VENDEDOR, DATA E HORA (CHAVE), CLIENTE,
      * RESULTADO E, CONFORME O RESULTADO, A VENDA OU A NOVA DATA
       3000-REGISTRAR SECTION.
       3000.
           MOVE "REGISTRAR" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS  TO WS-HORA-VIS WS-CODCLI WS-NUMVENDA
                          WS-DATA-REAGENDA.
           MOVE SPACES TO WS-NOME-CLI WS-RESULTADO WS-DESC-RESULTADO
                          WS-OBS.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CHAVE.
           PERFORM 3050-ACEITA-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE WS-CODVEN   TO FS-CODVEN
              MOVE WS-DATA-VIS TO FS-DATA
              MOVE WS-HORA-VIS TO FS-HORA
              READ FILE1 KEY IS FS-KEY
              IF FS-OK
                 MOVE "JA EXISTE VISITA DO VENDEDOR NESTE HORARIO" TO
                      WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 GO TO 3000-REGISTRAR-FIM
              END-IF
           END-IF.

       3000-CLIENTE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODCLI
              MOVE WS-CODCLI TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF NOT FS3-OK
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE FS3-NOME TO WS-NOME-CLI
                 DISPLAY T-NOMECLI
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3000-RESULTADO.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-RESULTADO
              INSPECT WS-RESULTADO CONVERTING "psfr" TO "PSFR"
              IF NOT WS-RES-VALIDO
                 MOVE "RESULTADO DEVE SER P, S, F OU R" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 9400-DESCREVE-RESULTADO
                 DISPLAY T-RESULTADO
                 DISPLAY T-DESC-RES
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

      * VENDA VINCULADA: SO QUANDO HOUVE PEDIDO. PRECISA SER UMA VENDA
      * EFETIVA DO MESMO CLIENTE E VENDEDOR, FEITA NA DATA DA VISITA
      * OU DEPOIS DELA
       3000-VENDA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF WS-RESULTADO = "P"
                 MOVE ZEROS TO FS-EXIT
              ELSE
                 MOVE ZEROS TO WS-NUMVENDA
                 DISPLAY T-NUMVENDA
              END-IF
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NUMVENDA
              MOVE WS-NUMVENDA TO FS4-NUMVENDA
              READ FILE4 KEY IS FS4-KEY
              EVALUATE TRUE
                 WHEN WS-NUMVENDA = ZEROS
                    MOVE "FAVOR INFORMAR O NUMERO DA VENDA" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN NOT FS4-OK
                    MOVE "VENDA NAO CADASTRADA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN NOT FS4-STATUS-ATIVA
                    MOVE "VENDA CANCELADA OU ORCAMENTO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN FS4-CODCLI NOT = WS-CODCLI
                    MOVE "VENDA DE OUTRO CLIENTE" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN FS4-CODVEN NOT = WS-CODVEN
                    MOVE "VENDA DE OUTRO VENDEDOR" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN FS4-DATA-VENDA < WS-DATA-VIS
                    MOVE "VENDA ANTERIOR A DATA DA VISITA" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 WHEN OTHER
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
              END-EVALUATE
           END-PERFORM.

      * NOVA DATA: SO NO REAGENDAMENTO, DEPOIS DA DATA DA VISITA
       3000-REAGENDA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF WS-RESULTADO = "R"
                 MOVE ZEROS TO FS-EXIT
              ELSE
                 MOVE ZEROS TO WS-DATA-REAGENDA
                 DISPLAY T-REAGENDA
              END-IF
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-REAGENDA
              IF WS-DATA-REAGENDA NOT > WS-DATA-VIS
                 MOVE "NOVA DATA DEVE SER POSTERIOR A VISITA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3000-OBS.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-OBS
           END-IF.

       3000-GRAVA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA O REGISTRO DA VISITA (S/N)?" TO
                   WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 INITIALIZE FILE1-REC
                 MOVE WS-CODVEN        TO FS-CODVEN
                 MOVE WS-DATA-VIS      TO FS-DATA
                 MOVE WS-HORA-VIS      TO FS-HORA
                 MOVE WS-CODCLI        TO FS-CODCLI
                 MOVE WS-RESULTADO     TO FS-RESULTADO
                 MOVE WS-NUMVENDA      TO FS-NUMVENDA
                 MOVE WS-DATA-REAGENDA TO FS-DATA-REAGENDA
                 MOVE WS-OBS           TO FS-OBS
                 MOVE WS-DATA-HOJE     TO FS-DATA-LANC
                 MOVE WS-CODOPER       TO FS-CODOPER
                 WRITE FILE1-REC
                 END-WRITE
                 IF FS-OK
                    MOVE "VISITA REGISTRADA" TO WS-MSGERRO
                 ELSE
                    MOVE "ERRO NA GRAVACAO DA VISITA" TO WS-MSGERRO
                 END-IF
              ELSE
                 MOVE "VISITA DESCARTADA" TO WS-MSGERRO
              END-IF
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       3000-REGISTRAR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA VENDEDOR (CADASTRADO E ATIVO), DATA (ZERO = HOJE, NAO
      * PODE SER FUTURA) E HORA DA VISITA
       3050-ACEITA-CHAVE SECTION.
       3050.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODVEN
              MOVE WS-CODVEN TO FS2-CODIGO
              READ FILE2 KEY IS FS2-KEY
              IF NOT FS2-OK
                 MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS2-STATUS-INATIVA
                    MOVE "VENDEDOR INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS2-NOME TO WS-NOME-VEN
                    DISPLAY T-NOMEVEN
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       3050-DATA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DATA-VIS
              IF WS-DATA-VIS = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-VIS
                 DISPLAY T-DATA-VIS
              END-IF
              IF WS-DATA-VIS > WS-DATA-HOJE
                 MOVE "DATA DA VISITA NAO PODE SER FUTURA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3050-HORA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-HORA-VIS
              IF WS-VIS-HH > 23 OR WS-VIS-MM > 59
                 MOVE "HORA INVALIDA" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3050-ACEITA-CHAVE-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA AS VISITAS DE UM VENDEDOR NO DIA, EM ORDEM DE HORA,
      * UMA TELA POR VEZ
       4000-CONSULTA SECTION.
       4000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-HORA-VIS.
           DISPLAY SS-CHAVE.

       4000-VENDEDOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODVEN
              MOVE WS-CODVEN TO FS2-CODIGO
              READ FILE2 KEY IS FS2-KEY
              IF NOT FS2-OK
                 MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE FS2-NOME TO WS-NOME-VEN
                 DISPLAY T-NOMEVEN
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       4000-DATA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DATA-VIS
              IF WS-DATA-VIS = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-VIS
                 DISPLAY T-DATA-VIS
              END-IF
           END-IF.

       4000-LISTA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              DISPLAY SS-LISTA
              MOVE 9 TO WS-LINHA
              MOVE ZEROS TO WS-CONT
              PERFORM 9200-PRIMEIRA-VISITA
              PERFORM UNTIL FIM-VISITAS
                 ADD 1 TO WS-CONT
                 MOVE SPACES TO WS-NOME-CLI
                 MOVE FS-CODCLI TO FS3-CODIGO
                 READ FILE3 KEY IS FS3-KEY
                 IF FS3-OK
                    MOVE FS3-NOME TO WS-NOME-CLI
                 END-IF
                 MOVE FS-RESULTADO TO WS-RESULTADO
                 PERFORM 9400-DESCREVE-RESULTADO
                 MOVE FS-HORA (1:2)     TO WS-LL-HH
                 MOVE FS-HORA (3:2)     TO WS-LL-MM
                 MOVE FS-CODCLI         TO WS-LL-CODCLI
                 MOVE WS-NOME-CLI       TO WS-LL-NOME
                 MOVE WS-DESC-RESULTADO TO WS-LL-RESULTADO
                 MOVE FS-NUMVENDA       TO WS-LL-PEDIDO
                 COMPUTE WS-POS-LISTA = WS-LINHA * 100 + 2
                 DISPLAY WS-LIN-LISTA AT WS-POS-LISTA
                 ADD 1 TO WS-LINHA
                 IF WS-LINHA > 19
                    MOVE "S" TO WS-ERRO
                    MOVE "CONTINUA A LISTA (S/N)?" TO WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       DISPLAY SS-TELA-REGISTRO
                       DISPLAY SS-CHAVE
                       DISPLAY SS-LISTA
                       MOVE 9 TO WS-LINHA
                    ELSE
                       MOVE "S" TO WS-FIM-VISITAS
                    END-IF
                 END-IF
                 IF NOT FIM-VISITAS
                    PERFORM 9300-PROXIMA-VISITA
                 END-IF
              END-PERFORM
              MOVE WS-CONT TO ED-CONT
              MOVE SPACES TO WS-MSGERRO
              STRING "VISITAS LISTADAS: " ED-CONT
                     DELIMITED BY SIZE INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       4000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * EXCLUSAO DE VISITA LANCADA ERRADA (SUPERVISOR)
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUIR" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-HORA-VIS.
           DISPLAY SS-CHAVE.

       5000-CHAVE.
           PERFORM 3050-ACEITA-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE WS-CODVEN   TO FS-CODVEN
              MOVE WS-DATA-VIS TO FS-DATA
              MOVE WS-HORA-VIS TO FS-HORA
              READ FILE1 KEY IS FS-KEY
              IF NOT FS-OK
                 MOVE "VISITA NAO ENCONTRADA" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 GO TO 5000-EXCLUIR-FIM
              END-IF
           END-IF.

       5000-CONFIRMA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE FS-CODCLI        TO WS-CODCLI
              MOVE FS-RESULTADO     TO WS-RESULTADO
              MOVE FS-NUMVENDA      TO WS-NUMVENDA
              MOVE FS-DATA-REAGENDA TO WS-DATA-REAGENDA
              MOVE FS-OBS           TO WS-OBS
              MOVE SPACES TO WS-NOME-CLI
              MOVE FS-CODCLI TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF FS3-OK
                 MOVE FS3-NOME TO WS-NOME-CLI
              END-IF
              PERFORM 9400-DESCREVE-RESULTADO
              DISPLAY SS-DADOS
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA A EXCLUSAO DA VISITA (S/N)?" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 DELETE FILE1 RECORD
                 END-DELETE
                 MOVE "VISITA EXCLUIDA" TO WS-MSGERRO
              ELSE
                 MOVE "EXCLUSAO CANCELADA" TO WS-MSGERRO
              END-IF
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       5000-EXCLUIR-FIM.
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

           OPEN INPUT FILE2
           IF FS2-NAO-EXISTE THEN
              MOVE "ARQUIVO DE VENDEDORES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE3
           IF FS3-NAO-EXISTE THEN
              MOVE "ARQUIVO DE CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

      * SEM ARQUIVO DE VENDAS NENHUMA VISITA COM PEDIDO E ACEITA
           OPEN INPUT FILE4.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA E LE A PRIMEIRA VISITA DO VENDEDOR NA DATA
       9200-PRIMEIRA-VISITA SECTION.
       9200.
           MOVE "N" TO WS-FIM-VISITAS.
           MOVE WS-CODVEN   TO FS-CODVEN.
           MOVE WS-DATA-VIS TO FS-DATA.
           MOVE ZEROS       TO FS-HORA.
           START FILE1 KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-VISITAS
           END-START.
           IF NOT FIM-VISITAS
              PERFORM 9300-PROXIMA-VISITA
           END-IF.

       9200-PRIMEIRA-VISITA-FIM.
           EXIT.

      * -----------------------------------
      * LE A PROXIMA VISITA; FIM QUANDO MUDA O VENDEDOR OU A DATA
       9300-PROXIMA-VISITA SECTION.
       9300.
           READ FILE1 NEXT
               AT END
                   MOVE "S" TO WS-FIM-VISITAS
           END-READ.
           IF NOT FIM-VISITAS
              IF NOT FS-OK
                 OR FS-CODVEN NOT = WS-CODVEN
                 OR FS-DATA   NOT = WS-DATA-VIS
                 MOVE "S" TO WS-FIM-VISITAS
              END-IF
           END-IF.

       9300-PROXIMA-VISITA-FIM.
           EXIT.

      * -----------------------------------
      * DESCRICAO DO RESULTADO EM WS-RESULTADO PARA TELA E LISTA
       9400-DESCREVE-RESULTADO SECTION.
       9400.
           EVALUATE WS-RESULTADO
              WHEN "P"  MOVE "PEDIDO"          TO WS-DESC-RESULTADO
              WHEN "S"  MOVE "SEM PEDIDO"      TO WS-DESC-RESULTADO
              WHEN "F"  MOVE "CLIENTE FECHADO" TO WS-DESC-RESULTADO
              WHEN "R"  MOVE "REAGENDAR"       TO WS-DESC-RESULTADO
              WHEN OTHER
                        MOVE SPACES            TO WS-DESC-RESULTADO
           END-EVALUATE.

       9400-DESCREVE-RESULTADO-FIM.
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
