       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RETROMANEIO.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RETORNO DO ROMANEIO DE ENTREGA
      *
      * OBJETIVO:     REGISTRAR O RETORNO DE UMA CARGA DO ROMANEIO:
      *               O MOTORISTA E, PARA CADA PEDIDO NA ORDEM DAS
      *               PARADAS, SE FOI ENTREGUE, ENTREGUE PARCIAL,
      *               RECUSADO OU SE O CLIENTE ESTAVA AUSENTE, COM
      *               DATA, HORA E MOTIVO. RECUSA E ENTREGA PARCIAL
      *               GERAM PENDENCIA DE DEVOLUCAO (devpendentes.dat),
      *               BAIXADA NA DEVOLUCAO DA VENDA. O PEDIDO COM
      *               CLIENTE AUSENTE VOLTA NO PROXIMO ROMANEIO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  RETORNO DO ROMANEIO COM OCORRENCIAS
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
                 "romaneios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "devpendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY.

           SELECT FILE3 ASSIGN TO DISK
                 "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

       DATA DIVISION.
       FILE SECTION.
      * PARADA DO ROMANEIO (GRAVADA PELO ROMANEIO-ENTREGA). SITUACAO:
      * P=PENDENTE DE RETORNO, E=ENTREGUE, T=ENTREGUE PARCIAL,
      * R=RECUSADO, A=CLIENTE AUSENTE
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-DATA        PIC 9(008).
               10 FS-CARGA       PIC 9(003).
               10 FS-SEQ         PIC 9(003).
           05 FS-NUMVENDA        PIC 9(007).
           05 FS-CODCLI          PIC 9(007).
           05 FS-VALOR           PIC 9(009)V9(002).
           05 FS-SEQ-END         PIC 9(002).
           05 FS-PREVISTA        PIC 9(008).
           05 FS-MOTORISTA       PIC X(030).
           05 FS-SITUACAO        PIC X(001).
               88 FS-PENDENTE        VALUE "P".
               88 FS-ENTREGUE        VALUE "E".
               88 FS-PARCIAL         VALUE "T".
               88 FS-RECUSADO        VALUE "R".
               88 FS-AUSENTE         VALUE "A".
           05 FS-DATA-OCOR       PIC 9(008).
           05 FS-HORA-OCOR       PIC 9(004).
           05 FS-MOTIVO          PIC X(040).
           05 FS-REENVIO         PIC X(001).
               88 FS-REENVIADO       VALUE "S".
           05 FS-CODOPER         PIC 9(004).
           05 FILLER             PIC X(020).

      * PENDENCIA DE DEVOLUCAO DO PEDIDO RECUSADO OU ENTREGUE
      * PARCIAL. TIPO: R=RECUSA, T=PARCIAL. SITUACAO: P=PENDENTE,
      * D=DEVOLVIDA (BAIXADA NA DEVOLUCAO DA VENDA)
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-NUMVENDA   PIC 9(007).
               10 FS2-DATA-ROM   PIC 9(008).
               10 FS2-CARGA      PIC 9(003).
           05 FS2-CODCLI         PIC 9(007).
           05 FS2-TIPO           PIC X(001).
           05 FS2-MOTIVO         PIC X(040).
           05 FS2-DATA-OCOR      PIC 9(008).
           05 FS2-SITUACAO       PIC X(001).
               88 FS2-PENDENTE       VALUE "P".
               88 FS2-DEVOLVIDA      VALUE "D".
           05 FS2-DATA-BAIXA     PIC 9(008).
           05 FS2-CODOPER        PIC 9(004).
           05 FILLER             PIC X(020).

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
           03 FILLER PIC X(13) VALUE "ROMANEIO  -  ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CARGA EM RETORNO OU EM CONSULTA
       01 WS-DATA-ROM      PIC 9(008) VALUE ZEROS.
       01 WS-CARGA         PIC 9(003) VALUE ZEROS.
       01 WS-MOTORISTA     PIC X(030) VALUE SPACES.
       01 WS-NOME-CLI      PIC X(030) VALUE SPACES.
       01 WS-PREVISTA-ED   PIC X(010) VALUE SPACES.

      * RETORNO DA PARADA EM DIGITACAO
       01 WS-SITUACAO      PIC X(001) VALUE SPACES.
           88 WS-SIT-VALIDA  VALUES ARE "E" "T" "R" "A" "P".
           88 WS-SIT-MOTIVO  VALUES ARE "T" "R" "A".
       01 WS-DESC-SITUACAO PIC X(020) VALUE SPACES.
       01 WS-DATA-OCOR     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-OCOR     PIC 9(004) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-OCOR.
           03 WS-OCOR-HH   PIC 9(002).
           03 WS-OCOR-MM   PIC 9(002).
       01 WS-MOTIVO        PIC X(040) VALUE SPACES.

      * RETORNOS ACEITOS NA CARGA, GRAVADOS SO NA CONFIRMACAO PARA
      * NAO DEIXAR CARGA COM RETORNO PELA METADE
       01 WS-TAB-RETORNO.
           03 WS-TAB-PARADA OCCURS 999 TIMES.
               05 WS-TAB-SEQ      PIC 9(003).
               05 WS-TAB-SITUACAO PIC X(001).
               05 WS-TAB-DATA     PIC 9(008).
               05 WS-TAB-HORA     PIC 9(004).
               05 WS-TAB-MOTIVO   PIC X(040).
       01 WS-QT-PARADAS    PIC 9(003) VALUE ZEROS.
       01 WS-IDX           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-PARADAS   PIC 9(003) VALUE 999.
       01 WS-QT-PENDENCIAS PIC 9(003) VALUE ZEROS.
       01 WS-QT-REENVIADAS PIC 9(003) VALUE ZEROS.

       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-HORA-COMP     PIC 9(008) VALUE ZEROS.
       01 WS-LINHA         PIC 9(002) VALUE ZEROS.
       01 WS-POS-LISTA     PIC 9(004) VALUE ZEROS.
       01 WS-FIM-PARADAS   PIC X(001) VALUE "N".
           88 FIM-PARADAS VALUE "S".
       01 ED-QT-PARADAS    PIC ZZ9.
       01 ED-QT-PENDENCIAS PIC ZZ9.

       01 WS-LIN-LISTA.
           03 WS-LL-SEQ       PIC 9(003).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LL-PEDIDO    PIC 9(007).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LL-CODCLI    PIC 9(007).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LL-SITUACAO  PIC X(016).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-DIA       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LL-MES       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LL-ANO       PIC 9(004).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-HH        PIC 9(002).
           03 FILLER          PIC X(001) VALUE ":".
           03 WS-LL-MM        PIC 9(002).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WS-LL-MOTIVO    PIC X(020).

       77 WS-OPCAO PIC X.
           88 E-RETORNO     VALUE IS "1".
           88 E-CONSULTAR   VALUE IS "2".
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
                "RETORNO DO ROMANEIO DE ENTREGA HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "==================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - RETORNO DA CARGA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR CARGA".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Retorno do Romaneio de Entrega HBSIS".

           01  SS-CARGA.
               05  LINE  04 COLUMN 07  VALUE
                "Data do Romaneio.......:".
               05  T-DATA-ROM LINE  04  COLUMN 34 PIC 9(08)
                USING  WS-DATA-ROM HIGHLIGHT .
               05  LINE  05 COLUMN 07  VALUE
                "Carga..................:".
               05  T-CARGA   LINE  05  COLUMN 34 PIC 9(03)
                USING  WS-CARGA HIGHLIGHT .
               05  LINE  06 COLUMN 07  VALUE
                "Motorista..............:".
               05  T-MOTORISTA LINE  06  COLUMN 34 PIC X(30)
                USING  WS-MOTORISTA HIGHLIGHT .
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

           01  SS-PARADA.
               05  LINE 08 COLUMN 07 VALUE
                    "Parada / Pedido........:".
               05  T-SEQ LINE 08 COLUMN 34 PIC 9(03)
                            FROM FS-SEQ HIGHLIGHT.
               05  T-PEDIDO LINE 08 COLUMN 38 PIC 9(07)
                            FROM FS-NUMVENDA HIGHLIGHT.
               05  LINE 09 COLUMN 07 VALUE
                    "Cliente................:".
               05  T-CODCLI LINE 09 COLUMN 34 PIC 9(07)
                            FROM FS-CODCLI HIGHLIGHT.
               05  T-NOMECLI LINE 09 COLUMN 42 PIC X(30)
                            FROM WS-NOME-CLI HIGHLIGHT.
               05  LINE 10 COLUMN 07 VALUE
                    "Valor do Pedido........:".
               05  T-VALOR LINE 10 COLUMN 34 PIC ZZZ.ZZZ.ZZ9,99
                            FROM FS-VALOR HIGHLIGHT.
               05  LINE 11 COLUMN 07 VALUE
                    "Entrega Prevista.......:".
               05  T-PREVISTA LINE 11 COLUMN 34 PIC X(10)
                            FROM WS-PREVISTA-ED HIGHLIGHT.
               05  LINE 13 COLUMN 07 VALUE
                    "Situacao (E/T/R/A/P)...:".
               05  T-SITUACAO LINE 13 COLUMN 34 PIC X(01)
                            USING WS-SITUACAO HIGHLIGHT.
               05  T-DESC-SIT LINE 13 COLUMN 37 PIC X(20)
                            FROM WS-DESC-SITUACAO HIGHLIGHT.
               05  LINE 14 COLUMN 07 VALUE
                    "Data (AAAAMMDD)........:".
               05  T-DATA-OCOR LINE 14 COLUMN 34 PIC 9(08)
                            USING WS-DATA-OCOR HIGHLIGHT.
               05  LINE 15 COLUMN 07 VALUE
                    "Hora (HHMM)............:".
               05  T-HORA-OCOR LINE 15 COLUMN 34 PIC 9(04)
                            USING WS-HORA-OCOR HIGHLIGHT.
               05  LINE 16 COLUMN 07 VALUE
                    "Motivo.................:".
               05  T-MOTIVO LINE 16 COLUMN 34 PIC X(40)
                            USING WS-MOTIVO HIGHLIGHT.
               05  LINE 18 COLUMN 07 VALUE
                "E=ENTREGUE T=PARCIAL R=RECUSADO A=AUSENTE".
               05  LINE 18 COLUMN 50 VALUE "P=SEM RETORNO".

           01  SS-TOTAL.
               05  LINE 20 COLUMN 07 VALUE "PARADAS: ".
               05  T-QT-PARADAS LINE 20 COLUMN 16 PIC ZZ9
                            FROM WS-QT-PARADAS HIGHLIGHT.

           01  SS-LISTA.
               05  LINE 08 COLUMN 02 VALUE
                "SEQ  PEDIDO   CLIENTE  SITUACAO".
               05  LINE 08 COLUMN 44 VALUE "DATA       HORA".
               05  LINE 08 COLUMN 61 VALUE "MOTIVO".

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
                WHEN E-RETORNO
                     PERFORM 3000-RETORNO THRU 3000-RETORNO-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 4000-CONSULTA THRU 4000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * RETORNO DA CARGA: DATA DO ROMANEIO, CARGA E MOTORISTA E, EM
      * SEGUIDA, O RETORNO DE CADA PARADA NA ORDEM DO ROMANEIO
       3000-RETORNO SECTION.
       3000.
           MOVE "RETORNO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-QT-PARADAS WS-QT-REENVIADAS.
           MOVE SPACES TO WS-MOTORISTA.
           INITIALIZE WS-TAB-RETORNO.
           DISPLAY SS-CARGA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       3000-CARGA.
           PERFORM 3050-ACEITA-CARGA.

      * O MOTORISTA VEM SUGERIDO DO RETORNO JA LANCADO DA CARGA
       3000-MOTORISTA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE FS-MOTORISTA TO WS-MOTORISTA
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-MOTORISTA
              IF WS-MOTORISTA EQUAL SPACES
                 MOVE "FAVOR INFORMAR O MOTORISTA" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3000-PARADAS.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 3100-ACEITA-PARADAS
           END-IF.

       3000-CONFIRMA.
           IF COB-CRT-STATUS = COB-SCR-ESC
              IF WS-QT-PARADAS > ZEROS
                 MOVE "RETORNO DESCARTADO" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 MOVE COB-SCR-ESC TO COB-CRT-STATUS
              END-IF
           ELSE
              IF WS-QT-PARADAS = ZEROS
                 MOVE "NENHUMA PARADA PODE SER ALTERADA NESTA CARGA" TO
                      WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA O RETORNO DA CARGA (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 3200-GRAVAR-RETORNO
                 ELSE
                    MOVE "RETORNO DESCARTADO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       3000-RETORNO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A DATA DO ROMANEIO E A CARGA, QUE PRECISA TER AO
      * MENOS UMA PARADA GRAVADA (FICA LIDA A PRIMEIRA PARADA)
       3050-ACEITA-CARGA SECTION.
       3050.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DATA-ROM
              ACCEPT T-CARGA
              IF WS-DATA-ROM EQUAL ZEROS OR WS-CARGA EQUAL ZEROS
                 MOVE "FAVOR INFORMAR A DATA DO ROMANEIO E A CARGA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 9200-PRIMEIRA-PARADA
                 IF FIM-PARADAS
                    MOVE "CARGA NAO ENCONTRADA NO ROMANEIO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       3050-ACEITA-CARGA-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE AS PARADAS DA CARGA ACEITANDO O RETORNO DE CADA
      * UMA (O RETORNO JA LANCADO VEM SUGERIDO). PARADA DE CLIENTE
      * AUSENTE JA REENVIADA EM OUTRO ROMANEIO NAO E MAIS ALTERADA
       3100-ACEITA-PARADAS SECTION.
       3100.
           PERFORM 9200-PRIMEIRA-PARADA.

           PERFORM UNTIL FIM-PARADAS
                      OR COB-CRT-STATUS = COB-SCR-ESC
              IF FS-REENVIADO
                 ADD 1 TO WS-QT-REENVIADAS
              ELSE
                 IF WS-QT-PARADAS < WS-MAX-PARADAS
                    PERFORM 3150-ACEITA-UMA-PARADA
                 END-IF
              END-IF
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 PERFORM 9300-PROXIMA-PARADA
              END-IF
           END-PERFORM.

           IF WS-QT-REENVIADAS > ZEROS
              AND NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE WS-QT-REENVIADAS TO ED-CONT
              MOVE SPACES TO WS-MSGERRO
              STRING "PARADAS JA REENVIADAS (NAO ALTERADAS): " ED-CONT
                     DELIMITED BY SIZE INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

       3100-ACEITA-PARADAS-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA A PARADA CORRENTE E ACEITA SITUACAO, DATA, HORA E
      * MOTIVO. DATA ENTRE O ROMANEIO E HOJE; MOTIVO OBRIGATORIO PARA
      * PARCIAL, RECUSA E AUSENTE. "P" DEIXA A PARADA SEM RETORNO
       3150-ACEITA-UMA-PARADA SECTION.
       3150.
           MOVE SPACES TO WS-NOME-CLI.
           MOVE FS-CODCLI TO FS3-CODIGO.
           READ FILE3 KEY IS FS3-KEY.
           IF FS3-OK
              MOVE FS3-NOME TO WS-NOME-CLI
           END-IF.
           MOVE SPACES TO WS-PREVISTA-ED.
           STRING FS-PREVISTA (7:2) "/" FS-PREVISTA (5:2) "/"
                  FS-PREVISTA (1:4)
                  DELIMITED BY SIZE INTO WS-PREVISTA-ED.

           MOVE FS-SITUACAO TO WS-SITUACAO.
           MOVE FS-MOTIVO   TO WS-MOTIVO.
           IF FS-PENDENTE
              MOVE "E" TO WS-SITUACAO
              MOVE WS-DATA-HOJE TO WS-DATA-OCOR
              ACCEPT WS-HORA-COMP FROM TIME
              MOVE WS-HORA-COMP (1:4) TO WS-HORA-OCOR
           ELSE
              MOVE FS-DATA-OCOR TO WS-DATA-OCOR
              MOVE FS-HORA-OCOR TO WS-HORA-OCOR
           END-IF.
           PERFORM 9400-DESCREVE-SITUACAO.
           DISPLAY SS-PARADA.
           DISPLAY SS-TOTAL.

       3150-SITUACAO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-SITUACAO
              INSPECT WS-SITUACAO CONVERTING "etrap" TO "ETRAP"
              IF NOT WS-SIT-VALIDA
                 MOVE "SITUACAO DEVE SER E, T, R, A OU P" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 9400-DESCREVE-SITUACAO
                 DISPLAY T-SITUACAO
                 DISPLAY T-DESC-SIT
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3150-DATA-HORA.
           IF WS-SITUACAO = "P"
              MOVE ZEROS  TO WS-DATA-OCOR WS-HORA-OCOR
              MOVE SPACES TO WS-MOTIVO
              DISPLAY SS-PARADA
           ELSE
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DATA-OCOR
              ACCEPT T-HORA-OCOR
              IF WS-DATA-OCOR < WS-DATA-ROM
                 OR WS-DATA-OCOR > WS-DATA-HOJE
                 MOVE "DATA FORA DO PERIODO DO ROMANEIO ATE HOJE" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF WS-OCOR-HH > 23 OR WS-OCOR-MM > 59
                    MOVE "HORA INVALIDA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       3150-MOTIVO.
           IF WS-SITUACAO = "P"
              MOVE 99 TO FS-EXIT
           ELSE
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-MOTIVO
              IF WS-SIT-MOTIVO AND WS-MOTIVO EQUAL SPACES
                 MOVE "FAVOR INFORMAR O MOTIVO DA OCORRENCIA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       3150-GUARDA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ADD 1 TO WS-QT-PARADAS
              MOVE FS-SEQ       TO WS-TAB-SEQ (WS-QT-PARADAS)
              MOVE WS-SITUACAO  TO WS-TAB-SITUACAO (WS-QT-PARADAS)
              MOVE WS-DATA-OCOR TO WS-TAB-DATA (WS-QT-PARADAS)
              MOVE WS-HORA-OCOR TO WS-TAB-HORA (WS-QT-PARADAS)
              MOVE WS-MOTIVO    TO WS-TAB-MOTIVO (WS-QT-PARADAS)
           END-IF.

       3150-ACEITA-UMA-PARADA-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O RETORNO EM CADA PARADA E ACERTA A PENDENCIA DE
      * DEVOLUCAO DO PEDIDO NA CARGA: CRIADA (OU ATUALIZADA) NA
      * RECUSA E NA ENTREGA PARCIAL, EXCLUIDA QUANDO O RETORNO FOI
      * CORRIGIDO E A DEVOLUCAO AINDA NAO FOI FEITA
       3200-GRAVAR-RETORNO SECTION.
       3200.
           MOVE ZEROS TO WS-QT-PENDENCIAS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-PARADAS
              MOVE WS-DATA-ROM        TO FS-DATA
              MOVE WS-CARGA           TO FS-CARGA
              MOVE WS-TAB-SEQ (WS-IDX) TO FS-SEQ
              READ FILE1 KEY IS FS-KEY
              IF FS-OK
                 MOVE WS-MOTORISTA              TO FS-MOTORISTA
                 MOVE WS-TAB-SITUACAO (WS-IDX)  TO FS-SITUACAO
                 MOVE WS-TAB-DATA (WS-IDX)      TO FS-DATA-OCOR
                 MOVE WS-TAB-HORA (WS-IDX)      TO FS-HORA-OCOR
                 MOVE WS-TAB-MOTIVO (WS-IDX)    TO FS-MOTIVO
                 MOVE WS-CODOPER                TO FS-CODOPER
                 REWRITE FILE1-REC
                 END-REWRITE
                 PERFORM 3300-ACERTA-PENDENCIA
              END-IF
           END-PERFORM.

           MOVE WS-QT-PARADAS    TO ED-QT-PARADAS.
           MOVE WS-QT-PENDENCIAS TO ED-QT-PENDENCIAS.
           MOVE SPACES TO WS-MSGERRO.
           STRING "RETORNO GRAVADO - PARADAS: " ED-QT-PARADAS
                  " - PENDENCIAS DE DEVOLUCAO: " ED-QT-PENDENCIAS
                  DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM 9900-MOSTRA-ERRO
              THRU 9900-MOSTRA-ERRO-FIM.

       3200-GRAVAR-RETORNO-FIM.
           EXIT.

      * -----------------------------------
      * PENDENCIA DE DEVOLUCAO DO PEDIDO DA PARADA (FILE1-REC). A
      * PENDENCIA JA DEVOLVIDA NAO E MAIS MEXIDA
       3300-ACERTA-PENDENCIA SECTION.
       3300.
           MOVE FS-NUMVENDA TO FS2-NUMVENDA.
           MOVE FS-DATA     TO FS2-DATA-ROM.
           MOVE FS-CARGA    TO FS2-CARGA.
           READ FILE2 KEY IS FS2-KEY.

           IF FS2-OK
              IF FS2-PENDENTE
                 IF FS-RECUSADO OR FS-PARCIAL
                    MOVE FS-SITUACAO  TO FS2-TIPO
                    MOVE FS-MOTIVO    TO FS2-MOTIVO
                    MOVE FS-DATA-OCOR TO FS2-DATA-OCOR
                    MOVE WS-CODOPER   TO FS2-CODOPER
                    REWRITE FILE2-REC
                    END-REWRITE
                    ADD 1 TO WS-QT-PENDENCIAS
                 ELSE
                    DELETE FILE2 RECORD
                    END-DELETE
                 END-IF
              END-IF
           ELSE
              IF FS-RECUSADO OR FS-PARCIAL
                 INITIALIZE FILE2-REC
                 MOVE FS-NUMVENDA  TO FS2-NUMVENDA
                 MOVE FS-DATA      TO FS2-DATA-ROM
                 MOVE FS-CARGA     TO FS2-CARGA
                 MOVE FS-CODCLI    TO FS2-CODCLI
                 MOVE FS-SITUACAO  TO FS2-TIPO
                 MOVE FS-MOTIVO    TO FS2-MOTIVO
                 MOVE FS-DATA-OCOR TO FS2-DATA-OCOR
                 MOVE "P"          TO FS2-SITUACAO
                 MOVE WS-CODOPER   TO FS2-CODOPER
                 WRITE FILE2-REC
                 END-WRITE
                 ADD 1 TO WS-QT-PENDENCIAS
              END-IF
           END-IF.

       3300-ACERTA-PENDENCIA-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA UMA CARGA: LISTA AS PARADAS COM O RETORNO, UMA
      * TELA POR VEZ
       4000-CONSULTA SECTION.
       4000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE SPACES TO WS-MOTORISTA.
           DISPLAY SS-CARGA.

       4000-CARGA.
           PERFORM 3050-ACEITA-CARGA.

       4000-LISTA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE FS-MOTORISTA TO WS-MOTORISTA
              DISPLAY SS-CARGA
              DISPLAY SS-LISTA
              MOVE 9 TO WS-LINHA
              MOVE ZEROS TO WS-CONT
              PERFORM UNTIL FIM-PARADAS
                 ADD 1 TO WS-CONT
                 MOVE FS-SITUACAO TO WS-SITUACAO
                 PERFORM 9400-DESCREVE-SITUACAO
                 MOVE FS-SEQ              TO WS-LL-SEQ
                 MOVE FS-NUMVENDA         TO WS-LL-PEDIDO
                 MOVE FS-CODCLI           TO WS-LL-CODCLI
                 MOVE WS-DESC-SITUACAO    TO WS-LL-SITUACAO
                 MOVE FS-DATA-OCOR (7:2)  TO WS-LL-DIA
                 MOVE FS-DATA-OCOR (5:2)  TO WS-LL-MES
                 MOVE FS-DATA-OCOR (1:4)  TO WS-LL-ANO
                 MOVE FS-HORA-OCOR (1:2)  TO WS-LL-HH
                 MOVE FS-HORA-OCOR (3:2)  TO WS-LL-MM
                 MOVE FS-MOTIVO           TO WS-LL-MOTIVO
                 COMPUTE WS-POS-LISTA = WS-LINHA * 100 + 2
                 DISPLAY WS-LIN-LISTA AT WS-POS-LISTA
                 ADD 1 TO WS-LINHA
                 IF WS-LINHA > 19
                    MOVE "S" TO WS-ERRO
                    MOVE "CONTINUA A LISTA (S/N)?" TO WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       DISPLAY SS-TELA-REGISTRO
                       DISPLAY SS-CARGA
                       DISPLAY SS-LISTA
                       MOVE 9 TO WS-LINHA
                    ELSE
                       MOVE "S" TO WS-FIM-PARADAS
                    END-IF
                 END-IF
                 IF NOT FIM-PARADAS
                    PERFORM 9300-PROXIMA-PARADA
                 END-IF
              END-PERFORM
              MOVE WS-CONT TO ED-CONT
              MOVE SPACES TO WS-MSGERRO
              STRING "PARADAS LISTADAS: " ED-CONT
                     DELIMITED BY SIZE INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       4000-CONSULTA-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN I-O FILE1
           IF FS-NAO-EXISTE THEN
              MOVE "ARQUIVO DE ROMANEIOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE2
           IF FS2-NAO-EXISTE THEN
               OPEN OUTPUT FILE2
               CLOSE FILE2
               OPEN I-O FILE2
           END-IF.

      * SEM ARQUIVO DE CLIENTES A PARADA SAI SEM O NOME
           OPEN INPUT FILE3.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA E LE A PRIMEIRA PARADA DA CARGA INFORMADA
       9200-PRIMEIRA-PARADA SECTION.
       9200.
           MOVE "N" TO WS-FIM-PARADAS.
           MOVE WS-DATA-ROM TO FS-DATA.
           MOVE WS-CARGA    TO FS-CARGA.
           MOVE ZEROS       TO FS-SEQ.
           START FILE1 KEY IS GREATER THAN FS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-PARADAS
           END-START.
           IF NOT FIM-PARADAS
              PERFORM 9300-PROXIMA-PARADA
           END-IF.

       9200-PRIMEIRA-PARADA-FIM.
           EXIT.

      * -----------------------------------
      * LE A PROXIMA PARADA; FIM QUANDO MUDA A DATA OU A CARGA
       9300-PROXIMA-PARADA SECTION.
       9300.
           READ FILE1 NEXT
               AT END
                   MOVE "S" TO WS-FIM-PARADAS
           END-READ.
           IF NOT FIM-PARADAS
              IF NOT FS-OK
                 OR FS-DATA  NOT = WS-DATA-ROM
                 OR FS-CARGA NOT = WS-CARGA
                 MOVE "S" TO WS-FIM-PARADAS
              END-IF
           END-IF.

       9300-PROXIMA-PARADA-FIM.
           EXIT.

      * -----------------------------------
      * DESCRICAO DA SITUACAO EM WS-SITUACAO PARA TELA E LISTA
       9400-DESCREVE-SITUACAO SECTION.
       9400.
           EVALUATE WS-SITUACAO
              WHEN "E"  MOVE "ENTREGUE"         TO WS-DESC-SITUACAO
              WHEN "T"  MOVE "ENTREGUE PARCIAL" TO WS-DESC-SITUACAO
              WHEN "R"  MOVE "RECUSADO"         TO WS-DESC-SITUACAO
              WHEN "A"  MOVE "CLIENTE AUSENTE"  TO WS-DESC-SITUACAO
              WHEN "P"  MOVE "SEM RETORNO"      TO WS-DESC-SITUACAO
              WHEN OTHER
                        MOVE SPACES             TO WS-DESC-SITUACAO
           END-EVALUATE.

       9400-DESCREVE-SITUACAO-FIM.
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
