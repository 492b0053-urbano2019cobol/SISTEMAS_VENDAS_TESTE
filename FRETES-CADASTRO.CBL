       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    FRETES.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     TABELA DE FRETE POR DISTANCIA E VALOR DO PEDIDO
      *
      * OBJETIVO:     MANTER A TABELA DE FRETE (fretes.dat) USADA NA
      *               INCLUSAO DE VENDAS. CADA LINHA E UMA FAIXA DE
      *               DISTANCIA (ATE N KM DO DEPOSITO AO CLIENTE) E
      *               DE VALOR DAS MERCADORIAS DO PEDIDO (ATE V),
      *               COM UM VALOR FIXO MAIS UM PERCENTUAL SOBRE O
      *               VALOR DAS MERCADORIAS. A VENDA USA A PRIMEIRA
      *               FAIXA DE KM QUE COBRE A DISTANCIA (OU A ULTIMA)
      *               E DENTRO DELA A PRIMEIRA FAIXA DE VALOR QUE
      *               COBRE O PEDIDO (OU A ULTIMA DA FAIXA DE KM)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MANTER TABELA DE FRETE
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
                 "fretes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

       DATA DIVISION.
       FILE SECTION.
      * TABELA DE FRETE POR FAIXA DE KM E FAIXA DE VALOR DO PEDIDO
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-KM-ATE      PIC 9(005).
               10 FS-VALOR-ATE   PIC 9(009)V9(002).
           05 FS-VALOR-FIXO      PIC 9(007)V9(002).
           05 FS-PERC-VALOR      PIC 9(002)V9(002).
           05 FS-DATA-ALT        PIC 9(008).
           05 FS-OPER-ALT        PIC 9(004).
           05 FILLER             PIC X(010).

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
           03 FILLER PIC X(09) VALUE "FRETES - ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * CHAVE E DADOS DA FAIXA DE FRETE NA TELA
       01 WS-FAIXA.
           05 WS-KM-ATE          PIC 9(005) VALUE ZEROS.
           05 WS-VALOR-ATE       PIC 9(009)V9(002) VALUE ZEROS.
           05 WS-VALOR-FIXO      PIC 9(007)V9(002) VALUE ZEROS.
           05 WS-PERC-VALOR      PIC 9(002)V9(002) VALUE ZEROS.

       01 WS-DATA-HOJE           PIC 9(008) VALUE ZEROS.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 WS-ACHOU PIC X(01) VALUE "N".
           88 FAIXA-ACHOU VALUE "S".

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
               10 LINE 01 COLUMN 02 PIC X(29) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "TABELA DE FRETE HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "============================ "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Tabela de Frete HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Distancia ate (km).....:".
               05  LINE  06 COLUMN 07  VALUE
                "Valor do pedido ate....:".
               05  T-KM-ATE   LINE  05  COLUMN 34 PIC ZZZZ9
                USING  WS-KM-ATE     HIGHLIGHT .
               05  T-VALOR-ATE LINE 06  COLUMN 34 PIC ZZZZZZZZ9,99
                USING  WS-VALOR-ATE  HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  09 COLUMN 07  VALUE
                    "Valor fixo.............:".
               05  LINE  11 COLUMN 07  VALUE
                    "% sobre as mercadorias.:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-VALOR-FIXO LINE 09 COLUMN 34  PIC ZZZZZZ9,99
                            USING WS-VALOR-FIXO     HIGHLIGHT.
               05  T-PERC-VALOR LINE 11 COLUMN 34  PIC Z9,99
                            USING WS-PERC-VALOR     HIGHLIGHT.

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

           INITIALIZE WS-FAIXA.

       2100-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-FAIXA
                 IF FAIXA-ACHOU
                    MOVE "FAIXA JA CADASTRADA. USE A ALTERACAO"
                      TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE ZEROS TO WS-VALOR-FIXO WS-PERC-VALOR
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
              MOVE "FAIXA DE FRETE INCLUIDA COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A FAIXA DA TELA NA TABELA DE FRETE
       2300-GRAVAR SECTION.
       2300.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE FILE1-REC.
           MOVE WS-KM-ATE        TO FS-KM-ATE.
           MOVE WS-VALOR-ATE     TO FS-VALOR-ATE.
           MOVE WS-VALOR-FIXO    TO FS-VALOR-FIXO.
           MOVE WS-PERC-VALOR    TO FS-PERC-VALOR.
           MOVE WS-DATA-HOJE     TO FS-DATA-ALT.
           MOVE WS-CODOPER       TO FS-OPER-ALT.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "FAIXA JA EXISTE NA TABELA" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.
           INITIALIZE WS-FAIXA.

       2300-GRAVAR-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0634.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 2118.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A FAIXA DE DISTANCIA E A FAIXA DE VALOR DO PEDIDO
       2500-ACEITA-CHAVE SECTION.
       2500.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-KM-ATE
              IF WS-KM-ATE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR A DISTANCIA FINAL DA FAIXA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VALOR-ATE
              IF WS-VALOR-ATE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O VALOR FINAL DA FAIXA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2500-ACEITA-CHAVE-FIM.
           EXIT.

      * -----------------------------------
      * LE A FAIXA DA CHAVE DA TELA
       2600-LE-FAIXA SECTION.
       2600.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-KM-ATE    TO FS-KM-ATE.
           MOVE WS-VALOR-ATE TO FS-VALOR-ATE.
           READ FILE1 KEY IS FS-KEY.
           IF FS-STAT = "00"
              MOVE "S" TO WS-ACHOU
              MOVE FS-VALOR-FIXO TO WS-VALOR-FIXO
              MOVE FS-PERC-VALOR TO WS-PERC-VALOR
           END-IF.

       2600-LE-FAIXA-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O VALOR FIXO E O PERCENTUAL. FAIXA COM OS DOIS
      * ZERADOS E ACEITA (ENTREGA SEM FRETE NAQUELA FAIXA)
       2700-ACEITA-DADOS SECTION.
       2700.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VALOR-FIXO
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-PERC-VALOR
              END-IF
              MOVE 99 TO FS-EXIT
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
           INITIALIZE WS-FAIXA.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-FAIXA
                 IF NOT FAIXA-ACHOU
                    MOVE "FAIXA NAO CADASTRADA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY SS-DADOS

                    MOVE "S" TO WS-ERRO
                    MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                         WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       INITIALIZE WS-FAIXA
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

           INITIALIZE WS-FAIXA.

       4000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-FAIXA
                 IF NOT FAIXA-ACHOU
                    MOVE "FAIXA NAO CADASTRADA" TO WS-MSGERRO
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
              MOVE "FAIXA DE FRETE ALTERADA COM SUCESSO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-ALTERAR-FIM.
           EXIT.

      * O REGISTRO DA FAIXA JA ESTA LIDO PELO 2600-LE-FAIXA
       4100-REGRAVAR SECTION.
       4100.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-VALOR-FIXO    TO FS-VALOR-FIXO.
           MOVE WS-PERC-VALOR    TO FS-PERC-VALOR.
           MOVE WS-DATA-HOJE     TO FS-DATA-ALT.
           MOVE WS-CODOPER       TO FS-OPER-ALT.
           REWRITE FILE1-REC
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.
           INITIALIZE WS-FAIXA.

       4100-REGRAVAR-FIM.
           EXIT.

      * -----------------------------------
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE WS-FAIXA.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2500-ACEITA-CHAVE
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO FS-EXIT
                 PERFORM 2600-LE-FAIXA
                 IF NOT FAIXA-ACHOU
                    MOVE "FAIXA NAO CADASTRADA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    DISPLAY SS-DADOS

                    MOVE "N" TO WS-ERRO
                    MOVE "CONFIRMA A EXCLUSAO DA FAIXA (S/N)?" TO
                         WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       PERFORM 5100-DELETAR
                       PERFORM 2400-LIMPA-DADOS
                       MOVE "FAIXA DE FRETE EXCLUIDA COM SUCESSO" TO
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

       5100-DELETAR SECTION.
       5100.
           DELETE FILE1 RECORD
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-DELETE.
           INITIALIZE WS-FAIXA.

       5100-DELETAR-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1.

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
