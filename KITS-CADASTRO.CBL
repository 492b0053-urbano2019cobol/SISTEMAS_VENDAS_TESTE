       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    KITS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     COMPOSICAO DE KITS
      *
      * OBJETIVO:     MANTER A COMPOSICAO DOS KITS VENDIDOS: O KIT E
      *               UM PRODUTO DO CADASTRO CUJA VENDA BAIXA O
      *               ESTOQUE DOS COMPONENTES (PRODUTO E QUANTIDADE
      *               POR KIT) E NAO O DO PROPRIO KIT. O PRECO DO KIT
      *               E O DO CADASTRO DO PRODUTO (P - PROPRIO) OU A
      *               SOMA DOS PRECOS DOS COMPONENTES (S - SOMA).
      *               O CANCELAMENTO, A CORRECAO DO ITEM E A DEVOLUCAO
      *               ESTORNAM OS COMPONENTES PELA COMPOSICAO ATUAL;
      *               POR ISSO O PRODUTO QUE ESTA EM VENDA ATIVA NAO
      *               VIRA KIT E O KIT NELA NAO E ALTERADO NEM EXCLUIDO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MANTER COMPOSICAO DE KITS
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
                 "kits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "kitsitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CODCOMP WITH DUPLICATES.

           SELECT FILE3 ASSIGN TO DISK
                 "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "vendasitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK
                 "vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

       DATA DIVISION.
       FILE SECTION.
      * CABECALHO DO KIT - O CODIGO E O DO PRODUTO KIT NO CADASTRO
      * DE PRODUTOS
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODKIT      PIC 9(006).
           05 FS-TIPO-PRECO      PIC X(001).
               88 FS-PRECO-PROPRIO  VALUE "P".
               88 FS-PRECO-SOMA     VALUE "S".
               88 FS-TIPO-VALIDO    VALUE "P" "S".
           05 FS-QTDCOMP         PIC 9(003).
           05 FS-DATA-ALT        PIC 9(008).
           05 FS-OPER-ALT        PIC 9(004).
           05 FILLER             PIC X(020).

      * COMPONENTES DO KIT - QUANTIDADE DO COMPONENTE EM UM KIT
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODKIT     PIC 9(006).
               10 FS2-CODCOMP    PIC 9(006).
           05 FS2-QTD            PIC 9(005).
           05 FILLER             PIC X(010).

       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(006).
           05 FS3-DESCRICAO  PIC X(030).
           05 FS3-PRECO      PIC 9(007)V9(002).
           05 FS3-ESTOQUE    PIC S9(007).
           05 FS3-STATUS     PIC X(001).
               88 FS3-STATUS-INATIVA VALUE "I".
           05 FS3-EST-MINIMO PIC 9(007).
           05 FS3-EST-MAXIMO PIC 9(007).
           05 FS3-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER         PIC X(001).

      * ITENS DA VENDA - SO O PRODUTO DO ITEM
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-NUMVENDA PIC 9(007).
               10 FS4-SEQ      PIC 9(003).
           05 FS4-CODPROD      PIC 9(006).
           05 FILLER           PIC X(184).

      * VENDAS - SO A SITUACAO DA VENDA
       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
           05 FILLER           PIC X(037).
           05 FS5-STATUS       PIC X(001).
               88 FS5-STATUS-ATIVA VALUE "A".
           05 FILLER           PIC X(048).

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
           03 FILLER PIC X(13) VALUE "KITS -----   ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * APOIO A DIGITACAO DOS COMPONENTES E AO CALCULO DO PRECO
      * SOMADO E DA QUANTIDADE DE KITS QUE O ESTOQUE PERMITE MONTAR
       01 WS-KIT.
           05 WS-CODKIT          PIC 9(006) VALUE ZEROS.
           05 WS-CODCOMP         PIC 9(006) VALUE ZEROS.
           05 WS-QTDCOMP         PIC 9(005) VALUE ZEROS.
           05 WS-CT-COMP         PIC 9(003) VALUE ZEROS.
           05 WS-LINHA           PIC 9(002) VALUE ZEROS.
           05 WS-POSICAO         PIC 9(004) VALUE ZEROS.
           05 WS-PRECO-KIT       PIC 9(007)V9(002) VALUE ZEROS.
           05 WS-SOMA-PRECO      PIC 9(009)V9(002) VALUE ZEROS.
           05 WS-MONTAVEIS       PIC 9(007) VALUE ZEROS.
           05 WS-MONT-COMP       PIC 9(007) VALUE ZEROS.
           05 WS-DATA-HOJE       PIC 9(008) VALUE ZEROS.
           05 WS-E-KIT           PIC X(001) VALUE "N".
               88 E-KIT          VALUE "S".
           05 WS-COMP-NOVO       PIC X(001) VALUE "N".
               88 COMP-NOVO      VALUE "S".
           05 WS-FIM-COMP        PIC X(001) VALUE "N".
               88 FIM-COMPONENTES VALUE "S".
           05 WS-KIT-VENDIDO     PIC X(001) VALUE "N".
               88 KIT-VENDIDO    VALUE "S".
           05 WS-FIM-ITENS       PIC X(001) VALUE "N".
               88 FIM-ITENS      VALUE "S".
           05 WS-VENDAS-DISP     PIC X(001) VALUE "N".
               88 VENDAS-DISPONIVEIS VALUE "S".

       01 WP-COMP-DET.
           05 WP-CD-CODCOMP      PIC 9(006).
           05 FILLER             PIC X(002) VALUE SPACES.
           05 WP-CD-DESCR        PIC X(030).
           05 FILLER             PIC X(002) VALUE SPACES.
           05 WP-CD-QTD          PIC ZZZZ9.

       01 WP-TOTAIS.
           05 FILLER             PIC X(015) VALUE "PRECO PROPRIO: ".
           05 WP-TT-PROPRIO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(008) VALUE "  SOMA: ".
           05 WP-TT-SOMA         PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(013) VALUE "  MONTAVEIS: ".
           05 WP-TT-MONT         PIC Z.ZZZ.ZZ9.

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
                "COMPOSICAO DE KITS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "======================== "
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
                "Composicao de Kits HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Kit (Produto)..........:".
               05  T-CODKIT  LINE  05  COLUMN 34 PIC 9(06)
                USING  FS-CODKIT    HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  07 COLUMN 07  VALUE
                    "Preco (P-Proprio S-Soma):".
               05  LINE  09 COLUMN 07  VALUE
                    "Componente (0=Fim).....:".
               05  LINE  10 COLUMN 07  VALUE
                    "Quantidade por Kit.....:".
               05  LINE  12 COLUMN 07  VALUE
                "PRODUTO DESCRICAO                         QTD".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-TIPO-PRECO LINE  07  COLUMN 34  PIC X(01)
                            USING FS-TIPO-PRECO HIGHLIGHT.
               05  T-CODCOMP LINE  09  COLUMN 34  PIC 9(06)
                            USING WS-CODCOMP HIGHLIGHT.
               05  T-QTDCOMP LINE  10  COLUMN 34  PIC 9(05)
                            USING WS-QTDCOMP HIGHLIGHT.

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

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * INCLUSAO DO KIT: O PRODUTO TEM DE ESTAR CADASTRADO E NAO PODE
      * SER COMPONENTE DE OUTRO KIT. OS COMPONENTES SAO GRAVADOS A
      * MEDIDA QUE SAO INFORMADOS E O CABECALHO NO FINAL; KIT
      * ABANDONADO OU SEM COMPONENTES NAO FICA GRAVADO
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

           ACCEPT T-CODKIT
           IF FS-CODKIT EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CODIGO DO PRODUTO KIT" TO
                    WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               MOVE FS-CODKIT TO WS-CODKIT
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "00"
                  INITIALIZE FILE1-REC
                  MOVE "KIT JA CADASTRADO. USE A ALTERACAO"
                   TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  INITIALIZE FILE1-REC
                  MOVE WS-CODKIT TO FS-CODKIT
                  PERFORM 2800-VERIFICA-VENDAS
                  IF KIT-VENDIDO
                     MOVE "PRODUTO EM VENDA ATIVA NAO PODE VIRAR KIT"
                          TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     PERFORM 2500-VALIDA-KIT
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       2100-TIPO.
           MOVE "P" TO FS-TIPO-PRECO.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2150-ACEITA-TIPO
           END-IF.

       2100-COMPONENTES.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2200-COMPONENTES
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2350-APAGA-COMPONENTES
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           END-IF.

           IF FS-PROCESSA
              IF WS-CT-COMP = ZEROS
                 MOVE "KIT SEM COMPONENTES NAO FOI GRAVADO" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 2300-GRAVAR
                 PERFORM 2600-LIMPA-DADOS
                 MOVE "KIT INCLUIDO COM SUCESSO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O TIPO DE PRECO ATE SER P (PROPRIO) OU S (SOMA)
       2150-ACEITA-TIPO SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-TIPO-PRECO
              INSPECT FS-TIPO-PRECO CONVERTING "ps" TO "PS"
              IF FS-TIPO-VALIDO
                 DISPLAY WS-LIMPA AT 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "TIPO INVALIDO. INFORME P OU S" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

       2150-ACEITA-TIPO-FIM.
           EXIT.

      * -----------------------------------
      * DIGITACAO DOS COMPONENTES ATE O CODIGO ZERO. COMPONENTE JA
      * EXISTENTE NO KIT TEM A QUANTIDADE CORRIGIDA (ZERO RETIRA)
       2200-COMPONENTES SECTION.
       2200.
           PERFORM 2400-LISTA-COMPONENTES.
           MOVE "N" TO WS-FIM-COMP.
           PERFORM UNTIL FIM-COMPONENTES
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO WS-CODCOMP WS-QTDCOMP
              DISPLAY T-CODCOMP
              DISPLAY T-QTDCOMP
              DISPLAY WS-LIMPA at 0942
              ACCEPT T-CODCOMP
              IF WS-CODCOMP = ZEROS
                 MOVE "S" TO WS-FIM-COMP
              ELSE
                 PERFORM 2250-ACEITA-COMPONENTE
              END-IF
           END-PERFORM.

       2200-COMPONENTES-FIM.
           EXIT.

       2250-ACEITA-COMPONENTE SECTION.
       2250.
           MOVE WS-CODCOMP TO FS3-CODIGO.
           READ FILE3 KEY IS FS3-KEY.
           PERFORM 2260-VERIFICA-KIT.
           EVALUATE TRUE
              WHEN WS-CODCOMP = FS-CODKIT
                 MOVE "O KIT NAO PODE SER COMPONENTE DELE MESMO" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              WHEN NOT FS3-OK
                 MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              WHEN FS3-STATUS-INATIVA
                 MOVE "PRODUTO INATIVO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              WHEN E-KIT
                 MOVE "UM KIT NAO PODE SER COMPONENTE DE OUTRO KIT" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              WHEN OTHER
                 DISPLAY FS3-DESCRICAO AT 0942
                 MOVE FS-CODKIT  TO FS2-CODKIT
                 MOVE WS-CODCOMP TO FS2-CODCOMP
                 READ FILE2 KEY IS FS2-KEY
                 IF FS2-OK
                    MOVE "N" TO WS-COMP-NOVO
                    MOVE FS2-QTD TO WS-QTDCOMP
                    DISPLAY T-QTDCOMP
                    MOVE "COMPONENTE JA NO KIT - QUANTIDADE 0 RETIRA"
                      TO WS-MSGERRO
                 ELSE
                    MOVE "S" TO WS-COMP-NOVO
                    MOVE SPACES TO WS-MSGERRO
                 END-IF
                 DISPLAY WS-MSGERRO at 2118
                 PERFORM 2270-ACEITA-QUANTIDADE
           END-EVALUATE.

       2250-ACEITA-COMPONENTE-FIM.
           EXIT.

      * -----------------------------------
      * O PRODUTO WS-CODCOMP E UM KIT QUANDO TEM COMPONENTES
       2260-VERIFICA-KIT SECTION.
       2260.
           MOVE "N" TO WS-E-KIT.
           MOVE WS-CODCOMP TO FS2-CODKIT.
           MOVE ZEROS      TO FS2-CODCOMP.
           START FILE2 KEY IS NOT LESS THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.
           IF FS2-OK
              READ FILE2 NEXT
              IF FS2-OK AND FS2-CODKIT = WS-CODCOMP
                 MOVE "S" TO WS-E-KIT
              END-IF
           END-IF.

       2260-VERIFICA-KIT-FIM.
           EXIT.

       2270-ACEITA-QUANTIDADE SECTION.
       2270.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-QTDCOMP
              IF WS-QTDCOMP = ZEROS
                 IF COMP-NOVO
                    MOVE "FAVOR INFORMAR A QUANTIDADE POR KIT" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DELETE FILE2 RECORD
                    END-DELETE
                    MOVE "COMPONENTE RETIRADO DO KIT" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              ELSE
                 MOVE WS-QTDCOMP TO FS2-QTD
                 IF COMP-NOVO
                    WRITE FILE2-REC
                    END-WRITE
                 ELSE
                    REWRITE FILE2-REC
                    END-REWRITE
                 END-IF
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF FS-TERMINA
              PERFORM 2400-LISTA-COMPONENTES
           END-IF.

       2270-ACEITA-QUANTIDADE-FIM.
           EXIT.

       2300-GRAVAR SECTION.
       2300.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO FS-DATA-ALT.
           MOVE WS-CODOPER   TO FS-OPER-ALT.
           MOVE WS-CT-COMP   TO FS-QTDCOMP.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "KIT JA EXISTE" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
               INITIALIZE FILE1-REC
               MOVE "KIT INCLUIDO COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-FIM.
           EXIT.

      * -----------------------------------
      * APAGA OS COMPONENTES JA GRAVADOS DE UMA INCLUSAO ABANDONADA
      * OU DO KIT EXCLUIDO
       2350-APAGA-COMPONENTES SECTION.
       2350.
           MOVE FS-CODKIT TO FS2-CODKIT.
           MOVE ZEROS     TO FS2-CODCOMP.
           START FILE2 KEY IS NOT LESS THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-CODKIT = FS-CODKIT
                 DELETE FILE2 RECORD
                 END-DELETE
              ELSE
                 MOVE 10 TO FS-STAT2
              END-IF
           END-PERFORM.

       2350-APAGA-COMPONENTES-FIM.
           EXIT.

      * -----------------------------------
      * LISTA OS COMPONENTES DO KIT (ATE 7 NA TELA), CONTANDO-OS E
      * CALCULANDO A SOMA DOS PRECOS E QUANTOS KITS O ESTOQUE TOTAL
      * DOS COMPONENTES PERMITE MONTAR
       2400-LISTA-COMPONENTES SECTION.
       2400.
           MOVE 13 TO WS-LINHA.
           PERFORM UNTIL WS-LINHA > 19
              COMPUTE WS-POSICAO = WS-LINHA * 100 + 7
              DISPLAY WS-LIMPA AT WS-POSICAO
              ADD 1 TO WS-LINHA
           END-PERFORM.

           MOVE FS-CODKIT TO FS3-CODIGO.
           READ FILE3 KEY IS FS3-KEY.
           IF FS3-OK
              MOVE FS3-PRECO TO WS-PRECO-KIT
           ELSE
              MOVE ZEROS     TO WS-PRECO-KIT
           END-IF.

           MOVE 13 TO WS-LINHA.
           MOVE ZEROS TO WS-CT-COMP WS-SOMA-PRECO WS-MONTAVEIS.
           MOVE FS-CODKIT TO FS2-CODKIT.
           MOVE ZEROS     TO FS2-CODCOMP.
           START FILE2 KEY IS NOT LESS THAN FS2-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT2
           END-START.

           PERFORM UNTIL NOT FS2-OK
              READ FILE2 NEXT
              END-READ
              IF FS2-OK AND FS2-CODKIT = FS-CODKIT
                 ADD 1 TO WS-CT-COMP
                 MOVE FS2-CODCOMP TO FS3-CODIGO WP-CD-CODCOMP
                 READ FILE3 KEY IS FS3-KEY
                 IF FS3-OK
                    MOVE FS3-DESCRICAO TO WP-CD-DESCR
                    COMPUTE WS-SOMA-PRECO = WS-SOMA-PRECO
                                          + FS3-PRECO * FS2-QTD
                    IF FS3-ESTOQUE > ZEROS
                       COMPUTE WS-MONT-COMP = FS3-ESTOQUE / FS2-QTD
                    ELSE
                       MOVE ZEROS TO WS-MONT-COMP
                    END-IF
                 ELSE
                    MOVE "*** NAO CADASTRADO ***" TO WP-CD-DESCR
                    MOVE ZEROS TO WS-MONT-COMP
                 END-IF
                 IF WS-CT-COMP = 1 OR WS-MONT-COMP < WS-MONTAVEIS
                    MOVE WS-MONT-COMP TO WS-MONTAVEIS
                 END-IF
                 IF WS-LINHA NOT > 19
                    MOVE FS2-QTD TO WP-CD-QTD
                    COMPUTE WS-POSICAO = WS-LINHA * 100 + 7
                    DISPLAY WP-COMP-DET AT WS-POSICAO
                    ADD 1 TO WS-LINHA
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT2
              END-IF
           END-PERFORM.

           MOVE WS-PRECO-KIT  TO WP-TT-PROPRIO.
           MOVE WS-SOMA-PRECO TO WP-TT-SOMA.
           MOVE WS-MONTAVEIS  TO WP-TT-MONT.
           DISPLAY WP-TOTAIS AT 2007.

       2400-LISTA-COMPONENTES-FIM.
           EXIT.

      * -----------------------------------
      * O PRODUTO DO KIT TEM DE ESTAR CADASTRADO E ATIVO E NAO PODE
      * SER COMPONENTE DE OUTRO KIT
       2500-VALIDA-KIT SECTION.
       2500.
           MOVE FS-CODKIT TO FS3-CODIGO.
           READ FILE3 KEY IS FS3-KEY.
           IF NOT FS3-OK
              MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
           ELSE
              IF FS3-STATUS-INATIVA
                 MOVE "PRODUTO INATIVO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE FS-CODKIT TO FS2-CODCOMP
                 START FILE2 KEY IS EQUAL FS2-CODCOMP
                     INVALID KEY
                         MOVE 23 TO FS-STAT2
                 END-START
                 IF FS2-OK
                    MOVE "PRODUTO E COMPONENTE DE OUTRO KIT" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY FS3-DESCRICAO AT 0542
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-IF.

       2500-VALIDA-KIT-FIM.
           EXIT.

       2600-LIMPA-DADOS SECTION.
       2600.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1034.

       2600-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O KIT INFORMADO NA TELA (CONSULTA, ALTERACAO, EXCLUSAO)
       2700-LE-KIT SECTION.
       2700.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODKIT
           IF FS-CODKIT EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CODIGO DO PRODUTO KIT" TO
                    WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-KEY
               IF FS-STAT = "23"
                  INITIALIZE FILE1-REC
                  MOVE "KIT NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  MOVE FS-CODKIT TO FS3-CODIGO
                  READ FILE3 KEY IS FS3-KEY
                  IF FS3-OK
                     DISPLAY FS3-DESCRICAO AT 0542
                  END-IF
                  PERFORM 2400-LISTA-COMPONENTES
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       2700-LE-KIT-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA O PRODUTO FS-CODKIT NOS ITENS DAS VENDAS ATIVAS
      * (LEITURA COMPLETA DOS ITENS: NAO HA CHAVE POR PRODUTO).
      * VENDA CANCELADA OU ORCAMENTO NAO CONTA; SEM OS ARQUIVOS DE
      * VENDAS NAO HA VENDA A PROTEGER
       2800-VERIFICA-VENDAS SECTION.
       2800.
           MOVE "N" TO WS-KIT-VENDIDO.
           IF NOT VENDAS-DISPONIVEIS
              MOVE "S" TO WS-FIM-ITENS
           ELSE
              MOVE "N" TO WS-FIM-ITENS
              MOVE ZEROS TO FS4-NUMVENDA FS4-SEQ
              START FILE4 KEY IS NOT LESS THAN FS4-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-ITENS
              END-START
           END-IF.

           PERFORM UNTIL FIM-ITENS OR KIT-VENDIDO
              READ FILE4 NEXT
                  AT END
                     MOVE "S" TO WS-FIM-ITENS
              END-READ
              IF NOT FIM-ITENS
                 IF NOT FS4-OK
                    MOVE "S" TO WS-FIM-ITENS
                 ELSE
                    IF FS4-CODPROD = FS-CODKIT
                       MOVE FS4-NUMVENDA TO FS5-NUMVENDA
                       READ FILE5 KEY IS FS5-KEY
                       IF FS5-OK AND FS5-STATUS-ATIVA
                          MOVE "S" TO WS-KIT-VENDIDO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2800-VERIFICA-VENDAS-FIM.
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

           PERFORM 2700-LE-KIT.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE "S" TO WS-ERRO
              MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF NOT E-SIM
                 MOVE COB-SCR-ESC TO COB-CRT-STATUS
              END-IF
           END-IF.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * ALTERACAO DO TIPO DE PRECO E DOS COMPONENTES. AS CORRECOES
      * NOS COMPONENTES SAO GRAVADAS NA HORA; KIT QUE FICA SEM
      * COMPONENTES DEIXA DE SER KIT
       4000-ALTERAR SECTION.
       4000.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

           INITIALIZE FILE1-REC.
           PERFORM 2700-LE-KIT.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2800-VERIFICA-VENDAS
              IF KIT-VENDIDO
                 MOVE "KIT EM VENDA ATIVA NAO PODE SER ALTERADO"
                      TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 PERFORM 2600-LIMPA-DADOS
                 GO TO 4000-ALTERAR-FIM
              END-IF
           END-IF.

       4000-TIPO.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2150-ACEITA-TIPO
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2200-COMPONENTES
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 4000-ALTERAR-FIM
           END-IF.

           IF FS-PROCESSA
              IF WS-CT-COMP = ZEROS
                 PERFORM 5100-DELETAR
                 MOVE "KIT SEM COMPONENTES FOI EXCLUIDO" TO WS-MSGERRO
              ELSE
                 PERFORM 4100-REGRAVAR
                 MOVE "KIT ALTERADO COM SUCESSO" TO WS-MSGERRO
              END-IF
              PERFORM 2600-LIMPA-DADOS
              DISPLAY WS-MSGERRO at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-ALTERAR-FIM.
           EXIT.

       4100-REGRAVAR SECTION.
       4100.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO FS-DATA-ALT.
           MOVE WS-CODOPER   TO FS-OPER-ALT.
           MOVE WS-CT-COMP   TO FS-QTDCOMP.
           REWRITE FILE1-REC
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    INITIALIZE FILE1-REC
                    MOVE "KIT ALTERADO COM SUCESSO" TO
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

           PERFORM 2700-LE-KIT.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2800-VERIFICA-VENDAS
              IF KIT-VENDIDO
                 MOVE "KIT EM VENDA ATIVA NAO PODE SER EXCLUIDO"
                      TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
                 PERFORM 2600-LIMPA-DADOS
                 GO TO 5000-EXCLUIR-FIM
              END-IF
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA A EXCLUSAO DO KIT (S/N)?" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM 5100-DELETAR
                 PERFORM 2600-LIMPA-DADOS
                 MOVE "KIT EXCLUIDO COM SUCESSO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-IF.

       5000-EXCLUIR-FIM.
           EXIT.

      * O PRODUTO CONTINUA NO CADASTRO; SO A COMPOSICAO E APAGADA
       5100-DELETAR SECTION.
       5100.
           PERFORM 2350-APAGA-COMPONENTES.
           DELETE FILE1 RECORD
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-DELETE.

       5100-DELETAR-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1.
           CLOSE FILE2.
           CLOSE FILE3.
           IF VENDAS-DISPONIVEIS
              CLOSE FILE4 FILE5
           END-IF.

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

      * SO LEITURA, PARA PROTEGER OS KITS EM VENDA ATIVA
           OPEN INPUT FILE4.
           IF FS4-OK
              OPEN INPUT FILE5
              IF FS5-OK
                 MOVE "S" TO WS-VENDAS-DISP
              ELSE
                 CLOSE FILE4
              END-IF
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
