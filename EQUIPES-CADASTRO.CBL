       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    EQUIPES.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     HIERARQUIA DE EQUIPES DE VENDA
      *
      * OBJETIVO:     MANTER A HIERARQUIA COMERCIAL: REGIONAIS
      *               (regionais.dat) COM SEU GERENTE, EQUIPES
      *               (equipes.dat) COM SUPERVISOR, REGIONAL E
      *               PERCENTUAL DE OVERRIDE DO SUPERVISOR, E A
      *               EQUIPE DE CADA VENDEDOR (equipesvend.dat).
      *               EQUIPES E VENDEDORES SAO GRAVADOS POR VIGENCIA
      *               (DATA DE INICIO): VALE PARA UMA DATA A VIGENCIA
      *               DE MAIOR INICIO QUE NAO SEJA POSTERIOR A ELA,
      *               DE MODO QUE AS MUDANCAS NAO ALTERAM A
      *               CONSOLIDACAO DE PERIODOS PASSADOS. VENDEDOR COM
      *               EQUIPE ZERO FICA SEM EQUIPE A PARTIR DA DATA.
      *               GERENTE E SUPERVISOR SAO CODIGOS DE VENDEDOR.
      *               A CONSULTA MOSTRA A POSICAO DO VENDEDOR NUMA
      *               DATA E O HISTORICO DAS SUAS VIGENCIAS
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MANTER HIERARQUIA DE EQUIPES
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
                 "regionais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE3 ASSIGN TO DISK
                 "equipes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "equipesvend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

       DATA DIVISION.
       FILE SECTION.
      * REGIONAIS DE VENDA
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODREGIONAL  PIC 9(003).
           05 FS-NOME             PIC X(030).
           05 FS-CODGERENTE       PIC 9(006).
           05 FILLER              PIC X(010).

      * VENDEDORES - SO PARA VALIDACAO E NOMES
       COPY arqvendedor.

      * EQUIPES DE VENDA - UM REGISTRO POR VIGENCIA DA EQUIPE
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODEQUIPE   PIC 9(004).
               10 FS3-DATA-INICIO PIC 9(008).
           05 FS3-NOME            PIC X(030).
           05 FS3-CODSUPERV       PIC 9(006).
           05 FS3-CODREGIONAL     PIC 9(003).
           05 FS3-PERC-OVERRIDE   PIC 9(002)V9(002).
           05 FS3-STATUS          PIC X(001).
               88 FS3-STATUS-ATIVA    VALUE "A".
               88 FS3-STATUS-INATIVA  VALUE "I".
           05 FILLER              PIC X(010).

      * VENDEDOR NA EQUIPE - UM REGISTRO POR VIGENCIA DO VENDEDOR
      * (EQUIPE ZERO = VENDEDOR SEM EQUIPE A PARTIR DA DATA)
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-CODVEN      PIC 9(006).
               10 FS4-DATA-INICIO PIC 9(008).
           05 FS4-CODEQUIPE       PIC 9(004).
           05 FILLER              PIC X(010).

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
           03 FILLER PIC X(10) VALUE "EQUIPES - ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * REGIONAL NA TELA
       01 WS-REGIONAL.
           05 WS-CODREGIONAL     PIC 9(003) VALUE ZEROS.
           05 WS-NOME-REGIONAL   PIC X(030) VALUE SPACES.
           05 WS-CODGERENTE      PIC 9(006) VALUE ZEROS.

      * VIGENCIA DA EQUIPE NA TELA
       01 WS-EQUIPE.
           05 WS-CODEQUIPE       PIC 9(004) VALUE ZEROS.
           05 WS-EQ-INICIO       PIC 9(008) VALUE ZEROS.
           05 WS-NOME-EQUIPE     PIC X(030) VALUE SPACES.
           05 WS-CODSUPERV       PIC 9(006) VALUE ZEROS.
           05 WS-EQ-REGIONAL     PIC 9(003) VALUE ZEROS.
           05 WS-PERC-OVERRIDE   PIC 9(002)V9(002) VALUE ZEROS.
           05 WS-EQ-STATUS       PIC X(001) VALUE SPACES.
               88 EQ-STATUS-VALIDO VALUES ARE "A" "I".

      * VIGENCIA DO VENDEDOR NA TELA
       01 WS-VENDEDOR.
           05 WS-CODVEN          PIC 9(006) VALUE ZEROS.
           05 WS-VD-INICIO       PIC 9(008) VALUE ZEROS.
           05 WS-VD-EQUIPE       PIC 9(004) VALUE ZEROS.

      * POSICAO DO VENDEDOR NUMA DATA (CONSULTA)
       01 WS-CONSULTA.
           05 WS-CS-CODVEN       PIC 9(006) VALUE ZEROS.
           05 WS-CS-DATA         PIC 9(008) VALUE ZEROS.
           05 WS-CS-CODEQUIPE    PIC 9(004) VALUE ZEROS.
           05 WS-CS-NOME-EQUIPE  PIC X(030) VALUE SPACES.
           05 WS-CS-CODSUPERV    PIC 9(006) VALUE ZEROS.
           05 WS-CS-NOME-SUPERV  PIC X(030) VALUE SPACES.
           05 WS-CS-PERC         PIC 9(002)V9(002) VALUE ZEROS.
           05 WS-CS-CODREGIONAL  PIC 9(003) VALUE ZEROS.
           05 WS-CS-NOME-REG     PIC X(030) VALUE SPACES.
           05 WS-CS-CODGERENTE   PIC 9(006) VALUE ZEROS.
           05 WS-CS-NOME-GERENTE PIC X(030) VALUE SPACES.

      * PESQUISA DA VIGENCIA DE UMA EQUIPE NUMA DATA
       01 WS-PESQUISA.
           05 WS-PQ-CODEQUIPE    PIC 9(004) VALUE ZEROS.
           05 WS-PQ-DATA         PIC 9(008) VALUE ZEROS.
           05 WS-PQ-INICIO       PIC 9(008) VALUE ZEROS.
           05 WS-PQ-NOME         PIC X(030) VALUE SPACES.
           05 WS-PQ-CODSUPERV    PIC 9(006) VALUE ZEROS.
           05 WS-PQ-CODREGIONAL  PIC 9(003) VALUE ZEROS.
           05 WS-PQ-PERC         PIC 9(002)V9(002) VALUE ZEROS.
           05 WS-PQ-STATUS       PIC X(001) VALUE SPACES.
               88 PQ-ATIVA VALUE "A".

      * DATA INFORMADA NA TELA (AAAAMMDD) PARA VALIDACAO
       01 WS-DATA-VALIDA         PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VALIDA.
           03 WS-DV-ANO          PIC 9(004).
           03 WS-DV-MES          PIC 9(002).
           03 WS-DV-DIA          PIC 9(002).

       01 WS-DATA-HOJE           PIC 9(008) VALUE ZEROS.
       01 WS-CODVEN-AUX          PIC 9(006) VALUE ZEROS.
       01 WS-NOME-AUX            PIC X(030) VALUE SPACES.

      * LINHA DO HISTORICO DE VIGENCIAS DO VENDEDOR
       01 WS-POS-CONSULTA PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-POS-CONSULTA.
           03 WS-POS-LIN  PIC 9(02).
           03 WS-POS-COL  PIC 9(02).

       01 WS-LIN-HIST.
           03 WS-LH-DIA       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LH-MES       PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WS-LH-ANO       PIC 9(004).
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WS-LH-EQUIPE    PIC ZZZ9.
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WS-LH-NOME      PIC X(030).

       01 WS-LIN-HIST-CAB.
           03 FILLER          PIC X(013) VALUE "INICIO".
           03 FILLER          PIC X(008) VALUE "EQUIPE".
           03 FILLER          PIC X(030) VALUE "NOME DA EQUIPE".

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
           88 E-REGIONAL  VALUE IS "1".
           88 E-EQUIPE    VALUE IS "2".
           88 E-VENDEDOR  VALUE IS "3".
           88 E-CONSULTAR VALUE IS "4".
           88 E-EXCLUIR   VALUE IS "5".
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
           88 REGISTRO-ACHOU VALUE "S".
       77 WS-VEN-ACHOU PIC X(01) VALUE "N".
           88 VENDEDOR-ACHOU VALUE "S".
       77 WS-PQ-ACHOU PIC X(01) VALUE "N".
           88 VIGENCIA-ACHOU VALUE "S".
       77 WS-DATA-OK PIC X(01) VALUE "N".
           88 DATA-OK VALUE "S".
       77 WS-FIM-LEITURA PIC X(01) VALUE "N".
           88 FIM-LEITURA VALUE "S".
       77 WS-FIM-EQUIPE PIC X(01) VALUE "N".
           88 FIM-EQUIPE VALUE "S".

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
               10 LINE 01 COLUMN 02 PIC X(30) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "EQUIPES DE VENDA HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "============================ "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - REGIONAIS".
           05 LINE 08 COLUMN 15 VALUE "2 - EQUIPES (VIGENCIAS)".
           05 LINE 09 COLUMN 15 VALUE "3 - VENDEDOR NA EQUIPE".
           05 LINE 10 COLUMN 15 VALUE "4 - CONSULTAR VENDEDOR".
           05 LINE 11 COLUMN 15 VALUE "5 - EXCLUIR VIGENCIA VENDEDOR".
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
                "Equipes de Venda HBSIS".

           01  SS-REGIONAL.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo da regional.....:".
               05  LINE  07 COLUMN 07  VALUE
                "Nome da regional.......:".
               05  LINE  09 COLUMN 07  VALUE
                "Gerente (vendedor).....:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".
               05  T-CODREGIONAL LINE 05 COLUMN 34 PIC ZZ9
                USING  WS-CODREGIONAL   HIGHLIGHT .
               05  T-NOME-REGIONAL LINE 07 COLUMN 34 PIC X(30)
                USING  WS-NOME-REGIONAL HIGHLIGHT .
               05  T-CODGERENTE LINE 09 COLUMN 34 PIC ZZZZZ9
                USING  WS-CODGERENTE    HIGHLIGHT .

           01  SS-EQUIPE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo da equipe.......:".
               05  LINE  06 COLUMN 07  VALUE
                "Inicio (AAAAMMDD)......:".
               05  LINE  08 COLUMN 07  VALUE
                "Nome da equipe.........:".
               05  LINE  10 COLUMN 07  VALUE
                "Supervisor (vendedor)..:".
               05  LINE  12 COLUMN 07  VALUE
                "Regional...............:".
               05  LINE  14 COLUMN 07  VALUE
                "% override supervisor..:".
               05  LINE  16 COLUMN 07  VALUE
                "Situacao (A/I).........:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".
               05  T-CODEQUIPE LINE 05 COLUMN 34 PIC ZZZ9
                USING  WS-CODEQUIPE     HIGHLIGHT .
               05  T-EQ-INICIO LINE 06 COLUMN 34 PIC 9(08)
                USING  WS-EQ-INICIO     HIGHLIGHT .
               05  T-NOME-EQUIPE LINE 08 COLUMN 34 PIC X(30)
                USING  WS-NOME-EQUIPE   HIGHLIGHT .
               05  T-CODSUPERV LINE 10 COLUMN 34 PIC ZZZZZ9
                USING  WS-CODSUPERV     HIGHLIGHT .
               05  T-EQ-REGIONAL LINE 12 COLUMN 34 PIC ZZ9
                USING  WS-EQ-REGIONAL   HIGHLIGHT .
               05  T-PERC-OVERRIDE LINE 14 COLUMN 34 PIC Z9,99
                USING  WS-PERC-OVERRIDE HIGHLIGHT .
               05  T-EQ-STATUS LINE 16 COLUMN 34 PIC X(01)
                USING  WS-EQ-STATUS     HIGHLIGHT .

           01  SS-VENDEDOR.
               05  LINE  05 COLUMN 07  VALUE
                "Vendedor...............:".
               05  LINE  06 COLUMN 07  VALUE
                "Inicio (AAAAMMDD)......:".
               05  LINE  08 COLUMN 07  VALUE
                "Equipe (0=sem equipe)..:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".
               05  T-CODVEN LINE 05 COLUMN 34 PIC ZZZZZ9
                USING  WS-CODVEN        HIGHLIGHT .
               05  T-VD-INICIO LINE 06 COLUMN 34 PIC 9(08)
                USING  WS-VD-INICIO     HIGHLIGHT .
               05  T-VD-EQUIPE LINE 08 COLUMN 34 PIC ZZZ9
                USING  WS-VD-EQUIPE     HIGHLIGHT .

           01  SS-CONSULTA.
               05  LINE  05 COLUMN 07  VALUE
                "Vendedor...............:".
               05  LINE  06 COLUMN 07  VALUE
                "Data (AAAAMMDD, 0=hoje):".
               05  LINE  08 COLUMN 07  VALUE
                "Equipe.................:".
               05  LINE  09 COLUMN 07  VALUE
                "Supervisor.............:".
               05  LINE  10 COLUMN 07  VALUE
                "% override supervisor..:".
               05  LINE  11 COLUMN 07  VALUE
                "Regional...............:".
               05  LINE  12 COLUMN 07  VALUE
                "Gerente regional.......:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".
               05  T-CS-CODVEN LINE 05 COLUMN 34 PIC ZZZZZ9
                USING  WS-CS-CODVEN     HIGHLIGHT .
               05  T-CS-DATA LINE 06 COLUMN 34 PIC 9(08)
                USING  WS-CS-DATA       HIGHLIGHT .
               05  LINE 08 COLUMN 34 PIC ZZZ9
                FROM   WS-CS-CODEQUIPE  HIGHLIGHT .
               05  LINE 08 COLUMN 42 PIC X(30)
                FROM   WS-CS-NOME-EQUIPE.
               05  LINE 09 COLUMN 34 PIC ZZZZZ9
                FROM   WS-CS-CODSUPERV  HIGHLIGHT .
               05  LINE 09 COLUMN 42 PIC X(30)
                FROM   WS-CS-NOME-SUPERV.
               05  LINE 10 COLUMN 34 PIC Z9,99
                FROM   WS-CS-PERC       HIGHLIGHT .
               05  LINE 11 COLUMN 34 PIC ZZ9
                FROM   WS-CS-CODREGIONAL HIGHLIGHT .
               05  LINE 11 COLUMN 42 PIC X(30)
                FROM   WS-CS-NOME-REG.
               05  LINE 12 COLUMN 34 PIC ZZZZZ9
                FROM   WS-CS-CODGERENTE HIGHLIGHT .
               05  LINE 12 COLUMN 42 PIC X(30)
                FROM   WS-CS-NOME-GERENTE.

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
                WHEN E-REGIONAL
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 2100-REGIONAL THRU 2100-REGIONAL-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-EQUIPE
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 2200-EQUIPE THRU 2200-EQUIPE-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-VENDEDOR
                     IF WS-NIVEL < 2
                        MOVE "OPCAO RESTRITA AO SUPERVISOR" TO
                             WS-MSGERRO
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
                     ELSE
                          PERFORM 2300-VENDEDOR THRU 2300-VENDEDOR-FIM
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
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
      * INCLUI OU ALTERA UMA REGIONAL
       2100-REGIONAL SECTION.
       2100.
           MOVE "REGIONAIS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE WS-REGIONAL.
           DISPLAY SS-REGIONAL.

       2100-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODREGIONAL
              IF WS-CODREGIONAL EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O CODIGO DA REGIONAL" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 2150-LE-REGIONAL
                 DISPLAY SS-REGIONAL
                 DISPLAY WS-NOME-AUX at 0942
                 IF REGISTRO-ACHOU
                    MOVE "REGIONAL JA CADASTRADA - ALTERE OS DADOS"
                      TO WS-MSGERRO
                 ELSE
                    MOVE "REGIONAL NOVA - INFORME OS DADOS"
                      TO WS-MSGERRO
                 END-IF
                 DISPLAY WS-MSGERRO at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2100-NOME.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NOME-REGIONAL
              IF WS-NOME-REGIONAL EQUAL SPACES
                 MOVE "FAVOR INFORMAR O NOME DA REGIONAL" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

      * GERENTE E OPCIONAL; INFORMADO, TEM QUE SER VENDEDOR
       2100-GERENTE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODGERENTE
              IF WS-CODGERENTE EQUAL ZEROS
                 MOVE SPACES TO WS-NOME-AUX
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE WS-CODGERENTE TO WS-CODVEN-AUX
                 PERFORM 2900-LE-VENDEDOR
                 IF VENDEDOR-ACHOU
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE "GERENTE NAO CADASTRADO COMO VENDEDOR" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              END-IF
              DISPLAY WS-NOME-AUX at 0942
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-REGIONAL-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2160-GRAVA-REGIONAL
              DISPLAY WS-LIMPA at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-REGIONAL-FIM.
           EXIT.

      * -----------------------------------
      * LE A REGIONAL DA TELA E O NOME DO SEU GERENTE
       2150-LE-REGIONAL SECTION.
       2150.
           MOVE "N" TO WS-ACHOU.
           MOVE SPACES TO WS-NOME-AUX.
           MOVE WS-CODREGIONAL TO FS-CODREGIONAL.
           READ FILE1 KEY IS FS-KEY.
           IF FS-OK
              MOVE "S" TO WS-ACHOU
              MOVE FS-NOME       TO WS-NOME-REGIONAL
              MOVE FS-CODGERENTE TO WS-CODGERENTE
              IF WS-CODGERENTE NOT = ZEROS
                 MOVE WS-CODGERENTE TO WS-CODVEN-AUX
                 PERFORM 2900-LE-VENDEDOR
              END-IF
           ELSE
              MOVE SPACES TO WS-NOME-REGIONAL
              MOVE ZEROS  TO WS-CODGERENTE
           END-IF.

       2150-LE-REGIONAL-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A REGIONAL NOVA OU REGRAVA A EXISTENTE
       2160-GRAVA-REGIONAL SECTION.
       2160.
           INITIALIZE FILE1-REC.
           MOVE WS-CODREGIONAL   TO FS-CODREGIONAL.
           MOVE WS-NOME-REGIONAL TO FS-NOME.
           MOVE WS-CODGERENTE    TO FS-CODGERENTE.
           IF REGISTRO-ACHOU
              REWRITE FILE1-REC
                 INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "REGIONAL ALTERADA COM SUCESSO" TO WS-MSGERRO
              END-REWRITE
           ELSE
              WRITE FILE1-REC
                 INVALID KEY
                    MOVE "REGIONAL JA EXISTE" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "REGIONAL INCLUIDA COM SUCESSO" TO WS-MSGERRO
              END-WRITE
           END-IF.
           PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM.
           INITIALIZE WS-REGIONAL.

       2160-GRAVA-REGIONAL-FIM.
           EXIT.

      * -----------------------------------
      * INCLUI UMA VIGENCIA DA EQUIPE OU ALTERA UMA EXISTENTE. A
      * VIGENCIA NOVA VEM PREENCHIDA COM A ANTERIOR DA EQUIPE
       2200-EQUIPE SECTION.
       2200.
           MOVE "EQUIPES" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE WS-EQUIPE.
           DISPLAY SS-EQUIPE.

       2200-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODEQUIPE
              IF WS-CODEQUIPE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR O CODIGO DA EQUIPE" TO
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
              ACCEPT T-EQ-INICIO
              MOVE WS-EQ-INICIO TO WS-DATA-VALIDA
              PERFORM 2950-VALIDA-DATA
              IF NOT DATA-OK
                 MOVE "DATA DE INICIO INVALIDA (AAAAMMDD)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 PERFORM 2250-LE-EQUIPE
                 DISPLAY SS-EQUIPE
                 IF WS-CODSUPERV NOT = ZEROS
                    MOVE WS-CODSUPERV TO WS-CODVEN-AUX
                    PERFORM 2900-LE-VENDEDOR
                    DISPLAY WS-NOME-AUX at 1042
                 END-IF
                 IF REGISTRO-ACHOU
                    MOVE "VIGENCIA JA CADASTRADA - ALTERE OS DADOS"
                      TO WS-MSGERRO
                 ELSE
                    MOVE "VIGENCIA NOVA - INFORME OS DADOS"
                      TO WS-MSGERRO
                 END-IF
                 DISPLAY WS-MSGERRO at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2200-NOME.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NOME-EQUIPE
              IF WS-NOME-EQUIPE EQUAL SPACES
                 MOVE "FAVOR INFORMAR O NOME DA EQUIPE" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2200-SUPERVISOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODSUPERV
              MOVE WS-CODSUPERV TO WS-CODVEN-AUX
              PERFORM 2900-LE-VENDEDOR
              IF VENDEDOR-ACHOU
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "SUPERVISOR NAO CADASTRADO COMO VENDEDOR" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
              DISPLAY WS-NOME-AUX at 1042
           END-PERFORM.

       2200-REGIONAL.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-EQ-REGIONAL
              MOVE WS-EQ-REGIONAL TO FS-CODREGIONAL
              READ FILE1 KEY IS FS-KEY
              IF FS-OK
                 MOVE FS-NOME TO WS-NOME-AUX
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE SPACES TO WS-NOME-AUX
                 MOVE "REGIONAL NAO CADASTRADA" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
              DISPLAY WS-NOME-AUX at 1242
           END-PERFORM.

       2200-OVERRIDE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-PERC-OVERRIDE
              MOVE 99 TO FS-EXIT
           END-PERFORM.

       2200-SITUACAO.
           IF WS-EQ-STATUS = SPACES
              MOVE "A" TO WS-EQ-STATUS
           END-IF.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-EQ-STATUS
              IF EQ-STATUS-VALIDO
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "SITUACAO DEVE SER A (ATIVA) OU I (INATIVA)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2200-EQUIPE-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2260-GRAVA-EQUIPE
              DISPLAY WS-LIMPA at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2200-EQUIPE-FIM.
           EXIT.

      * -----------------------------------
      * LE A VIGENCIA DA TELA. NAO EXISTINDO, TRAZ OS DADOS DA
      * VIGENCIA ANTERIOR DA MESMA EQUIPE PARA FACILITAR A MUDANCA
       2250-LE-EQUIPE SECTION.
       2250.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CODEQUIPE TO FS3-CODEQUIPE.
           MOVE WS-EQ-INICIO TO FS3-DATA-INICIO.
           READ FILE3 KEY IS FS3-KEY.
           IF FS3-OK
              MOVE "S" TO WS-ACHOU
              MOVE FS3-NOME          TO WS-NOME-EQUIPE
              MOVE FS3-CODSUPERV     TO WS-CODSUPERV
              MOVE FS3-CODREGIONAL   TO WS-EQ-REGIONAL
              MOVE FS3-PERC-OVERRIDE TO WS-PERC-OVERRIDE
              MOVE FS3-STATUS        TO WS-EQ-STATUS
           ELSE
              MOVE WS-CODEQUIPE TO WS-PQ-CODEQUIPE
              MOVE WS-EQ-INICIO TO WS-PQ-DATA
              PERFORM 2700-EQUIPE-NA-DATA
              IF VIGENCIA-ACHOU
                 MOVE WS-PQ-NOME        TO WS-NOME-EQUIPE
                 MOVE WS-PQ-CODSUPERV   TO WS-CODSUPERV
                 MOVE WS-PQ-CODREGIONAL TO WS-EQ-REGIONAL
                 MOVE WS-PQ-PERC        TO WS-PERC-OVERRIDE
                 MOVE WS-PQ-STATUS      TO WS-EQ-STATUS
              ELSE
                 MOVE SPACES TO WS-NOME-EQUIPE
                 MOVE ZEROS  TO WS-CODSUPERV WS-EQ-REGIONAL
                                WS-PERC-OVERRIDE
                 MOVE "A"    TO WS-EQ-STATUS
              END-IF
           END-IF.

       2250-LE-EQUIPE-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A VIGENCIA NOVA OU REGRAVA A EXISTENTE
       2260-GRAVA-EQUIPE SECTION.
       2260.
           INITIALIZE FILE3-REC.
           MOVE WS-CODEQUIPE     TO FS3-CODEQUIPE.
           MOVE WS-EQ-INICIO     TO FS3-DATA-INICIO.
           MOVE WS-NOME-EQUIPE   TO FS3-NOME.
           MOVE WS-CODSUPERV     TO FS3-CODSUPERV.
           MOVE WS-EQ-REGIONAL   TO FS3-CODREGIONAL.
           MOVE WS-PERC-OVERRIDE TO FS3-PERC-OVERRIDE.
           MOVE WS-EQ-STATUS     TO FS3-STATUS.
           IF REGISTRO-ACHOU
              REWRITE FILE3-REC
                 INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "VIGENCIA DA EQUIPE ALTERADA COM SUCESSO" TO
                         WS-MSGERRO
              END-REWRITE
           ELSE
              WRITE FILE3-REC
                 INVALID KEY
                    MOVE "VIGENCIA JA EXISTE" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "VIGENCIA DA EQUIPE INCLUIDA COM SUCESSO" TO
                         WS-MSGERRO
              END-WRITE
           END-IF.
           PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM.
           INITIALIZE WS-EQUIPE.

       2260-GRAVA-EQUIPE-FIM.
           EXIT.

      * -----------------------------------
      * INCLUI OU ALTERA A VIGENCIA DE UM VENDEDOR NUMA EQUIPE
       2300-VENDEDOR SECTION.
       2300.
           MOVE "VENDEDOR NA EQUIPE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE WS-VENDEDOR.
           DISPLAY SS-VENDEDOR.

           PERFORM 2500-ACEITA-VENDEDOR.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2350-LE-VIGENCIA-VENDEDOR
              IF REGISTRO-ACHOU
                 MOVE "VIGENCIA JA CADASTRADA - ALTERE A EQUIPE"
                   TO WS-MSGERRO
              ELSE
                 MOVE "VIGENCIA NOVA - INFORME A EQUIPE"
                   TO WS-MSGERRO
              END-IF
              DISPLAY WS-MSGERRO at 2118
           END-IF.

      * A EQUIPE TEM QUE ESTAR ATIVA NA DATA DE INICIO DO VENDEDOR
       2300-EQUIPE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VD-EQUIPE
              IF WS-VD-EQUIPE EQUAL ZEROS
                 MOVE "SEM EQUIPE" TO WS-NOME-AUX
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE WS-VD-EQUIPE TO WS-PQ-CODEQUIPE
                 MOVE WS-VD-INICIO TO WS-PQ-DATA
                 PERFORM 2700-EQUIPE-NA-DATA
                 IF VIGENCIA-ACHOU AND PQ-ATIVA
                    MOVE WS-PQ-NOME TO WS-NOME-AUX
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE SPACES TO WS-NOME-AUX
                    MOVE "EQUIPE INATIVA OU SEM VIGENCIA NESTA DATA"
                      TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              END-IF
              DISPLAY WS-NOME-AUX at 0842
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2300-VENDEDOR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2360-GRAVA-VIGENCIA-VENDEDOR
              DISPLAY WS-LIMPA at 2118
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2300-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * LE A VIGENCIA DO VENDEDOR DA TELA
       2350-LE-VIGENCIA-VENDEDOR SECTION.
       2350.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CODVEN    TO FS4-CODVEN.
           MOVE WS-VD-INICIO TO FS4-DATA-INICIO.
           READ FILE4 KEY IS FS4-KEY.
           IF FS4-OK
              MOVE "S" TO WS-ACHOU
              MOVE FS4-CODEQUIPE TO WS-VD-EQUIPE
              DISPLAY SS-VENDEDOR
           ELSE
              MOVE ZEROS TO WS-VD-EQUIPE
           END-IF.

       2350-LE-VIGENCIA-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A VIGENCIA NOVA DO VENDEDOR OU REGRAVA A EXISTENTE
       2360-GRAVA-VIGENCIA-VENDEDOR SECTION.
       2360.
           INITIALIZE FILE4-REC.
           MOVE WS-CODVEN     TO FS4-CODVEN.
           MOVE WS-VD-INICIO  TO FS4-DATA-INICIO.
           MOVE WS-VD-EQUIPE  TO FS4-CODEQUIPE.
           IF REGISTRO-ACHOU
              REWRITE FILE4-REC
                 INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "VIGENCIA DO VENDEDOR ALTERADA COM SUCESSO"
                      TO WS-MSGERRO
              END-REWRITE
           ELSE
              WRITE FILE4-REC
                 INVALID KEY
                    MOVE "VIGENCIA JA EXISTE" TO WS-MSGERRO
                 NOT INVALID KEY
                    MOVE "VIGENCIA DO VENDEDOR INCLUIDA COM SUCESSO"
                      TO WS-MSGERRO
              END-WRITE
           END-IF.
           PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM.
           INITIALIZE WS-VENDEDOR.

       2360-GRAVA-VIGENCIA-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O VENDEDOR (CADASTRADO) E A DATA DE INICIO
       2500-ACEITA-VENDEDOR SECTION.
       2500.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODVEN
              MOVE WS-CODVEN TO WS-CODVEN-AUX
              PERFORM 2900-LE-VENDEDOR
              IF VENDEDOR-ACHOU
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
              DISPLAY WS-NOME-AUX at 0542
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VD-INICIO
              MOVE WS-VD-INICIO TO WS-DATA-VALIDA
              PERFORM 2950-VALIDA-DATA
              IF DATA-OK
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "DATA DE INICIO INVALIDA (AAAAMMDD)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

       2500-ACEITA-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * VIGENCIA DA EQUIPE WS-PQ-CODEQUIPE NA DATA WS-PQ-DATA: A DE
      * MAIOR INICIO QUE NAO SEJA POSTERIOR A DATA
       2700-EQUIPE-NA-DATA SECTION.
       2700.
           MOVE "N" TO WS-PQ-ACHOU.
           MOVE "N" TO WS-FIM-EQUIPE.
           MOVE WS-PQ-CODEQUIPE TO FS3-CODEQUIPE.
           MOVE ZEROS           TO FS3-DATA-INICIO.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY MOVE "S" TO WS-FIM-EQUIPE
           END-START.

           PERFORM UNTIL FIM-EQUIPE
              READ FILE3 NEXT
                 AT END MOVE "S" TO WS-FIM-EQUIPE
              END-READ
              IF NOT FIM-EQUIPE
                 IF NOT FS3-OK
                    OR FS3-CODEQUIPE NOT = WS-PQ-CODEQUIPE
                    OR FS3-DATA-INICIO > WS-PQ-DATA
                    MOVE "S" TO WS-FIM-EQUIPE
                 ELSE
                    MOVE "S" TO WS-PQ-ACHOU
                    MOVE FS3-DATA-INICIO   TO WS-PQ-INICIO
                    MOVE FS3-NOME          TO WS-PQ-NOME
                    MOVE FS3-CODSUPERV     TO WS-PQ-CODSUPERV
                    MOVE FS3-CODREGIONAL   TO WS-PQ-CODREGIONAL
                    MOVE FS3-PERC-OVERRIDE TO WS-PQ-PERC
                    MOVE FS3-STATUS        TO WS-PQ-STATUS
                 END-IF
              END-IF
           END-PERFORM.

       2700-EQUIPE-NA-DATA-FIM.
           EXIT.

      * -----------------------------------
      * LE O VENDEDOR WS-CODVEN-AUX, DEVOLVENDO O NOME
       2900-LE-VENDEDOR SECTION.
       2900.
           MOVE "N" TO WS-VEN-ACHOU.
           MOVE SPACES TO WS-NOME-AUX.
           IF WS-CODVEN-AUX NOT = ZEROS
              MOVE WS-CODVEN-AUX TO FS2-CODIGO
              READ FILE2 KEY IS FS2-KEY
              IF FS2-OK
                 MOVE "S" TO WS-VEN-ACHOU
                 MOVE FS2-NOME TO WS-NOME-AUX
              END-IF
           END-IF.

       2900-LE-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * CRITICA SIMPLES DA DATA AAAAMMDD EM WS-DATA-VALIDA
       2950-VALIDA-DATA SECTION.
       2950.
           MOVE "N" TO WS-DATA-OK.
           IF WS-DV-ANO > 1900
              AND WS-DV-MES > 0 AND WS-DV-MES < 13
              AND WS-DV-DIA > 0 AND WS-DV-DIA < 32
              MOVE "S" TO WS-DATA-OK
           END-IF.

       2950-VALIDA-DATA-FIM.
           EXIT.

      * -----------------------------------
      * POSICAO DO VENDEDOR NA DATA E HISTORICO DAS VIGENCIAS
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE WS-CONSULTA.
           DISPLAY SS-CONSULTA.

       3000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CS-CODVEN
              MOVE WS-CS-CODVEN TO WS-CODVEN-AUX
              PERFORM 2900-LE-VENDEDOR
              IF VENDEDOR-ACHOU
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
              DISPLAY WS-NOME-AUX at 0542
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CS-DATA
              IF WS-CS-DATA = ZEROS
                 ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                 MOVE WS-DATA-HOJE TO WS-CS-DATA
              END-IF
              MOVE WS-CS-DATA TO WS-DATA-VALIDA
              PERFORM 2950-VALIDA-DATA
              IF DATA-OK
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "DATA INVALIDA (AAAAMMDD)" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 3000-CONSULTA-FIM
           ELSE
              PERFORM 3100-MOSTRA-HISTORICO
              PERFORM 3200-MOSTRA-POSICAO
              MOVE "S" TO WS-ERRO
              MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF NOT E-SIM
                 MOVE 99 TO FS-EXIT
              END-IF
           END-IF.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * LISTA AS VIGENCIAS DO VENDEDOR EM ORDEM DE INICIO, GUARDANDO
      * A EQUIPE DA ULTIMA QUE COMECOU ATE A DATA CONSULTADA
       3100-MOSTRA-HISTORICO SECTION.
       3100.
           MOVE ZEROS TO WS-CS-CODEQUIPE.
           DISPLAY WS-LIN-HIST-CAB AT 1407.
           MOVE 15 TO WS-POS-LIN.
           MOVE 07 TO WS-POS-COL.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE WS-CS-CODVEN TO FS4-CODVEN.
           MOVE ZEROS        TO FS4-DATA-INICIO.
           START FILE4 KEY IS NOT LESS THAN FS4-KEY
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START.

           PERFORM UNTIL FIM-LEITURA
              READ FILE4 NEXT
                 AT END MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF NOT FS4-OK OR FS4-CODVEN NOT = WS-CS-CODVEN
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    IF FS4-DATA-INICIO NOT > WS-CS-DATA
                       MOVE FS4-CODEQUIPE TO WS-CS-CODEQUIPE
                    END-IF
                    PERFORM 3150-LINHA-HISTORICO
                 END-IF
              END-IF
           END-PERFORM.

       3100-MOSTRA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA UMA VIGENCIA DO VENDEDOR, PAGINANDO QUANDO A
      * AREA DO HISTORICO ENCHE
       3150-LINHA-HISTORICO SECTION.
       3150.
           IF WS-POS-LIN > 19
              MOVE "S" TO WS-ERRO
              MOVE "MAIS VIGENCIAS (S/N)?" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 DISPLAY WS-LIMPA AT 1507
                 DISPLAY WS-LIMPA AT 1607
                 DISPLAY WS-LIMPA AT 1707
                 DISPLAY WS-LIMPA AT 1807
                 DISPLAY WS-LIMPA AT 1907
                 MOVE 15 TO WS-POS-LIN
              ELSE
                 MOVE "S" TO WS-FIM-LEITURA
              END-IF
           END-IF.

           IF NOT FIM-LEITURA
              MOVE FS4-DATA-INICIO TO WS-DATA-VALIDA
              MOVE WS-DV-DIA       TO WS-LH-DIA
              MOVE WS-DV-MES       TO WS-LH-MES
              MOVE WS-DV-ANO       TO WS-LH-ANO
              MOVE FS4-CODEQUIPE   TO WS-LH-EQUIPE
              IF FS4-CODEQUIPE = ZEROS
                 MOVE "SEM EQUIPE" TO WS-LH-NOME
              ELSE
                 MOVE FS4-CODEQUIPE   TO WS-PQ-CODEQUIPE
                 MOVE FS4-DATA-INICIO TO WS-PQ-DATA
                 PERFORM 2700-EQUIPE-NA-DATA
                 MOVE WS-PQ-NOME TO WS-LH-NOME
              END-IF
              DISPLAY WS-LIN-HIST AT WS-POS-CONSULTA
              ADD 1 TO WS-POS-LIN
           END-IF.

       3150-LINHA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * EQUIPE, SUPERVISOR E REGIONAL VIGENTES NA DATA CONSULTADA
       3200-MOSTRA-POSICAO SECTION.
       3200.
           IF WS-CS-CODEQUIPE = ZEROS
              MOVE "SEM EQUIPE NA DATA" TO WS-CS-NOME-EQUIPE
           ELSE
              MOVE WS-CS-CODEQUIPE TO WS-PQ-CODEQUIPE
              MOVE WS-CS-DATA      TO WS-PQ-DATA
              PERFORM 2700-EQUIPE-NA-DATA
              IF VIGENCIA-ACHOU AND PQ-ATIVA
                 MOVE WS-PQ-NOME        TO WS-CS-NOME-EQUIPE
                 MOVE WS-PQ-CODSUPERV   TO WS-CS-CODSUPERV
                 MOVE WS-PQ-PERC        TO WS-CS-PERC
                 MOVE WS-PQ-CODREGIONAL TO WS-CS-CODREGIONAL
                 MOVE WS-PQ-CODSUPERV   TO WS-CODVEN-AUX
                 PERFORM 2900-LE-VENDEDOR
                 MOVE WS-NOME-AUX       TO WS-CS-NOME-SUPERV
                 MOVE WS-PQ-CODREGIONAL TO FS-CODREGIONAL
                 READ FILE1 KEY IS FS-KEY
                 IF FS-OK
                    MOVE FS-NOME       TO WS-CS-NOME-REG
                    MOVE FS-CODGERENTE TO WS-CS-CODGERENTE
                    MOVE FS-CODGERENTE TO WS-CODVEN-AUX
                    PERFORM 2900-LE-VENDEDOR
                    MOVE WS-NOME-AUX   TO WS-CS-NOME-GERENTE
                 END-IF
              ELSE
                 MOVE "EQUIPE INATIVA NA DATA" TO WS-CS-NOME-EQUIPE
              END-IF
           END-IF.
           DISPLAY SS-CONSULTA.
           MOVE WS-CS-CODVEN TO WS-CODVEN-AUX.
           PERFORM 2900-LE-VENDEDOR.
           DISPLAY WS-NOME-AUX at 0542.

       3200-MOSTRA-POSICAO-FIM.
           EXIT.

      * -----------------------------------
      * EXCLUI UMA VIGENCIA DO VENDEDOR (LANCADA POR ENGANO); A
      * VIGENCIA ANTERIOR VOLTA A VALER A PARTIR DAQUELA DATA
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE WS-VENDEDOR.
           DISPLAY SS-VENDEDOR.

           PERFORM 2500-ACEITA-VENDEDOR.
           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 5000-EXCLUIR-FIM
           ELSE
              PERFORM 2350-LE-VIGENCIA-VENDEDOR
              IF NOT REGISTRO-ACHOU
                 MOVE "VIGENCIA NAO CADASTRADA" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA A EXCLUSAO DA VIGENCIA (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 5100-DELETAR
                 END-IF
              END-IF
           END-IF.

       5000-EXCLUIR-FIM.
           EXIT.

       5100-DELETAR SECTION.
       5100.
           DELETE FILE4 RECORD
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
               NOT INVALID KEY
                   MOVE "VIGENCIA EXCLUIDA COM SUCESSO" TO WS-MSGERRO
           END-DELETE.
           PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM.
           INITIALIZE WS-VENDEDOR.

       5100-DELETAR-FIM.
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

           OPEN I-O FILE3
           IF FS3-NAO-EXISTE THEN
               OPEN OUTPUT FILE3
               CLOSE FILE3
               OPEN I-O FILE3
           END-IF.

           OPEN I-O FILE4
           IF FS4-NAO-EXISTE THEN
               OPEN OUTPUT FILE4
               CLOSE FILE4
               OPEN I-O FILE4
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
