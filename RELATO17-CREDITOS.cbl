       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-CREDITOS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-CREDITOS
      *
      * OBJETIVO:     LISTAR OS CREDITOS DE CLIENTE EM ABERTO
      *               (creditos.dat) POR ANTIGUIDADE NA DATA-BASE
      *               INFORMADA. COMO O CREDITO E CONSUMIDO DO MAIS
      *               ANTIGO PARA O MAIS NOVO, O SALDO EM ABERTO E
      *               FORMADO PELAS GERACOES MAIS RECENTES DO MOVIMENTO
      *               DO CREDITO (creditosmov.dat): O SALDO E
      *               DISTRIBUIDO DA GERACAO MAIS NOVA PARA A MAIS
      *               ANTIGA E O QUE SOBRAR (CREDITO ANTERIOR AO
      *               MOVIMENTO OU RECEBIDO NA FUSAO DE CLIENTES) FICA
      *               NA COLUNA SEM ORIGEM
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CREDITOS EM ABERTO POR ANTIGUIDADE
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS ASSIGN TO DISK "creditos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CREDITOS.

           SELECT CREDITOSMOV ASSIGN TO DISK "creditosmov.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-CREDMOV.

           SELECT CLIENTES ASSIGN TO DISK "clientes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS2-KEY
                  ALTERNATE RECORD KEY FS2-CNPJ
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CLIENTES.

           SELECT SORT-FILE ASSIGN TO DISK "CREDITOS".

           SELECT CREDITOS-GER ASSIGN TO DISK WID-ARQUIVO-CRD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CREDITOS.
       01  FD-CREDITO.
           05 FS-KEY.
               10 FS-CODCLI           PIC 9(007).
           05 FS-VALOR-CREDITO        PIC 9(009)V9(002).

       FD  CREDITOSMOV.
       01  FD-CREDMOV.
           05 FSC-DATA                PIC 9(008).
           05 FSC-HORA                PIC 9(006).
           05 FSC-CODOPER             PIC 9(004).
           05 FSC-CODCLI              PIC 9(007).
           05 FSC-TIPO                PIC X(001).
               88 FSC-GERADO      VALUE "G".
               88 FSC-UTILIZADO   VALUE "U".
           05 FSC-ORIGEM              PIC X(001).
           05 FSC-NUMVENDA            PIC 9(007).
           05 FSC-PARCELA             PIC 9(002).
           05 FSC-VALOR               PIC 9(009)V9(002).

       FD  CLIENTES.
       01  FD-CLIENTE.
           05 FS2-KEY.
               10 FS2-CODIGO          PIC 9(007).
           05 FS2-NOME                PIC X(040).
           05 FS2-CNPJ                PIC 9(014).
           05 FILLER                  PIC X(044).

      * TIPO 1 = SALDO DO CLIENTE (VEM ANTES DAS GERACOES), TIPO 2 =
      * GERACAO DE CREDITO, DA MAIS NOVA PARA A MAIS ANTIGA
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-CODCLI               PIC 9(007).
           05 SD-TIPO                 PIC 9(001).
               88 SD-SALDO        VALUE 1.
               88 SD-GERACAO      VALUE 2.
           05 SD-DATA                 PIC 9(008).
           05 SD-VALOR                PIC 9(009)V9(002).

       FD  CREDITOS-GER.
       01  REL-REGISTRO-GER                         PIC X(132).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-BASE                      PIC 9(008) VALUE ZEROS.
       77  WS-BASE-INT                       PIC 9(008) VALUE ZEROS.
       77  WS-DIAS                           PIC S9(007) VALUE ZEROS.
       01  WID-ARQUIVO-CRD                   PIC X(64) VALUE SPACES.

       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-SORT                       PIC X(01) VALUE "N".
           88 FIM-SORT VALUE "S".
       77  WS-ERRO-ABERTURA                  PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-CREDITOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-CREDMOV            PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-CLIENTES           PIC  9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTE EM PROCESSAMENTO: SALDO A DISTRIBUIR E FAIXAS
      * 1 = ATE 30 DIAS, 2 = 31 A 60, 3 = 61 A 90, 4 = 91 A 180,
      * 5 = MAIS DE 180, 6 = SEM ORIGEM
      *----------------------------------------------------------------*
       01  WS-CLI-ATUAL                PIC  9(007) VALUE ZEROS.
       01  WS-CLI-SALDO                PIC  9(009)V9(002) VALUE ZEROS.
       01  WS-A-DISTRIBUIR             PIC  9(009)V9(002) VALUE ZEROS.
       01  WS-PORCAO                   PIC  9(009)V9(002) VALUE ZEROS.
       01  WS-CLI-MAIS-ANTIGO          PIC  9(008) VALUE ZEROS.
       01  WS-FX                       PIC  9(001) VALUE ZEROS.
       01  WS-CLI-FAIXAS.
           03 WS-CLI-FAIXA             PIC  9(009)V9(002)
                                       OCCURS 6 TIMES.
       01  WS-TOT-SALDO                PIC  9(011)V9(002) VALUE ZEROS.
       01  WS-TOT-FAIXAS.
           03 WS-TOT-FAIXA             PIC  9(011)V9(002)
                                       OCCURS 6 TIMES.

       01 WT-DT-SISTEMA.
              05 ANO                   PIC 9(002) VALUE ZEROS.
              05 MES                   PIC 9(002) VALUE ZEROS.
              05 DIA                   PIC 9(002) VALUE ZEROS.
       01 WT-HR-SISTEMA.
              05 HORA                  PIC 9(002) VALUE ZEROS.
              05 MINUTO                PIC 9(002) VALUE ZEROS.
              05 SEGUNDO               PIC 9(002) VALUE ZEROS.

       01 WR-CAB1.
           03 FILLER                   PIC X(050) VALUE
              "EMPRESA HBSIS-SUPERO".
           03 FILLER                   PIC X(006) VALUE
              "DATA: ".
           03 WR-CAB-DATA.
              05 DIA                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE "/".
              05 MES                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE "/".
              05 ANO                   PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(007) VALUE
              " HORA: ".
           03 WR-CAB-HORA.
              05 HOR                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE ":".
              05 MINUTO                PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE ":".
              05 SEGUNDO               PIC 9(002) VALUE ZEROS.


       01 WR-SEP1.
           03  FILLER                  PIC X(130) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "VENDAS".
           03 FILLER                   PIC X(035) VALUE
              "CREDITOS DE CLIENTE EM ABERTO".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(022) VALUE
              "ANTIGUIDADE EM: ".
           03 WR-CAB-BASE-DIA          PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-BASE-MES          PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-BASE-ANO          PIC 9(004) VALUE ZEROS.

       01 WR-CAB4.
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(031) VALUE "NOME".
           03  FILLER                  PIC X(011) VALUE
               "      SALDO".
           03  FILLER                  PIC X(011) VALUE
               "  ATE 30 D".
           03  FILLER                  PIC X(011) VALUE
               "  31 A 60 ".
           03  FILLER                  PIC X(011) VALUE
               "  61 A 90 ".
           03  FILLER                  PIC X(011) VALUE
               " 91 A 180 ".
           03  FILLER                  PIC X(011) VALUE
               " MAIS 180 ".
           03  FILLER                  PIC X(011) VALUE
               " SEM ORIG.".
           03  FILLER                  PIC X(013) VALUE
               "  MAIS ANTIGO".

       01 WR-DET1.
           03  WR-DET-CLIENTE          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-DET-SALDO            PIC ZZZZZZ9,99.
           03  WR-DET-FAIXAS.
               05 WR-DET-FAIXA         OCCURS 6 TIMES.
                  07 FILLER            PIC X(001).
                  07 WR-DET-VALOR      PIC ZZZZZZ9,99.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-ANTIGO           PIC X(010) VALUE SPACES.

       01 WR-DATA-FMT.
           03  WR-DTF-DIA              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DTF-MES              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DTF-ANO              PIC 9(004) VALUE ZEROS.

       01 WR-TOTAIS1.
           03  FILLER                  PIC X(009) VALUE "TOTAL".
           03  WR-TOT-CLIENTES         PIC ZZZZZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(012) VALUE " CLIENTE(S)".
           03  FILLER                  PIC X(010) VALUE SPACES.
           03  WR-TOT-SALDO            PIC ZZZZZZZZ9,99.
           03  WR-TOT-FAIXAS.
               05 WR-TOT-FAIXA         OCCURS 6 TIMES.
                  07 WR-TOT-VALOR      PIC ZZZZZZZZ9,99.

       01 WR-SEM-DADOS.
           03  FILLER                  PIC X(040) VALUE
               "NENHUM CREDITO DE CLIENTE EM ABERTO".

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 12 VALUE
                   "CREDITOS DE CLIENTE EM ABERTO POR ANTIGUIDADE".
               10 LINE 08 COLUMN 15 VALUE
                      "DATA-BASE (AAAAMMDD, 0=HOJE) --> ".
               10 LINE 08 COL PLUS 1 USING WS-DATA-BASE AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-ABERTURA
              SORT SORT-FILE
                  ON ASCENDING  KEY SD-CODCLI
                     ASCENDING  KEY SD-TIPO
                     DESCENDING KEY SD-DATA
                  INPUT PROCEDURE  0001-SELECIONA
                  OUTPUT PROCEDURE 0002-PROCESSA
              PERFORM 0003-TERMINA
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           IF WS-DATA-BASE EQUAL ZEROS
              ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE).
           MOVE SPACES TO WID-ARQUIVO-CRD.
           STRING "creditos-" WS-DATA-BASE ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-CRD.

           OPEN INPUT CREDITOS.
           IF WT-ST-CREDITOS NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              DISPLAY "ERRO ABERTURA ARQUIVO creditos.dat: STATUS "
                      WT-ST-CREDITOS
           END-IF.

      * SEM O CADASTRO DE CLIENTES O NOME SAI EM BRANCO
           OPEN INPUT CLIENTES.

           IF NOT ERRO-ABERTURA
              OPEN OUTPUT CREDITOS-GER
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.

      *----------------------------------------------------------------*
      * ENTRADA DO SORT: O SALDO DE CADA CLIENTE COM CREDITO E AS
      * GERACOES DE CREDITO ATE A DATA-BASE
      *----------------------------------------------------------------*
       0001-SELECIONA.

           MOVE "N" TO WS-FIM-FONTE.
           PERFORM UNTIL FIM-FONTE
              READ CREDITOS NEXT
                  AT END
                      MOVE "S" TO WS-FIM-FONTE
              END-READ
              IF NOT FIM-FONTE
                 IF WT-ST-CREDITOS NOT = "00"
                    MOVE "S" TO WS-FIM-FONTE
                 ELSE
                    IF FS-VALOR-CREDITO > ZEROS
                       MOVE FS-CODCLI        TO SD-CODCLI
                       MOVE 1                TO SD-TIPO
                       MOVE ZEROS            TO SD-DATA
                       MOVE FS-VALOR-CREDITO TO SD-VALOR
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE "N" TO WS-FIM-FONTE.
           OPEN INPUT CREDITOSMOV.
           IF WT-ST-CREDMOV NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
           END-IF.
           PERFORM UNTIL FIM-FONTE
              READ CREDITOSMOV NEXT
                  AT END
                      MOVE "S" TO WS-FIM-FONTE
              END-READ
              IF NOT FIM-FONTE
                 IF FSC-GERADO AND FSC-DATA NOT > WS-DATA-BASE
                    MOVE FSC-CODCLI TO SD-CODCLI
                    MOVE 2          TO SD-TIPO
                    MOVE FSC-DATA   TO SD-DATA
                    MOVE FSC-VALOR  TO SD-VALOR
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           IF WT-ST-CREDMOV = "00" OR "10"
              CLOSE CREDITOSMOV
           END-IF.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: DISTRIBUI O SALDO DE CADA CLIENTE PELAS
      * GERACOES, DA MAIS NOVA PARA A MAIS ANTIGA
      *----------------------------------------------------------------*
       0002-PROCESSA.

           MOVE ZEROS TO WS-CLI-ATUAL WS-CLI-SALDO WS-A-DISTRIBUIR.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL FIM-SORT
              RETURN SORT-FILE
                  AT END
                      MOVE "S" TO WS-FIM-SORT
              END-RETURN
              IF NOT FIM-SORT
                 IF SD-CODCLI NOT = WS-CLI-ATUAL
                    PERFORM 0004-FECHA-CLIENTE
                    MOVE SD-CODCLI TO WS-CLI-ATUAL
                 END-IF
                 IF SD-SALDO
                    MOVE SD-VALOR TO WS-CLI-SALDO WS-A-DISTRIBUIR
                 ELSE
                    IF WS-A-DISTRIBUIR > ZEROS
                       PERFORM 0005-DISTRIBUI
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 0004-FECHA-CLIENTE.

      *----------------------------------------------------------------*
      * PARTE DO SALDO COBERTA PELA GERACAO, NA FAIXA DA SUA IDADE
      *----------------------------------------------------------------*
       0005-DISTRIBUI.

           IF SD-VALOR > WS-A-DISTRIBUIR
              MOVE WS-A-DISTRIBUIR TO WS-PORCAO
           ELSE
              MOVE SD-VALOR        TO WS-PORCAO
           END-IF.
           SUBTRACT WS-PORCAO FROM WS-A-DISTRIBUIR.
           MOVE SD-DATA TO WS-CLI-MAIS-ANTIGO.

           COMPUTE WS-DIAS = WS-BASE-INT -
                   FUNCTION INTEGER-OF-DATE(SD-DATA).
           EVALUATE TRUE
               WHEN WS-DIAS NOT > 30
                    MOVE 1 TO WS-FX
               WHEN WS-DIAS NOT > 60
                    MOVE 2 TO WS-FX
               WHEN WS-DIAS NOT > 90
                    MOVE 3 TO WS-FX
               WHEN WS-DIAS NOT > 180
                    MOVE 4 TO WS-FX
               WHEN OTHER
                    MOVE 5 TO WS-FX
           END-EVALUATE.
           ADD WS-PORCAO TO WS-CLI-FAIXA(WS-FX).

      *----------------------------------------------------------------*
      * IMPRIME O CLIENTE COM SALDO; O QUE NAO COUBE NAS GERACOES
      * FICA SEM ORIGEM
      *----------------------------------------------------------------*
       0004-FECHA-CLIENTE.

           IF WS-CLI-SALDO > ZEROS
              ADD WS-A-DISTRIBUIR TO WS-CLI-FAIXA(6)
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0007-IMPRIME-CABECALHO
              END-IF
              ADD 1 TO WT-CT-CLIENTES
              MOVE WS-CLI-ATUAL TO WR-DET-CLIENTE FS2-CODIGO
              READ CLIENTES KEY IS FS2-KEY
                  INVALID KEY
                      MOVE SPACES TO FS2-NOME
              END-READ
              IF WT-ST-CLIENTES NOT = "00"
                 MOVE SPACES TO FS2-NOME
              END-IF
              MOVE FS2-NOME     TO WR-DET-NOME
              MOVE WS-CLI-SALDO TO WR-DET-SALDO
              ADD  WS-CLI-SALDO TO WS-TOT-SALDO
              MOVE SPACES TO WR-DET-FAIXAS
              PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
                 MOVE WS-CLI-FAIXA(WS-FX) TO WR-DET-VALOR(WS-FX)
                 ADD  WS-CLI-FAIXA(WS-FX) TO WS-TOT-FAIXA(WS-FX)
              END-PERFORM
              IF WS-CLI-MAIS-ANTIGO > ZEROS
                 MOVE WS-CLI-MAIS-ANTIGO (7:2) TO WR-DTF-DIA
                 MOVE WS-CLI-MAIS-ANTIGO (5:2) TO WR-DTF-MES
                 MOVE WS-CLI-MAIS-ANTIGO (1:4) TO WR-DTF-ANO
                 MOVE WR-DATA-FMT TO WR-DET-ANTIGO
              ELSE
                 MOVE "SEM ORIGEM" TO WR-DET-ANTIGO
              END-IF
              WRITE REL-REGISTRO-GER FROM WR-DET1
              ADD 1 TO WT-CT-LINHAS
           END-IF.
           MOVE ZEROS TO WS-CLI-SALDO WS-A-DISTRIBUIR
                         WS-CLI-MAIS-ANTIGO.
           INITIALIZE WS-CLI-FAIXAS.

       0003-TERMINA.

           IF WT-CT-CLIENTES = ZEROS
              WRITE REL-REGISTRO-GER FROM WR-SEM-DADOS
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           MOVE WT-CT-CLIENTES TO WR-TOT-CLIENTES.
           MOVE WS-TOT-SALDO   TO WR-TOT-SALDO.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
              MOVE WS-TOT-FAIXA(WS-FX) TO WR-TOT-VALOR(WS-FX)
           END-PERFORM.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS1.

           CLOSE CREDITOS CLIENTES CREDITOS-GER.
           DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-CRD.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO
      *----------------------------------------------------------------*
       0007-IMPRIME-CABECALHO.

           ACCEPT WT-DT-SISTEMA FROM DATE
           ACCEPT WT-HR-SISTEMA FROM TIME
           ADD 1 TO WT-CT-PAGINA
           MOVE CORR WT-DT-SISTEMA TO WR-CAB-DATA
           MOVE CORR WT-HR-SISTEMA TO WR-CAB-HORA
           MOVE WT-CT-PAGINA TO WR-CAB-PAGINA
           MOVE WS-DATA-BASE (7:2) TO WR-CAB-BASE-DIA
           MOVE WS-DATA-BASE (5:2) TO WR-CAB-BASE-MES
           MOVE WS-DATA-BASE (1:4) TO WR-CAB-BASE-ANO


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 6 TO WT-CT-LINHAS.
