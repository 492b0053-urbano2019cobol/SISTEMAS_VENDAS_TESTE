       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-ABC.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-ABC
      *
      * OBJETIVO:     CLASSIFICAR PRODUTOS E CLIENTES EM A/B/C PELO
      *               FATURAMENTO DO PERIODO INFORMADO (SOMA DOS
      *               ITENS DAS VENDAS ATIVAS, JA LIQUIDOS DE
      *               DEVOLUCAO). QUANDO O PERIODO ALCANCA UMA
      *               COMPETENCIA FECHADA (QUE PODE TER SIDO
      *               EXPURGADA) SOMA TAMBEM vendashist.dat E
      *               vendasitenshist.dat.
      *               O CORTE DAS FAIXAS (PERCENTUAL ACUMULADO DE A
      *               E DE B) E INFORMADO NA TELA; O ITEM QUE CRUZA
      *               O CORTE FICA NA FAIXA SUPERIOR. PRODUTOS E
      *               CLIENTES SEM MOVIMENTO NO PERIODO SAO CLASSE C.
      *               A CLASSE DE CADA PRODUTO/CLIENTE E GRAVADA EM
      *               abcclasse.dat (RECRIADO A CADA EXECUCAO)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CURVA ABC DE PRODUTOS E CLIENTES
      *               15/10/2026  LEIAUTE DO ITEM DA VENDA AMPLIADO
      *                           COM OS IMPOSTOS DO ITEM
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO DISK "ABC".
           SELECT VENDAS ASSIGN TO DISK "vendas.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-VENDAS.
           SELECT ITENS ASSIGN TO DISK "vendasitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS5-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ITENS.
           SELECT VENDAS-HIST ASSIGN TO DISK "vendashist.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSH-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-VHIST.
           SELECT ITENS-HIST ASSIGN TO DISK "vendasitenshist.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSI-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-IHIST.
           SELECT FECHAMENTO ASSIGN TO DISK "fechamento.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS8-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-FECHTO.
           SELECT PRODUTOS ASSIGN TO DISK "produtos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS4-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-PRODUTOS.
           SELECT CLIENTES ASSIGN TO DISK "clientes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS3-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-CLIENTES.
           SELECT ABC-CLASSE ASSIGN TO DISK "abcclasse.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY ABC-KEY
                  ACCESS MODE IS RANDOM
                  FILE STATUS IS WT-ST-CLASSE.
           SELECT ABC-REL ASSIGN TO DISK "abc01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-REL.

           SELECT ABC-GER ASSIGN TO DISK "abc02.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       01  FD-RECORD.
           05 FS-KEY.
               10 FS-NUMVENDA PIC 9(007).
           05 FS-DATA-VENDA   PIC 9(008).
           05 FS-CODCLI       PIC 9(007).
           05 FS-CODVEN       PIC 9(006).
           05 FS-QTDITENS     PIC 9(003).
           05 FS-QTD-PARCELAS PIC 9(002).
           05 FS-VALOR-TOTAL  PIC 9(009)V9(002).
           05 FS-STATUS       PIC X(001).
               88 FS-STATUS-ATIVA      VALUE "A".
               88 FS-STATUS-CANCELADA  VALUE "C".
           05 FS-DATA-CANCEL  PIC 9(008).
           05 FS-CODOPER      PIC 9(004).
           05 FS-HORA-MOV     PIC 9(006).
           05 FILLER          PIC X(030).

       FD  ITENS.
       01  FD-ITEM.
           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
               10 FS5-SEQ      PIC 9(003).
           05 FS5-CODPROD      PIC 9(006).
           05 FS5-DESCR        PIC X(030).
           05 FS5-QTD          PIC 9(005).
           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FILLER           PIC X(140).

      * HISTORICOS - MESMOS LEIAUTES DOS ARQUIVOS ATIVOS
       FD  VENDAS-HIST.
       01  FD-VENDA-HIST.
           05 FSH-KEY.
               10 FSH-NUMVENDA PIC 9(007).
           05 FSH-DATA-VENDA   PIC 9(008).
           05 FSH-CODCLI       PIC 9(007).
           05 FSH-CODVEN       PIC 9(006).
           05 FSH-QTDITENS     PIC 9(003).
           05 FSH-QTD-PARCELAS PIC 9(002).
           05 FSH-VALOR-TOTAL  PIC 9(009)V9(002).
           05 FSH-STATUS       PIC X(001).
               88 FSH-STATUS-ATIVA     VALUE "A".
           05 FILLER           PIC X(048).

       FD  ITENS-HIST.
       01  FD-ITEM-HIST.
           05 FSI-KEY.
               10 FSI-NUMVENDA PIC 9(007).
               10 FSI-SEQ      PIC 9(003).
           05 FSI-CODPROD      PIC 9(006).
           05 FSI-DESCR        PIC X(030).
           05 FSI-QTD          PIC 9(005).
           05 FSI-VALOR        PIC 9(007)V9(002).
           05 FILLER           PIC X(140).

       FD  FECHAMENTO.
       01  FILE8-REC.
           05 FS8-KEY.
               10 FS8-ANOMES PIC 9(006).
           05 FS8-QTD-VENDAS   PIC 9(007).
           05 FS8-VALOR-MES    PIC 9(011)V9(002).
           05 FS8-SITUACAO     PIC X(001).
               88 FS8-MES-FECHADO  VALUE "F".
               88 FS8-MES-ABERTO   VALUE "A".
           05 FS8-DATA-FECHTO  PIC 9(008).

       FD  PRODUTOS.
       01  FD-PRODUTO.
           05 FS4-KEY.
               10 FS4-CODIGO PIC 9(006).
           05 FS4-DESCRICAO  PIC X(030).
           05 FILLER         PIC X(041).

       FD  CLIENTES.
       01  FD-CLIENTE.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(007).
           05 FS3-NOME       PIC X(040).
           05 FILLER         PIC X(058).

      * CLASSE ABC VIGENTE DE CADA PRODUTO (TIPO "P") E CLIENTE
      * (TIPO "C")
       FD  ABC-CLASSE.
       01  FD-CLASSE.
           05 ABC-KEY.
               10 ABC-TIPO     PIC X(001).
               10 ABC-CODIGO   PIC 9(007).
           05 ABC-CLASSE-ABC   PIC X(001).
           05 ABC-VALOR        PIC 9(011)V9(002).
           05 ABC-PCT-ACUM     PIC 9(003)V9(002).
           05 ABC-DATA-INI     PIC 9(008).
           05 ABC-DATA-FIM     PIC 9(008).
           05 FILLER           PIC X(010).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-TIPO          PIC X(001).
           05 SD-VALOR         PIC 9(011)V9(002).
           05 SD-CODIGO        PIC 9(007).
           05 SD-DESCR         PIC X(040).
           05 SD-QTD           PIC 9(009).

       FD  ABC-REL.
       01  REL-REGISTRO.
           05 R1-TIPO          PIC X(001).
           05 R1-VALOR         PIC 9(011)V9(002).
           05 R1-CODIGO        PIC 9(007).
           05 R1-DESCR         PIC X(040).
           05 R1-QTD           PIC 9(009).

       FD  ABC-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-INI                       PIC 9(008) VALUE ZEROS.
       77  WS-DATA-FIM                       PIC 9(008) VALUE ZEROS.
       77  WS-CORTE-A                        PIC 9(003) VALUE 80.
       77  WS-CORTE-B                        PIC 9(003) VALUE 95.
       77  WS-ANOMES-INI                     PIC 9(006) VALUE ZEROS.
       77  WS-ANOMES-FIM                     PIC 9(006) VALUE ZEROS.
       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-ITENS                      PIC X(01) VALUE "N".
           88 FIM-ITENS VALUE "S".
       77  WS-FIM-CADASTRO                   PIC X(01) VALUE "N".
           88 FIM-CADASTRO VALUE "S".
       77  WS-LE-HISTORICO                   PIC X(01) VALUE "N".
           88 LE-HISTORICO VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-VENDAS             PIC  X(002) VALUE SPACES.
           03 WT-ST-ITENS              PIC  X(002) VALUE SPACES.
           03 WT-ST-VHIST              PIC  X(002) VALUE SPACES.
           03 WT-ST-IHIST              PIC  X(002) VALUE SPACES.
           03 WT-ST-FECHTO             PIC  X(002) VALUE SPACES.
           03 WT-ST-PRODUTOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-CLASSE             PIC  X(002) VALUE SPACES.
           03 WT-ST-REL                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-VENDAS             PIC  9(006) VALUE ZEROS.
           03 WT-CT-VENDAS-HIST        PIC  9(006) VALUE ZEROS.
           03 WT-CT-ITENS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-GRAVADOS           PIC  9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DO TIPO CORRENTE (PRODUTOS OU CLIENTES) E POR CLASSE
      *----------------------------------------------------------------*
       01 WT-ACUMULADORES.
           03 WT-VL-TOTAL-PROD         PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-TOTAL-CLI          PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-TOTAL              PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-ACUMULADO          PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-CLASSE-RESUMO OCCURS 3 TIMES.
               05 WT-CR-QTDE           PIC 9(006).
               05 WT-CR-VALOR          PIC 9(011)V9(002).

       01 WT-QUEBRAS.
           03 WT-QB-TIPO               PIC X(001) VALUE SPACES.

       01 WS-PCT-ITEM                  PIC 9(003)V9(002) VALUE ZEROS.
       01 WS-PCT-ANTERIOR              PIC 9(003)V9(002) VALUE ZEROS.
       01 WS-PCT-ACUM                  PIC 9(003)V9(002) VALUE ZEROS.
       01 WS-CLASSE                    PIC X(001) VALUE SPACES.
       01 WS-CX                        PIC 9(001) VALUE ZEROS.
       01 WS-NOMES-CLASSE              PIC X(003) VALUE "ABC".

      * ITEM CORRENTE A SOMAR (VENDA ATIVA OU DO HISTORICO)
       01 WS-ITEM-CODPROD              PIC 9(006) VALUE ZEROS.
       01 WS-ITEM-DESCR                PIC X(030) VALUE SPACES.
       01 WS-ITEM-QTD                  PIC 9(005) VALUE ZEROS.
       01 WS-ITEM-VALOR                PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-VENDA-CODCLI              PIC 9(007) VALUE ZEROS.
       01 WS-VENDA-VALOR               PIC 9(011)V9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      * TABELAS EM MEMORIA COM OS ACUMULADOS DO PERIODO, CARREGADAS
      * COM TODO O CADASTRO PARA QUE OS SEM MOVIMENTO TAMBEM SEJAM
      * CLASSIFICADOS (LIMITE DE 9999, MESMO DO RELATORIO DE MARGEM)
      *----------------------------------------------------------------*
       01  WS-PROD-QTDE                      PIC 9(004) VALUE ZEROS.
       01  WS-PROD-ACHOU                     PIC 9(004) VALUE ZEROS.
       01  WS-PROD-TAB.
           03 WS-PROD-ITEM OCCURS 9999 TIMES
                            INDEXED BY WS-PJ.
               05 WS-PT-CODIGO   PIC 9(006).
               05 WS-PT-DESCR    PIC X(030).
               05 WS-PT-QTD      PIC 9(009).
               05 WS-PT-VALOR    PIC 9(011)V9(002).

       01  WS-CLI-QTDE                       PIC 9(004) VALUE ZEROS.
       01  WS-CLI-ACHOU                      PIC 9(004) VALUE ZEROS.
       01  WS-CLI-TAB.
           03 WS-CLI-ITEM OCCURS 9999 TIMES
                            INDEXED BY WS-CJ.
               05 WS-CT-CODIGO   PIC 9(007).
               05 WS-CT-NOME     PIC X(040).
               05 WS-CT-QTD      PIC 9(009).
               05 WS-CT-VALOR    PIC 9(011)V9(002).

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
           03  FILLER                  PIC X(095) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "ABC".
           03 WR-CAB-TITULO            PIC X(035) VALUE SPACES.
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(009) VALUE
              "PERIODO: ".
           03 WR-CAB-DIA-INI           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-INI           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-INI           PIC 9(004) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " A ".
           03 WR-CAB-DIA-FIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-FIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-FIM           PIC 9(004) VALUE ZEROS.
           03 FILLER                   PIC X(012) VALUE
              "   FAIXAS: A".
           03 FILLER                   PIC X(004) VALUE " ATE".
           03 WR-CAB-CORTE-A           PIC ZZ9.
           03 FILLER                   PIC X(008) VALUE "%  B ATE".
           03 WR-CAB-CORTE-B           PIC ZZ9.
           03 FILLER                   PIC X(001) VALUE "%".
           03 WR-CAB-HISTORICO         PIC X(018) VALUE SPACES.

       01 WR-CAB4.
           03  FILLER                  PIC X(009) VALUE "CODIGO".
           03  FILLER                  PIC X(032) VALUE "DESCRICAO".
           03  FILLER                  PIC X(011) VALUE
               "        QTD".
           03  FILLER                  PIC X(016) VALUE
               "           VALOR".
           03  FILLER                  PIC X(009) VALUE
               "    % IND".
           03  FILLER                  PIC X(009) VALUE
               "   % ACUM".
           03  FILLER                  PIC X(007) VALUE
               "  CLAS.".

       01 WR-DET1.
           03  WR-DET-CODIGO           PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-DESCR            PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-QTD              PIC ZZZZZZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PCT              PIC ZZ9,99.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-ACUM             PIC ZZ9,99.
           03  FILLER                  PIC X(005) VALUE SPACES.
           03  WR-DET-CLASSE           PIC X(001) VALUE SPACES.

       01 WR-RESUMO.
           03  FILLER                  PIC X(008) VALUE
               "CLASSE ".
           03  WR-RES-CLASSE           PIC X(001) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE ": ".
           03  WR-RES-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(012) VALUE
               " ITENS".
           03  WR-RES-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE.
           03  FILLER                  PIC X(025) VALUE
               "TOTAL FATURADO:          ".
           03  WR-ROD-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(004) VALUE SPACES.
           03  FILLER                  PIC X(016) VALUE
               "VENDAS ATIVAS: ".
           03  WR-ROD-VENDAS           PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(004) VALUE SPACES.
           03  FILLER                  PIC X(013) VALUE
               "HISTORICO: ".
           03  WR-ROD-VENDAS-HIST      PIC ZZZ.ZZ9.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 18 VALUE
                   "CURVA ABC DE PRODUTOS E CLIENTES".
               10 LINE 08 COLUMN 15 VALUE
                      "DATA INICIAL (AAAAMMDD) ....... --> ".
               10 LINE 08 COL PLUS 1 USING WS-DATA-INI AUTO.
               10 LINE 09 COLUMN 15 VALUE
                      "DATA FINAL (AAAAMMDD) ......... --> ".
               10 LINE 09 COL PLUS 1 USING WS-DATA-FIM AUTO.
               10 LINE 10 COLUMN 15 VALUE
                      "CORTE DA CLASSE A (% ACUM) .... --> ".
               10 LINE 10 COL PLUS 1 USING WS-CORTE-A AUTO.
               10 LINE 11 COLUMN 15 VALUE
                      "CORTE DA CLASSE B (% ACUM) .... --> ".
               10 LINE 11 COL PLUS 1 USING WS-CORTE-B AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           PERFORM 0002-PROCESSA   UNTIL WT-ST-REL NOT = "00"
           PERFORM 0003-TERMINA
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU

           IF WS-DATA-FIM = ZEROS
              MOVE 99991231 TO WS-DATA-FIM
           END-IF.
           IF WS-CORTE-A = ZEROS
              OR WS-CORTE-B NOT > WS-CORTE-A
              OR WS-CORTE-B > 100
              DISPLAY "FAIXAS INVALIDAS - ASSUMIDO A ATE 80% E "
                      "B ATE 95%"
              MOVE 80 TO WS-CORTE-A
              MOVE 95 TO WS-CORTE-B
           END-IF.
           DIVIDE WS-DATA-INI BY 100 GIVING WS-ANOMES-INI.
           DIVIDE WS-DATA-FIM BY 100 GIVING WS-ANOMES-FIM.

           PERFORM 0006-CARREGA-PRODUTOS
           PERFORM 0007-CARREGA-CLIENTES
           PERFORM 0008-VERIFICA-EXPURGO
           PERFORM 0009-SOMA-VENDAS-ATIVAS
           IF LE-HISTORICO
              MOVE "  COM HISTORICO" TO WR-CAB-HISTORICO
              PERFORM 0010-SOMA-VENDAS-HISTORICO
           END-IF

           SORT SORT-FILE
               ON DESCENDING KEY SD-TIPO
                                 SD-VALOR
               ON ASCENDING  KEY SD-CODIGO
               INPUT PROCEDURE 0001-LIBERA-TABELAS
               GIVING ABC-REL.

           OPEN OUTPUT ABC-CLASSE.
           OPEN INPUT  ABC-REL.
           OPEN OUTPUT ABC-GER.
           READ ABC-REL NEXT.

           IF WT-ST-REL = "00"
              PERFORM 0004-INICIA-TIPO
           END-IF.

      *----------------------------------------------------------------*
      * LIBERA PARA O SORT OS ACUMULADOS DE PRODUTOS (TIPO "P") E DE
      * CLIENTES (TIPO "C"); O SORT DESCENDENTE TRAZ PRODUTOS PRIMEIRO
      * E CADA TIPO DO MAIOR PARA O MENOR FATURAMENTO
      *----------------------------------------------------------------*
       0001-LIBERA-TABELAS.

           PERFORM VARYING WS-PJ FROM 1 BY 1
                   UNTIL WS-PJ > WS-PROD-QTDE
              MOVE "P"                 TO SD-TIPO
              MOVE WS-PT-VALOR(WS-PJ)  TO SD-VALOR
              MOVE WS-PT-CODIGO(WS-PJ) TO SD-CODIGO
              MOVE WS-PT-DESCR(WS-PJ)  TO SD-DESCR
              MOVE WS-PT-QTD(WS-PJ)    TO SD-QTD
              ADD WS-PT-VALOR(WS-PJ)   TO WT-VL-TOTAL-PROD
              RELEASE SORT-RECORD
           END-PERFORM.

           PERFORM VARYING WS-CJ FROM 1 BY 1
                   UNTIL WS-CJ > WS-CLI-QTDE
              MOVE "C"                 TO SD-TIPO
              MOVE WS-CT-VALOR(WS-CJ)  TO SD-VALOR
              MOVE WS-CT-CODIGO(WS-CJ) TO SD-CODIGO
              MOVE WS-CT-NOME(WS-CJ)   TO SD-DESCR
              MOVE WS-CT-QTD(WS-CJ)    TO SD-QTD
              ADD WS-CT-VALOR(WS-CJ)   TO WT-VL-TOTAL-CLI
              RELEASE SORT-RECORD
           END-PERFORM.

      *----------------------------------------------------------------*
      * CLASSIFICA E IMPRIME CADA PRODUTO/CLIENTE PELO PERCENTUAL
      * ACUMULADO ANTERIOR A ELE: ABAIXO DO CORTE A E CLASSE A,
      * ABAIXO DO CORTE B E CLASSE B, O RESTANTE E CLASSE C
      *----------------------------------------------------------------*
       0002-PROCESSA.

           IF R1-TIPO NOT = WT-QB-TIPO
              PERFORM 0005-RESUMO-TIPO
              PERFORM 0004-INICIA-TIPO
           END-IF.

           MOVE WS-PCT-ACUM TO WS-PCT-ANTERIOR.
           ADD R1-VALOR TO WT-VL-ACUMULADO.
           IF WT-VL-TOTAL > ZEROS
              COMPUTE WS-PCT-ITEM ROUNDED =
                      R1-VALOR * 100 / WT-VL-TOTAL
              COMPUTE WS-PCT-ACUM ROUNDED =
                      WT-VL-ACUMULADO * 100 / WT-VL-TOTAL
           ELSE
              MOVE ZEROS TO WS-PCT-ITEM WS-PCT-ACUM
           END-IF.

           IF R1-VALOR = ZEROS
              MOVE 3 TO WS-CX
           ELSE
              IF WS-PCT-ANTERIOR < WS-CORTE-A
                 MOVE 1 TO WS-CX
              ELSE
                 IF WS-PCT-ANTERIOR < WS-CORTE-B
                    MOVE 2 TO WS-CX
                 ELSE
                    MOVE 3 TO WS-CX
                 END-IF
              END-IF
           END-IF.
           MOVE WS-NOMES-CLASSE (WS-CX:1) TO WS-CLASSE.
           ADD 1        TO WT-CR-QTDE(WS-CX).
           ADD R1-VALOR TO WT-CR-VALOR(WS-CX).

           IF R1-VALOR > ZEROS
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0011-IMPRIME-CABECALHO
              END-IF
              MOVE R1-CODIGO   TO WR-DET-CODIGO
              MOVE R1-DESCR    TO WR-DET-DESCR
              MOVE R1-QTD      TO WR-DET-QTD
              MOVE R1-VALOR    TO WR-DET-VALOR
              MOVE WS-PCT-ITEM TO WR-DET-PCT
              MOVE WS-PCT-ACUM TO WR-DET-ACUM
              MOVE WS-CLASSE   TO WR-DET-CLASSE
              WRITE REL-REGISTRO-GER FROM WR-DET1
              ADD 1 TO WT-CT-LINHAS
           END-IF.

           MOVE R1-TIPO       TO ABC-TIPO.
           MOVE R1-CODIGO     TO ABC-CODIGO.
           MOVE WS-CLASSE     TO ABC-CLASSE-ABC.
           MOVE R1-VALOR      TO ABC-VALOR.
           MOVE WS-PCT-ACUM   TO ABC-PCT-ACUM.
           MOVE WS-DATA-INI   TO ABC-DATA-INI.
           MOVE WS-DATA-FIM   TO ABC-DATA-FIM.
           WRITE FD-CLASSE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WT-ST-CLASSE = "00"
              ADD 1 TO WT-CT-GRAVADOS
           END-IF.

           READ ABC-REL NEXT.

       0003-TERMINA.

           IF WT-QB-TIPO NOT = SPACES
              PERFORM 0005-RESUMO-TIPO
           END-IF.

           MOVE WT-VL-TOTAL-PROD  TO WR-ROD-VALOR.
           MOVE WT-CT-VENDAS      TO WR-ROD-VENDAS.
           MOVE WT-CT-VENDAS-HIST TO WR-ROD-VENDAS-HIST.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.

           CLOSE ABC-REL ABC-GER ABC-CLASSE.

      *----------------------------------------------------------------*
      * INICIA UM TIPO (PRODUTOS OU CLIENTES): ZERA OS ACUMULADOS E
      * ABRE PAGINA NOVA COM O TITULO DO TIPO
      *----------------------------------------------------------------*
       0004-INICIA-TIPO.

           MOVE R1-TIPO TO WT-QB-TIPO.
           MOVE ZEROS   TO WT-VL-ACUMULADO WS-PCT-ACUM.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 3
              MOVE ZEROS TO WT-CR-QTDE(WS-CX) WT-CR-VALOR(WS-CX)
           END-PERFORM.

           IF R1-TIPO = "P"
              MOVE "CURVA ABC DE PRODUTOS" TO WR-CAB-TITULO
              MOVE WT-VL-TOTAL-PROD        TO WT-VL-TOTAL
           ELSE
              MOVE "CURVA ABC DE CLIENTES" TO WR-CAB-TITULO
              MOVE WT-VL-TOTAL-CLI         TO WT-VL-TOTAL
           END-IF.

           PERFORM 0011-IMPRIME-CABECALHO.

      *----------------------------------------------------------------*
      * RESUMO DO TIPO: QUANTIDADE E VALOR POR CLASSE
      *----------------------------------------------------------------*
       0005-RESUMO-TIPO.

           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 3
              MOVE WS-NOMES-CLASSE (WS-CX:1) TO WR-RES-CLASSE
              MOVE WT-CR-QTDE(WS-CX)         TO WR-RES-QTDE
              MOVE WT-CR-VALOR(WS-CX)        TO WR-RES-VALOR
              WRITE REL-REGISTRO-GER FROM WR-RESUMO
           END-PERFORM.
           ADD 4 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * CARREGA O CADASTRO DE PRODUTOS COM OS ACUMULADORES ZERADOS
      *----------------------------------------------------------------*
       0006-CARREGA-PRODUTOS.

           MOVE "N" TO WS-FIM-CADASTRO.
           OPEN INPUT PRODUTOS.
           IF WT-ST-PRODUTOS = "00"
              READ PRODUTOS NEXT
                  AT END MOVE "S" TO WS-FIM-CADASTRO
              END-READ
              PERFORM UNTIL FIM-CADASTRO
                 IF WS-PROD-QTDE < 9999
                    ADD 1 TO WS-PROD-QTDE
                    SET WS-PJ TO WS-PROD-QTDE
                    MOVE FS4-CODIGO    TO WS-PT-CODIGO(WS-PJ)
                    MOVE FS4-DESCRICAO TO WS-PT-DESCR(WS-PJ)
                    MOVE ZEROS         TO WS-PT-QTD(WS-PJ)
                                          WS-PT-VALOR(WS-PJ)
                 END-IF
                 READ PRODUTOS NEXT
                     AT END MOVE "S" TO WS-FIM-CADASTRO
                 END-READ
              END-PERFORM
              CLOSE PRODUTOS
           END-IF.

      *----------------------------------------------------------------*
      * CARREGA O CADASTRO DE CLIENTES COM OS ACUMULADORES ZERADOS
      *----------------------------------------------------------------*
       0007-CARREGA-CLIENTES.

           MOVE "N" TO WS-FIM-CADASTRO.
           OPEN INPUT CLIENTES.
           IF WT-ST-CLIENTES = "00"
              READ CLIENTES NEXT
                  AT END MOVE "S" TO WS-FIM-CADASTRO
              END-READ
              PERFORM UNTIL FIM-CADASTRO
                 IF WS-CLI-QTDE < 9999
                    ADD 1 TO WS-CLI-QTDE
                    SET WS-CJ TO WS-CLI-QTDE
                    MOVE FS3-CODIGO    TO WS-CT-CODIGO(WS-CJ)
                    MOVE FS3-NOME      TO WS-CT-NOME(WS-CJ)
                    MOVE ZEROS         TO WS-CT-QTD(WS-CJ)
                                          WS-CT-VALOR(WS-CJ)
                 END-IF
                 READ CLIENTES NEXT
                     AT END MOVE "S" TO WS-FIM-CADASTRO
                 END-READ
              END-PERFORM
              CLOSE CLIENTES
           END-IF.

      *----------------------------------------------------------------*
      * SO COMPETENCIAS FECHADAS PODEM TER SIDO EXPURGADAS: O
      * HISTORICO E LIDO QUANDO O PERIODO ALCANCA ALGUMA DELAS
      *----------------------------------------------------------------*
       0008-VERIFICA-EXPURGO.

           MOVE "N" TO WS-LE-HISTORICO.
           OPEN INPUT FECHAMENTO.
           IF WT-ST-FECHTO = "00"
              MOVE WS-ANOMES-INI TO FS8-ANOMES
              START FECHAMENTO KEY IS NOT LESS THAN FS8-KEY
                  INVALID KEY
                      MOVE "10" TO WT-ST-FECHTO
              END-START
              PERFORM UNTIL WT-ST-FECHTO NOT = "00"
                         OR LE-HISTORICO
                 READ FECHAMENTO NEXT
                 END-READ
                 IF WT-ST-FECHTO = "00"
                    IF FS8-ANOMES > WS-ANOMES-FIM
                       MOVE "10" TO WT-ST-FECHTO
                    ELSE
                       IF FS8-MES-FECHADO
                          MOVE "S" TO WS-LE-HISTORICO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FECHAMENTO
           END-IF.

      *----------------------------------------------------------------*
      * SOMA AS VENDAS ATIVAS DO PERIODO (ORCAMENTOS E CANCELADAS
      * FICAM DE FORA)
      *----------------------------------------------------------------*
       0009-SOMA-VENDAS-ATIVAS.

           MOVE "N" TO WS-FIM-FONTE.
           OPEN INPUT VENDAS ITENS.
           IF WT-ST-VENDAS NOT = "00" OR WT-ST-ITENS NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
           ELSE
              READ VENDAS NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
           END-IF.

           PERFORM UNTIL FIM-FONTE
              IF FS-STATUS-ATIVA
                 AND FS-DATA-VENDA NOT < WS-DATA-INI
                 AND FS-DATA-VENDA NOT > WS-DATA-FIM
                 ADD 1 TO WT-CT-VENDAS
                 MOVE FS-CODCLI TO WS-VENDA-CODCLI
                 MOVE ZEROS     TO WS-VENDA-VALOR
                 PERFORM 0012-LE-ITENS-ATIVOS
                 PERFORM 0015-SOMA-CLIENTE
              END-IF
              READ VENDAS NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
           END-PERFORM.

           IF WT-ST-VENDAS = "00" OR "10"
              CLOSE VENDAS
           END-IF.
           IF WT-ST-ITENS = "00" OR "10" OR "23"
              CLOSE ITENS
           END-IF.

      *----------------------------------------------------------------*
      * SOMA AS VENDAS DO PERIODO JA MOVIDAS PARA O HISTORICO
      *----------------------------------------------------------------*
       0010-SOMA-VENDAS-HISTORICO.

           MOVE "N" TO WS-FIM-FONTE.
           OPEN INPUT VENDAS-HIST ITENS-HIST.
           IF WT-ST-VHIST NOT = "00" OR WT-ST-IHIST NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
           ELSE
              READ VENDAS-HIST NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
           END-IF.

           PERFORM UNTIL FIM-FONTE
              IF FSH-STATUS-ATIVA
                 AND FSH-DATA-VENDA NOT < WS-DATA-INI
                 AND FSH-DATA-VENDA NOT > WS-DATA-FIM
                 ADD 1 TO WT-CT-VENDAS-HIST
                 MOVE FSH-CODCLI TO WS-VENDA-CODCLI
                 MOVE ZEROS      TO WS-VENDA-VALOR
                 PERFORM 0013-LE-ITENS-HISTORICO
                 PERFORM 0015-SOMA-CLIENTE
              END-IF
              READ VENDAS-HIST NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
           END-PERFORM.

           IF WT-ST-VHIST = "00" OR "10"
              CLOSE VENDAS-HIST
           END-IF.
           IF WT-ST-IHIST = "00" OR "10" OR "23"
              CLOSE ITENS-HIST
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO
      *----------------------------------------------------------------*
       0011-IMPRIME-CABECALHO.

           ACCEPT WT-DT-SISTEMA FROM DATE
           ACCEPT WT-HR-SISTEMA FROM TIME
           ADD 1 TO WT-CT-PAGINA

           MOVE CORR WT-DT-SISTEMA TO WR-CAB-DATA
           MOVE CORR WT-HR-SISTEMA TO WR-CAB-HORA
           MOVE WT-CT-PAGINA TO WR-CAB-PAGINA

           MOVE WS-DATA-INI (1:4) TO WR-CAB-ANO-INI
           MOVE WS-DATA-INI (5:2) TO WR-CAB-MES-INI
           MOVE WS-DATA-INI (7:2) TO WR-CAB-DIA-INI
           MOVE WS-DATA-FIM (1:4) TO WR-CAB-ANO-FIM
           MOVE WS-DATA-FIM (5:2) TO WR-CAB-MES-FIM
           MOVE WS-DATA-FIM (7:2) TO WR-CAB-DIA-FIM
           MOVE WS-CORTE-A        TO WR-CAB-CORTE-A
           MOVE WS-CORTE-B        TO WR-CAB-CORTE-B

           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 7 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * SOMA OS ITENS DA VENDA ATIVA CORRENTE
      *----------------------------------------------------------------*
       0012-LE-ITENS-ATIVOS.

           MOVE "N" TO WS-FIM-ITENS.
           MOVE FS-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS TO FS5-SEQ.
           START ITENS KEY IS GREATER THAN FS5-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START.

           PERFORM UNTIL FIM-ITENS
              READ ITENS NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ITENS
              END-READ
              IF NOT FIM-ITENS
                 IF WT-ST-ITENS NOT = "00"
                    OR FS5-NUMVENDA NOT = FS-NUMVENDA
                    MOVE "S" TO WS-FIM-ITENS
                 ELSE
                    MOVE FS5-CODPROD TO WS-ITEM-CODPROD
                    MOVE FS5-DESCR   TO WS-ITEM-DESCR
                    MOVE FS5-QTD     TO WS-ITEM-QTD
                    COMPUTE WS-ITEM-VALOR = FS5-QTD * FS5-VALOR
                    PERFORM 0014-SOMA-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SOMA OS ITENS DA VENDA CORRENTE DO HISTORICO
      *----------------------------------------------------------------*
       0013-LE-ITENS-HISTORICO.

           MOVE "N" TO WS-FIM-ITENS.
           MOVE FSH-NUMVENDA TO FSI-NUMVENDA.
           MOVE ZEROS TO FSI-SEQ.
           START ITENS-HIST KEY IS GREATER THAN FSI-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START.

           PERFORM UNTIL FIM-ITENS
              READ ITENS-HIST NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ITENS
              END-READ
              IF NOT FIM-ITENS
                 IF WT-ST-IHIST NOT = "00"
                    OR FSI-NUMVENDA NOT = FSH-NUMVENDA
                    MOVE "S" TO WS-FIM-ITENS
                 ELSE
                    MOVE FSI-CODPROD TO WS-ITEM-CODPROD
                    MOVE FSI-DESCR   TO WS-ITEM-DESCR
                    MOVE FSI-QTD     TO WS-ITEM-QTD
                    COMPUTE WS-ITEM-VALOR = FSI-QTD * FSI-VALOR
                    PERFORM 0014-SOMA-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ACUMULA O ITEM NO PRODUTO (INCLUI NA TABELA O PRODUTO QUE
      * NAO ESTA MAIS NO CADASTRO) E NO VALOR DA VENDA
      *----------------------------------------------------------------*
       0014-SOMA-PRODUTO.

           ADD 1 TO WT-CT-ITENS.
           ADD WS-ITEM-VALOR TO WS-VENDA-VALOR.

           MOVE ZEROS TO WS-PROD-ACHOU.
           PERFORM VARYING WS-PJ FROM 1 BY 1
                   UNTIL WS-PJ > WS-PROD-QTDE
              IF WS-PT-CODIGO(WS-PJ) = WS-ITEM-CODPROD
                 SET WS-PROD-ACHOU TO WS-PJ
                 SET WS-PJ TO WS-PROD-QTDE
              END-IF
           END-PERFORM.

           IF WS-PROD-ACHOU = ZEROS
              AND WS-PROD-QTDE < 9999
              ADD 1 TO WS-PROD-QTDE
              MOVE WS-PROD-QTDE TO WS-PROD-ACHOU
              SET WS-PJ TO WS-PROD-ACHOU
              MOVE WS-ITEM-CODPROD TO WS-PT-CODIGO(WS-PJ)
              MOVE WS-ITEM-DESCR   TO WS-PT-DESCR(WS-PJ)
              MOVE ZEROS           TO WS-PT-QTD(WS-PJ)
                                      WS-PT-VALOR(WS-PJ)
           END-IF.

           IF WS-PROD-ACHOU > ZEROS
              SET WS-PJ TO WS-PROD-ACHOU
              ADD WS-ITEM-QTD   TO WS-PT-QTD(WS-PJ)
              ADD WS-ITEM-VALOR TO WS-PT-VALOR(WS-PJ)
           END-IF.

      *----------------------------------------------------------------*
      * ACUMULA A VENDA NO CLIENTE (QUANTIDADE = NUMERO DE VENDAS)
      *----------------------------------------------------------------*
       0015-SOMA-CLIENTE.

           MOVE ZEROS TO WS-CLI-ACHOU.
           PERFORM VARYING WS-CJ FROM 1 BY 1
                   UNTIL WS-CJ > WS-CLI-QTDE
              IF WS-CT-CODIGO(WS-CJ) = WS-VENDA-CODCLI
                 SET WS-CLI-ACHOU TO WS-CJ
                 SET WS-CJ TO WS-CLI-QTDE
              END-IF
           END-PERFORM.

           IF WS-CLI-ACHOU = ZEROS
              AND WS-CLI-QTDE < 9999
              ADD 1 TO WS-CLI-QTDE
              MOVE WS-CLI-QTDE TO WS-CLI-ACHOU
              SET WS-CJ TO WS-CLI-ACHOU
              MOVE WS-VENDA-CODCLI TO WS-CT-CODIGO(WS-CJ)
              MOVE "*** CLIENTE NAO CADASTRADO ***"
                                   TO WS-CT-NOME(WS-CJ)
              MOVE ZEROS           TO WS-CT-QTD(WS-CJ)
                                      WS-CT-VALOR(WS-CJ)
           END-IF.

           IF WS-CLI-ACHOU > ZEROS
              SET WS-CJ TO WS-CLI-ACHOU
              ADD 1              TO WS-CT-QTD(WS-CJ)
              ADD WS-VENDA-VALOR TO WS-CT-VALOR(WS-CJ)
           END-IF.
