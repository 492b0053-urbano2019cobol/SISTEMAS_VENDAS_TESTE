       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-MARGEM.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-MARGEM
      *
      * OBJETIVO:     APURAR A MARGEM BRUTA DO MES DE REFERENCIA
      *               (RECEITA DO ITEM MENOS O CUSTO MEDIO GRAVADO
      *               NO ITEM NA EFETIVACAO DA VENDA) POR VENDA, POR
      *               VENDEDOR E POR PRODUTO, APONTANDO OS ITENS
      *               VENDIDOS ABAIXO DO CUSTO E O MOTIVO (DESCONTO,
      *               PRECO PROMOCIONAL OU PRECO DE TABELA). ITENS
      *               SEM CUSTO GRAVADO (VENDAS ANTERIORES AO CUSTO
      *               MEDIO) SAO CONTADOS A PARTE NO RODAPE
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MARGEM BRUTA MENSAL
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
           SELECT SORT-FILE ASSIGN TO DISK "MARGEM".
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
           SELECT VENDEDORES ASSIGN TO DISK "vendedores.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS2-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-VENDEDORES.
           SELECT PRODUTOS ASSIGN TO DISK "produtos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS4-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-PRODUTOS.
           SELECT MARGEM-REL ASSIGN TO DISK "margem01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-REL.

           SELECT MARGEM-GER ASSIGN TO DISK "margem02.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       01  FD-RECORD.
           05 FS-KEY.
               10 FS-NUMVENDA PIC 9(007).
           05 FS-DATA-VENDA.
               10 FS-VEN-ANO  PIC 9(004).
               10 FS-VEN-MES  PIC 9(002).
               10 FS-VEN-DIA  PIC 9(002).
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
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FS5-CUSTO-UNIT   PIC 9(007)V9(002).
           05 FILLER           PIC X(118).

       FD  VENDEDORES.
       01  FD-VENDEDOR.
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

       FD  PRODUTOS.
       01  FD-PRODUTO.
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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-CODVEN       PIC 9(006).
           05 SD-NUMVENDA     PIC 9(007).
           05 SD-SEQ          PIC 9(003).
           05 SD-DATA-VENDA   PIC 9(008).
           05 SD-CODPROD      PIC 9(006).
           05 SD-DESCR        PIC X(030).
           05 SD-QTD          PIC 9(005).
           05 SD-VALOR        PIC 9(007)V9(002).
           05 SD-PRECO-TAB    PIC 9(007)V9(002).
           05 SD-DESC-PCT     PIC 9(002)V9(002).
           05 SD-CUSTO-UNIT   PIC 9(007)V9(002).

       FD  MARGEM-REL.
       01  REL-REGISTRO.
           05 R1-CODVEN       PIC 9(006).
           05 R1-NUMVENDA     PIC 9(007).
           05 R1-SEQ          PIC 9(003).
           05 R1-DATA-VENDA   PIC 9(008).
           05 R1-CODPROD      PIC 9(006).
           05 R1-DESCR        PIC X(030).
           05 R1-QTD          PIC 9(005).
           05 R1-VALOR        PIC 9(007)V9(002).
           05 R1-PRECO-TAB    PIC 9(007)V9(002).
           05 R1-DESC-PCT     PIC 9(002)V9(002).
           05 R1-CUSTO-UNIT   PIC 9(007)V9(002).

       FD  MARGEM-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-ANO-REF                        PIC 9(004) VALUE ZEROS.
       77  WS-MES-REF                        PIC 9(002) VALUE ZEROS.
       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-ITENS                      PIC X(01) VALUE "N".
           88 FIM-ITENS VALUE "S".
       77  WS-FIM-VENDEDOR                   PIC X(01) VALUE "N".
           88 FIM-VENDEDOR VALUE "S".
       77  WS-FIM-PRODUTO                    PIC X(01) VALUE "N".
           88 FIM-PRODUTO VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-VENDAS             PIC  X(002) VALUE SPACES.
           03 WT-ST-ITENS              PIC  X(002) VALUE SPACES.
           03 WT-ST-VENDEDORES         PIC  X(002) VALUE SPACES.
           03 WT-ST-PRODUTOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-REL                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-VENDAS             PIC  9(006) VALUE ZEROS.
           03 WT-CT-ABAIXO             PIC  9(006) VALUE ZEROS.
           03 WT-CT-SEM-CUSTO          PIC  9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADORES DE RECEITA E CUSTO POR VENDA, POR VENDEDOR E
      * GERAL. A MARGEM E A RECEITA MENOS O CUSTO
      *----------------------------------------------------------------*
       01 WT-ACUMULADORES.
           03 WT-VL-RECEITA-ITEM       PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-CUSTO-ITEM         PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-RECEITA-VENDA      PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-CUSTO-VENDA        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-RECEITA-VEN        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-CUSTO-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-RECEITA-GER        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-CUSTO-GER          PIC 9(011)V9(002) VALUE ZEROS.

       01 WT-QUEBRAS.
           03 WT-QB-CODVEN             PIC 9(006) VALUE ZEROS.
           03 WT-QB-NUMVENDA           PIC 9(007) VALUE ZEROS.
           03 WT-QB-DATA-VENDA         PIC 9(008) VALUE ZEROS.

       01 WS-MARGEM                    PIC S9(011)V9(002) VALUE ZEROS.
       01 WS-MARGEM-PCT                PIC S9(005)V9(002) VALUE ZEROS.
       01 WS-VL-RECEITA                PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-VL-CUSTO                  PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-MOTIVO                    PIC X(020) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABELA DE VENDEDORES CARREGADA EM MEMORIA PARA BUSCAR O NOME
      * (MESMA ABORDAGEM DO RELATORIO-CARGA-VENDEDORES)
      *----------------------------------------------------------------*
       01  WS-VEND-QTDE                      PIC 9(004) VALUE ZEROS.
       01  WS-VEND-TAB.
           03 WS-VEND-ITEM OCCURS 9999 TIMES
                            INDEXED BY WS-VJ.
               05 WS-VT-CODIGO   PIC 9(006).
               05 WS-VT-NOME     PIC X(040).

       01  WS-NOME-VENDEDOR   PIC X(040) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABELA DE PRODUTOS CARREGADA EM MEMORIA: PRECO DE CADASTRO
      * PARA O MOTIVO DA VENDA ABAIXO DO CUSTO E ACUMULADORES DA
      * MARGEM POR PRODUTO
      *----------------------------------------------------------------*
       01  WS-PROD-QTDE                      PIC 9(004) VALUE ZEROS.
       01  WS-PROD-ACHOU                     PIC 9(004) VALUE ZEROS.
       01  WS-PROD-TAB.
           03 WS-PROD-ITEM OCCURS 9999 TIMES
                            INDEXED BY WS-PJ.
               05 WS-PT-CODIGO   PIC 9(006).
               05 WS-PT-DESCR    PIC X(030).
               05 WS-PT-PRECO    PIC 9(007)V9(002).
               05 WS-PT-QTD      PIC 9(009).
               05 WS-PT-RECEITA  PIC 9(011)V9(002).
               05 WS-PT-CUSTO    PIC 9(011)V9(002).
               05 WS-PT-ABAIXO   PIC 9(006).

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
           "MARGEM".
           03 FILLER                   PIC X(035) VALUE
              "MARGEM BRUTA DE VENDAS".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(013) VALUE
              "COMPETENCIA: ".
           03 WR-CAB-MES               PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO               PIC 9(004) VALUE ZEROS.

       01 WR-CAB-VENDEDOR.
           03 FILLER                   PIC X(010) VALUE
              "VENDEDOR: ".
           03 WR-CVN-CODVEN            PIC 9(006) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " - ".
           03 WR-CVN-NOME              PIC X(040) VALUE SPACES.

       01 WR-CAB4.
           03  FILLER                  PIC X(010) VALUE "VENDA".
           03  FILLER                  PIC X(012) VALUE "DATA".
           03  FILLER                  PIC X(016) VALUE
               "         RECEITA".
           03  FILLER                  PIC X(016) VALUE
               "           CUSTO".
           03  FILLER                  PIC X(016) VALUE
               "          MARGEM".
           03  FILLER                  PIC X(010) VALUE
               "  MARG. %".

       01 WR-DET1.
           03  WR-DET-VENDA            PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-DIA              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-MES              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-ANO              PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-RECEITA          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CUSTO            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-MARGEM           PIC ---.---.--9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PCT              PIC ----9,99.

      * ITEM VENDIDO ABAIXO DO CUSTO, IMPRESSO ANTES DA LINHA DA
      * SUA VENDA
       01 WR-DET-ABAIXO.
           03  FILLER                  PIC X(004) VALUE " ** ".
           03  WR-ABX-VENDA            PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-ABX-SEQ              PIC 9(003) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-ABX-CODPROD          PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-ABX-DESCR            PIC X(020) VALUE SPACES.
           03  WR-ABX-QTD              PIC ZZZZ9.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-ABX-VALOR            PIC ZZZZZZ9,99.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-ABX-CUSTO            PIC ZZZZZZ9,99.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-ABX-MOTIVO           PIC X(020) VALUE SPACES.

       01 WR-TOT-VENDEDOR.
           03  FILLER                  PIC X(024) VALUE
               "  TOTAL DO VENDEDOR:    ".
           03  WR-TVN-RECEITA          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-TVN-CUSTO            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-TVN-MARGEM           PIC ---.---.--9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-TVN-PCT              PIC ----9,99.

       01 WR-CAB-PRODUTO.
           03  FILLER                  PIC X(030) VALUE
               "MARGEM POR PRODUTO".

       01 WR-CAB6.
           03  FILLER                  PIC X(008) VALUE "PRODUTO".
           03  FILLER                  PIC X(021) VALUE "DESCRICAO".
           03  FILLER                  PIC X(008) VALUE "     QTD".
           03  FILLER                  PIC X(016) VALUE
               "         RECEITA".
           03  FILLER                  PIC X(016) VALUE
               "           CUSTO".
           03  FILLER                  PIC X(016) VALUE
               "          MARGEM".
           03  FILLER                  PIC X(010) VALUE
               "  MARG. %".
           03  FILLER                  PIC X(008) VALUE
               "  ABAIXO".

       01 WR-DET2.
           03  WR-DT2-CODPROD          PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-DESCR            PIC X(020) VALUE SPACES.
           03  WR-DT2-QTD              PIC ZZZZZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-RECEITA          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-CUSTO            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-MARGEM           PIC ---.---.--9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-PCT              PIC ----9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DT2-ABAIXO           PIC ZZZZZ9.

       01 WR-RODAPE.
           03  FILLER                  PIC X(024) VALUE
               "TOTAL GERAL:            ".
           03  WR-ROD-RECEITA          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-ROD-CUSTO            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-ROD-MARGEM           PIC ---.---.--9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-ROD-PCT              PIC ----9,99.

       01 WR-RODAPE2.
           03  FILLER                  PIC X(018) VALUE
               "VENDAS:           ".
           03  WR-ROD-VENDAS           PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  FILLER                  PIC X(019) VALUE
               "ITENS:             ".
           03  WR-ROD-ITENS            PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  FILLER                  PIC X(019) VALUE
               "ABAIXO DO CUSTO:   ".
           03  WR-ROD-ABAIXO           PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  FILLER                  PIC X(012) VALUE
               "SEM CUSTO: ".
           03  WR-ROD-SEM-CUSTO        PIC ZZZ.ZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 18 VALUE
                   "RELATORIO DE MARGEM BRUTA".
               10 LINE 08 COLUMN 15 VALUE
                      "ANO DE REFERENCIA (AAAA) ...... --> ".
               10 LINE 08 COL PLUS 1 USING WS-ANO-REF AUTO.
               10 LINE 09 COLUMN 15 VALUE
                      "MES DE REFERENCIA (MM) ........ --> ".
               10 LINE 09 COL PLUS 1 USING WS-MES-REF AUTO.

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

           PERFORM 0006-CARREGA-VENDEDORES
           PERFORM 0008-CARREGA-PRODUTOS

           SORT SORT-FILE
               ON ASCENDING KEY SD-CODVEN
                                SD-NUMVENDA
                                SD-SEQ
               INPUT PROCEDURE 0001-FILTRA-ENTRADA
               GIVING MARGEM-REL.

           OPEN INPUT  MARGEM-REL.
           OPEN OUTPUT MARGEM-GER.
           READ MARGEM-REL NEXT.

           IF WT-ST-REL = "00"
              MOVE R1-CODVEN      TO WT-QB-CODVEN
              MOVE R1-NUMVENDA    TO WT-QB-NUMVENDA
              MOVE R1-DATA-VENDA  TO WT-QB-DATA-VENDA
              PERFORM 0007-CABECALHO-VENDEDOR
           END-IF.

      *----------------------------------------------------------------*
      * SELECIONA PARA O SORT OS ITENS DAS VENDAS ATIVAS DO MES DE
      * REFERENCIA INFORMADO NA SS-MENU
      *----------------------------------------------------------------*
       0001-FILTRA-ENTRADA.

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
                  AND FS-VEN-ANO = WS-ANO-REF
                  AND FS-VEN-MES = WS-MES-REF
                  PERFORM 0009-SELECIONA-ITENS
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

       0002-PROCESSA.

           IF R1-CODVEN NOT = WT-QB-CODVEN
              PERFORM 0010-TOTAL-VENDA
              PERFORM 0005-TOTAL-VENDEDOR
              MOVE R1-CODVEN      TO WT-QB-CODVEN
              MOVE R1-NUMVENDA    TO WT-QB-NUMVENDA
              MOVE R1-DATA-VENDA  TO WT-QB-DATA-VENDA
              PERFORM 0007-CABECALHO-VENDEDOR
           END-IF.

           IF R1-NUMVENDA NOT = WT-QB-NUMVENDA
              PERFORM 0010-TOTAL-VENDA
              MOVE R1-NUMVENDA    TO WT-QB-NUMVENDA
              MOVE R1-DATA-VENDA  TO WT-QB-DATA-VENDA
           END-IF.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           COMPUTE WT-VL-RECEITA-ITEM = R1-QTD * R1-VALOR.
           COMPUTE WT-VL-CUSTO-ITEM   = R1-QTD * R1-CUSTO-UNIT.

           ADD 1 TO WT-CT-LIDOS.
           IF R1-CUSTO-UNIT = ZEROS
              ADD 1 TO WT-CT-SEM-CUSTO
           END-IF.

           ADD WT-VL-RECEITA-ITEM TO WT-VL-RECEITA-VENDA.
           ADD WT-VL-CUSTO-ITEM   TO WT-VL-CUSTO-VENDA.

           PERFORM 0011-BUSCA-PRODUTO.
           IF WS-PROD-ACHOU > ZEROS
              SET WS-PJ TO WS-PROD-ACHOU
              ADD R1-QTD             TO WS-PT-QTD(WS-PJ)
              ADD WT-VL-RECEITA-ITEM TO WS-PT-RECEITA(WS-PJ)
              ADD WT-VL-CUSTO-ITEM   TO WS-PT-CUSTO(WS-PJ)
           END-IF.

           IF R1-VALOR < R1-CUSTO-UNIT
              PERFORM 0012-IMPRIME-ABAIXO
           END-IF.

           READ MARGEM-REL NEXT.

       0003-TERMINA.

           IF WT-CT-LIDOS > ZEROS
              PERFORM 0010-TOTAL-VENDA
              PERFORM 0005-TOTAL-VENDEDOR
           END-IF.

           PERFORM 0013-IMPRIME-PRODUTOS.

           MOVE WT-VL-RECEITA-GER TO WS-VL-RECEITA.
           MOVE WT-VL-CUSTO-GER   TO WS-VL-CUSTO.
           PERFORM 0014-CALCULA-MARGEM.
           MOVE WT-VL-RECEITA-GER TO WR-ROD-RECEITA.
           MOVE WT-VL-CUSTO-GER   TO WR-ROD-CUSTO.
           MOVE WS-MARGEM         TO WR-ROD-MARGEM.
           MOVE WS-MARGEM-PCT     TO WR-ROD-PCT.
           MOVE WT-CT-VENDAS      TO WR-ROD-VENDAS.
           MOVE WT-CT-LIDOS       TO WR-ROD-ITENS.
           MOVE WT-CT-ABAIXO      TO WR-ROD-ABAIXO.
           MOVE WT-CT-SEM-CUSTO   TO WR-ROD-SEM-CUSTO.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE2.

           CLOSE MARGEM-REL MARGEM-GER.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO
      *----------------------------------------------------------------*
       0004-IMPRIME-CABECALHO.

           ACCEPT WT-DT-SISTEMA FROM DATE
           ACCEPT WT-HR-SISTEMA FROM TIME
           ADD 1 TO WT-CT-PAGINA

           MOVE CORR WT-DT-SISTEMA TO WR-CAB-DATA
           MOVE CORR WT-HR-SISTEMA TO WR-CAB-HORA
           MOVE WT-CT-PAGINA TO WR-CAB-PAGINA

           MOVE WS-MES-REF    TO WR-CAB-MES
           MOVE WS-ANO-REF    TO WR-CAB-ANO

           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 7 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * FECHA O VENDEDOR: IMPRIME O SUBTOTAL DE RECEITA, CUSTO E
      * MARGEM
      *----------------------------------------------------------------*
       0005-TOTAL-VENDEDOR.

           MOVE WT-VL-RECEITA-VEN TO WS-VL-RECEITA.
           MOVE WT-VL-CUSTO-VEN   TO WS-VL-CUSTO.
           PERFORM 0014-CALCULA-MARGEM.
           MOVE WT-VL-RECEITA-VEN TO WR-TVN-RECEITA.
           MOVE WT-VL-CUSTO-VEN   TO WR-TVN-CUSTO.
           MOVE WS-MARGEM         TO WR-TVN-MARGEM.
           MOVE WS-MARGEM-PCT     TO WR-TVN-PCT.
           WRITE REL-REGISTRO-GER FROM WR-TOT-VENDEDOR.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 2 TO WT-CT-LINHAS.

           ADD WT-VL-RECEITA-VEN TO WT-VL-RECEITA-GER.
           ADD WT-VL-CUSTO-VEN   TO WT-VL-CUSTO-GER.
           MOVE ZEROS TO WT-VL-RECEITA-VEN WT-VL-CUSTO-VEN.

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA OS VENDEDORES PARA BUSCA DO NOME
      *----------------------------------------------------------------*
       0006-CARREGA-VENDEDORES.

           OPEN INPUT VENDEDORES.
           IF WT-ST-VENDEDORES = "00"
              READ VENDEDORES NEXT
                  AT END MOVE "S" TO WS-FIM-VENDEDOR
              END-READ
              PERFORM UNTIL FIM-VENDEDOR
                 IF WS-VEND-QTDE < 9999
                    ADD 1 TO WS-VEND-QTDE
                    SET WS-VJ TO WS-VEND-QTDE
                    MOVE FS2-CODIGO TO WS-VT-CODIGO(WS-VJ)
                    MOVE FS2-NOME   TO WS-VT-NOME(WS-VJ)
                 END-IF
                 READ VENDEDORES NEXT
                     AT END MOVE "S" TO WS-FIM-VENDEDOR
                 END-READ
              END-PERFORM
              CLOSE VENDEDORES
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME O CABECALHO DO VENDEDOR (CODIGO E NOME)
      *----------------------------------------------------------------*
       0007-CABECALHO-VENDEDOR.

           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO WS-NOME-VENDEDOR.
           PERFORM VARYING WS-VJ FROM 1 BY 1
                   UNTIL WS-VJ > WS-VEND-QTDE
              IF WS-VT-CODIGO(WS-VJ) = WT-QB-CODVEN
                 MOVE WS-VT-NOME(WS-VJ) TO WS-NOME-VENDEDOR
                 SET WS-VJ TO WS-VEND-QTDE
              END-IF
           END-PERFORM.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           MOVE WT-QB-CODVEN     TO WR-CVN-CODVEN.
           MOVE WS-NOME-VENDEDOR TO WR-CVN-NOME.
           WRITE REL-REGISTRO-GER FROM WR-CAB-VENDEDOR.
           WRITE REL-REGISTRO-GER FROM WR-CAB4.
           ADD 2 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA OS PRODUTOS (CODIGO, DESCRICAO E PRECO
      * DE CADASTRO) COM OS ACUMULADORES ZERADOS
      *----------------------------------------------------------------*
       0008-CARREGA-PRODUTOS.

           OPEN INPUT PRODUTOS.
           IF WT-ST-PRODUTOS = "00"
              READ PRODUTOS NEXT
                  AT END MOVE "S" TO WS-FIM-PRODUTO
              END-READ
              PERFORM UNTIL FIM-PRODUTO
                 IF WS-PROD-QTDE < 9999
                    ADD 1 TO WS-PROD-QTDE
                    SET WS-PJ TO WS-PROD-QTDE
                    MOVE FS4-CODIGO    TO WS-PT-CODIGO(WS-PJ)
                    MOVE FS4-DESCRICAO TO WS-PT-DESCR(WS-PJ)
                    MOVE FS4-PRECO     TO WS-PT-PRECO(WS-PJ)
                    MOVE ZEROS         TO WS-PT-QTD(WS-PJ)
                                          WS-PT-RECEITA(WS-PJ)
                                          WS-PT-CUSTO(WS-PJ)
                                          WS-PT-ABAIXO(WS-PJ)
                 END-IF
                 READ PRODUTOS NEXT
                     AT END MOVE "S" TO WS-FIM-PRODUTO
                 END-READ
              END-PERFORM
              CLOSE PRODUTOS
           END-IF.

      *----------------------------------------------------------------*
      * LIBERA PARA O SORT OS ITENS DA VENDA LIDA, COM O VENDEDOR E
      * A DATA DO CABECALHO
      *----------------------------------------------------------------*
       0009-SELECIONA-ITENS.

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
                    IF FS5-QTD > ZEROS
                       MOVE FS-CODVEN      TO SD-CODVEN
                       MOVE FS-NUMVENDA    TO SD-NUMVENDA
                       MOVE FS5-SEQ        TO SD-SEQ
                       MOVE FS-DATA-VENDA  TO SD-DATA-VENDA
                       MOVE FS5-CODPROD    TO SD-CODPROD
                       MOVE FS5-DESCR      TO SD-DESCR
                       MOVE FS5-QTD        TO SD-QTD
                       MOVE FS5-VALOR      TO SD-VALOR
                       MOVE FS5-PRECO-TAB  TO SD-PRECO-TAB
                       MOVE FS5-DESC-PCT   TO SD-DESC-PCT
                       IF FS5-CUSTO-UNIT NUMERIC
                          MOVE FS5-CUSTO-UNIT TO SD-CUSTO-UNIT
                       ELSE
                          MOVE ZEROS TO SD-CUSTO-UNIT
                       END-IF
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * FECHA A VENDA: IMPRIME A LINHA COM RECEITA, CUSTO E MARGEM
      *----------------------------------------------------------------*
       0010-TOTAL-VENDA.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           MOVE WT-VL-RECEITA-VENDA TO WS-VL-RECEITA.
           MOVE WT-VL-CUSTO-VENDA   TO WS-VL-CUSTO.
           PERFORM 0014-CALCULA-MARGEM.

           MOVE WT-QB-NUMVENDA          TO WR-DET-VENDA.
           MOVE WT-QB-DATA-VENDA (1:4)  TO WR-DET-ANO.
           MOVE WT-QB-DATA-VENDA (5:2)  TO WR-DET-MES.
           MOVE WT-QB-DATA-VENDA (7:2)  TO WR-DET-DIA.
           MOVE WT-VL-RECEITA-VENDA     TO WR-DET-RECEITA.
           MOVE WT-VL-CUSTO-VENDA       TO WR-DET-CUSTO.
           MOVE WS-MARGEM               TO WR-DET-MARGEM.
           MOVE WS-MARGEM-PCT           TO WR-DET-PCT.
           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.
           ADD 1 TO WT-CT-VENDAS.

           ADD WT-VL-RECEITA-VENDA TO WT-VL-RECEITA-VEN.
           ADD WT-VL-CUSTO-VENDA   TO WT-VL-CUSTO-VEN.
           MOVE ZEROS TO WT-VL-RECEITA-VENDA WT-VL-CUSTO-VENDA.

      *----------------------------------------------------------------*
      * PROCURA O PRODUTO DO ITEM NA TABELA EM MEMORIA
      *----------------------------------------------------------------*
       0011-BUSCA-PRODUTO.

           MOVE ZEROS TO WS-PROD-ACHOU.
           PERFORM VARYING WS-PJ FROM 1 BY 1
                   UNTIL WS-PJ > WS-PROD-QTDE
              IF WS-PT-CODIGO(WS-PJ) = R1-CODPROD
                 SET WS-PROD-ACHOU TO WS-PJ
                 SET WS-PJ TO WS-PROD-QTDE
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME O ITEM VENDIDO ABAIXO DO CUSTO COM O MOTIVO: COM
      * DESCONTO, COM PRECO PROMOCIONAL (PRECO DE TABELA DO ITEM
      * MENOR QUE O DE CADASTRO) OU PELO PROPRIO PRECO DE TABELA
      *----------------------------------------------------------------*
       0012-IMPRIME-ABAIXO.

           IF R1-DESC-PCT > ZEROS
              MOVE "DESCONTO"          TO WS-MOTIVO
           ELSE
              MOVE "PRECO DE TABELA"   TO WS-MOTIVO
              IF WS-PROD-ACHOU > ZEROS
                 IF R1-PRECO-TAB < WS-PT-PRECO(WS-PJ)
                    MOVE "PRECO PROMOCIONAL" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF.

           IF WS-PROD-ACHOU > ZEROS
              ADD 1 TO WS-PT-ABAIXO(WS-PJ)
           END-IF.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           MOVE R1-NUMVENDA   TO WR-ABX-VENDA.
           MOVE R1-SEQ        TO WR-ABX-SEQ.
           MOVE R1-CODPROD    TO WR-ABX-CODPROD.
           MOVE R1-DESCR      TO WR-ABX-DESCR.
           MOVE R1-QTD        TO WR-ABX-QTD.
           MOVE R1-VALOR      TO WR-ABX-VALOR.
           MOVE R1-CUSTO-UNIT TO WR-ABX-CUSTO.
           MOVE WS-MOTIVO     TO WR-ABX-MOTIVO.
           WRITE REL-REGISTRO-GER FROM WR-DET-ABAIXO.
           ADD 1 TO WT-CT-LINHAS.
           ADD 1 TO WT-CT-ABAIXO.

      *----------------------------------------------------------------*
      * IMPRIME A MARGEM POR PRODUTO (SOMENTE OS PRODUTOS VENDIDOS
      * NO MES)
      *----------------------------------------------------------------*
       0013-IMPRIME-PRODUTOS.

           PERFORM 0004-IMPRIME-CABECALHO.
           WRITE REL-REGISTRO-GER FROM WR-CAB-PRODUTO.
           WRITE REL-REGISTRO-GER FROM WR-CAB6.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM VARYING WS-PJ FROM 1 BY 1
                   UNTIL WS-PJ > WS-PROD-QTDE
              IF WS-PT-QTD(WS-PJ) > ZEROS
                 IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                    PERFORM 0004-IMPRIME-CABECALHO
                    WRITE REL-REGISTRO-GER FROM WR-CAB6
                    ADD 1 TO WT-CT-LINHAS
                 END-IF
                 MOVE WS-PT-RECEITA(WS-PJ) TO WS-VL-RECEITA
                 MOVE WS-PT-CUSTO(WS-PJ)   TO WS-VL-CUSTO
                 PERFORM 0014-CALCULA-MARGEM
                 MOVE WS-PT-CODIGO(WS-PJ)  TO WR-DT2-CODPROD
                 MOVE WS-PT-DESCR(WS-PJ)   TO WR-DT2-DESCR
                 MOVE WS-PT-QTD(WS-PJ)     TO WR-DT2-QTD
                 MOVE WS-PT-RECEITA(WS-PJ) TO WR-DT2-RECEITA
                 MOVE WS-PT-CUSTO(WS-PJ)   TO WR-DT2-CUSTO
                 MOVE WS-MARGEM            TO WR-DT2-MARGEM
                 MOVE WS-MARGEM-PCT        TO WR-DT2-PCT
                 MOVE WS-PT-ABAIXO(WS-PJ)  TO WR-DT2-ABAIXO
                 WRITE REL-REGISTRO-GER FROM WR-DET2
                 ADD 1 TO WT-CT-LINHAS
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * MARGEM (RECEITA - CUSTO) E PERCENTUAL SOBRE A RECEITA
      *----------------------------------------------------------------*
       0014-CALCULA-MARGEM.

           COMPUTE WS-MARGEM = WS-VL-RECEITA - WS-VL-CUSTO.
           IF WS-VL-RECEITA > ZEROS
              COMPUTE WS-MARGEM-PCT ROUNDED =
                      WS-MARGEM * 100 / WS-VL-RECEITA
           ELSE
              MOVE ZEROS TO WS-MARGEM-PCT
           END-IF.
