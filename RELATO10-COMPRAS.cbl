       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-COMPRAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-COMPRAS
      *
      * OBJETIVO:     LISTAR OS PEDIDOS DE COMPRA EM ABERTO OU
      *               RECEBIDOS EM PARTE, AGRUPADOS POR FORNECEDOR,
      *               COM A QUANTIDADE E O VALOR AINDA PENDENTES E
      *               MARCANDO OS ATRASADOS (DATA PREVISTA DE ENTREGA
      *               JA VENCIDA)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  PEDIDOS DE COMPRA EM ABERTO E
      *                           ATRASADOS POR FORNECEDOR
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMPRA ASSIGN TO DISK "pedcompra.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY FS-KEY
                  ALTERNATE RECORD KEY FS-CODFOR WITH DUPLICATES
                  FILE STATUS IS WT-ST-PEDCOMPRA.

           SELECT PEDITENS ASSIGN TO DISK "pedcompraitens.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY FS2-KEY
                  ALTERNATE RECORD KEY FS2-CODPROD WITH DUPLICATES
                  FILE STATUS IS WT-ST-PEDITENS.

           SELECT FORNECEDORES ASSIGN TO DISK "fornecedores.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY FS3-KEY
                  ALTERNATE RECORD KEY FS3-CNPJ
                  FILE STATUS IS WT-ST-FORNECEDORES.

           SELECT COMPRAS-GER ASSIGN TO DISK "compras01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMPRA.
       01  FD-RECORD.
           05 FS-KEY.
               10 FS-NUMPED         PIC 9(007).
           05 FS-CODFOR             PIC 9(006).
           05 FS-DATA-PEDIDO        PIC 9(008).
           05 FS-DATA-PREVISTA      PIC 9(008).
           05 FS-QTDITENS           PIC 9(003).
           05 FS-VALOR-TOTAL        PIC 9(009)V9(002).
           05 FS-STATUS             PIC X(001).
               88 FS-STATUS-ABERTO    VALUE "A".
               88 FS-STATUS-PARCIAL   VALUE "P".
               88 FS-STATUS-RECEBIDO  VALUE "R".
               88 FS-STATUS-CANCELADO VALUE "C".
           05 FS-CODOPER            PIC 9(004).
           05 FS-HORA-MOV           PIC 9(006).
           05 FILLER                PIC X(020).

       FD  PEDITENS.
       01  FD2-RECORD.
           05 FS2-KEY.
               10 FS2-NUMPED        PIC 9(007).
               10 FS2-SEQ           PIC 9(003).
           05 FS2-CODPROD           PIC 9(006).
           05 FS2-QTD-PEDIDA        PIC 9(007).
           05 FS2-QTD-RECEBIDA      PIC 9(007).
           05 FS2-CUSTO-PREV        PIC 9(007)V9(002).
           05 FILLER                PIC X(010).

       FD  FORNECEDORES.
       01  FD3-RECORD.
           05 FS3-KEY.
               10 FS3-CODIGO        PIC 9(006).
           05 FS3-NOME              PIC X(040).
           05 FS3-CNPJ              PIC 9(014).
           05 FS3-CONTATO           PIC X(030).
           05 FS3-PRAZO-ENTREGA     PIC 9(003).
           05 FS3-STATUS            PIC X(001).
           05 FILLER                PIC X(020).

       FD  COMPRAS-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-ITENS                      PIC X(01) VALUE "N".
           88 FIM-ITENS VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-PEDCOMPRA          PIC  X(002) VALUE SPACES.
           03 WT-ST-PEDITENS           PIC  X(002) VALUE SPACES.
           03 WT-ST-FORNECEDORES       PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-LISTADOS           PIC  9(006) VALUE ZEROS.
           03 WT-CT-ATRASADOS          PIC  9(006) VALUE ZEROS.

       01 WS-DATA-HOJE                 PIC 9(008) VALUE ZEROS.
       01 WS-FOR-ATUAL                 PIC 9(006) VALUE ZEROS.
       01 WS-QTD-PEND-ITEM             PIC 9(007) VALUE ZEROS.
       01 WS-QTD-PEND-PED              PIC 9(009) VALUE ZEROS.
       01 WS-VLR-PEND-PED              PIC 9(011)V99 VALUE ZEROS.
       01 WS-VLR-PEND-FOR              PIC 9(011)V99 VALUE ZEROS.
       01 WS-VLR-PEND-GERAL            PIC 9(011)V99 VALUE ZEROS.
       01 WS-CT-PED-FOR                PIC 9(006) VALUE ZEROS.

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
           "COMPRAS".
           03 FILLER                   PIC X(035) VALUE
              "PEDIDOS DE COMPRA EM ABERTO".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB4.
           03  FILLER                  PIC X(009) VALUE "PEDIDO".
           03  FILLER                  PIC X(012) VALUE "EMISSAO".
           03  FILLER                  PIC X(012) VALUE "PREVISTA".
           03  FILLER                  PIC X(004) VALUE "SIT".
           03  FILLER                  PIC X(012) VALUE
               "  QTD PEND".
           03  FILLER                  PIC X(018) VALUE
               "      VALOR PEND".
           03  FILLER                  PIC X(010) VALUE
               "SITUACAO".

       01 WR-FOR1.
           03  FILLER                  PIC X(012) VALUE
               "FORNECEDOR: ".
           03  WR-FOR-CODIGO           PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-FOR-NOME             PIC X(040) VALUE SPACES.

       01 WR-DET1.
           03  WR-DET-NUMPED           PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-EMISSAO          PIC 9999/99/99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PREVISTA         PIC 9999/99/99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-STATUS           PIC X(001) VALUE SPACES.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-QTD              PIC ZZZZZZZZ9.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-ATRASO           PIC X(008) VALUE SPACES.

       01 WR-SUB1.
           03  FILLER                  PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(018) VALUE
               "TOTAL FORNECEDOR: ".
           03  WR-SUB-PEDIDOS          PIC ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(010) VALUE " PEDIDO(S)".
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-SUB-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
               "PEDIDOS LIDOS:      ".
           03  WR-RODAPE-LIDOS         PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  FILLER                  PIC X(012) VALUE
               "EM ABERTO: ".
           03  WR-RODAPE-LISTADOS      PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  FILLER                  PIC X(012) VALUE
               "ATRASADOS: ".
           03  WR-RODAPE-ATRASADOS     PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WR-RODAPE2.
           03  FILLER                  PIC X(020) VALUE
               "VALOR PENDENTE:     ".
           03  WR-RODAPE-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           PERFORM 0002-PROCESSA   UNTIL FIM-FONTE
           PERFORM 0003-TERMINA
           STOP RUN.
      *----------------------------------------------------------------*


      * PERCORRE OS PEDIDOS PELA CHAVE DO FORNECEDOR, PARA AGRUPAR
       0000-INICIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PEDCOMPRA.
           IF WT-ST-PEDCOMPRA NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
              DISPLAY "ERRO ABERTURA ARQUIVO pedcompra.dat: STATUS "
                      WT-ST-PEDCOMPRA
           ELSE
              OPEN INPUT PEDITENS FORNECEDORES
              OPEN OUTPUT COMPRAS-GER
              MOVE ZEROS TO FS-CODFOR
              START PEDCOMPRA KEY IS NOT LESS THAN FS-CODFOR
                  INVALID KEY MOVE "S" TO WS-FIM-FONTE
              END-START
              IF NOT FIM-FONTE
                 READ PEDCOMPRA NEXT
                     AT END MOVE "S" TO WS-FIM-FONTE
                 END-READ
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LISTA O PEDIDO EM ABERTO OU RECEBIDO EM PARTE COM O SALDO
      * PENDENTE DOS ITENS. NA TROCA DE FORNECEDOR IMPRIME O
      * SUBTOTAL DO ANTERIOR E O NOME DO NOVO
      *----------------------------------------------------------------*
       0002-PROCESSA.

           ADD 1 TO WT-CT-LIDOS.

           IF FS-STATUS-ABERTO OR FS-STATUS-PARCIAL

              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
              END-IF

              IF FS-CODFOR NOT = WS-FOR-ATUAL
                 IF WS-CT-PED-FOR > ZEROS
                    PERFORM 0006-IMPRIME-SUBTOTAL
                 END-IF
                 PERFORM 0005-IMPRIME-FORNECEDOR
              END-IF

              PERFORM 0007-SOMA-PENDENTE

              MOVE FS-NUMPED        TO WR-DET-NUMPED
              MOVE FS-DATA-PEDIDO   TO WR-DET-EMISSAO
              MOVE FS-DATA-PREVISTA TO WR-DET-PREVISTA
              MOVE FS-STATUS        TO WR-DET-STATUS
              MOVE WS-QTD-PEND-PED  TO WR-DET-QTD
              MOVE WS-VLR-PEND-PED  TO WR-DET-VALOR
              IF FS-DATA-PREVISTA < WS-DATA-HOJE
                 MOVE "ATRASADO" TO WR-DET-ATRASO
                 ADD 1 TO WT-CT-ATRASADOS
              ELSE
                 MOVE SPACES TO WR-DET-ATRASO
              END-IF

              WRITE REL-REGISTRO-GER FROM WR-DET1
              ADD 1 TO WT-CT-LINHAS
              ADD 1 TO WT-CT-LISTADOS
              ADD 1 TO WS-CT-PED-FOR
              ADD WS-VLR-PEND-PED TO WS-VLR-PEND-FOR
              ADD WS-VLR-PEND-PED TO WS-VLR-PEND-GERAL
           END-IF.

           READ PEDCOMPRA NEXT
               AT END MOVE "S" TO WS-FIM-FONTE
           END-READ.

       0003-TERMINA.

           IF WT-ST-PEDCOMPRA = "00" OR "10"
              IF WS-CT-PED-FOR > ZEROS
                 PERFORM 0006-IMPRIME-SUBTOTAL
              END-IF
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
              END-IF
              MOVE WT-CT-LIDOS       TO WR-RODAPE-LIDOS
              MOVE WT-CT-LISTADOS    TO WR-RODAPE-LISTADOS
              MOVE WT-CT-ATRASADOS   TO WR-RODAPE-ATRASADOS
              MOVE WS-VLR-PEND-GERAL TO WR-RODAPE-VALOR
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              WRITE REL-REGISTRO-GER FROM WR-RODAPE
              WRITE REL-REGISTRO-GER FROM WR-RODAPE2
              CLOSE PEDCOMPRA PEDITENS FORNECEDORES COMPRAS-GER
           END-IF.

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


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 8 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * IMPRIME A IDENTIFICACAO DO FORNECEDOR DO GRUPO
      *----------------------------------------------------------------*
       0005-IMPRIME-FORNECEDOR.

           MOVE FS-CODFOR TO WS-FOR-ATUAL.
           MOVE FS-CODFOR TO FS3-CODIGO.
           READ FORNECEDORES
               INVALID KEY MOVE "FORNECEDOR NAO CADASTRADO" TO FS3-NOME
           END-READ.
           MOVE FS-CODFOR TO WR-FOR-CODIGO.
           MOVE FS3-NOME  TO WR-FOR-NOME.
           WRITE REL-REGISTRO-GER FROM WR-FOR1.
           ADD 1 TO WT-CT-LINHAS.
           MOVE ZEROS TO WS-CT-PED-FOR WS-VLR-PEND-FOR.

      *----------------------------------------------------------------*
      * IMPRIME O SUBTOTAL DO FORNECEDOR ANTERIOR
      *----------------------------------------------------------------*
       0006-IMPRIME-SUBTOTAL.

           MOVE WS-CT-PED-FOR   TO WR-SUB-PEDIDOS.
           MOVE WS-VLR-PEND-FOR TO WR-SUB-VALOR.
           WRITE REL-REGISTRO-GER FROM WR-SUB1.
           MOVE SPACES TO REL-REGISTRO-GER.
           WRITE REL-REGISTRO-GER.
           ADD 2 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * SOMA QUANTIDADE E VALOR PENDENTES DOS ITENS DO PEDIDO
      *----------------------------------------------------------------*
       0007-SOMA-PENDENTE.

           MOVE ZEROS TO WS-QTD-PEND-PED WS-VLR-PEND-PED.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE FS-NUMPED TO FS2-NUMPED.
           MOVE ZEROS TO FS2-SEQ.
           START PEDITENS KEY IS GREATER THAN FS2-KEY
               INVALID KEY MOVE "S" TO WS-FIM-ITENS
           END-START.
           PERFORM 0008-LE-ITEM UNTIL FIM-ITENS.

       0008-LE-ITEM.

           READ PEDITENS NEXT
               AT END MOVE "S" TO WS-FIM-ITENS
           END-READ.
           IF NOT FIM-ITENS
              IF FS2-NUMPED NOT = FS-NUMPED
                 MOVE "S" TO WS-FIM-ITENS
              ELSE
                 IF FS2-QTD-PEDIDA > FS2-QTD-RECEBIDA
                    COMPUTE WS-QTD-PEND-ITEM = FS2-QTD-PEDIDA
                                             - FS2-QTD-RECEBIDA
                    ADD WS-QTD-PEND-ITEM TO WS-QTD-PEND-PED
                    COMPUTE WS-VLR-PEND-PED = WS-VLR-PEND-PED
                          + WS-QTD-PEND-ITEM * FS2-CUSTO-PREV
                 END-IF
              END-IF
           END-IF.
