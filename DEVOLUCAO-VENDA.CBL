      *               PARCELAS EM ABERTO (VIRANDO CREDITO DO
      *               CLIENTE QUANDO JA ESTIVEREM PAGAS). CADA
      *               DEVOLUCAO SAI NUM DOCUMENTO IMPRESSO PARA O
      *               CANHOTO E FICA NO DIARIO DE DEVOLUCOES.
      *               A MERCADORIA VOLTA AO SALDO DO DEPOSITO
      *               INFORMADO (PADRAO: O DEPOSITO DE SAIDA DA VENDA)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  DEVOLUCAO PARCIAL COM CREDITO
      *               02/09/2026  BLOQUEIO DE DEVOLUCAO EM PERIODO
      *                           FECHADO NO FECHAMENTO MENSAL
      *               15/10/2026  QUANTIDADE DEVOLVIDA VOLTA AO
      *                           ESTOQUE PELO CUSTO DO ITEM DA VENDA,
      *                           REFAZENDO O CUSTO MEDIO PONDERADO
      *               15/10/2026  QUANTIDADE DEVOLVIDA VOLTA AOS
      *                           LOTES BAIXADOS NA VENDA DO ITEM
      *               15/10/2026  DEPOSITO DE RETORNO DA MERCADORIA
      *                           COM SALDO DO PRODUTO POR DEPOSITO
      *               15/10/2026  DEVOLUCAO DE KIT RETORNA OS
      *                           COMPONENTES AO ESTOQUE
      *               15/10/2026  FRETE DA VENDA MANTIDO NO TOTAL
      *                           RECALCULADO APOS A DEVOLUCAO
      *               15/10/2026  BAIXA DA PENDENCIA DE DEVOLUCAO DO
      *                           RETORNO DO ROMANEIO
      *               15/10/2026  CREDITO GERADO REGISTRADO NO
      *                           MOVIMENTO DO CREDITO DO CLIENTE
      *               15/10/2026  IMPOSTOS DO ITEM RECALCULADOS SOBRE
      *                           A QUANTIDADE QUE FICA NA VENDA
      *

      *===============================================================*
               FILE STATUS IS FS-STAT10
               RECORD KEY IS FS10-KEY.

           SELECT FILE11 ASSIGN TO DISK "lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT11
               RECORD KEY IS FS11-KEY
               ALTERNATE RECORD KEY IS FS11-CHAVE-FEFO.

           SELECT FILE12 ASSIGN TO DISK "vendaslotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT12
               RECORD KEY IS FS12-KEY.

           SELECT FILE13 ASSIGN TO DISK "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT13
               RECORD KEY IS FS13-KEY.

           SELECT FILE14 ASSIGN TO DISK "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT14
               RECORD KEY IS FS14-KEY.

           SELECT FILE15 ASSIGN TO DISK "kits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT15
               RECORD KEY IS FS15-KEY.

           SELECT FILE16 ASSIGN TO DISK "kitsitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT16
               RECORD KEY IS FS16-KEY
               ALTERNATE RECORD KEY FS16-CODCOMP WITH DUPLICATES.

           SELECT FILE17 ASSIGN TO DISK "vendasfrete.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT17
               RECORD KEY IS FS17-KEY.

           SELECT FILE18 ASSIGN TO DISK "devpendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT18
               RECORD KEY IS FS18-KEY.

           SELECT FILE19 ASSIGN TO DISK "creditosmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT19.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
           05 FS-SERIE-FISCAL PIC 9(003).
           05 FS-NUMFISCAL    PIC 9(009).
           05 FS-VALIDADE-ORC PIC 9(008).
           05 FS-CODDEP       PIC 9(003).
           05 FILLER          PIC X(007).

       FD FILE5.
       01 FILE5-REC.
           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FS5-CUSTO-UNIT   PIC 9(007)V9(002).
           05 FS5-ORIGEM-PRECO PIC X(001).
      * IMPOSTOS DO ITEM - BASE E VALOR REFEITOS PELAS ALIQUOTAS
      * GRAVADAS NA VENDA QUANDO A QUANTIDADE DO ITEM DIMINUI
           05 FS5-CFOP         PIC 9(004).
           05 FS5-CST          PIC X(003).
           05 FS5-ICMS-BASE    PIC 9(009)V9(002).
           05 FS5-ICMS-ALIQ    PIC 9(002)V9(002).
           05 FS5-ICMS-VALOR   PIC 9(009)V9(002).
           05 FS5-IPI-BASE     PIC 9(009)V9(002).
           05 FS5-IPI-ALIQ     PIC 9(002)V9(002).
           05 FS5-IPI-VALOR    PIC 9(009)V9(002).
           05 FS5-PIS-BASE     PIC 9(009)V9(002).
           05 FS5-PIS-ALIQ     PIC 9(002)V9(002).
           05 FS5-PIS-VALOR    PIC 9(009)V9(002).
           05 FS5-COFINS-BASE  PIC 9(009)V9(002).
           05 FS5-COFINS-ALIQ  PIC 9(002)V9(002).
           05 FS5-COFINS-VALOR PIC 9(009)V9(002).
           05 FILLER           PIC X(006).

       FD FILE4.
       01 FILE4-REC.
               88 FS4-STATUS-INATIVA  VALUE "I".
           05 FS4-EST-MINIMO PIC 9(007).
           05 FS4-EST-MAXIMO PIC 9(007).
           05 FS4-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

       FD FILE6.
       01 FILE6-REC.
           05 FSD-CODPROD     PIC 9(006).
           05 FSD-QTD-DEV     PIC 9(005).
           05 FSD-VALOR-DEV   PIC 9(009)V9(002).
           05 FSD-CODDEP      PIC 9(003).

      * DOCUMENTO DE DEVOLUCAO, UM ARQUIVO POR DEVOLUCAO
       FD FILE9.
               88 FS10-MES-ABERTO   VALUE "A".
           05 FS10-DATA-FECHTO PIC 9(008).

      * LOTES DO PRODUTO (lotes.dat) - RECEBEM DE VOLTA A
      * QUANTIDADE DEVOLVIDA
       FD FILE11.
       01 FILE11-REC.
           05 FS11-KEY.
               10 FS11-CODPROD      PIC 9(006).
               10 FS11-LOTE         PIC X(015).
           05 FS11-CHAVE-FEFO.
               10 FS11-FEFO-CODPROD PIC 9(006).
               10 FS11-VALIDADE     PIC 9(008).
               10 FS11-FEFO-LOTE    PIC X(015).
           05 FS11-SALDO         PIC S9(007).
           05 FS11-DATA-ENTRADA  PIC 9(008).
           05 FS11-NUM-NOTA      PIC 9(009).
           05 FILLER             PIC X(020).

      * LOTES BAIXADOS POR ITEM DA VENDA (vendaslotes.dat)
       FD FILE12.
       01 FILE12-REC.
           05 FS12-KEY.
               10 FS12-NUMVENDA PIC 9(007).
               10 FS12-SEQ      PIC 9(003).
               10 FS12-LOTE     PIC X(015).
           05 FS12-CODPROD      PIC 9(006).
           05 FS12-VALIDADE     PIC 9(008).
           05 FS12-QTD          PIC 9(005).
           05 FILLER            PIC X(010).

      * DEPOSITOS E SALDO DO PRODUTO POR DEPOSITO
       FD FILE13.
       01 FILE13-REC.
           05 FS13-KEY.
               10 FS13-CODIGO   PIC 9(003).
           05 FS13-NOME         PIC X(030).
           05 FS13-TIPO         PIC X(001).
           05 FS13-STATUS       PIC X(001).
               88 FS13-ATIVO    VALUE "A".
           05 FILLER            PIC X(040).

       FD FILE14.
       01 FILE14-REC.
           05 FS14-KEY.
               10 FS14-CODPROD  PIC 9(006).
               10 FS14-CODDEP   PIC 9(003).
           05 FS14-SALDO        PIC S9(007).
           05 FILLER            PIC X(010).

      * CABECALHO E COMPONENTES DOS KITS
       FD FILE15.
       01 FILE15-REC.
           05 FS15-KEY.
               10 FS15-CODKIT   PIC 9(006).
           05 FS15-TIPO-PRECO   PIC X(001).
           05 FS15-QTDCOMP      PIC 9(003).
           05 FS15-DATA-ALT     PIC 9(008).
           05 FS15-OPER-ALT     PIC 9(004).
           05 FILLER            PIC X(020).

       FD FILE16.
       01 FILE16-REC.
           05 FS16-KEY.
               10 FS16-CODKIT   PIC 9(006).
               10 FS16-CODCOMP  PIC 9(006).
           05 FS16-QTD          PIC 9(005).
           05 FILLER            PIC X(010).

      * FRETE DA VENDA (vendasfrete.dat) - SO PARA O TOTAL DA VENDA
       FD FILE17.
       01 FILE17-REC.
           05 FS17-KEY.
               10 FS17-NUMVENDA  PIC 9(007).
           05 FS17-CODDEP        PIC 9(003).
           05 FS17-END-ENTREGA   PIC 9(002).
           05 FS17-DISTANCIA     PIC 9(005)V9(001).
           05 FS17-VALOR-MERC    PIC 9(009)V9(002).
           05 FS17-VALOR-TABELA  PIC 9(007)V9(002).
           05 FS17-VALOR-FRETE   PIC 9(007)V9(002).
           05 FS17-SITUACAO      PIC X(001).
           05 FS17-OPER-LIB      PIC 9(004).
           05 FILLER             PIC X(020).

      * PENDENCIA DE DEVOLUCAO DO RETORNO DO ROMANEIO (RECUSA OU
      * ENTREGA PARCIAL). SITUACAO: P=PENDENTE, D=DEVOLVIDA
       FD FILE18.
       01 FILE18-REC.
           05 FS18-KEY.
               10 FS18-NUMVENDA  PIC 9(007).
               10 FS18-DATA-ROM  PIC 9(008).
               10 FS18-CARGA     PIC 9(003).
           05 FS18-CODCLI        PIC 9(007).
           05 FS18-TIPO          PIC X(001).
           05 FS18-MOTIVO        PIC X(040).
           05 FS18-DATA-OCOR     PIC 9(008).
           05 FS18-SITUACAO      PIC X(001).
               88 FS18-PENDENTE      VALUE "P".
               88 FS18-DEVOLVIDA     VALUE "D".
           05 FS18-DATA-BAIXA    PIC 9(008).
           05 FS18-CODOPER       PIC 9(004).
           05 FILLER             PIC X(020).

      * MOVIMENTO DO CREDITO DO CLIENTE (creditosmov.dat) - UM
      * REGISTRO POR GERACAO OU UTILIZACAO, PARA A ANTIGUIDADE DOS
      * CREDITOS EM ABERTO
       FD FILE19.
       01 FILE19-REC.
           05 FSC-DATA        PIC 9(008).
           05 FSC-HORA        PIC 9(006).
           05 FSC-CODOPER     PIC 9(004).
           05 FSC-CODCLI      PIC 9(007).
           05 FSC-TIPO        PIC X(001).
           05 FSC-ORIGEM      PIC X(001).
           05 FSC-NUMVENDA    PIC 9(007).
           05 FSC-PARCELA     PIC 9(002).
           05 FSC-VALOR       PIC 9(009)V9(002).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
       01 WS-ITEM-IDX      PIC 9(003) VALUE ZEROS.
       01 WS-QTD-DEV       PIC 9(005) VALUE ZEROS.
       01 WS-VLR-ITEM-DEV  PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-ESTOQUE   PIC S9(013)V9(002) VALUE ZEROS.
       01 WS-VLR-DEVOLVIDO PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-ABATER    PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-REDUZ     PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-HORA-COMP     PIC 9(008) VALUE ZEROS.
       01 WID-ARQUIVO-DEV  PIC X(64) VALUE SPACES.
       01 ED-CREDITO       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-CODDEP        PIC 9(003) VALUE ZEROS.
       01 WS-NOME-DEP      PIC X(030) VALUE SPACES.

      * APOIO AO RETORNO DA QUANTIDADE DEVOLVIDA AOS LOTES
       01 WS-QTD-LOTE-REST PIC 9(005) VALUE ZEROS.
       01 WS-QTD-LOTE      PIC 9(005) VALUE ZEROS.

      * PRODUTO E QUANTIDADE QUE VOLTAM AO DEPOSITO E AOS LOTES: O
      * DO ITEM OU, NO KIT, CADA COMPONENTE
       01 WS-MOV-CODPROD   PIC 9(006) VALUE ZEROS.
       01 WS-MOV-QTD       PIC 9(007) VALUE ZEROS.
       01 WS-E-KIT         PIC X(001) VALUE "N".
           88 E-KIT        VALUE "S".

       01 WP-SEP.
           03 FILLER          PIC X(078) VALUE ALL "-".
           03 FILLER          PIC X(010) VALUE "CLIENTE..:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-CLI-CODIGO   PIC 9(007).
       01 WP-DEPOSITO.
           03 FILLER          PIC X(010) VALUE "DEPOSITO.:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-DEP-CODIGO   PIC 9(003).
           03 FILLER          PIC X(004) VALUE "  - ".
           03 WP-DEP-NOME     PIC X(030).
       01 WP-ITEM-CAB.
           03 FILLER          PIC X(005) VALUE "SEQ".
           03 FILLER          PIC X(008) VALUE "PRODUTO".
           03 WP-IT-QTD       PIC ZZZZ9.
           03 FILLER          PIC X(003) VALUE SPACES.
           03 WP-IT-VLTOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01 WP-LOTE-DET.
           03 FILLER          PIC X(013) VALUE SPACES.
           03 FILLER          PIC X(006) VALUE "LOTE: ".
           03 WP-LT-LOTE      PIC X(015).
           03 FILLER          PIC X(007) VALUE "  QTD: ".
           03 WP-LT-QTD       PIC ZZZZ9.
       01 WP-COMP-DET.
           03 FILLER          PIC X(013) VALUE SPACES.
           03 FILLER          PIC X(012) VALUE "COMPONENTE: ".
           03 WP-CP-CODPROD   PIC 9(006).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-CP-DESCR     PIC X(030).
           03 FILLER          PIC X(007) VALUE "  QTD: ".
           03 WP-CP-QTD       PIC ZZZZZZ9.
       01 WP-TOTAL.
           03 FILLER          PIC X(020) VALUE "TOTAL DEVOLVIDO...:".
           03 WP-TOT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       77 FS-STAT10 PIC 9(02).
           88 FS10-OK         VALUE ZEROS.
           88 FS10-NAO-EXISTE VALUE 35.
       77 FS-STAT11 PIC 9(02).
           88 FS11-OK         VALUE ZEROS.
           88 FS11-NAO-EXISTE VALUE 35.
       77 FS-STAT12 PIC 9(02).
           88 FS12-OK         VALUE ZEROS.
           88 FS12-NAO-EXISTE VALUE 35.
       77 FS-STAT13 PIC 9(02).
           88 FS13-OK         VALUE ZEROS.
           88 FS13-NAO-EXISTE VALUE 35.
       77 FS-STAT14 PIC 9(02).
           88 FS14-OK         VALUE ZEROS.
           88 FS14-NAO-EXISTE VALUE 35.
       77 FS-STAT15 PIC 9(02).
           88 FS15-OK         VALUE ZEROS.
           88 FS15-NAO-EXISTE VALUE 35.
       77 FS-STAT16 PIC 9(02).
           88 FS16-OK         VALUE ZEROS.
           88 FS16-NAO-EXISTE VALUE 35.
       77 FS-STAT17 PIC 9(02).
           88 FS17-OK         VALUE ZEROS.
           88 FS17-NAO-EXISTE VALUE 35.
       77 FS-STAT18 PIC 9(02).
           88 FS18-OK         VALUE ZEROS.
       77 FS-STAT19 PIC 9(02).
           88 FS19-OK         VALUE ZEROS.
           88 FS19-NAO-EXISTE VALUE 35.
       77 WS-PERIODO-FECHADO PIC X(01) VALUE "N".
           88 PERIODO-FECHADO VALUE "S".
       77 WS-ERRO PIC X.
                "Numero da Venda........:".
               05  T-NUMVENDA  LINE  05  COLUMN 34 PIC 9(07)
                USING  FS-NUMVENDA    HIGHLIGHT .
               05  LINE  06 COLUMN 07  VALUE
                "Deposito de Retorno....:".
               05  T-CODDEP  LINE  06  COLUMN 34 PIC 9(03)
                USING  WS-CODDEP      HIGHLIGHT .
               05  T-NOME-DEP LINE 06  COLUMN 42 PIC X(30)
                FROM   WS-NOME-DEP    HIGHLIGHT .

           01  SS-ITEM.
               05  LINE  07 COLUMN 07  VALUE
           END-IF
           END-PERFORM.

      * DEPOSITO QUE RECEBE A MERCADORIA DEVOLVIDA: SUGERE O DE
      * SAIDA DA VENDA (VENDA ANTIGA SEM DEPOSITO SUGERE O 1)
       2100-DEPOSITO.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF FS-CODDEP NOT NUMERIC OR FS-CODDEP = ZEROS
                 MOVE 1 TO WS-CODDEP
              ELSE
                 MOVE FS-CODDEP TO WS-CODDEP
              END-IF
              MOVE SPACES TO WS-NOME-DEP
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODDEP
              MOVE WS-CODDEP TO FS13-CODIGO
              READ FILE13 KEY IS FS13-KEY
              IF FS-STAT13 NOT = "00"
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF NOT FS13-ATIVO
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS13-NOME TO WS-NOME-DEP
                    DISPLAY T-NOME-DEP
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       2100-ITENS.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2300-RECALCULA-VENDA
              PERFORM 2400-ABATE-PARCELAS
              PERFORM 2500-FECHA-DOCUMENTO
              PERFORM 2700-BAIXA-PENDENCIA
              MOVE SPACES TO WS-MSGERRO
              STRING "DEVOLUCAO GRAVADA - DOCUMENTO " WID-ARQUIVO-DEV
                     INTO WS-MSGERRO
           WRITE FILE9-REC FROM WP-CAB2.
           MOVE FS-CODCLI TO WP-CLI-CODIGO.
           WRITE FILE9-REC FROM WP-CLIENTE.
           MOVE WS-CODDEP   TO WP-DEP-CODIGO.
           MOVE WS-NOME-DEP TO WP-DEP-NOME.
           WRITE FILE9-REC FROM WP-DEPOSITO.
           WRITE FILE9-REC FROM WP-SEP.
           WRITE FILE9-REC FROM WP-ITEM-CAB.
           WRITE FILE9-REC FROM WP-SEP.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              SUBTRACT WS-QTD-DEV FROM FS5-QTD
              PERFORM 2265-RECALCULA-IMPOSTOS
              REWRITE FILE5-REC
              END-REWRITE

              COMPUTE WS-VLR-ITEM-DEV = WS-QTD-DEV * FS5-VALOR
              ADD WS-VLR-ITEM-DEV TO WS-VLR-DEVOLVIDO
              ADD 1 TO WS-CT-ITENS-DEV
              MOVE WS-VLR-ITEM-DEV TO WP-IT-VLTOTAL
              WRITE FILE9-REC FROM WP-ITEM-DET

              PERFORM 2290-VERIFICA-KIT
              IF E-KIT
                 PERFORM 2295-DEVOLVE-KIT
              ELSE
                 MOVE FS5-CODPROD TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 = "00"
                    PERFORM 2260-ESTORNA-CUSTO
                    ADD WS-QTD-DEV TO FS4-ESTOQUE
                    REWRITE FILE4-REC
                    END-REWRITE
                    MOVE FS5-CODPROD TO WS-MOV-CODPROD
                    MOVE WS-QTD-DEV  TO WS-MOV-QTD
                    PERFORM 2280-SALDO-DEPOSITO
                 END-IF
                 MOVE FS5-CODPROD TO WS-MOV-CODPROD
                 MOVE WS-QTD-DEV  TO WS-MOV-QTD
                 PERFORM 2270-DEVOLVE-LOTES
              END-IF

              PERFORM 2600-GRAVA-DIARIO

              MOVE "ITEM DEVOLVIDO" TO WS-MSGERRO
           EXIT.

      * -----------------------------------
      * A MERCADORIA DEVOLVIDA ENTRA NO ESTOQUE PELO CUSTO GRAVADO
      * NO ITEM DA VENDA, REFAZENDO O CUSTO MEDIO PONDERADO. ITEM
      * SEM CUSTO GRAVADO NAO MEXE NO CUSTO MEDIO
       2260-ESTORNA-CUSTO SECTION.
       2260.
           IF FS4-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO FS4-CUSTO-MEDIO
           END-IF.

           IF FS5-CUSTO-UNIT NUMERIC AND FS5-CUSTO-UNIT > ZEROS
              IF FS4-ESTOQUE > ZEROS
                 COMPUTE WS-VLR-ESTOQUE = FS4-ESTOQUE * FS4-CUSTO-MEDIO
                                        + WS-QTD-DEV * FS5-CUSTO-UNIT
                 COMPUTE FS4-CUSTO-MEDIO ROUNDED = WS-VLR-ESTOQUE
                                        / (FS4-ESTOQUE + WS-QTD-DEV)
              ELSE
                 MOVE FS5-CUSTO-UNIT TO FS4-CUSTO-MEDIO
              END-IF
           END-IF.

       2260-ESTORNA-CUSTO-FIM.
           EXIT.

      * -----------------------------------
      * REFAZ BASE E VALOR DOS IMPOSTOS DO ITEM SOBRE A QUANTIDADE
      * QUE FICOU NA VENDA, COM AS ALIQUOTAS GRAVADAS NA VENDA
      * (ALIQUOTA ZERO CONTINUA COM BASE E VALOR ZERADOS)
       2265-RECALCULA-IMPOSTOS SECTION.
       2265.
           IF FS5-ICMS-ALIQ NUMERIC AND FS5-ICMS-ALIQ > ZEROS
              COMPUTE FS5-ICMS-BASE = FS5-QTD * FS5-VALOR
              COMPUTE FS5-ICMS-VALOR ROUNDED =
                      FS5-ICMS-BASE * FS5-ICMS-ALIQ / 100
           END-IF.

           IF FS5-IPI-ALIQ NUMERIC AND FS5-IPI-ALIQ > ZEROS
              COMPUTE FS5-IPI-BASE = FS5-QTD * FS5-VALOR
              COMPUTE FS5-IPI-VALOR ROUNDED =
                      FS5-IPI-BASE * FS5-IPI-ALIQ / 100
           END-IF.

           IF FS5-PIS-ALIQ NUMERIC AND FS5-PIS-ALIQ > ZEROS
              COMPUTE FS5-PIS-BASE = FS5-QTD * FS5-VALOR
              COMPUTE FS5-PIS-VALOR ROUNDED =
                      FS5-PIS-BASE * FS5-PIS-ALIQ / 100
           END-IF.

           IF FS5-COFINS-ALIQ NUMERIC AND FS5-COFINS-ALIQ > ZEROS
              COMPUTE FS5-COFINS-BASE = FS5-QTD * FS5-VALOR
              COMPUTE FS5-COFINS-VALOR ROUNDED =
                      FS5-COFINS-BASE * FS5-COFINS-ALIQ / 100
           END-IF.

       2265-RECALCULA-IMPOSTOS-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLVE A QUANTIDADE WS-MOV-QTD DO PRODUTO WS-MOV-CODPROD
      * AOS LOTES BAIXADOS PARA O ITEM NA VENDA, ABATENDO O
      * REGISTRO DO LOTE DO ITEM (QUE E APAGADO QUANDO ZERA).
      * QUANTIDADE VENDIDA SEM LOTE VOLTA SO AO ESTOQUE DO PRODUTO
       2270-DEVOLVE-LOTES SECTION.
       2270.
           MOVE WS-MOV-QTD   TO WS-QTD-LOTE-REST.
           MOVE FS5-NUMVENDA TO FS12-NUMVENDA.
           MOVE FS5-SEQ      TO FS12-SEQ.
           MOVE LOW-VALUES   TO FS12-LOTE.
           START FILE12 KEY IS NOT LESS THAN FS12-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT12
           END-START.

           PERFORM UNTIL NOT FS12-OK OR WS-QTD-LOTE-REST = ZEROS
              READ FILE12 NEXT
              END-READ
              IF FS12-OK AND FS12-NUMVENDA = FS5-NUMVENDA
                         AND FS12-SEQ      = FS5-SEQ
                 IF FS12-CODPROD = WS-MOV-CODPROD
                    IF FS12-QTD < WS-QTD-LOTE-REST
                       MOVE FS12-QTD         TO WS-QTD-LOTE
                    ELSE
                       MOVE WS-QTD-LOTE-REST TO WS-QTD-LOTE
                    END-IF
                    SUBTRACT WS-QTD-LOTE FROM FS12-QTD WS-QTD-LOTE-REST

                    MOVE FS12-CODPROD TO FS11-CODPROD
                    MOVE FS12-LOTE    TO FS11-LOTE
                    READ FILE11 KEY IS FS11-KEY
                    IF FS11-OK
                       ADD WS-QTD-LOTE TO FS11-SALDO
                       REWRITE FILE11-REC
                       END-REWRITE
                    END-IF

                    IF FS12-QTD EQUAL ZEROS
                       DELETE FILE12 RECORD
                       END-DELETE
                    ELSE
                       REWRITE FILE12-REC
                       END-REWRITE
                    END-IF

                    MOVE FS12-LOTE   TO WP-LT-LOTE
                    MOVE WS-QTD-LOTE TO WP-LT-QTD
                    WRITE FILE9-REC FROM WP-LOTE-DET
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT12
              END-IF
           END-PERFORM.

       2270-DEVOLVE-LOTES-FIM.
           EXIT.

      * -----------------------------------
      * SOMA A QUANTIDADE WS-MOV-QTD DO PRODUTO WS-MOV-CODPROD AO
      * SALDO NO DEPOSITO DE RETORNO, CRIANDO O SALDO SE NAO EXISTIR
       2280-SALDO-DEPOSITO SECTION.
       2280.
           MOVE WS-MOV-CODPROD TO FS14-CODPROD.
           MOVE WS-CODDEP      TO FS14-CODDEP.
           READ FILE14 KEY IS FS14-KEY.
           IF FS14-OK
              ADD WS-MOV-QTD TO FS14-SALDO
              REWRITE FILE14-REC
              END-REWRITE
           ELSE
              INITIALIZE FILE14-REC
              MOVE WS-MOV-CODPROD TO FS14-CODPROD
              MOVE WS-CODDEP      TO FS14-CODDEP
              MOVE WS-MOV-QTD     TO FS14-SALDO
              WRITE FILE14-REC
                  INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF.

       2280-SALDO-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * O PRODUTO DO ITEM E KIT QUANDO TEM CABECALHO NO kits.dat
       2290-VERIFICA-KIT SECTION.
       2290.
           MOVE "N" TO WS-E-KIT.
           MOVE FS5-CODPROD TO FS15-CODKIT.
           READ FILE15 KEY IS FS15-KEY.
           IF FS15-OK
              MOVE "S" TO WS-E-KIT
           END-IF.

       2290-VERIFICA-KIT-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLUCAO DE KIT: CADA COMPONENTE VOLTA AO ESTOQUE TOTAL, AO
      * DEPOSITO DE RETORNO E AOS LOTES NA QUANTIDADE DEVOLVIDA
      * VEZES A QUANTIDADE POR KIT. O CUSTO MEDIO DOS COMPONENTES
      * NAO E REFEITO, POIS O ITEM GUARDA O CUSTO DO KIT INTEIRO
       2295-DEVOLVE-KIT SECTION.
       2295.
           MOVE FS5-CODPROD TO FS16-CODKIT.
           MOVE ZEROS       TO FS16-CODCOMP.
           START FILE16 KEY IS NOT LESS THAN FS16-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT16
           END-START.

           PERFORM UNTIL NOT FS16-OK
              READ FILE16 NEXT
              END-READ
              IF FS16-OK AND FS16-CODKIT = FS5-CODPROD
                 MOVE FS16-CODCOMP TO WS-MOV-CODPROD
                 COMPUTE WS-MOV-QTD = WS-QTD-DEV * FS16-QTD
                 MOVE FS16-CODCOMP TO FS4-CODIGO WP-CP-CODPROD
                 MOVE SPACES       TO WP-CP-DESCR
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 = "00"
                    MOVE FS4-DESCRICAO TO WP-CP-DESCR
                    ADD WS-MOV-QTD TO FS4-ESTOQUE
                    REWRITE FILE4-REC
                    END-REWRITE
                    PERFORM 2280-SALDO-DEPOSITO
                 END-IF
                 MOVE WS-MOV-QTD TO WP-CP-QTD
                 WRITE FILE9-REC FROM WP-COMP-DET
                 PERFORM 2270-DEVOLVE-LOTES
              ELSE
                 MOVE 10 TO FS-STAT16
              END-IF
           END-PERFORM.

       2295-DEVOLVE-KIT-FIM.
           EXIT.

      * -----------------------------------
      * RECALCULA O VALOR TOTAL DA VENDA A PARTIR DOS ITENS, MAIS O
      * FRETE DA VENDA (NAO DEVOLVIDO), E CARIMBA O OPERADOR
       2300-RECALCULA-VENDA SECTION.
       2300.
           MOVE ZEROS TO FS-VALOR-TOTAL.
              END-IF
           END-PERFORM.

           MOVE FS-NUMVENDA TO FS17-NUMVENDA.
           READ FILE17 KEY IS FS17-KEY.
           IF FS-STAT17 = "00"
              ADD FS17-VALOR-FRETE TO FS-VALOR-TOTAL
           END-IF.

           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE WS-CODOPER TO FS-CODOPER.
           MOVE WS-HORA-COMP (1:6) TO FS-HORA-MOV.
              END-WRITE
           END-IF.

           ACCEPT WS-HORA-COMP FROM TIME.
           INITIALIZE FILE19-REC.
           MOVE WS-DATA-HOJE       TO FSC-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSC-HORA.
           MOVE WS-CODOPER         TO FSC-CODOPER.
           MOVE FS-CODCLI          TO FSC-CODCLI.
           MOVE "G"                TO FSC-TIPO.
           MOVE "D"                TO FSC-ORIGEM.
           MOVE FS-NUMVENDA        TO FSC-NUMVENDA.
           MOVE ZEROS              TO FSC-PARCELA.
           MOVE WS-VLR-ABATER      TO FSC-VALOR.
           WRITE FILE19-REC.

       2450-GERA-CREDITO-FIM.
           EXIT.

           MOVE FS5-CODPROD     TO FSD-CODPROD.
           MOVE WS-QTD-DEV      TO FSD-QTD-DEV.
           MOVE WS-VLR-ITEM-DEV TO FSD-VALOR-DEV.
           MOVE WS-CODDEP       TO FSD-CODDEP.
           WRITE FILE8-REC.

       2600-GRAVA-DIARIO-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA AS PENDENCIAS DE DEVOLUCAO DA VENDA ABERTAS NO
      * RETORNO DO ROMANEIO (RECUSA OU ENTREGA PARCIAL)
       2700-BAIXA-PENDENCIA SECTION.
       2700.
           MOVE FS-NUMVENDA TO FS18-NUMVENDA.
           MOVE ZEROS       TO FS18-DATA-ROM FS18-CARGA.
           START FILE18 KEY IS NOT LESS THAN FS18-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT18
           END-START.

           PERFORM UNTIL NOT FS18-OK
              READ FILE18 NEXT
              END-READ
              IF FS18-OK AND FS18-NUMVENDA = FS-NUMVENDA
                 IF FS18-PENDENTE
                    MOVE "D"          TO FS18-SITUACAO
                    MOVE WS-DATA-HOJE TO FS18-DATA-BAIXA
                    MOVE WS-CODOPER   TO FS18-CODOPER
                    REWRITE FILE18-REC
                    END-REWRITE
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT18
              END-IF
           END-PERFORM.

       2700-BAIXA-PENDENCIA-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE4 FILE5 FILE6 FILE7 FILE8 FILE10
                 FILE11 FILE12 FILE13 FILE14 FILE15 FILE16
                 FILE17 FILE18 FILE19.

       8000-FINALIZA-FIM.
           EXIT.
      * E O 9800 TRATA O PERIODO COMO ABERTO
           OPEN INPUT FILE10.

           OPEN I-O FILE11
           IF FS11-NAO-EXISTE THEN
               OPEN OUTPUT FILE11
               CLOSE FILE11
               OPEN I-O FILE11
           END-IF.

           OPEN I-O FILE12
           IF FS12-NAO-EXISTE THEN
               OPEN OUTPUT FILE12
               CLOSE FILE12
               OPEN I-O FILE12
           END-IF.

           OPEN INPUT FILE13
           IF FS13-NAO-EXISTE THEN
              MOVE "ARQUIVO DE DEPOSITOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE14
           IF FS14-NAO-EXISTE THEN
               OPEN OUTPUT FILE14
               CLOSE FILE14
               OPEN I-O FILE14
           END-IF.

      * SEM ARQUIVO DE KITS NENHUM PRODUTO E KIT (A LEITURA COM O
      * ARQUIVO NAO ABERTO RETORNA STATUS DE ERRO E O 2290 TRATA
      * O ITEM COMO PRODUTO AVULSO)
           OPEN INPUT FILE15.
           OPEN INPUT FILE16.

      * SEM O ARQUIVO DE FRETES A LEITURA RETORNA STATUS DE ERRO E
      * O TOTAL FICA SO COM OS ITENS
           OPEN INPUT FILE17.

      * SEM O ARQUIVO DE PENDENCIAS O START FALHA E NAO HA O QUE
      * BAIXAR
           OPEN I-O FILE18.

           OPEN EXTEND FILE19
           IF FS19-NAO-EXISTE THEN
               OPEN OUTPUT FILE19
               CLOSE FILE19
               OPEN EXTEND FILE19
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

