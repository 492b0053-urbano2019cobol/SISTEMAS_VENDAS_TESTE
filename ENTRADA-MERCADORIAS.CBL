      *               SOMANDO AO SALDO DE ESTOQUE DO PRODUTO E
      *               GRAVANDO CADA LANCAMENTO NO DIARIO DE
      *               ENTRADAS, PARA DISTINGUIR COMPRA DE ACERTO
      *               DE SALDO. O RECEBIMENTO E LANCADO CONTRA O
      *               PEDIDO DE COMPRA, CONFERINDO QUANTIDADE E
      *               CUSTO E BAIXANDO O SALDO PENDENTE DO ITEM.
      *               O PRODUTO PERECIVEL ENTRA NUM LOTE COM DATA DE
      *               VALIDADE (lotes.dat), BASE DA SAIDA FEFO.
      *               A NOTA ENTRA NUM DEPOSITO, SOMANDO TAMBEM AO
      *               SALDO DO PRODUTO NO DEPOSITO (estoquedep.dat)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  ENTRADA DE MERCADORIAS POR NOTA
      *               15/10/2026  FORNECEDOR DO CADASTRO E RECEBIMENTO
      *                           CONTRA O PEDIDO DE COMPRA
      *               15/10/2026  RECALCULO DO CUSTO MEDIO PONDERADO
      *                           DO PRODUTO A CADA ENTRADA
      *               15/10/2026  LOTE E VALIDADE DO ITEM DA NOTA
      *               15/10/2026  DEPOSITO DE ENTRADA DA NOTA COM
      *                           SALDO DO PRODUTO POR DEPOSITO
      *

      *===============================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

           SELECT FILE3 ASSIGN TO DISK
                 "fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY
               ALTERNATE RECORD KEY FS3-CNPJ.

           SELECT FILE4 ASSIGN TO DISK
                 "pedcompra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-CODFOR WITH DUPLICATES.

           SELECT FILE5 ASSIGN TO DISK
                 "pedcompraitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY
               ALTERNATE RECORD KEY FS5-CODPROD WITH DUPLICATES.

           SELECT FILE6 ASSIGN TO DISK
                 "lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-CHAVE-FEFO.

           SELECT FILE7 ASSIGN TO DISK
                 "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY.

           SELECT FILE8 ASSIGN TO DISK
                 "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT8
               RECORD KEY IS FS8-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-EST-MINIMO PIC 9(007).
           05 FS-EST-MAXIMO PIC 9(007).
           05 FS-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

      * DIARIO DE ENTRADAS - UM REGISTRO POR ITEM LANCADO
       FD FILE2.
           05 FSE-QTD          PIC 9(005).
           05 FSE-CUSTO-UNIT   PIC 9(007)V9(002).
           05 FSE-CODOPER      PIC 9(004).
           05 FSE-CODFOR       PIC 9(006).
           05 FSE-NUMPED       PIC 9(007).
           05 FSE-LOTE         PIC X(015).
           05 FSE-VALIDADE     PIC 9(008).
           05 FSE-CODDEP       PIC 9(003).

       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODIGO PIC 9(006).
           05 FS3-NOME       PIC X(040).
           05 FS3-CNPJ       PIC 9(014).
           05 FS3-CONTATO    PIC X(030).
           05 FS3-PRAZO-ENTREGA PIC 9(003).
           05 FS3-STATUS     PIC X(001).
               88 FS3-STATUS-ATIVA    VALUE "A".
               88 FS3-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(020).

      * PEDIDO DE COMPRA - CABECALHO E ITENS COM A QUANTIDADE JA
      * RECEBIDA, ATUALIZADOS A CADA ITEM DA NOTA
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-NUMPED     PIC 9(007).
           05 FS4-CODFOR         PIC 9(006).
           05 FS4-DATA-PEDIDO    PIC 9(008).
           05 FS4-DATA-PREVISTA  PIC 9(008).
           05 FS4-QTDITENS       PIC 9(003).
           05 FS4-VALOR-TOTAL    PIC 9(009)V9(002).
           05 FS4-STATUS         PIC X(001).
               88 FS4-STATUS-ABERTO    VALUE "A".
               88 FS4-STATUS-PARCIAL   VALUE "P".
               88 FS4-STATUS-RECEBIDO  VALUE "R".
               88 FS4-STATUS-CANCELADO VALUE "C".
           05 FS4-CODOPER        PIC 9(004).
           05 FS4-HORA-MOV       PIC 9(006).
           05 FILLER             PIC X(020).

       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-NUMPED    PIC 9(007).
               10 FS5-SEQ       PIC 9(003).
           05 FS5-CODPROD       PIC 9(006).
           05 FS5-QTD-PEDIDA    PIC 9(007).
           05 FS5-QTD-RECEBIDA  PIC 9(007).
           05 FS5-CUSTO-PREV    PIC 9(007)V9(002).
           05 FILLER            PIC X(010).

      * LOTES - SALDO POR PRODUTO/LOTE COM A VALIDADE. A CHAVE
      * ALTERNATIVA (PRODUTO, VALIDADE, LOTE) DA A ORDEM FEFO
       FD FILE6.
       01 FILE6-REC.
           05 FS6-KEY.
               10 FS6-CODPROD       PIC 9(006).
               10 FS6-LOTE          PIC X(015).
           05 FS6-CHAVE-FEFO.
               10 FS6-FEFO-CODPROD  PIC 9(006).
               10 FS6-VALIDADE      PIC 9(008).
               10 FS6-FEFO-LOTE     PIC X(015).
           05 FS6-SALDO             PIC S9(007).
           05 FS6-DATA-ENTRADA      PIC 9(008).
           05 FS6-NUM-NOTA          PIC 9(009).
           05 FILLER                PIC X(020).

      * DEPOSITOS E SALDO DO PRODUTO POR DEPOSITO
       FD FILE7.
       01 FILE7-REC.
           05 FS7-KEY.
               10 FS7-CODIGO        PIC 9(003).
           05 FS7-NOME              PIC X(030).
           05 FS7-TIPO              PIC X(001).
           05 FS7-STATUS            PIC X(001).
               88 FS7-ATIVO         VALUE "A".
           05 FILLER                PIC X(040).

       FD FILE8.
       01 FILE8-REC.
           05 FS8-KEY.
               10 FS8-CODPROD       PIC 9(006).
               10 FS8-CODDEP        PIC 9(003).
           05 FS8-SALDO             PIC S9(007).
           05 FILLER                PIC X(010).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.

       01 WS-NUM-NOTA     PIC 9(009) VALUE ZEROS.
       01 WS-FORNECEDOR   PIC X(030) VALUE SPACES.
       01 WS-CODFOR       PIC 9(006) VALUE ZEROS.
       01 WS-CODDEP       PIC 9(003) VALUE 1.
       01 WS-NOME-DEP     PIC X(030) VALUE SPACES.
       01 WS-NUMPED       PIC 9(007) VALUE ZEROS.
       01 WS-PEND-ITEM    PIC S9(007) VALUE ZEROS.
       01 WS-FIM-ITENS-PED PIC X(001) VALUE "N".
           88 FIM-ITENS-PED VALUE "S".
       01 WS-ACHOU-ITEM   PIC X(001) VALUE "N".
           88 ACHOU-ITEM-PEDIDO VALUE "S".
       01 WS-TEM-RECEBIDO PIC X(001) VALUE "N".
           88 TEM-RECEBIDO VALUE "S".
       01 WS-TEM-PENDENTE PIC X(001) VALUE "N".
           88 TEM-PENDENTE VALUE "S".
       01 ED-CUSTO        PIC ZZZZZZ9,99.
       01 WS-VLR-ESTOQUE  PIC S9(013)V9(002) VALUE ZEROS.
       01 WS-CODPROD      PIC 9(006) VALUE ZEROS.
       01 WS-QTD-ENTRADA  PIC 9(005) VALUE ZEROS.
       01 WS-CUSTO-UNIT   PIC 9(007)V9(002) VALUE ZEROS.
           88 ITEM-VALIDO VALUE "S".
       01 ED-CT-ITENS     PIC ZZ9.
       01 ED-ESTOQUE      PIC -ZZZZZ9.
       01 WS-LOTE         PIC X(015) VALUE SPACES.
       01 WS-VALIDADE     PIC 9(008) VALUE ZEROS.
       01 WS-VALIDADE-R REDEFINES WS-VALIDADE.
           03 WS-VAL-ANO  PIC 9(004).
           03 WS-VAL-MES  PIC 9(002).
           03 WS-VAL-DIA  PIC 9(002).
       01 WS-LOTE-EXISTE  PIC X(001) VALUE "N".
           88 LOTE-EXISTE VALUE "S".

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
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
       77 FS-STAT6 PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
       77 FS-STAT7 PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT8 PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
           88 FS8-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

                "Numero da Nota.........:".
               05  T-NUM-NOTA  LINE  05  COLUMN 34 PIC 9(09)
                USING  WS-NUM-NOTA    HIGHLIGHT .
               05  LINE  06 COLUMN 07  VALUE
                "Pedido Compra (0=sem)..:".
               05  T-NUMPED LINE  06  COLUMN 34 PIC 9(07)
                USING  WS-NUMPED      HIGHLIGHT .
               05  LINE  07 COLUMN 07  VALUE
                "Fornecedor.............:".
               05  T-CODFOR LINE  07  COLUMN 34 PIC 9(06)
                USING  WS-CODFOR      HIGHLIGHT .
               05  T-FORNECEDOR LINE  07  COLUMN 42 PIC X(30)
                FROM   WS-FORNECEDOR  HIGHLIGHT .
               05  LINE  08 COLUMN 07  VALUE
                "Deposito de Entrada....:".
               05  T-CODDEP LINE  08  COLUMN 34 PIC 9(03)
                USING  WS-CODDEP      HIGHLIGHT .
               05  T-NOME-DEP LINE  08  COLUMN 42 PIC X(30)
                FROM   WS-NOME-DEP    HIGHLIGHT .

           01  SS-ITEM.
               05  LINE  09 COLUMN 07  VALUE
                    "Codigo Produto (0=fim).:".
               05  LINE  11 COLUMN 07  VALUE
                    "Descricao..............:".
               05  LINE  12 COLUMN 07  VALUE
                    "Pendente no Pedido.....:".
               05  LINE  13 COLUMN 07  VALUE
                    "Quantidade Entrada.....:".
               05  LINE  15 COLUMN 07 VALUE
                    "Custo Unitario.........:".
               05  LINE  17 COLUMN 07 VALUE
                    "Lote (branco=sem lote).:".
               05  LINE  18 COLUMN 07 VALUE
                    "Validade (AAAAMMDD)....:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

                            USING WS-CODPROD    HIGHLIGHT.
               05  T-DESCR LINE  11  COLUMN 34  PIC X(30)
                            FROM WS-DESCR-PROD  HIGHLIGHT.
               05  T-PEND-ITEM LINE 12  COLUMN 34  PIC -ZZZZZZ9
                            FROM WS-PEND-ITEM   HIGHLIGHT.
               05  LINE  15 COLUMN 46  VALUE "Previsto:".
               05  T-CUSTO-PREV LINE 15  COLUMN 56  PIC ZZZZZ9,99
                            FROM FS5-CUSTO-PREV HIGHLIGHT.
               05  T-QTD LINE 13  COLUMN 34  PIC 9(05)
                            USING WS-QTD-ENTRADA HIGHLIGHT.
               05  T-CUSTO LINE 15  COLUMN 34  PIC ZZZZZ9,99
                            USING WS-CUSTO-UNIT HIGHLIGHT.
               05  T-LOTE LINE 17  COLUMN 34  PIC X(15)
                            USING WS-LOTE       HIGHLIGHT.
               05  T-VALIDADE LINE 18  COLUMN 34  PIC 9(08)
                            USING WS-VALIDADE   HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           EXIT.

      * -----------------------------------
      * LANCA UMA NOTA DE ENTRADA: CABECALHO (NOTA, PEDIDO DE COMPRA
      * E FORNECEDOR) E OS ITENS ATE O OPERADOR INFORMAR PRODUTO
      * ZERO. SEM PEDIDO (ACERTO, BONIFICACAO) SO PELO SUPERVISOR,
      * INFORMANDO O FORNECEDOR DO CADASTRO
       2100-LANCAR SECTION.
       2100.
           MOVE "LANCAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-NUM-NOTA WS-CT-ITENS WS-NUMPED WS-CODFOR
                         WS-PEND-ITEM FS5-CUSTO-PREV.
           MOVE SPACES TO WS-FORNECEDOR WS-NOME-DEP.
           DISPLAY SS-NOTA.
           DISPLAY SS-ITEM.

              END-IF
           END-PERFORM.

       2100-PEDIDO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-NUMPED
              IF WS-NUMPED EQUAL ZEROS
                 IF WS-NIVEL < 2
                    MOVE "ENTRADA SEM PEDIDO RESTRITA AO SUPERVISOR"
                         TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              ELSE
                 MOVE WS-NUMPED TO FS4-NUMPED
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 NOT = "00"
                    MOVE "PEDIDO DE COMPRA NAO CADASTRADO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF NOT FS4-STATUS-ABERTO
                       AND NOT FS4-STATUS-PARCIAL
                       MOVE "PEDIDO DE COMPRA RECEBIDO OU CANCELADO"
                            TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       MOVE FS4-CODFOR TO WS-CODFOR
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * COM PEDIDO O FORNECEDOR VEM DELE; SEM PEDIDO E INFORMADO
       2100-FORNECEDOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              IF WS-NUMPED EQUAL ZEROS
                 ACCEPT T-CODFOR
              ELSE
                 DISPLAY T-CODFOR
              END-IF
              MOVE WS-CODFOR TO FS3-CODIGO
              READ FILE3 KEY IS FS3-KEY
              IF FS-STAT3 NOT = "00"
                 MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
                 IF WS-NUMPED NOT EQUAL ZEROS
                    MOVE FS3-CODIGO TO WS-CODFOR
                    MOVE SPACES TO WS-FORNECEDOR
                    MOVE 99 TO FS-EXIT
                 END-IF
              ELSE
                 IF FS3-STATUS-INATIVA AND WS-NUMPED EQUAL ZEROS
                    MOVE "FORNECEDOR INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS3-NOME TO WS-FORNECEDOR
                    DISPLAY T-FORNECEDOR
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

      * DEPOSITO QUE RECEBE A MERCADORIA DA NOTA. FICA SUGERIDO O
      * DA NOTA ANTERIOR
       2100-DEPOSITO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODDEP
              MOVE WS-CODDEP TO FS7-CODIGO
              READ FILE7 KEY IS FS7-KEY
              IF FS-STAT7 NOT = "00"
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF NOT FS7-ATIVO
                    MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS7-NOME TO WS-NOME-DEP
                    DISPLAY T-NOME-DEP
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

                      OR COB-CRT-STATUS = COB-SCR-ESC.

           IF WS-CT-ITENS > ZEROS
              IF WS-NUMPED NOT EQUAL ZEROS
                 PERFORM 2400-SITUACAO-PEDIDO
                    THRU 2400-SITUACAO-PEDIDO-FIM
              END-IF
              MOVE WS-CT-ITENS TO ED-CT-ITENS
              MOVE SPACES TO WS-MSGERRO
              STRING "NOTA LANCADA - " ED-CT-ITENS " ITENS"
      * -----------------------------------
      * ACEITA UM ITEM DA NOTA, SOMA AO SALDO DO PRODUTO E GRAVA
      * O LANCAMENTO NO DIARIO DE ENTRADAS. PRODUTO ZERO ENCERRA
      * A NOTA. COM PEDIDO, O PRODUTO TEM DE CONSTAR NELE COM
      * SALDO PENDENTE, A QUANTIDADE NAO PODE PASSAR DO PENDENTE E
      * O CUSTO DIFERENTE DO PREVISTO PEDE CONFIRMACAO. LOTE EM
      * BRANCO E ENTRADA SEM CONTROLE DE LOTE
       2200-ACEITA-ITEM SECTION.
       2200.
           MOVE "N" TO WS-ITEM-VALIDO.
           MOVE ZEROS TO WS-CODPROD WS-QTD-ENTRADA WS-CUSTO-UNIT
                         WS-PEND-ITEM FS5-CUSTO-PREV WS-VALIDADE.
           MOVE SPACES TO WS-DESCR-PROD WS-LOTE.
           DISPLAY SS-ITEM.

           ACCEPT T-CODPROD.
                       MOVE FS-DESCRICAO TO WS-DESCR-PROD
                       DISPLAY T-DESCR
                       DISPLAY WS-LIMPA at 2118
                       IF WS-NUMPED NOT EQUAL ZEROS
                          PERFORM 2250-BUSCA-ITEM-PEDIDO
                             THRU 2250-BUSCA-ITEM-PEDIDO-FIM
                          IF NOT ACHOU-ITEM-PEDIDO
                             MOVE "N" TO WS-ITEM-VALIDO
                             MOVE
                         "PRODUTO FORA DO PEDIDO OU SEM SALDO PENDENTE"
                                  TO WS-MSGERRO
                             DISPLAY WS-MSGERRO at 2118
                          ELSE
                             DISPLAY T-PEND-ITEM
                             DISPLAY T-CUSTO-PREV
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF

       2200-QUANTIDADE.
           IF ITEM-VALIDO
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-QTD
                 IF WS-QTD-ENTRADA EQUAL ZEROS
                    MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF WS-NUMPED NOT EQUAL ZEROS
                       AND WS-QTD-ENTRADA > WS-PEND-ITEM
                       MOVE "QUANTIDADE ACIMA DO SALDO PENDENTE"
                            TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2200-CUSTO.
           IF ITEM-VALIDO
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-CUSTO
                 IF WS-CUSTO-UNIT EQUAL ZEROS
                    MOVE "FAVOR INFORMAR O CUSTO UNITARIO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF WS-NUMPED NOT EQUAL ZEROS
                       AND WS-CUSTO-UNIT NOT EQUAL FS5-CUSTO-PREV
                       MOVE FS5-CUSTO-PREV TO ED-CUSTO
                       MOVE "N" TO WS-ERRO
                       MOVE SPACES TO WS-MSGERRO
                       STRING "CUSTO DIFERENTE DO PREVISTO NO PEDIDO ("
                              ED-CUSTO "). CONFIRMA (S/N)?"
                              DELIMITED BY SIZE INTO WS-MSGERRO
                       ACCEPT SS-ERRO
                       IF E-SIM
                          MOVE 99 TO FS-EXIT
                       END-IF
                    ELSE
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO FS-EXIT
           END-IF.

      * LOTE JA EXISTENTE DO PRODUTO MANTEM A VALIDADE GRAVADA; LOTE
      * NOVO EXIGE VALIDADE, E VALIDADE JA VENCIDA PEDE CONFIRMACAO
       2200-LOTE.
           IF ITEM-VALIDO
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 MOVE "N" TO WS-LOTE-EXISTE
                 ACCEPT T-LOTE
                 IF WS-LOTE EQUAL SPACES
                    MOVE ZEROS TO WS-VALIDADE
                    DISPLAY T-VALIDADE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE WS-CODPROD TO FS6-CODPROD
                    MOVE WS-LOTE    TO FS6-LOTE
                    READ FILE6 KEY IS FS6-KEY
                    IF FS6-OK
                       MOVE "S" TO WS-LOTE-EXISTE
                       MOVE FS6-VALIDADE TO WS-VALIDADE
                       DISPLAY T-VALIDADE
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    ELSE
                       PERFORM 2270-ACEITA-VALIDADE
                          THRU 2270-ACEITA-VALIDADE-FIM
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2200-EFETIVA.
           IF ITEM-VALIDO
              AND NOT COB-CRT-STATUS = COB-SCR-ESC
              AND WS-QTD-ENTRADA > ZEROS
              PERFORM 2260-CUSTO-MEDIO
              ADD WS-QTD-ENTRADA TO FS-ESTOQUE
              REWRITE FILE1-REC
                  INVALID KEY
                      PERFORM 9900-MOSTRA-ERRO
                         THRU 9900-MOSTRA-ERRO-FIM
                  NOT INVALID KEY
                      IF WS-NUMPED NOT EQUAL ZEROS
                         ADD WS-QTD-ENTRADA TO FS5-QTD-RECEBIDA
                         REWRITE FILE5-REC
                             INVALID KEY
                                MOVE "ERRO AO BAIXAR O ITEM DO PEDIDO"
                                     TO WS-MSGERRO
                                PERFORM 9900-MOSTRA-ERRO
                                   THRU 9900-MOSTRA-ERRO-FIM
                         END-REWRITE
                      END-IF
                      IF WS-LOTE NOT EQUAL SPACES
                         PERFORM 2280-GRAVA-LOTE
                            THRU 2280-GRAVA-LOTE-FIM
                      END-IF
                      PERFORM 2290-SALDO-DEPOSITO
                         THRU 2290-SALDO-DEPOSITO-FIM
                      PERFORM 2300-GRAVA-DIARIO
                      ADD 1 TO WS-CT-ITENS
                      MOVE FS-ESTOQUE TO ED-ESTOQUE
       2200-ACEITA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA NOS ITENS DO PEDIDO O PRODUTO DIGITADO COM SALDO
      * PENDENTE, DEIXANDO O ITEM NA AREA DO ARQUIVO PARA A BAIXA
       2250-BUSCA-ITEM-PEDIDO SECTION.
       2250.
           MOVE "N" TO WS-ACHOU-ITEM.
           MOVE "N" TO WS-FIM-ITENS-PED.
           MOVE ZEROS TO WS-PEND-ITEM.
           MOVE WS-NUMPED TO FS5-NUMPED.
           MOVE ZEROS TO FS5-SEQ.
           START FILE5 KEY IS GREATER THAN FS5-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS-PED
           END-START.

           PERFORM UNTIL FIM-ITENS-PED OR ACHOU-ITEM-PEDIDO
              READ FILE5 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ITENS-PED
              END-READ
              IF NOT FIM-ITENS-PED
                 IF FS5-OK AND FS5-NUMPED = WS-NUMPED
                    IF FS5-CODPROD = WS-CODPROD
                       AND FS5-QTD-PEDIDA > FS5-QTD-RECEBIDA
                       MOVE "S" TO WS-ACHOU-ITEM
                       COMPUTE WS-PEND-ITEM = FS5-QTD-PEDIDA
                                            - FS5-QTD-RECEBIDA
                    END-IF
                 ELSE
                    MOVE "S" TO WS-FIM-ITENS-PED
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT ACHOU-ITEM-PEDIDO
              MOVE ZEROS TO FS5-CUSTO-PREV
           END-IF.

       2250-BUSCA-ITEM-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO ANTES DE SOMAR
      * A ENTRADA AO SALDO: (SALDO X CUSTO MEDIO + QTD X CUSTO DA
      * NOTA) / (SALDO + QTD). SEM SALDO POSITIVO O CUSTO MEDIO
      * PASSA A SER O CUSTO DA NOTA
       2260-CUSTO-MEDIO SECTION.
       2260.
           IF FS-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO FS-CUSTO-MEDIO
           END-IF.

           IF FS-ESTOQUE > ZEROS
              COMPUTE WS-VLR-ESTOQUE = FS-ESTOQUE * FS-CUSTO-MEDIO
                                     + WS-QTD-ENTRADA * WS-CUSTO-UNIT
              COMPUTE FS-CUSTO-MEDIO ROUNDED = WS-VLR-ESTOQUE
                                     / (FS-ESTOQUE + WS-QTD-ENTRADA)
           ELSE
              MOVE WS-CUSTO-UNIT TO FS-CUSTO-MEDIO
           END-IF.

       2260-CUSTO-MEDIO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A VALIDADE DE UM LOTE NOVO. SAI COM FS-EXIT 99 QUANDO
      * A VALIDADE FOR ACEITA
       2270-ACEITA-VALIDADE SECTION.
       2270.
           ACCEPT T-VALIDADE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF WS-VAL-ANO < 2000
                 OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
                 OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
                 MOVE "FAVOR INFORMAR A VALIDADE DO LOTE (AAAAMMDD)"
                      TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                 IF WS-VALIDADE < WS-DATA-HOJE
                    MOVE "N" TO WS-ERRO
                    MOVE "LOTE JA VENCIDO. CONFIRMA A ENTRADA (S/N)?"
                         TO WS-MSGERRO
                    ACCEPT SS-ERRO
                    IF E-SIM
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-IF.

       2270-ACEITA-VALIDADE-FIM.
           EXIT.

      * -----------------------------------
      * SOMA A ENTRADA AO SALDO DO LOTE, CRIANDO O LOTE NOVO
       2280-GRAVA-LOTE SECTION.
       2280.
           MOVE WS-CODPROD TO FS6-CODPROD.
           MOVE WS-LOTE    TO FS6-LOTE.
           READ FILE6 KEY IS FS6-KEY.
           IF FS6-OK
              ADD WS-QTD-ENTRADA TO FS6-SALDO
              REWRITE FILE6-REC
                  INVALID KEY
                     MOVE "ERRO AO ATUALIZAR O LOTE" TO WS-MSGERRO
                     PERFORM 9900-MOSTRA-ERRO
                        THRU 9900-MOSTRA-ERRO-FIM
              END-REWRITE
           ELSE
              INITIALIZE FILE6-REC
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE WS-CODPROD     TO FS6-CODPROD FS6-FEFO-CODPROD
              MOVE WS-LOTE        TO FS6-LOTE FS6-FEFO-LOTE
              MOVE WS-VALIDADE    TO FS6-VALIDADE
              MOVE WS-QTD-ENTRADA TO FS6-SALDO
              MOVE WS-DATA-HOJE   TO FS6-DATA-ENTRADA
              MOVE WS-NUM-NOTA    TO FS6-NUM-NOTA
              WRITE FILE6-REC
                  INVALID KEY
                     MOVE "ERRO AO GRAVAR O LOTE" TO WS-MSGERRO
                     PERFORM 9900-MOSTRA-ERRO
                        THRU 9900-MOSTRA-ERRO-FIM
              END-WRITE
           END-IF.

       2280-GRAVA-LOTE-FIM.
           EXIT.

      * -----------------------------------
      * SOMA A ENTRADA AO SALDO DO PRODUTO NO DEPOSITO DA NOTA,
      * CRIANDO O SALDO NA PRIMEIRA ENTRADA DO PRODUTO NELE
       2290-SALDO-DEPOSITO SECTION.
       2290.
           MOVE WS-CODPROD TO FS8-CODPROD.
           MOVE WS-CODDEP  TO FS8-CODDEP.
           READ FILE8 KEY IS FS8-KEY.
           IF FS8-OK
              ADD WS-QTD-ENTRADA TO FS8-SALDO
              REWRITE FILE8-REC
                  INVALID KEY
                     MOVE "ERRO AO ATUALIZAR O SALDO DO DEPOSITO"
                          TO WS-MSGERRO
                     PERFORM 9900-MOSTRA-ERRO
                        THRU 9900-MOSTRA-ERRO-FIM
              END-REWRITE
           ELSE
              INITIALIZE FILE8-REC
              MOVE WS-CODPROD     TO FS8-CODPROD
              MOVE WS-CODDEP      TO FS8-CODDEP
              MOVE WS-QTD-ENTRADA TO FS8-SALDO
              WRITE FILE8-REC
                  INVALID KEY
                     MOVE "ERRO AO GRAVAR O SALDO DO DEPOSITO"
                          TO WS-MSGERRO
                     PERFORM 9900-MOSTRA-ERRO
                        THRU 9900-MOSTRA-ERRO-FIM
              END-WRITE
           END-IF.

       2290-SALDO-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O LANCAMENTO NO DIARIO DE ENTRADAS
       2300-GRAVA-DIARIO SECTION.
           MOVE WS-QTD-ENTRADA TO FSE-QTD.
           MOVE WS-CUSTO-UNIT  TO FSE-CUSTO-UNIT.
           MOVE WS-CODOPER     TO FSE-CODOPER.
           MOVE WS-CODFOR      TO FSE-CODFOR.
           MOVE WS-NUMPED      TO FSE-NUMPED.
           MOVE WS-LOTE        TO FSE-LOTE.
           MOVE WS-VALIDADE    TO FSE-VALIDADE.
           MOVE WS-CODDEP      TO FSE-CODDEP.
           WRITE FILE2-REC.

       2300-GRAVA-DIARIO-FIM.
           EXIT.

      * -----------------------------------
      * ATUALIZA A SITUACAO DO PEDIDO AO FIM DA NOTA: RECEBIDO SE
      * NAO SOBROU SALDO PENDENTE EM NENHUM ITEM, RECEBIDO EM PARTE
      * SE ALGUM ITEM JA TEVE ENTRADA
       2400-SITUACAO-PEDIDO SECTION.
       2400.
           MOVE "N" TO WS-TEM-RECEBIDO WS-TEM-PENDENTE.
           MOVE "N" TO WS-FIM-ITENS-PED.
           MOVE WS-NUMPED TO FS5-NUMPED.
           MOVE ZEROS TO FS5-SEQ.
           START FILE5 KEY IS GREATER THAN FS5-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS-PED
           END-START.

           PERFORM UNTIL FIM-ITENS-PED
              READ FILE5 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ITENS-PED
              END-READ
              IF NOT FIM-ITENS-PED
                 IF FS5-OK AND FS5-NUMPED = WS-NUMPED
                    IF FS5-QTD-RECEBIDA > ZEROS
                       MOVE "S" TO WS-TEM-RECEBIDO
                    END-IF
                    IF FS5-QTD-PEDIDA > FS5-QTD-RECEBIDA
                       MOVE "S" TO WS-TEM-PENDENTE
                    END-IF
                 ELSE
                    MOVE "S" TO WS-FIM-ITENS-PED
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-NUMPED TO FS4-NUMPED.
           READ FILE4 KEY IS FS4-KEY.
           IF FS4-OK
              IF NOT TEM-PENDENTE
                 MOVE "R" TO FS4-STATUS
              ELSE
                 IF TEM-RECEBIDO
                    MOVE "P" TO FS4-STATUS
                 END-IF
              END-IF
              REWRITE FILE4-REC
                  INVALID KEY
                     MOVE "ERRO AO ATUALIZAR O PEDIDO DE COMPRA"
                          TO WS-MSGERRO
                     PERFORM 9900-MOSTRA-ERRO
                        THRU 9900-MOSTRA-ERRO-FIM
              END-REWRITE
           END-IF.

       2400-SITUACAO-PEDIDO-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3 FILE4 FILE5 FILE6 FILE7 FILE8.

       8000-FINALIZA-FIM.
           EXIT.
               OPEN EXTEND FILE2
           END-IF.

           OPEN INPUT FILE3
           IF FS3-NAO-EXISTE THEN
              MOVE "ARQUIVO DE FORNECEDORES NAO ENCONTRADO" TO
                   WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE4
           IF FS4-NAO-EXISTE THEN
               OPEN OUTPUT FILE4
               CLOSE FILE4
               OPEN I-O FILE4
           END-IF.

           OPEN I-O FILE5
           IF FS5-NAO-EXISTE THEN
               OPEN OUTPUT FILE5
               CLOSE FILE5
               OPEN I-O FILE5
           END-IF.

           OPEN I-O FILE6
           IF FS6-NAO-EXISTE THEN
               OPEN OUTPUT FILE6
               CLOSE FILE6
               OPEN I-O FILE6
           END-IF.

           OPEN INPUT FILE7
           IF FS7-NAO-EXISTE THEN
              MOVE "ARQUIVO DE DEPOSITOS NAO ENCONTRADO" TO
                   WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN I-O FILE8
           IF FS8-NAO-EXISTE THEN
               OPEN OUTPUT FILE8
               CLOSE FILE8
               OPEN I-O FILE8
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

