      *                           TRAVA DE REGISTRO NA ALTERACAO E
      *                           NO CANCELAMENTO PARA DIGITACAO
      *                           SIMULTANEA EM VARIOS TERMINAIS
      *               15/10/2026  CUSTO MEDIO VIGENTE GRAVADO NO ITEM
      *                           NA EFETIVACAO DA VENDA E ESTORNO
      *                           DO CANCELAMENTO PELO CUSTO DO ITEM
      *               15/10/2026  BAIXA DOS LOTES DO PRODUTO PELA
      *                           ORDEM DE VALIDADE (FEFO), ESTORNO
      *                           DOS LOTES NO CANCELAMENTO E NA
      *                           ALTERACAO E LOTES NO PEDIDO
      *               15/10/2026  DEPOSITO DE SAIDA DA VENDA COM
      *                           BAIXA, ESTORNO E AJUSTE DO SALDO
      *                           DO PRODUTO NO DEPOSITO
      *               15/10/2026  VENDA DE KITS: DISPONIBILIDADE,
      *                           BAIXA E ESTORNO NOS COMPONENTES,
      *                           PRECO PROPRIO OU SOMADO E
      *                           COMPONENTES NO PEDIDO
      *               15/10/2026  PRECO NEGOCIADO DO CLIENTE E TABELA
      *                           DA CATEGORIA DE PRECO DO CLIENTE,
      *                           COM A ORIGEM DO PRECO NO ITEM E NO
      *                           PEDIDO
      *               15/10/2026  ENDERECO DE ENTREGA DA VENDA ENTRE
      *                           OS ENDERECOS DO CLIENTE, IMPRESSO
      *                           NO PEDIDO
      *               15/10/2026  FRETE PELA DISTANCIA DO DEPOSITO AO
      *                           CLIENTE E PELO VALOR DO PEDIDO, COM
      *                           ISENCAO POR PEDIDO MINIMO, LIBERACAO
      *                           DE SUPERVISOR E FRETE NO PEDIDO
      *               15/10/2026  CREDITO DO CLIENTE MOSTRADO NA
      *                           INCLUSAO E ABATIDO DO TOTAL COMO
      *                           PARCELA QUITADA ANTES DAS PARCELAS
      *                           A PRAZO, COM REGISTRO NOS DIARIOS
      *               15/10/2026  CONSULTA RESTRITA AS VENDAS DA
      *                           EQUIPE OU DA REGIONAL DO OPERADOR
      *                           QUANDO INFORMADA NO SEU CADASTRO
      *               15/10/2026  IMPOSTOS POR ITEM (ICMS, IPI, PIS E
      *                           COFINS) PELA CLASSIFICACAO FISCAL
      *                           DO PRODUTO E PELA UF DE DESTINO,
      *                           GRAVADOS NO ITEM E NO PEDIDO
      *               15/10/2026  CREDITO USADO NA VENDA DEVOLVIDO AO
      *                           CLIENTE NO CANCELAMENTO E PARCELA
      *                           DO CREDITO MANTIDA NA REGERACAO DO
      *                           CONTAS A RECEBER
      *

      *===============================================================*
               FILE STATUS IS FS-STAT17
               RECORD KEY IS FS17-KEY.

           SELECT FILE18 ASSIGN TO DISK "lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT18
               RECORD KEY IS FS18-KEY
               ALTERNATE RECORD KEY IS FS18-CHAVE-FEFO.

           SELECT FILE19 ASSIGN TO DISK "vendaslotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT19
               RECORD KEY IS FS19-KEY.

           SELECT FILE20 ASSIGN TO DISK "depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT20
               RECORD KEY IS FS20-KEY.

           SELECT FILE21 ASSIGN TO DISK "estoquedep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT21
               RECORD KEY IS FS21-KEY.

           SELECT FILE22 ASSIGN TO DISK "kits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT22
               RECORD KEY IS FS22-KEY.

           SELECT FILE23 ASSIGN TO DISK "kitsitens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT23
               RECORD KEY IS FS23-KEY
               ALTERNATE RECORD KEY FS23-CODCOMP WITH DUPLICATES.

           SELECT FILE24 ASSIGN TO DISK "precoscat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT24
               RECORD KEY IS FS24-KEY.

           SELECT FILE25 ASSIGN TO DISK "precoscli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT25
               RECORD KEY IS FS25-KEY.

           SELECT FILE26 ASSIGN TO DISK "enderecos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT26
               RECORD KEY IS FS26-KEY.

           SELECT FILE27 ASSIGN TO DISK "fretes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT27
               RECORD KEY IS FS27-KEY.

           SELECT FILE28 ASSIGN TO DISK "vendasfrete.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT28
               RECORD KEY IS FS28-KEY.

           SELECT FILE29 ASSIGN TO DISK "creditos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT29
               RECORD KEY IS FS29-KEY.

           SELECT FILE30 ASSIGN TO DISK "creditosmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT30.

           SELECT FILE31 ASSIGN TO DISK "recebimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT31.

           SELECT FILE32 ASSIGN TO DISK "produtosfiscal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT32
               RECORD KEY IS FS32-KEY.

           SELECT FILE33 ASSIGN TO DISK "aliquotasuf.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT33
               RECORD KEY IS FS33-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
           05 FS-SERIE-FISCAL PIC 9(003).
           05 FS-NUMFISCAL    PIC 9(009).
           05 FS-VALIDADE-ORC PIC 9(008).
           05 FS-CODDEP       PIC 9(003).
      * SEQUENCIA DO ENDERECO DE ENTREGA (TIPO "E") DO CLIENTE;
      * ZERO = ENTREGA NAS COORDENADAS DO CADASTRO DO CLIENTE
           05 FS-END-ENTREGA  PIC 9(002).
           05 FILLER          PIC X(005).

      * ARQUIVO DE ITENS DA VENDA - UM REGISTRO POR ITEM, CHAVE
      * NUMERO DA VENDA + SEQUENCIA, SEM LIMITE FIXO DE ITENS
           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FS5-CUSTO-UNIT   PIC 9(007)V9(002).
      * TABELA QUE ORIGINOU O PRECO DO ITEM (BRANCO NOS ITENS
      * ANTIGOS = CADASTRO)
           05 FS5-ORIGEM-PRECO PIC X(001).
               88 FS5-PRECO-CADASTRO  VALUE "C" " ".
               88 FS5-PRECO-PROMOCAO  VALUE "P".
               88 FS5-PRECO-CATEGORIA VALUE "T".
               88 FS5-PRECO-NEGOCIADO VALUE "N".
               88 FS5-PRECO-KIT       VALUE "K".
      * IMPOSTOS DO ITEM CALCULADOS NA GRAVACAO (9580): CFOP JA
      * AJUSTADO PARA A UF DE DESTINO, CST DO PRODUTO E BASE,
      * ALIQUOTA E VALOR DE CADA IMPOSTO. ITEM DE PRODUTO SEM
      * CLASSIFICACAO FISCAL FICA COM OS IMPOSTOS ZERADOS
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

      * LAYOUT DO ARQUIVO DE CLIENTES (clientes.dat) - SO PARA VALIDACAO
       FD FILE2.
               88 FS2-STATUS-ATIVA    VALUE "A".
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FS2-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS2-CATEGORIA  PIC 9(002).
           05 FILLER         PIC X(008).

      * LAYOUT DO ARQUIVO DE VENDEDORES (vendedores.dat) - SO PARA VALIDACAO
       FD FILE3.
               88 FS4-STATUS-INATIVA  VALUE "I".
           05 FS4-EST-MINIMO PIC 9(007).
           05 FS4-EST-MAXIMO PIC 9(007).
           05 FS4-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

      * ARQUIVO DE CONTAS A RECEBER - UM REGISTRO POR PARCELA DA
      * VENDA, GERADO NA INCLUSAO CONFORME A CONDICAO DE PAGAMENTO
           05 FS6-HORA-MOV     PIC 9(006).
           05 FS6-REMESSA      PIC X(001).
               88 FS6-JA-REMETIDA VALUE "R".
      * FORMA DA BAIXA FEITA AQUI: "R" NA PARCELA 01 QUITADA COM O
      * CREDITO DO CLIENTE (9705); BRANCO NAS DEMAIS
           05 FS6-FORMA-BAIXA  PIC X(001).
               88 FS6-BAIXA-CREDITO VALUE "R".
           05 FILLER           PIC X(008).

      * DOCUMENTO DE CONFIRMACAO DO PEDIDO, UM ARQUIVO POR VENDA
       FD FILE7.
           05 FS10-SENHA-ANT1 PIC X(008).
           05 FS10-SENHA-ANT2 PIC X(008).
           05 FS10-SENHA-ANT3 PIC X(008).
           05 FS10-CODEQUIPE  PIC 9(004).
           05 FS10-CODREGIONAL PIC 9(003).
           05 FILLER          PIC X(003).

      * ARQUIVO DE PARAMETROS DA VENDA: LIMITE DE DESCONTO DO
      * OPERADOR COMUM EM PERCENTUAL. NA AUSENCIA DO ARQUIVO VALEM
           05 FSP-DESC-MAX-OPER PIC 9(002)V9(002).
           05 FSP-DIAS-TOLERANCIA PIC 9(003).
           05 FSP-SERIE-FISCAL  PIC 9(003).
           05 FSP-DEPOSITO-PADRAO PIC 9(003).
           05 FSP-FRETE-ISENCAO PIC 9(009)V9(002).
           05 FSP-UF-EMITENTE  PIC X(002).

      * DIARIO DE MOVIMENTOS DO DIA - UM REGISTRO POR INCLUSAO,
      * ALTERACAO, CANCELAMENTO OU BAIXA, PARA O RELATORIO DE
               88 FSM-ALTERACAO    VALUE "A".
               88 FSM-CANCELAMENTO VALUE "C".
               88 FSM-BAIXA        VALUE "B".
               88 FSM-USO-CREDITO  VALUE "U".
               88 FSM-ESTORNO-CREDITO VALUE "E".
           05 FSM-NUMVENDA    PIC 9(007).
           05 FSM-PARCELA     PIC 9(002).
           05 FSM-VALOR       PIC 9(009)V9(002).
           05 FS15-KEY.
               10 FS15-NUMVENDA PIC 9(007).
               10 FS15-SEQ      PIC 9(003).
           05 FS15-RESTO        PIC X(190).

      * CALENDARIO DE FERIADOS (feriados.dat) - SO PARA ROLAR O
      * VENCIMENTO DAS PARCELAS PARA O PROXIMO DIA UTIL
           05 FS17-DATA       PIC 9(008).
           05 FS17-HORA       PIC 9(006).

      * LOTES DO PRODUTO (lotes.dat) - SALDO POR LOTE, BAIXADO NA
      * ORDEM DE VALIDADE PELA CHAVE FEFO (PRODUTO + VALIDADE)
       FD FILE18.
       01 FILE18-REC.
           05 FS18-KEY.
               10 FS18-CODPROD      PIC 9(006).
               10 FS18-LOTE         PIC X(015).
           05 FS18-CHAVE-FEFO.
               10 FS18-FEFO-CODPROD PIC 9(006).
               10 FS18-VALIDADE     PIC 9(008).
               10 FS18-FEFO-LOTE    PIC X(015).
           05 FS18-SALDO         PIC S9(007).
           05 FS18-DATA-ENTRADA  PIC 9(008).
           05 FS18-NUM-NOTA      PIC 9(009).
           05 FILLER             PIC X(020).

      * LOTES BAIXADOS POR ITEM DA VENDA (vendaslotes.dat) - BASE
      * DO ESTORNO NO CANCELAMENTO, NA ALTERACAO E NA DEVOLUCAO
       FD FILE19.
       01 FILE19-REC.
           05 FS19-KEY.
               10 FS19-NUMVENDA PIC 9(007).
               10 FS19-SEQ      PIC 9(003).
               10 FS19-LOTE     PIC X(015).
           05 FS19-CODPROD      PIC 9(006).
           05 FS19-VALIDADE     PIC 9(008).
           05 FS19-QTD          PIC 9(005).
           05 FILLER            PIC X(010).

      * CADASTRO DE DEPOSITOS (depositos.dat)
       FD FILE20.
       01 FILE20-REC.
           05 FS20-KEY.
               10 FS20-CODIGO   PIC 9(003).
           05 FS20-NOME         PIC X(030).
           05 FS20-TIPO         PIC X(001).
           05 FS20-STATUS       PIC X(001).
               88 FS20-ATIVO    VALUE "A".
           05 FS20-LATITUDE     PIC S9(003)V9(008).
           05 FS20-LONGITUDE    PIC S9(003)V9(008).
           05 FILLER            PIC X(018).

      * SALDO DO PRODUTO POR DEPOSITO (estoquedep.dat)
       FD FILE21.
       01 FILE21-REC.
           05 FS21-KEY.
               10 FS21-CODPROD  PIC 9(006).
               10 FS21-CODDEP   PIC 9(003).
           05 FS21-SALDO        PIC S9(007).
           05 FILLER            PIC X(010).

      * CABECALHO DO KIT (kits.dat) - PRODUTO VENDIDO COMO KIT
       FD FILE22.
       01 FILE22-REC.
           05 FS22-KEY.
               10 FS22-CODKIT   PIC 9(006).
           05 FS22-TIPO-PRECO   PIC X(001).
               88 FS22-PRECO-SOMA VALUE "S".
           05 FS22-QTDCOMP      PIC 9(003).
           05 FS22-DATA-ALT     PIC 9(008).
           05 FS22-OPER-ALT     PIC 9(004).
           05 FILLER            PIC X(020).

      * COMPONENTES DO KIT (kitsitens.dat) - QUANTIDADE POR KIT
       FD FILE23.
       01 FILE23-REC.
           05 FS23-KEY.
               10 FS23-CODKIT   PIC 9(006).
               10 FS23-CODCOMP  PIC 9(006).
           05 FS23-QTD          PIC 9(005).
           05 FILLER            PIC X(010).

      * TABELA DE PRECO POR CATEGORIA DE CLIENTE (precoscat.dat)
       FD FILE24.
       01 FILE24-REC.
           05 FS24-KEY.
               10 FS24-CATEGORIA PIC 9(002).
               10 FS24-CODPROD   PIC 9(006).
           05 FS24-PRECO         PIC 9(007)V9(002).
           05 FS24-VIGENCIA-DE   PIC 9(008).
           05 FS24-VIGENCIA-ATE  PIC 9(008).
           05 FS24-DATA-ALT      PIC 9(008).
           05 FS24-OPER-ALT      PIC 9(004).
           05 FILLER             PIC X(010).

      * PRECO NEGOCIADO POR CLIENTE E PRODUTO (precoscli.dat)
       FD FILE25.
       01 FILE25-REC.
           05 FS25-KEY.
               10 FS25-CODCLI    PIC 9(007).
               10 FS25-CODPROD   PIC 9(006).
           05 FS25-PRECO         PIC 9(007)V9(002).
           05 FS25-VIGENCIA-DE   PIC 9(008).
           05 FS25-VIGENCIA-ATE  PIC 9(008).
           05 FS25-DATA-ALT      PIC 9(008).
           05 FS25-OPER-ALT      PIC 9(004).
           05 FILLER             PIC X(010).

      * ENDERECOS DO CLIENTE (enderecos.dat)
       FD FILE26.
       01 FILE26-REC.
           05 FS26-KEY.
               10 FS26-CODCLI    PIC 9(007).
               10 FS26-TIPO      PIC X(001).
                   88 FS26-ENTREGA VALUE "E".
               10 FS26-SEQ       PIC 9(002).
           05 FS26-LOGRADOURO    PIC X(040).
           05 FS26-NUMERO        PIC X(006).
           05 FS26-COMPLEMENTO   PIC X(020).
           05 FS26-BAIRRO        PIC X(030).
           05 FS26-CIDADE        PIC X(030).
           05 FS26-UF            PIC X(002).
           05 FS26-CEP           PIC 9(008).
           05 FS26-LATITUDE      PIC S9(003)V9(008).
           05 FS26-LONGITUDE     PIC S9(003)V9(008).
           05 FILLER             PIC X(020).

      * TABELA DE FRETE POR FAIXA DE KM E DE VALOR (fretes.dat)
       FD FILE27.
       01 FILE27-REC.
           05 FS27-KEY.
               10 FS27-KM-ATE    PIC 9(005).
               10 FS27-VALOR-ATE PIC 9(009)V9(002).
           05 FS27-VALOR-FIXO    PIC 9(007)V9(002).
           05 FS27-PERC-VALOR    PIC 9(002)V9(002).
           05 FS27-DATA-ALT      PIC 9(008).
           05 FS27-OPER-ALT      PIC 9(004).
           05 FILLER             PIC X(010).

      * FRETE DA VENDA (vendasfrete.dat) - UM REGISTRO POR VENDA OU
      * ORCAMENTO, GRAVADO NA INCLUSAO. O VALOR DO FRETE JA ESTA
      * SOMADO AO FS-VALOR-TOTAL DA VENDA
       FD FILE28.
       01 FILE28-REC.
           05 FS28-KEY.
               10 FS28-NUMVENDA  PIC 9(007).
           05 FS28-CODDEP        PIC 9(003).
           05 FS28-END-ENTREGA   PIC 9(002).
           05 FS28-DISTANCIA     PIC 9(005)V9(001).
           05 FS28-VALOR-MERC    PIC 9(009)V9(002).
           05 FS28-VALOR-TABELA  PIC 9(007)V9(002).
           05 FS28-VALOR-FRETE   PIC 9(007)V9(002).
           05 FS28-SITUACAO      PIC X(001).
               88 FS28-COBRADO     VALUE "C".
               88 FS28-ISENTO      VALUE "I".
               88 FS28-LIBERADO    VALUE "L".
               88 FS28-SEM-CALCULO VALUE "N".
           05 FS28-OPER-LIB      PIC 9(004).
           05 FILLER             PIC X(020).

      * SALDO DE CREDITO DO CLIENTE (creditos.dat), GERADO PELAS
      * DEVOLUCOES E CONSUMIDO NA VENDA E NO RECEBIMENTO
       FD FILE29.
       01 FILE29-REC.
           05 FS29-KEY.
               10 FS29-CODCLI    PIC 9(007).
           05 FS29-VALOR-CREDITO PIC 9(009)V9(002).

      * MOVIMENTO DO CREDITO DO CLIENTE (creditosmov.dat) - UM
      * REGISTRO POR GERACAO OU UTILIZACAO, PARA A ANTIGUIDADE DOS
      * CREDITOS EM ABERTO
       FD FILE30.
       01 FILE30-REC.
           05 FSC-DATA        PIC 9(008).
           05 FSC-HORA        PIC 9(006).
           05 FSC-CODOPER     PIC 9(004).
           05 FSC-CODCLI      PIC 9(007).
           05 FSC-TIPO        PIC X(001).
               88 FSC-GERADO      VALUE "G".
               88 FSC-UTILIZADO   VALUE "U".
           05 FSC-ORIGEM      PIC X(001).
               88 FSC-DEVOLUCAO   VALUE "D".
               88 FSC-VENDA       VALUE "V".
               88 FSC-RECEBIMENTO VALUE "R".
               88 FSC-CANCELAMENTO VALUE "C".
           05 FSC-NUMVENDA    PIC 9(007).
           05 FSC-PARCELA     PIC 9(002).
           05 FSC-VALOR       PIC 9(009)V9(002).

      * DIARIO DE RECEBIMENTOS - MESMO LEIAUTE GRAVADO PELO CONTAS A
      * RECEBER, AQUI COM A FORMA "R" (CREDITO DO CLIENTE)
       FD FILE31.
       01 FILE31-REC.
           05 FSR-DATA-BAIXA  PIC 9(008).
           05 FSR-HORA-BAIXA  PIC 9(006).
           05 FSR-NUMVENDA    PIC 9(007).
           05 FSR-PARCELA     PIC 9(002).
           05 FSR-VLR-PRINCIPAL PIC 9(009)V9(002).
           05 FSR-VLR-JUROS   PIC 9(007)V9(002).
           05 FSR-VLR-MULTA   PIC 9(007)V9(002).
           05 FSR-FORMA-PAGTO PIC X(001).

      * CLASSIFICACAO FISCAL DO PRODUTO (produtosfiscal.dat)
       FD FILE32.
       01 FILE32-REC.
           05 FS32-KEY.
               10 FS32-CODIGO    PIC 9(006).
           05 FS32-NCM           PIC 9(008).
           05 FS32-CFOP          PIC 9(004).
           05 FS32-CST           PIC X(003).
           05 FS32-ALIQ-ICMS     PIC 9(002)V9(002).
           05 FS32-ALIQ-IPI      PIC 9(002)V9(002).
           05 FS32-ALIQ-PIS      PIC 9(002)V9(002).
           05 FS32-ALIQ-COFINS   PIC 9(002)V9(002).
           05 FS32-DATA-ALT      PIC 9(008).
           05 FS32-OPER-ALT      PIC 9(004).
           05 FILLER             PIC X(010).

      * ALIQUOTA DE ICMS POR UF DE DESTINO (aliquotasuf.dat)
       FD FILE33.
       01 FILE33-REC.
           05 FS33-KEY.
               10 FS33-UF        PIC X(002).
           05 FS33-NOME          PIC X(020).
           05 FS33-ALIQ-ICMS     PIC 9(002)V9(002).
           05 FS33-DATA-ALT      PIC 9(008).
           05 FS33-OPER-ALT      PIC 9(004).
           05 FILLER             PIC X(010).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
      * GUARDADOS PARA O ESTORNO DO ESTOQUE
       01 WS-CODPROD-ANT PIC 9(006) VALUE ZEROS.
       01 WS-QTD-ANT     PIC 9(005) VALUE ZEROS.
       01 WS-CUSTO-ANT   PIC 9(007)V9(002) VALUE ZEROS.
      * QUANTIDADE E CUSTO DEVOLVIDOS AO ESTOQUE NO 9456
       01 WS-EST-QTD     PIC 9(005) VALUE ZEROS.
       01 WS-EST-CUSTO   PIC 9(007)V9(002) VALUE ZEROS.
       01 ED-ESTOQUE PIC -ZZZZZ9.

      * DEPOSITO DE SAIDA: PADRAO DE vendas.par E MOVIMENTO DO
      * SALDO DO PRODUTO NO DEPOSITO (QUANTIDADE COM SINAL)
       01 WS-DEP-PADRAO  PIC 9(003) VALUE 1.
       01 WS-DEP-VENDA   PIC 9(003) VALUE ZEROS.
       01 WS-MOV-CODPROD PIC 9(006) VALUE ZEROS.
       01 WS-MOV-QTD     PIC S9(007) VALUE ZEROS.
       01 WS-VLR-ESTOQUE PIC S9(013)V9(002) VALUE ZEROS.

      * ENDERECO DE ENTREGA: SE O CLIENTE TEM ENDERECO TIPO "E" E O
      * RESUMO MOSTRADO AO LADO DA SEQUENCIA
       01 WS-TEM-ENTREGA PIC X(001) VALUE "N".
           88 TEM-ENTREGA VALUE "S".
       01 WS-END-RESUMO  PIC X(024) VALUE SPACES.

      * FRETE DA VENDA: ISENCAO POR VALOR MINIMO DE PEDIDO (vendas.par,
      * ZERO = SEM ISENCAO), FAIXA DA TABELA E DISTANCIA PELA FORMULA
      * DO GRANDE CIRCULO ENTRE O DEPOSITO E O ENDERECO DE ENTREGA
       01 WS-FRETE-ISENCAO PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-FRT-VALOR     PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-FRT-TABELA    PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-FRT-MERC      PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-FRT-KM        PIC 9(005)V9(001) VALUE ZEROS.
       01 ED-FRT-KM        PIC ZZZZ9,9.
       01 WS-FRT-SITUACAO  PIC X(001) VALUE SPACES.
       01 WS-FRT-OPER-LIB  PIC 9(004) VALUE ZEROS.
       01 WS-FRT-FAIXA-KM  PIC 9(005) VALUE ZEROS.
       01 WS-FRT-FIXO      PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-FRT-PERC      PIC 9(002)V9(002) VALUE ZEROS.
       01 WS-FRT-LINHA-OK  PIC X(001) VALUE "N".
           88 FRT-LINHA-OK VALUE "S".

      * IMPOSTOS DO ITEM: UF DO EMITENTE (vendas.par) E UF DE DESTINO
      * DA VENDA (ENDERECO DE ENTREGA OU DE FATURAMENTO DO CLIENTE).
      * UFS DIFERENTES = OPERACAO INTERESTADUAL
       01 WS-UF-EMITENTE   PIC X(002) VALUE SPACES.
       01 WS-UF-DESTINO    PIC X(002) VALUE SPACES.
       01 WS-IMP-BASE      PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-FRT-TEM-FAIXA PIC X(001) VALUE "N".
           88 FRT-TEM-FAIXA VALUE "S".
       01 WS-FRT-FIM       PIC X(001) VALUE "N".
           88 FRT-FIM      VALUE "S".
       01 WS-FRT-POSICAO   PIC X(001) VALUE "N".
           88 FRT-COM-POSICAO VALUE "S".
       01 WS-DISTANCIA.
           03 WS-DIST-LAT1     COMP-2 VALUE ZERO.
           03 WS-DIST-LON1     COMP-2 VALUE ZERO.
           03 WS-DIST-LAT2     COMP-2 VALUE ZERO.
           03 WS-DIST-LON2     COMP-2 VALUE ZERO.
           03 WS-DIST-LAT1-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-LAT2-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-DLAT-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-DLON-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-A        COMP-2 VALUE ZERO.
           03 WS-DIST-C        COMP-2 VALUE ZERO.
           03 WS-DIST-KM       COMP-2 VALUE ZERO.
       01 WS-PI            COMP-2 VALUE 3,14159265358979.
       01 WS-RAIO-TERRA-KM COMP-2 VALUE 6371.

      * APOIO A VENDA DE KITS: O ITEM KIT MOVIMENTA O ESTOQUE DOS
      * COMPONENTES (QUANTIDADE DO ITEM X QUANTIDADE POR KIT)
       01 WS-KIT-CODIGO    PIC 9(006) VALUE ZEROS.
       01 WS-KIT-QTD       PIC 9(005) VALUE ZEROS.
       01 WS-KIT-COMP-QTD  PIC 9(007) VALUE ZEROS.
       01 WS-KIT-PRECO     PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-KIT-CUSTO     PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-KIT-MONTAVEIS PIC S9(007) VALUE ZEROS.
       01 WS-KIT-MONT-COMP PIC S9(007) VALUE ZEROS.
       01 WS-KIT-PRIMEIRO  PIC X(001) VALUE "S".
           88 KIT-PRIMEIRO VALUE "S".
       01 WS-E-KIT         PIC X(001) VALUE "N".
           88 E-KIT        VALUE "S".
       01 WS-KIT-SOMA      PIC X(001) VALUE "N".
           88 KIT-PRECO-SOMA VALUE "S".
       01 WS-KIT-FALTA     PIC X(001) VALUE "N".
           88 KIT-FALTA    VALUE "S".

      * LIMITE DE DESCONTO DO OPERADOR COMUM (PARAMETRIZADO EM
      * vendas.par) E APOIO A LIBERACAO DE SUPERVISOR NA TELA
       01 WS-DESC-MAX-OPER PIC 9(002)V9(002) VALUE 10.
       01 WS-VENC-INT6     PIC 9(008) VALUE ZEROS.
       01 ED-ATRASO        PIC ZZZZ9.

      * CREDITO DO CLIENTE DISPONIVEL E PARTE DELE ABATIDA DO TOTAL
      * DA VENDA NA INCLUSAO (VIRA A PARCELA 01, JA QUITADA)
       01 WS-VLR-CRED-DISP PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-CRED-USO  PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-FINANCIADO PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-PARC-INICIAL  PIC 9(002) VALUE ZEROS.
      * NA REGERACAO A PARCELA 01 DO CREDITO JA EXISTE E E MANTIDA
       01 WS-MANTEM-CREDITO PIC X(001) VALUE "N".
           88 MANTEM-PARC-CREDITO VALUE "S".
       01 ED-CREDITO       PIC ZZZ.ZZZ.ZZ9,99.

      * SERIE FISCAL DA EMPRESA (PARAMETRIZADA EM vendas.par)
       01 WS-SERIE-FISCAL  PIC 9(003) VALUE 1.

           03 WP-VEN-CODIGO   PIC 9(006).
           03 FILLER          PIC X(004) VALUE "  - ".
           03 WP-VEN-NOME     PIC X(040).
       01 WP-DEPOSITO.
           03 FILLER          PIC X(010) VALUE "DEPOSITO.:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-DEP-CODIGO   PIC 9(003).
           03 FILLER          PIC X(004) VALUE "  - ".
           03 WP-DEP-NOME     PIC X(030).
       01 WP-ENTREGA1.
           03 FILLER          PIC X(010) VALUE "ENTREGA..:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-ENT-LOGRA    PIC X(040).
           03 FILLER          PIC X(002) VALUE ", ".
           03 WP-ENT-NUMERO   PIC X(006).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WP-ENT-COMPL    PIC X(020).
       01 WP-ENTREGA2.
           03 FILLER          PIC X(011) VALUE SPACES.
           03 WP-ENT-BAIRRO   PIC X(030).
           03 FILLER          PIC X(003) VALUE " - ".
           03 WP-ENT-CIDADE   PIC X(030).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-ENT-UF       PIC X(002).
       01 WP-ENTREGA3.
           03 FILLER          PIC X(011) VALUE SPACES.
           03 FILLER          PIC X(005) VALUE "CEP: ".
           03 WP-ENT-CEP      PIC 99999B999.
       01 WP-ITEM-CAB.
           03 FILLER          PIC X(005) VALUE "SEQ".
           03 FILLER          PIC X(008) VALUE "PRODUTO".
           03 FILLER          PIC X(008) VALUE "    QTD".
           03 FILLER          PIC X(012) VALUE "    VL.UNIT.".
           03 FILLER          PIC X(014) VALUE "     VL.TOTAL".
           03 FILLER          PIC X(006) VALUE "  TAB.".
       01 WP-ITEM-DET.
           03 WP-IT-SEQ       PIC 9(003).
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-VLUNIT    PIC ZZZZZ9,99.
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-VLTOTAL   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(002) VALUE SPACES.
           03 WP-IT-ORIGEM    PIC X(003).
       01 WP-ORIGEM-LEG.
           03 FILLER          PIC X(039) VALUE
              "TAB.: CAD=CADASTRO  CAT=CATEGORIA  PRO=".
           03 FILLER          PIC X(039) VALUE
              "PROMOCAO  NEG=NEGOCIADO  KIT=SOMA KIT".
       01 WP-LOTE-DET.
           03 FILLER          PIC X(013) VALUE SPACES.
           03 FILLER          PIC X(006) VALUE "LOTE: ".
           03 WP-LT-LOTE      PIC X(015).
           03 FILLER          PIC X(012) VALUE "  VALIDADE: ".
           03 WP-LT-VAL-DIA   PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-LT-VAL-MES   PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WP-LT-VAL-ANO   PIC 9(004).
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
       01 WP-IMP-DET.
           03 FILLER          PIC X(005) VALUE SPACES.
           03 FILLER          PIC X(006) VALUE "CFOP: ".
           03 WP-IM-CFOP      PIC 9(004).
           03 FILLER          PIC X(007) VALUE "  CST: ".
           03 WP-IM-CST       PIC X(003).
           03 FILLER          PIC X(007) VALUE "  ICMS ".
           03 WP-IM-ICMS-ALIQ PIC Z9,99.
           03 FILLER          PIC X(003) VALUE "%: ".
           03 WP-IM-ICMS-VLR  PIC ZZZZZZ9,99.
           03 FILLER          PIC X(006) VALUE "  IPI ".
           03 WP-IM-IPI-ALIQ  PIC Z9,99.
           03 FILLER          PIC X(003) VALUE "%: ".
           03 WP-IM-IPI-VLR   PIC ZZZZZZ9,99.
       01 WP-ITEM-VLR         PIC 9(009)V9(002) VALUE ZEROS.
      * TOTAIS DOS IMPOSTOS DESTACADOS NO PEDIDO
       01 WP-ACUM-IMPOSTOS.
           03 WP-AC-BASE-ICMS PIC 9(009)V9(002) VALUE ZEROS.
           03 WP-AC-ICMS      PIC 9(009)V9(002) VALUE ZEROS.
           03 WP-AC-IPI       PIC 9(009)V9(002) VALUE ZEROS.
           03 WP-AC-PIS       PIC 9(009)V9(002) VALUE ZEROS.
           03 WP-AC-COFINS    PIC 9(009)V9(002) VALUE ZEROS.
       01 WP-IMPOSTOS1.
           03 FILLER          PIC X(017) VALUE "BASE DO ICMS...: ".
           03 WP-IMP-BASE-ICMS PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(009) VALUE "   ICMS: ".
           03 WP-IMP-ICMS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(008) VALUE "   IPI: ".
           03 WP-IMP-IPI      PIC ZZZ.ZZZ.ZZ9,99.
       01 WP-IMPOSTOS2.
           03 FILLER          PIC X(017) VALUE "PIS............: ".
           03 WP-IMP-PIS      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(011) VALUE "   COFINS: ".
           03 WP-IMP-COFINS   PIC ZZZ.ZZZ.ZZ9,99.
       01 WP-MERCADORIAS.
           03 FILLER          PIC X(017) VALUE "MERCADORIAS....: ".
           03 WP-MERC-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 WP-FRETE.
           03 FILLER          PIC X(017) VALUE "FRETE..........: ".
           03 WP-FRT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(013) VALUE "   DISTANCIA:".
           03 WP-FRT-KM       PIC ZZZZ9,9.
           03 FILLER          PIC X(005) VALUE " KM  ".
           03 WP-FRT-SITUACAO PIC X(022).
       01 WP-TOTAL.
           03 FILLER          PIC X(017) VALUE "TOTAL DO PEDIDO: ".
           03 WP-TOT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           88 TRAVOU-OK VALUE "S".
       01 WS-DATA-VENDA-N  PIC 9(008) VALUE ZEROS.
       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.

      * APOIO A BAIXA DOS LOTES PELA ORDEM DE VALIDADE (FEFO)
       01 WS-QTD-LOTE-REST PIC 9(005) VALUE ZEROS.
       01 WS-QTD-LOTE      PIC 9(005) VALUE ZEROS.
       01 WS-LOTE-CODPROD  PIC 9(006) VALUE ZEROS.
       01 WS-LOTE-QTD      PIC 9(005) VALUE ZEROS.
       01 WS-LT-VALIDADE   PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-LT-VALIDADE.
           03 WS-LT-VAL-ANO PIC 9(004).
           03 WS-LT-VAL-MES PIC 9(002).
           03 WS-LT-VAL-DIA PIC 9(002).
       01 WS-CT-PARC-PAGAS PIC 9(02) VALUE ZEROS.

       01 WS-BUSCA-CODCLI PIC 9(07) VALUE ZEROS.
           88 BUSCA-CLIENTE  VALUE "C".
           88 BUSCA-VENDEDOR VALUE "V".
       01 WS-CT-LISTADAS  PIC 9(05) VALUE ZEROS.

      * RESTRICAO DA CONSULTA A EQUIPE / REGIONAL DO OPERADOR
      * (ZERO = SEM RESTRICAO), LIDA DO CADASTRO DE OPERADORES
       01 WS-RESTRICAO.
           03 WS-RESTR-EQUIPE   PIC 9(004) VALUE ZEROS.
           03 WS-RESTR-REGIONAL PIC 9(003) VALUE ZEROS.
       01 WS-VENDA-VISIVEL PIC X(01) VALUE "S".
           88 VENDA-VISIVEL VALUE "S".
       COPY hierarquia.
       01 ED-CT-LISTADAS  PIC ZZZZ9.

       01 WS-POS-CONSULTA PIC 9(04) VALUE ZEROS.
       77 FS-STAT17 PIC 9(02).
           88 FS17-OK         VALUE ZEROS.
           88 FS17-NAO-EXISTE VALUE 35.
       77 FS-STAT18 PIC 9(02).
           88 FS18-OK         VALUE ZEROS.
           88 FS18-NAO-EXISTE VALUE 35.
       77 FS-STAT19 PIC 9(02).
           88 FS19-OK         VALUE ZEROS.
           88 FS19-NAO-EXISTE VALUE 35.
       77 FS-STAT20 PIC 9(02).
           88 FS20-OK         VALUE ZEROS.
           88 FS20-NAO-EXISTE VALUE 35.
       77 FS-STAT21 PIC 9(02).
           88 FS21-OK         VALUE ZEROS.
           88 FS21-NAO-EXISTE VALUE 35.
       77 FS-STAT22 PIC 9(02).
           88 FS22-OK         VALUE ZEROS.
           88 FS22-NAO-EXISTE VALUE 35.
       77 FS-STAT23 PIC 9(02).
           88 FS23-OK         VALUE ZEROS.
           88 FS23-NAO-EXISTE VALUE 35.
       77 FS-STAT24 PIC 9(02).
           88 FS24-OK         VALUE ZEROS.
           88 FS24-NAO-EXISTE VALUE 35.
       77 FS-STAT25 PIC 9(02).
           88 FS25-OK         VALUE ZEROS.
           88 FS25-NAO-EXISTE VALUE 35.
       77 FS-STAT26 PIC 9(02).
           88 FS26-OK         VALUE ZEROS.
           88 FS26-NAO-EXISTE VALUE 35.
       77 FS-STAT27 PIC 9(02).
           88 FS27-OK         VALUE ZEROS.
           88 FS27-NAO-EXISTE VALUE 35.
       77 FS-STAT28 PIC 9(02).
           88 FS28-OK         VALUE ZEROS.
           88 FS28-NAO-EXISTE VALUE 35.
       77 FS-STAT29 PIC 9(02).
           88 FS29-OK         VALUE ZEROS.
           88 FS29-NAO-EXISTE VALUE 35.
       77 FS-STAT30 PIC 9(02).
           88 FS30-OK         VALUE ZEROS.
           88 FS30-NAO-EXISTE VALUE 35.
       77 FS-STAT31 PIC 9(02).
           88 FS31-OK         VALUE ZEROS.
           88 FS31-NAO-EXISTE VALUE 35.
       77 FS-STAT32 PIC 9(02).
           88 FS32-OK         VALUE ZEROS.
       77 FS-STAT33 PIC 9(02).
           88 FS33-OK         VALUE ZEROS.
       77 WS-PERIODO-FECHADO PIC X(01) VALUE "N".
           88 PERIODO-FECHADO VALUE "S".
       77 WS-ERRO PIC X.
                    "Data da Venda (AAAAMMDD):".
               05  LINE  09 COLUMN 07  VALUE
                    "Codigo Cliente.........:".
               05  LINE 10 COLUMN 07  VALUE
                    "Deposito de Saida......:".
               05  LINE 11 COLUMN 07 VALUE
                    "Codigo Vendedor........:".
               05  LINE 12 COLUMN 07  VALUE
                            USING FS-VEN-DIA    HIGHLIGHT.
               05  T-CODCLI LINE  09  COLUMN 34  PIC 9(07)
                            USING FS-CODCLI    HIGHLIGHT.
               05  LINE  09 COLUMN 43  VALUE "Entrega:".
               05  T-END-ENTREGA LINE 09 COLUMN 52 PIC 9(02)
                            USING FS-END-ENTREGA HIGHLIGHT.
               05  T-CODDEP LINE  10  COLUMN 34  PIC 9(03)
                            USING FS-CODDEP    HIGHLIGHT.
               05  T-CODVEN LINE  11  COLUMN 34  PIC 9(06)
                            USING FS-CODVEN    HIGHLIGHT.
               05  T-PARCELAS LINE 12  COLUMN 34  PIC 9(02)
               05  T-VALOR-TOTAL LINE 21 COLUMN 68 PIC ZZZZZZZ9,99
                            USING FS-VALOR-TOTAL HIGHLIGHT.

           01  SS-FRETE.
               05  LINE 20 COLUMN 60 VALUE "FRETE: ".
               05  T-VALOR-FRETE LINE 20 COLUMN 68 PIC ZZZZZZZ9,99
                            USING WS-FRT-VALOR HIGHLIGHT.

           01  SS-CREDITO.
               05  LINE 19 COLUMN 58 VALUE "CREDITO: ".
               05  T-VALOR-CREDITO LINE 19 COLUMN 68 PIC ZZZZZZZ9,99
                            USING WS-VLR-CRED-USO HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
           DISPLAY SS-DADOS.

           INITIALIZE FILE1-REC.
           MOVE ZEROS TO WS-VLR-CRED-DISP WS-VLR-CRED-USO.

       2100-NUMVENDA.
           MOVE ZEROS TO FS-EXIT.
                           MOVE ZEROS TO WS-VLR-ABERTO WS-MAIOR-ATRASO
                        ELSE
                           PERFORM 9470-VERIFICA-CREDITO
                           PERFORM 9715-MOSTRA-CREDITO
                        END-IF
                        IF WS-MAIOR-ATRASO > WS-DIAS-TOLER
                           MOVE WS-MAIOR-ATRASO TO ED-ATRASO
              END-IF
           END-PERFORM.

       2100-ENTREGA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2170-ACEITA-ENTREGA
           END-IF.

      * DEPOSITO DE ONDE SAI A MERCADORIA: VEM COM O PADRAO DE
      * vendas.par E SO ACEITA DEPOSITO CADASTRADO E ATIVO
       2100-DEPOSITO.
           MOVE ZEROS TO FS-EXIT.
           IF FS-CODDEP NOT NUMERIC OR FS-CODDEP = ZEROS
              MOVE WS-DEP-PADRAO TO FS-CODDEP
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODDEP
              IF FS-CODDEP EQUAL ZEROS
                  MOVE "FAVOR INFORMAR O DEPOSITO DE SAIDA" TO
                       WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  MOVE FS-CODDEP TO FS20-CODIGO
                  READ FILE20 KEY IS FS20-KEY
                  IF FS-STAT20 NOT = "00"
                     MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     IF NOT FS20-ATIVO
                        MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                        DISPLAY WS-MSGERRO at 2118
                     ELSE
                        DISPLAY FS20-NOME at 1040
                        MOVE FS-CODDEP TO WS-DEP-VENDA
                        MOVE 99 TO FS-EXIT
                     END-IF
                  END-IF
              END-IF
           END-PERFORM.

       2100-VENDEDOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
           END-PERFORM.

           MOVE ZEROS TO FS-VALOR-TOTAL.
           PERFORM 9575-UF-DESTINO.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX > FS-QTDITENS
                        OR COB-CRT-STATUS = COB-SCR-ESC
               MOVE WS-ITEM-IDX TO FS5-SEQ
               DISPLAY SS-ITEM

               MOVE ZEROS TO WS-CODPROD-ANT WS-QTD-ANT
               PERFORM 2150-ACEITA-ITEM

               IF NOT COB-CRT-STATUS = COB-SCR-ESC
                  PERFORM 9580-CALCULA-IMPOSTOS
                  WRITE FILE5-REC
                      INVALID KEY
                          REWRITE FILE5-REC
              MOVE "A" TO FS-STATUS
           END-IF.

      * O FRETE ENTRA NO TOTAL ANTES DA VERIFICACAO DO LIMITE
           IF FS-PROCESSA
              PERFORM 2190-CALCULA-FRETE
           END-IF.

      * O CREDITO ABATIDO NAO ENTRA NO VALOR A PRAZO DO LIMITE
           IF FS-PROCESSA AND NOT MODO-ORC AND WS-VLR-CRED-DISP > ZEROS
              PERFORM 2185-ACEITA-CREDITO
           END-IF.

           IF FS-PROCESSA AND NOT MODO-ORC AND WS-LIMITE-CLI > ZEROS
              AND (WS-VLR-ABERTO + FS-VALOR-TOTAL - WS-VLR-CRED-USO)
                  > WS-LIMITE-CLI
              MOVE "LIMITE DE CREDITO DO CLIENTE EXCEDIDO" TO
                   WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * PARTE DO CREDITO DO CLIENTE A ABATER DO TOTAL DA VENDA. VEM
      * COM O MENOR ENTRE O CREDITO DISPONIVEL E O TOTAL; ZERO = NAO
      * USAR. ESC AQUI SO DESISTE DO CREDITO, NAO DA VENDA
       2185-ACEITA-CREDITO SECTION.
       2185.
           IF WS-VLR-CRED-DISP > FS-VALOR-TOTAL
              MOVE FS-VALOR-TOTAL   TO WS-VLR-CRED-USO
           ELSE
              MOVE WS-VLR-CRED-DISP TO WS-VLR-CRED-USO
           END-IF.
           DISPLAY SS-CREDITO.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-VALOR-CREDITO
              IF WS-VLR-CRED-USO > WS-VLR-CRED-DISP
                 MOVE "VALOR MAIOR QUE O CREDITO DISPONIVEL" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF WS-VLR-CRED-USO > FS-VALOR-TOTAL
                    MOVE "CREDITO MAIOR QUE O TOTAL DA VENDA" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO WS-VLR-CRED-USO COB-CRT-STATUS
              DISPLAY SS-CREDITO
           END-IF.
           MOVE ZEROS TO FS-EXIT.

       2185-ACEITA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * ENDERECO DE ENTREGA ENTRE OS ENDERECOS TIPO "E" DO CLIENTE.
      * VEM COM O PRIMEIRO DELES (OU O JA GRAVADO NA VENDA, SE AINDA
      * E DO CLIENTE); CLIENTE SEM ENDERECO DE ENTREGA FICA COM ZERO
      * E A ENTREGA SEGUE AS COORDENADAS DO CADASTRO DO CLIENTE
       2170-ACEITA-ENTREGA SECTION.
       2170.
           MOVE "N"       TO WS-TEM-ENTREGA.
           MOVE SPACES    TO WS-END-RESUMO.
           MOVE FS-CODCLI TO FS26-CODCLI.
           MOVE "E"       TO FS26-TIPO.
           MOVE ZEROS     TO FS26-SEQ.
           START FILE26 KEY IS NOT LESS THAN FS26-KEY.
           IF FS-STAT26 = "00"
              READ FILE26 NEXT RECORD
              IF FS-STAT26 = "00" AND FS26-CODCLI = FS-CODCLI
                                  AND FS26-ENTREGA
                 MOVE "S" TO WS-TEM-ENTREGA
              END-IF
           END-IF.

           IF NOT TEM-ENTREGA
              MOVE ZEROS TO FS-END-ENTREGA
              DISPLAY T-END-ENTREGA
              DISPLAY WS-END-RESUMO at 0956
           ELSE
              IF FS-END-ENTREGA NOT NUMERIC OR FS-END-ENTREGA = ZEROS
                 MOVE FS26-SEQ TO FS-END-ENTREGA
              END-IF
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-END-ENTREGA
                 MOVE FS-CODCLI      TO FS26-CODCLI
                 MOVE "E"            TO FS26-TIPO
                 MOVE FS-END-ENTREGA TO FS26-SEQ
                 READ FILE26 KEY IS FS26-KEY
                 IF FS-STAT26 NOT = "00"
                    MOVE SPACES TO WS-END-RESUMO
                    DISPLAY WS-END-RESUMO at 0956
                    MOVE "ENDERECO DE ENTREGA NAO CADASTRADO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE FS26-LOGRADOURO TO WS-END-RESUMO
                    DISPLAY WS-END-RESUMO at 0956
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-PERFORM
           END-IF.

       2170-ACEITA-ENTREGA-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A VALIDADE DO ORCAMENTO EM DIAS E CALCULA A DATA
      * LIMITE A PARTIR DA DATA DO ORCAMENTO
       2180-ACEITA-VALIDADE-FIM.
           EXIT.

      * -----------------------------------
      * CALCULA O FRETE DA VENDA SOBRE O VALOR DAS MERCADORIAS E
      * SOMA AO TOTAL. A DISTANCIA VAI DO DEPOSITO DE SAIDA AO
      * ENDERECO DE ENTREGA (OU AO CADASTRO DO CLIENTE); SEM POSICAO
      * DE UM DOS DOIS O FRETE NAO E CALCULADO. PEDIDO A PARTIR DO
      * VALOR MINIMO E ISENTO; FORA ISSO O FRETE SO E ZERADO COM A
      * LIBERACAO DE SUPERVISOR
       2190-CALCULA-FRETE SECTION.
       2190.
           MOVE FS-VALOR-TOTAL TO WS-FRT-MERC.
           MOVE ZEROS TO WS-FRT-VALOR WS-FRT-TABELA WS-FRT-KM
                         WS-FRT-OPER-LIB.
           MOVE "C" TO WS-FRT-SITUACAO.

           PERFORM 2191-POSICOES-FRETE.
           IF NOT FRT-COM-POSICAO
              MOVE "N" TO WS-FRT-SITUACAO
              MOVE "SEM POSICAO DO DEPOSITO OU DO CLIENTE - SEM FRETE"
                   TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           ELSE
              PERFORM 2195-CALCULA-DISTANCIA
              MOVE WS-DIST-KM TO WS-FRT-KM
              PERFORM 2192-FAIXA-FRETE
              MOVE WS-FRT-TABELA TO WS-FRT-VALOR
              IF WS-FRETE-ISENCAO > ZEROS
                 AND WS-FRT-MERC NOT < WS-FRETE-ISENCAO
                 MOVE "I"   TO WS-FRT-SITUACAO
                 MOVE ZEROS TO WS-FRT-VALOR
              END-IF
           END-IF.

           DISPLAY SS-FRETE.
           IF WS-FRT-VALOR > ZEROS
              MOVE WS-FRT-KM TO ED-FRT-KM
              MOVE "N" TO WS-ERRO
              MOVE SPACES TO WS-MSGERRO
              STRING "DISTANCIA " ED-FRT-KM
                     " KM - ZERAR O FRETE (S/N)?"
                     DELIMITED BY SIZE INTO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 IF WS-NIVEL < 2
                    PERFORM 9850-LIBERA-SUPERVISOR
                 ELSE
                    MOVE "S" TO WS-LIBERADO
                    MOVE WS-CODOPER TO WS-LIB-CODOPER
                 END-IF
                 IF LIBERADO-SIM
                    MOVE "L"   TO WS-FRT-SITUACAO
                    MOVE ZEROS TO WS-FRT-VALOR
                    MOVE WS-LIB-CODOPER TO WS-FRT-OPER-LIB
                 ELSE
                    MOVE "LIBERACAO RECUSADA - FRETE MANTIDO" TO
                         WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
           END-IF.

           ADD WS-FRT-VALOR TO FS-VALOR-TOTAL.
           DISPLAY SS-FRETE.
           DISPLAY T-VALOR-TOTAL.

       2190-CALCULA-FRETE-FIM.
           EXIT.

      * -----------------------------------
      * ORIGEM (DEPOSITO) E DESTINO (ENDERECO DE ENTREGA COM POSICAO,
      * SENAO O CADASTRO DO CLIENTE) DO FRETE
       2191-POSICOES-FRETE SECTION.
       2191.
           MOVE "N" TO WS-FRT-POSICAO.
           MOVE ZEROS TO WS-DIST-LAT1 WS-DIST-LON1
                         WS-DIST-LAT2 WS-DIST-LON2.

           MOVE FS-CODDEP TO FS20-CODIGO.
           READ FILE20 KEY IS FS20-KEY.
           IF FS-STAT20 = "00"
              AND FS20-LATITUDE NUMERIC AND FS20-LONGITUDE NUMERIC
              AND (FS20-LATITUDE NOT = ZEROS
                   OR FS20-LONGITUDE NOT = ZEROS)
              MOVE FS20-LATITUDE  TO WS-DIST-LAT1
              MOVE FS20-LONGITUDE TO WS-DIST-LON1
           ELSE
              GO TO 2191-POSICOES-FRETE-FIM
           END-IF.

           IF FS-END-ENTREGA > ZEROS
              MOVE FS-CODCLI      TO FS26-CODCLI
              MOVE "E"            TO FS26-TIPO
              MOVE FS-END-ENTREGA TO FS26-SEQ
              READ FILE26 KEY IS FS26-KEY
              IF FS-STAT26 = "00"
                 AND (FS26-LATITUDE NOT = ZEROS
                      OR FS26-LONGITUDE NOT = ZEROS)
                 MOVE FS26-LATITUDE  TO WS-DIST-LAT2
                 MOVE FS26-LONGITUDE TO WS-DIST-LON2
                 MOVE "S" TO WS-FRT-POSICAO
                 GO TO 2191-POSICOES-FRETE-FIM
              END-IF
           END-IF.

           MOVE FS-CODCLI TO FS2-CODIGO.
           READ FILE2 KEY IS FS2-KEY.
           IF FS-STAT2 = "00"
              AND (FS2-LATITUDE NOT = ZEROS
                   OR FS2-LONGITUDE NOT = ZEROS)
              MOVE FS2-LATITUDE  TO WS-DIST-LAT2
              MOVE FS2-LONGITUDE TO WS-DIST-LON2
              MOVE "S" TO WS-FRT-POSICAO
           END-IF.

       2191-POSICOES-FRETE-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE A TABELA DE FRETE NA ORDEM DA CHAVE (KM, VALOR).
      * A FAIXA DE KM E A PRIMEIRA QUE COBRE A DISTANCIA (OU A
      * ULTIMA DA TABELA) E DENTRO DELA VALE A PRIMEIRA LINHA QUE
      * COBRE O VALOR DAS MERCADORIAS (OU A ULTIMA DA FAIXA).
      * TABELA VAZIA = FRETE ZERO
       2192-FAIXA-FRETE SECTION.
       2192.
           MOVE ZEROS TO WS-FRT-TABELA WS-FRT-FAIXA-KM
                         WS-FRT-FIXO WS-FRT-PERC.
           MOVE "N" TO WS-FRT-TEM-FAIXA WS-FRT-LINHA-OK WS-FRT-FIM.
           MOVE ZEROS TO FS27-KM-ATE FS27-VALOR-ATE.
           START FILE27 KEY IS NOT LESS THAN FS27-KEY
               INVALID KEY
                   MOVE "S" TO WS-FRT-FIM
           END-START.

           PERFORM UNTIL FRT-FIM
              READ FILE27 NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FRT-FIM
              END-READ
              IF NOT FRT-FIM AND NOT FS27-OK
                 MOVE "S" TO WS-FRT-FIM
              END-IF
              IF NOT FRT-FIM
                 IF FRT-TEM-FAIXA
                    AND FS27-KM-ATE NOT = WS-FRT-FAIXA-KM
                    AND WS-FRT-FAIXA-KM NOT < WS-FRT-KM
                    MOVE "S" TO WS-FRT-FIM
                 END-IF
              END-IF
              IF NOT FRT-FIM
                 IF NOT FRT-TEM-FAIXA
                    OR FS27-KM-ATE NOT = WS-FRT-FAIXA-KM
                    MOVE "S" TO WS-FRT-TEM-FAIXA
                    MOVE "N" TO WS-FRT-LINHA-OK
                    MOVE FS27-KM-ATE TO WS-FRT-FAIXA-KM
                 END-IF
                 IF NOT FRT-LINHA-OK
                    MOVE FS27-VALOR-FIXO TO WS-FRT-FIXO
                    MOVE FS27-PERC-VALOR TO WS-FRT-PERC
                    IF FS27-VALOR-ATE NOT < WS-FRT-MERC
                       MOVE "S" TO WS-FRT-LINHA-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF FRT-TEM-FAIXA
              COMPUTE WS-FRT-TABELA ROUNDED = WS-FRT-FIXO +
                      (WS-FRT-MERC * WS-FRT-PERC / 100)
                  ON SIZE ERROR
                      MOVE 9999999,99 TO WS-FRT-TABELA
              END-COMPUTE
           END-IF.

       2192-FAIXA-FRETE-FIM.
           EXIT.

      * -----------------------------------
      * DISTANCIA EM KM PELA FORMULA DO GRANDE CIRCULO (HAVERSINE),
      * A MESMA DA DISTRIBUICAO DA CARTEIRA E DO ROMANEIO
       2195-CALCULA-DISTANCIA SECTION.
       2195.
           COMPUTE WS-DIST-LAT1-RAD = WS-DIST-LAT1 * WS-PI / 180.
           COMPUTE WS-DIST-LAT2-RAD = WS-DIST-LAT2 * WS-PI / 180.
           COMPUTE WS-DIST-DLAT-RAD =
                   (WS-DIST-LAT2 - WS-DIST-LAT1) * WS-PI / 180.
           COMPUTE WS-DIST-DLON-RAD =
                   (WS-DIST-LON2 - WS-DIST-LON1) * WS-PI / 180.

           COMPUTE WS-DIST-A =
                 (FUNCTION SIN(WS-DIST-DLAT-RAD / 2) ** 2) +
                 (FUNCTION COS(WS-DIST-LAT1-RAD) *
                  FUNCTION COS(WS-DIST-LAT2-RAD) *
                  (FUNCTION SIN(WS-DIST-DLON-RAD / 2) ** 2)).

           IF WS-DIST-A < 0
              MOVE 0 TO WS-DIST-A
           END-IF.
           IF WS-DIST-A > 1
              MOVE 1 TO WS-DIST-A
           END-IF.

           IF WS-DIST-A = 1
              COMPUTE WS-DIST-C = WS-PI
           ELSE
              COMPUTE WS-DIST-C =
                  2 * FUNCTION ATAN(FUNCTION SQRT(WS-DIST-A) /
                                    FUNCTION SQRT(1 - WS-DIST-A))
           END-IF.

           COMPUTE WS-DIST-KM ROUNDED = WS-RAIO-TERRA-KM * WS-DIST-C.
           IF WS-DIST-KM > 99999
              MOVE 99999 TO WS-DIST-KM
           END-IF.

       2195-CALCULA-DISTANCIA-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O FRETE DA VENDA OU DO ORCAMENTO RECEM-INCLUIDO
       2196-GRAVA-FRETE SECTION.
       2196.
           INITIALIZE FILE28-REC.
           MOVE FS-NUMVENDA     TO FS28-NUMVENDA.
           MOVE FS-CODDEP       TO FS28-CODDEP.
           MOVE FS-END-ENTREGA  TO FS28-END-ENTREGA.
           MOVE WS-FRT-KM       TO FS28-DISTANCIA.
           MOVE WS-FRT-MERC     TO FS28-VALOR-MERC.
           MOVE WS-FRT-TABELA   TO FS28-VALOR-TABELA.
           MOVE WS-FRT-VALOR    TO FS28-VALOR-FRETE.
           MOVE WS-FRT-SITUACAO TO FS28-SITUACAO.
           MOVE WS-FRT-OPER-LIB TO FS28-OPER-LIB.
           WRITE FILE28-REC
               INVALID KEY
                   REWRITE FILE28-REC
                   END-REWRITE
           END-WRITE.

       2196-GRAVA-FRETE-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA OS CAMPOS DE UM ITEM (PRODUTO VALIDADO NO CADASTRO,
      * QUANTIDADE COM AVISO DE ESTOQUE E VALOR UNITARIO) NO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       MOVE FS4-DESCRICAO TO FS5-DESCR
                       PERFORM 9455-BUSCA-CUSTO
                       PERFORM 9450-BUSCA-PRECO
      * KIT: CUSTO PELA SOMA DOS COMPONENTES E, NO PRECO SOMADO,
      * PRECO TAMBEM PELA SOMA DOS COMPONENTES QUANDO NAO HA PRECO
      * NEGOCIADO, PROMOCIONAL OU DE CATEGORIA PARA O KIT
                       MOVE FS5-CODPROD TO WS-KIT-CODIGO
                       PERFORM 9540-VERIFICA-KIT
                       IF E-KIT
                          PERFORM 9545-SOMA-KIT
                          MOVE WS-KIT-CUSTO TO FS5-CUSTO-UNIT
                          IF KIT-PRECO-SOMA AND FS5-PRECO-CADASTRO
                             MOVE WS-KIT-PRECO TO FS5-PRECO-TAB
                             MOVE "K" TO FS5-ORIGEM-PRECO
                          END-IF
                       END-IF
                       MOVE FS5-PRECO-TAB TO FS5-VALOR
                       DISPLAY T-ITEM-DESCR
                       DISPLAY T-ITEM-VALOR
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
      * O AVISO COMPARA COM O SALDO DO PRODUTO NO DEPOSITO DE SAIDA
                 PERFORM 9430-DEPOSITO-VENDA
                 IF E-KIT
                    PERFORM 2160-DISPONIBILIDADE-KIT
                 ELSE
                    MOVE FS5-CODPROD TO WS-MOV-CODPROD
                    PERFORM 9420-SALDO-DEPOSITO
                    IF FS5-QTD > FS21-SALDO
                       MOVE FS21-SALDO TO ED-ESTOQUE
                       MOVE SPACES TO WS-MSGERRO
                       STRING "ATENCAO: QUANTIDADE ACIMA DO ESTOQUE ("
                              ED-ESTOQUE ")" INTO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    END-IF
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       2150-ACEITA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * KIT SO E ACEITO NA VENDA SE OS COMPONENTES TEM SALDO NO
      * DEPOSITO DE SAIDA PARA A QUANTIDADE PEDIDA; NO ORCAMENTO A
      * FALTA E SO AVISADA. NA CORRECAO DO ITEM COM O MESMO KIT SO
      * O AUMENTO DA QUANTIDADE PRECISA DE SALDO, POIS A QUANTIDADE
      * ORIGINAL JA FOI BAIXADA
       2160-DISPONIBILIDADE-KIT SECTION.
       2160.
           MOVE FS5-QTD TO WS-KIT-QTD.
           IF WS-CODPROD-ANT = FS5-CODPROD
              IF FS5-QTD > WS-QTD-ANT
                 COMPUTE WS-KIT-QTD = FS5-QTD - WS-QTD-ANT
              ELSE
                 MOVE ZEROS TO WS-KIT-QTD
              END-IF
           END-IF.

           PERFORM 9550-DISPONIBILIDADE-KIT.
           IF KIT-FALTA
              MOVE WS-KIT-MONTAVEIS TO ED-ESTOQUE
              MOVE SPACES TO WS-MSGERRO
              IF MODO-ORC OR FS-STATUS-ORCAMENTO
                 STRING "ATENCAO: COMPONENTES DO KIT DAO PARA "
                        ED-ESTOQUE " KIT(S)" INTO WS-MSGERRO
                 MOVE 99 TO FS-EXIT
              ELSE
                 STRING "COMPONENTES INSUFICIENTES - DAO PARA "
                        ED-ESTOQUE " KIT(S)" INTO WS-MSGERRO
              END-IF
              DISPLAY WS-MSGERRO at 2118
           ELSE
              MOVE 99 TO FS-EXIT
           END-IF.

       2160-DISPONIBILIDADE-KIT-FIM.
           EXIT.

      * -----------------------------------
      * APAGA OS ITENS JA GRAVADOS DE UMA INCLUSAO ABANDONADA
       2350-APAGA-ITENS SECTION.
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
               PERFORM 2196-GRAVA-FRETE
               IF MODO-ORC
                  INITIALIZE FILE1-REC
                  MOVE "ORCAMENTO INCLUIDO COM SUCESSO" TO WS-MSGERRO
                  PERFORM 9700-GERA-RECEBER
                  MOVE "I" TO WS-MOV-TIPO
                  PERFORM 9480-GRAVA-MOVIMENTO
                  IF WS-VLR-CRED-USO > ZEROS
                     PERFORM 9720-USA-CREDITO
                  END-IF
                  INITIALIZE FILE1-REC
                  MOVE "VENDA INCLUIDA COM SUCESSO" TO WS-MSGERRO
                  PERFORM 9900-MOSTRA-ERRO
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1034.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1243.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 1434.
           DISPLAY WS-LIMPA at 1534.
           DISPLAY WS-LIMPA at 1634.
           DISPLAY WS-LIMPA at 1734.
           DISPLAY WS-LIMPA at 1934.
           DISPLAY WS-LIMPA at 2060.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

                     DISPLAY WS-MSGERRO at 2118
                  END-IF
               ELSE
                  PERFORM 3650-VERIFICA-EQUIPE
               END-IF
               IF FS-STAT = "00" AND NOT VENDA-VISIVEL
                  INITIALIZE FILE1-REC
                  MOVE "VENDA DE OUTRA EQUIPE. INFORME NOVO NUMERO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               END-IF
               IF FS-STAT = "00" AND VENDA-VISIVEL
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  PERFORM 3400-MOSTRA-ITENS
           END-IF.

           IF NOT FS-TERMINA
              PERFORM 3650-VERIFICA-EQUIPE
           END-IF.

           IF NOT FS-TERMINA AND VENDA-VISIVEL
              MOVE FS-NUMVENDA    TO WS-LC-NUMVENDA
              MOVE FS-VEN-DIA     TO WS-LC-DIA
              MOVE FS-VEN-MES     TO WS-LC-MES
           READ FILE14 KEY IS FS14-KEY.
           IF FS14-OK
              MOVE FILE14-REC TO FILE1-REC
              PERFORM 3650-VERIFICA-EQUIPE
           END-IF.
           IF FS14-OK AND NOT VENDA-VISIVEL
              INITIALIZE FILE1-REC
              MOVE "VENDA DE OUTRA EQUIPE. INFORME NOVO NUMERO" TO
                   WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
           END-IF.
           IF FS14-OK AND VENDA-VISIVEL
              MOVE "VENDA NO HISTORICO DE PERIODOS EXPURGADOS" TO
                   WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
           EXIT.

      * -----------------------------------
      * LE NO CADASTRO DO OPERADOR LOGADO A EQUIPE E A REGIONAL A
      * QUE A CONSULTA DE VENDAS FICA RESTRITA
       3600-LE-RESTRICAO SECTION.
       3600.
           MOVE ZEROS TO WS-RESTR-EQUIPE WS-RESTR-REGIONAL.
           MOVE WS-CODOPER TO FS10-CODIGO.
           READ FILE10 KEY IS FS10-KEY.
           IF FS-STAT10 = "00"
              IF FS10-CODEQUIPE IS NUMERIC
                 MOVE FS10-CODEQUIPE TO WS-RESTR-EQUIPE
              END-IF
              IF FS10-CODREGIONAL IS NUMERIC
                 MOVE FS10-CODREGIONAL TO WS-RESTR-REGIONAL
              END-IF
           END-IF.

       3600-LE-RESTRICAO-FIM.
           EXIT.

      * -----------------------------------
      * A VENDA EM FILE1-REC E VISIVEL PARA O OPERADOR QUANDO ELE
      * NAO TEM RESTRICAO OU QUANDO O VENDEDOR, NA DATA DA VENDA,
      * PERTENCIA A SUA EQUIPE E/OU A SUA REGIONAL
       3650-VERIFICA-EQUIPE SECTION.
       3650.
           MOVE "S" TO WS-VENDA-VISIVEL.
           IF WS-RESTR-EQUIPE NOT = ZEROS
              OR WS-RESTR-REGIONAL NOT = ZEROS
              MOVE "V"           TO HV-FUNCAO
              MOVE FS-CODVEN     TO HV-CODVEN
              MOVE FS-DATA-VENDA TO HV-DATA
              CALL "HIERARQUIA-VENDAS" USING HV-PARM
              IF NOT HV-ACHOU
                 MOVE "N" TO WS-VENDA-VISIVEL
              END-IF
              IF WS-RESTR-EQUIPE NOT = ZEROS
                 AND HV-CODEQUIPE NOT = WS-RESTR-EQUIPE
                 MOVE "N" TO WS-VENDA-VISIVEL
              END-IF
              IF WS-RESTR-REGIONAL NOT = ZEROS
                 AND HV-CODREGIONAL NOT = WS-RESTR-REGIONAL
                 MOVE "N" TO WS-VENDA-VISIVEL
              END-IF
           END-IF.

       3650-VERIFICA-EQUIPE-FIM.
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

           INITIALIZE FILE1-REC.

       4000-NUMVENDA.
           MOVE ZEROS TO FS-EXIT.
              END-IF
           END-PERFORM.

       4000-ENTREGA.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2170-ACEITA-ENTREGA
           END-IF.

       4000-VENDEDOR.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                    DISPLAY SS-ITEM
                    MOVE FS5-CODPROD TO WS-CODPROD-ANT
                    MOVE FS5-QTD     TO WS-QTD-ANT
                    MOVE FS5-CUSTO-UNIT TO WS-CUSTO-ANT
                    PERFORM 2150-ACEITA-ITEM
                    IF NOT COB-CRT-STATUS = COB-SCR-ESC
                       PERFORM 9575-UF-DESTINO
                       PERFORM 9580-CALCULA-IMPOSTOS
                       REWRITE FILE5-REC
                       END-REWRITE
                       IF NOT FS-STATUS-ORCAMENTO

      * -----------------------------------
      * RECALCULA O VALOR TOTAL DA VENDA A PARTIR DOS ITENS
      * GRAVADOS NO ARQUIVO DE ITENS, MAIS O FRETE GRAVADO NA
      * INCLUSAO (A ALTERACAO DOS ITENS NAO RECALCULA O FRETE).
      * OS IMPOSTOS DE TODOS OS ITENS SAO RECALCULADOS, POIS A
      * ALTERACAO PODE TER TROCADO O ENDERECO DE ENTREGA
       4200-RECALCULA-TOTAL SECTION.
       4200.
           MOVE ZEROS TO FS-VALOR-TOTAL.
           PERFORM 9575-UF-DESTINO.
           MOVE FS-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS TO FS5-SEQ.
           START FILE5 KEY IS GREATER THAN FS5-KEY
              IF FS5-OK AND FS5-NUMVENDA = FS-NUMVENDA
                 COMPUTE FS-VALOR-TOTAL = FS-VALOR-TOTAL +
                       (FS5-QTD * FS5-VALOR)
                 PERFORM 9580-CALCULA-IMPOSTOS
                 REWRITE FILE5-REC
                 END-REWRITE
              ELSE
                 MOVE 10 TO FS-STAT5
              END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-FRT-VALOR.
           MOVE FS-NUMVENDA TO FS28-NUMVENDA.
           READ FILE28 KEY IS FS28-KEY.
           IF FS-STAT28 = "00"
              MOVE FS28-VALOR-FRETE TO WS-FRT-VALOR
              ADD FS28-VALOR-FRETE TO FS-VALOR-TOTAL
              DISPLAY SS-FRETE
           END-IF.

           DISPLAY T-VALOR-TOTAL.

       4200-RECALCULA-TOTAL-FIM.
           END-IF.
           WRITE FILE7-REC FROM WP-VENDEDOR.

           PERFORM 9430-DEPOSITO-VENDA.
           MOVE WS-DEP-VENDA TO WP-DEP-CODIGO.
           MOVE WS-DEP-VENDA TO FS20-CODIGO.
           READ FILE20 KEY IS FS20-KEY.
           IF FS-STAT20 = "00"
              MOVE FS20-NOME TO WP-DEP-NOME
           ELSE
              MOVE SPACES    TO WP-DEP-NOME
           END-IF.
           WRITE FILE7-REC FROM WP-DEPOSITO.

           IF FS-END-ENTREGA NUMERIC AND FS-END-ENTREGA > ZEROS
              MOVE FS-CODCLI      TO FS26-CODCLI
              MOVE "E"            TO FS26-TIPO
              MOVE FS-END-ENTREGA TO FS26-SEQ
              READ FILE26 KEY IS FS26-KEY
              IF FS-STAT26 = "00"
                 MOVE FS26-LOGRADOURO  TO WP-ENT-LOGRA
                 MOVE FS26-NUMERO      TO WP-ENT-NUMERO
                 MOVE FS26-COMPLEMENTO TO WP-ENT-COMPL
                 MOVE FS26-BAIRRO      TO WP-ENT-BAIRRO
                 MOVE FS26-CIDADE      TO WP-ENT-CIDADE
                 MOVE FS26-UF          TO WP-ENT-UF
                 MOVE FS26-CEP         TO WP-ENT-CEP
                 WRITE FILE7-REC FROM WP-ENTREGA1
                 WRITE FILE7-REC FROM WP-ENTREGA2
                 WRITE FILE7-REC FROM WP-ENTREGA3
              END-IF
           END-IF.

           WRITE FILE7-REC FROM WP-SEP.
           WRITE FILE7-REC FROM WP-ITEM-CAB.
           WRITE FILE7-REC FROM WP-SEP.
           INITIALIZE WP-ACUM-IMPOSTOS.

           MOVE FS-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS TO FS5-SEQ.
                 MOVE FS5-VALOR   TO WP-IT-VLUNIT
                 COMPUTE WP-ITEM-VLR = FS5-QTD * FS5-VALOR
                 MOVE WP-ITEM-VLR TO WP-IT-VLTOTAL
                 EVALUATE TRUE
                     WHEN FS5-PRECO-NEGOCIADO
                          MOVE "NEG" TO WP-IT-ORIGEM
                     WHEN FS5-PRECO-PROMOCAO
                          MOVE "PRO" TO WP-IT-ORIGEM
                     WHEN FS5-PRECO-CATEGORIA
                          MOVE "CAT" TO WP-IT-ORIGEM
                     WHEN FS5-PRECO-KIT
                          MOVE "KIT" TO WP-IT-ORIGEM
                     WHEN OTHER
                          MOVE "CAD" TO WP-IT-ORIGEM
                 END-EVALUATE
                 WRITE FILE7-REC FROM WP-ITEM-DET
                 PERFORM 6170-IMPRIME-IMPOSTOS
                 PERFORM 6160-IMPRIME-COMPONENTES
                 PERFORM 6150-IMPRIME-LOTES
              ELSE
                 MOVE 10 TO FS-STAT5
              END-IF
           END-PERFORM.

           WRITE FILE7-REC FROM WP-SEP.
           MOVE WP-AC-BASE-ICMS TO WP-IMP-BASE-ICMS.
           MOVE WP-AC-ICMS      TO WP-IMP-ICMS.
           MOVE WP-AC-IPI       TO WP-IMP-IPI.
           MOVE WP-AC-PIS       TO WP-IMP-PIS.
           MOVE WP-AC-COFINS    TO WP-IMP-COFINS.
           WRITE FILE7-REC FROM WP-IMPOSTOS1.
           WRITE FILE7-REC FROM WP-IMPOSTOS2.
           MOVE FS-NUMVENDA TO FS28-NUMVENDA.
           READ FILE28 KEY IS FS28-KEY.
           IF FS-STAT28 = "00"
              COMPUTE WP-MERC-VALOR = FS-VALOR-TOTAL - FS28-VALOR-FRETE
              WRITE FILE7-REC FROM WP-MERCADORIAS
              MOVE FS28-VALOR-FRETE TO WP-FRT-VALOR
              MOVE FS28-DISTANCIA   TO WP-FRT-KM
              EVALUATE TRUE
                 WHEN FS28-ISENTO
                      MOVE "ISENTO (PEDIDO MINIMO)" TO WP-FRT-SITUACAO
                 WHEN FS28-LIBERADO
                      MOVE "LIBERADO (SUPERVISOR)" TO WP-FRT-SITUACAO
                 WHEN FS28-SEM-CALCULO
                      MOVE "NAO CALCULADO" TO WP-FRT-SITUACAO
                 WHEN OTHER
                      MOVE SPACES TO WP-FRT-SITUACAO
              END-EVALUATE
              WRITE FILE7-REC FROM WP-FRETE
           END-IF.
           MOVE FS-VALOR-TOTAL  TO WP-TOT-VALOR.
           MOVE FS-QTD-PARCELAS TO WP-TOT-PARC.
           WRITE FILE7-REC FROM WP-TOTAL.
           WRITE FILE7-REC FROM WP-ORIGEM-LEG.

           CLOSE FILE7.

       6100-GERA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME NO PEDIDO A LINHA DE IMPOSTOS DO ITEM E ACUMULA OS
      * TOTAIS DESTACADOS. ITENS ANTERIORES AO CALCULO DOS IMPOSTOS
      * (CAMPOS NAO NUMERICOS) NAO TEM LINHA
       6170-IMPRIME-IMPOSTOS SECTION.
       6170.
           IF FS5-CFOP NUMERIC AND FS5-CFOP > ZEROS
              MOVE FS5-CFOP        TO WP-IM-CFOP
              MOVE FS5-CST         TO WP-IM-CST
              MOVE FS5-ICMS-ALIQ   TO WP-IM-ICMS-ALIQ
              MOVE FS5-ICMS-VALOR  TO WP-IM-ICMS-VLR
              MOVE FS5-IPI-ALIQ    TO WP-IM-IPI-ALIQ
              MOVE FS5-IPI-VALOR   TO WP-IM-IPI-VLR
              WRITE FILE7-REC FROM WP-IMP-DET
              ADD FS5-ICMS-BASE    TO WP-AC-BASE-ICMS
              ADD FS5-ICMS-VALOR   TO WP-AC-ICMS
              ADD FS5-IPI-VALOR    TO WP-AC-IPI
              ADD FS5-PIS-VALOR    TO WP-AC-PIS
              ADD FS5-COFINS-VALOR TO WP-AC-COFINS
           END-IF.

       6170-IMPRIME-IMPOSTOS-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME NO PEDIDO OS LOTES BAIXADOS PARA O ITEM
       6150-IMPRIME-LOTES SECTION.
       6150.
           MOVE FS5-NUMVENDA TO FS19-NUMVENDA.
           MOVE FS5-SEQ      TO FS19-SEQ.
           MOVE LOW-VALUES   TO FS19-LOTE.
           START FILE19 KEY IS NOT LESS THAN FS19-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT19
           END-START.

           PERFORM UNTIL NOT FS19-OK
              READ FILE19 NEXT
              END-READ
              IF FS19-OK AND FS19-NUMVENDA = FS5-NUMVENDA
                         AND FS19-SEQ      = FS5-SEQ
                 MOVE FS19-LOTE     TO WP-LT-LOTE
                 MOVE FS19-VALIDADE TO WS-LT-VALIDADE
                 MOVE WS-LT-VAL-DIA TO WP-LT-VAL-DIA
                 MOVE WS-LT-VAL-MES TO WP-LT-VAL-MES
                 MOVE WS-LT-VAL-ANO TO WP-LT-VAL-ANO
                 MOVE FS19-QTD      TO WP-LT-QTD
                 WRITE FILE7-REC FROM WP-LOTE-DET
              ELSE
                 MOVE 10 TO FS-STAT19
              END-IF
           END-PERFORM.

       6150-IMPRIME-LOTES-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME NO PEDIDO OS COMPONENTES DO ITEM KIT, COM A
      * QUANTIDADE A SEPARAR DE CADA UM
       6160-IMPRIME-COMPONENTES SECTION.
       6160.
           MOVE FS5-CODPROD TO WS-KIT-CODIGO.
           PERFORM 9540-VERIFICA-KIT.
           IF E-KIT
              MOVE WS-KIT-CODIGO TO FS23-CODKIT
              MOVE ZEROS         TO FS23-CODCOMP
              START FILE23 KEY IS NOT LESS THAN FS23-KEY
                  INVALID KEY
                      MOVE 10 TO FS-STAT23
              END-START
              PERFORM UNTIL NOT FS23-OK
                 READ FILE23 NEXT
                 END-READ
                 IF FS23-OK AND FS23-CODKIT = WS-KIT-CODIGO
                    MOVE FS23-CODCOMP TO WP-CP-CODPROD FS4-CODIGO
                    READ FILE4 KEY IS FS4-KEY
                    IF FS-STAT4 = "00"
                       MOVE FS4-DESCRICAO TO WP-CP-DESCR
                    ELSE
                       MOVE SPACES        TO WP-CP-DESCR
                    END-IF
                    COMPUTE WP-CP-QTD = FS5-QTD * FS23-QTD
                    WRITE FILE7-REC FROM WP-COMP-DET
                 ELSE
                    MOVE 10 TO FS-STAT23
                 END-IF
              END-PERFORM
           END-IF.

       6160-IMPRIME-COMPONENTES-FIM.
           EXIT.

      * -----------------------------------
      * GERA OS PEDIDOS DE TODAS AS VENDAS ATIVAS DA DATA INFORMADA
       6200-IMPRIME-DATA SECTION.
           PERFORM 9870-DESTRAVA-VENDA.
           CLOSE FILE1 FILE2 FILE3 FILE4 FILE5 FILE6 FILE8
                 FILE9 FILE10 FILE12 FILE13 FILE14 FILE15 FILE16
                 FILE17 FILE18 FILE19 FILE20 FILE21 FILE22 FILE23
                 FILE24 FILE25 FILE26 FILE27 FILE28 FILE29
                 FILE30 FILE31 FILE32 FILE33.
           MOVE "F" TO HV-FUNCAO.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

       8000-FINALIZA-FIM.
           EXIT.
      * SEM ARQUIVO DE OPERADORES NAO HA LIBERACAO DE SUPERVISOR
      * (A LEITURA DO 9850 TRATA COMO SENHA INVALIDA)
           OPEN INPUT FILE10.
           PERFORM 3600-LE-RESTRICAO.

           PERFORM 9460-LE-PARAMETROS.

               OPEN I-O FILE17
           END-IF.

           OPEN I-O FILE18
           IF FS18-NAO-EXISTE THEN
               OPEN OUTPUT FILE18
               CLOSE FILE18
               OPEN I-O FILE18
           END-IF.

           OPEN I-O FILE19
           IF FS19-NAO-EXISTE THEN
               OPEN OUTPUT FILE19
               CLOSE FILE19
               OPEN I-O FILE19
           END-IF.

           OPEN I-O FILE20
           IF FS20-NAO-EXISTE THEN
               OPEN OUTPUT FILE20
               CLOSE FILE20
               OPEN I-O FILE20
           END-IF.

           OPEN I-O FILE21
           IF FS21-NAO-EXISTE THEN
               OPEN OUTPUT FILE21
               CLOSE FILE21
               OPEN I-O FILE21
           END-IF.

      * SEM ARQUIVO DE KITS NENHUM PRODUTO E KIT (A LEITURA COM O
      * ARQUIVO NAO ABERTO RETORNA STATUS DE ERRO E O 9540 TRATA
      * O PRODUTO COMO AVULSO)
           OPEN INPUT FILE22.
           OPEN INPUT FILE23.

      * SEM AS TABELAS DE PRECO POR CATEGORIA E NEGOCIADO A LEITURA
      * RETORNA STATUS DE ERRO E O 9450 PASSA PARA A PROXIMA TABELA
           OPEN INPUT FILE24.
           OPEN INPUT FILE25.

      * SEM O ARQUIVO DE ENDERECOS O START RETORNA STATUS DE ERRO E
      * A VENDA FICA SEM ENDERECO DE ENTREGA
           OPEN INPUT FILE26.

      * SEM A TABELA DE FRETE O START RETORNA STATUS DE ERRO E O
      * FRETE CALCULADO E ZERO
           OPEN INPUT FILE27.

           OPEN I-O FILE28
           IF FS28-NAO-EXISTE THEN
               OPEN OUTPUT FILE28
               CLOSE FILE28
               OPEN I-O FILE28
           END-IF.

           OPEN I-O FILE29
           IF FS29-NAO-EXISTE THEN
               OPEN OUTPUT FILE29
               CLOSE FILE29
               OPEN I-O FILE29
           END-IF.

           OPEN EXTEND FILE30
           IF FS30-NAO-EXISTE THEN
               OPEN OUTPUT FILE30
               CLOSE FILE30
               OPEN EXTEND FILE30
           END-IF.

           OPEN EXTEND FILE31
           IF FS31-NAO-EXISTE THEN
               OPEN OUTPUT FILE31
               CLOSE FILE31
               OPEN EXTEND FILE31
           END-IF.

      * SEM A CLASSIFICACAO FISCAL OU A TABELA DE ALIQUOTAS POR UF A
      * LEITURA RETORNA STATUS DE ERRO E O 9580 ZERA OS IMPOSTOS DO
      * ITEM OU FICA COM A ALIQUOTA DE ICMS DO PRODUTO
           OPEN INPUT FILE32.
           OPEN INPUT FILE33.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * BUSCA O PRECO DE TABELA DO ITEM CORRENTE: O PROMOCIONAL,
      * SE HOUVER PROMOCAO COM A DATA DA VENDA DENTRO DA VIGENCIA,
      * SENAO O PRECO DE CADASTRO DO PRODUTO
      * PRECO DE TABELA DO ITEM PELA ORDEM DE PRECEDENCIA, DA
      * MENOR PARA A MAIOR: CADASTRO DO PRODUTO, TABELA DA CATEGORIA
      * DE PRECO DO CLIENTE, PROMOCAO E PRECO NEGOCIADO COM O
      * CLIENTE. CADA TABELA SO VALE DENTRO DA VIGENCIA NA DATA DA
      * VENDA. A ORIGEM DO PRECO FICA GRAVADA NO ITEM
       9450-BUSCA-PRECO SECTION.
       9450.
           MOVE FS4-PRECO TO FS5-PRECO-TAB.
           MOVE "C" TO FS5-ORIGEM-PRECO.
           MOVE FS-DATA-VENDA TO WS-DATA-VENDA-N.

           MOVE FS-CODCLI TO FS2-CODIGO.
           READ FILE2 KEY IS FS2-KEY.
           IF FS-STAT2 = "00" AND FS2-CATEGORIA NUMERIC
                              AND FS2-CATEGORIA NOT = ZEROS
              MOVE FS2-CATEGORIA TO FS24-CATEGORIA
              MOVE FS5-CODPROD   TO FS24-CODPROD
              READ FILE24 KEY IS FS24-KEY
              IF FS-STAT24 = "00"
                 IF WS-DATA-VENDA-N NOT < FS24-VIGENCIA-DE
                    AND WS-DATA-VENDA-N NOT > FS24-VIGENCIA-ATE
                    MOVE FS24-PRECO TO FS5-PRECO-TAB
                    MOVE "T" TO FS5-ORIGEM-PRECO
                 END-IF
              END-IF
           END-IF.

           MOVE FS5-CODPROD TO FS9-CODPROD.
           READ FILE9 KEY IS FS9-KEY.
           IF FS-STAT9 = "00"
              IF WS-DATA-VENDA-N NOT < FS9-VIGENCIA-DE
                 AND WS-DATA-VENDA-N NOT > FS9-VIGENCIA-ATE
                 MOVE FS9-PRECO-PROMO TO FS5-PRECO-TAB
                 MOVE "P" TO FS5-ORIGEM-PRECO
              END-IF
           END-IF.

           MOVE FS-CODCLI   TO FS25-CODCLI.
           MOVE FS5-CODPROD TO FS25-CODPROD.
           READ FILE25 KEY IS FS25-KEY.
           IF FS-STAT25 = "00"
              IF WS-DATA-VENDA-N NOT < FS25-VIGENCIA-DE
                 AND WS-DATA-VENDA-N NOT > FS25-VIGENCIA-ATE
                 MOVE FS25-PRECO TO FS5-PRECO-TAB
                 MOVE "N" TO FS5-ORIGEM-PRECO
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FS5-PRECO-NEGOCIADO
                    MOVE "PRECO NEGOCIADO COM O CLIENTE" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
               WHEN FS5-PRECO-PROMOCAO
                    MOVE "PRECO PROMOCIONAL EM VIGOR" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
               WHEN FS5-PRECO-CATEGORIA
                    MOVE "PRECO DA TABELA DA CATEGORIA DO CLIENTE" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
           END-EVALUATE.

       9450-BUSCA-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * CUSTO MEDIO VIGENTE DO PRODUTO LIDO, GUARDADO NO ITEM PARA
      * A APURACAO DA MARGEM BRUTA
       9455-BUSCA-CUSTO SECTION.
       9455.
           IF FS4-CUSTO-MEDIO NUMERIC
              MOVE FS4-CUSTO-MEDIO TO FS5-CUSTO-UNIT
           ELSE
              MOVE ZEROS TO FS5-CUSTO-UNIT
           END-IF.

       9455-BUSCA-CUSTO-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLVE A QUANTIDADE WS-EST-QTD AO ESTOQUE PELO CUSTO
      * WS-EST-CUSTO GRAVADO NO ITEM, REFAZENDO O CUSTO MEDIO
      * PONDERADO DO PRODUTO LIDO (ANTES DE SOMAR A QUANTIDADE AO
      * ESTOQUE). ITEM SEM CUSTO GRAVADO NAO MEXE NO CUSTO MEDIO
       9456-ESTORNA-CUSTO SECTION.
       9456.
           IF FS4-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO FS4-CUSTO-MEDIO
           END-IF.

           IF WS-EST-CUSTO NUMERIC AND WS-EST-CUSTO > ZEROS
              AND WS-EST-QTD > ZEROS
              IF FS4-ESTOQUE > ZEROS
                 COMPUTE WS-VLR-ESTOQUE = FS4-ESTOQUE * FS4-CUSTO-MEDIO
                                        + WS-EST-QTD * WS-EST-CUSTO
                 COMPUTE FS4-CUSTO-MEDIO ROUNDED = WS-VLR-ESTOQUE
                                        / (FS4-ESTOQUE + WS-EST-QTD)
              ELSE
                 MOVE WS-EST-CUSTO TO FS4-CUSTO-MEDIO
              END-IF
           END-IF.

       9456-ESTORNA-CUSTO-FIM.
           EXIT.

      * -----------------------------------
      * CARREGA OS PARAMETROS DA VENDA (vendas.par). NA AUSENCIA
      * DO ARQUIVO VALEM OS VALORES PADRAO DA CARGA INICIAL
                 IF FSP-SERIE-FISCAL NOT = ZEROS
                    MOVE FSP-SERIE-FISCAL TO WS-SERIE-FISCAL
                 END-IF
                 IF FSP-DEPOSITO-PADRAO NUMERIC
                    AND FSP-DEPOSITO-PADRAO NOT = ZEROS
                    MOVE FSP-DEPOSITO-PADRAO TO WS-DEP-PADRAO
                 END-IF
                 IF FSP-FRETE-ISENCAO NUMERIC
                    MOVE FSP-FRETE-ISENCAO TO WS-FRETE-ISENCAO
                 END-IF
                 IF FSP-UF-EMITENTE ALPHABETIC
                    MOVE FSP-UF-EMITENTE TO WS-UF-EMITENTE
                 END-IF
              END-IF
              CLOSE FILE11
           END-IF.
      * PERCORRENDO O ARQUIVO DE ITENS PELO NUMERO DA VENDA
       9500-BAIXA-ESTOQUE SECTION.
       9500.
           PERFORM 9430-DEPOSITO-VENDA.
           MOVE FS-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS TO FS5-SEQ.
           START FILE5 KEY IS GREATER THAN FS5-KEY
              READ FILE5 NEXT
              END-READ
              IF FS5-OK AND FS5-NUMVENDA = FS-NUMVENDA
                 MOVE FS5-CODPROD TO WS-KIT-CODIGO
                 PERFORM 9540-VERIFICA-KIT
                 IF E-KIT
                    MOVE FS5-QTD TO WS-KIT-QTD
                    PERFORM 9530-BAIXA-KIT
                    MOVE WS-KIT-CUSTO TO FS5-CUSTO-UNIT
                    REWRITE FILE5-REC
                    END-REWRITE
                 ELSE
                    MOVE FS5-CODPROD TO FS4-CODIGO
                    READ FILE4 KEY IS FS4-KEY
                    IF FS-STAT4 = "00"
                       SUBTRACT FS5-QTD FROM FS4-ESTOQUE
                       REWRITE FILE4-REC
                       END-REWRITE
                       MOVE FS5-CODPROD TO WS-MOV-CODPROD
                       COMPUTE WS-MOV-QTD = ZEROS - FS5-QTD
                       PERFORM 9440-MOVIMENTA-DEPOSITO
                       MOVE FS5-CODPROD TO WS-LOTE-CODPROD
                       MOVE FS5-QTD     TO WS-LOTE-QTD
                       PERFORM 9510-BAIXA-LOTES
      * O ITEM FICA COM O CUSTO DO MOMENTO DA EFETIVACAO (NO
      * ORCAMENTO CONVERTIDO, O DA CONVERSAO)
                       PERFORM 9455-BUSCA-CUSTO
                       REWRITE FILE5-REC
                       END-REWRITE
                    END-IF
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT5
      * CANCELADA, PERCORRENDO O ARQUIVO DE ITENS
       9600-RETORNA-ESTOQUE SECTION.
       9600.
           PERFORM 9430-DEPOSITO-VENDA.
           MOVE FS-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS TO FS5-SEQ.
           START FILE5 KEY IS GREATER THAN FS5-KEY
              READ FILE5 NEXT
              END-READ
              IF FS5-OK AND FS5-NUMVENDA = FS-NUMVENDA
                 MOVE FS5-CODPROD TO WS-KIT-CODIGO
                 PERFORM 9540-VERIFICA-KIT
                 IF E-KIT
                    MOVE FS5-QTD TO WS-KIT-QTD
                    PERFORM 9630-ESTORNA-KIT
                 ELSE
                    MOVE FS5-CODPROD TO FS4-CODIGO
                    READ FILE4 KEY IS FS4-KEY
                    IF FS-STAT4 = "00"
                       MOVE FS5-QTD        TO WS-EST-QTD
                       MOVE FS5-CUSTO-UNIT TO WS-EST-CUSTO
                       PERFORM 9456-ESTORNA-CUSTO
                       ADD FS5-QTD TO FS4-ESTOQUE
                       REWRITE FILE4-REC
                       END-REWRITE
                       MOVE FS5-CODPROD TO WS-MOV-CODPROD
                       MOVE FS5-QTD     TO WS-MOV-QTD
                       PERFORM 9440-MOVIMENTA-DEPOSITO
                    END-IF
                 END-IF
                 PERFORM 9610-ESTORNA-LOTES
              ELSE
                 MOVE 10 TO FS-STAT5
              END-IF
      * A QUANTIDADE ORIGINAL E BAIXA A NOVA
       9650-AJUSTA-ESTOQUE-ITEM SECTION.
       9650.
           PERFORM 9430-DEPOSITO-VENDA.
           MOVE WS-CODPROD-ANT TO WS-KIT-CODIGO.
           PERFORM 9540-VERIFICA-KIT.
           IF E-KIT
              MOVE WS-QTD-ANT TO WS-KIT-QTD
              PERFORM 9630-ESTORNA-KIT
           ELSE
              MOVE WS-CODPROD-ANT TO FS4-CODIGO
              READ FILE4 KEY IS FS4-KEY
              IF FS-STAT4 = "00"
                 MOVE WS-QTD-ANT   TO WS-EST-QTD
                 MOVE WS-CUSTO-ANT TO WS-EST-CUSTO
                 PERFORM 9456-ESTORNA-CUSTO
                 ADD WS-QTD-ANT TO FS4-ESTOQUE
                 REWRITE FILE4-REC
                 END-REWRITE
                 MOVE WS-CODPROD-ANT TO WS-MOV-CODPROD
                 MOVE WS-QTD-ANT     TO WS-MOV-QTD
                 PERFORM 9440-MOVIMENTA-DEPOSITO
              END-IF
           END-IF.
           PERFORM 9610-ESTORNA-LOTES.

           MOVE FS5-CODPROD TO WS-KIT-CODIGO.
           PERFORM 9540-VERIFICA-KIT.
           IF E-KIT
              MOVE FS5-QTD TO WS-KIT-QTD
              PERFORM 9530-BAIXA-KIT
           ELSE
              MOVE FS5-CODPROD TO FS4-CODIGO
              READ FILE4 KEY IS FS4-KEY
              IF FS-STAT4 = "00"
                 SUBTRACT FS5-QTD FROM FS4-ESTOQUE
                 REWRITE FILE4-REC
                 END-REWRITE
                 MOVE FS5-CODPROD TO WS-MOV-CODPROD
                 COMPUTE WS-MOV-QTD = ZEROS - FS5-QTD
                 PERFORM 9440-MOVIMENTA-DEPOSITO
              END-IF
              MOVE FS5-CODPROD TO WS-LOTE-CODPROD
              MOVE FS5-QTD     TO WS-LOTE-QTD
              PERFORM 9510-BAIXA-LOTES
           END-IF.

       9650-AJUSTA-ESTOQUE-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * SALDO DO PRODUTO WS-MOV-CODPROD NO DEPOSITO DA VENDA EM
      * FS21-SALDO (ZERO QUANDO O PRODUTO NAO TEM SALDO NELE)
       9420-SALDO-DEPOSITO SECTION.
       9420.
           MOVE WS-MOV-CODPROD TO FS21-CODPROD.
           MOVE WS-DEP-VENDA   TO FS21-CODDEP.
           READ FILE21 KEY IS FS21-KEY.
           IF NOT FS21-OK
              MOVE ZEROS TO FS21-SALDO
           END-IF.

       9420-SALDO-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * DEPOSITO DE SAIDA DA VENDA CORRENTE. VENDA ANTERIOR AO
      * CONTROLE POR DEPOSITO (SEM DEPOSITO GRAVADO) MOVIMENTA O
      * DEPOSITO PADRAO
       9430-DEPOSITO-VENDA SECTION.
       9430.
           IF FS-CODDEP NOT NUMERIC OR FS-CODDEP = ZEROS
              MOVE WS-DEP-PADRAO TO WS-DEP-VENDA
           ELSE
              MOVE FS-CODDEP     TO WS-DEP-VENDA
           END-IF.

       9430-DEPOSITO-VENDA-FIM.
           EXIT.

      * -----------------------------------
      * SOMA WS-MOV-QTD (COM SINAL) AO SALDO DO PRODUTO
      * WS-MOV-CODPROD NO DEPOSITO DA VENDA, CRIANDO O SALDO NA
      * PRIMEIRA MOVIMENTACAO DO PRODUTO NO DEPOSITO
       9440-MOVIMENTA-DEPOSITO SECTION.
       9440.
           MOVE WS-MOV-CODPROD TO FS21-CODPROD.
           MOVE WS-DEP-VENDA   TO FS21-CODDEP.
           READ FILE21 KEY IS FS21-KEY.
           IF FS21-OK
              ADD WS-MOV-QTD TO FS21-SALDO
              REWRITE FILE21-REC
              END-REWRITE
           ELSE
              MOVE SPACES         TO FILE21-REC
              MOVE WS-MOV-CODPROD TO FS21-CODPROD
              MOVE WS-DEP-VENDA   TO FS21-CODDEP
              MOVE WS-MOV-QTD     TO FS21-SALDO
              WRITE FILE21-REC
              END-WRITE
           END-IF.

       9440-MOVIMENTA-DEPOSITO-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA DO ITEM KIT: PARA CADA COMPONENTE, A QUANTIDADE DO
      * ITEM VEZES A QUANTIDADE POR KIT SAI DO ESTOQUE TOTAL, DO
      * DEPOSITO DA VENDA E DOS LOTES DO COMPONENTE. WS-KIT-CUSTO
      * FICA COM O CUSTO DE UM KIT PELO CUSTO MEDIO DOS COMPONENTES
       9530-BAIXA-KIT SECTION.
       9530.
           MOVE ZEROS TO WS-KIT-CUSTO.
           MOVE WS-KIT-CODIGO TO FS23-CODKIT.
           MOVE ZEROS         TO FS23-CODCOMP.
           START FILE23 KEY IS NOT LESS THAN FS23-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT23
           END-START.

           PERFORM UNTIL NOT FS23-OK
              READ FILE23 NEXT
              END-READ
              IF FS23-OK AND FS23-CODKIT = WS-KIT-CODIGO
                 COMPUTE WS-KIT-COMP-QTD = WS-KIT-QTD * FS23-QTD
                 MOVE FS23-CODCOMP TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 = "00"
                    IF FS4-CUSTO-MEDIO NUMERIC
                       COMPUTE WS-KIT-CUSTO = WS-KIT-CUSTO
                                       + FS4-CUSTO-MEDIO * FS23-QTD
                    END-IF
                    SUBTRACT WS-KIT-COMP-QTD FROM FS4-ESTOQUE
                    REWRITE FILE4-REC
                    END-REWRITE
                    MOVE FS23-CODCOMP TO WS-MOV-CODPROD
                    COMPUTE WS-MOV-QTD = ZEROS - WS-KIT-COMP-QTD
                    PERFORM 9440-MOVIMENTA-DEPOSITO
                    MOVE FS23-CODCOMP    TO WS-LOTE-CODPROD
                    MOVE WS-KIT-COMP-QTD TO WS-LOTE-QTD
                    PERFORM 9510-BAIXA-LOTES
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT23
              END-IF
           END-PERFORM.

       9530-BAIXA-KIT-FIM.
           EXIT.

      * -----------------------------------
      * O PRODUTO WS-KIT-CODIGO E KIT QUANDO TEM CABECALHO NO
      * kits.dat; GUARDA SE O PRECO E A SOMA DOS COMPONENTES
       9540-VERIFICA-KIT SECTION.
       9540.
           MOVE "N" TO WS-E-KIT WS-KIT-SOMA.
           MOVE WS-KIT-CODIGO TO FS22-CODKIT.
           READ FILE22 KEY IS FS22-KEY.
           IF FS22-OK
              MOVE "S" TO WS-E-KIT
              IF FS22-PRECO-SOMA
                 MOVE "S" TO WS-KIT-SOMA
              END-IF
           END-IF.

       9540-VERIFICA-KIT-FIM.
           EXIT.

      * -----------------------------------
      * PRECO E CUSTO DE UM KIT PELA SOMA DOS COMPONENTES (PRECO
      * DE CADASTRO E CUSTO MEDIO VEZES A QUANTIDADE POR KIT)
       9545-SOMA-KIT SECTION.
       9545.
           MOVE ZEROS TO WS-KIT-PRECO WS-KIT-CUSTO.
           MOVE WS-KIT-CODIGO TO FS23-CODKIT.
           MOVE ZEROS         TO FS23-CODCOMP.
           START FILE23 KEY IS NOT LESS THAN FS23-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT23
           END-START.

           PERFORM UNTIL NOT FS23-OK
              READ FILE23 NEXT
              END-READ
              IF FS23-OK AND FS23-CODKIT = WS-KIT-CODIGO
                 MOVE FS23-CODCOMP TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 = "00"
                    COMPUTE WS-KIT-PRECO = WS-KIT-PRECO
                                         + FS4-PRECO * FS23-QTD
                    IF FS4-CUSTO-MEDIO NUMERIC
                       COMPUTE WS-KIT-CUSTO = WS-KIT-CUSTO
                                       + FS4-CUSTO-MEDIO * FS23-QTD
                    END-IF
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT23
              END-IF
           END-PERFORM.

       9545-SOMA-KIT-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE O SALDO DOS COMPONENTES NO DEPOSITO DA VENDA PARA
      * WS-KIT-QTD KITS (KIT-FALTA) E CALCULA EM WS-KIT-MONTAVEIS
      * QUANTOS KITS OS SALDOS PERMITEM MONTAR
       9550-DISPONIBILIDADE-KIT SECTION.
       9550.
           MOVE "N"   TO WS-KIT-FALTA.
           MOVE "S"   TO WS-KIT-PRIMEIRO.
           MOVE ZEROS TO WS-KIT-MONTAVEIS.
           MOVE WS-KIT-CODIGO TO FS23-CODKIT.
           MOVE ZEROS         TO FS23-CODCOMP.
           START FILE23 KEY IS NOT LESS THAN FS23-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT23
           END-START.

           PERFORM UNTIL NOT FS23-OK
              READ FILE23 NEXT
              END-READ
              IF FS23-OK AND FS23-CODKIT = WS-KIT-CODIGO
                 MOVE FS23-CODCOMP TO WS-MOV-CODPROD
                 PERFORM 9420-SALDO-DEPOSITO
                 COMPUTE WS-KIT-COMP-QTD = WS-KIT-QTD * FS23-QTD
                 IF FS21-SALDO < WS-KIT-COMP-QTD
                    MOVE "S" TO WS-KIT-FALTA
                 END-IF
                 IF FS21-SALDO > ZEROS
                    COMPUTE WS-KIT-MONT-COMP = FS21-SALDO / FS23-QTD
                 ELSE
                    MOVE ZEROS TO WS-KIT-MONT-COMP
                 END-IF
                 IF KIT-PRIMEIRO
                    OR WS-KIT-MONT-COMP < WS-KIT-MONTAVEIS
                    MOVE WS-KIT-MONT-COMP TO WS-KIT-MONTAVEIS
                 END-IF
                 MOVE "N" TO WS-KIT-PRIMEIRO
              ELSE
                 MOVE 10 TO FS-STAT23
              END-IF
           END-PERFORM.

       9550-DISPONIBILIDADE-KIT-FIM.
           EXIT.

      * -----------------------------------
      * UF DE DESTINO DA VENDA PARA OS IMPOSTOS: UF DO ENDERECO DE
      * ENTREGA DA VENDA; SEM ENDERECO DE ENTREGA, UF DO PRIMEIRO
      * ENDERECO DE FATURAMENTO (TIPO "F") DO CLIENTE; SEM NENHUM
      * DOS DOIS FICA EM BRANCO E A VENDA E TRATADA COMO INTERNA
       9575-UF-DESTINO SECTION.
       9575.
           MOVE SPACES TO WS-UF-DESTINO.
           IF FS-END-ENTREGA NUMERIC AND FS-END-ENTREGA > ZEROS
              MOVE FS-CODCLI      TO FS26-CODCLI
              MOVE "E"            TO FS26-TIPO
              MOVE FS-END-ENTREGA TO FS26-SEQ
              READ FILE26 KEY IS FS26-KEY
              IF FS-STAT26 = "00"
                 MOVE FS26-UF TO WS-UF-DESTINO
              END-IF
           END-IF.

           IF WS-UF-DESTINO = SPACES
              MOVE FS-CODCLI TO FS26-CODCLI
              MOVE "F"       TO FS26-TIPO
              MOVE ZEROS     TO FS26-SEQ
              START FILE26 KEY IS NOT LESS THAN FS26-KEY
              IF FS-STAT26 = "00"
                 READ FILE26 NEXT RECORD
                 IF FS-STAT26 = "00" AND FS26-CODCLI = FS-CODCLI
                                     AND FS26-TIPO = "F"
                    MOVE FS26-UF TO WS-UF-DESTINO
                 END-IF
              END-IF
           END-IF.

       9575-UF-DESTINO-FIM.
           EXIT.

      * -----------------------------------
      * CALCULA OS IMPOSTOS DO ITEM EM FILE5-REC PELA CLASSIFICACAO
      * FISCAL DO PRODUTO (PERFORM 9575 ANTES, PARA A UF DE DESTINO).
      * - OPERACAO INTERESTADUAL (UF DE DESTINO DIFERENTE DA UF DO
      *   EMITENTE): CFOP 5XXX VIRA 6XXX E O ICMS USA A ALIQUOTA DA
      *   UF DE DESTINO NA TABELA DE ALIQUOTAS (UF FORA DA TABELA
      *   FICA COM A ALIQUOTA DO PRODUTO)
      * - CST 40, 41, 50 E 60 (ISENTA, NAO TRIBUTADA, SUSPENSA E
      *   ICMS COBRADO POR SUBSTITUICAO) NAO DESTACAM ICMS
      * - BASE DE CADA IMPOSTO = VALOR DO ITEM (QTD X VALOR UNIT.);
      *   ALIQUOTA ZERO DEIXA BASE E VALOR ZERADOS
      * OS IMPOSTOS SAO SO DESTACADOS: O TOTAL DA VENDA E AS
      * PARCELAS CONTINUAM PELO VALOR DOS ITENS
       9580-CALCULA-IMPOSTOS SECTION.
       9580.
           MOVE ZEROS  TO FS5-CFOP
                          FS5-ICMS-BASE   FS5-ICMS-ALIQ   FS5-ICMS-VALOR
                          FS5-IPI-BASE    FS5-IPI-ALIQ    FS5-IPI-VALOR
                          FS5-PIS-BASE    FS5-PIS-ALIQ    FS5-PIS-VALOR
                          FS5-COFINS-BASE FS5-COFINS-ALIQ
                          FS5-COFINS-VALOR.
           MOVE SPACES TO FS5-CST.

           MOVE FS5-CODPROD TO FS32-CODIGO.
           READ FILE32 KEY IS FS32-KEY.
           IF FS-STAT32 = "00"
              COMPUTE WS-IMP-BASE = FS5-QTD * FS5-VALOR
              MOVE FS32-CFOP      TO FS5-CFOP
              MOVE FS32-CST       TO FS5-CST
              MOVE FS32-ALIQ-ICMS TO FS5-ICMS-ALIQ

              IF WS-UF-DESTINO NOT = SPACES
                 AND WS-UF-EMITENTE NOT = SPACES
                 AND WS-UF-DESTINO NOT = WS-UF-EMITENTE
                 IF FS5-CFOP NOT < 5000 AND FS5-CFOP < 6000
                    ADD 1000 TO FS5-CFOP
                 END-IF
                 MOVE WS-UF-DESTINO TO FS33-UF
                 READ FILE33 KEY IS FS33-KEY
                 IF FS-STAT33 = "00"
                    MOVE FS33-ALIQ-ICMS TO FS5-ICMS-ALIQ
                 END-IF
              END-IF

              IF FS5-CST (2:2) = "40" OR "41" OR "50" OR "60"
                 MOVE ZEROS TO FS5-ICMS-ALIQ
              END-IF

              IF FS5-ICMS-ALIQ > ZEROS
                 MOVE WS-IMP-BASE TO FS5-ICMS-BASE
                 COMPUTE FS5-ICMS-VALOR ROUNDED =
                         FS5-ICMS-BASE * FS5-ICMS-ALIQ / 100
              END-IF

              IF FS32-ALIQ-IPI > ZEROS
                 MOVE FS32-ALIQ-IPI TO FS5-IPI-ALIQ
                 MOVE WS-IMP-BASE   TO FS5-IPI-BASE
                 COMPUTE FS5-IPI-VALOR ROUNDED =
                         FS5-IPI-BASE * FS5-IPI-ALIQ / 100
              END-IF

              IF FS32-ALIQ-PIS > ZEROS
                 MOVE FS32-ALIQ-PIS TO FS5-PIS-ALIQ
                 MOVE WS-IMP-BASE   TO FS5-PIS-BASE
                 COMPUTE FS5-PIS-VALOR ROUNDED =
                         FS5-PIS-BASE * FS5-PIS-ALIQ / 100
              END-IF

              IF FS32-ALIQ-COFINS > ZEROS
                 MOVE FS32-ALIQ-COFINS TO FS5-COFINS-ALIQ
                 MOVE WS-IMP-BASE      TO FS5-COFINS-BASE
                 COMPUTE FS5-COFINS-VALOR ROUNDED =
                         FS5-COFINS-BASE * FS5-COFINS-ALIQ / 100
              END-IF
           END-IF.

       9580-CALCULA-IMPOSTOS-FIM.
           EXIT.

      * -----------------------------------
      * ESTORNO DO ITEM KIT: DEVOLVE AO ESTOQUE TOTAL E AO DEPOSITO
      * DA VENDA A QUANTIDADE DE CADA COMPONENTE (OS LOTES VOLTAM
      * PELO 9610). O CUSTO MEDIO DOS COMPONENTES NAO E REFEITO,
      * POIS O ITEM GUARDA O CUSTO DO KIT INTEIRO
       9630-ESTORNA-KIT SECTION.
       9630.
           MOVE WS-KIT-CODIGO TO FS23-CODKIT.
           MOVE ZEROS         TO FS23-CODCOMP.
           START FILE23 KEY IS NOT LESS THAN FS23-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT23
           END-START.

           PERFORM UNTIL NOT FS23-OK
              READ FILE23 NEXT
              END-READ
              IF FS23-OK AND FS23-CODKIT = WS-KIT-CODIGO
                 COMPUTE WS-KIT-COMP-QTD = WS-KIT-QTD * FS23-QTD
                 MOVE FS23-CODCOMP TO FS4-CODIGO
                 READ FILE4 KEY IS FS4-KEY
                 IF FS-STAT4 = "00"
                    ADD WS-KIT-COMP-QTD TO FS4-ESTOQUE
                    REWRITE FILE4-REC
                    END-REWRITE
                    MOVE FS23-CODCOMP    TO WS-MOV-CODPROD
                    MOVE WS-KIT-COMP-QTD TO WS-MOV-QTD
                    PERFORM 9440-MOVIMENTA-DEPOSITO
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT23
              END-IF
           END-PERFORM.

       9630-ESTORNA-KIT-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA A QUANTIDADE WS-LOTE-QTD DO PRODUTO WS-LOTE-CODPROD
      * (O DO ITEM OU, NO KIT, O COMPONENTE) NOS LOTES PELA ORDEM
      * DE VALIDADE (PRIMEIRO O QUE VENCE PRIMEIRO). LOTE VENCIDO
      * OU SEM SALDO FICA DE FORA; A QUANTIDADE QUE OS LOTES NAO
      * COBREM SAI SO DO ESTOQUE DO PRODUTO, SEM LOTE
       9510-BAIXA-LOTES SECTION.
       9510.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-LOTE-QTD     TO WS-QTD-LOTE-REST.
           MOVE WS-LOTE-CODPROD TO FS18-FEFO-CODPROD.
           MOVE ZEROS       TO FS18-VALIDADE.
           MOVE LOW-VALUES  TO FS18-FEFO-LOTE.
           START FILE18 KEY IS NOT LESS THAN FS18-CHAVE-FEFO
               INVALID KEY
                   MOVE 10 TO FS-STAT18
           END-START.

           PERFORM UNTIL NOT FS18-OK OR WS-QTD-LOTE-REST = ZEROS
              READ FILE18 NEXT
              END-READ
              IF FS18-OK AND FS18-FEFO-CODPROD = WS-LOTE-CODPROD
                 IF FS18-VALIDADE NOT < WS-DATA-HOJE
                    AND FS18-SALDO > ZEROS
                    IF FS18-SALDO < WS-QTD-LOTE-REST
                       MOVE FS18-SALDO       TO WS-QTD-LOTE
                    ELSE
                       MOVE WS-QTD-LOTE-REST TO WS-QTD-LOTE
                    END-IF
                    SUBTRACT WS-QTD-LOTE FROM FS18-SALDO
                                              WS-QTD-LOTE-REST
                    REWRITE FILE18-REC
                    END-REWRITE
                    PERFORM 9520-GRAVA-LOTE-ITEM
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT18
              END-IF
           END-PERFORM.

       9510-BAIXA-LOTES-FIM.
           EXIT.

      * -----------------------------------
      * REGISTRA O LOTE E A QUANTIDADE BAIXADA PARA O ITEM DA VENDA
       9520-GRAVA-LOTE-ITEM SECTION.
       9520.
           MOVE FS5-NUMVENDA TO FS19-NUMVENDA.
           MOVE FS5-SEQ      TO FS19-SEQ.
           MOVE FS18-LOTE    TO FS19-LOTE.
           READ FILE19 KEY IS FS19-KEY.
           IF FS19-OK
              ADD WS-QTD-LOTE TO FS19-QTD
              REWRITE FILE19-REC
              END-REWRITE
           ELSE
              MOVE SPACES        TO FILE19-REC
              MOVE FS5-NUMVENDA  TO FS19-NUMVENDA
              MOVE FS5-SEQ       TO FS19-SEQ
              MOVE FS18-LOTE     TO FS19-LOTE
              MOVE WS-LOTE-CODPROD TO FS19-CODPROD
              MOVE FS18-VALIDADE TO FS19-VALIDADE
              MOVE WS-QTD-LOTE   TO FS19-QTD
              WRITE FILE19-REC
              END-WRITE
           END-IF.

       9520-GRAVA-LOTE-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLVE AOS LOTES AS QUANTIDADES BAIXADAS PARA O ITEM DA
      * VENDA E APAGA O REGISTRO DOS LOTES DO ITEM
       9610-ESTORNA-LOTES SECTION.
       9610.
           MOVE FS5-NUMVENDA TO FS19-NUMVENDA.
           MOVE FS5-SEQ      TO FS19-SEQ.
           MOVE LOW-VALUES   TO FS19-LOTE.
           START FILE19 KEY IS NOT LESS THAN FS19-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT19
           END-START.

           PERFORM UNTIL NOT FS19-OK
              READ FILE19 NEXT
              END-READ
              IF FS19-OK AND FS19-NUMVENDA = FS5-NUMVENDA
                         AND FS19-SEQ      = FS5-SEQ
                 MOVE FS19-CODPROD TO FS18-CODPROD
                 MOVE FS19-LOTE    TO FS18-LOTE
                 READ FILE18 KEY IS FS18-KEY
                 IF FS18-OK
                    ADD FS19-QTD TO FS18-SALDO
                    REWRITE FILE18-REC
                    END-REWRITE
                 END-IF
                 DELETE FILE19 RECORD
                 END-DELETE
              ELSE
                 MOVE 10 TO FS-STAT19
              END-IF
           END-PERFORM.

       9610-ESTORNA-LOTES-FIM.
           EXIT.

      * -----------------------------------
              MOVE FS-QTD-PARCELAS TO WS-QTD-PARC-GER
           END-IF.

      * CREDITO DO CLIENTE ABATIDO NA INCLUSAO: PARCELA 01 JA
      * QUITADA E AS PARCELAS A PRAZO SOBRE O RESTANTE, A PARTIR
      * DA PARCELA 02
           MOVE ZEROS TO WS-PARC-INICIAL.
           COMPUTE WS-VLR-FINANCIADO = FS-VALOR-TOTAL - WS-VLR-CRED-USO.
           IF WS-VLR-CRED-USO > ZEROS
              IF NOT MANTEM-PARC-CREDITO
                 PERFORM 9705-PARCELA-CREDITO
              END-IF
              MOVE 1 TO WS-PARC-INICIAL
              IF WS-QTD-PARC-GER > 98
                 MOVE 98 TO WS-QTD-PARC-GER
              END-IF
              IF WS-VLR-FINANCIADO = ZEROS
                 MOVE ZEROS TO WS-QTD-PARC-GER
              END-IF
           END-IF.

           IF WS-QTD-PARC-GER > ZEROS
              COMPUTE WS-VLR-PARCELA ROUNDED =
                      WS-VLR-FINANCIADO / WS-QTD-PARC-GER
           END-IF.
           MOVE ZEROS TO WS-VLR-ACUMULADO.

           PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                   UNTIL WS-PARCELA-IDX > WS-QTD-PARC-GER
              INITIALIZE FILE6-REC
              MOVE FS-NUMVENDA    TO FS6-NUMVENDA
              COMPUTE FS6-PARCELA = WS-PARCELA-IDX + WS-PARC-INICIAL
              MOVE FS-CODCLI      TO FS6-CODCLI
              IF WS-QTD-PARC-GER = 1
                 MOVE FS-DATA-VENDA TO FS6-VENCIMENTO
              PERFORM 9710-ROLA-DIA-UTIL
              IF WS-PARCELA-IDX = WS-QTD-PARC-GER
                 COMPUTE FS6-VALOR =
                         WS-VLR-FINANCIADO - WS-VLR-ACUMULADO
              ELSE
                 MOVE WS-VLR-PARCELA TO FS6-VALOR
                 ADD  WS-VLR-PARCELA TO WS-VLR-ACUMULADO
       9700-GERA-RECEBER-FIM.
           EXIT.

      * -----------------------------------
      * PARCELA 01 PELO CREDITO ABATIDO, VENCIDA NA DATA DA VENDA E
      * QUITADA NO DIA PELO OPERADOR DA INCLUSAO
       9705-PARCELA-CREDITO SECTION.
       9705.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMP FROM TIME.
           INITIALIZE FILE6-REC.
           MOVE FS-NUMVENDA     TO FS6-NUMVENDA.
           MOVE 1               TO FS6-PARCELA.
           MOVE FS-CODCLI       TO FS6-CODCLI.
           MOVE FS-DATA-VENDA   TO FS6-VENCIMENTO.
           MOVE WS-VLR-CRED-USO TO FS6-VALOR FS6-VALOR-PAGO.
           MOVE "P"             TO FS6-STATUS.
           MOVE WS-DATA-HOJE    TO FS6-DATA-PAGTO.
           MOVE WS-CODOPER      TO FS6-CODOPER-BAIXA.
           MOVE WS-HORA-COMP (1:6) TO FS6-HORA-MOV.
           MOVE "R"             TO FS6-FORMA-BAIXA.
           WRITE FILE6-REC
               INVALID KEY
                   REWRITE FILE6-REC
                   END-REWRITE
           END-WRITE.

       9705-PARCELA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA NA INCLUSAO O CREDITO DISPONIVEL DO CLIENTE
       9715-MOSTRA-CREDITO SECTION.
       9715.
           MOVE ZEROS TO WS-VLR-CRED-DISP.
           MOVE FS-CODCLI TO FS29-CODCLI.
           READ FILE29 KEY IS FS29-KEY.
           IF FS29-OK
              MOVE FS29-VALOR-CREDITO TO WS-VLR-CRED-DISP
           END-IF.
           IF WS-VLR-CRED-DISP > ZEROS
              MOVE WS-VLR-CRED-DISP TO ED-CREDITO
              DISPLAY "Credito disp.:" at 1243
              DISPLAY ED-CREDITO at 1258
           ELSE
              DISPLAY WS-LIMPA (1:30) at 1243
           END-IF.

       9715-MOSTRA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA DO SALDO DE CREDITO O VALOR ABATIDO NA VENDA E REGISTRA
      * A UTILIZACAO NO MOVIMENTO DO CREDITO, NO DIARIO DE
      * RECEBIMENTOS (FORMA "R") E NO DIARIO DE MOVIMENTOS (TIPO
      * "U"), SEMPRE NA PARCELA 01 DA VENDA
       9720-USA-CREDITO SECTION.
       9720.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE FS-CODCLI TO FS29-CODCLI.
           READ FILE29 KEY IS FS29-KEY.
           IF FS29-OK
              IF FS29-VALOR-CREDITO > WS-VLR-CRED-USO
                 SUBTRACT WS-VLR-CRED-USO FROM FS29-VALOR-CREDITO
              ELSE
                 MOVE ZEROS TO FS29-VALOR-CREDITO
              END-IF
              REWRITE FILE29-REC
              END-REWRITE
           END-IF.

           INITIALIZE FILE30-REC.
           MOVE WS-DATA-HOJE       TO FSC-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSC-HORA.
           MOVE WS-CODOPER         TO FSC-CODOPER.
           MOVE FS-CODCLI          TO FSC-CODCLI.
           MOVE "U"                TO FSC-TIPO.
           MOVE "V"                TO FSC-ORIGEM.
           MOVE FS-NUMVENDA        TO FSC-NUMVENDA.
           MOVE 1                  TO FSC-PARCELA.
           MOVE WS-VLR-CRED-USO    TO FSC-VALOR.
           WRITE FILE30-REC.

           INITIALIZE FILE31-REC.
           MOVE WS-DATA-HOJE       TO FSR-DATA-BAIXA.
           MOVE WS-HORA-COMP (1:6) TO FSR-HORA-BAIXA.
           MOVE FS-NUMVENDA        TO FSR-NUMVENDA.
           MOVE 1                  TO FSR-PARCELA.
           MOVE WS-VLR-CRED-USO    TO FSR-VLR-PRINCIPAL.
           MOVE "R"                TO FSR-FORMA-PAGTO.
           WRITE FILE31-REC.

           INITIALIZE FILE12-REC.
           MOVE WS-DATA-HOJE       TO FSM-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSM-HORA.
           MOVE WS-CODOPER         TO FSM-CODOPER.
           MOVE "U"                TO FSM-TIPO.
           MOVE FS-NUMVENDA        TO FSM-NUMVENDA.
           MOVE 1                  TO FSM-PARCELA.
           MOVE WS-VLR-CRED-USO    TO FSM-VALOR.
           WRITE FILE12-REC.

           MOVE ZEROS TO WS-VLR-CRED-USO WS-VLR-CRED-DISP.

       9720-USA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * ROLA O VENCIMENTO DA PARCELA CORRENTE PARA O PROXIMO DIA
      * UTIL: SABADO, DOMINGO E FERIADO DO CALENDARIO EMPURRAM A
           EXIT.

      * -----------------------------------
      * CANCELA AS PARCELAS EM ABERTO DA VENDA CANCELADA. A PARCELA
      * 01 QUITADA COM O CREDITO DO CLIENTE TAMBEM E CANCELADA E O
      * CREDITO VOLTA AO SALDO DO CLIENTE (9755)
       9750-CANCELA-RECEBER SECTION.
       9750.
           MOVE FS-NUMVENDA TO FS6-NUMVENDA.
                    MOVE "C" TO FS6-STATUS
                    REWRITE FILE6-REC
                    END-REWRITE
                 ELSE
                    IF FS6-STATUS-PAGA AND FS6-PARCELA = 1
                       AND FS6-BAIXA-CREDITO
                       PERFORM 9755-ESTORNA-CREDITO
                       MOVE "C" TO FS6-STATUS
                       REWRITE FILE6-REC
                       END-REWRITE
                    END-IF
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT6
       9750-CANCELA-RECEBER-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLVE AO SALDO DE CREDITO DO CLIENTE O VALOR DA PARCELA 01
      * QUITADA COM O CREDITO, REGISTRANDO A GERACAO NO MOVIMENTO DO
      * CREDITO (ORIGEM "C" - CANCELAMENTO) E O ESTORNO NO DIARIO DE
      * MOVIMENTOS (TIPO "E")
       9755-ESTORNA-CREDITO SECTION.
       9755.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMP FROM TIME.
           MOVE FS6-CODCLI TO FS29-CODCLI.
           READ FILE29 KEY IS FS29-KEY.
           IF FS29-OK
              ADD FS6-VALOR-PAGO TO FS29-VALOR-CREDITO
              REWRITE FILE29-REC
              END-REWRITE
           ELSE
              MOVE FS6-CODCLI     TO FS29-CODCLI
              MOVE FS6-VALOR-PAGO TO FS29-VALOR-CREDITO
              WRITE FILE29-REC
              END-WRITE
           END-IF.

           INITIALIZE FILE30-REC.
           MOVE WS-DATA-HOJE       TO FSC-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSC-HORA.
           MOVE WS-CODOPER         TO FSC-CODOPER.
           MOVE FS6-CODCLI         TO FSC-CODCLI.
           MOVE "G"                TO FSC-TIPO.
           MOVE "C"                TO FSC-ORIGEM.
           MOVE FS6-NUMVENDA       TO FSC-NUMVENDA.
           MOVE FS6-PARCELA        TO FSC-PARCELA.
           MOVE FS6-VALOR-PAGO     TO FSC-VALOR.
           WRITE FILE30-REC.

           INITIALIZE FILE12-REC.
           MOVE WS-DATA-HOJE       TO FSM-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSM-HORA.
           MOVE WS-CODOPER         TO FSM-CODOPER.
           MOVE "E"                TO FSM-TIPO.
           MOVE FS6-NUMVENDA       TO FSM-NUMVENDA.
           MOVE FS6-PARCELA        TO FSM-PARCELA.
           MOVE FS6-VALOR-PAGO     TO FSM-VALOR.
           WRITE FILE12-REC.

       9755-ESTORNA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * REGERA AS PARCELAS DA VENDA ALTERADA: SE NENHUMA PARCELA
      * FOI PAGA, APAGA TODAS E GERA DE NOVO COM O TOTAL ATUAL;
      * SE JA HOUVER PARCELA PAGA, MANTEM E AVISA O OPERADOR. A
      * PARCELA 01 QUITADA COM O CREDITO DO CLIENTE NAO CONTA COMO
      * PAGA: FICA COMO ESTA E AS PARCELAS SAO GERADAS A PARTIR DA
      * 02 SOBRE O TOTAL MENOS O CREDITO USADO
       9770-REGERA-RECEBER SECTION.
       9770.
           MOVE ZEROS TO WS-CT-PARC-PAGAS WS-VLR-CRED-USO.
           MOVE FS-NUMVENDA TO FS6-NUMVENDA.
           MOVE ZEROS TO FS6-PARCELA.
           START FILE6 KEY IS GREATER THAN FS6-KEY
              END-READ
              IF FS6-OK AND FS6-NUMVENDA = FS-NUMVENDA
                 IF FS6-STATUS-PAGA
                    IF FS6-PARCELA = 1 AND FS6-BAIXA-CREDITO
                       MOVE FS6-VALOR-PAGO TO WS-VLR-CRED-USO
                    ELSE
                       ADD 1 TO WS-CT-PARC-PAGAS
                    END-IF
                 END-IF
              ELSE
                 MOVE 10 TO FS-STAT6
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
           ELSE
              IF WS-VLR-CRED-USO > FS-VALOR-TOTAL
                 MOVE "CREDITO USADO MAIOR QUE O NOVO TOTAL - REVISAR CO
      -               "NTAS A RECEBER" TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 IF WS-VLR-CRED-USO > ZEROS
                    MOVE "S" TO WS-MANTEM-CREDITO
                 END-IF
                 PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                         UNTIL WS-PARCELA-IDX > 99
                    IF NOT (MANTEM-PARC-CREDITO AND WS-PARCELA-IDX = 1)
                       MOVE FS-NUMVENDA    TO FS6-NUMVENDA
                       MOVE WS-PARCELA-IDX TO FS6-PARCELA
                       DELETE FILE6 RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                    END-IF
                 END-PERFORM
                 PERFORM 9700-GERA-RECEBER
              END-IF
           END-IF.
           MOVE ZEROS TO WS-VLR-CRED-USO.
           MOVE "N"   TO WS-MANTEM-CREDITO.

       9770-REGERA-RECEBER-FIM.
           EXIT.
