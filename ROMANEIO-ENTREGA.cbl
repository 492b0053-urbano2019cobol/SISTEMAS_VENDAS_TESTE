      *               PARADA ANTERIOR) E IMPRIMINDO POR CARGA A
      *               LISTA DE PEDIDOS COM OS ITENS, AS QUANTIDADES
      *               E VALORES TOTALIZADOS E A SEQUENCIA SUGERIDA
      *               DE PARADAS. NO PROCESSAMENTO NOTURNO RODA SEM
      *               TELA: A DATA DAS VENDAS E A DATA DE MOVIMENTO E O
      *               PARAMETRO DO PASSO TRAZ O MAXIMO DE PEDIDOS POR
      *               CARGA (POSICOES 1-3) E A ENTREGA PREVISTA
      *               (POSICOES 5-12, AAAAMMDD); EM BRANCO, OS MESMOS
      *               PADROES DA TELA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  ROMANEIO DE ENTREGA POR CARGA
      *               15/10/2026  LOTES BAIXADOS NA VENDA IMPRESSOS
      *                           ABAIXO DE CADA ITEM
      *               15/10/2026  CARGAS MONTADAS PELAS COORDENADAS DO
      *                           ENDERECO DE ENTREGA DA VENDA, COM O
      *                           ENDERECO IMPRESSO NA PARADA
      *               15/10/2026  PARADAS GRAVADAS NO romaneios.dat PARA
      *                           O RETORNO DA ENTREGA; PEDIDOS COM
      *                           CLIENTE AUSENTE EM ROMANEIO ANTERIOR
      *                           VOLTAM COMO REENTREGA
      *               15/10/2026  EXECUCAO SEM TELA PELO PROCESSAMENTO
      *                           NOTURNO
      *               15/10/2026  LEIAUTE DO ITEM DA VENDA AMPLIADO
      *                           COM OS IMPOSTOS DO ITEM
      *


                  RECORD KEY FS-KEY
                  ALTERNATE RECORD KEY FS-CODCLI WITH DUPLICATES
                  ALTERNATE RECORD KEY FS-CODVEN WITH DUPLICATES
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-VENDAS.

           SELECT ITENS ASSIGN TO DISK "vendasitens.dat"
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CLIENTES.

           SELECT LOTES-ITEM ASSIGN TO DISK "vendaslotes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS19-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-LOTES.

           SELECT ENDERECOS ASSIGN TO DISK "enderecos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS26-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ENDERECOS.

           SELECT ROMANEIOS ASSIGN TO DISK "romaneios.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS29-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ROMANEIOS.

           SELECT ROMANEIO-GER ASSIGN TO DISK WID-ARQUIVO-ROM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
           05 FS-DATA-CANCEL   PIC 9(008).
           05 FS-CODOPER      PIC 9(004).
           05 FS-HORA-MOV     PIC 9(006).
           05 FILLER          PIC X(023).
           05 FS-END-ENTREGA  PIC 9(002).
           05 FILLER          PIC X(005).

       FD  ITENS.
       01  FD-ITEM.
           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FILLER           PIC X(127).

       FD  CLIENTES.
       01  FD-CLIENTE.
           05 FS2-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FILLER         PIC X(010).

       FD  LOTES-ITEM.
       01  FD-LOTE-ITEM.
           05 FS19-KEY.
               10 FS19-NUMVENDA PIC 9(007).
               10 FS19-SEQ      PIC 9(003).
               10 FS19-LOTE     PIC X(015).
           05 FS19-CODPROD      PIC 9(006).
           05 FS19-VALIDADE     PIC 9(008).
           05 FS19-QTD          PIC 9(005).
           05 FILLER            PIC X(010).

       FD  ENDERECOS.
       01  FD-ENDERECO.
           05 FS26-KEY.
               10 FS26-CODCLI    PIC 9(007).
               10 FS26-TIPO      PIC X(001).
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

      * PARADA DO ROMANEIO (DATA DAS VENDAS + CARGA + SEQUENCIA) E
      * O RETORNO DA ENTREGA. SITUACAO: P=PENDENTE DE RETORNO,
      * E=ENTREGUE, T=ENTREGUE PARCIAL, R=RECUSADO, A=CLIENTE AUSENTE
       FD  ROMANEIOS.
       01  FD-ROMANEIO.
           05 FS29-KEY.
               10 FS29-DATA      PIC 9(008).
               10 FS29-CARGA     PIC 9(003).
               10 FS29-SEQ       PIC 9(003).
           05 FS29-NUMVENDA      PIC 9(007).
           05 FS29-CODCLI        PIC 9(007).
           05 FS29-VALOR         PIC 9(009)V9(002).
           05 FS29-SEQ-END       PIC 9(002).
           05 FS29-PREVISTA      PIC 9(008).
           05 FS29-MOTORISTA     PIC X(030).
           05 FS29-SITUACAO      PIC X(001).
               88 FS29-PENDENTE      VALUE "P".
               88 FS29-ENTREGUE      VALUE "E".
               88 FS29-PARCIAL       VALUE "T".
               88 FS29-RECUSADO      VALUE "R".
               88 FS29-AUSENTE       VALUE "A".
           05 FS29-DATA-OCOR     PIC 9(008).
           05 FS29-HORA-OCOR     PIC 9(004).
           05 FS29-MOTIVO        PIC X(040).
           05 FS29-REENVIO       PIC X(001).
               88 FS29-REENVIADO     VALUE "S".
           05 FS29-CODOPER       PIC 9(004).
           05 FILLER             PIC X(020).

       FD  ROMANEIO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *----------------------------------------------------------------*
       77  WS-DATA-ENTREGA                   PIC 9(008) VALUE ZEROS.
       77  WS-MAX-POR-CARGA                  PIC 9(003) VALUE 10.
       77  WS-DATA-PREVISTA                  PIC 9(008) VALUE ZEROS.
       01  WID-ARQUIVO-ROM                   PIC X(64) VALUE SPACES.

       77  WS-FIM-VENDAS                     PIC X(01) VALUE "N".
      * TABELA DOS PEDIDOS DO DIA (LIMITADA A 999 ENTREGAS, MESMO
      * LIMITE DAS TABELAS DO DISTRIBUICAO E DO ROTEIRO)
      *----------------------------------------------------------------*
       COPY passolote.

       01  WS-ENTREGA-QTDE                   PIC 9(003) VALUE ZEROS.
       01  WS-ENTREGA-DESCARTADAS            PIC 9(003) VALUE ZEROS.
       01  WS-ENTREGA-TAB.
               05 WS-ENT-LAT      COMP-2.
               05 WS-ENT-LON      COMP-2.
               05 WS-ENT-CARREGADO PIC X(001).
               05 WS-ENT-SEQ-END  PIC 9(002).
               05 WS-ENT-PREVISTA PIC 9(008).
               05 WS-ENT-REENTREGA PIC X(001).

      * POSICAO DA ENTREGA: ENDERECO DE ENTREGA DA VENDA QUANDO TEM
      * COORDENADAS, SENAO A DO CADASTRO DO CLIENTE
       01  WS-GE-LAT              PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-GE-LON              PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-GE-SEQ-END          PIC 9(002) VALUE ZEROS.
      * PRAZO DA ENTREGA: A DATA PREVISTA DESTE ROMANEIO OU, NA
      * REENTREGA, A DO ROMANEIO ORIGINAL
       01  WS-GE-PREVISTA         PIC 9(008) VALUE ZEROS.
       01  WS-GE-REENTREGA        PIC X(001) VALUE "N".
       01  WS-FIM-ROMANEIOS       PIC X(001) VALUE "N".
           88 FIM-ROMANEIOS VALUE "S".
       01  WS-QTDE-ANTES          PIC 9(003) VALUE ZEROS.
       01  WS-CT-REENTREGAS       PIC 9(003) VALUE ZEROS.

       01  WS-PJ                  PIC 9(003) VALUE ZEROS.
       01  WS-MAIS-PROXIMO        PIC 9(003) VALUE ZEROS.
       01  WS-TT-VALOR         PIC 9(011)V9(002) VALUE ZEROS.
       01  WS-FIM-ITENS        PIC X(001) VALUE "N".
           88 FIM-ITENS VALUE "S".
       01  WS-FIM-LOTES        PIC X(001) VALUE "N".
           88 FIM-LOTES VALUE "S".
       01  WS-TEM-LOTES        PIC X(001) VALUE "N".
           88 TEM-LOTES VALUE "S".
       01  WS-TEM-ENDERECOS    PIC X(001) VALUE "N".
           88 TEM-ENDERECOS VALUE "S".
       01  WS-LT-VALIDADE      PIC 9(008) VALUE ZEROS.
       01  FILLER REDEFINES WS-LT-VALIDADE.
           03 WS-LT-VAL-ANO    PIC 9(004).
           03 WS-LT-VAL-MES    PIC 9(002).
           03 WS-LT-VAL-DIA    PIC 9(002).

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-ST-ITENS              PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.
           03 WT-ST-LOTES              PIC  X(002) VALUE SPACES.
           03 WT-ST-ENDERECOS          PIC  X(002) VALUE SPACES.
           03 WT-ST-ROMANEIOS          PIC  X(002) VALUE SPACES.

       01 WT-DT-SISTEMA.
              05 ANO                   PIC 9(002) VALUE ZEROS.
           03 WR-CDI-MES               PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CDI-ANO               PIC 9(004) VALUE ZEROS.
           03 FILLER                   PIC X(024) VALUE
              "   ENTREGA PREVISTA.... ".
           03 WR-CDI-PRV-DIA           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CDI-PRV-MES           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CDI-PRV-ANO           PIC 9(004) VALUE ZEROS.

       01 WR-CAB-CARGA.
           03 FILLER                   PIC X(009) VALUE "CARGA....".
           03  FILLER                  PIC X(004) VALUE SPACES.
           03  WR-DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-DET-END.
           03  FILLER                  PIC X(015) VALUE SPACES.
           03  FILLER                  PIC X(009) VALUE "ENTREGA: ".
           03  WR-DEN-LOGRA            PIC X(040) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE ", ".
           03  WR-DEN-NUMERO           PIC X(006) VALUE SPACES.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEN-BAIRRO           PIC X(025) VALUE SPACES.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEN-CIDADE           PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DEN-UF               PIC X(002) VALUE SPACES.

       01 WR-DET-REENT.
           03  FILLER                  PIC X(015) VALUE SPACES.
           03  FILLER                  PIC X(042) VALUE
               "REENTREGA (CLIENTE AUSENTE) - PREVISTA EM ".
           03  WR-DRE-DIA              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DRE-MES              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DRE-ANO              PIC 9(004) VALUE ZEROS.

       01 WR-DET-ITEM.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  WR-DIT-CODPROD          PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DIT-VALOR            PIC ZZZZZ9,99.

       01 WR-DET-LOTE.
           03  FILLER                  PIC X(016) VALUE SPACES.
           03  FILLER                  PIC X(006) VALUE "LOTE: ".
           03  WR-DLT-LOTE             PIC X(015) VALUE SPACES.
           03  FILLER                  PIC X(012) VALUE
               "  VALIDADE: ".
           03  WR-DLT-VAL-DIA          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DLT-VAL-MES          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DLT-VAL-ANO          PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(007) VALUE "  QTD: ".
           03  WR-DLT-QTD              PIC ZZZZ9.

       01 WR-TOT-CARGA.
           03  FILLER                  PIC X(022) VALUE
               "  TOTAL DA CARGA: ".
               "PEDIDOS SEM COORDENADA NO CADASTRO......: ".
           03  WR-RODAPE-DESCARTADAS   PIC ZZ9 VALUE ZEROS.

       01 WR-RODAPE3.
           03  FILLER                  PIC X(043) VALUE
               "REENTREGAS DE ROMANEIOS ANTERIORES......: ".
           03  WR-RODAPE-REENTREGAS    PIC ZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 09 COLUMN 15 VALUE
                      "MAXIMO DE PEDIDOS POR CARGA ............ --> ".
               10 LINE 09 COL PLUS 1 USING WS-MAX-POR-CARGA AUTO.
               10 LINE 10 COLUMN 15 VALUE
                      "ENTREGA PREVISTA (AAAAMMDD, 0=HOJE) .... --> ".
               10 LINE 10 COL PLUS 1 USING WS-DATA-PREVISTA AUTO.

      *================================================================*
       PROCEDURE DIVISION.
              PERFORM 0002-MONTA-CARGAS
              PERFORM 0003-TERMINA
           END-IF
           IF PN-EM-LOTE
              PERFORM 0017-DEVOLVE-LOTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*


       0000-INICIA.
           IF PN-EM-LOTE
              MOVE PN-DATA-MOVTO TO WS-DATA-ENTREGA
              IF PN-PARAMETRO (1:3) IS NUMERIC
                 MOVE PN-PARAMETRO (1:3) TO WS-MAX-POR-CARGA
              END-IF
              IF PN-PARAMETRO (5:8) IS NUMERIC
                 MOVE PN-PARAMETRO (5:8) TO WS-DATA-PREVISTA
              END-IF
           ELSE
              DISPLAY SS-MENU
              ACCEPT  SS-MENU
           END-IF
           IF WS-MAX-POR-CARGA EQUAL ZEROS
              MOVE 10 TO WS-MAX-POR-CARGA
           END-IF
           IF WS-DATA-PREVISTA EQUAL ZEROS
              ACCEPT WS-DATA-PREVISTA FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WID-ARQUIVO-ROM.
           STRING "romaneio-" WS-DATA-ENTREGA ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-ROM.
           OPEN INPUT VENDAS.
           IF WT-ST-VENDAS NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              MOVE "ERRO ABERTURA DO ARQUIVO vendas.dat" TO PN-MENSAGEM
              DISPLAY "ERRO ABERTURA ARQUIVO vendas.dat: STATUS "
                      WT-ST-VENDAS
           END-IF.
              OPEN INPUT ITENS
              IF WT-ST-ITENS NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 MOVE "ERRO ABERTURA DO ARQUIVO vendasitens.dat" TO
                      PN-MENSAGEM
                 DISPLAY "ERRO ABERTURA ARQUIVO vendasitens.dat: "
                         "STATUS " WT-ST-ITENS
              END-IF
              OPEN INPUT CLIENTES
              IF WT-ST-CLIENTES NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 MOVE "ERRO ABERTURA DO ARQUIVO clientes.dat" TO
                      PN-MENSAGEM
                 DISPLAY "ERRO ABERTURA ARQUIVO clientes.dat: STATUS "
                         WT-ST-CLIENTES
              END-IF
           END-IF.

      * SEM ARQUIVO DE LOTES DOS ITENS AINDA NAO HOUVE VENDA DE
      * PRODUTO COM LOTE - O ROMANEIO SAI SO COM OS ITENS
           IF NOT ERRO-ABERTURA
              OPEN INPUT LOTES-ITEM
              IF WT-ST-LOTES = "00"
                 MOVE "S" TO WS-TEM-LOTES
              END-IF
           END-IF.

      * SEM ARQUIVO DE ENDERECOS AS ENTREGAS SEGUEM AS COORDENADAS
      * DO CADASTRO DO CLIENTE
           IF NOT ERRO-ABERTURA
              OPEN INPUT ENDERECOS
              IF WT-ST-ENDERECOS = "00"
                 MOVE "S" TO WS-TEM-ENDERECOS
              END-IF
           END-IF.

      * AS PARADAS FICAM GRAVADAS PARA O RETORNO DA ENTREGA; UMA DATA
      * SO GERA ROMANEIO UMA VEZ, SENAO O RETORNO JA LANCADO SE PERDE
           IF NOT ERRO-ABERTURA
              OPEN I-O ROMANEIOS
              IF WT-ST-ROMANEIOS = "35"
                 OPEN OUTPUT ROMANEIOS
                 CLOSE ROMANEIOS
                 OPEN I-O ROMANEIOS
              END-IF
              IF WT-ST-ROMANEIOS NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 MOVE "ERRO ABERTURA DO ARQUIVO romaneios.dat" TO
                      PN-MENSAGEM
                 DISPLAY "ERRO ABERTURA ARQUIVO romaneios.dat: STATUS "
                         WT-ST-ROMANEIOS
              ELSE
                 MOVE WS-DATA-ENTREGA TO FS29-DATA
                 MOVE ZEROS           TO FS29-CARGA FS29-SEQ
                 START ROMANEIOS KEY IS NOT LESS THAN FS29-KEY
                     INVALID KEY
                         MOVE "23" TO WT-ST-ROMANEIOS
                 END-START
                 IF WT-ST-ROMANEIOS = "00"
                    READ ROMANEIOS NEXT
                    END-READ
                    IF WT-ST-ROMANEIOS = "00"
                       AND FS29-DATA = WS-DATA-ENTREGA
                       MOVE "S" TO WS-ERRO-ABERTURA
                       MOVE "ROMANEIO DA DATA JA FOI GERADO" TO
                            PN-MENSAGEM
                       DISPLAY "ROMANEIO DA DATA " WS-DATA-ENTREGA
                               " JA FOI GERADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA AS VENDAS ATIVAS DA DATA, COM AS
      * COORDENADAS DO ENDERECO DE ENTREGA (OU DO CLIENTE). VENDA
      * SEM COORDENADA E DESCARTADA E CONTADA NO RODAPE
      *----------------------------------------------------------------*
       0001-CARREGA-ENTREGAS.

           MOVE WS-DATA-PREVISTA TO WS-GE-PREVISTA.
           MOVE "N"              TO WS-GE-REENTREGA.
           PERFORM UNTIL FIM-VENDAS
              READ VENDAS NEXT
                 AT END
              END-IF
           END-PERFORM.

           PERFORM 0014-CARREGA-REENTREGAS.

      *----------------------------------------------------------------*
      * PEDIDOS COM CLIENTE AUSENTE EM ROMANEIO ANTERIOR AINDA NAO
      * REENVIADOS ENTRAM NESTE ROMANEIO COM O PRAZO ORIGINAL. VENDA
      * CANCELADA NESSE MEIO TEMPO SO E MARCADA COMO TRATADA
      *----------------------------------------------------------------*
       0014-CARREGA-REENTREGAS.

           MOVE "N"   TO WS-FIM-ROMANEIOS.
           MOVE ZEROS TO FS29-DATA FS29-CARGA FS29-SEQ.
           START ROMANEIOS KEY IS NOT LESS THAN FS29-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ROMANEIOS
           END-START.

           PERFORM UNTIL FIM-ROMANEIOS
              READ ROMANEIOS NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ROMANEIOS
              END-READ
              IF NOT FIM-ROMANEIOS
                 IF WT-ST-ROMANEIOS NOT = "00"
                    OR FS29-DATA NOT < WS-DATA-ENTREGA
                    MOVE "S" TO WS-FIM-ROMANEIOS
                 ELSE
                    IF FS29-AUSENTE AND NOT FS29-REENVIADO
                       PERFORM 0015-GUARDA-REENTREGA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-DATA-PREVISTA TO WS-GE-PREVISTA.
           MOVE "N"              TO WS-GE-REENTREGA.

      *----------------------------------------------------------------*
      * GUARDA A REENTREGA E MARCA A PARADA ANTERIOR COMO REENVIADA
      * (SO QUANDO O PEDIDO ENTROU NA TABELA)
      *----------------------------------------------------------------*
       0015-GUARDA-REENTREGA.

           MOVE FS29-NUMVENDA TO FS-NUMVENDA.
           READ VENDAS KEY IS FS-KEY.
           IF WT-ST-VENDAS NOT = "00"
              OR NOT FS-STATUS-ATIVA
              MOVE "S" TO FS29-REENVIO
           ELSE
              MOVE FS29-PREVISTA    TO WS-GE-PREVISTA
              MOVE "S"              TO WS-GE-REENTREGA
              MOVE WS-ENTREGA-QTDE  TO WS-QTDE-ANTES
              PERFORM 0004-GUARDA-ENTREGA
              IF WS-ENTREGA-QTDE > WS-QTDE-ANTES
                 MOVE "S" TO FS29-REENVIO
                 ADD 1 TO WS-CT-REENTREGAS
              END-IF
           END-IF.

           IF FS29-REENVIADO
              REWRITE FD-ROMANEIO
              END-REWRITE
           END-IF.

      *----------------------------------------------------------------*
      * GUARDA UMA ENTREGA NA TABELA, SE O ENDERECO DE ENTREGA DA
      * VENDA OU O CLIENTE TIVER COORDENADAS
      *----------------------------------------------------------------*
       0004-GUARDA-ENTREGA.

           MOVE ZEROS TO WS-GE-LAT WS-GE-LON WS-GE-SEQ-END.
           MOVE FS-CODCLI TO FS2-CODIGO.
           READ CLIENTES KEY IS FS2-KEY.
           IF WT-ST-CLIENTES = "00"
              MOVE FS2-LATITUDE  TO WS-GE-LAT
              MOVE FS2-LONGITUDE TO WS-GE-LON
              IF TEM-ENDERECOS AND FS-END-ENTREGA NUMERIC
                               AND FS-END-ENTREGA > ZEROS
                 PERFORM 0012-LE-ENDERECO-VENDA
              END-IF
           END-IF.

           IF WT-ST-CLIENTES = "00"
              AND (WS-GE-LAT NOT = ZEROS
                   OR WS-GE-LON NOT = ZEROS)
              AND WS-ENTREGA-QTDE < 999
              ADD 1 TO WS-ENTREGA-QTDE
              MOVE FS-NUMVENDA    TO WS-ENT-NUMVENDA(WS-ENTREGA-QTDE)
              MOVE FS-CODCLI      TO WS-ENT-CODCLI(WS-ENTREGA-QTDE)
              MOVE FS2-NOME       TO WS-ENT-RAZSOC(WS-ENTREGA-QTDE)
              MOVE FS-VALOR-TOTAL TO WS-ENT-VALOR(WS-ENTREGA-QTDE)
              MOVE WS-GE-LAT      TO WS-ENT-LAT(WS-ENTREGA-QTDE)
              MOVE WS-GE-LON      TO WS-ENT-LON(WS-ENTREGA-QTDE)
              MOVE "N"            TO WS-ENT-CARREGADO(WS-ENTREGA-QTDE)
              MOVE WS-GE-SEQ-END  TO WS-ENT-SEQ-END(WS-ENTREGA-QTDE)
              MOVE WS-GE-PREVISTA TO WS-ENT-PREVISTA(WS-ENTREGA-QTDE)
              MOVE WS-GE-REENTREGA
                                  TO WS-ENT-REENTREGA(WS-ENTREGA-QTDE)
           ELSE
              ADD 1 TO WS-ENTREGA-DESCARTADAS
           END-IF.

      *----------------------------------------------------------------*
      * LE O ENDERECO DE ENTREGA ESCOLHIDO NA VENDA; COM COORDENADAS,
      * ELAS SUBSTITUEM AS DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------*
       0012-LE-ENDERECO-VENDA.

           MOVE FS-CODCLI      TO FS26-CODCLI.
           MOVE "E"            TO FS26-TIPO.
           MOVE FS-END-ENTREGA TO FS26-SEQ.
           READ ENDERECOS KEY IS FS26-KEY.
           IF WT-ST-ENDERECOS = "00"
              MOVE FS-END-ENTREGA TO WS-GE-SEQ-END
              IF FS26-LATITUDE NOT = ZEROS
                 OR FS26-LONGITUDE NOT = ZEROS
                 MOVE FS26-LATITUDE  TO WS-GE-LAT
                 MOVE FS26-LONGITUDE TO WS-GE-LON
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MONTA AS CARGAS: CADA CARGA PARTE DO PEDIDO AINDA NAO
      * CARREGADO MAIS PROXIMO DA POSICAO ATUAL E ENCADEIA OS
           MOVE WS-DATA-ENTREGA (1:4) TO WR-CDI-ANO.
           MOVE WS-DATA-ENTREGA (5:2) TO WR-CDI-MES.
           MOVE WS-DATA-ENTREGA (7:2) TO WR-CDI-DIA.
           MOVE WS-DATA-PREVISTA (1:4) TO WR-CDI-PRV-ANO.
           MOVE WS-DATA-PREVISTA (5:2) TO WR-CDI-PRV-MES.
           MOVE WS-DATA-PREVISTA (7:2) TO WR-CDI-PRV-DIA.
           WRITE REL-REGISTRO-GER FROM WR-CAB-DIA.

           MOVE WS-ENTREGA-QTDE TO WS-CT-RESTANTES.

      *----------------------------------------------------------------*
      * REGISTRA A PARADA NA CARGA: IMPRIME O PEDIDO COM OS ITENS,
      * GRAVA A PARADA PARA O RETORNO, TOTALIZA E AVANCA A POSICAO
      * ATUAL
      *----------------------------------------------------------------*
       0008-REGISTRA-PARADA.

           MOVE WS-ENT-VALOR(WS-PJ)  TO WR-DET-VALOR.
           WRITE REL-REGISTRO-GER FROM WR-DET1.

           IF WS-ENT-REENTREGA(WS-PJ) = "S"
              MOVE WS-ENT-PREVISTA(WS-PJ) (1:4) TO WR-DRE-ANO
              MOVE WS-ENT-PREVISTA(WS-PJ) (5:2) TO WR-DRE-MES
              MOVE WS-ENT-PREVISTA(WS-PJ) (7:2) TO WR-DRE-DIA
              WRITE REL-REGISTRO-GER FROM WR-DET-REENT
           END-IF.

           IF WS-ENT-SEQ-END(WS-PJ) > ZEROS
              PERFORM 0013-IMPRIME-ENDERECO
           END-IF.

           PERFORM 0010-IMPRIME-ITENS.

           PERFORM 0016-GRAVA-PARADA.

           ADD 1 TO WS-CG-PEDIDOS WS-TT-PEDIDOS.
           ADD WS-ENT-VALOR(WS-PJ) TO WS-CG-VALOR WS-TT-VALOR.

                    MOVE FS5-VALOR   TO WR-DIT-VALOR
                    WRITE REL-REGISTRO-GER FROM WR-DET-ITEM
                    ADD FS5-QTD TO WS-CG-QTD-ITENS WS-TT-QTD-ITENS
                    IF TEM-LOTES
                       PERFORM 0011-IMPRIME-LOTES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME OS LOTES BAIXADOS NA VENDA PARA O ITEM, PARA A
      * SEPARACAO DA CARGA
      *----------------------------------------------------------------*
       0011-IMPRIME-LOTES.

           MOVE "N" TO WS-FIM-LOTES.
           MOVE FS5-NUMVENDA TO FS19-NUMVENDA.
           MOVE FS5-SEQ      TO FS19-SEQ.
           MOVE LOW-VALUES   TO FS19-LOTE.
           START LOTES-ITEM KEY IS NOT LESS THAN FS19-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START.

           PERFORM UNTIL FIM-LOTES
              READ LOTES-ITEM NEXT
                 AT END
                    MOVE "S" TO WS-FIM-LOTES
              END-READ
              IF NOT FIM-LOTES
                 IF WT-ST-LOTES NOT = "00"
                    OR FS19-NUMVENDA NOT = FS5-NUMVENDA
                    OR FS19-SEQ      NOT = FS5-SEQ
                    MOVE "S" TO WS-FIM-LOTES
                 ELSE
                    MOVE FS19-VALIDADE TO WS-LT-VALIDADE
                    MOVE FS19-LOTE     TO WR-DLT-LOTE
                    MOVE WS-LT-VAL-DIA TO WR-DLT-VAL-DIA
                    MOVE WS-LT-VAL-MES TO WR-DLT-VAL-MES
                    MOVE WS-LT-VAL-ANO TO WR-DLT-VAL-ANO
                    MOVE FS19-QTD      TO WR-DLT-QTD
                    WRITE REL-REGISTRO-GER FROM WR-DET-LOTE
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * GRAVA A PARADA NO romaneios.dat, PENDENTE DE RETORNO
      *----------------------------------------------------------------*
       0016-GRAVA-PARADA.

           INITIALIZE FD-ROMANEIO.
           MOVE WS-DATA-ENTREGA          TO FS29-DATA.
           MOVE WS-NUM-CARGA             TO FS29-CARGA.
           MOVE WS-SEQ-PARADA            TO FS29-SEQ.
           MOVE WS-ENT-NUMVENDA(WS-PJ)   TO FS29-NUMVENDA.
           MOVE WS-ENT-CODCLI(WS-PJ)     TO FS29-CODCLI.
           MOVE WS-ENT-VALOR(WS-PJ)      TO FS29-VALOR.
           MOVE WS-ENT-SEQ-END(WS-PJ)    TO FS29-SEQ-END.
           MOVE WS-ENT-PREVISTA(WS-PJ)   TO FS29-PREVISTA.
           MOVE "P"                      TO FS29-SITUACAO.
           MOVE "N"                      TO FS29-REENVIO.
           WRITE FD-ROMANEIO
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO romaneios.dat: STATUS "
                           WT-ST-ROMANEIOS
           END-WRITE.

      *----------------------------------------------------------------*
      * IMPRIME O ENDERECO DE ENTREGA DA PARADA
      *----------------------------------------------------------------*
       0013-IMPRIME-ENDERECO.

           MOVE WS-ENT-CODCLI(WS-PJ)  TO FS26-CODCLI.
           MOVE "E"                   TO FS26-TIPO.
           MOVE WS-ENT-SEQ-END(WS-PJ) TO FS26-SEQ.
           READ ENDERECOS KEY IS FS26-KEY.
           IF WT-ST-ENDERECOS = "00"
              MOVE FS26-LOGRADOURO TO WR-DEN-LOGRA
              MOVE FS26-NUMERO     TO WR-DEN-NUMERO
              MOVE FS26-BAIRRO     TO WR-DEN-BAIRRO
              MOVE FS26-CIDADE     TO WR-DEN-CIDADE
              MOVE FS26-UF         TO WR-DEN-UF
              WRITE REL-REGISTRO-GER FROM WR-DET-END
           END-IF.

       0003-TERMINA.

           WRITE REL-REGISTRO-GER FROM WR-SEP1.
              MOVE WS-ENTREGA-DESCARTADAS TO WR-RODAPE-DESCARTADAS
              WRITE REL-REGISTRO-GER FROM WR-RODAPE2
           END-IF.
           IF WS-CT-REENTREGAS > ZEROS
              MOVE WS-CT-REENTREGAS TO WR-RODAPE-REENTREGAS
              WRITE REL-REGISTRO-GER FROM WR-RODAPE3
           END-IF.

           CLOSE VENDAS ITENS CLIENTES ROMANEIO-GER ROMANEIOS.
           IF TEM-LOTES
              CLOSE LOTES-ITEM
           END-IF.
           IF TEM-ENDERECOS
              CLOSE ENDERECOS
           END-IF.
           DISPLAY "ROMANEIO GERADO: " WID-ARQUIVO-ROM.

      *----------------------------------------------------------------*
           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-SEP1.

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0017-DEVOLVE-LOTE.

           IF ERRO-ABERTURA
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
           ELSE
              MOVE "S" TO PN-SITUACAO
              COMPUTE PN-CT-LIDOS = WS-ENTREGA-QTDE
                                  + WS-ENTREGA-DESCARTADAS
              MOVE WS-TT-PEDIDOS TO PN-CT-GRAVADOS
              MOVE WS-TT-VALOR   TO PN-VL-TOTAL
              MOVE SPACES        TO PN-MENSAGEM
              STRING "ROMANEIO GERADO: " WID-ARQUIVO-ROM
                     DELIMITED BY SIZE INTO PN-MENSAGEM
              IF WS-ENTREGA-DESCARTADAS > ZEROS
                 MOVE "A" TO PN-SITUACAO
                 MOVE SPACES TO PN-MENSAGEM
                 STRING "PEDIDOS SEM COORDENADA: "
                        WS-ENTREGA-DESCARTADAS
                        DELIMITED BY SIZE INTO PN-MENSAGEM
              END-IF
           END-IF.
