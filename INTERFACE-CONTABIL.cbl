      *               E SITUACAO) E TRAILER COM A QUANTIDADE DE
      *               DETALHES PARA CRITICA DO RECEPTOR. O NOME DO
      *               ARQUIVO CARREGA A DATA DO MOVIMENTO PARA
      *               PERMITIR REGERACAO DE UM DIA PERDIDO. NO
      *               PROCESSAMENTO NOTURNO RODA SEM TELA, COM A DATA
      *               DE MOVIMENTO RECEBIDA NA AREA DO PASSO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  GERAR INTERFACE DIARIA
      *               15/10/2026  FRETE DA VENDA DESTACADO NO DETALHE
      *                           E TOTAL DE FRETE NO HEADER (O VALOR
      *                           DA VENDA CONTINUA COM O FRETE)
      *               15/10/2026  EXECUCAO SEM TELA PELO PROCESSAMENTO
      *                           NOTURNO
      *               15/10/2026  ICMS, IPI, PIS E COFINS DOS ITENS NO
      *                           DETALHE E TOTAIS DOS IMPOSTOS NO
      *                           HEADER (DESTACADOS, FORA DO VALOR)
      *


                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CLIENTES.

           SELECT FRETES ASSIGN TO DISK "vendasfrete.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS3-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-FRETES.

           SELECT ITENS ASSIGN TO DISK "vendasitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS5-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ITENS.

           SELECT INTERFACE-GER ASSIGN TO DISK WID-ARQUIVO-INT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-INT.
           05 FS2-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FILLER         PIC X(010).

       FD  FRETES.
       01  FD-FRETE.
           05 FS3-KEY.
               10 FS3-NUMVENDA   PIC 9(007).
           05 FS3-CODDEP         PIC 9(003).
           05 FS3-END-ENTREGA    PIC 9(002).
           05 FS3-DISTANCIA      PIC 9(005)V9(001).
           05 FS3-VALOR-MERC     PIC 9(009)V9(002).
           05 FS3-VALOR-TABELA   PIC 9(007)V9(002).
           05 FS3-VALOR-FRETE    PIC 9(007)V9(002).
           05 FS3-SITUACAO       PIC X(001).
           05 FS3-OPER-LIB       PIC 9(004).
           05 FILLER             PIC X(020).

      * ITENS DA VENDA - SO OS IMPOSTOS DO ITEM
       FD  ITENS.
       01  FD-ITEM.
           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
               10 FS5-SEQ      PIC 9(003).
           05 FILLER           PIC X(073).
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

       FD  INTERFACE-GER.
       01  INT-REGISTRO                             PIC X(110).

      *================================================================*
       WORKING-STORAGE SECTION.
       77  WS-DATA-MOVTO                     PIC 9(008) VALUE ZEROS.
       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-ITENS                      PIC X(01) VALUE "N".
           88 FIM-ITENS VALUE "S".
       77  WS-SEM-ITENS                      PIC X(01) VALUE "N".
           88 SEM-ITENS VALUE "S".

       01  WID-ARQUIVO-INT                   PIC X(64) VALUE SPACES.

       01 WT-FILE-STATUS.
           03 WT-ST-VENDAS             PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-FRETES             PIC  X(002) VALUE SPACES.
           03 WT-ST-ITENS              PIC  X(002) VALUE SPACES.
           03 WT-ST-INT                PIC  X(002) VALUE SPACES.

       COPY passolote.

       01 WT-CONTADORES.
           03 WT-CT-LIDOS              PIC  9(009) VALUE ZEROS.
           03 WT-CT-DETALHES           PIC  9(007) VALUE ZEROS.
           03 WT-VL-TOTAL              PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-FRETE              PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-ICMS               PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-IPI                PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-PIS                PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-COFINS             PIC 9(013)V9(002) VALUE ZEROS.

       01 WR-HEADER.
           03 WR-H-TIPO                PIC X(001) VALUE "H".
           03 WR-H-DATA                PIC 9(008).
           03 WR-H-QTD                 PIC 9(007).
           03 WR-H-VALOR               PIC 9(013)V9(002).
           03 WR-H-FRETE               PIC 9(013)V9(002).
           03 WR-H-ICMS                PIC 9(013)V9(002).
           03 WR-H-IPI                 PIC 9(013)V9(002).
           03 WR-H-PIS                 PIC 9(013)V9(002).
           03 WR-H-COFINS              PIC 9(013)V9(002).

       01 WR-DETALHE.
           03 WR-D-TIPO                PIC X(001) VALUE "D".
           03 WR-D-CODVEN              PIC 9(006).
           03 WR-D-VALOR               PIC 9(009)V9(002).
           03 WR-D-STATUS              PIC X(001).
           03 WR-D-FRETE               PIC 9(007)V9(002).
           03 WR-D-ICMS                PIC 9(007)V9(002).
           03 WR-D-IPI                 PIC 9(007)V9(002).
           03 WR-D-PIS                 PIC 9(007)V9(002).
           03 WR-D-COFINS              PIC 9(007)V9(002).

       01 WR-TRAILER.
           03 WR-T-TIPO                PIC X(001) VALUE "T".
           PERFORM 0000-INICIA
           PERFORM 0002-PROCESSA   UNTIL FIM-FONTE
           PERFORM 0003-TERMINA
           IF PN-EM-LOTE
              PERFORM 0005-DEVOLVE-LOTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*


       0000-INICIA.
           IF PN-EM-LOTE
              MOVE PN-DATA-MOVTO TO WS-DATA-MOVTO
           ELSE
              DISPLAY SS-MENU
              ACCEPT  SS-MENU
           END-IF.

           MOVE SPACES TO WID-ARQUIVO-INT.
           STRING "contab-" WS-DATA-MOVTO ".txt"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-INT.

      * SEM O ARQUIVO DE FRETES A LEITURA RETORNA STATUS DE ERRO E
      * O FRETE SAI ZERADO
           OPEN INPUT FRETES.

      * SEM O ARQUIVO DE ITENS OS IMPOSTOS SAEM ZERADOS
           OPEN INPUT ITENS.
           IF WT-ST-ITENS NOT = "00"
              MOVE "S" TO WS-SEM-ITENS
           END-IF.

           PERFORM 0001-ACUMULA-TOTAIS

           OPEN INPUT CLIENTES.

           OPEN OUTPUT INTERFACE-GER.
           IF WT-ST-INT NOT = "00"
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
              MOVE "ERRO ABERTURA DO ARQUIVO DE INTERFACE" TO
                   PN-MENSAGEM
              DISPLAY "ERRO ABERTURA ARQUIVO " WID-ARQUIVO-INT
                      ": STATUS " WT-ST-INT
           END-IF.
           MOVE WS-DATA-MOVTO TO WR-H-DATA.
           MOVE WT-CT-DETALHES TO WR-H-QTD.
           MOVE WT-VL-TOTAL TO WR-H-VALOR.
           MOVE WT-VL-FRETE TO WR-H-FRETE.
           MOVE WT-VL-ICMS TO WR-H-ICMS.
           MOVE WT-VL-IPI TO WR-H-IPI.
           MOVE WT-VL-PIS TO WR-H-PIS.
           MOVE WT-VL-COFINS TO WR-H-COFINS.
           WRITE INT-REGISTRO FROM WR-HEADER.

           MOVE "N" TO WS-FIM-FONTE.
           OPEN INPUT VENDAS.
           IF WT-ST-VENDAS NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
              MOVE "ERRO ABERTURA DO ARQUIVO vendas.dat" TO PN-MENSAGEM
              DISPLAY "ERRO ABERTURA ARQUIVO vendas.dat: STATUS "
                      WT-ST-VENDAS
           ELSE
              READ VENDAS NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
                      AND FS-DATA-CANCEL = WS-DATA-MOVTO)
                  ADD 1              TO WT-CT-DETALHES
                  ADD FS-VALOR-TOTAL TO WT-VL-TOTAL
                  PERFORM 0004-LE-FRETE
                  ADD WR-D-FRETE     TO WT-VL-FRETE
                  PERFORM 0006-SOMA-IMPOSTOS
                  ADD WR-D-ICMS      TO WT-VL-ICMS
                  ADD WR-D-IPI       TO WT-VL-IPI
                  ADD WR-D-PIS       TO WT-VL-PIS
                  ADD WR-D-COFINS    TO WT-VL-COFINS
               END-IF
               READ VENDAS NEXT
                   AT END MOVE "S" TO WS-FIM-FONTE
      *----------------------------------------------------------------*
       0002-PROCESSA.

           ADD 1 TO WT-CT-LIDOS.
           IF (FS-DATA-VENDA = WS-DATA-MOVTO
               AND NOT FS-STATUS-ORCAMENTO)
              OR (FS-STATUS-CANCELADA
              MOVE FS-CODVEN      TO WR-D-CODVEN
              MOVE FS-VALOR-TOTAL TO WR-D-VALOR
              MOVE FS-STATUS      TO WR-D-STATUS
              PERFORM 0004-LE-FRETE
              PERFORM 0006-SOMA-IMPOSTOS

              MOVE FS-CODCLI TO FS2-CODIGO
              READ CLIENTES KEY IS FS2-KEY
           IF WT-ST-CLIENTES = "00" OR "10"
              CLOSE CLIENTES
           END-IF.
           IF WT-ST-FRETES = "00" OR "10" OR "23"
              CLOSE FRETES
           END-IF.
           IF NOT SEM-ITENS
              CLOSE ITENS
           END-IF.
           CLOSE INTERFACE-GER.

           DISPLAY "ARQUIVO GERADO: " WID-ARQUIVO-INT.

      *----------------------------------------------------------------*
      * FRETE DA VENDA CORRENTE (ZERO PARA VENDA SEM FRETE GRAVADO)
      *----------------------------------------------------------------*
       0004-LE-FRETE.

           MOVE ZEROS TO WR-D-FRETE.
           MOVE FS-NUMVENDA TO FS3-NUMVENDA.
           READ FRETES KEY IS FS3-KEY.
           IF WT-ST-FRETES = "00"
              MOVE FS3-VALOR-FRETE TO WR-D-FRETE
           END-IF.

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0005-DEVOLVE-LOTE.

           MOVE WT-CT-LIDOS    TO PN-CT-LIDOS.
           MOVE WT-CT-DETALHES TO PN-CT-GRAVADOS.
           MOVE WT-VL-TOTAL    TO PN-VL-TOTAL.
           IF NOT PN-PASSO-ERRO
              MOVE "S"    TO PN-SITUACAO
              MOVE SPACES TO PN-MENSAGEM
              STRING "ARQUIVO GERADO: " WID-ARQUIVO-INT
                     DELIMITED BY SIZE INTO PN-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
      * IMPOSTOS DESTACADOS NOS ITENS DA VENDA CORRENTE. ITENS SEM OS
      * CAMPOS DE IMPOSTO PREENCHIDOS NAO ENTRAM
      *----------------------------------------------------------------*
       0006-SOMA-IMPOSTOS.

           MOVE ZEROS TO WR-D-ICMS WR-D-IPI WR-D-PIS WR-D-COFINS.
           IF SEM-ITENS
              MOVE "S" TO WS-FIM-ITENS
           ELSE
              MOVE "N" TO WS-FIM-ITENS
              MOVE FS-NUMVENDA TO FS5-NUMVENDA
              MOVE ZEROS       TO FS5-SEQ
              START ITENS KEY IS GREATER THAN FS5-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-ITENS
              END-START
           END-IF.

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
                    IF FS5-ICMS-VALOR NUMERIC
                       AND FS5-IPI-VALOR NUMERIC
                       AND FS5-PIS-VALOR NUMERIC
                       AND FS5-COFINS-VALOR NUMERIC
                       ADD FS5-ICMS-VALOR   TO WR-D-ICMS
                       ADD FS5-IPI-VALOR    TO WR-D-IPI
                       ADD FS5-PIS-VALOR    TO WR-D-PIS
                       ADD FS5-COFINS-VALOR TO WR-D-COFINS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
