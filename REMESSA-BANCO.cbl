      *               VENCIMENTO, VALOR EM ABERTO E DADOS DO
      *               CLIENTE), MARCANDO CADA PARCELA COMO REMETIDA
      *               PARA NAO SAIR DE NOVO NA PROXIMA REMESSA.
      *               O RETORNO-BANCO BAIXA AS LIQUIDACOES. NO
      *               PROCESSAMENTO NOTURNO O ARQUIVO LEVA A DATA DE
      *               MOVIMENTO DO PASSO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  REMESSA DE COBRANCA BANCARIA
      *               15/10/2026  EXECUCAO PELO PROCESSAMENTO NOTURNO
      *


           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-REMESSA            PIC  X(002) VALUE SPACES.

       COPY passolote.

       01 WT-CONTADORES.
           03 WT-CT-LIDOS              PIC  9(009) VALUE ZEROS.
           03 WT-CT-DETALHES           PIC  9(006) VALUE ZEROS.
           03 WT-VL-TOTAL              PIC  9(013)V9(002) VALUE ZEROS.

           PERFORM 0000-INICIA
           PERFORM 0002-PROCESSA   UNTIL FIM-FONTE
           PERFORM 0003-TERMINA
           IF PN-EM-LOTE
              PERFORM 0004-DEVOLVE-LOTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*


       0000-INICIA.
           IF PN-EM-LOTE
              MOVE PN-DATA-MOVTO TO WS-HOJE-NUM
           ELSE
              ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WID-ARQUIVO-REM.
           STRING "remessa-" WS-HOJE-NUM ".txt"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-REM.
           OPEN I-O RECEBER.
           IF WT-ST-RECEBER NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
              MOVE "ERRO ABERTURA DO ARQUIVO contasreceber.dat" TO
                   PN-MENSAGEM
              DISPLAY "ERRO ABERTURA ARQUIVO contasreceber.dat: "
                      "STATUS " WT-ST-RECEBER
           ELSE
      *----------------------------------------------------------------*
       0002-PROCESSA.

           ADD 1 TO WT-CT-LIDOS.
           IF FS-STATUS-ABERTA AND NOT FS-JA-REMETIDA

              COMPUTE WS-VL-ABERTO = FS-VALOR - FS-VALOR-PAGO
              DISPLAY "PARCELAS REMETIDAS: " WT-CT-DETALHES
              DISPLAY "VALOR TOTAL.......: " WT-VL-TOTAL
           END-IF.

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0004-DEVOLVE-LOTE.

           MOVE WT-CT-LIDOS    TO PN-CT-LIDOS.
           MOVE WT-CT-DETALHES TO PN-CT-GRAVADOS.
           MOVE WT-VL-TOTAL    TO PN-VL-TOTAL.
           IF NOT PN-PASSO-ERRO
              MOVE "S"    TO PN-SITUACAO
              MOVE SPACES TO PN-MENSAGEM
              STRING "REMESSA GERADA: " WID-ARQUIVO-REM
                     DELIMITED BY SIZE INTO PN-MENSAGEM
           END-IF.
