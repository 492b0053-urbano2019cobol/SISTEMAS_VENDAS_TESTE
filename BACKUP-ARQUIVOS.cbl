      *               ARQUIVO SEQUENCIAL DE BACKUP COM TRAILER DE
      *               CONTROLE (QUANTIDADE DE REGISTROS E SOMA DAS
      *               CHAVES), QUE O RESTAURA-ARQUIVOS CONFERE NA
      *               RECARGA. NO PROCESSAMENTO NOTURNO RODA SEM
      *               TELA, COM O ARQUIVO (1 A 4, COMO NA TELA) NA
      *               PRIMEIRA POSICAO DO PARAMETRO DO PASSO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  BACKUP COM TOTAIS DE CONTROLE
      *               02/09/2026  ITENS COM PRECO DE TABELA E DESCONTO
      *               15/10/2026  EXECUCAO SEM TELA PELO PROCESSAMENTO
      *                           NOTURNO
      *               15/10/2026  REGISTRO DO BACKUP AMPLIADO PARA O
      *                           ITEM DA VENDA COM OS IMPOSTOS
      *


           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FILLER           PIC X(127).

       FD  BACKUP-ARQ.
       01  BKP-REGISTRO.
           05 BKP-TIPO         PIC X(001).
           05 BKP-DADOS        PIC X(200).

      *================================================================*
       WORKING-STORAGE SECTION.

       01 WS-CHAVE-NUM                 PIC 9(015) VALUE ZEROS.

       COPY passolote.

       01 WR-TRAILER.
           03 WR-T-TIPO                PIC X(001) VALUE "T".
           03 WR-T-QTD                 PIC 9(009).
           03 WR-T-SOMA                PIC 9(015).
           03 FILLER                   PIC X(176) VALUE SPACES.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
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
              IF PN-PARAMETRO (1:1) IS NUMERIC
                 MOVE PN-PARAMETRO (1:1) TO WS-OPCAO-ARQ
              END-IF
           ELSE
              DISPLAY SS-MENU
              ACCEPT  SS-MENU
           END-IF.

           EVALUATE TRUE
              WHEN ARQ-CLIENTES
                   OPEN INPUT ITENS
              WHEN OTHER
                   MOVE "S" TO WS-FIM-FONTE
                   MOVE "E" TO PN-SITUACAO
                   MOVE 8   TO RETURN-CODE
                   MOVE "ARQUIVO DO BACKUP INVALIDO NO PARAMETRO" TO
                        PN-MENSAGEM
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           IF NOT FIM-FONTE
              IF WT-ST-FONTE NOT = "00"
                 MOVE "S" TO WS-FIM-FONTE
                 MOVE "E" TO PN-SITUACAO
                 MOVE 8   TO RETURN-CODE
                 MOVE "ERRO ABERTURA DO ARQUIVO FONTE" TO PN-MENSAGEM
                 DISPLAY "ERRO ABERTURA ARQUIVO FONTE: STATUS "
                         WT-ST-FONTE
              ELSE
                 OPEN OUTPUT BACKUP-ARQ
                 IF WT-ST-BKP NOT = "00"
                    MOVE "S" TO WS-FIM-FONTE
                    MOVE "E" TO PN-SITUACAO
                    MOVE 8   TO RETURN-CODE
                    MOVE "ERRO ABERTURA DO ARQUIVO DE BACKUP" TO
                         PN-MENSAGEM
                    DISPLAY "ERRO ABERTURA ARQUIVO " WID-ARQUIVO-BKP
                            ": STATUS " WT-ST-BKP
                 ELSE
                    PERFORM 0001-LE-FONTE
                 END-IF
              END-IF
           END-IF.

              DISPLAY "REGISTROS: " WT-CT-REGISTROS
                      "  SOMA DAS CHAVES: " WT-SM-CHAVES
           END-IF.

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0004-DEVOLVE-LOTE.

           MOVE WT-CT-REGISTROS TO PN-CT-LIDOS PN-CT-GRAVADOS.
           MOVE ZEROS           TO PN-VL-TOTAL.
           IF NOT PN-PASSO-ERRO
              MOVE "S"    TO PN-SITUACAO
              MOVE SPACES TO PN-MENSAGEM
              STRING "BACKUP GERADO: " WID-ARQUIVO-BKP
                     DELIMITED BY SIZE INTO PN-MENSAGEM
           END-IF.
