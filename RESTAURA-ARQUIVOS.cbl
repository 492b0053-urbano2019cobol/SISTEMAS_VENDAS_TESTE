      *               ----------  --------------------------------------
      *               22/08/2026  RESTAURACAO COM CONFERENCIA
      *               02/09/2026  ITENS COM PRECO DE TABELA E DESCONTO
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
       01  BKP-TRAILER.
           05 BKP-T-TIPO       PIC X(001).
           05 BKP-T-QTD        PIC 9(009).
           05 BKP-T-SOMA       PIC 9(015).
           05 FILLER           PIC X(176).

      *================================================================*
       WORKING-STORAGE SECTION.
           03 WT-CT-GRAVADOS           PIC  9(009) VALUE ZEROS.

       01 WS-CHAVE-NUM                 PIC 9(015) VALUE ZEROS.
       01 WS-DADOS-AUX                 PIC X(200) VALUE SPACES.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
                           MOVE "N" TO WS-CONFERE
                   END-WRITE
              WHEN ARQ-ITENS
                   MOVE WS-DADOS-AUX (1:200) TO FD-ITEM
                   WRITE FD-ITEM
                       INVALID KEY
                           MOVE "N" TO WS-CONFERE
