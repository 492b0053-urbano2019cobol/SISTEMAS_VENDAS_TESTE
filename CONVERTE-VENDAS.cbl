      *               ----------  --------------------------------------
      *               22/08/2026  CONVERSAO DO LAYOUT DE VENDAS
      *               02/09/2026  ITENS COM PRECO DE TABELA E DESCONTO
      *               15/10/2026  LEIAUTE DO ITEM DA VENDA AMPLIADO
      *                           COM OS IMPOSTOS DO ITEM
      *


           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FS5-PRECO-TAB    PIC 9(007)V9(002).
           05 FS5-DESC-PCT     PIC 9(002)V9(002).
           05 FILLER           PIC X(127).

      *================================================================*
       WORKING-STORAGE SECTION.
