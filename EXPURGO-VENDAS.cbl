      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  EXPURGO DE PERIODOS FECHADOS
      *               15/10/2026  LEIAUTE DO ITEM DA VENDA AMPLIADO
      *                           COM OS IMPOSTOS DO ITEM
      *


           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
               10 FS5-SEQ      PIC 9(003).
           05 FS5-RESTO        PIC X(190).

       FD  RECEBER.
       01  FD-PARCELA.
           05 FSI-KEY.
               10 FSI-NUMVENDA PIC 9(007).
               10 FSI-SEQ      PIC 9(003).
           05 FSI-RESTO        PIC X(190).

       FD  RECEBER-HIST.
       01  FD-PARCELA-HIST.
