      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  DIARIO DE MOVIMENTOS POR OPERADOR
      *               15/10/2026  USO DO CREDITO DO CLIENTE NA VENDA E
      *                           NA BAIXA, TOTALIZADO FORA DO CAIXA
      *               15/10/2026  ESTORNO DO CREDITO DO CLIENTE NO
      *                           CANCELAMENTO DA VENDA
      *


               88 FS-ALTERACAO    VALUE "A".
               88 FS-CANCELAMENTO VALUE "C".
               88 FS-BAIXA        VALUE "B".
               88 FS-USO-CREDITO  VALUE "U".
               88 FS-ESTORNO-CREDITO VALUE "E".
           05 FS-NUMVENDA     PIC 9(007).
           05 FS-PARCELA      PIC 9(002).
           05 FS-VALOR        PIC 9(009)V9(002).
               88 R1-ALTERACAO    VALUE "A".
               88 R1-CANCELAMENTO VALUE "C".
               88 R1-BAIXA        VALUE "B".
               88 R1-USO-CREDITO  VALUE "U".
               88 R1-ESTORNO-CREDITO VALUE "E".
           05 R1-NUMVENDA     PIC 9(007).
           05 R1-PARCELA      PIC 9(002).
           05 R1-VALOR        PIC 9(009)V9(002).
           03 WT-OP-QT-BAIXADAS        PIC 9(005) VALUE ZEROS.
           03 WT-OP-VL-BAIXADO         PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-OP-VL-INCLUIDO        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-OP-VL-CREDITO         PIC 9(011)V9(002) VALUE ZEROS.

       01 WT-ACUMULADORES-GERAL.
           03 WT-GR-QT-INCLUIDAS       PIC 9(005) VALUE ZEROS.
           03 WT-GR-QT-BAIXADAS        PIC 9(005) VALUE ZEROS.
           03 WT-GR-VL-BAIXADO         PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-GR-VL-INCLUIDO        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-GR-VL-CREDITO         PIC 9(011)V9(002) VALUE ZEROS.

       01 WT-QUEBRAS.
           03 WT-QB-CODOPER            PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(024) VALUE
               "   RECEBIDO NO DIA...: ".
           03  WR-TOP-VL-BAIXADO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(024) VALUE
               "   CREDITO USADO.....: ".
           03  WR-TOP-VL-CREDITO       PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
           03  FILLER                  PIC X(024) VALUE
               "   RECEBIDO NO DIA...: ".
           03  WR-ROD-VL-BAIXADO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(024) VALUE
               "   CREDITO USADO.....: ".
           03  WR-ROD-VL-CREDITO       PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
                   ADD 1 TO WT-OP-QT-BAIXADAS WT-GR-QT-BAIXADAS
                   ADD R1-VALOR TO WT-OP-VL-BAIXADO
                                   WT-GR-VL-BAIXADO
              WHEN R1-USO-CREDITO
                   MOVE "USO CREDITO"  TO WR-DET-MOVIMENTO
                   ADD R1-VALOR TO WT-OP-VL-CREDITO
                                   WT-GR-VL-CREDITO
              WHEN R1-ESTORNO-CREDITO
                   MOVE "ESTORNO CRED." TO WR-DET-MOVIMENTO
           END-EVALUATE.
           MOVE R1-NUMVENDA TO WR-DET-VENDA.
           MOVE R1-PARCELA  TO WR-DET-PARCELA.
           MOVE WT-GR-QT-BAIXADAS   TO WR-ROD-BAIXADAS.
           MOVE WT-GR-VL-INCLUIDO   TO WR-ROD-VL-INCLUIDO.
           MOVE WT-GR-VL-BAIXADO    TO WR-ROD-VL-BAIXADO.
           MOVE WT-GR-VL-CREDITO    TO WR-ROD-VL-CREDITO.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE2.
           MOVE WT-OP-QT-BAIXADAS   TO WR-TOP-BAIXADAS.
           MOVE WT-OP-VL-INCLUIDO   TO WR-TOP-VL-INCLUIDO.
           MOVE WT-OP-VL-BAIXADO    TO WR-TOP-VL-BAIXADO.
           MOVE WT-OP-VL-CREDITO    TO WR-TOP-VL-CREDITO.
           WRITE REL-REGISTRO-GER FROM WR-TOT-OPER.
           WRITE REL-REGISTRO-GER FROM WR-TOT-OPER2.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
