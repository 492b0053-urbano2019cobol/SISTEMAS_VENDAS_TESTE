      *               AS VENDAS E CANCELAMENTOS DE UMA COMPETENCIA,
      *               APONTANDO SALTOS NA NUMERACAO, E FECHAR COM
      *               OS TOTAIS DO PERIODO CONFERIDOS CONTRA O
      *               VALOR APURADO PELO FECHAMENTO MENSAL. OS
      *               IMPOSTOS DESTACADOS NOS ITENS DAS SAIDAS ATIVAS
      *               SAEM POR DOCUMENTO E NO RESUMO POR CFOP E
      *               ALIQUOTA DE ICMS (CFOP 0000 = ITENS DE PRODUTO
      *               SEM CLASSIFICACAO FISCAL). O VALOR CONTABIL DO
      *               RESUMO E O VALOR DOS ITENS, SEM O FRETE
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  LIVRO DE SAIDAS MENSAL
      *               15/10/2026  IMPOSTOS POR DOCUMENTO E RESUMO POR
      *                           CFOP E ALIQUOTA
      *


                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-FECHTO.

           SELECT ITENS ASSIGN TO DISK "vendasitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS5-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ITENS.

           SELECT LIVRO-GER ASSIGN TO DISK "livro01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
               88 FS8-MES-ABERTO   VALUE "A".
           05 FS8-DATA-FECHTO  PIC 9(008).

      * ITENS DA VENDA - SO VALOR E IMPOSTOS DO ITEM
       FD  ITENS.
       01  FD-ITEM.
           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
               10 FS5-SEQ      PIC 9(003).
           05 FILLER           PIC X(036).
           05 FS5-QTD          PIC 9(005).
           05 FS5-VALOR        PIC 9(007)V9(002).
           05 FILLER           PIC X(023).
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

       FD  LIVRO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

           88 FIM-FONTE VALUE "S".
       77  WS-ANOMES                         PIC 9(006) VALUE ZEROS.
       77  WS-ANOMES-VENDA                   PIC 9(006) VALUE ZEROS.
       77  WS-FIM-ITENS                      PIC X(01) VALUE "N".
           88 FIM-ITENS VALUE "S".
       77  WS-SEM-ITENS                      PIC X(01) VALUE "N".
           88 SEM-ITENS VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.
           03 WT-ST-VENDAS             PIC  X(002) VALUE SPACES.
           03 WT-ST-ORD                PIC  X(002) VALUE SPACES.
           03 WT-ST-FECHTO             PIC  X(002) VALUE SPACES.
           03 WT-ST-ITENS              PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-VL-ATIVAS             PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-CANCELADAS         PIC 9(013)V9(002) VALUE ZEROS.
           03 WT-VL-DIFERENCA          PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-DOC-BASE-ICMS         PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-DOC-ICMS              PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-DOC-IPI               PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-ITEM               PIC 9(011)V9(002) VALUE ZEROS.

      * RESUMO POR CFOP E ALIQUOTA DE ICMS, EM ORDEM DE CFOP +
      * ALIQUOTA. COM A TABELA CHEIA O ITEM NAO ENTRA NO RESUMO
       01  WS-POS                      PIC 9(004) VALUE ZEROS.
       01  WS-IX                       PIC 9(004) VALUE ZEROS.
       01  WS-RES-CHAVE.
           03 WS-RC-CFOP               PIC 9(004) VALUE ZEROS.
           03 WS-RC-ALIQ               PIC 9(002)V9(002) VALUE ZEROS.
       01  WS-RES-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-RES-TAB.
           03 WS-RES-ITEM OCCURS 200 TIMES.
               05 WS-RT-CHAVE.
                  07 WS-RT-CFOP        PIC 9(004).
                  07 WS-RT-ALIQ        PIC 9(002)V9(002).
               05 WS-RT-CONTABIL       PIC 9(013)V9(002).
               05 WS-RT-BASE-ICMS      PIC 9(013)V9(002).
               05 WS-RT-ICMS           PIC 9(013)V9(002).
               05 WS-RT-IPI            PIC 9(013)V9(002).
               05 WS-RT-PIS            PIC 9(013)V9(002).
               05 WS-RT-COFINS         PIC 9(013)V9(002).
       01  WS-RES-TOTAL.
           03 WS-RS-CONTABIL           PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-RS-BASE-ICMS          PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-RS-ICMS               PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-RS-IPI                PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-RS-PIS                PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-RS-COFINS             PIC 9(013)V9(002) VALUE ZEROS.

       01 WS-SERIE-ANT                 PIC 9(003) VALUE ZEROS.
       01 WS-NUMFISCAL-ANT             PIC 9(009) VALUE ZEROS.
              05 SEGUNDO               PIC 9(002) VALUE ZEROS.

       01 WR-SEP1.
           03  FILLER                  PIC X(125) VALUE ALL "-".

       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           03  FILLER                  PIC X(017) VALUE
               "          VALOR".
           03  FILLER                  PIC X(010) VALUE "SITUACAO".
           03  FILLER                  PIC X(016) VALUE
               "       BASE ICMS".
           03  FILLER                  PIC X(015) VALUE
               "           ICMS".
           03  FILLER                  PIC X(015) VALUE
               "            IPI".

       01 WR-DET1.
           03  WR-DET-SERIE            PIC 9(003) VALUE ZEROS.
           03  WR-DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SITUACAO         PIC X(010) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-BASE-ICMS        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-ICMS             PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-IPI              PIC ZZ.ZZZ.ZZ9,99.

       01 WR-SALTO.
           03  FILLER                  PIC X(040) VALUE
           03  FILLER                  PIC X(048) VALUE
               "COMPETENCIA SEM REGISTRO NO FECHAMENTO MENSAL".

       01 WR-CAB-RES.
           03  FILLER                  PIC X(040) VALUE
               "RESUMO POR CFOP E ALIQUOTA DE ICMS".

       01 WR-CAB5.
           03  FILLER                  PIC X(006) VALUE "CFOP".
           03  FILLER                  PIC X(005) VALUE "ALIQ.".
           03  FILLER                  PIC X(019) VALUE
               "   VALOR CONTABIL".
           03  FILLER                  PIC X(019) VALUE
               "          BASE ICMS".
           03  FILLER                  PIC X(019) VALUE
               "               ICMS".
           03  FILLER                  PIC X(019) VALUE
               "                IPI".
           03  FILLER                  PIC X(019) VALUE
               "                PIS".
           03  FILLER                  PIC X(019) VALUE
               "             COFINS".

       01 WR-RES-DET.
           03  WR-RES-CFOP             PIC X(004) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-ALIQ             PIC X(005) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-CONTABIL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-BASE-ICMS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-ICMS             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-IPI              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-PIS              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-RES-COFINS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WR-ED-ALIQ                   PIC Z9,99.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.

           OPEN INPUT  LIVRO-ORD.
           OPEN OUTPUT LIVRO-GER.
      * SEM O ARQUIVO DE ITENS O LIVRO SAI SEM OS IMPOSTOS
           OPEN INPUT  ITENS.
           IF WT-ST-ITENS NOT = "00"
              MOVE "S" TO WS-SEM-ITENS
           END-IF.
           READ LIVRO-ORD NEXT.

      *----------------------------------------------------------------*
           MOVE R1-DATA-VENDA (7:2) TO WR-DET-DIA.
           MOVE R1-CODCLI           TO WR-DET-CLIENTE.
           MOVE R1-VALOR            TO WR-DET-VALOR.
           MOVE ZEROS TO WT-DOC-BASE-ICMS WT-DOC-ICMS WT-DOC-IPI.
           IF R1-STATUS-CANCELADA
              MOVE "CANCELADA" TO WR-DET-SITUACAO
              ADD 1        TO WT-CT-CANCELADAS
              MOVE "ATIVA"     TO WR-DET-SITUACAO
              ADD 1        TO WT-CT-ATIVAS
              ADD R1-VALOR TO WT-VL-ATIVAS
              IF NOT SEM-ITENS
                 PERFORM 0005-SOMA-ITENS
              END-IF
           END-IF.
           MOVE WT-DOC-BASE-ICMS    TO WR-DET-BASE-ICMS.
           MOVE WT-DOC-ICMS         TO WR-DET-ICMS.
           MOVE WT-DOC-IPI          TO WR-DET-IPI.

           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.
              WRITE REL-REGISTRO-GER FROM WR-RODAPE5
           END-IF.

           PERFORM 0007-IMPRIME-RESUMO.

           IF NOT SEM-ITENS
              CLOSE ITENS
           END-IF.
           CLOSE LIVRO-ORD LIVRO-GER.
           DISPLAY "LIVRO DE SAIDAS GERADO: livro01.rel".



           MOVE 9 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * SOMA OS IMPOSTOS DOS ITENS DA SAIDA ATIVA NO DOCUMENTO E NO
      * RESUMO POR CFOP. ITENS ANTERIORES AO CALCULO DOS IMPOSTOS
      * (CAMPOS NAO NUMERICOS) NAO ENTRAM
      *----------------------------------------------------------------*
       0005-SOMA-ITENS.

           MOVE "N"         TO WS-FIM-ITENS.
           MOVE R1-NUMVENDA TO FS5-NUMVENDA.
           MOVE ZEROS       TO FS5-SEQ.
           START ITENS KEY IS GREATER THAN FS5-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START.

           PERFORM UNTIL FIM-ITENS
              READ ITENS NEXT
                  AT END
                     MOVE "S" TO WS-FIM-ITENS
              END-READ
              IF NOT FIM-ITENS
                 IF WT-ST-ITENS NOT = "00"
                    OR FS5-NUMVENDA NOT = R1-NUMVENDA
                    MOVE "S" TO WS-FIM-ITENS
                 ELSE
                    IF FS5-CFOP NUMERIC
                       AND FS5-ICMS-VALOR NUMERIC
                       AND FS5-COFINS-VALOR NUMERIC
                       ADD FS5-ICMS-BASE  TO WT-DOC-BASE-ICMS
                       ADD FS5-ICMS-VALOR TO WT-DOC-ICMS
                       ADD FS5-IPI-VALOR  TO WT-DOC-IPI
                       PERFORM 0006-ACUMULA-CFOP
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * LOCALIZA O CFOP + ALIQUOTA DO ITEM NA TABELA DO RESUMO; NAO
      * ACHANDO, ABRE A POSICAO EM ORDEM DE CFOP E ALIQUOTA
      *----------------------------------------------------------------*
       0006-ACUMULA-CFOP.

           MOVE FS5-CFOP      TO WS-RC-CFOP.
           MOVE FS5-ICMS-ALIQ TO WS-RC-ALIQ.
           MOVE ZEROS TO WS-POS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-RES-QTDE OR WS-POS NOT = ZEROS
              IF WS-RT-CHAVE(WS-IX) NOT < WS-RES-CHAVE
                 MOVE WS-IX TO WS-POS
              END-IF
           END-PERFORM.

           IF WS-POS = ZEROS
              OR WS-RT-CHAVE(WS-POS) NOT = WS-RES-CHAVE
              IF WS-RES-QTDE < 200
                 IF WS-POS = ZEROS
                    COMPUTE WS-POS = WS-RES-QTDE + 1
                 ELSE
                    PERFORM VARYING WS-IX FROM WS-RES-QTDE BY -1
                            UNTIL WS-IX < WS-POS
                       MOVE WS-RES-ITEM(WS-IX) TO WS-RES-ITEM(WS-IX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-RES-QTDE
                 INITIALIZE WS-RES-ITEM(WS-POS)
                 MOVE WS-RES-CHAVE TO WS-RT-CHAVE(WS-POS)
              ELSE
                 MOVE ZEROS TO WS-POS
              END-IF
           END-IF.

           IF WS-POS NOT = ZEROS
              COMPUTE WT-VL-ITEM = FS5-QTD * FS5-VALOR
              ADD WT-VL-ITEM       TO WS-RT-CONTABIL(WS-POS)
              ADD FS5-ICMS-BASE    TO WS-RT-BASE-ICMS(WS-POS)
              ADD FS5-ICMS-VALOR   TO WS-RT-ICMS(WS-POS)
              ADD FS5-IPI-VALOR    TO WS-RT-IPI(WS-POS)
              ADD FS5-PIS-VALOR    TO WS-RT-PIS(WS-POS)
              ADD FS5-COFINS-VALOR TO WS-RT-COFINS(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME O RESUMO POR CFOP E ALIQUOTA DE ICMS, COM O TOTAL
      *----------------------------------------------------------------*
       0007-IMPRIME-RESUMO.

           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB-RES.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB5.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.

           INITIALIZE WS-RES-TOTAL.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-RES-QTDE
              MOVE WS-RT-CFOP(WS-IX)      TO WR-RES-CFOP
              MOVE WS-RT-ALIQ(WS-IX)      TO WR-ED-ALIQ
              MOVE WR-ED-ALIQ             TO WR-RES-ALIQ
              MOVE WS-RT-CONTABIL(WS-IX)  TO WR-RES-CONTABIL
              MOVE WS-RT-BASE-ICMS(WS-IX) TO WR-RES-BASE-ICMS
              MOVE WS-RT-ICMS(WS-IX)      TO WR-RES-ICMS
              MOVE WS-RT-IPI(WS-IX)       TO WR-RES-IPI
              MOVE WS-RT-PIS(WS-IX)       TO WR-RES-PIS
              MOVE WS-RT-COFINS(WS-IX)    TO WR-RES-COFINS
              WRITE REL-REGISTRO-GER FROM WR-RES-DET
              ADD WS-RT-CONTABIL(WS-IX)   TO WS-RS-CONTABIL
              ADD WS-RT-BASE-ICMS(WS-IX)  TO WS-RS-BASE-ICMS
              ADD WS-RT-ICMS(WS-IX)       TO WS-RS-ICMS
              ADD WS-RT-IPI(WS-IX)        TO WS-RS-IPI
              ADD WS-RT-PIS(WS-IX)        TO WS-RS-PIS
              ADD WS-RT-COFINS(WS-IX)     TO WS-RS-COFINS
           END-PERFORM.

           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           MOVE "TOT."           TO WR-RES-CFOP.
           MOVE SPACES           TO WR-RES-ALIQ.
           MOVE WS-RS-CONTABIL   TO WR-RES-CONTABIL.
           MOVE WS-RS-BASE-ICMS  TO WR-RES-BASE-ICMS.
           MOVE WS-RS-ICMS       TO WR-RES-ICMS.
           MOVE WS-RS-IPI        TO WR-RES-IPI.
           MOVE WS-RS-PIS        TO WR-RES-PIS.
           MOVE WS-RS-COFINS     TO WR-RES-COFINS.
           WRITE REL-REGISTRO-GER FROM WR-RES-DET.
