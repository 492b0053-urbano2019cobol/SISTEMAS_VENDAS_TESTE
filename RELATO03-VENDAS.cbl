      * OBJETIVO:     LISTAR AS VENDAS DE UM PERIODO (DATA INICIAL E
      *               FINAL SOBRE FS-DATA-VENDA), COM SUBTOTAIS POR
      *               VENDEDOR DENTRO DO DIA, SUBTOTAIS POR DIA E
      *               TOTAIS GERAIS, IGNORANDO VENDAS CANCELADAS.
      *               AO FINAL, CONSOLIDADO POR EQUIPE E POR REGIONAL
      *               PELA EQUIPE DO VENDEDOR NA DATA DA VENDA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  LISTAR VENDAS POR PERIODO
      *               15/10/2026  CONSOLIDACAO POR EQUIPE E REGIONAL
      *


           03 WT-VL-DIA                PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-GERAL              PIC 9(011)V9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONSOLIDACAO POR EQUIPE E POR REGIONAL (EQUIPE DO VENDEDOR NA
      * DATA DA VENDA), TABELAS EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       COPY hierarquia.

       77  WS-SECAO                          PIC X(01) VALUE "V".
           88 SECAO-VENDAS VALUE "V".
       01  WS-POS                      PIC 9(004) VALUE ZEROS.
       01  WS-IX                       PIC 9(004) VALUE ZEROS.

       01  WS-EQP-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-EQP-TAB.
           03 WS-EQP-ITEM OCCURS 999 TIMES.
               05 WS-ET-CODEQUIPE   PIC 9(004).
               05 WS-ET-NOME        PIC X(030).
               05 WS-ET-CODREGIONAL PIC 9(003).
               05 WS-ET-QTDE        PIC 9(006).
               05 WS-ET-VALOR       PIC 9(011)V9(002).

       01  WS-REG-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-REG-TAB.
           03 WS-REG-ITEM OCCURS 999 TIMES.
               05 WS-RT-CODREGIONAL PIC 9(003).
               05 WS-RT-NOME        PIC X(030).
               05 WS-RT-QTDE        PIC 9(006).
               05 WS-RT-VALOR       PIC 9(011)V9(002).

       01 WT-QUEBRAS.
           03 WT-QB-DATA               PIC 9(008) VALUE ZEROS.
           03 WT-QB-CODVEN             PIC 9(006) VALUE ZEROS.
               "  VALOR: ".
           03  WR-TDI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-TIT-EQUIPES.
           03  FILLER                  PIC X(060) VALUE
               "CONSOLIDADO POR EQUIPE (EQUIPE NA DATA DA VENDA)".

       01 WR-TIT-REGIONAIS.
           03  FILLER                  PIC X(060) VALUE
               "CONSOLIDADO POR REGIONAL (REGIONAL NA DATA DA VENDA)".

       01 WR-CAB4-EQP.
           03  FILLER                  PIC X(039) VALUE "EQUIPE".
           03  FILLER                  PIC X(005) VALUE "REG.".
           03  FILLER                  PIC X(007) VALUE "   QTDE".
           03  FILLER                  PIC X(016) VALUE
               "     VALOR TOTAL".

       01 WR-CAB4-REG.
           03  FILLER                  PIC X(044) VALUE "REGIONAL".
           03  FILLER                  PIC X(007) VALUE "   QTDE".
           03  FILLER                  PIC X(016) VALUE
               "     VALOR TOTAL".

       01 WR-DET-EQP.
           03  WR-DEQ-CODEQUIPE        PIC ZZZ9.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEQ-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-CODREGIONAL      PIC ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-DET-REG.
           03  WR-DRG-CODREGIONAL      PIC ZZ9.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DRG-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  WR-DRG-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRG-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
               "TOTAL DE VENDAS:    ".
           ADD R1-VALOR-TOTAL  TO WT-VL-DIA.
           ADD R1-VALOR-TOTAL  TO WT-VL-GERAL.

           PERFORM 0007-ACUMULA-HIERARQUIA.

           READ VENDAS-REL NEXT.

       0003-TERMINA.
           MOVE WT-VL-GERAL TO WR-RODAPE-VALOR.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM 0008-IMPRIME-EQUIPES.
           PERFORM 0009-IMPRIME-REGIONAIS.

           MOVE "F" TO HV-FUNCAO.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           CLOSE VENDAS-REL VENDAS-GER.

           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1

           IF SECAO-VENDAS
              WRITE REL-REGISTRO-GER FROM WR-CAB4
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              MOVE 9 TO WT-CT-LINHAS
           ELSE
              MOVE 7 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * ACUMULA A VENDA NA EQUIPE E NA REGIONAL DO VENDEDOR NA DATA
      * DA VENDA
      *----------------------------------------------------------------*
       0007-ACUMULA-HIERARQUIA.

           MOVE "V"           TO HV-FUNCAO.
           MOVE R1-CODVEN     TO HV-CODVEN.
           MOVE R1-DATA-VENDA TO HV-DATA.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           IF HV-ACHOU
              IF HV-NOME-REGIONAL = SPACES
                 MOVE "*** REGIONAL NAO CADASTRADA ***" TO
                      HV-NOME-REGIONAL
              END-IF
           ELSE
              MOVE ZEROS          TO HV-CODEQUIPE HV-CODREGIONAL
              MOVE "SEM EQUIPE"   TO HV-NOME-EQUIPE
              MOVE "SEM REGIONAL" TO HV-NOME-REGIONAL
           END-IF.

           PERFORM 0010-ACUMULA-EQUIPE.
           PERFORM 0011-ACUMULA-REGIONAL.

      *----------------------------------------------------------------*
      * IMPRIME O CONSOLIDADO POR EQUIPE (EQUIPE ZERO = VENDAS DE
      * VENDEDORES SEM EQUIPE NA DATA)
      *----------------------------------------------------------------*
       0008-IMPRIME-EQUIPES.

           MOVE "C" TO WS-SECAO.
           PERFORM 0012-TITULO-SECAO.
           WRITE REL-REGISTRO-GER FROM WR-TIT-EQUIPES.
           WRITE REL-REGISTRO-GER FROM WR-CAB4-EQP.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-EQP-QTDE
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-CAB4-EQP
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-ET-CODEQUIPE(WS-IX)   TO WR-DEQ-CODEQUIPE
              MOVE WS-ET-NOME(WS-IX)        TO WR-DEQ-NOME
              MOVE WS-ET-CODREGIONAL(WS-IX) TO WR-DEQ-CODREGIONAL
              MOVE WS-ET-QTDE(WS-IX)        TO WR-DEQ-QTDE
              MOVE WS-ET-VALOR(WS-IX)       TO WR-DEQ-VALOR
              WRITE REL-REGISTRO-GER FROM WR-DET-EQP
              ADD 1 TO WT-CT-LINHAS
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME O CONSOLIDADO POR REGIONAL
      *----------------------------------------------------------------*
       0009-IMPRIME-REGIONAIS.

           PERFORM 0012-TITULO-SECAO.
           WRITE REL-REGISTRO-GER FROM WR-TIT-REGIONAIS.
           WRITE REL-REGISTRO-GER FROM WR-CAB4-REG.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-REG-QTDE
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-CAB4-REG
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-RT-CODREGIONAL(WS-IX) TO WR-DRG-CODREGIONAL
              MOVE WS-RT-NOME(WS-IX)        TO WR-DRG-NOME
              MOVE WS-RT-QTDE(WS-IX)        TO WR-DRG-QTDE
              MOVE WS-RT-VALOR(WS-IX)       TO WR-DRG-VALOR
              WRITE REL-REGISTRO-GER FROM WR-DET-REG
              ADD 1 TO WT-CT-LINHAS
           END-PERFORM.

      *----------------------------------------------------------------*
      * LOCALIZA A EQUIPE NA TABELA; NAO ACHANDO, ABRE A POSICAO EM
      * ORDEM DE CODIGO. COM A TABELA CHEIA A VENDA NAO E ACUMULADA
      *----------------------------------------------------------------*
       0010-ACUMULA-EQUIPE.

           MOVE ZEROS TO WS-POS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-EQP-QTDE OR WS-POS NOT = ZEROS
              IF WS-ET-CODEQUIPE(WS-IX) NOT < HV-CODEQUIPE
                 MOVE WS-IX TO WS-POS
              END-IF
           END-PERFORM.

           IF WS-POS = ZEROS
              OR WS-ET-CODEQUIPE(WS-POS) NOT = HV-CODEQUIPE
              IF WS-EQP-QTDE < 999
                 IF WS-POS = ZEROS
                    COMPUTE WS-POS = WS-EQP-QTDE + 1
                 ELSE
                    PERFORM VARYING WS-IX FROM WS-EQP-QTDE BY -1
                            UNTIL WS-IX < WS-POS
                       MOVE WS-EQP-ITEM(WS-IX) TO WS-EQP-ITEM(WS-IX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-EQP-QTDE
                 INITIALIZE WS-EQP-ITEM(WS-POS)
                 MOVE HV-CODEQUIPE TO WS-ET-CODEQUIPE(WS-POS)
              ELSE
                 MOVE ZEROS TO WS-POS
              END-IF
           END-IF.

           IF WS-POS NOT = ZEROS
              MOVE HV-NOME-EQUIPE  TO WS-ET-NOME(WS-POS)
              MOVE HV-CODREGIONAL  TO WS-ET-CODREGIONAL(WS-POS)
              ADD 1                TO WS-ET-QTDE(WS-POS)
              ADD R1-VALOR-TOTAL   TO WS-ET-VALOR(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * LOCALIZA OU ABRE A REGIONAL NA TABELA, EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       0011-ACUMULA-REGIONAL.

           MOVE ZEROS TO WS-POS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-REG-QTDE OR WS-POS NOT = ZEROS
              IF WS-RT-CODREGIONAL(WS-IX) NOT < HV-CODREGIONAL
                 MOVE WS-IX TO WS-POS
              END-IF
           END-PERFORM.

           IF WS-POS = ZEROS
              OR WS-RT-CODREGIONAL(WS-POS) NOT = HV-CODREGIONAL
              IF WS-REG-QTDE < 999
                 IF WS-POS = ZEROS
                    COMPUTE WS-POS = WS-REG-QTDE + 1
                 ELSE
                    PERFORM VARYING WS-IX FROM WS-REG-QTDE BY -1
                            UNTIL WS-IX < WS-POS
                       MOVE WS-REG-ITEM(WS-IX) TO WS-REG-ITEM(WS-IX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-REG-QTDE
                 INITIALIZE WS-REG-ITEM(WS-POS)
                 MOVE HV-CODREGIONAL TO WS-RT-CODREGIONAL(WS-POS)
              ELSE
                 MOVE ZEROS TO WS-POS
              END-IF
           END-IF.

           IF WS-POS NOT = ZEROS
              MOVE HV-NOME-REGIONAL TO WS-RT-NOME(WS-POS)
              ADD 1                 TO WS-RT-QTDE(WS-POS)
              ADD R1-VALOR-TOTAL    TO WS-RT-VALOR(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * ABRE UMA SECAO DO CONSOLIDADO, MUDANDO DE PAGINA SE NAO
      * COUBER O TITULO E ALGUMAS LINHAS
      *----------------------------------------------------------------*
       0012-TITULO-SECAO.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 5
              PERFORM 0004-IMPRIME-CABECALHO
           ELSE
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              ADD 1 TO WT-CT-LINHAS
           END-IF.
