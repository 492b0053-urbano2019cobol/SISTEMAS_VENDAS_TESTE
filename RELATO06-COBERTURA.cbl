      *               VENDAS DO PERIODO, APONTANDO POR VENDEDOR OS
      *               CLIENTES ATRIBUIDOS SEM NENHUMA VENDA NO
      *               PERIODO, COM NOME E DISTANCIA, E O PERCENTUAL
      *               DA CARTEIRA TRABALHADO POR VENDEDOR. AO FINAL,
      *               COBERTURA CONSOLIDADA POR EQUIPE E POR REGIONAL
      *               PELA EQUIPE DO VENDEDOR NA DATA FINAL DO PERIODO
      *               (SEM DATA FINAL, NA DATA DO DIA)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  COBERTURA DA CARTEIRA
      *               02/09/2026  LEIAUTE DA CARTEIRA COM ATRIBUICAO
      *                           FIXA
      *               15/10/2026  CONSOLIDACAO POR EQUIPE E REGIONAL
      *



       01 WS-PCT                       PIC 9(003)V9(001) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONSOLIDACAO POR EQUIPE E POR REGIONAL (EQUIPE DO VENDEDOR NA
      * DATA DE REFERENCIA), TABELAS EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       COPY hierarquia.

       01  WS-DATA-REF-HIER            PIC 9(008) VALUE ZEROS.
       01  WS-POS                      PIC 9(004) VALUE ZEROS.
       01  WS-IX                       PIC 9(004) VALUE ZEROS.
       01  WS-LN-ATRIB                 PIC 9(006) VALUE ZEROS.
       01  WS-LN-COMPR                 PIC 9(006) VALUE ZEROS.

       01  WS-EQP-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-EQP-TAB.
           03 WS-EQP-ITEM OCCURS 999 TIMES.
               05 WS-ET-CODEQUIPE   PIC 9(004).
               05 WS-ET-NOME        PIC X(030).
               05 WS-ET-ATRIB       PIC 9(006).
               05 WS-ET-COMPR       PIC 9(006).

       01  WS-REG-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-REG-TAB.
           03 WS-REG-ITEM OCCURS 999 TIMES.
               05 WS-RT-CODREGIONAL PIC 9(003).
               05 WS-RT-NOME        PIC X(030).
               05 WS-RT-ATRIB       PIC 9(006).
               05 WS-RT-COMPR       PIC 9(006).

       01 WT-DT-SISTEMA.
              05 ANO                   PIC 9(002) VALUE ZEROS.
              05 MES                   PIC 9(002) VALUE ZEROS.
           03  WR-TVN-PCT              PIC ZZ9,9.
           03  FILLER                  PIC X(002) VALUE " %".

       01 WR-TIT-EQUIPES.
           03  FILLER                  PIC X(060) VALUE
               "COBERTURA POR EQUIPE".

       01 WR-TIT-REGIONAIS.
           03  FILLER                  PIC X(060) VALUE
               "COBERTURA POR REGIONAL".

       01 WR-DET-HIER.
           03  WR-DHI-CODIGO           PIC ZZZ9.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DHI-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(012) VALUE
               "  CARTEIRA: ".
           03  WR-DHI-ATRIB            PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(015) VALUE
               "  COM VENDA:   ".
           03  WR-DHI-COMPR            PIC ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER                  PIC X(014) VALUE
               "  TRABALHADO: ".
           03  WR-DHI-PCT              PIC ZZ9,9.
           03  FILLER                  PIC X(002) VALUE " %".

       01 WR-RODAPE.
           03  FILLER                  PIC X(023) VALUE
               "CARTEIRA TOTAL........:".
           IF WS-DATA-FINAL = ZEROS
              MOVE 99991231 TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-FINAL = 99991231
              ACCEPT WS-DATA-REF-HIER FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATA-FINAL TO WS-DATA-REF-HIER
           END-IF.
           STRING FUNCTION TRIM(WS-ARQBASE) ".idx"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-IDX.

           MOVE WS-PCT TO WR-ROD-PCT.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           ADD 2 TO WT-CT-LINHAS.

           IF WT-ST-GER = "00"
              PERFORM 0009-IMPRIME-EQUIPES
              PERFORM 0010-IMPRIME-REGIONAIS
           END-IF.

           MOVE "F" TO HV-FUNCAO.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           IF WT-ST-CARTEIRA = "00" OR "10"
              CLOSE CARTEIRA
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM 0008-ACUMULA-HIERARQUIA.

           MOVE ZEROS TO WT-CT-ATRIB-VEN.
           MOVE ZEROS TO WT-CT-COMPR-VEN.



           MOVE 7 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * ACUMULA A CARTEIRA DO VENDEDOR NA SUA EQUIPE E NA SUA
      * REGIONAL NA DATA DE REFERENCIA
      *----------------------------------------------------------------*
       0008-ACUMULA-HIERARQUIA.

           MOVE "V"              TO HV-FUNCAO.
           MOVE WT-QB-CODVEN     TO HV-CODVEN.
           MOVE WS-DATA-REF-HIER TO HV-DATA.
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

           PERFORM 0011-ACUMULA-EQUIPE.
           PERFORM 0012-ACUMULA-REGIONAL.

      *----------------------------------------------------------------*
      * IMPRIME A COBERTURA POR EQUIPE (EQUIPE ZERO = VENDEDORES SEM
      * EQUIPE NA DATA DE REFERENCIA)
      *----------------------------------------------------------------*
       0009-IMPRIME-EQUIPES.

           PERFORM 0013-TITULO-SECAO.
           WRITE REL-REGISTRO-GER FROM WR-TIT-EQUIPES.
           ADD 1 TO WT-CT-LINHAS.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-EQP-QTDE
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-TIT-EQUIPES
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-ET-CODEQUIPE(WS-IX) TO WR-DHI-CODIGO
              MOVE WS-ET-NOME(WS-IX)      TO WR-DHI-NOME
              MOVE WS-ET-ATRIB(WS-IX)     TO WS-LN-ATRIB
              MOVE WS-ET-COMPR(WS-IX)     TO WS-LN-COMPR
              PERFORM 0014-LINHA-CONSOLIDADA
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME A COBERTURA POR REGIONAL
      *----------------------------------------------------------------*
       0010-IMPRIME-REGIONAIS.

           PERFORM 0013-TITULO-SECAO.
           WRITE REL-REGISTRO-GER FROM WR-TIT-REGIONAIS.
           ADD 1 TO WT-CT-LINHAS.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-REG-QTDE
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-TIT-REGIONAIS
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-RT-CODREGIONAL(WS-IX) TO WR-DHI-CODIGO
              MOVE WS-RT-NOME(WS-IX)        TO WR-DHI-NOME
              MOVE WS-RT-ATRIB(WS-IX)       TO WS-LN-ATRIB
              MOVE WS-RT-COMPR(WS-IX)       TO WS-LN-COMPR
              PERFORM 0014-LINHA-CONSOLIDADA
           END-PERFORM.

      *----------------------------------------------------------------*
      * LOCALIZA A EQUIPE NA TABELA; NAO ACHANDO, ABRE A POSICAO EM
      * ORDEM DE CODIGO. COM A TABELA CHEIA O VENDEDOR NAO E ACUMULADO
      *----------------------------------------------------------------*
       0011-ACUMULA-EQUIPE.

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
              ADD WT-CT-ATRIB-VEN  TO WS-ET-ATRIB(WS-POS)
              ADD WT-CT-COMPR-VEN  TO WS-ET-COMPR(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * LOCALIZA OU ABRE A REGIONAL NA TABELA, EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       0012-ACUMULA-REGIONAL.

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
              ADD WT-CT-ATRIB-VEN   TO WS-RT-ATRIB(WS-POS)
              ADD WT-CT-COMPR-VEN   TO WS-RT-COMPR(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * ABRE UMA SECAO DO CONSOLIDADO, MUDANDO DE PAGINA SE NAO
      * COUBER O TITULO E ALGUMAS LINHAS
      *----------------------------------------------------------------*
       0013-TITULO-SECAO.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 5
              PERFORM 0004-IMPRIME-CABECALHO
           ELSE
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              ADD 1 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * CALCULA O PERCENTUAL TRABALHADO E IMPRIME A LINHA DO
      * CONSOLIDADO (WS-LN-ATRIB / WS-LN-COMPR)
      *----------------------------------------------------------------*
       0014-LINHA-CONSOLIDADA.

           MOVE WS-LN-ATRIB TO WR-DHI-ATRIB.
           MOVE WS-LN-COMPR TO WR-DHI-COMPR.
           IF WS-LN-ATRIB > ZEROS
              COMPUTE WS-PCT ROUNDED = WS-LN-COMPR * 100 / WS-LN-ATRIB
           ELSE
              MOVE ZEROS TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WR-DHI-PCT.

           WRITE REL-REGISTRO-GER FROM WR-DET-HIER.
           ADD 1 TO WT-CT-LINHAS.
