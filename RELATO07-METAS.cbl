      *               FS-CODVEN NAS VENDAS ATIVAS DA COMPETENCIA),
      *               MOSTRANDO META, REALIZADO, DIFERENCA E
      *               PERCENTUAL DE ATINGIMENTO, COM TOTAIS DA
      *               EMPRESA. META E REALIZADO SAO CONSOLIDADOS POR
      *               EQUIPE E POR REGIONAL, PELA EQUIPE DO VENDEDOR
      *               NO ULTIMO DIA DA COMPETENCIA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  META X REALIZADO POR VENDEDOR
      *               15/10/2026  CONSOLIDACAO POR EQUIPE E REGIONAL
      *


       01 WS-DIFERENCA                 PIC S9(011)V9(002) VALUE ZEROS.
       01 WS-PCT                       PIC 9(005)V9(001) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONSOLIDACAO POR EQUIPE E POR REGIONAL (EQUIPE DO VENDEDOR NO
      * ULTIMO DIA DA COMPETENCIA), TABELAS EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       COPY hierarquia.

       77  WS-SECAO                          PIC X(01) VALUE "V".
           88 SECAO-VENDEDOR VALUE "V".
       01 WS-DATA-FIM-MES              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-AUX                  PIC 9(008) VALUE ZEROS.
       01 WS-ANO-AUX                   PIC 9(004) VALUE ZEROS.
       01 WS-MES-AUX                   PIC 9(002) VALUE ZEROS.
       01 WS-POS                       PIC 9(004) VALUE ZEROS.
       01 WS-IX                        PIC 9(004) VALUE ZEROS.
       01 WS-LN-META                   PIC 9(013)V9(002) VALUE ZEROS.
       01 WS-LN-REAL                   PIC 9(013)V9(002) VALUE ZEROS.

       01  WS-EQP-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-EQP-TAB.
           03 WS-EQP-ITEM OCCURS 999 TIMES.
               05 WS-ET-CODEQUIPE   PIC 9(004).
               05 WS-ET-NOME        PIC X(030).
               05 WS-ET-META        PIC 9(013)V9(002).
               05 WS-ET-REAL        PIC 9(013)V9(002).

       01  WS-REG-QTDE                 PIC 9(004) VALUE ZEROS.
       01  WS-REG-TAB.
           03 WS-REG-ITEM OCCURS 999 TIMES.
               05 WS-RT-CODREGIONAL PIC 9(003).
               05 WS-RT-NOME        PIC X(030).
               05 WS-RT-META        PIC 9(013)V9(002).
               05 WS-RT-REAL        PIC 9(013)V9(002).

      *----------------------------------------------------------------*
      * TABELA DO REALIZADO POR VENDEDOR NA COMPETENCIA (MESMA
      * ABORDAGEM DO RELATORIO-CARGA-VENDEDORES)
           03  WR-DET-PCT              PIC ZZZZ9,9.
           03  FILLER                  PIC X(002) VALUE " %".

       01 WR-CAB4-EQP.
           03  FILLER                  PIC X(009) VALUE "EQUIPE".
           03  FILLER                  PIC X(027)
               VALUE "NOME".
           03  FILLER                  PIC X(017) VALUE
               "            META".
           03  FILLER                  PIC X(017) VALUE
               "       REALIZADO".
           03  FILLER                  PIC X(017) VALUE
               "       DIFERENCA".
           03  FILLER                  PIC X(009) VALUE
               "  ATING.".

       01 WR-CAB4-REG.
           03  FILLER                  PIC X(009) VALUE "REGIONAL".
           03  FILLER                  PIC X(027)
               VALUE "NOME".
           03  FILLER                  PIC X(017) VALUE
               "            META".
           03  FILLER                  PIC X(017) VALUE
               "       REALIZADO".
           03  FILLER                  PIC X(017) VALUE
               "       DIFERENCA".
           03  FILLER                  PIC X(009) VALUE
               "  ATING.".

       01 WR-TIT-EQUIPES.
           03  FILLER                  PIC X(070) VALUE
               "CONSOLIDADO POR EQUIPE (EQUIPE NO ULTIMO DIA DA COMPETEN
      -        "CIA)".

       01 WR-TIT-REGIONAIS.
           03  FILLER                  PIC X(070) VALUE
               "CONSOLIDADO POR REGIONAL".

       01 WR-DET-HIER.
           03  WR-DHI-CODIGO           PIC ZZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DHI-NOME             PIC X(025) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DHI-META             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DHI-REALIZADO        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DHI-DIFERENCA        PIC ----.---.--9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DHI-PCT              PIC ZZZZ9,9.
           03  FILLER                  PIC X(002) VALUE " %".

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
               "TOTAL DA EMPRESA -  ".
           DISPLAY SS-MENU
           ACCEPT  SS-MENU

           PERFORM 0007-FIM-COMPETENCIA
           PERFORM 0006-CARREGA-VENDEDORES
           PERFORM 0001-ACUMULA-VENDAS

              ADD 1               TO WT-CT-LIDOS
              ADD FS3-VALOR-META  TO WT-VL-META-GER
              ADD WS-REALIZADO    TO WT-VL-REAL-GER

              PERFORM 0008-ACUMULA-HIERARQUIA
           END-IF.

           READ METAS NEXT
              MOVE WS-PCT TO WR-ROD-PCT
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              WRITE REL-REGISTRO-GER FROM WR-RODAPE
              ADD 2 TO WT-CT-LINHAS
              PERFORM 0009-IMPRIME-EQUIPES
              PERFORM 0010-IMPRIME-REGIONAIS
              CLOSE METAS-GER
           END-IF.

           MOVE "F" TO HV-FUNCAO.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           IF WT-ST-METAS = "00" OR "10"
              CLOSE METAS
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1

           IF SECAO-VENDEDOR
              WRITE REL-REGISTRO-GER FROM WR-CAB4
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              MOVE 9 TO WT-CT-LINHAS
           ELSE
              MOVE 7 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * ULTIMO DIA DA COMPETENCIA, DATA EM QUE A EQUIPE DO VENDEDOR
      * E CONSULTADA
      *----------------------------------------------------------------*
       0007-FIM-COMPETENCIA.

           DIVIDE WS-ANOMES-REF BY 100 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX.
           IF WS-MES-AUX < 1 OR WS-MES-AUX > 12
              COMPUTE WS-DATA-FIM-MES = WS-ANOMES-REF * 100 + 31
           ELSE
              IF WS-MES-AUX = 12
                 COMPUTE WS-DATA-AUX = (WS-ANO-AUX + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-DATA-AUX = WS-ANO-AUX * 10000
                                     + (WS-MES-AUX + 1) * 100 + 1
              END-IF
              COMPUTE WS-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           END-IF.

      *----------------------------------------------------------------*
      * ACUMULA META E REALIZADO DO VENDEDOR NA SUA EQUIPE E NA SUA
      * REGIONAL
      *----------------------------------------------------------------*
       0008-ACUMULA-HIERARQUIA.

           MOVE "V"             TO HV-FUNCAO.
           MOVE FS3-CODVEN      TO HV-CODVEN.
           MOVE WS-DATA-FIM-MES TO HV-DATA.
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
      * IMPRIME O CONSOLIDADO POR EQUIPE (EQUIPE ZERO = VENDEDORES
      * SEM EQUIPE NO FIM DA COMPETENCIA)
      *----------------------------------------------------------------*
       0009-IMPRIME-EQUIPES.

           MOVE "C" TO WS-SECAO.
           PERFORM 0013-TITULO-SECAO.
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
              MOVE WS-ET-CODEQUIPE(WS-IX) TO WR-DHI-CODIGO
              MOVE WS-ET-NOME(WS-IX)      TO WR-DHI-NOME
              MOVE WS-ET-META(WS-IX)      TO WS-LN-META
              MOVE WS-ET-REAL(WS-IX)      TO WS-LN-REAL
              PERFORM 0014-LINHA-CONSOLIDADA
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME O CONSOLIDADO POR REGIONAL
      *----------------------------------------------------------------*
       0010-IMPRIME-REGIONAIS.

           PERFORM 0013-TITULO-SECAO.
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
              MOVE WS-RT-CODREGIONAL(WS-IX) TO WR-DHI-CODIGO
              MOVE WS-RT-NOME(WS-IX)        TO WR-DHI-NOME
              MOVE WS-RT-META(WS-IX)        TO WS-LN-META
              MOVE WS-RT-REAL(WS-IX)        TO WS-LN-REAL
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
              ADD FS3-VALOR-META   TO WS-ET-META(WS-POS)
              ADD WS-REALIZADO     TO WS-ET-REAL(WS-POS)
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
              ADD FS3-VALOR-META    TO WS-RT-META(WS-POS)
              ADD WS-REALIZADO      TO WS-RT-REAL(WS-POS)
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
      * CALCULA DIFERENCA E ATINGIMENTO E IMPRIME A LINHA DO
      * CONSOLIDADO (WS-LN-META / WS-LN-REAL)
      *----------------------------------------------------------------*
       0014-LINHA-CONSOLIDADA.

           COMPUTE WS-DIFERENCA = WS-LN-REAL - WS-LN-META.
           IF WS-LN-META > ZEROS
              COMPUTE WS-PCT ROUNDED = WS-LN-REAL * 100 / WS-LN-META
           ELSE
              MOVE ZEROS TO WS-PCT
           END-IF.

           MOVE WS-LN-META     TO WR-DHI-META.
           MOVE WS-LN-REAL     TO WR-DHI-REALIZADO.
           MOVE WS-DIFERENCA   TO WR-DHI-DIFERENCA.
           MOVE WS-PCT         TO WR-DHI-PCT.

           WRITE REL-REGISTRO-GER FROM WR-DET-HIER.
           ADD 1 TO WT-CT-LINHAS.
