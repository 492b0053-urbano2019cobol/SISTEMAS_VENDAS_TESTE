      *               AS VENDAS ATIVAS DO MES (FS-VALOR-TOTAL POR
      *               FS-CODVEN), GERANDO O ARQUIVO DE COMISSOES E O
      *               DEMONSTRATIVO IMPRIMIVEL POR VENDEDOR, COM O
      *               NOME BUSCADO EM vendedores.dat. CADA VENDA E
      *               ATRIBUIDA A EQUIPE E A REGIONAL DO VENDEDOR NA
      *               DATA DA VENDA (HIERARQUIA-VENDAS); O SUPERVISOR
      *               DA EQUIPE RECEBE O OVERRIDE (PERCENTUAL DA
      *               EQUIPE SOBRE AS VENDAS DELA), GRAVADO EM
      *               comissaooverride.dat, E O DEMONSTRATIVO TRAZ A
      *               CONSOLIDACAO POR EQUIPE E POR REGIONAL
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  APURAR COMISSAO MENSAL
      *               15/10/2026  OVERRIDE DO SUPERVISOR SOBRE AS
      *                           VENDAS DA EQUIPE E CONSOLIDACAO POR
      *                           EQUIPE E POR REGIONAL
      *


           SELECT COMISSAO-ARQ ASSIGN TO DISK "comissao.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-ARQ.

           SELECT OVERRIDE-ARQ ASSIGN TO DISK "comissaooverride.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-OVR.
      *
       DATA DIVISION.
       FILE SECTION.
           05 A1-PTO4         PIC X(001).
           05 A1-COMISSAO     PIC 9(011)V9(002).

      * OVERRIDE DO SUPERVISOR NA COMPETENCIA: BASE = VENDAS DAS
      * EQUIPES QUE ELE SUPERVISIONAVA NA DATA DE CADA VENDA
       FD  OVERRIDE-ARQ.
       01  OVR-REGISTRO.
           05 A2-CODSUPERV    PIC 9(006).
           05 A2-PTO1         PIC X(001).
           05 A2-ANOMES       PIC 9(006).
           05 A2-PTO2         PIC X(001).
           05 A2-BASE         PIC 9(011)V9(002).
           05 A2-PTO3         PIC X(001).
           05 A2-OVERRIDE     PIC 9(011)V9(002).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           03 WT-ST-VENDEDORES         PIC  X(002) VALUE SPACES.
           03 WT-ST-REL                PIC  X(002) VALUE SPACES.
           03 WT-ST-ARQ                PIC  X(002) VALUE SPACES.
           03 WT-ST-OVR                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-VL-COMISSAO-VEN       PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-VENDIDO-GER        PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-COMISSAO-GER       PIC 9(011)V9(002) VALUE ZEROS.
           03 WT-VL-OVERRIDE           PIC 9(009)V9(002) VALUE ZEROS.
           03 WT-VL-OVERRIDE-GER       PIC 9(011)V9(002) VALUE ZEROS.

       01 WT-QUEBRAS.
           03 WT-QB-CODVEN             PIC 9(006) VALUE ZEROS.
               05 WS-VT-NOME     PIC X(040).

       01  WS-NOME-VENDEDOR   PIC X(040) VALUE SPACES.
       01  WS-CODVEN-BUSCA    PIC 9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      * HIERARQUIA DO VENDEDOR NA DATA DA VENDA E TOTAIS POR EQUIPE,
      * POR REGIONAL E POR SUPERVISOR, EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       COPY hierarquia.

       01  WS-POS                 PIC 9(004) VALUE ZEROS.
       01  WS-IX                  PIC 9(004) VALUE ZEROS.

       01  WS-EQP-QTDE            PIC 9(004) VALUE ZEROS.
       01  WS-EQP-TAB.
           03 WS-EQP-ITEM OCCURS 999 TIMES.
               05 WS-ET-CODEQUIPE   PIC 9(004).
               05 WS-ET-NOME        PIC X(030).
               05 WS-ET-CODREGIONAL PIC 9(003).
               05 WS-ET-QTDE        PIC 9(006).
               05 WS-ET-VENDIDO     PIC 9(011)V9(002).
               05 WS-ET-COMISSAO    PIC 9(011)V9(002).
               05 WS-ET-OVERRIDE    PIC 9(011)V9(002).

       01  WS-REG-QTDE            PIC 9(004) VALUE ZEROS.
       01  WS-REG-TAB.
           03 WS-REG-ITEM OCCURS 999 TIMES.
               05 WS-RT-CODREGIONAL PIC 9(003).
               05 WS-RT-NOME        PIC X(030).
               05 WS-RT-QTDE        PIC 9(006).
               05 WS-RT-VENDIDO     PIC 9(011)V9(002).
               05 WS-RT-COMISSAO    PIC 9(011)V9(002).
               05 WS-RT-OVERRIDE    PIC 9(011)V9(002).

       01  WS-SUP-QTDE            PIC 9(004) VALUE ZEROS.
       01  WS-SUP-TAB.
           03 WS-SUP-ITEM OCCURS 999 TIMES.
               05 WS-SP-CODSUPERV   PIC 9(006).
               05 WS-SP-QTDE        PIC 9(006).
               05 WS-SP-BASE        PIC 9(011)V9(002).
               05 WS-SP-OVERRIDE    PIC 9(011)V9(002).

       01 WT-DT-SISTEMA.
              05 ANO                   PIC 9(002) VALUE ZEROS.
               "  COMISSAO: ".
           03  WR-TVN-COMISSAO         PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-TIT-OVERRIDE.
           03  FILLER                  PIC X(060) VALUE
               "OVERRIDE DOS SUPERVISORES SOBRE AS VENDAS DAS EQUIPES".

       01 WR-CAB4-OVR.
           03  FILLER                  PIC X(041) VALUE "SUPERVISOR".
           03  FILLER                  PIC X(007) VALUE "   QTDE".
           03  FILLER                  PIC X(016) VALUE
               "      BASE VENDA".
           03  FILLER                  PIC X(016) VALUE
               "        OVERRIDE".

       01 WR-DET-OVR.
           03  WR-DOV-CODSUPERV        PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DOV-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DOV-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DOV-BASE             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DOV-OVERRIDE         PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-TOT-OVR.
           03  FILLER                  PIC X(064) VALUE
               "  TOTAL DE OVERRIDE DA COMPETENCIA".
           03  WR-TOV-OVERRIDE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WR-TIT-EQUIPES.
           03  FILLER                  PIC X(060) VALUE
               "CONSOLIDACAO POR EQUIPE (EQUIPE NA DATA DA VENDA)".

       01 WR-CAB4-EQP.
           03  FILLER                  PIC X(039) VALUE "EQUIPE".
           03  FILLER                  PIC X(005) VALUE "REG.".
           03  FILLER                  PIC X(007) VALUE "   QTDE".
           03  FILLER                  PIC X(016) VALUE
               "         VENDIDO".
           03  FILLER                  PIC X(016) VALUE
               "        COMISSAO".
           03  FILLER                  PIC X(016) VALUE
               "        OVERRIDE".

       01 WR-DET-EQP.
           03  WR-DEQ-CODEQUIPE        PIC ZZZ9.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEQ-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-CODREGIONAL      PIC ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-VENDIDO          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-COMISSAO         PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEQ-OVERRIDE         PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-TIT-REGIONAIS.
           03  FILLER                  PIC X(060) VALUE
               "CONSOLIDACAO POR REGIONAL (REGIONAL NA DATA DA VENDA)".

       01 WR-CAB4-REG.
           03  FILLER                  PIC X(038) VALUE "REGIONAL".
           03  FILLER                  PIC X(007) VALUE "   QTDE".
           03  FILLER                  PIC X(016) VALUE
               "         VENDIDO".
           03  FILLER                  PIC X(016) VALUE
               "        COMISSAO".
           03  FILLER                  PIC X(016) VALUE
               "        OVERRIDE".

       01 WR-DET-REG.
           03  WR-DRG-CODREGIONAL      PIC ZZ9.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DRG-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRG-QTDE             PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRG-VENDIDO          PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRG-COMISSAO         PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRG-OVERRIDE         PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE.
           03  FILLER                  PIC X(022) VALUE
               "TOTAL DE VENDEDORES: ".
           ADD R1-VALOR-TOTAL   TO WT-VL-VENDIDO-GER.
           ADD WT-VL-COM-VENDA  TO WT-VL-COMISSAO-GER.

           PERFORM 0011-ACUMULA-HIERARQUIA.

           READ COMISSAO-REL NEXT.

       0003-TERMINA.
           MOVE WT-VL-COMISSAO-GER TO WR-RODAPE-COMISSAO.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM 0008-IMPRIME-OVERRIDE.
           PERFORM 0009-IMPRIME-EQUIPES.
           PERFORM 0010-IMPRIME-REGIONAIS.

           MOVE "F" TO HV-FUNCAO.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           CLOSE COMISSAO-REL COMISSAO-GER COMISSAO-ARQ.



           MOVE 7 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * IMPRIME O OVERRIDE DE CADA SUPERVISOR E GRAVA O ARQUIVO DE
      * OVERRIDE DA COMPETENCIA
      *----------------------------------------------------------------*
       0008-IMPRIME-OVERRIDE.

           OPEN OUTPUT OVERRIDE-ARQ.
           PERFORM 0015-TITULO-SECAO.
           WRITE REL-REGISTRO-GER FROM WR-TIT-OVERRIDE.
           WRITE REL-REGISTRO-GER FROM WR-CAB4-OVR.
           ADD 2 TO WT-CT-LINHAS.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SUP-QTDE
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-CAB4-OVR
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-SP-CODSUPERV(WS-IX) TO WS-CODVEN-BUSCA
              PERFORM 0016-BUSCA-NOME
              MOVE WS-SP-CODSUPERV(WS-IX) TO WR-DOV-CODSUPERV
              MOVE WS-NOME-VENDEDOR       TO WR-DOV-NOME
              MOVE WS-SP-QTDE(WS-IX)      TO WR-DOV-QTDE
              MOVE WS-SP-BASE(WS-IX)      TO WR-DOV-BASE
              MOVE WS-SP-OVERRIDE(WS-IX)  TO WR-DOV-OVERRIDE
              WRITE REL-REGISTRO-GER FROM WR-DET-OVR
              ADD 1 TO WT-CT-LINHAS

              MOVE ";" TO A2-PTO1 A2-PTO2 A2-PTO3
              MOVE WS-SP-CODSUPERV(WS-IX) TO A2-CODSUPERV
              COMPUTE A2-ANOMES = WS-ANO-REF * 100 + WS-MES-REF
              MOVE WS-SP-BASE(WS-IX)      TO A2-BASE
              MOVE WS-SP-OVERRIDE(WS-IX)  TO A2-OVERRIDE
              WRITE OVR-REGISTRO
           END-PERFORM.

           MOVE WT-VL-OVERRIDE-GER TO WR-TOV-OVERRIDE.
           WRITE REL-REGISTRO-GER FROM WR-TOT-OVR.
           ADD 1 TO WT-CT-LINHAS.
           CLOSE OVERRIDE-ARQ.

      *----------------------------------------------------------------*
      * IMPRIME A CONSOLIDACAO POR EQUIPE (EQUIPE ZERO = VENDAS DE
      * VENDEDORES SEM EQUIPE NA DATA)
      *----------------------------------------------------------------*
       0009-IMPRIME-EQUIPES.

           PERFORM 0015-TITULO-SECAO.
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
              MOVE WS-ET-VENDIDO(WS-IX)     TO WR-DEQ-VENDIDO
              MOVE WS-ET-COMISSAO(WS-IX)    TO WR-DEQ-COMISSAO
              MOVE WS-ET-OVERRIDE(WS-IX)    TO WR-DEQ-OVERRIDE
              WRITE REL-REGISTRO-GER FROM WR-DET-EQP
              ADD 1 TO WT-CT-LINHAS
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME A CONSOLIDACAO POR REGIONAL
      *----------------------------------------------------------------*
       0010-IMPRIME-REGIONAIS.

           PERFORM 0015-TITULO-SECAO.
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
              MOVE WS-RT-VENDIDO(WS-IX)     TO WR-DRG-VENDIDO
              MOVE WS-RT-COMISSAO(WS-IX)    TO WR-DRG-COMISSAO
              MOVE WS-RT-OVERRIDE(WS-IX)    TO WR-DRG-OVERRIDE
              WRITE REL-REGISTRO-GER FROM WR-DET-REG
              ADD 1 TO WT-CT-LINHAS
           END-PERFORM.

      *----------------------------------------------------------------*
      * BUSCA A EQUIPE E A REGIONAL DO VENDEDOR NA DATA DA VENDA,
      * CALCULA O OVERRIDE DO SUPERVISOR E ACUMULA NAS TABELAS
      *----------------------------------------------------------------*
       0011-ACUMULA-HIERARQUIA.

           MOVE "V"           TO HV-FUNCAO.
           MOVE R1-CODVEN     TO HV-CODVEN.
           MOVE R1-DATA-VENDA TO HV-DATA.
           CALL "HIERARQUIA-VENDAS" USING HV-PARM.

           MOVE ZEROS TO WT-VL-OVERRIDE.
           IF HV-ACHOU
              COMPUTE WT-VL-OVERRIDE ROUNDED =
                      R1-VALOR-TOTAL * HV-PERC-OVERRIDE / 100
              IF HV-NOME-REGIONAL = SPACES
                 MOVE "*** REGIONAL NAO CADASTRADA ***" TO
                      HV-NOME-REGIONAL
              END-IF
           ELSE
              MOVE ZEROS          TO HV-CODEQUIPE HV-CODREGIONAL
                                     HV-CODSUPERV
              MOVE "SEM EQUIPE"   TO HV-NOME-EQUIPE
              MOVE "SEM REGIONAL" TO HV-NOME-REGIONAL
           END-IF.
           ADD WT-VL-OVERRIDE TO WT-VL-OVERRIDE-GER.

           PERFORM 0012-ACUMULA-EQUIPE.
           PERFORM 0013-ACUMULA-REGIONAL.
           IF HV-ACHOU AND HV-CODSUPERV NOT = ZEROS
              PERFORM 0014-ACUMULA-SUPERVISOR
           END-IF.

      *----------------------------------------------------------------*
      * LOCALIZA A EQUIPE NA TABELA; NAO ACHANDO, ABRE A POSICAO EM
      * ORDEM DE CODIGO. COM A TABELA CHEIA A VENDA NAO E ACUMULADA
      *----------------------------------------------------------------*
       0012-ACUMULA-EQUIPE.

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
              ADD R1-VALOR-TOTAL   TO WS-ET-VENDIDO(WS-POS)
              ADD WT-VL-COM-VENDA  TO WS-ET-COMISSAO(WS-POS)
              ADD WT-VL-OVERRIDE   TO WS-ET-OVERRIDE(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * LOCALIZA OU ABRE A REGIONAL NA TABELA, EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       0013-ACUMULA-REGIONAL.

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
              ADD R1-VALOR-TOTAL    TO WS-RT-VENDIDO(WS-POS)
              ADD WT-VL-COM-VENDA   TO WS-RT-COMISSAO(WS-POS)
              ADD WT-VL-OVERRIDE    TO WS-RT-OVERRIDE(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * LOCALIZA OU ABRE O SUPERVISOR NA TABELA, EM ORDEM DE CODIGO
      *----------------------------------------------------------------*
       0014-ACUMULA-SUPERVISOR.

           MOVE ZEROS TO WS-POS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SUP-QTDE OR WS-POS NOT = ZEROS
              IF WS-SP-CODSUPERV(WS-IX) NOT < HV-CODSUPERV
                 MOVE WS-IX TO WS-POS
              END-IF
           END-PERFORM.

           IF WS-POS = ZEROS
              OR WS-SP-CODSUPERV(WS-POS) NOT = HV-CODSUPERV
              IF WS-SUP-QTDE < 999
                 IF WS-POS = ZEROS
                    COMPUTE WS-POS = WS-SUP-QTDE + 1
                 ELSE
                    PERFORM VARYING WS-IX FROM WS-SUP-QTDE BY -1
                            UNTIL WS-IX < WS-POS
                       MOVE WS-SUP-ITEM(WS-IX) TO WS-SUP-ITEM(WS-IX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-SUP-QTDE
                 INITIALIZE WS-SUP-ITEM(WS-POS)
                 MOVE HV-CODSUPERV TO WS-SP-CODSUPERV(WS-POS)
              ELSE
                 MOVE ZEROS TO WS-POS
              END-IF
           END-IF.

           IF WS-POS NOT = ZEROS
              ADD 1                TO WS-SP-QTDE(WS-POS)
              ADD R1-VALOR-TOTAL   TO WS-SP-BASE(WS-POS)
              ADD WT-VL-OVERRIDE   TO WS-SP-OVERRIDE(WS-POS)
           END-IF.

      *----------------------------------------------------------------*
      * ABRE UMA SECAO DE CONSOLIDACAO, MUDANDO DE PAGINA SE NAO
      * COUBER O TITULO E ALGUMAS LINHAS
      *----------------------------------------------------------------*
       0015-TITULO-SECAO.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 5
              PERFORM 0004-IMPRIME-CABECALHO
           ELSE
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              ADD 1 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * BUSCA NA TABELA O NOME DO VENDEDOR WS-CODVEN-BUSCA
      *----------------------------------------------------------------*
       0016-BUSCA-NOME.

           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO WS-NOME-VENDEDOR.
           PERFORM VARYING WS-VJ FROM 1 BY 1
                   UNTIL WS-VJ > WS-VEND-QTDE
              IF WS-VT-CODIGO(WS-VJ) = WS-CODVEN-BUSCA
                 MOVE WS-VT-NOME(WS-VJ) TO WS-NOME-VENDEDOR
                 SET WS-VJ TO WS-VEND-QTDE
              END-IF
           END-PERFORM.
