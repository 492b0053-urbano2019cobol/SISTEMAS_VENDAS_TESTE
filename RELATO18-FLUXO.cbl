       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-FLUXO.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-FLUXO
      *
      * OBJETIVO:     PROJETAR O FLUXO DE CAIXA DOS RECEBIMENTOS A
      *               PARTIR DE HOJE, PELO NUMERO DE DIAS INFORMADO,
      *               COM O SALDO DAS PARCELAS EM ABERTO A VENCER POR
      *               DIA UTIL (CALENDARIO DE FERIADOS), SUBTOTAL POR
      *               SEMANA E POR MES, SEPARANDO AS PARCELAS EM
      *               CARTEIRA DAS JA ENVIADAS EM REMESSA BANCARIA.
      *               ALEM DO VALOR NOMINAL NO VENCIMENTO, MOSTRA O
      *               VALOR ESPERADO PELO HISTORICO DO CLIENTE NO
      *               CONTAS A RECEBER:
      *               - DATA ESPERADA = VENCIMENTO + ATRASO MEDIO DO
      *                 CLIENTE (MEDIA DOS DIAS DE ATRASO PONDERADA
      *                 PELO VALOR: PARCELAS PAGAS PELO ATRASO NA
      *                 BAIXA E VENCIDAS EM ABERTO PELO ATRASO ATE
      *                 HOJE), ROLADA PARA O DIA UTIL SEGUINTE;
      *               - VALOR ESPERADO = SALDO X (1 - INADIMPLENCIA),
      *                 SENDO A INADIMPLENCIA O SALDO VENCIDO HA MAIS
      *                 DE 90 DIAS SOBRE O TOTAL DAS PARCELAS JA
      *                 VENCIDAS OU PAGAS DO CLIENTE.
      *               CLIENTE SEM HISTORICO ENTRA PELO NOMINAL.
      *               GERA O RELATORIO fluxo-AAAAMMDD.rel E O ARQUIVO
      *               fluxo-AAAAMMDD.csv (SEPARADO POR ";") PARA A
      *               PLANILHA DO FINANCEIRO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  PROJECAO DO FLUXO DE RECEBIMENTOS
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO DISK "contasreceber.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-RECEBER.

           SELECT FERIADOS ASSIGN TO DISK "feriados.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS9-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-FERIADOS.

           SELECT SORT-FILE ASSIGN TO DISK "FLUXO".

           SELECT FLUXO-GER ASSIGN TO DISK WID-ARQUIVO-REL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.

           SELECT FLUXO-CSV ASSIGN TO DISK WID-ARQUIVO-CSV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-CSV.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECEBER.
       01  FD-RECORD.
           05 FS-KEY.
               10 FS-NUMVENDA PIC 9(007).
               10 FS-PARCELA  PIC 9(002).
           05 FS-CODCLI       PIC 9(007).
           05 FS-VENCIMENTO   PIC 9(008).
           05 FS-VALOR        PIC 9(009)V9(002).
           05 FS-STATUS       PIC X(001).
               88 FS-STATUS-ABERTA    VALUE "A".
               88 FS-STATUS-PAGA      VALUE "P".
               88 FS-STATUS-CANCELADA VALUE "C".
           05 FS-DATA-PAGTO   PIC 9(008).
           05 FS-VALOR-PAGO   PIC 9(009)V9(002).
           05 FS-CODOPER-BAIXA PIC 9(004).
           05 FS-HORA-MOV     PIC 9(006).
           05 FS-REMESSA      PIC X(001).
               88 FS-JA-REMETIDA VALUE "R".
           05 FILLER          PIC X(009).

      * CALENDARIO DE FERIADOS - SO PARA ACHAR OS DIAS UTEIS
       FD  FERIADOS.
       01  FD-FERIADO.
           05 FS9-KEY.
               10 FS9-DATA-FERIADO PIC 9(008).
           05 FS9-DESCRICAO  PIC X(030).

      * TIPO 1 = HISTORICO DO CLIENTE (PAGAS E VENCIDAS), QUE VEM
      * ANTES DO TIPO 2 = PARCELA EM ABERTO A VENCER
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-CODCLI               PIC 9(007).
           05 SD-TIPO                 PIC 9(001).
               88 SD-HISTORICO    VALUE 1.
               88 SD-A-VENCER     VALUE 2.
           05 SD-VENCIMENTO           PIC 9(008).
           05 SD-STATUS               PIC X(001).
               88 SD-PAGA         VALUE "P".
           05 SD-DATA-PAGTO           PIC 9(008).
           05 SD-VALOR                PIC 9(009)V9(002).
           05 SD-SALDO                PIC 9(009)V9(002).
           05 SD-REMESSA              PIC X(001).
               88 SD-REMETIDA     VALUE "R".

       FD  FLUXO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

       FD  FLUXO-CSV.
       01  CSV-REGISTRO                             PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-HORIZONTE                      PIC 9(003) VALUE ZEROS.
       01  WID-ARQUIVO-REL                   PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-CSV                   PIC X(64) VALUE SPACES.

       77  WS-FIM-FONTE                      PIC X(01) VALUE "N".
           88 FIM-FONTE VALUE "S".
       77  WS-FIM-SORT                       PIC X(01) VALUE "N".
           88 FIM-SORT VALUE "S".
       77  WS-ERRO-ABERTURA                  PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".
       77  WS-DIA-UTIL                       PIC X(01) VALUE "N".
           88 DIA-UTIL VALUE "S".
       77  WS-CLI-CALCULADO                  PIC X(01) VALUE "N".
           88 CLI-CALCULADO VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.
           03 WC-HORIZONTE-MAXIMO      PIC  9(003) VALUE 366.
           03 WC-DIAS-INADIMPLENCIA    PIC  9(003) VALUE 90.
           03 WC-NOMES-DIAS            PIC  X(021) VALUE
              "DOMSEGTERQUAQUISEXSAB".

       01 WT-FILE-STATUS.
           03 WT-ST-RECEBER            PIC  X(002) VALUE SPACES.
           03 WT-ST-FERIADOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.
           03 WT-ST-CSV                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-PARCELAS           PIC  9(007) VALUE ZEROS.
           03 WT-CT-SEM-DIAS           PIC  9(003) VALUE ZEROS.
           03 WT-CT-MES-DIAS           PIC  9(003) VALUE ZEROS.

       01 WS-HOJE.
           03 WS-HJ-ANO                PIC 9(004) VALUE ZEROS.
           03 WS-HJ-MES                PIC 9(002) VALUE ZEROS.
           03 WS-HJ-DIA                PIC 9(002) VALUE ZEROS.
       01 WS-HOJE-NUM REDEFINES WS-HOJE PIC 9(008).
       01 WS-HOJE-INT                  PIC 9(008) VALUE ZEROS.
       01 WS-VENC-INT                  PIC 9(008) VALUE ZEROS.
       01 WS-DIA-INT                   PIC 9(008) VALUE ZEROS.
       01 WS-DIA-SEMANA                PIC 9(001) VALUE ZEROS.
      * SEGUNDA-FEIRA DA SEMANA DO DIA E DA SEMANA EM ACUMULACAO
       01 WS-SEG-DIA                   PIC 9(008) VALUE ZEROS.
       01 WS-SEG-ATUAL                 PIC 9(008) VALUE ZEROS.
       01 WS-DIAS                      PIC S9(007) VALUE ZEROS.
       01 WS-IDX                       PIC 9(006) VALUE ZEROS.
       01 WS-IDX-ESP                   PIC 9(006) VALUE ZEROS.
       01 WS-COL                       PIC 9(001) VALUE ZEROS.
       01 WS-DATA-AUX                  PIC 9(008) VALUE ZEROS.
       01 WS-DATA-DIA                  PIC 9(008) VALUE ZEROS.
       01 WS-MES-ATUAL                 PIC 9(006) VALUE ZEROS.
       01 WS-SEM-INICIO                PIC 9(008) VALUE ZEROS.
       01 WS-SEM-FIM                   PIC 9(008) VALUE ZEROS.
       01 WS-VL-ESPERADO               PIC 9(009)V9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      * HISTORICO DO CLIENTE EM PROCESSAMENTO
      *----------------------------------------------------------------*
       01 WS-CLIENTE.
           03 WS-CLI-ATUAL             PIC 9(007) VALUE ZEROS.
           03 WS-CLI-BASE              PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-CLI-INADIMPLENTE      PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-CLI-PESO              PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-CLI-PONDERADO         PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-CLI-ATRASO            PIC 9(004) VALUE ZEROS.
           03 WS-CLI-FATOR             PIC 9(001)V9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      * VALORES POR DIA A PARTIR DE HOJE. COLUNAS: 1 = NOMINAL EM
      * CARTEIRA, 2 = NOMINAL EM REMESSA, 3 = ESPERADO EM CARTEIRA,
      * 4 = ESPERADO EM REMESSA
      *----------------------------------------------------------------*
       01 WS-TAB-DIAS.
           03 WS-DIA OCCURS 366 TIMES.
              05 WS-DIA-VL             PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-ACUM-SEMANA.
           03 WS-SEM-VL                PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-ACUM-MES.
           03 WS-MES-VL                PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-ACUM-GERAL.
           03 WS-GER-VL                PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-ACUM-APOS.
           03 WS-APS-VL                PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-LINHA.
           03 WS-LIN-VL                PIC 9(011)V9(002)
                                       OCCURS 4 TIMES.
       01 WS-LIN-NOMINAL               PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-LIN-ESPERADO              PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-LIN-TIPO                  PIC X(006) VALUE SPACES.
       01 WS-LIN-PERIODO               PIC X(030) VALUE SPACES.

       01 WT-DT-SISTEMA.
              05 ANO                   PIC 9(002) VALUE ZEROS.
              05 MES                   PIC 9(002) VALUE ZEROS.
              05 DIA                   PIC 9(002) VALUE ZEROS.
       01 WT-HR-SISTEMA.
              05 HORA                  PIC 9(002) VALUE ZEROS.
              05 MINUTO                PIC 9(002) VALUE ZEROS.
              05 SEGUNDO               PIC 9(002) VALUE ZEROS.

       01 WR-CAB1.
           03 FILLER                   PIC X(050) VALUE
              "EMPRESA HBSIS-SUPERO".
           03 FILLER                   PIC X(006) VALUE
              "DATA: ".
           03 WR-CAB-DATA.
              05 DIA                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE "/".
              05 MES                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE "/".
              05 ANO                   PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(007) VALUE
              " HORA: ".
           03 WR-CAB-HORA.
              05 HOR                   PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE ":".
              05 MINUTO                PIC 9(002) VALUE ZEROS.
              05 FILLER                PIC X(001) VALUE ":".
              05 SEGUNDO               PIC 9(002) VALUE ZEROS.


       01 WR-SEP1.
           03  FILLER                  PIC X(138) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "CONTAS A RECEBER".
           03 FILLER                   PIC X(035) VALUE
              "PROJECAO DO FLUXO DE RECEBIMENTOS".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(016) VALUE
              "PERIODO: ".
           03 WR-CAB-INICIO            PIC X(010) VALUE SPACES.
           03 FILLER                   PIC X(003) VALUE " A ".
           03 WR-CAB-FIM               PIC X(010) VALUE SPACES.

       01 WR-CAB4.
           03  FILLER                  PIC X(030) VALUE "PERIODO".
           03  FILLER                  PIC X(018) VALUE
               "   CARTEIRA NOMIN".
           03  FILLER                  PIC X(018) VALUE
               "    REMESSA NOMIN".
           03  FILLER                  PIC X(018) VALUE
               "    TOTAL NOMINAL".
           03  FILLER                  PIC X(018) VALUE
               "   CARTEIRA ESPER".
           03  FILLER                  PIC X(018) VALUE
               "    REMESSA ESPER".
           03  FILLER                  PIC X(018) VALUE
               "   TOTAL ESPERADO".

       01 WR-DET1.
           03  WR-DET-PERIODO          PIC X(030) VALUE SPACES.
           03  WR-DET-VALORES.
               05 WR-DET-COLUNA        OCCURS 6 TIMES.
                  07 FILLER            PIC X(001).
                  07 WR-DET-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WR-DATA-FMT.
           03  WR-DTF-DIA              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DTF-MES              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DTF-ANO              PIC 9(004) VALUE ZEROS.

       01 WR-RODAPE.
           03  FILLER                  PIC X(030) VALUE
               "PARCELAS A VENCER PROJETADAS: ".
           03  WR-ROD-PARCELAS         PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WR-RODAPE2.
           03  FILLER                  PIC X(041) VALUE
               "PERDA ESTIMADA POR INADIMPLENCIA.......: ".
           03  WR-ROD-PERDA            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WR-CSV-CAB                   PIC X(140) VALUE
           "TIPO;PERIODO;CARTEIRA NOMINAL;REMESSA NOMINAL;TOTAL NOMINA
      -    "L;CARTEIRA ESPERADO;REMESSA ESPERADO;TOTAL ESPERADO".

       01 WR-CSV-DET.
           03 WR-CSV-TIPO              PIC X(006).
           03 FILLER                   PIC X(001) VALUE ";".
           03 WR-CSV-PERIODO           PIC X(030).
           03 WR-CSV-COLUNA            OCCURS 6 TIMES.
              05 FILLER                PIC X(001).
              05 WR-CSV-VALOR          PIC ZZZZZZZZZZ9,99.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 12 VALUE
                   "PROJECAO DO FLUXO DE RECEBIMENTOS".
               10 LINE 08 COLUMN 15 VALUE
                      "DIAS A PROJETAR (0=90, MAX 366) --> ".
               10 LINE 08 COL PLUS 1 USING WS-HORIZONTE AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-ABERTURA
              SORT SORT-FILE
                  ON ASCENDING KEY SD-CODCLI
                                   SD-TIPO
                                   SD-VENCIMENTO
                  INPUT PROCEDURE  0001-SELECIONA
                  OUTPUT PROCEDURE 0002-PROJETA
              PERFORM 0003-TERMINA
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           IF WS-HORIZONTE EQUAL ZEROS
              MOVE 90 TO WS-HORIZONTE
           END-IF.
           IF WS-HORIZONTE > WC-HORIZONTE-MAXIMO
              MOVE WC-HORIZONTE-MAXIMO TO WS-HORIZONTE
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM).
           INITIALIZE WS-TAB-DIAS WS-ACUM-GERAL WS-ACUM-APOS.

           MOVE SPACES TO WID-ARQUIVO-REL WID-ARQUIVO-CSV.
           STRING "fluxo-" WS-HOJE-NUM ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-REL.
           STRING "fluxo-" WS-HOJE-NUM ".csv"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-CSV.

           OPEN INPUT RECEBER.
           IF WT-ST-RECEBER NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              DISPLAY "ERRO ABERTURA ARQUIVO contasreceber.dat: STATUS "
                      WT-ST-RECEBER
           END-IF.

      * SEM CALENDARIO DE FERIADOS SO SABADO E DOMINGO DEIXAM DE SER
      * DIA UTIL (A LEITURA COM O ARQUIVO NAO ABERTO RETORNA STATUS
      * DE ERRO E O DIA CONTA COMO UTIL)
           OPEN INPUT FERIADOS.

           IF NOT ERRO-ABERTURA
              OPEN OUTPUT FLUXO-GER FLUXO-CSV
              WRITE CSV-REGISTRO FROM WR-CSV-CAB
           END-IF.

      *----------------------------------------------------------------*
      * ENTRADA DO SORT: PARCELAS PAGAS E VENCIDAS FORMAM O HISTORICO
      * DO CLIENTE; AS EM ABERTO A VENCER SAO PROJETADAS PELO SALDO.
      * CANCELADAS NAO ENTRAM
      *----------------------------------------------------------------*
       0001-SELECIONA.

           MOVE "N" TO WS-FIM-FONTE.
           PERFORM UNTIL FIM-FONTE
              READ RECEBER NEXT
                  AT END
                      MOVE "S" TO WS-FIM-FONTE
              END-READ
              IF NOT FIM-FONTE
                 IF WT-ST-RECEBER NOT = "00"
                    MOVE "S" TO WS-FIM-FONTE
                 ELSE
                    IF NOT FS-STATUS-CANCELADA
                       MOVE FS-CODCLI      TO SD-CODCLI
                       MOVE FS-VENCIMENTO  TO SD-VENCIMENTO
                       MOVE FS-STATUS      TO SD-STATUS
                       MOVE FS-DATA-PAGTO  TO SD-DATA-PAGTO
                       MOVE FS-VALOR       TO SD-VALOR
                       MOVE FS-REMESSA     TO SD-REMESSA
                       COMPUTE SD-SALDO = FS-VALOR - FS-VALOR-PAGO
                       IF FS-STATUS-ABERTA AND
                          FS-VENCIMENTO NOT < WS-HOJE-NUM
                          MOVE 2 TO SD-TIPO
                       ELSE
                          MOVE 1 TO SD-TIPO
                       END-IF
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: ACUMULA O HISTORICO DO CLIENTE E DISTRIBUI AS
      * PARCELAS A VENCER NOS DIAS DA PROJECAO
      *----------------------------------------------------------------*
       0002-PROJETA.

           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL FIM-SORT
              RETURN SORT-FILE
                  AT END
                      MOVE "S" TO WS-FIM-SORT
              END-RETURN
              IF NOT FIM-SORT
                 IF SD-CODCLI NOT = WS-CLI-ATUAL
                    INITIALIZE WS-CLIENTE
                    MOVE SD-CODCLI TO WS-CLI-ATUAL
                    MOVE "N" TO WS-CLI-CALCULADO
                 END-IF
                 IF SD-HISTORICO
                    PERFORM 0004-ACUMULA-HISTORICO
                 ELSE
                    IF NOT CLI-CALCULADO
                       PERFORM 0005-CALCULA-CLIENTE
                    END-IF
                    PERFORM 0006-PROJETA-PARCELA
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PAGA: ATRASO NA BAIXA (ANTECIPADA CONTA ZERO). VENCIDA EM
      * ABERTO: ATRASO ATE HOJE E, PASSADO O LIMITE, O SALDO CONTA
      * COMO INADIMPLENTE
      *----------------------------------------------------------------*
       0004-ACUMULA-HISTORICO.

           ADD SD-VALOR TO WS-CLI-BASE.
           COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(SD-VENCIMENTO).
           IF SD-PAGA
              IF SD-DATA-PAGTO > SD-VENCIMENTO
                 COMPUTE WS-DIAS =
                         FUNCTION INTEGER-OF-DATE(SD-DATA-PAGTO)
                         - WS-VENC-INT
              ELSE
                 MOVE ZEROS TO WS-DIAS
              END-IF
              ADD SD-VALOR TO WS-CLI-PESO
              COMPUTE WS-CLI-PONDERADO =
                      WS-CLI-PONDERADO + WS-DIAS * SD-VALOR
           ELSE
              COMPUTE WS-DIAS = WS-HOJE-INT - WS-VENC-INT
              IF WS-DIAS > WC-DIAS-INADIMPLENCIA
                 ADD SD-SALDO TO WS-CLI-INADIMPLENTE
              ELSE
                 ADD SD-SALDO TO WS-CLI-PESO
                 COMPUTE WS-CLI-PONDERADO =
                         WS-CLI-PONDERADO + WS-DIAS * SD-SALDO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ATRASO MEDIO E FATOR DE RECEBIMENTO (1 - INADIMPLENCIA)
      *----------------------------------------------------------------*
       0005-CALCULA-CLIENTE.

           MOVE "S" TO WS-CLI-CALCULADO.
           MOVE ZEROS TO WS-CLI-ATRASO.
           MOVE 1     TO WS-CLI-FATOR.
           IF WS-CLI-PESO > ZEROS
              COMPUTE WS-CLI-ATRASO ROUNDED =
                      WS-CLI-PONDERADO / WS-CLI-PESO
           END-IF.
           IF WS-CLI-BASE > ZEROS
              COMPUTE WS-CLI-FATOR ROUNDED =
                      1 - WS-CLI-INADIMPLENTE / WS-CLI-BASE
           END-IF.

      *----------------------------------------------------------------*
      * NOMINAL NO DIA UTIL DO VENCIMENTO, ESPERADO NO DIA UTIL DO
      * VENCIMENTO + ATRASO MEDIO. O QUE CAIR DEPOIS DO ULTIMO DIA
      * DA PROJECAO FICA NO TOTAL "APOS O PERIODO"
      *----------------------------------------------------------------*
       0006-PROJETA-PARCELA.

           ADD 1 TO WT-CT-PARCELAS.
           IF SD-REMETIDA
              MOVE 2 TO WS-COL
           ELSE
              MOVE 1 TO WS-COL
           END-IF.

           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(SD-VENCIMENTO).
           PERFORM 0008-ROLA-DIA-UTIL.
           COMPUTE WS-IDX = WS-DIA-INT - WS-HOJE-INT + 1.
           IF WS-IDX > WS-HORIZONTE
              ADD SD-SALDO TO WS-APS-VL(WS-COL)
           ELSE
              ADD SD-SALDO TO WS-DIA-VL(WS-IDX, WS-COL)
           END-IF.

           COMPUTE WS-VL-ESPERADO ROUNDED = SD-SALDO * WS-CLI-FATOR.
           ADD 2 TO WS-COL.
           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(SD-VENCIMENTO)
                   + WS-CLI-ATRASO.
           PERFORM 0008-ROLA-DIA-UTIL.
           COMPUTE WS-IDX-ESP = WS-DIA-INT - WS-HOJE-INT + 1.
           IF WS-IDX-ESP > WS-HORIZONTE
              ADD WS-VL-ESPERADO TO WS-APS-VL(WS-COL)
           ELSE
              ADD WS-VL-ESPERADO TO WS-DIA-VL(WS-IDX-ESP, WS-COL)
           END-IF.

       0003-TERMINA.

           PERFORM 0007-IMPRIME-CABECALHO.
           INITIALIZE WS-ACUM-SEMANA WS-ACUM-MES.
           MOVE ZEROS TO WT-CT-SEM-DIAS WT-CT-MES-DIAS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HORIZONTE
              COMPUTE WS-DIA-INT = WS-HOJE-INT + WS-IDX - 1
              PERFORM 0009-VERIFICA-DIA-UTIL
              IF DIA-UTIL
                 PERFORM 0011-IMPRIME-DIA
              END-IF
           END-PERFORM.
           PERFORM 0012-TOTAL-SEMANA.
           PERFORM 0013-TOTAL-MES.

           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           MOVE WS-ACUM-GERAL TO WS-LINHA.
           MOVE "TOTAL" TO WS-LIN-TIPO.
           MOVE "TOTAL DO PERIODO" TO WS-LIN-PERIODO.
           PERFORM 0010-GRAVA-LINHA.
           MOVE WS-ACUM-APOS TO WS-LINHA.
           MOVE "APOS" TO WS-LIN-TIPO.
           MOVE "APOS O PERIODO" TO WS-LIN-PERIODO.
           PERFORM 0010-GRAVA-LINHA.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.

           MOVE WT-CT-PARCELAS TO WR-ROD-PARCELAS.
           COMPUTE WR-ROD-PERDA =
                   WS-GER-VL(1) + WS-GER-VL(2) + WS-APS-VL(1)
                 + WS-APS-VL(2) - WS-GER-VL(3) - WS-GER-VL(4)
                 - WS-APS-VL(3) - WS-APS-VL(4).
           WRITE REL-REGISTRO-GER FROM WR-RODAPE.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE2.

           CLOSE RECEBER FLUXO-GER FLUXO-CSV.
           IF WT-ST-FERIADOS = "00" OR "10"
              CLOSE FERIADOS
           END-IF.
           DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-REL.
           DISPLAY "PLANILHA GERADA: " WID-ARQUIVO-CSV.

      *----------------------------------------------------------------*
      * LINHA DO DIA UTIL, COM AS QUEBRAS DE SEMANA (MUDANCA DA
      * SEGUNDA-FEIRA DA SEMANA, MESMO QUE ELA SEJA FERIADO) E DE MES
      * ANTES DELA
      *----------------------------------------------------------------*
       0011-IMPRIME-DIA.

           COMPUTE WS-DATA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           COMPUTE WS-SEG-DIA =
                   WS-DIA-INT - FUNCTION REM(WS-DIA-INT - 1, 7).
           IF WS-SEG-DIA NOT = WS-SEG-ATUAL
              PERFORM 0012-TOTAL-SEMANA
              MOVE WS-SEG-DIA TO WS-SEG-ATUAL
           END-IF.
           IF WS-DATA-DIA (1:6) NOT = WS-MES-ATUAL
              PERFORM 0013-TOTAL-MES
              MOVE WS-DATA-DIA (1:6) TO WS-MES-ATUAL
           END-IF.
           IF WT-CT-SEM-DIAS = ZEROS
              MOVE WS-DATA-DIA TO WS-SEM-INICIO
           END-IF.
           MOVE WS-DATA-DIA TO WS-SEM-FIM.

           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
              MOVE WS-DIA-VL(WS-IDX, WS-COL) TO WS-LIN-VL(WS-COL)
              ADD WS-DIA-VL(WS-IDX, WS-COL) TO WS-SEM-VL(WS-COL)
                                                WS-MES-VL(WS-COL)
                                                WS-GER-VL(WS-COL)
           END-PERFORM.
           ADD 1 TO WT-CT-SEM-DIAS WT-CT-MES-DIAS.

           MOVE WS-DATA-DIA TO WS-DATA-AUX.
           PERFORM 0014-FORMATA-DATA.
           MOVE "DIA" TO WS-LIN-TIPO.
           MOVE SPACES TO WS-LIN-PERIODO.
           STRING WR-DATA-FMT " "
                  WC-NOMES-DIAS (WS-DIA-SEMANA * 3 + 1:3)
                  DELIMITED BY SIZE INTO WS-LIN-PERIODO.
           PERFORM 0010-GRAVA-LINHA.

      *----------------------------------------------------------------*
      * SUBTOTAL DA SEMANA (DO PRIMEIRO AO ULTIMO DIA UTIL)
      *----------------------------------------------------------------*
       0012-TOTAL-SEMANA.

           IF WT-CT-SEM-DIAS > ZEROS
              MOVE WS-ACUM-SEMANA TO WS-LINHA
              MOVE "SEMANA" TO WS-LIN-TIPO
              MOVE SPACES TO WS-LIN-PERIODO
              MOVE WS-SEM-INICIO TO WS-DATA-AUX
              PERFORM 0014-FORMATA-DATA
              STRING "  SEMANA " WR-DATA-FMT (1:5) " A "
                     DELIMITED BY SIZE INTO WS-LIN-PERIODO
              MOVE WS-SEM-FIM TO WS-DATA-AUX
              PERFORM 0014-FORMATA-DATA
              MOVE WR-DATA-FMT TO WS-LIN-PERIODO (18:10)
              PERFORM 0010-GRAVA-LINHA
              INITIALIZE WS-ACUM-SEMANA
              MOVE ZEROS TO WT-CT-SEM-DIAS
           END-IF.

      *----------------------------------------------------------------*
      * SUBTOTAL DO MES
      *----------------------------------------------------------------*
       0013-TOTAL-MES.

           IF WT-CT-MES-DIAS > ZEROS
              MOVE WS-ACUM-MES TO WS-LINHA
              MOVE "MES" TO WS-LIN-TIPO
              MOVE SPACES TO WS-LIN-PERIODO
              STRING "  MES " WS-MES-ATUAL (5:2) "/"
                     WS-MES-ATUAL (1:4)
                     DELIMITED BY SIZE INTO WS-LIN-PERIODO
              PERFORM 0010-GRAVA-LINHA
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              ADD 1 TO WT-CT-LINHAS
              INITIALIZE WS-ACUM-MES
              MOVE ZEROS TO WT-CT-MES-DIAS
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA A LINHA NO RELATORIO E NA PLANILHA: AS 4 COLUNAS DE
      * WS-LINHA MAIS O TOTAL NOMINAL E O TOTAL ESPERADO
      *----------------------------------------------------------------*
       0010-GRAVA-LINHA.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           COMPUTE WS-LIN-NOMINAL  = WS-LIN-VL(1) + WS-LIN-VL(2).
           COMPUTE WS-LIN-ESPERADO = WS-LIN-VL(3) + WS-LIN-VL(4).

           MOVE SPACES          TO WR-DET-VALORES.
           MOVE WS-LIN-PERIODO  TO WR-DET-PERIODO.
           MOVE WS-LIN-VL(1)    TO WR-DET-VALOR(1).
           MOVE WS-LIN-VL(2)    TO WR-DET-VALOR(2).
           MOVE WS-LIN-NOMINAL  TO WR-DET-VALOR(3).
           MOVE WS-LIN-VL(3)    TO WR-DET-VALOR(4).
           MOVE WS-LIN-VL(4)    TO WR-DET-VALOR(5).
           MOVE WS-LIN-ESPERADO TO WR-DET-VALOR(6).
           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.

           MOVE WS-LIN-TIPO     TO WR-CSV-TIPO.
           MOVE WS-LIN-PERIODO  TO WR-CSV-PERIODO.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
              MOVE ";" TO WR-CSV-COLUNA(WS-COL)
           END-PERFORM.
           MOVE WS-LIN-VL(1)    TO WR-CSV-VALOR(1).
           MOVE WS-LIN-VL(2)    TO WR-CSV-VALOR(2).
           MOVE WS-LIN-NOMINAL  TO WR-CSV-VALOR(3).
           MOVE WS-LIN-VL(3)    TO WR-CSV-VALOR(4).
           MOVE WS-LIN-VL(4)    TO WR-CSV-VALOR(5).
           MOVE WS-LIN-ESPERADO TO WR-CSV-VALOR(6).
           WRITE CSV-REGISTRO FROM WR-CSV-DET.

      *----------------------------------------------------------------*
      * DIA UTIL: NAO E SABADO, DOMINGO NEM FERIADO DO CALENDARIO. O
      * DIA DA SEMANA SAI DO RESTO POR 7 DO INTEGER-OF-DATE
      * (1=SEGUNDA ... 6=SABADO, 0=DOMINGO)
      *----------------------------------------------------------------*
       0009-VERIFICA-DIA-UTIL.

           MOVE "N" TO WS-DIA-UTIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-DIA-INT, 7).
           IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
              COMPUTE FS9-DATA-FERIADO =
                      FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
              READ FERIADOS KEY IS FS9-KEY
              IF WT-ST-FERIADOS NOT = "00"
                 MOVE "S" TO WS-DIA-UTIL
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EMPURRA WS-DIA-INT PARA O PRIMEIRO DIA UTIL A PARTIR DELE
      *----------------------------------------------------------------*
       0008-ROLA-DIA-UTIL.

           PERFORM 0009-VERIFICA-DIA-UTIL.
           PERFORM UNTIL DIA-UTIL
              ADD 1 TO WS-DIA-INT
              PERFORM 0009-VERIFICA-DIA-UTIL
           END-PERFORM.

       0014-FORMATA-DATA.

           MOVE WS-DATA-AUX (7:2) TO WR-DTF-DIA.
           MOVE WS-DATA-AUX (5:2) TO WR-DTF-MES.
           MOVE WS-DATA-AUX (1:4) TO WR-DTF-ANO.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO
      *----------------------------------------------------------------*
       0007-IMPRIME-CABECALHO.

           ACCEPT WT-DT-SISTEMA FROM DATE
           ACCEPT WT-HR-SISTEMA FROM TIME
           ADD 1 TO WT-CT-PAGINA
           MOVE CORR WT-DT-SISTEMA TO WR-CAB-DATA
           MOVE CORR WT-HR-SISTEMA TO WR-CAB-HORA
           MOVE WT-CT-PAGINA TO WR-CAB-PAGINA
           MOVE WS-HOJE-NUM TO WS-DATA-AUX
           PERFORM 0014-FORMATA-DATA
           MOVE WR-DATA-FMT TO WR-CAB-INICIO
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
                   (WS-HOJE-INT + WS-HORIZONTE - 1)
           PERFORM 0014-FORMATA-DATA
           MOVE WR-DATA-FMT TO WR-CAB-FIM


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 6 TO WT-CT-LINHAS.
