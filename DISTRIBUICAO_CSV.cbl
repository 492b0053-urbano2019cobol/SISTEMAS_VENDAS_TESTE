      *               02/09/2026  A GERACAO PRESERVA AS ATRIBUICOES
      *                           FIXAS FEITAS NA MANUTENCAO DA
      *                           CARTEIRA, EM VEZ DE SOBRESCREVER
      *               15/10/2026  CAPACIDADE MAXIMA/MINIMA DE CLIENTES
      *                           POR VENDEDOR (CADASTRO OU PADRAO),
      *                           EXCEDENTE PASSA AO PROXIMO VENDEDOR
      *                           MAIS PROXIMO E RELATORIO .bal DO
      *                           BALANCEAMENTO (ANTES/DEPOIS E KM)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FILE8 ASSIGN TO DISK "distribuicao.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT8.
           SELECT FILE9 ASSIGN TO DISK WID-ARQUIVO-BAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT9.
           SELECT FILE10 ASSIGN TO DISK WID-ARQUIVO-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT10.
       DATA DIVISION.
       FILE SECTION.
       COPY arqclientes.
           05 FS7-ARQUIVO    PIC X(060).
           05 FS7-QTDVEN     PIC 9(002).
           05 FS7-RAIOMAX    PIC 9(005).
           05 FS7-CAPMAX     PIC 9(004).
           05 FS7-CAPMIN     PIC 9(004).
       FD FILE8.
       01 FILE8-REC          PIC X(120).
      * RELATORIO DO BALANCEAMENTO DA CARTEIRA POR CAPACIDADE
       FD FILE9.
       01 FILE9-REC          PIC X(132).
      * COPIA DE TRABALHO DO ARQUIVO GERADO, USADA PARA REESCREVER
      * OS PAREAMENTOS MOVIDOS PARA COMPLETAR A CAPACIDADE MINIMA
       FD FILE10.
       01 FILE10-REC         PIC X(112).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
       01  WID-ARQUIVO-CHK PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-REC PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-IDX PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-BAL PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-TMP PIC X(64) VALUE SPACES.
       01  WS-CHK-CODCLI   PIC 9(007) VALUE ZEROS.
       01  WS-RETOMAR      PIC X(001) VALUE "N".
           88 RETOMAR-SIM  VALUE "S".
               05 WS-VEN-NOME   PIC X(040).
               05 WS-VEN-LAT    COMP-2.
               05 WS-VEN-LON    COMP-2.
               05 WS-VEN-CAP-MAX PIC 9(004).
               05 WS-VEN-CAP-MIN PIC 9(004).
               05 WS-VEN-CARGA   PIC 9(007).
               05 WS-VEN-CARGA-ANT PIC 9(007).
               05 WS-VEN-KM-ANT  COMP-2.
               05 WS-VEN-KM-DEP  COMP-2.

      * ATRIBUICOES FIXAS PRESERVADAS DA CARTEIRA ANTERIOR: O
      * CLIENTE FIXADO NAO E PAREADO PELA DISTANCIA
               05 WS-MELHOR-NOMVEN PIC X(040).
               05 WS-MELHOR-DIST   COMP-2.
               05 WS-MELHOR-OCUP   PIC X(001).
               05 WS-MELHOR-IDX    PIC 9(003).

      * CAPACIDADE DA CARTEIRA: PADRAO DA GERACAO (TELA OU
      * distribuicao.par), USADO QUANDO O VENDEDOR NAO TEM A SUA
      * PROPRIA NO CADASTRO. ZERO = SEM LIMITE / SEM MINIMO
       01  WS-CAP-MAXIMA-PADRAO   PIC 9(004) VALUE ZEROS.
       01  WS-CAP-MINIMA-PADRAO   PIC 9(004) VALUE ZEROS.
       01  WS-GRAVAR-IDX          PIC 9(003) VALUE ZEROS.
       01  WS-BUSCA-CODVEN        PIC 9(006) VALUE ZEROS.
       01  WS-BUSCA-IDX           PIC 9(003) VALUE ZEROS.
       01  WS-ACHOU               PIC X(001) VALUE "N".
       01  WS-QT-LIVRE            PIC 9(003) VALUE ZEROS.
       01  WS-QT-BAL              PIC 9(002) VALUE ZEROS.
       01  WS-SOMA-BAL            COMP-2     VALUE ZERO.
       01  WS-SOMA-LIV            COMP-2     VALUE ZERO.
       01  WS-KM-EXTRA            COMP-2     VALUE ZERO.
       01  WS-KM-TOT-ANT          COMP-2     VALUE ZERO.
       01  WS-KM-TOT-DEP          COMP-2     VALUE ZERO.
       01  WS-CARGA-TOT-ANT       PIC 9(007) VALUE ZEROS.
       01  WS-CARGA-TOT-DEP       PIC 9(007) VALUE ZEROS.

      * VENDEDORES MAIS PROXIMOS SEM CONSIDERAR A CAPACIDADE (A
      * DISTRIBUICAO "ANTES" DO BALANCEAMENTO)
       01  WS-LI                  PIC 9(002) VALUE ZEROS.
       01  WS-LJ                  PIC 9(002) VALUE ZEROS.
       01  WS-LIVRES.
           03 WS-LIVRE OCCURS 99 TIMES.
               05 WS-LIVRE-CODVEN  PIC 9(006).
               05 WS-LIVRE-IDX     PIC 9(003).
               05 WS-LIVRE-DIST    COMP-2.
               05 WS-LIVRE-OCUP    PIC X(001).

      * CANDIDATOS A TRANSFERENCIA PARA O VENDEDOR ABAIXO DA
      * CAPACIDADE MINIMA (ORDEM CRESCENTE DA DISTANCIA EXTRA)
       01  WS-VM                  PIC 9(003) VALUE ZEROS.
       01  WS-VD                  PIC 9(003) VALUE ZEROS.
       01  WS-CI                  PIC 9(002) VALUE ZEROS.
       01  WS-CJ                  PIC 9(002) VALUE ZEROS.
       01  WS-CAND-LIM            PIC 9(002) VALUE ZEROS.
       01  WS-FALTA-MINIMO        PIC 9(007) VALUE ZEROS.
       01  WS-EXTRA-CALC          COMP-2     VALUE ZERO.
       01  WS-MOVEU               PIC X(001) VALUE "N".
       01  WS-FIM-CARTEIRA        PIC X(001) VALUE "N".
           88 FIM-CARTEIRA VALUE "S".
       01  WS-CANDIDATOS.
           03 WS-CAND OCCURS 99 TIMES.
               05 WS-CAND-CODCLI   PIC 9(007).
               05 WS-CAND-RAZSOC   PIC X(040).
               05 WS-CAND-CODVEN   PIC 9(006).
               05 WS-CAND-IDX      PIC 9(003).
               05 WS-CAND-DIST-ANT PIC S9(005)V9(001).
               05 WS-CAND-DIST     COMP-2.
               05 WS-CAND-EXTRA    COMP-2.
               05 WS-CAND-OCUP     PIC X(001).

      * PAREAMENTOS TRANSFERIDOS PARA COMPLETAR A CAPACIDADE MINIMA
      * (REAPLICADOS NO ARQUIVO GERADO E LISTADOS NO RELATORIO)
       01  WS-MOV-QTDE            PIC 9(003) VALUE ZEROS.
       01  WS-MV                  PIC 9(003) VALUE ZEROS.
       01  WS-MOV-TAB.
           03 WS-MOV OCCURS 999 TIMES.
               05 WS-MOV-CODCLI    PIC 9(007).
               05 WS-MOV-RAZSOC    PIC X(040).
               05 WS-MOV-DE        PIC 9(006).
               05 WS-MOV-PARA      PIC 9(006).
               05 WS-MOV-NOMVEN    PIC X(040).
               05 WS-MOV-DIST      PIC S9(005)V9(001).
               05 WS-MOV-EXTRA     PIC S9(005)V9(001).

      * LINHAS DO RELATORIO DO BALANCEAMENTO
       01  WR-BAL-TIT.
           03 FILLER          PIC X(41) VALUE
              "BALANCEAMENTO DA CARTEIRA POR CAPACIDADE ".
           03 FILLER          PIC X(10) VALUE "- ARQUIVO ".
           03 WR-BAL-ARQUIVO  PIC X(60).
       01  WR-BAL-PADRAO.
           03 FILLER          PIC X(30) VALUE
              "CAPACIDADE PADRAO - MAXIMA: ".
           03 WR-BAL-PAD-MAX  PIC ZZZ9.
           03 FILLER          PIC X(11) VALUE "  MINIMA: ".
           03 WR-BAL-PAD-MIN  PIC ZZZ9.
           03 FILLER          PIC X(30) VALUE
              "   (0 = SEM LIMITE/SEM MINIMO)".
       01  WR-BAL-CAB.
           03 FILLER          PIC X(48) VALUE
              "CODIGO NOME".
           03 FILLER          PIC X(38) VALUE
              "MAXIMA MINIMA   ANTES  DEPOIS   DIFER.".
           03 FILLER          PIC X(46) VALUE
              "   KM ANTES   KM DEPOIS SITUACAO".
       01  WR-BAL-SEP         PIC X(132) VALUE ALL "-".
       01  WR-BAL-DET.
           03 WR-BAL-CODVEN   PIC 9(006).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-NOMVEN   PIC X(40).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-MAX      PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-MIN      PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-ANT      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-DEP      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-DIF      PIC -------9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-KM-ANT   PIC ZZZZZZZ9,9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WR-BAL-KM-DEP   PIC ZZZZZZZ9,9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-BAL-SITUACAO PIC X(17).
       01  WR-BAL-MOV.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WR-MOV-CODCLI   PIC 9(007).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WR-MOV-RAZSOC   PIC X(40).
           03 FILLER          PIC X(04) VALUE " DE ".
           03 WR-MOV-DE       PIC 9(006).
           03 FILLER          PIC X(06) VALUE " PARA ".
           03 WR-MOV-PARA     PIC 9(006).
           03 FILLER          PIC X(08) VALUE "  DIST. ".
           03 WR-MOV-DIST     PIC ZZZZ9,9.
           03 FILLER          PIC X(09) VALUE "  EXTRA ".
           03 WR-MOV-EXTRA    PIC -----9,9.
       01  WR-BAL-TOT.
           03 WR-BAL-TOT-DESC PIC X(40).
           03 WR-BAL-TOT-VAL  PIC ZZZ.ZZZ.ZZ9,9-.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 MENS1          PIC X(01).
       77 WS-OPCAO       PIC X.
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT8       PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
       77 FS-STAT9       PIC 9(02).
           88 FS9-OK         VALUE ZEROS.
       77 FS-STAT10      PIC 9(02).
           88 FS10-OK        VALUE ZEROS.
       77 WS-MODO-BATCH  PIC X(01) VALUE "N".
           88 MODO-BATCH     VALUE "S".
       77 WS-CT-CLI-LIDOS    PIC 9(007) VALUE ZEROS.
       77 WS-CT-PAREAMENTOS  PIC 9(007) VALUE ZEROS.
       77 WS-CT-CLI-SEM-PAR  PIC 9(007) VALUE ZEROS.
       77 WS-CT-VEN-SEM-PAR  PIC 9(007) VALUE ZEROS.
       77 WS-CT-REMANEJADOS  PIC 9(007) VALUE ZEROS.
       77 WS-CT-SEM-CAPAC    PIC 9(007) VALUE ZEROS.
       77 WS-CT-MOV-MINIMO   PIC 9(007) VALUE ZEROS.
       77 ED-CT-LOG          PIC ZZZZZZ9.
       77 WS-ERRO        PIC X.
           88 E-SIM VALUES ARE "S" "s".
                   "Raio maximo de atendimento em KM (0=sem limite):".
               05  T-RAIOMAX  LINE  11  COLUMN 58 PIC 9(005)
                   USING  WS-RAIO-MAXIMO-KM HIGHLIGHT.
               05  LINE 13 COLUMN 07  VALUE
                   "Capacidade maxima por vendedor (0=sem limite):".
               05  T-CAPMAX   LINE  13  COLUMN 58 PIC 9(004)
                   USING  WS-CAP-MAXIMA-PADRAO HIGHLIGHT.
               05  LINE 15 COLUMN 07  VALUE
                   "Capacidade minima por vendedor (0=sem minimo):".
               05  T-CAPMIN   LINE  15  COLUMN 58 PIC 9(004)
                   USING  WS-CAP-MINIMA-PADRAO HIGHLIGHT.
               05  LINE 17 COLUMN 07  VALUE
                   "(padrao p/ vendedor sem capacidade no cadastro)".
               05  LINE 21 COLUMN  07  VALUE "MENSAGEM: ".
       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                  DELIMITED BY SIZE INTO WID-ARQUIVO-REC.
           STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".idx"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-IDX.
           STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".bal"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-BAL.
           STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".tmp"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-TMP.
           MOVE ALL "N" TO WS-VEND-VISTO-TAB.
           MOVE ZEROS TO FS-EXIT.

           IF NOT FS-TERMINA
              ACCEPT WS-HORA-INI FROM TIME
              PERFORM 9150-CARREGA-VENDEDORES
              PERFORM 9170-CARGA-INICIAL
              IF RETOMAR-SIM
                 MOVE WS-CHK-CODCLI TO FS-CODIGO
                 START FILE1 KEY IS GREATER THAN FS-KEY
                 PERFORM 9200-LE-CLIENTE
              END-IF
              PERFORM 6100-GERACAO UNTIL FS-TERMINA
              PERFORM 6300-COMPLETA-MINIMO
              PERFORM 9090-RECONCILIA-VENDEDORES
              PERFORM 9095-RELATORIO-BALANCEAMENTO
              CLOSE FILE3
              CLOSE FILE5
              CLOSE FILE6
              PERFORM 9800-GRAVA-LOG
                 THRU 9800-GRAVA-LOG-FIM

              MOVE WS-CT-REMANEJADOS TO ED-CT-LOG
              MOVE SPACES TO WS-MSGERRO
              STRING "CLIENTES REMANEJADOS........: " ED-CT-LOG
                     INTO WS-MSGERRO
              PERFORM 9800-GRAVA-LOG
                 THRU 9800-GRAVA-LOG-FIM

              MOVE WS-CT-MOV-MINIMO TO ED-CT-LOG
              MOVE SPACES TO WS-MSGERRO
              STRING "MOVIDOS P/ CAPAC. MINIMA....: " ED-CT-LOG
                     INTO WS-MSGERRO
              PERFORM 9800-GRAVA-LOG
                 THRU 9800-GRAVA-LOG-FIM

              MOVE WS-CT-SEM-CAPAC TO ED-CT-LOG
              MOVE SPACES TO WS-MSGERRO
              STRING "SEM VENDEDOR COM CAPACIDADE.: " ED-CT-LOG
                     INTO WS-MSGERRO
              PERFORM 9800-GRAVA-LOG
                 THRU 9800-GRAVA-LOG-FIM

              MOVE WS-KM-EXTRA TO WR-BAL-TOT-VAL
              MOVE SPACES TO WS-MSGERRO
              STRING "DISTANCIA EXTRA (KM)........: " WR-BAL-TOT-VAL
                     INTO WS-MSGERRO
              PERFORM 9800-GRAVA-LOG
                 THRU 9800-GRAVA-LOG-FIM

              PERFORM 9850-LOG-TEMPO

              MOVE "GERACAO CONCLUIDA COM SUCESSO" TO WS-MSGERRO
           ACCEPT T-ARQUIVO
           ACCEPT T-QTDVEN
           ACCEPT T-RAIOMAX
           ACCEPT T-CAPMAX
           ACCEPT T-CAPMIN
           IF WS-ARQIMP EQUAL SPACES
              MOVE "FAVOR INFORMAR O NOME DO ARQUIVO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
                     DELIMITED BY SIZE INTO WID-ARQUIVO-REC
              STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".idx"
                     DELIMITED BY SIZE INTO WID-ARQUIVO-IDX
              STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".bal"
                     DELIMITED BY SIZE INTO WID-ARQUIVO-BAL
              STRING FUNCTION TRIM(WID-ARQUIVO-GER) ".tmp"
                     DELIMITED BY SIZE INTO WID-ARQUIVO-TMP
              MOVE ALL "N" TO WS-VEND-VISTO-TAB
              MOVE "N" TO WS-RETOMAR
              PERFORM 9060-VERIFICA-CHECKPOINT
              ACCEPT SS-ERRO
              IF E-SIM THEN
                 PERFORM 9150-CARREGA-VENDEDORES
                 PERFORM 9170-CARGA-INICIAL
                 IF RETOMAR-SIM
                    MOVE WS-CHK-CODCLI TO FS-CODIGO
                    START FILE1 KEY IS GREATER THAN FS-KEY
                    PERFORM 9200-LE-CLIENTE
                 END-IF
                 PERFORM 6100-GERACAO UNTIL FS-TERMINA
                 PERFORM 6300-COMPLETA-MINIMO
                 PERFORM 9090-RECONCILIA-VENDEDORES
                 PERFORM 9095-RELATORIO-BALANCEAMENTO
                 DISPLAY WS-LIMPA AT 0728
                 MOVE "ARQUIVO GERADO COM SUCESSO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO AT 2118
      * -----------------------------------
      * PAREAMENTO PELA DISTANCIA (FLUXO ORIGINAL) CONTRA OS
      * VENDEDORES EM MEMORIA
      * O VENDEDOR QUE JA ATINGIU A CAPACIDADE MAXIMA E PULADO E O
      * CLIENTE PASSA AO PROXIMO MAIS PROXIMO DENTRO DO RAIO
       6110-PAREIA-DISTANCIA SECTION.
       6110.
           MOVE ZEROS TO WS-QT-LIVRE.
           IF WS-QTD-VENDEDORES-PROX = 0
              PERFORM VARYING WS-VI FROM 1 BY 1
                      UNTIL WS-VI > WS-VEN-QTDE
                 PERFORM 6250-CALCULA-DISTANCIA
                 IF WS-RAIO-MAXIMO-KM = ZEROS
                    OR WS-DIST-KM <= WS-RAIO-MAXIMO-KM
                    ADD 1 TO WS-QT-LIVRE
                    ADD 1 TO WS-VEN-CARGA-ANT(WS-VI)
                    ADD WS-DIST-KM TO WS-VEN-KM-ANT(WS-VI)
                    IF WS-VEN-CAP-MAX(WS-VI) = ZEROS
                       OR WS-VEN-CARGA(WS-VI) < WS-VEN-CAP-MAX(WS-VI)
                       MOVE WS-VEN-CODIGO(WS-VI) TO WS-GRAVAR-CODVEN
                       MOVE WS-VEN-NOME(WS-VI)   TO WS-GRAVAR-NOMVEN
                       MOVE WS-DIST-KM TO WS-GRAVAR-DIST
                       MOVE WS-VI      TO WS-GRAVAR-IDX
                       PERFORM 6200-GRAVAR
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-QT-LIVRE > ZEROS AND WS-CLI-PAREADO = ZEROS
                 ADD 1 TO WS-CT-SEM-CAPAC
              END-IF
           ELSE
              PERFORM 6150-INICIALIZA-MELHORES
              PERFORM VARYING WS-VI FROM 1 BY 1
                 PERFORM 6250-CALCULA-DISTANCIA
                 IF WS-RAIO-MAXIMO-KM = ZEROS
                    OR WS-DIST-KM <= WS-RAIO-MAXIMO-KM
                    PERFORM 6265-REGISTRA-LIVRE
                    IF WS-VEN-CAP-MAX(WS-VI) = ZEROS
                       OR WS-VEN-CARGA(WS-VI) < WS-VEN-CAP-MAX(WS-VI)
                       PERFORM 6260-REGISTRA-MELHOR
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 6270-GRAVA-MELHORES
              PERFORM 6275-APURA-BALANCEAMENTO
           END-IF.
       6110-PAREIA-DISTANCIA-FIM.
           EXIT.
              MOVE SPACES TO WS-MELHOR-NOMVEN(WS-MI)
              MOVE 999999 TO WS-MELHOR-DIST(WS-MI)
              MOVE "N"    TO WS-MELHOR-OCUP(WS-MI)
              MOVE ZEROS  TO WS-MELHOR-IDX(WS-MI)
              MOVE ZEROS  TO WS-LIVRE-CODVEN(WS-MI)
                             WS-LIVRE-IDX(WS-MI)
              MOVE 999999 TO WS-LIVRE-DIST(WS-MI)
              MOVE "N"    TO WS-LIVRE-OCUP(WS-MI)
           END-PERFORM.
       6150-EXIT.
           EXIT.
           END-WRITE.
           ADD 1 TO WS-CLI-PAREADO.
           ADD 1 TO WS-CT-PAREAMENTOS.
           ADD 1 TO WS-VEN-CARGA(WS-GRAVAR-IDX).
           ADD WS-GRAVAR-DIST TO WS-VEN-KM-DEP(WS-GRAVAR-IDX).
           IF WS-GRAVAR-CODVEN <= 999
              MOVE "S" TO WS-VEND-VISTO(WS-GRAVAR-CODVEN)
           END-IF.
                                       TO WS-MELHOR-DIST(WS-MJ)
                    MOVE WS-MELHOR-OCUP(WS-MJ - 1)
                                       TO WS-MELHOR-OCUP(WS-MJ)
                    MOVE WS-MELHOR-IDX(WS-MJ - 1)
                                       TO WS-MELHOR-IDX(WS-MJ)
                 END-PERFORM
                 MOVE WS-VI                TO WS-MELHOR-IDX(WS-MI)
                 MOVE WS-VEN-CODIGO(WS-VI) TO WS-MELHOR-CODVEN(WS-MI)
                 MOVE WS-VEN-NOME(WS-VI)   TO WS-MELHOR-NOMVEN(WS-MI)
                 MOVE WS-DIST-KM TO WS-MELHOR-DIST(WS-MI)
                 MOVE WS-MELHOR-CODVEN(WS-MI) TO WS-GRAVAR-CODVEN
                 MOVE WS-MELHOR-NOMVEN(WS-MI) TO WS-GRAVAR-NOMVEN
                 MOVE WS-MELHOR-DIST(WS-MI)   TO WS-GRAVAR-DIST
                 MOVE WS-MELHOR-IDX(WS-MI)    TO WS-GRAVAR-IDX
                 PERFORM 6200-GRAVAR
              END-IF
           END-PERFORM.
       6270-EXIT.
           EXIT.
      * -----------------------------------
      * MANTEM A TABELA DOS N VENDEDORES MAIS PROXIMOS SEM LEVAR EM
      * CONTA A CAPACIDADE (DISTRIBUICAO ANTES DO BALANCEAMENTO)
       6265-REGISTRA-LIVRE SECTION.
       6265.
           MOVE "N" TO WS-INSERIDO.
           PERFORM VARYING WS-LI FROM 1 BY 1
                   UNTIL WS-LI > WS-QTD-VENDEDORES-PROX
                      OR WS-INSERIDO = "S"
              IF WS-LIVRE-OCUP(WS-LI) = "N"
                 OR WS-DIST-KM < WS-LIVRE-DIST(WS-LI)
                 PERFORM VARYING WS-LJ FROM WS-QTD-VENDEDORES-PROX
                         BY -1 UNTIL WS-LJ <= WS-LI
                    MOVE WS-LIVRE(WS-LJ - 1) TO WS-LIVRE(WS-LJ)
                 END-PERFORM
                 MOVE WS-VEN-CODIGO(WS-VI) TO WS-LIVRE-CODVEN(WS-LI)
                 MOVE WS-VI      TO WS-LIVRE-IDX(WS-LI)
                 MOVE WS-DIST-KM TO WS-LIVRE-DIST(WS-LI)
                 MOVE "S"        TO WS-LIVRE-OCUP(WS-LI)
                 MOVE "S"        TO WS-INSERIDO
              END-IF
           END-PERFORM.
       6265-EXIT.
           EXIT.
      * -----------------------------------
      * COMPARA OS VENDEDORES GRAVADOS PARA O CLIENTE COM OS MAIS
      * PROXIMOS SEM CAPACIDADE: CARGA E KM "ANTES", CLIENTES
      * REMANEJADOS, SEM VENDEDOR POR CAPACIDADE E DISTANCIA EXTRA
       6275-APURA-BALANCEAMENTO SECTION.
       6275.
           MOVE ZEROS TO WS-QT-BAL.
           MOVE ZERO  TO WS-SOMA-BAL WS-SOMA-LIV.
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-QTD-VENDEDORES-PROX
              IF WS-MELHOR-OCUP(WS-MI) = "S"
                 ADD 1 TO WS-QT-BAL
                 ADD WS-MELHOR-DIST(WS-MI) TO WS-SOMA-BAL
                 MOVE "N" TO WS-ACHOU
                 PERFORM VARYING WS-LI FROM 1 BY 1
                         UNTIL WS-LI > WS-QTD-VENDEDORES-PROX
                    IF WS-LIVRE-OCUP(WS-LI) = "S"
                       AND WS-LIVRE-CODVEN(WS-LI) =
                           WS-MELHOR-CODVEN(WS-MI)
                       MOVE "S" TO WS-ACHOU
                    END-IF
                 END-PERFORM
                 IF WS-ACHOU = "N"
                    ADD 1 TO WS-CT-REMANEJADOS
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-LI FROM 1 BY 1
                   UNTIL WS-LI > WS-QTD-VENDEDORES-PROX
              IF WS-LIVRE-OCUP(WS-LI) = "S"
                 ADD 1 TO WS-VEN-CARGA-ANT(WS-LIVRE-IDX(WS-LI))
                 ADD WS-LIVRE-DIST(WS-LI)
                     TO WS-VEN-KM-ANT(WS-LIVRE-IDX(WS-LI))
                 IF WS-LI <= WS-QT-BAL
                    ADD WS-LIVRE-DIST(WS-LI) TO WS-SOMA-LIV
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QT-BAL > ZEROS
              COMPUTE WS-KM-EXTRA = WS-KM-EXTRA
                                  + WS-SOMA-BAL - WS-SOMA-LIV
           ELSE
              IF WS-LIVRE-OCUP(1) = "S"
                 ADD 1 TO WS-CT-SEM-CAPAC
              END-IF
           END-IF.
       6275-EXIT.
           EXIT.
      * -----------------------------------
      * LOCALIZA O VENDEDOR NA TABELA EM MEMORIA PELO CODIGO
      * (WS-BUSCA-IDX = ZERO QUANDO NAO CARREGADO/INATIVO)
       6280-LOCALIZA-VENDEDOR SECTION.
       6280.
           MOVE ZEROS TO WS-BUSCA-IDX.
           PERFORM VARYING WS-VI FROM 1 BY 1
                   UNTIL WS-VI > WS-VEN-QTDE
                      OR WS-BUSCA-IDX > ZEROS
              IF WS-VEN-CODIGO(WS-VI) = WS-BUSCA-CODVEN
                 MOVE WS-VI TO WS-BUSCA-IDX
              END-IF
           END-PERFORM.
       6280-EXIT.
           EXIT.
      * -----------------------------------
      * CAPACIDADE MINIMA: APOS A GERACAO, O VENDEDOR QUE FICOU
      * ABAIXO DO MINIMO RECEBE, DENTRO DO RAIO, OS CLIENTES NAO
      * FIXOS DE MENOR DISTANCIA EXTRA DOS VENDEDORES QUE TEM CARGA
      * ACIMA DO PROPRIO MINIMO. SO SE APLICA COM UM VENDEDOR POR
      * CLIENTE (NAS DEMAIS OPCOES O MINIMO E APENAS SINALIZADO)
       6300-COMPLETA-MINIMO SECTION.
       6300.
           MOVE ZEROS TO WS-MOV-QTDE.
           IF WS-QTD-VENDEDORES-PROX NOT = 1
              GO TO 6300-EXIT
           END-IF.
           PERFORM VARYING WS-VM FROM 1 BY 1
                   UNTIL WS-VM > WS-VEN-QTDE
              MOVE "S" TO WS-MOVEU
              PERFORM UNTIL WS-MOVEU = "N"
                 OR WS-VEN-CARGA(WS-VM) >= WS-VEN-CAP-MIN(WS-VM)
                 OR WS-MOV-QTDE >= 999
                 MOVE "N" TO WS-MOVEU
                 PERFORM 6310-BUSCA-CANDIDATOS
                 PERFORM 6320-TRANSFERE-CANDIDATOS
              END-PERFORM
           END-PERFORM.
           IF WS-MOV-QTDE > ZEROS
              PERFORM 6350-REESCREVE-ARQUIVO
           END-IF.
       6300-EXIT.
           EXIT.
      * -----------------------------------
      * PERCORRE A CARTEIRA GERADA E SEPARA OS MELHORES CANDIDATOS
      * PARA O VENDEDOR WS-VM (MENOR DISTANCIA EXTRA PRIMEIRO)
       6310-BUSCA-CANDIDATOS SECTION.
       6310.
           COMPUTE WS-FALTA-MINIMO = WS-VEN-CAP-MIN(WS-VM)
                                   - WS-VEN-CARGA(WS-VM).
           IF WS-FALTA-MINIMO > 99
              MOVE 99 TO WS-CAND-LIM
           ELSE
              MOVE WS-FALTA-MINIMO TO WS-CAND-LIM
           END-IF.
           PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > WS-CAND-LIM
              MOVE "N" TO WS-CAND-OCUP(WS-CI)
           END-PERFORM.

           MOVE "N" TO WS-FIM-CARTEIRA.
           MOVE ZEROS TO FS6-CODVEN FS6-CODCLI.
           START FILE6 KEY IS GREATER THAN FS6-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-CARTEIRA
           END-START.
           PERFORM UNTIL FIM-CARTEIRA
              READ FILE6 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-CARTEIRA
              END-READ
              IF NOT FIM-CARTEIRA
                 IF FS-STAT6 NOT = "00"
                    MOVE "S" TO WS-FIM-CARTEIRA
                 ELSE
                    IF NOT FS6-ATRIB-FIXA
                       AND FS6-CODVEN NOT = WS-VEN-CODIGO(WS-VM)
                       PERFORM 6315-AVALIA-CANDIDATO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       6310-EXIT.
           EXIT.
      * -----------------------------------
      * O CLIENTE DO REGISTRO CORRENTE DA CARTEIRA E CANDIDATO SE O
      * SEU VENDEDOR ESTA ACIMA DO PROPRIO MINIMO E SE ESTA DENTRO
      * DO RAIO DO VENDEDOR WS-VM
       6315-AVALIA-CANDIDATO SECTION.
       6315.
           MOVE FS6-CODVEN TO WS-BUSCA-CODVEN.
           PERFORM 6280-LOCALIZA-VENDEDOR.
           IF WS-BUSCA-IDX = ZEROS
              GO TO 6315-EXIT
           END-IF.
           MOVE WS-BUSCA-IDX TO WS-VD.
           IF WS-VEN-CARGA(WS-VD) <= WS-VEN-CAP-MIN(WS-VD)
              OR WS-VEN-CARGA(WS-VD) = ZEROS
              GO TO 6315-EXIT
           END-IF.

           MOVE FS6-CODCLI TO FS-CODIGO.
           READ FILE1 KEY IS FS-KEY
               INVALID KEY
                   GO TO 6315-EXIT
           END-READ.
           MOVE WS-VM TO WS-VI.
           PERFORM 6250-CALCULA-DISTANCIA.
           IF WS-RAIO-MAXIMO-KM > ZEROS
              AND WS-DIST-KM > WS-RAIO-MAXIMO-KM
              GO TO 6315-EXIT
           END-IF.
           COMPUTE WS-EXTRA-CALC = WS-DIST-KM - FS6-DISTANCIA.

           MOVE "N" TO WS-INSERIDO.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CAND-LIM
                      OR WS-INSERIDO = "S"
              IF WS-CAND-OCUP(WS-CI) = "N"
                 OR WS-EXTRA-CALC < WS-CAND-EXTRA(WS-CI)
                 PERFORM VARYING WS-CJ FROM WS-CAND-LIM
                         BY -1 UNTIL WS-CJ <= WS-CI
                    MOVE WS-CAND(WS-CJ - 1) TO WS-CAND(WS-CJ)
                 END-PERFORM
                 MOVE FS6-CODCLI    TO WS-CAND-CODCLI(WS-CI)
                 MOVE FS6-RAZSOC    TO WS-CAND-RAZSOC(WS-CI)
                 MOVE FS6-CODVEN    TO WS-CAND-CODVEN(WS-CI)
                 MOVE WS-VD         TO WS-CAND-IDX(WS-CI)
                 MOVE FS6-DISTANCIA TO WS-CAND-DIST-ANT(WS-CI)
                 MOVE WS-DIST-KM    TO WS-CAND-DIST(WS-CI)
                 MOVE WS-EXTRA-CALC TO WS-CAND-EXTRA(WS-CI)
                 MOVE "S"           TO WS-CAND-OCUP(WS-CI)
                 MOVE "S"           TO WS-INSERIDO
              END-IF
           END-PERFORM.
       6315-EXIT.
           EXIT.
      * -----------------------------------
      * TRANSFERE OS CANDIDATOS PARA O VENDEDOR WS-VM, CONFERINDO
      * DE NOVO A CARGA DO VENDEDOR DE ORIGEM (PODE TER MUDADO NA
      * PROPRIA RODADA)
       6320-TRANSFERE-CANDIDATOS SECTION.
       6320.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CAND-LIM
                      OR WS-VEN-CARGA(WS-VM) >= WS-VEN-CAP-MIN(WS-VM)
                      OR WS-MOV-QTDE >= 999
              MOVE WS-CAND-IDX(WS-CI) TO WS-VD
              IF WS-CAND-OCUP(WS-CI) = "S"
                 AND WS-VEN-CARGA(WS-VD) > WS-VEN-CAP-MIN(WS-VD)
                 AND WS-VEN-CARGA(WS-VD) > ZEROS
                 MOVE WS-CAND-CODVEN(WS-CI) TO FS6-CODVEN
                 MOVE WS-CAND-CODCLI(WS-CI) TO FS6-CODCLI
                 READ FILE6 KEY IS FS6-KEY
                     INVALID KEY
                         MOVE "N" TO WS-CAND-OCUP(WS-CI)
                 END-READ
              END-IF
              IF WS-CAND-OCUP(WS-CI) = "S"
                 AND WS-VEN-CARGA(WS-VD) > WS-VEN-CAP-MIN(WS-VD)
                 AND WS-VEN-CARGA(WS-VD) > ZEROS
                 DELETE FILE6 RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 MOVE WS-VEN-CODIGO(WS-VM) TO FS6-CODVEN
                 MOVE WS-VEN-NOME(WS-VM)   TO FS6-NOMVEN
                 MOVE WS-CAND-DIST(WS-CI)  TO FS6-DISTANCIA
                 MOVE "N"                  TO FS6-FIXA
                 WRITE FILE6-REC
                     INVALID KEY
                         REWRITE FILE6-REC
                         END-REWRITE
                 END-WRITE

                 SUBTRACT 1 FROM WS-VEN-CARGA(WS-VD)
                 SUBTRACT WS-CAND-DIST-ANT(WS-CI)
                     FROM WS-VEN-KM-DEP(WS-VD)
                 ADD 1 TO WS-VEN-CARGA(WS-VM)
                 ADD WS-CAND-DIST(WS-CI) TO WS-VEN-KM-DEP(WS-VM)
                 ADD WS-CAND-EXTRA(WS-CI) TO WS-KM-EXTRA
                 ADD 1 TO WS-CT-MOV-MINIMO
                 IF WS-VEN-CODIGO(WS-VM) <= 999
                    MOVE "S" TO WS-VEND-VISTO(WS-VEN-CODIGO(WS-VM))
                 END-IF

                 ADD 1 TO WS-MOV-QTDE
                 MOVE WS-MOV-QTDE TO WS-MV
                 MOVE WS-CAND-CODCLI(WS-CI) TO WS-MOV-CODCLI(WS-MV)
                 MOVE WS-CAND-RAZSOC(WS-CI) TO WS-MOV-RAZSOC(WS-MV)
                 MOVE WS-CAND-CODVEN(WS-CI) TO WS-MOV-DE(WS-MV)
                 MOVE WS-VEN-CODIGO(WS-VM)  TO WS-MOV-PARA(WS-MV)
                 MOVE WS-VEN-NOME(WS-VM)    TO WS-MOV-NOMVEN(WS-MV)
                 MOVE WS-CAND-DIST(WS-CI)   TO WS-MOV-DIST(WS-MV)
                 MOVE WS-CAND-EXTRA(WS-CI)  TO WS-MOV-EXTRA(WS-MV)
                 MOVE "S" TO WS-MOVEU
              END-IF
           END-PERFORM.
       6320-EXIT.
           EXIT.
      * -----------------------------------
      * REAPLICA NO ARQUIVO GERADO OS PAREAMENTOS TRANSFERIDOS PARA
      * COMPLETAR A CAPACIDADE MINIMA (COPIA PARA O ARQUIVO DE
      * TRABALHO E DEVOLVE, MANTENDO A ORDEM DAS LINHAS)
       6350-REESCREVE-ARQUIVO SECTION.
       6350.
           CLOSE FILE3.
           OPEN INPUT FILE3.
           OPEN OUTPUT FILE10.
           IF FS-STAT NOT = "00" OR FS-STAT10 NOT = "00"
              MOVE SPACES TO WS-MSGERRO
              STRING "ERRO AO REESCREVER ARQUIVO GERADO: " FS-STAT10
                     INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              CLOSE FILE3 FILE10
              OPEN EXTEND FILE3
              GO TO 6350-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-CARTEIRA.
           PERFORM UNTIL FIM-CARTEIRA
              READ FILE3
                 AT END
                    MOVE "S" TO WS-FIM-CARTEIRA
              END-READ
              IF NOT FIM-CARTEIRA
                 MOVE "N" TO WS-ACHOU
                 PERFORM VARYING WS-MV FROM 1 BY 1
                         UNTIL WS-MV > WS-MOV-QTDE
                            OR WS-ACHOU = "S"
                    IF WS-MOV-CODCLI(WS-MV) = FS3-CODCLI
                       AND WS-MOV-DE(WS-MV) = FS3-CODVEN
                       MOVE WS-MOV-PARA(WS-MV)   TO FS3-CODVEN
                       MOVE WS-MOV-NOMVEN(WS-MV) TO FS3-NOMVEN
                       MOVE WS-MOV-DIST(WS-MV)   TO FS3-DISTANCIA
                       MOVE "S" TO WS-ACHOU
                    END-IF
                 END-PERFORM
                 WRITE FILE10-REC FROM FILE3-REC
              END-IF
           END-PERFORM.
           CLOSE FILE3 FILE10.

           OPEN INPUT FILE10.
           OPEN OUTPUT FILE3.
           MOVE "N" TO WS-FIM-CARTEIRA.
           PERFORM UNTIL FIM-CARTEIRA
              READ FILE10
                 AT END
                    MOVE "S" TO WS-FIM-CARTEIRA
              END-READ
              IF NOT FIM-CARTEIRA
                 WRITE FILE3-REC FROM FILE10-REC
              END-IF
           END-PERFORM.
           CLOSE FILE10.
       6350-EXIT.
           EXIT.

      * -----------------------------------
      * CALCULA A DISTANCIA (KM) ENTRE O CLIENTE E O VENDEDOR
                     MOVE FS2-NOME      TO WS-VEN-NOME(WS-VEN-QTDE)
                     MOVE FS2-LATITUDE  TO WS-VEN-LAT(WS-VEN-QTDE)
                     MOVE FS2-LONGITUDE TO WS-VEN-LON(WS-VEN-QTDE)
                     PERFORM 9155-CAPACIDADE-VENDEDOR
                  END-IF
                  PERFORM 9200-LE-VENDEDOR
               END-PERFORM
       9150-EXIT.
           EXIT.
      * -----------------------------------
      * CAPACIDADE DO VENDEDOR: A DO CADASTRO OU, SE ZERADA, O
      * PADRAO DA GERACAO. O MINIMO NUNCA PASSA DO MAXIMO
       9155-CAPACIDADE-VENDEDOR SECTION.
       9155.
           IF FS2-CAP-MAXIMA NUMERIC AND FS2-CAP-MAXIMA > ZEROS
              MOVE FS2-CAP-MAXIMA TO WS-VEN-CAP-MAX(WS-VEN-QTDE)
           ELSE
              MOVE WS-CAP-MAXIMA-PADRAO
                                  TO WS-VEN-CAP-MAX(WS-VEN-QTDE)
           END-IF.
           IF FS2-CAP-MINIMA NUMERIC AND FS2-CAP-MINIMA > ZEROS
              MOVE FS2-CAP-MINIMA TO WS-VEN-CAP-MIN(WS-VEN-QTDE)
           ELSE
              MOVE WS-CAP-MINIMA-PADRAO
                                  TO WS-VEN-CAP-MIN(WS-VEN-QTDE)
           END-IF.
           IF WS-VEN-CAP-MAX(WS-VEN-QTDE) > ZEROS
              AND WS-VEN-CAP-MIN(WS-VEN-QTDE) >
                  WS-VEN-CAP-MAX(WS-VEN-QTDE)
              MOVE WS-VEN-CAP-MAX(WS-VEN-QTDE)
                                  TO WS-VEN-CAP-MIN(WS-VEN-QTDE)
           END-IF.
           MOVE ZEROS TO WS-VEN-CARGA(WS-VEN-QTDE)
                         WS-VEN-CARGA-ANT(WS-VEN-QTDE).
           MOVE ZERO  TO WS-VEN-KM-ANT(WS-VEN-QTDE)
                         WS-VEN-KM-DEP(WS-VEN-QTDE).
       9155-EXIT.
           EXIT.
      * -----------------------------------
      * CARGA INICIAL DE CADA VENDEDOR: OS REGISTROS QUE JA ESTAO NA
      * CARTEIRA (ATRIBUICOES FIXAS E, NA RETOMADA, OS PAREAMENTOS
      * JA GERADOS) CONTAM PARA A CAPACIDADE ANTES E DEPOIS
       9170-CARGA-INICIAL SECTION.
       9170.
           MOVE ZEROS TO WS-CT-REMANEJADOS WS-CT-SEM-CAPAC
                         WS-CT-MOV-MINIMO WS-MOV-QTDE.
           MOVE ZERO  TO WS-KM-EXTRA.
           MOVE "N" TO WS-FIM-CARTEIRA.
           MOVE ZEROS TO FS6-CODVEN FS6-CODCLI.
           START FILE6 KEY IS GREATER THAN FS6-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-CARTEIRA
           END-START.
           PERFORM UNTIL FIM-CARTEIRA
              READ FILE6 NEXT
                 AT END
                    MOVE "S" TO WS-FIM-CARTEIRA
              END-READ
              IF NOT FIM-CARTEIRA
                 IF FS-STAT6 NOT = "00"
                    MOVE "S" TO WS-FIM-CARTEIRA
                 ELSE
                    MOVE FS6-CODVEN TO WS-BUSCA-CODVEN
                    PERFORM 6280-LOCALIZA-VENDEDOR
                    IF WS-BUSCA-IDX > ZEROS
                       ADD 1 TO WS-VEN-CARGA(WS-BUSCA-IDX)
                                WS-VEN-CARGA-ANT(WS-BUSCA-IDX)
                       ADD FS6-DISTANCIA
                           TO WS-VEN-KM-DEP(WS-BUSCA-IDX)
                              WS-VEN-KM-ANT(WS-BUSCA-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       9170-EXIT.
           EXIT.
      * -----------------------------------
      * CARREGA EM MEMORIA AS ATRIBUICOES FIXAS DA CARTEIRA
      * ANTERIOR E, QUANDO A GERACAO COMECA DO ZERO, APAGA OS
      * REGISTROS NAO FIXOS PARA A REGERACAO
       9090-EXIT.
           EXIT.
      * -----------------------------------
      * RELATORIO DO BALANCEAMENTO (.bal): POR VENDEDOR A CAPACIDADE,
      * A CARGA E O KM ANTES (SEM CAPACIDADE) E DEPOIS, OS CLIENTES
      * TRANSFERIDOS PARA COMPLETAR O MINIMO E OS TOTAIS
       9095-RELATORIO-BALANCEAMENTO SECTION.
       9095.
           OPEN OUTPUT FILE9.
           IF FS-STAT9 NOT = "00"
              MOVE SPACES TO WS-MSGERRO
              STRING "ERRO ABERTURA RELATORIO DE BALANCEAMENTO: "
                     FS-STAT9 INTO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              GO TO 9095-EXIT
           END-IF.
           MOVE WID-ARQUIVO-GER      TO WR-BAL-ARQUIVO.
           WRITE FILE9-REC FROM WR-BAL-TIT.
           MOVE WS-CAP-MAXIMA-PADRAO TO WR-BAL-PAD-MAX.
           MOVE WS-CAP-MINIMA-PADRAO TO WR-BAL-PAD-MIN.
           WRITE FILE9-REC FROM WR-BAL-PADRAO.
           MOVE SPACES TO FILE9-REC.
           WRITE FILE9-REC.
           WRITE FILE9-REC FROM WR-BAL-CAB.
           WRITE FILE9-REC FROM WR-BAL-SEP.

           MOVE ZEROS TO WS-CARGA-TOT-ANT WS-CARGA-TOT-DEP.
           MOVE ZERO  TO WS-KM-TOT-ANT WS-KM-TOT-DEP.
           PERFORM VARYING WS-VI FROM 1 BY 1
                   UNTIL WS-VI > WS-VEN-QTDE
              MOVE WS-VEN-CODIGO(WS-VI)    TO WR-BAL-CODVEN
              MOVE WS-VEN-NOME(WS-VI)      TO WR-BAL-NOMVEN
              MOVE WS-VEN-CAP-MAX(WS-VI)   TO WR-BAL-MAX
              MOVE WS-VEN-CAP-MIN(WS-VI)   TO WR-BAL-MIN
              MOVE WS-VEN-CARGA-ANT(WS-VI) TO WR-BAL-ANT
              MOVE WS-VEN-CARGA(WS-VI)     TO WR-BAL-DEP
              COMPUTE WR-BAL-DIF = WS-VEN-CARGA(WS-VI)
                                 - WS-VEN-CARGA-ANT(WS-VI)
              MOVE WS-VEN-KM-ANT(WS-VI)    TO WR-BAL-KM-ANT
              MOVE WS-VEN-KM-DEP(WS-VI)    TO WR-BAL-KM-DEP
              MOVE SPACES                  TO WR-BAL-SITUACAO
              IF WS-VEN-CAP-MAX(WS-VI) > ZEROS
                 IF WS-VEN-CARGA(WS-VI) > WS-VEN-CAP-MAX(WS-VI)
                    MOVE "ACIMA DA MAXIMA"  TO WR-BAL-SITUACAO
                 ELSE
                    IF WS-VEN-CARGA(WS-VI) = WS-VEN-CAP-MAX(WS-VI)
                       MOVE "NO LIMITE"     TO WR-BAL-SITUACAO
                    END-IF
                 END-IF
              END-IF
              IF WS-VEN-CARGA(WS-VI) < WS-VEN-CAP-MIN(WS-VI)
                 MOVE "ABAIXO DA MINIMA"    TO WR-BAL-SITUACAO
              END-IF
              WRITE FILE9-REC FROM WR-BAL-DET
              ADD WS-VEN-CARGA-ANT(WS-VI) TO WS-CARGA-TOT-ANT
              ADD WS-VEN-CARGA(WS-VI)     TO WS-CARGA-TOT-DEP
              ADD WS-VEN-KM-ANT(WS-VI)    TO WS-KM-TOT-ANT
              ADD WS-VEN-KM-DEP(WS-VI)    TO WS-KM-TOT-DEP
           END-PERFORM.
           WRITE FILE9-REC FROM WR-BAL-SEP.

           IF WS-MOV-QTDE > ZEROS
              MOVE SPACES TO FILE9-REC
              WRITE FILE9-REC
              MOVE "CLIENTES TRANSFERIDOS PARA COMPLETAR A CAPACIDADE"
                   TO FILE9-REC
              WRITE FILE9-REC
              PERFORM VARYING WS-MV FROM 1 BY 1
                      UNTIL WS-MV > WS-MOV-QTDE
                 MOVE WS-MOV-CODCLI(WS-MV) TO WR-MOV-CODCLI
                 MOVE WS-MOV-RAZSOC(WS-MV) TO WR-MOV-RAZSOC
                 MOVE WS-MOV-DE(WS-MV)     TO WR-MOV-DE
                 MOVE WS-MOV-PARA(WS-MV)   TO WR-MOV-PARA
                 MOVE WS-MOV-DIST(WS-MV)   TO WR-MOV-DIST
                 MOVE WS-MOV-EXTRA(WS-MV)  TO WR-MOV-EXTRA
                 WRITE FILE9-REC FROM WR-BAL-MOV
              END-PERFORM
              IF WS-MOV-QTDE >= 999
                 MOVE "  (LIMITE DE 999 TRANSFERENCIAS ATINGIDO)"
                      TO FILE9-REC
                 WRITE FILE9-REC
              END-IF
           END-IF.
           IF WS-CAP-MINIMA-PADRAO > ZEROS
              AND WS-QTD-VENDEDORES-PROX NOT = 1
              MOVE SPACES TO FILE9-REC
              WRITE FILE9-REC
              MOVE "MINIMA SO E COMPLETADA COM 1 VENDEDOR POR CLIENTE"
                   TO FILE9-REC
              WRITE FILE9-REC
           END-IF.

           MOVE SPACES TO FILE9-REC.
           WRITE FILE9-REC.
           MOVE "PAREAMENTOS ANTES DO BALANCEAMENTO..:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-CARGA-TOT-ANT     TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "PAREAMENTOS DEPOIS DO BALANCEAMENTO.:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-CARGA-TOT-DEP     TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "CLIENTES REMANEJADOS PELA MAXIMA....:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-CT-REMANEJADOS    TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "CLIENTES MOVIDOS PARA A MINIMA......:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-CT-MOV-MINIMO     TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "CLIENTES SEM VENDEDOR COM CAPACIDADE:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-CT-SEM-CAPAC      TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "DISTANCIA TOTAL ANTES (KM)..........:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-KM-TOT-ANT        TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "DISTANCIA TOTAL DEPOIS (KM).........:"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-KM-TOT-DEP        TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           MOVE "DISTANCIA EXTRA DO BALANCEAMENTO(KM):"
                                     TO WR-BAL-TOT-DESC.
           MOVE WS-KM-EXTRA          TO WR-BAL-TOT-VAL.
           WRITE FILE9-REC FROM WR-BAL-TOT.
           CLOSE FILE9.
       9095-EXIT.
           EXIT.
      * -----------------------------------
      * VERIFICA SE EXISTE O ARQUIVO DE PARAMETROS DA EXECUCAO
      * DESASSISTIDA; SE EXISTIR, CARREGA OS PARAMETROS E ABRE O LOG
       9500-VERIFICA-PARAMETRO SECTION.
                 MOVE FS7-ARQUIVO TO WS-ARQIMP
                 MOVE FS7-QTDVEN  TO WS-QTD-VENDEDORES-PROX
                 MOVE FS7-RAIOMAX TO WS-RAIO-MAXIMO-KM
                 IF FS7-CAPMAX NUMERIC
                    MOVE FS7-CAPMAX TO WS-CAP-MAXIMA-PADRAO
                 END-IF
                 IF FS7-CAPMIN NUMERIC
                    MOVE FS7-CAPMIN TO WS-CAP-MINIMA-PADRAO
                 END-IF
                 OPEN OUTPUT FILE8
              END-IF
              CLOSE FILE7
