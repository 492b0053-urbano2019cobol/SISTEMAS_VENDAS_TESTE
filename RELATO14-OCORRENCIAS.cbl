       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-OCORRENCIAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-OCORRENCIAS
      *
      * OBJETIVO:     LISTAR O RETORNO DO ROMANEIO DE ENTREGA DE UMA
      *               DATA: POR CARGA, CADA PEDIDO COM A SITUACAO, O
      *               PRAZO E A OCORRENCIA, COM OS TOTAIS DA CARGA; EM
      *               SEGUIDA O RESUMO POR MOTORISTA E O TOTAL GERAL.
      *               ENTREGA NO PRAZO E A ENTREGUE (TOTAL OU PARCIAL)
      *               ATE A DATA PREVISTA; O INDICE E O PERCENTUAL DAS
      *               ENTREGAS NO PRAZO SOBRE OS PEDIDOS COM RETORNO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  OCORRENCIAS DO ROMANEIO POR CARGA E
      *                           POR MOTORISTA
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROMANEIOS ASSIGN TO DISK "romaneios.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS29-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ROMANEIOS.

           SELECT OCORRENCIAS-GER ASSIGN TO DISK WID-ARQUIVO-OCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
      *
       DATA DIVISION.
       FILE SECTION.
      * PARADA DO ROMANEIO E O RETORNO DA ENTREGA. SITUACAO:
      * P=PENDENTE DE RETORNO, E=ENTREGUE, T=ENTREGUE PARCIAL,
      * R=RECUSADO, A=CLIENTE AUSENTE
       FD  ROMANEIOS.
       01  FD-ROMANEIO.
           05 FS29-KEY.
               10 FS29-DATA      PIC 9(008).
               10 FS29-CARGA     PIC 9(003).
               10 FS29-SEQ       PIC 9(003).
           05 FS29-NUMVENDA      PIC 9(007).
           05 FS29-CODCLI        PIC 9(007).
           05 FS29-VALOR         PIC 9(009)V9(002).
           05 FS29-SEQ-END       PIC 9(002).
           05 FS29-PREVISTA      PIC 9(008).
           05 FS29-MOTORISTA     PIC X(030).
           05 FS29-SITUACAO      PIC X(001).
               88 FS29-PENDENTE      VALUE "P".
               88 FS29-ENTREGUE      VALUE "E".
               88 FS29-PARCIAL       VALUE "T".
               88 FS29-RECUSADO      VALUE "R".
               88 FS29-AUSENTE       VALUE "A".
           05 FS29-DATA-OCOR     PIC 9(008).
           05 FS29-HORA-OCOR     PIC 9(004).
           05 FS29-MOTIVO        PIC X(040).
           05 FS29-REENVIO       PIC X(001).
               88 FS29-REENVIADO     VALUE "S".
           05 FS29-CODOPER       PIC 9(004).
           05 FILLER             PIC X(020).

       FD  OCORRENCIAS-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-ROM                       PIC 9(008) VALUE ZEROS.
       01  WID-ARQUIVO-OCO                   PIC X(64) VALUE SPACES.

       77  WS-FIM-ROMANEIOS                  PIC X(01) VALUE "N".
           88 FIM-ROMANEIOS VALUE "S".
       77  WS-ERRO-ABERTURA                  PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".
       77  WS-NO-PRAZO                       PIC X(01) VALUE "N".
           88 NO-PRAZO VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-ROMANEIOS          PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-CARGAS             PIC  9(003) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTADORES DE OCORRENCIAS: DA CARGA CORRENTE, GERAIS E POR
      * MOTORISTA (TABELA LIMITADA A 50 MOTORISTAS NO DIA)
      *----------------------------------------------------------------*
       01 WS-CARGA-ATUAL               PIC  9(003) VALUE ZEROS.
       01 WS-MOT-ATUAL                 PIC  9(003) VALUE ZEROS.
       01 WS-MOT-CARGA                 PIC  X(030) VALUE SPACES.

       01 WS-OC-CARGA.
           03 WS-OCC-PEDIDOS           PIC  9(005) VALUE ZEROS.
           03 WS-OCC-ENTREGUES         PIC  9(005) VALUE ZEROS.
           03 WS-OCC-PARCIAIS          PIC  9(005) VALUE ZEROS.
           03 WS-OCC-RECUSADOS         PIC  9(005) VALUE ZEROS.
           03 WS-OCC-AUSENTES          PIC  9(005) VALUE ZEROS.
           03 WS-OCC-SEM-RETORNO       PIC  9(005) VALUE ZEROS.
           03 WS-OCC-NO-PRAZO          PIC  9(005) VALUE ZEROS.

       01 WS-OC-GERAL.
           03 WS-OCG-PEDIDOS           PIC  9(005) VALUE ZEROS.
           03 WS-OCG-ENTREGUES         PIC  9(005) VALUE ZEROS.
           03 WS-OCG-PARCIAIS          PIC  9(005) VALUE ZEROS.
           03 WS-OCG-RECUSADOS         PIC  9(005) VALUE ZEROS.
           03 WS-OCG-AUSENTES          PIC  9(005) VALUE ZEROS.
           03 WS-OCG-SEM-RETORNO       PIC  9(005) VALUE ZEROS.
           03 WS-OCG-NO-PRAZO          PIC  9(005) VALUE ZEROS.

       01 WS-MOT-QTDE                  PIC  9(003) VALUE ZEROS.
       01 WS-MI                        PIC  9(003) VALUE ZEROS.
       01 WS-MOTORISTA-TAB.
           03 WS-MOTORISTA OCCURS 50 TIMES.
               05 WS-MOT-NOME          PIC  X(030).
               05 WS-MOT-CARGAS        PIC  9(003).
               05 WS-MOT-PEDIDOS       PIC  9(005).
               05 WS-MOT-ENTREGUES     PIC  9(005).
               05 WS-MOT-PARCIAIS      PIC  9(005).
               05 WS-MOT-RECUSADOS     PIC  9(005).
               05 WS-MOT-AUSENTES      PIC  9(005).
               05 WS-MOT-SEM-RETORNO   PIC  9(005).
               05 WS-MOT-NO-PRAZO      PIC  9(005).

      * CALCULO DO INDICE DE ENTREGAS NO PRAZO
       01 WS-IX-PEDIDOS                PIC  9(005) VALUE ZEROS.
       01 WS-IX-SEM-RETORNO            PIC  9(005) VALUE ZEROS.
       01 WS-IX-NO-PRAZO               PIC  9(005) VALUE ZEROS.
       01 WS-IX-COM-RETORNO            PIC  9(005) VALUE ZEROS.
       01 WS-INDICE                    PIC  9(003)V9(001) VALUE ZEROS.

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
           03  FILLER                  PIC X(120) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "EXPEDICAO".
           03 FILLER                   PIC X(035) VALUE
              "OCORRENCIAS DO ROMANEIO".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(022) VALUE
              "ROMANEIO DO DIA....: ".
           03 WR-CAB-DIA-ROM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-ROM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-ROM           PIC 9(004) VALUE ZEROS.

       01 WR-CAB-CARGA.
           03 FILLER                   PIC X(009) VALUE "CARGA....".
           03 WR-CCG-NUMERO            PIC ZZ9.
           03 FILLER                   PIC X(016) VALUE
              "    MOTORISTA: ".
           03 WR-CCG-MOTORISTA         PIC X(030) VALUE SPACES.

       01 WR-CAB4.
           03  FILLER                  PIC X(005) VALUE "SEQ".
           03  FILLER                  PIC X(009) VALUE "PEDIDO".
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(018) VALUE "SITUACAO".
           03  FILLER                  PIC X(012) VALUE "PREVISTA".
           03  FILLER                  PIC X(018) VALUE "OCORRENCIA".
           03  FILLER                  PIC X(007) VALUE "PRAZO".
           03  FILLER                  PIC X(040) VALUE "MOTIVO".

       01 WR-DET1.
           03  WR-DET-SEQ              PIC ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PEDIDO           PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CLIENTE          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SITUACAO         PIC X(016) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PRV-DIA          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-PRV-MES          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-PRV-ANO          PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-OCORRENCIA.
               05  WR-DET-OCO-DIA      PIC 9(002) VALUE ZEROS.
               05  FILLER              PIC X(001) VALUE "/".
               05  WR-DET-OCO-MES      PIC 9(002) VALUE ZEROS.
               05  FILLER              PIC X(001) VALUE "/".
               05  WR-DET-OCO-ANO      PIC 9(004) VALUE ZEROS.
               05  FILLER              PIC X(001) VALUE SPACES.
               05  WR-DET-OCO-HH       PIC 9(002) VALUE ZEROS.
               05  FILLER              PIC X(001) VALUE ":".
               05  WR-DET-OCO-MM       PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PRAZO            PIC X(005) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-MOTIVO           PIC X(040) VALUE SPACES.

       01 WR-TOTAIS.
           03  WR-TOT-ROTULO           PIC X(018) VALUE SPACES.
           03  FILLER                  PIC X(009) VALUE "PEDIDOS: ".
           03  WR-TOT-PEDIDOS          PIC ZZZZ9.
           03  FILLER                  PIC X(013) VALUE
               "  ENTREGUES: ".
           03  WR-TOT-ENTREGUES        PIC ZZZZ9.
           03  FILLER                  PIC X(012) VALUE
               "  PARCIAIS: ".
           03  WR-TOT-PARCIAIS         PIC ZZZZ9.
           03  FILLER                  PIC X(013) VALUE
               "  RECUSADOS: ".
           03  WR-TOT-RECUSADOS        PIC ZZZZ9.
           03  FILLER                  PIC X(012) VALUE
               "  AUSENTES: ".
           03  WR-TOT-AUSENTES         PIC ZZZZ9.
           03  FILLER                  PIC X(015) VALUE
               "  SEM RETORNO: ".
           03  WR-TOT-SEM-RETORNO      PIC ZZZZ9.

       01 WR-TOTAIS2.
           03  FILLER                  PIC X(018) VALUE SPACES.
           03  FILLER                  PIC X(019) VALUE
               "ENTREGAS NO PRAZO: ".
           03  WR-TOT-NO-PRAZO         PIC ZZZZ9.
           03  FILLER                  PIC X(020) VALUE
               "  INDICE NO PRAZO: ".
           03  WR-TOT-INDICE           PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".

       01 WR-CAB-MOT.
           03  FILLER                  PIC X(020) VALUE
               "RESUMO POR MOTORISTA".

       01 WR-CAB-MOT2.
           03  FILLER                  PIC X(032) VALUE "MOTORISTA".
           03  FILLER                  PIC X(007) VALUE "CARGAS".
           03  FILLER                  PIC X(008) VALUE "PEDIDOS".
           03  FILLER                  PIC X(007) VALUE "ENTREG".
           03  FILLER                  PIC X(007) VALUE "PARCIA".
           03  FILLER                  PIC X(007) VALUE "RECUSA".
           03  FILLER                  PIC X(007) VALUE "AUSENT".
           03  FILLER                  PIC X(007) VALUE "S/RET".
           03  FILLER                  PIC X(008) VALUE "NOPRAZO".
           03  FILLER                  PIC X(007) VALUE "INDICE".

       01 WR-DET-MOT.
           03  WR-DMO-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DMO-CARGAS           PIC ZZ9.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DMO-PEDIDOS          PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-ENTREGUES        PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-PARCIAIS         PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-RECUSADOS        PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-AUSENTES         PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-SEM-RETORNO      PIC ZZZZ9.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DMO-NO-PRAZO         PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DMO-INDICE           PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".

       01 WR-SEM-CARGA.
           03  FILLER                  PIC X(040) VALUE
               "NENHUMA CARGA NO ROMANEIO DA DATA".

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 12 VALUE
                   "OCORRENCIAS DO ROMANEIO DE ENTREGA".
               10 LINE 08 COLUMN 15 VALUE
                      "DATA DO ROMANEIO (AAAAMMDD, 0=HOJE) ... --> ".
               10 LINE 08 COL PLUS 1 USING WS-DATA-ROM AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-ABERTURA
              PERFORM 0001-PROCESSA UNTIL FIM-ROMANEIOS
              PERFORM 0003-TERMINA
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           IF WS-DATA-ROM EQUAL ZEROS
              ACCEPT WS-DATA-ROM FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WID-ARQUIVO-OCO.
           STRING "ocorrencias-" WS-DATA-ROM ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-OCO.

           OPEN INPUT ROMANEIOS.
           IF WT-ST-ROMANEIOS NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              DISPLAY "ERRO ABERTURA ARQUIVO romaneios.dat: STATUS "
                      WT-ST-ROMANEIOS
           END-IF.

           IF NOT ERRO-ABERTURA
              OPEN OUTPUT OCORRENCIAS-GER
              MOVE WS-DATA-ROM TO FS29-DATA
              MOVE ZEROS       TO FS29-CARGA FS29-SEQ
              START ROMANEIOS KEY IS NOT LESS THAN FS29-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-ROMANEIOS
              END-START
              IF NOT FIM-ROMANEIOS
                 PERFORM 0002-LE-ROMANEIO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME UMA PARADA, FECHANDO A CARGA ANTERIOR NA QUEBRA, E
      * SOMA A OCORRENCIA NA CARGA, NO MOTORISTA E NO TOTAL GERAL
      *----------------------------------------------------------------*
       0001-PROCESSA.

           IF FS29-CARGA NOT = WS-CARGA-ATUAL
              IF WS-CARGA-ATUAL > ZEROS
                 PERFORM 0005-TOTAL-CARGA
              END-IF
              PERFORM 0004-INICIA-CARGA
           END-IF.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0007-IMPRIME-CABECALHO
              WRITE REL-REGISTRO-GER FROM WR-CAB-CARGA
              WRITE REL-REGISTRO-GER FROM WR-CAB4
              ADD 2 TO WT-CT-LINHAS
           END-IF.

      * NO PRAZO: ENTREGUE (TOTAL OU PARCIAL) ATE A DATA PREVISTA
           MOVE "N" TO WS-NO-PRAZO.
           IF (FS29-ENTREGUE OR FS29-PARCIAL)
              AND FS29-DATA-OCOR NOT > FS29-PREVISTA
              MOVE "S" TO WS-NO-PRAZO
           END-IF.

           ADD 1 TO WS-OCC-PEDIDOS WS-OCG-PEDIDOS
                    WS-MOT-PEDIDOS(WS-MOT-ATUAL).
           EVALUATE TRUE
              WHEN FS29-ENTREGUE
                   MOVE "ENTREGUE"         TO WR-DET-SITUACAO
                   ADD 1 TO WS-OCC-ENTREGUES WS-OCG-ENTREGUES
                            WS-MOT-ENTREGUES(WS-MOT-ATUAL)
              WHEN FS29-PARCIAL
                   MOVE "ENTREGUE PARCIAL" TO WR-DET-SITUACAO
                   ADD 1 TO WS-OCC-PARCIAIS WS-OCG-PARCIAIS
                            WS-MOT-PARCIAIS(WS-MOT-ATUAL)
              WHEN FS29-RECUSADO
                   MOVE "RECUSADO"         TO WR-DET-SITUACAO
                   ADD 1 TO WS-OCC-RECUSADOS WS-OCG-RECUSADOS
                            WS-MOT-RECUSADOS(WS-MOT-ATUAL)
              WHEN FS29-AUSENTE
                   MOVE "CLIENTE AUSENTE"  TO WR-DET-SITUACAO
                   ADD 1 TO WS-OCC-AUSENTES WS-OCG-AUSENTES
                            WS-MOT-AUSENTES(WS-MOT-ATUAL)
              WHEN OTHER
                   MOVE "SEM RETORNO"      TO WR-DET-SITUACAO
                   ADD 1 TO WS-OCC-SEM-RETORNO WS-OCG-SEM-RETORNO
                            WS-MOT-SEM-RETORNO(WS-MOT-ATUAL)
           END-EVALUATE.
           IF NO-PRAZO
              ADD 1 TO WS-OCC-NO-PRAZO WS-OCG-NO-PRAZO
                       WS-MOT-NO-PRAZO(WS-MOT-ATUAL)
              MOVE "SIM" TO WR-DET-PRAZO
           ELSE
              IF FS29-ENTREGUE OR FS29-PARCIAL
                 MOVE "NAO" TO WR-DET-PRAZO
              ELSE
                 MOVE SPACES TO WR-DET-PRAZO
              END-IF
           END-IF.

           MOVE FS29-SEQ             TO WR-DET-SEQ.
           MOVE FS29-NUMVENDA        TO WR-DET-PEDIDO.
           MOVE FS29-CODCLI          TO WR-DET-CLIENTE.
           MOVE FS29-PREVISTA (7:2)  TO WR-DET-PRV-DIA.
           MOVE FS29-PREVISTA (5:2)  TO WR-DET-PRV-MES.
           MOVE FS29-PREVISTA (1:4)  TO WR-DET-PRV-ANO.
           IF FS29-PENDENTE
              MOVE SPACES TO WR-DET-OCORRENCIA
           ELSE
              MOVE "/"                  TO WR-DET-OCORRENCIA (3:1)
                                           WR-DET-OCORRENCIA (6:1)
              MOVE ":"                  TO WR-DET-OCORRENCIA (14:1)
              MOVE FS29-DATA-OCOR (7:2) TO WR-DET-OCO-DIA
              MOVE FS29-DATA-OCOR (5:2) TO WR-DET-OCO-MES
              MOVE FS29-DATA-OCOR (1:4) TO WR-DET-OCO-ANO
              MOVE FS29-HORA-OCOR (1:2) TO WR-DET-OCO-HH
              MOVE FS29-HORA-OCOR (3:2) TO WR-DET-OCO-MM
           END-IF.
           MOVE FS29-MOTIVO          TO WR-DET-MOTIVO.
           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.

           PERFORM 0002-LE-ROMANEIO.

      *----------------------------------------------------------------*
      * LE A PROXIMA PARADA; FIM QUANDO MUDA A DATA DO ROMANEIO
      *----------------------------------------------------------------*
       0002-LE-ROMANEIO.

           READ ROMANEIOS NEXT
              AT END
                 MOVE "S" TO WS-FIM-ROMANEIOS
           END-READ.
           IF NOT FIM-ROMANEIOS
              IF WT-ST-ROMANEIOS NOT = "00"
                 OR FS29-DATA NOT = WS-DATA-ROM
                 MOVE "S" TO WS-FIM-ROMANEIOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ABRE UMA CARGA: ZERA OS CONTADORES, LOCALIZA (OU INCLUI) O
      * MOTORISTA NA TABELA E IMPRIME O CABECALHO DA CARGA. O
      * MOTORISTA DA CARGA E O DA PRIMEIRA PARADA
      *----------------------------------------------------------------*
       0004-INICIA-CARGA.

           MOVE FS29-CARGA TO WS-CARGA-ATUAL.
           ADD 1 TO WT-CT-CARGAS.
           INITIALIZE WS-OC-CARGA.

           IF FS29-MOTORISTA = SPACES
              MOVE "(NAO INFORMADO)" TO WS-MOT-CARGA
           ELSE
              MOVE FS29-MOTORISTA    TO WS-MOT-CARGA
           END-IF.

           MOVE ZEROS TO WS-MOT-ATUAL.
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOT-QTDE
                      OR WS-MOT-ATUAL > ZEROS
              IF WS-MOT-NOME(WS-MI) = WS-MOT-CARGA
                 MOVE WS-MI TO WS-MOT-ATUAL
              END-IF
           END-PERFORM.
           IF WS-MOT-ATUAL = ZEROS
              IF WS-MOT-QTDE < 50
                 ADD 1 TO WS-MOT-QTDE
                 MOVE WS-MOT-QTDE TO WS-MOT-ATUAL
                 INITIALIZE WS-MOTORISTA(WS-MOT-ATUAL)
                 MOVE WS-MOT-CARGA TO WS-MOT-NOME(WS-MOT-ATUAL)
              ELSE
      * TABELA CHEIA: OS DEMAIS SOMAM NO ULTIMO MOTORISTA DA TABELA
                 MOVE WS-MOT-QTDE TO WS-MOT-ATUAL
              END-IF
           END-IF.
           ADD 1 TO WS-MOT-CARGAS(WS-MOT-ATUAL).

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 5
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           MOVE WS-CARGA-ATUAL TO WR-CCG-NUMERO.
           MOVE WS-MOT-CARGA   TO WR-CCG-MOTORISTA.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB-CARGA.
           WRITE REL-REGISTRO-GER FROM WR-CAB4.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 4 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * TOTAIS DA CARGA COM O INDICE DE ENTREGAS NO PRAZO
      *----------------------------------------------------------------*
       0005-TOTAL-CARGA.

           MOVE "  TOTAL DA CARGA:" TO WR-TOT-ROTULO.
           MOVE WS-OCC-PEDIDOS      TO WR-TOT-PEDIDOS WS-IX-PEDIDOS.
           MOVE WS-OCC-ENTREGUES    TO WR-TOT-ENTREGUES.
           MOVE WS-OCC-PARCIAIS     TO WR-TOT-PARCIAIS.
           MOVE WS-OCC-RECUSADOS    TO WR-TOT-RECUSADOS.
           MOVE WS-OCC-AUSENTES     TO WR-TOT-AUSENTES.
           MOVE WS-OCC-SEM-RETORNO  TO WR-TOT-SEM-RETORNO
                                       WS-IX-SEM-RETORNO.
           MOVE WS-OCC-NO-PRAZO     TO WR-TOT-NO-PRAZO WS-IX-NO-PRAZO.
           PERFORM 0008-CALCULA-INDICE.
           MOVE WS-INDICE           TO WR-TOT-INDICE.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS2.
           ADD 2 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * INDICE = ENTREGAS NO PRAZO / PEDIDOS COM RETORNO LANCADO
      *----------------------------------------------------------------*
       0008-CALCULA-INDICE.

           COMPUTE WS-IX-COM-RETORNO =
                   WS-IX-PEDIDOS - WS-IX-SEM-RETORNO.
           IF WS-IX-COM-RETORNO > ZEROS
              COMPUTE WS-INDICE ROUNDED =
                      WS-IX-NO-PRAZO * 100 / WS-IX-COM-RETORNO
           ELSE
              MOVE ZEROS TO WS-INDICE
           END-IF.

       0003-TERMINA.

           IF WT-CT-PAGINA = ZEROS
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.

           IF WT-CT-CARGAS = ZEROS
              WRITE REL-REGISTRO-GER FROM WR-SEM-CARGA
           ELSE
              PERFORM 0005-TOTAL-CARGA
              PERFORM 0006-RESUMO-MOTORISTAS
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              MOVE "TOTAL GERAL.....:" TO WR-TOT-ROTULO
              MOVE WS-OCG-PEDIDOS      TO WR-TOT-PEDIDOS WS-IX-PEDIDOS
              MOVE WS-OCG-ENTREGUES    TO WR-TOT-ENTREGUES
              MOVE WS-OCG-PARCIAIS     TO WR-TOT-PARCIAIS
              MOVE WS-OCG-RECUSADOS    TO WR-TOT-RECUSADOS
              MOVE WS-OCG-AUSENTES     TO WR-TOT-AUSENTES
              MOVE WS-OCG-SEM-RETORNO  TO WR-TOT-SEM-RETORNO
                                          WS-IX-SEM-RETORNO
              MOVE WS-OCG-NO-PRAZO     TO WR-TOT-NO-PRAZO
                                          WS-IX-NO-PRAZO
              PERFORM 0008-CALCULA-INDICE
              MOVE WS-INDICE           TO WR-TOT-INDICE
              WRITE REL-REGISTRO-GER FROM WR-TOTAIS
              WRITE REL-REGISTRO-GER FROM WR-TOTAIS2
           END-IF.

           CLOSE ROMANEIOS OCORRENCIAS-GER.
           DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-OCO.

      *----------------------------------------------------------------*
      * RESUMO POR MOTORISTA, NA ORDEM EM QUE APARECERAM NAS CARGAS
      *----------------------------------------------------------------*
       0006-RESUMO-MOTORISTAS.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 10
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB-MOT.
           WRITE REL-REGISTRO-GER FROM WR-CAB-MOT2.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 4 TO WT-CT-LINHAS.

           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MOT-QTDE
              MOVE WS-MOT-NOME(WS-MI)        TO WR-DMO-NOME
              MOVE WS-MOT-CARGAS(WS-MI)      TO WR-DMO-CARGAS
              MOVE WS-MOT-PEDIDOS(WS-MI)     TO WR-DMO-PEDIDOS
                                                WS-IX-PEDIDOS
              MOVE WS-MOT-ENTREGUES(WS-MI)   TO WR-DMO-ENTREGUES
              MOVE WS-MOT-PARCIAIS(WS-MI)    TO WR-DMO-PARCIAIS
              MOVE WS-MOT-RECUSADOS(WS-MI)   TO WR-DMO-RECUSADOS
              MOVE WS-MOT-AUSENTES(WS-MI)    TO WR-DMO-AUSENTES
              MOVE WS-MOT-SEM-RETORNO(WS-MI) TO WR-DMO-SEM-RETORNO
                                                WS-IX-SEM-RETORNO
              MOVE WS-MOT-NO-PRAZO(WS-MI)    TO WR-DMO-NO-PRAZO
                                                WS-IX-NO-PRAZO
              PERFORM 0008-CALCULA-INDICE
              MOVE WS-INDICE                 TO WR-DMO-INDICE
              WRITE REL-REGISTRO-GER FROM WR-DET-MOT
              ADD 1 TO WT-CT-LINHAS
           END-PERFORM.

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
           MOVE WS-DATA-ROM (7:2) TO WR-CAB-DIA-ROM
           MOVE WS-DATA-ROM (5:2) TO WR-CAB-MES-ROM
           MOVE WS-DATA-ROM (1:4) TO WR-CAB-ANO-ROM


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 4 TO WT-CT-LINHAS.
