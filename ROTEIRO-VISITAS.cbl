      *               PELO CLIENTE MAIS PROXIMO DA POSICAO ATUAL,
      *               COM A DISTANCIA DE CADA TRECHO (MESMA FORMULA
      *               DO GRANDE CIRCULO DO DISTRIBUICAO) E O TOTAL
      *               DO PERCURSO. O ROTEIRO PLANEJADO DO DIA FICA
      *               GRAVADO EM roteiros.dat PARA A COMPARACAO COM AS
      *               VISITAS REALIZADAS
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  ROTEIRO DE VISITAS POR VENDEDOR
      *               15/10/2026  DATA DO ROTEIRO E GRAVACAO DO ROTEIRO
      *                           PLANEJADO (roteiros.dat)
      *


                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-VENDEDORES.

           SELECT ROTEIROS ASSIGN TO DISK "roteiros.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS7-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ROTEIROS.

           SELECT ROTEIRO-GER ASSIGN TO DISK WID-ARQUIVO-ROT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(16).

      * ROTEIRO PLANEJADO: UMA PARADA POR REGISTRO, NA ORDEM SUGERIDA
       FD  ROTEIROS.
       01  FS7-REC.
           05 FS7-KEY.
               10 FS7-CODVEN     PIC 9(006).
               10 FS7-DATA       PIC 9(008).
               10 FS7-SEQ        PIC 9(003).
           05 FS7-CODCLI         PIC 9(007).
           05 FS7-RAZSOC         PIC X(040).
           05 FS7-TRECHO         PIC 9(005)V9(001).
           05 FS7-DATA-GER       PIC 9(008).
           05 FILLER             PIC X(020).

       FD  ROTEIRO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

       01  WID-ARQUIVO-IDX                   PIC X(64) VALUE SPACES.
       01  WID-ARQUIVO-ROT                   PIC X(64) VALUE SPACES.
       77  WS-CODVEN                         PIC 9(006) VALUE ZEROS.
       77  WS-DATA-ROTEIRO                   PIC 9(008) VALUE ZEROS.
       77  WS-DATA-HOJE                      PIC 9(008) VALUE ZEROS.
       77  WS-FIM-ROTEIROS                   PIC X(01) VALUE "N".
           88 FIM-ROTEIROS VALUE "S".
       77  WS-QT-SUBSTITUIDAS                PIC 9(003) VALUE ZEROS.

       77  WS-FIM-CARTEIRA                   PIC X(01) VALUE "N".
           88 FIM-CARTEIRA VALUE "S".
           03 WT-ST-CARTEIRA           PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-VENDEDORES         PIC  X(002) VALUE SPACES.
           03 WT-ST-ROTEIROS           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
           03 WR-CVN-CODVEN            PIC 9(006) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " - ".
           03 WR-CVN-NOME              PIC X(040) VALUE SPACES.
           03 FILLER                   PIC X(011) VALUE
              "   ROTEIRO ".
           03 WR-CVN-DIA               PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CVN-MES               PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CVN-ANO               PIC 9(004) VALUE ZEROS.

       01 WR-CAB4.
           03  FILLER                  PIC X(006) VALUE "SEQ".
               10 LINE 09 COLUMN 15 VALUE
                      "CODIGO DO VENDEDOR ..................... --> ".
               10 LINE 09 COL PLUS 1 USING WS-CODVEN AUTO.
               10 LINE 10 COLUMN 15 VALUE
                      "DATA DO ROTEIRO (AAAAMMDD, 0 = HOJE) ... --> ".
               10 LINE 10 COL PLUS 1 USING WS-DATA-ROTEIRO AUTO.

      *================================================================*
       PROCEDURE DIVISION.
       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-DATA-ROTEIRO = ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-ROTEIRO
           END-IF.
           STRING FUNCTION TRIM(WS-ARQBASE) ".idx"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-IDX.
           MOVE SPACES TO WID-ARQUIVO-ROT.
              END-IF
           END-IF.

      * O ROTEIRO GERADO DE NOVO PARA O MESMO VENDEDOR E DATA
      * SUBSTITUI O PLANEJADO ANTERIOR
           IF NOT ERRO-ABERTURA
              OPEN I-O ROTEIROS
              IF WT-ST-ROTEIROS = "35"
                 OPEN OUTPUT ROTEIROS
                 CLOSE ROTEIROS
                 OPEN I-O ROTEIROS
              END-IF
              IF WT-ST-ROTEIROS NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 DISPLAY "ERRO ABERTURA ARQUIVO roteiros.dat: STATUS "
                         WT-ST-ROTEIROS
              ELSE
                 PERFORM 0009-LIMPA-ROTEIRO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EXCLUI O ROTEIRO PLANEJADO ANTERIOR DO VENDEDOR NA DATA
      *----------------------------------------------------------------*
       0009-LIMPA-ROTEIRO.

           MOVE ZEROS           TO WS-QT-SUBSTITUIDAS.
           MOVE "N"             TO WS-FIM-ROTEIROS.
           MOVE WS-CODVEN       TO FS7-CODVEN.
           MOVE WS-DATA-ROTEIRO TO FS7-DATA.
           MOVE ZEROS           TO FS7-SEQ.
           START ROTEIROS KEY IS GREATER THAN FS7-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ROTEIROS
           END-START.

           PERFORM UNTIL FIM-ROTEIROS
              READ ROTEIROS NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ROTEIROS
              END-READ
              IF NOT FIM-ROTEIROS
                 IF WT-ST-ROTEIROS NOT = "00"
                    OR FS7-CODVEN NOT = WS-CODVEN
                    OR FS7-DATA   NOT = WS-DATA-ROTEIRO
                    MOVE "S" TO WS-FIM-ROTEIROS
                 ELSE
                    DELETE ROTEIROS RECORD
                    END-DELETE
                    ADD 1 TO WS-QT-SUBSTITUIDAS
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA OS CLIENTES DA CARTEIRA DO VENDEDOR,
      * BUSCANDO AS COORDENADAS NO CADASTRO DE CLIENTES

           MOVE WS-CODVEN TO WR-CVN-CODVEN.
           MOVE FS2-NOME  TO WR-CVN-NOME.
           MOVE WS-DATA-ROTEIRO (7:2) TO WR-CVN-DIA.
           MOVE WS-DATA-ROTEIRO (5:2) TO WR-CVN-MES.
           MOVE WS-DATA-ROTEIRO (1:4) TO WR-CVN-ANO.
           WRITE REL-REGISTRO-GER FROM WR-CAB-VENDEDOR.
           WRITE REL-REGISTRO-GER FROM WR-CAB4.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
              MOVE WS-TOTAL-KM         TO WR-DET-ACUMULADO
              WRITE REL-REGISTRO-GER FROM WR-DET1

              INITIALIZE FS7-REC
              MOVE WS-CODVEN            TO FS7-CODVEN
              MOVE WS-DATA-ROTEIRO      TO FS7-DATA
              MOVE WS-SEQ-VISITA        TO FS7-SEQ
              MOVE WS-PAR-CODCLI(WS-PJ) TO FS7-CODCLI
              MOVE WS-PAR-RAZSOC(WS-PJ) TO FS7-RAZSOC
              MOVE WS-MENOR-DIST        TO FS7-TRECHO
              MOVE WS-DATA-HOJE         TO FS7-DATA-GER
              WRITE FS7-REC
              END-WRITE

              MOVE WS-PAR-LAT(WS-PJ) TO WS-POS-LAT
              MOVE WS-PAR-LON(WS-PJ) TO WS-POS-LON
           END-IF.
              WRITE REL-REGISTRO-GER FROM WR-RODAPE2
           END-IF.

           CLOSE CARTEIRA CLIENTES VENDEDORES ROTEIRO-GER ROTEIROS.
           DISPLAY "ROTEIRO GERADO: " WID-ARQUIVO-ROT.
           IF WS-QT-SUBSTITUIDAS > ZEROS
              DISPLAY "ROTEIRO PLANEJADO ANTERIOR DA DATA SUBSTITUIDO"
           END-IF.

      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (KM) ENTRE A POSICAO ATUAL E O CLIENTE
