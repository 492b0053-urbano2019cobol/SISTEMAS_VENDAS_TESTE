      *               ESTOQUE MINIMO, SUGERINDO A QUANTIDADE A
      *               COMPRAR (ATE O ESTOQUE MAXIMO, OU ATE O
      *               MINIMO QUANDO O MAXIMO NAO ESTIVER
      *               CADASTRADO). ABAIXO DE CADA PRODUTO SAI O
      *               SALDO DE CADA DEPOSITO, PARA DECIDIR ENTRE
      *               COMPRAR E TRANSFERIR
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  SUGESTAO DE REPOSICAO DE ESTOQUE
      *               15/10/2026  SALDO DO PRODUTO ABERTO POR DEPOSITO
      *



           SELECT REPOSICAO-GER ASSIGN TO DISK "reposicao01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTOQUEDEP ASSIGN TO DISK "estoquedep.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSD-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ESTOQUEDEP.

           SELECT DEPOSITOS ASSIGN TO DISK "depositos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSP-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-DEPOSITOS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REPOSICAO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      * SALDO DO PRODUTO POR DEPOSITO
       FD  ESTOQUEDEP.
       01  FSD-RECORD.
           05 FSD-KEY.
               10 FSD-CODPROD  PIC 9(006).
               10 FSD-CODDEP   PIC 9(003).
           05 FSD-SALDO        PIC S9(007).
           05 FILLER           PIC X(010).

       FD  DEPOSITOS.
       01  FSP-RECORD.
           05 FSP-KEY.
               10 FSP-CODIGO   PIC 9(003).
           05 FSP-NOME         PIC X(030).
           05 FSP-TIPO         PIC X(001).
           05 FSP-STATUS       PIC X(001).
           05 FILLER           PIC X(040).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       01 WT-FILE-STATUS.
           03 WT-ST-PRODUTOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-ESTOQUEDEP         PIC  X(002) VALUE SPACES.
           03 WT-ST-DEPOSITOS          PIC  X(002) VALUE SPACES.

       77  WS-TEM-DEPOSITOS                  PIC X(01) VALUE "N".
           88 TEM-DEPOSITOS VALUE "S".
       77  WS-FIM-DEP                        PIC X(01) VALUE "N".
           88 FIM-DEP VALUE "S".

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-COMPRAR          PIC ZZZZZZ9.

       01 WR-DET-DEP.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  FILLER                  PIC X(009) VALUE "DEPOSITO ".
           03  WR-DEP-CODIGO           PIC 9(003) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEP-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEP-SALDO            PIC ------9.

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
               "PRODUTOS LIDOS:     ".
                      WT-ST-PRODUTOS
           ELSE
              OPEN OUTPUT REPOSICAO-GER
              OPEN INPUT ESTOQUEDEP DEPOSITOS
              IF WT-ST-ESTOQUEDEP = "00"
                 MOVE "S" TO WS-TEM-DEPOSITOS
              END-IF
              READ PRODUTOS NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
              WRITE REL-REGISTRO-GER FROM WR-DET1
              ADD 1 TO WT-CT-LINHAS
              ADD 1 TO WT-CT-LISTADOS
              IF TEM-DEPOSITOS
                 PERFORM 0005-IMPRIME-DEPOSITOS
              END-IF
           END-IF.

           READ PRODUTOS NEXT
              WRITE REL-REGISTRO-GER FROM WR-RODAPE
              CLOSE PRODUTOS REPOSICAO-GER
           END-IF.
           IF TEM-DEPOSITOS
              CLOSE ESTOQUEDEP
           END-IF.
           IF WT-ST-DEPOSITOS NOT = "35"
              CLOSE DEPOSITOS
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO


           MOVE 8 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * IMPRIME O SALDO DO PRODUTO EM CADA DEPOSITO ONDE ELE TEM
      * REGISTRO DE SALDO
      *----------------------------------------------------------------*
       0005-IMPRIME-DEPOSITOS.

           MOVE "N" TO WS-FIM-DEP.
           MOVE FS-CODIGO TO FSD-CODPROD.
           MOVE ZEROS     TO FSD-CODDEP.
           START ESTOQUEDEP KEY IS NOT LESS THAN FSD-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-DEP
           END-START.

           PERFORM UNTIL FIM-DEP
              READ ESTOQUEDEP NEXT
                  AT END MOVE "S" TO WS-FIM-DEP
              END-READ
              IF NOT FIM-DEP
                 IF FSD-CODPROD NOT = FS-CODIGO
                    MOVE "S" TO WS-FIM-DEP
                 ELSE
                    MOVE FSD-CODDEP TO WR-DEP-CODIGO FSP-CODIGO
                    READ DEPOSITOS KEY IS FSP-KEY
                        INVALID KEY MOVE SPACES TO FSP-NOME
                    END-READ
                    MOVE FSP-NOME   TO WR-DEP-NOME
                    MOVE FSD-SALDO  TO WR-DEP-SALDO
                    WRITE REL-REGISTRO-GER FROM WR-DET-DEP
                    ADD 1 TO WT-CT-LINHAS
                 END-IF
              END-IF
           END-PERFORM.
