      *
      * OBJETIVO:     LISTAR A POSICAO DE ESTOQUE DE CADA PRODUTO
      *               (CODIGO, DESCRICAO, PRECO, SALDO E SITUACAO),
      *               DESTACANDO OS SALDOS NEGATIVOS, COM O SALDO
      *               ABERTO POR DEPOSITO E A QUANTIDADE EM TRANSITO
      *               ENTRE DEPOSITOS. PARA OS KITS, LISTA OS
      *               COMPONENTES E QUANTOS KITS O ESTOQUE PERMITE
      *               MONTAR
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  LISTAR POSICAO DE ESTOQUE
      *               15/10/2026  SALDO POR DEPOSITO E QUANTIDADE EM
      *                           TRANSITO ABAIXO DE CADA PRODUTO
      *               15/10/2026  COMPONENTES DOS KITS E QUANTIDADE
      *                           DE KITS QUE DA PARA MONTAR
      *



           SELECT ESTOQUE-GER   ASSIGN TO DISK "estoque01.rel"
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

           SELECT TRANSFERENCIAS ASSIGN TO DISK "transferencias.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FST-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-TRANSF.

           SELECT TRANSFITENS ASSIGN TO DISK "transfitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSI-KEY
                  ALTERNATE RECORD KEY FSI-CODPROD WITH DUPLICATES
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-TRANSFIT.

           SELECT KITS ASSIGN TO DISK "kits.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSK-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-KITS.

           SELECT KITSITENS ASSIGN TO DISK "kitsitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSC-KEY
                  ALTERNATE RECORD KEY FSC-CODCOMP WITH DUPLICATES
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-KITSIT.

      * SEGUNDA LEITURA DO CADASTRO, ALEATORIA, PARA OS COMPONENTES
           SELECT PRODCOMP ASSIGN TO DISK "produtos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSX-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-PRODCOMP.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-GER.
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

      * TRANSFERENCIAS ENTRE DEPOSITOS - SITUACAO T = EM TRANSITO
       FD  TRANSFERENCIAS.
       01  FST-RECORD.
           05 FST-KEY.
               10 FST-NUMTRANSF PIC 9(007).
           05 FST-DEP-ORIGEM   PIC 9(003).
           05 FST-DEP-DESTINO  PIC 9(003).
           05 FST-DATA-SAIDA   PIC 9(008).
           05 FST-HORA-SAIDA   PIC 9(006).
           05 FST-OPER-SAIDA   PIC 9(004).
           05 FST-DATA-ENTRADA PIC 9(008).
           05 FST-HORA-ENTRADA PIC 9(006).
           05 FST-OPER-ENTRADA PIC 9(004).
           05 FST-SITUACAO     PIC X(001).
               88 FST-EM-TRANSITO VALUE "T".
           05 FST-QTDITENS     PIC 9(003).
           05 FILLER           PIC X(020).

       FD  TRANSFITENS.
       01  FSI-RECORD.
           05 FSI-KEY.
               10 FSI-NUMTRANSF PIC 9(007).
               10 FSI-SEQ       PIC 9(003).
           05 FSI-CODPROD      PIC 9(006).
           05 FSI-DESCR        PIC X(030).
           05 FSI-QTD          PIC 9(005).
           05 FSI-QTD-RECEBIDA PIC 9(005).
           05 FILLER           PIC X(010).

      * CABECALHO E COMPONENTES DOS KITS
       FD  KITS.
       01  FSK-RECORD.
           05 FSK-KEY.
               10 FSK-CODKIT    PIC 9(006).
           05 FSK-TIPO-PRECO   PIC X(001).
           05 FSK-QTDCOMP      PIC 9(003).
           05 FSK-DATA-ALT     PIC 9(008).
           05 FSK-OPER-ALT     PIC 9(004).
           05 FILLER           PIC X(020).

       FD  KITSITENS.
       01  FSC-RECORD.
           05 FSC-KEY.
               10 FSC-CODKIT    PIC 9(006).
               10 FSC-CODCOMP   PIC 9(006).
           05 FSC-QTD          PIC 9(005).
           05 FILLER           PIC X(010).

       FD  PRODCOMP.
       01  FSX-RECORD.
           05 FSX-KEY.
               10 FSX-CODIGO   PIC 9(006).
           05 FSX-DESCRICAO    PIC X(030).
           05 FSX-PRECO        PIC 9(007)V9(002).
           05 FSX-ESTOQUE      PIC S9(007).
           05 FILLER           PIC X(025).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       01 WT-FILE-STATUS.
           03 WT-ST-PRODUTOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-ESTOQUEDEP         PIC  X(002) VALUE SPACES.
           03 WT-ST-DEPOSITOS          PIC  X(002) VALUE SPACES.
           03 WT-ST-TRANSF             PIC  X(002) VALUE SPACES.
           03 WT-ST-TRANSFIT           PIC  X(002) VALUE SPACES.
           03 WT-ST-KITS               PIC  X(002) VALUE SPACES.
           03 WT-ST-KITSIT             PIC  X(002) VALUE SPACES.
           03 WT-ST-PRODCOMP           PIC  X(002) VALUE SPACES.

       77  WS-TEM-DEPOSITOS                  PIC X(01) VALUE "N".
           88 TEM-DEPOSITOS VALUE "S".
       77  WS-TEM-TRANSF                     PIC X(01) VALUE "N".
           88 TEM-TRANSF VALUE "S".
       77  WS-FIM-DEP                        PIC X(01) VALUE "N".
           88 FIM-DEP VALUE "S".
       77  WS-FIM-TRF                        PIC X(01) VALUE "N".
           88 FIM-TRF VALUE "S".
       77  WT-QTD-TRANSITO                   PIC S9(007) VALUE ZEROS.
       77  WS-TEM-KITS                       PIC X(01) VALUE "N".
           88 TEM-KITS VALUE "S".
       77  WS-FIM-KIT                        PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
       77  WT-CT-COMP                        PIC 9(003) VALUE ZEROS.
       77  WT-MONTAVEIS                      PIC S9(007) VALUE ZEROS.
       77  WT-MONT-COMP                      PIC S9(007) VALUE ZEROS.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  WR-DET-SITUACAO         PIC X(010) VALUE SPACES.

       01 WR-DET-DEP.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  FILLER                  PIC X(009) VALUE "DEPOSITO ".
           03  WR-DEP-CODIGO           PIC 9(003) VALUE ZEROS.
           03  FILLER                  PIC X(003) VALUE " - ".
           03  WR-DEP-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DEP-SALDO            PIC ------9.

       01 WR-DET-TRANSITO.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  FILLER                  PIC X(047) VALUE
               "EM TRANSITO ENTRE DEPOSITOS".
           03  WR-TRF-SALDO            PIC ------9.

       01 WR-DET-COMP.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  FILLER                  PIC X(011) VALUE "COMPONENTE ".
           03  WR-CMP-CODIGO           PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE SPACES.
           03  WR-CMP-DESCR            PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(010) VALUE "  QTD/KIT ".
           03  WR-CMP-QTD              PIC ZZZZ9.
           03  FILLER                  PIC X(008) VALUE "  SALDO ".
           03  WR-CMP-SALDO            PIC ------9.

       01 WR-DET-MONTAVEIS.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  FILLER                  PIC X(047) VALUE
               "KITS QUE DA PARA MONTAR COM O ESTOQUE".
           03  WR-KIT-MONTAVEIS        PIC ------9.

       01 WR-RODAPE.
           03  FILLER                  PIC X(020) VALUE
               "TOTAL DE PRODUTOS:  ".
                      WT-ST-PRODUTOS
           ELSE
              OPEN OUTPUT ESTOQUE-GER
              OPEN INPUT ESTOQUEDEP DEPOSITOS
              IF WT-ST-ESTOQUEDEP = "00"
                 MOVE "S" TO WS-TEM-DEPOSITOS
              END-IF
              OPEN INPUT TRANSFERENCIAS TRANSFITENS
              IF WT-ST-TRANSF = "00" AND WT-ST-TRANSFIT = "00"
                 MOVE "S" TO WS-TEM-TRANSF
              END-IF
              OPEN INPUT KITS KITSITENS PRODCOMP
              IF WT-ST-KITS = "00" AND WT-ST-KITSIT = "00"
                 MOVE "S" TO WS-TEM-KITS
              END-IF
              READ PRODUTOS NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
              END-READ
           ADD 1 TO WT-CT-LINHAS.
           ADD 1 TO WT-CT-LIDOS.

           IF TEM-DEPOSITOS
              PERFORM 0005-IMPRIME-DEPOSITOS
           END-IF.
           IF TEM-TRANSF
              PERFORM 0006-IMPRIME-TRANSITO
           END-IF.
           IF TEM-KITS
              PERFORM 0007-IMPRIME-KIT
           END-IF.

           READ PRODUTOS NEXT
               AT END MOVE "S" TO WS-FIM-FONTE
           END-READ.
              WRITE REL-REGISTRO-GER FROM WR-RODAPE
              CLOSE PRODUTOS ESTOQUE-GER
           END-IF.
           IF TEM-DEPOSITOS
              CLOSE ESTOQUEDEP
           END-IF.
           IF WT-ST-DEPOSITOS NOT = "35"
              CLOSE DEPOSITOS
           END-IF.
           IF TEM-TRANSF
              CLOSE TRANSFERENCIAS TRANSFITENS
           END-IF.
           IF TEM-KITS
              CLOSE KITS KITSITENS
           END-IF.
           IF WT-ST-PRODCOMP NOT = "35"
              CLOSE PRODCOMP
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

      *----------------------------------------------------------------*
      * SOMA E IMPRIME A QUANTIDADE DO PRODUTO NAS TRANSFERENCIAS
      * AINDA EM TRANSITO (SAIDA FEITA E NAO RECEBIDA)
      *----------------------------------------------------------------*
       0006-IMPRIME-TRANSITO.

           MOVE ZEROS TO WT-QTD-TRANSITO.
           MOVE "N" TO WS-FIM-TRF.
           MOVE FS-CODIGO TO FSI-CODPROD.
           START TRANSFITENS KEY IS EQUAL FSI-CODPROD
               INVALID KEY
                   MOVE "S" TO WS-FIM-TRF
           END-START.

           PERFORM UNTIL FIM-TRF
              READ TRANSFITENS NEXT
                  AT END MOVE "S" TO WS-FIM-TRF
              END-READ
              IF NOT FIM-TRF
                 IF FSI-CODPROD NOT = FS-CODIGO
                    MOVE "S" TO WS-FIM-TRF
                 ELSE
                    MOVE FSI-NUMTRANSF TO FST-NUMTRANSF
                    READ TRANSFERENCIAS KEY IS FST-KEY
                        INVALID KEY MOVE SPACES TO FST-SITUACAO
                    END-READ
                    IF FST-EM-TRANSITO
                       ADD FSI-QTD TO WT-QTD-TRANSITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WT-QTD-TRANSITO NOT = ZEROS
              MOVE WT-QTD-TRANSITO TO WR-TRF-SALDO
              WRITE REL-REGISTRO-GER FROM WR-DET-TRANSITO
              ADD 1 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * PRODUTO KIT: LISTA OS COMPONENTES COM O SALDO DE CADA UM E
      * QUANTOS KITS O ESTOQUE TOTAL DOS COMPONENTES PERMITE MONTAR
      * (O MENOR SALDO / QUANTIDADE POR KIT ENTRE OS COMPONENTES)
      *----------------------------------------------------------------*
       0007-IMPRIME-KIT.

           MOVE FS-CODIGO TO FSK-CODKIT.
           READ KITS KEY IS FSK-KEY
               INVALID KEY MOVE "S" TO WS-FIM-KIT
               NOT INVALID KEY MOVE "N" TO WS-FIM-KIT
           END-READ.

           IF NOT FIM-KIT
              MOVE ZEROS TO WT-CT-COMP WT-MONTAVEIS
              MOVE FS-CODIGO TO FSC-CODKIT
              MOVE ZEROS     TO FSC-CODCOMP
              START KITSITENS KEY IS NOT LESS THAN FSC-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-KIT
              END-START

              PERFORM UNTIL FIM-KIT
                 READ KITSITENS NEXT
                     AT END MOVE "S" TO WS-FIM-KIT
                 END-READ
                 IF NOT FIM-KIT
                    IF FSC-CODKIT NOT = FS-CODIGO
                       MOVE "S" TO WS-FIM-KIT
                    ELSE
                       ADD 1 TO WT-CT-COMP
                       MOVE FSC-CODCOMP TO WR-CMP-CODIGO FSX-CODIGO
                       READ PRODCOMP KEY IS FSX-KEY
                           INVALID KEY
                               MOVE SPACES TO FSX-DESCRICAO
                               MOVE ZEROS  TO FSX-ESTOQUE
                       END-READ
                       MOVE FSX-DESCRICAO TO WR-CMP-DESCR
                       MOVE FSC-QTD       TO WR-CMP-QTD
                       MOVE FSX-ESTOQUE   TO WR-CMP-SALDO
                       WRITE REL-REGISTRO-GER FROM WR-DET-COMP
                       ADD 1 TO WT-CT-LINHAS
                       IF FSX-ESTOQUE > ZEROS
                          COMPUTE WT-MONT-COMP = FSX-ESTOQUE / FSC-QTD
                       ELSE
                          MOVE ZEROS TO WT-MONT-COMP
                       END-IF
                       IF WT-CT-COMP = 1 OR WT-MONT-COMP < WT-MONTAVEIS
                          MOVE WT-MONT-COMP TO WT-MONTAVEIS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM

              MOVE WT-MONTAVEIS TO WR-KIT-MONTAVEIS
              WRITE REL-REGISTRO-GER FROM WR-DET-MONTAVEIS
              ADD 1 TO WT-CT-LINHAS
           END-IF.
