       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-LOTES.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-LOTES
      *
      * OBJETIVO:     LISTAR OS LOTES COM SALDO QUE JA VENCERAM OU
      *               QUE VENCEM NOS PROXIMOS N DIAS (N INFORMADO NA
      *               TELA), EM ORDEM DE VALIDADE, COM OS DIAS PARA O
      *               VENCIMENTO (NEGATIVO QUANDO JA VENCIDO) E O
      *               SALDO VALORIZADO PELO CUSTO MEDIO DO PRODUTO.
      *               LOTE VENCIDO NAO SAI MAIS NA BAIXA DA VENDA
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  LOTES VENCIDOS E A VENCER
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO DISK "LOTES".
           SELECT LOTES ASSIGN TO DISK "lotes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS6-KEY
                  ALTERNATE RECORD KEY FS6-CHAVE-FEFO
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-LOTES.
           SELECT PRODUTOS ASSIGN TO DISK "produtos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS4-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-PRODUTOS.
           SELECT LOTES-REL ASSIGN TO DISK "lotes01.rel"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-REL.

           SELECT LOTES-GER ASSIGN TO DISK "lotes02.rel"
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
       01  FD-LOTE.
           05 FS6-KEY.
               10 FS6-CODPROD      PIC 9(006).
               10 FS6-LOTE         PIC X(015).
           05 FS6-CHAVE-FEFO.
               10 FS6-FEFO-CODPROD PIC 9(006).
               10 FS6-VALIDADE     PIC 9(008).
               10 FS6-FEFO-LOTE    PIC X(015).
           05 FS6-SALDO         PIC S9(007).
           05 FS6-DATA-ENTRADA  PIC 9(008).
           05 FS6-NUM-NOTA      PIC 9(009).
           05 FILLER            PIC X(020).

       FD  PRODUTOS.
       01  FD-PRODUTO.
           05 FS4-KEY.
               10 FS4-CODIGO PIC 9(006).
           05 FS4-DESCRICAO  PIC X(030).
           05 FS4-PRECO      PIC 9(007)V9(002).
           05 FS4-ESTOQUE    PIC S9(007).
           05 FS4-STATUS     PIC X(001).
           05 FS4-EST-MINIMO PIC 9(007).
           05 FS4-EST-MAXIMO PIC 9(007).
           05 FS4-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER         PIC X(001).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-VALIDADE      PIC 9(008).
           05 SD-CODPROD       PIC 9(006).
           05 SD-LOTE          PIC X(015).
           05 SD-SALDO         PIC 9(007).
           05 SD-DATA-ENTRADA  PIC 9(008).
           05 SD-NUM-NOTA      PIC 9(009).

       FD  LOTES-REL.
       01  REL-REGISTRO.
           05 R1-VALIDADE      PIC 9(008).
           05 R1-CODPROD       PIC 9(006).
           05 R1-LOTE          PIC X(015).
           05 R1-SALDO         PIC 9(007).
           05 R1-DATA-ENTRADA  PIC 9(008).
           05 R1-NUM-NOTA      PIC 9(009).

       FD  LOTES-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DIAS-AVISO                     PIC 9(003) VALUE 30.
       77  WS-FIM-LOTES                      PIC X(01) VALUE "N".
           88 FIM-LOTES VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-LOTES              PIC  X(002) VALUE SPACES.
           03 WT-ST-PRODUTOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-REL                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-VENCIDOS           PIC  9(006) VALUE ZEROS.
           03 WT-CT-A-VENCER           PIC  9(006) VALUE ZEROS.

       01 WT-ACUMULADORES.
           03 WT-QT-VENCIDOS           PIC  9(009) VALUE ZEROS.
           03 WT-QT-A-VENCER           PIC  9(009) VALUE ZEROS.
           03 WT-VL-VENCIDOS           PIC  9(011)V9(002) VALUE ZEROS.
           03 WT-VL-A-VENCER           PIC  9(011)V9(002) VALUE ZEROS.

      * DATA DE HOJE E LIMITE DO AVISO, EM AAAAMMDD E EM DIAS
       01 WS-DATA-HOJE                 PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO              PIC 9(004).
           03 WS-HOJE-MES              PIC 9(002).
           03 WS-HOJE-DIA              PIC 9(002).
       01 WS-HOJE-INT                  PIC 9(008) VALUE ZEROS.
       01 WS-LIMITE-INT                PIC 9(008) VALUE ZEROS.
       01 WS-DATA-LIMITE               PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-LIMITE.
           03 WS-LIM-ANO               PIC 9(004).
           03 WS-LIM-MES               PIC 9(002).
           03 WS-LIM-DIA               PIC 9(002).
       01 WS-VALIDADE                  PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-VALIDADE.
           03 WS-VAL-ANO               PIC 9(004).
           03 WS-VAL-MES               PIC 9(002).
           03 WS-VAL-DIA               PIC 9(002).
       01 WS-DIAS-VENCER               PIC S9(005) VALUE ZEROS.
       01 WS-CUSTO-LOTE                PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-VLR-LOTE                  PIC 9(011)V9(002) VALUE ZEROS.

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
           03  FILLER                  PIC X(110) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "LOTES".
           03 FILLER                   PIC X(035) VALUE
              "LOTES VENCIDOS E A VENCER".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(022) VALUE
              "VALIDADE ATE O DIA:   ".
           03 WR-CAB-DIA-LIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-LIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-LIM           PIC 9(004) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " (".
           03 WR-CAB-DIAS              PIC ZZ9.
           03 FILLER                   PIC X(006) VALUE " DIAS)".

       01 WR-CAB4.
           03  FILLER                  PIC X(012) VALUE "VALIDADE".
           03  FILLER                  PIC X(008) VALUE "PRODUTO".
           03  FILLER                  PIC X(032) VALUE "DESCRICAO".
           03  FILLER                  PIC X(017) VALUE "LOTE".
           03  FILLER                  PIC X(009) VALUE "    SALDO".
           03  FILLER                  PIC X(016) VALUE
               "    VALOR CUSTO".
           03  FILLER                  PIC X(007) VALUE "   DIAS".
           03  FILLER                  PIC X(011) VALUE "  SITUACAO".

       01 WR-DET1.
           03  WR-DET-VAL-DIA          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-VAL-MES          PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-VAL-ANO          PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CODPROD          PIC 9(006) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-DESCR            PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-LOTE             PIC X(015) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SALDO            PIC ZZZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-DIAS             PIC ----9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SITUACAO         PIC X(009) VALUE SPACES.

       01 WR-RODAPE1.
           03  FILLER                  PIC X(020) VALUE
               "LOTES VENCIDOS....: ".
           03  WR-ROD-CT-VENC          PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(010) VALUE
               "   SALDO: ".
           03  WR-ROD-QT-VENC          PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                  PIC X(010) VALUE
               "   VALOR: ".
           03  WR-ROD-VL-VENC          PIC ZZZ.ZZZ.ZZ9,99.

       01 WR-RODAPE2.
           03  FILLER                  PIC X(020) VALUE
               "LOTES A VENCER....: ".
           03  WR-ROD-CT-AVENC         PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(010) VALUE
               "   SALDO: ".
           03  WR-ROD-QT-AVENC         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                  PIC X(010) VALUE
               "   VALOR: ".
           03  WR-ROD-VL-AVENC         PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 18 VALUE
                   "LOTES VENCIDOS E A VENCER".
               10 LINE 08 COLUMN 15 VALUE
                      "DIAS DE ANTECEDENCIA DO AVISO . --> ".
               10 LINE 08 COL PLUS 1 USING WS-DIAS-AVISO AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           PERFORM 0002-PROCESSA   UNTIL WT-ST-REL NOT = "00"
           PERFORM 0003-TERMINA
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-LIMITE-INT = WS-HOJE-INT + WS-DIAS-AVISO.
           COMPUTE WS-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-LIMITE-INT).

           OPEN INPUT PRODUTOS.
           IF WT-ST-PRODUTOS NOT = "00"
              DISPLAY "ERRO ABERTURA ARQUIVO produtos.dat: STATUS "
                      WT-ST-PRODUTOS
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY SD-VALIDADE
                                SD-CODPROD
                                SD-LOTE
               INPUT PROCEDURE 0001-SELECIONA-LOTES
               GIVING LOTES-REL.

           OPEN INPUT  LOTES-REL.
           OPEN OUTPUT LOTES-GER.
           READ LOTES-REL NEXT.

      *----------------------------------------------------------------*
      * LIBERA PARA O SORT OS LOTES COM SALDO E VALIDADE ATE A DATA
      * LIMITE DO AVISO (OS VENCIDOS TAMBEM ENTRAM)
      *----------------------------------------------------------------*
       0001-SELECIONA-LOTES.

           OPEN INPUT LOTES.
           IF WT-ST-LOTES NOT = "00"
              DISPLAY "ERRO ABERTURA ARQUIVO lotes.dat: STATUS "
                      WT-ST-LOTES
           ELSE
              MOVE "N" TO WS-FIM-LOTES
              READ LOTES NEXT
                  AT END MOVE "S" TO WS-FIM-LOTES
              END-READ
              PERFORM UNTIL FIM-LOTES
                 ADD 1 TO WT-CT-LIDOS
                 IF FS6-SALDO > ZEROS
                    AND FS6-VALIDADE NOT > WS-DATA-LIMITE
                    MOVE FS6-VALIDADE      TO SD-VALIDADE
                    MOVE FS6-CODPROD       TO SD-CODPROD
                    MOVE FS6-LOTE          TO SD-LOTE
                    MOVE FS6-SALDO         TO SD-SALDO
                    MOVE FS6-DATA-ENTRADA  TO SD-DATA-ENTRADA
                    MOVE FS6-NUM-NOTA      TO SD-NUM-NOTA
                    RELEASE SORT-RECORD
                 END-IF
                 READ LOTES NEXT
                     AT END MOVE "S" TO WS-FIM-LOTES
                 END-READ
              END-PERFORM
              CLOSE LOTES
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME UM LOTE: DIAS PARA O VENCIMENTO, SITUACAO E SALDO
      * VALORIZADO PELO CUSTO MEDIO (PRECO DE CADASTRO PARA PRODUTO
      * AINDA SEM CUSTO)
      *----------------------------------------------------------------*
       0002-PROCESSA.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           MOVE SPACES TO WR-DET-DESCR.
           MOVE ZEROS  TO WS-CUSTO-LOTE.
           MOVE R1-CODPROD TO FS4-CODIGO.
           READ PRODUTOS KEY IS FS4-KEY.
           IF WT-ST-PRODUTOS = "00"
              MOVE FS4-DESCRICAO TO WR-DET-DESCR
              IF FS4-CUSTO-MEDIO NUMERIC AND FS4-CUSTO-MEDIO > ZEROS
                 MOVE FS4-CUSTO-MEDIO TO WS-CUSTO-LOTE
              ELSE
                 MOVE FS4-PRECO       TO WS-CUSTO-LOTE
              END-IF
           END-IF.
           COMPUTE WS-VLR-LOTE = R1-SALDO * WS-CUSTO-LOTE.

           MOVE R1-VALIDADE TO WS-VALIDADE.
           IF R1-VALIDADE > ZEROS
              COMPUTE WS-DIAS-VENCER =
                      FUNCTION INTEGER-OF-DATE(R1-VALIDADE)
                      - WS-HOJE-INT
           ELSE
              MOVE ZEROS TO WS-DIAS-VENCER
           END-IF.

           IF R1-VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDO"   TO WR-DET-SITUACAO
              ADD 1            TO WT-CT-VENCIDOS
              ADD R1-SALDO     TO WT-QT-VENCIDOS
              ADD WS-VLR-LOTE  TO WT-VL-VENCIDOS
           ELSE
              MOVE "A VENCER"  TO WR-DET-SITUACAO
              ADD 1            TO WT-CT-A-VENCER
              ADD R1-SALDO     TO WT-QT-A-VENCER
              ADD WS-VLR-LOTE  TO WT-VL-A-VENCER
           END-IF.

           MOVE WS-VAL-DIA     TO WR-DET-VAL-DIA.
           MOVE WS-VAL-MES     TO WR-DET-VAL-MES.
           MOVE WS-VAL-ANO     TO WR-DET-VAL-ANO.
           MOVE R1-CODPROD     TO WR-DET-CODPROD.
           MOVE R1-LOTE        TO WR-DET-LOTE.
           MOVE R1-SALDO       TO WR-DET-SALDO.
           MOVE WS-VLR-LOTE    TO WR-DET-VALOR.
           MOVE WS-DIAS-VENCER TO WR-DET-DIAS.
           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.

           READ LOTES-REL NEXT.

       0003-TERMINA.

           IF WT-CT-PAGINA = ZEROS
              PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           MOVE WT-CT-VENCIDOS TO WR-ROD-CT-VENC.
           MOVE WT-QT-VENCIDOS TO WR-ROD-QT-VENC.
           MOVE WT-VL-VENCIDOS TO WR-ROD-VL-VENC.
           MOVE WT-CT-A-VENCER TO WR-ROD-CT-AVENC.
           MOVE WT-QT-A-VENCER TO WR-ROD-QT-AVENC.
           MOVE WT-VL-A-VENCER TO WR-ROD-VL-AVENC.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE1.
           WRITE REL-REGISTRO-GER FROM WR-RODAPE2.

           CLOSE LOTES-REL LOTES-GER.
           IF WT-ST-PRODUTOS = "00" OR "23"
              CLOSE PRODUTOS
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME CABECALHO
      *----------------------------------------------------------------*
       0004-IMPRIME-CABECALHO.

           ACCEPT WT-DT-SISTEMA FROM DATE
           ACCEPT WT-HR-SISTEMA FROM TIME
           ADD 1 TO WT-CT-PAGINA

           MOVE CORR WT-DT-SISTEMA TO WR-CAB-DATA
           MOVE CORR WT-HR-SISTEMA TO WR-CAB-HORA
           MOVE WT-CT-PAGINA TO WR-CAB-PAGINA
           MOVE WS-LIM-DIA    TO WR-CAB-DIA-LIM
           MOVE WS-LIM-MES    TO WR-CAB-MES-LIM
           MOVE WS-LIM-ANO    TO WR-CAB-ANO-LIM
           MOVE WS-DIAS-AVISO TO WR-CAB-DIAS


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 9 TO WT-CT-LINHAS.
