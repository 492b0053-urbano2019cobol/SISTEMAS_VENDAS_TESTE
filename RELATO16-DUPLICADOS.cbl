       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-DUPLICADOS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-DUPLICADOS
      *
      * OBJETIVO:     APONTAR CLIENTES ATIVOS SUSPEITOS DE CADASTRO EM
      *               DUPLICIDADE, PARA CONFERENCIA DO SUPERVISOR E
      *               FUSAO PELO PROGRAMA FUSAO:
      *               1) MESMA RAIZ DE CNPJ (8 PRIMEIROS DIGITOS). COMO
      *                  O CNPJ E CHAVE UNICA DO CADASTRO, O "MESMO
      *                  CNPJ" APARECE COMO RAIZ E FILIAL IGUAIS COM
      *                  DIGITO VERIFICADOR DIFERENTE (ERRO DE
      *                  DIGITACAO);
      *               2) NOME SEMELHANTE COM COORDENADAS PROXIMAS:
      *                  DISTANCIA ATE O LIMITE INFORMADO E NOMES QUE,
      *                  SEM PONTUACAO, ESPACOS E PALAVRAS COMO LTDA,
      *                  ME, EPP, SA, EIRELI, CIA, DE, DA, DO, DOS, DAS
      *                  E "E", COMECAM IGUAIS NO NUMERO DE LETRAS
      *                  INFORMADO (OU UM CONTEM O OUTRO INTEIRO NO
      *                  INICIO)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  SUSPEITOS DE DUPLICIDADE DE CLIENTES
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK "clientes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ALTERNATE RECORD KEY FS-CNPJ
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CLIENTES.

           SELECT SORT-FILE ASSIGN TO DISK "DUPLICADOS".

           SELECT DUPLICADOS-GER ASSIGN TO DISK WID-ARQUIVO-DUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       01  FD-CLIENTE.
           05 FS-KEY.
               10 FS-CODIGO PIC 9(007).
           05 FS-NOME       PIC X(040).
           05 FS-CNPJ       PIC 9(014).
           05 FS-LATITUDE   PIC S9(003)V9(008).
           05 FS-LONGITUDE  PIC S9(003)V9(008).
           05 FS-STATUS     PIC X(001).
               88 FS-STATUS-ATIVA    VALUE "A".
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS-CATEGORIA  PIC 9(002).
           05 FILLER        PIC X(008).

      * CLIENTES ATIVOS COM COORDENADAS, EM ORDEM DE LATITUDE
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-LATITUDE     PIC S9(003)V9(008).
           05 SD-LONGITUDE    PIC S9(003)V9(008).
           05 SD-CODIGO       PIC 9(007).
           05 SD-NOME         PIC X(040).

       FD  DUPLICADOS-GER.
       01  REL-REGISTRO-GER                         PIC X(132).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DIST-MAXIMA                    PIC 9(005) VALUE ZEROS.
       77  WS-PREFIXO-MINIMO                 PIC 9(002) VALUE ZEROS.
       77  WS-DATA-HOJE                      PIC 9(008) VALUE ZEROS.
       01  WID-ARQUIVO-DUP                   PIC X(64) VALUE SPACES.

       77  WS-FIM-CLIENTES                   PIC X(01) VALUE "N".
           88 FIM-CLIENTES VALUE "S".
       77  WS-FIM-SORT                       PIC X(01) VALUE "N".
           88 FIM-SORT VALUE "S".
       77  WS-ERRO-ABERTURA                  PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-LIDOS              PIC  9(007) VALUE ZEROS.
           03 WT-CT-GRUPOS             PIC  9(005) VALUE ZEROS.
           03 WT-CT-NO-GRUPO           PIC  9(005) VALUE ZEROS.
           03 WT-CT-DV                 PIC  9(005) VALUE ZEROS.
           03 WT-CT-COM-COORD          PIC  9(007) VALUE ZEROS.
           03 WT-CT-FORA-TAB           PIC  9(007) VALUE ZEROS.
           03 WT-CT-PARES              PIC  9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      * GRUPO DE CLIENTES DA MESMA RAIZ DE CNPJ (LIMITE DE 99)
      *----------------------------------------------------------------*
       01  WS-RAIZ-ATUAL               PIC  9(008) VALUE ZEROS.
       01  WS-GRP-QTDE                 PIC  9(003) VALUE ZEROS.
       01  WS-GI                       PIC  9(003) VALUE ZEROS.
       01  WS-GRUPO-TAB.
           03 WS-GRUPO OCCURS 99 TIMES.
               05 WS-GRP-CODIGO        PIC  9(007).
               05 WS-GRP-NOME          PIC  X(040).
               05 WS-GRP-CNPJ          PIC  9(014).

      *----------------------------------------------------------------*
      * CLIENTES COM COORDENADAS EM ORDEM DE LATITUDE (LIMITE 9999)
      *----------------------------------------------------------------*
       01  WS-CLI-QTDE                 PIC  9(004) VALUE ZEROS.
       01  WS-CI                       PIC  9(004) VALUE ZEROS.
       01  WS-CJ                       PIC  9(004) VALUE ZEROS.
       01  WS-CLI-TAB.
           03 WS-CLI OCCURS 9999 TIMES.
               05 WS-CLI-CODIGO        PIC  9(007).
               05 WS-CLI-NOME          PIC  X(040).
               05 WS-CLI-NORM          PIC  X(040).
               05 WS-CLI-TAM           PIC  9(002).
               05 WS-CLI-LAT           COMP-2.
               05 WS-CLI-LON           COMP-2.

      * JANELA DE LATITUDE EQUIVALENTE A DISTANCIA MAXIMA (1 GRAU DE
      * LATITUDE = 111,2 KM)
       01  WS-LIM-GRAUS                COMP-2 VALUE ZERO.
       01  WS-FIM-JANELA               PIC  X(001) VALUE "N".
           88 FIM-JANELA VALUE "S".

      *----------------------------------------------------------------*
      * NORMALIZACAO DO NOME
      *----------------------------------------------------------------*
       01  WS-NORM-ENT                 PIC  X(040) VALUE SPACES.
       01  WS-NORM-SAI                 PIC  X(040) VALUE SPACES.
       01  WS-NORM-PTR                 PIC  9(003) VALUE ZEROS.
       01  WS-PI2                      PIC  9(002) VALUE ZEROS.
       01  WS-PALAVRAS.
           03 WS-PALAVRA OCCURS 8 TIMES PIC X(040).
       01  WS-PALAVRA-AUX              PIC  X(040) VALUE SPACES.
           88 PALAVRA-IGNORADA VALUE "LTDA" "ME" "EPP" "SA" "S" "A"
                                     "EIRELI" "CIA" "DE" "DA" "DO"
                                     "DOS" "DAS" "E".

       01  WS-PREFIXO                  PIC  9(002) VALUE ZEROS.
       01  WS-MENOR-TAM                PIC  9(002) VALUE ZEROS.
       01  WS-K                        PIC  9(002) VALUE ZEROS.
       01  WS-DIST-METROS              PIC  9(007) VALUE ZEROS.

       01  WS-DISTANCIA-CALC.
           03 WS-DIST-LAT1     COMP-2 VALUE ZERO.
           03 WS-DIST-LON1     COMP-2 VALUE ZERO.
           03 WS-DIST-LAT2     COMP-2 VALUE ZERO.
           03 WS-DIST-LON2     COMP-2 VALUE ZERO.
           03 WS-DIST-LAT1-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-LAT2-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-DLAT-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-DLON-RAD COMP-2 VALUE ZERO.
           03 WS-DIST-A        COMP-2 VALUE ZERO.
           03 WS-DIST-C        COMP-2 VALUE ZERO.
           03 WS-DIST-KM       COMP-2 VALUE ZERO.
       01  WS-PI              COMP-2 VALUE 3,14159265358979.
       01  WS-RAIO-TERRA-KM   COMP-2 VALUE 6371.

       01 WS-CNPJ-MS.
           03 WS-CNPJ-MS1 PIC X(02).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS2 PIC X(03).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS3 PIC X(03).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-CNPJ-MS4 PIC X(04).
           03 FILLER      PIC X(01) VALUE "-".
           03 WS-CNPJ-MS5 PIC X(02).
       01 WS-CNPJ-FMT     PIC 9(014) VALUE ZEROS.

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
           "VENDAS".
           03 FILLER                   PIC X(035) VALUE
              "SUSPEITOS DE CLIENTES DUPLICADOS".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(022) VALUE
              "DISTANCIA MAXIMA...: ".
           03 WR-CAB-DIST              PIC ZZZZ9 VALUE ZEROS.
           03 FILLER                   PIC X(025) VALUE
              " M   PREFIXO DO NOME: ".
           03 WR-CAB-PREFIXO           PIC Z9 VALUE ZEROS.
           03 FILLER                   PIC X(007) VALUE " LETRAS".

       01 WR-CAB-PARTE1.
           03  FILLER                  PIC X(040) VALUE
               "1) CLIENTES COM A MESMA RAIZ DE CNPJ".

       01 WR-CAB4.
           03  FILLER                  PIC X(014) VALUE "RAIZ".
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(042) VALUE "NOME".
           03  FILLER                  PIC X(020) VALUE "CNPJ".
           03  FILLER                  PIC X(020) VALUE "MOTIVO".

       01 WR-DET1.
           03  WR-DET-RAIZ             PIC X(012) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CLIENTE          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-NOME             PIC X(040) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CNPJ             PIC X(018) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-MOTIVO           PIC X(030) VALUE SPACES.

       01 WR-CAB-PARTE2.
           03  FILLER                  PIC X(060) VALUE
               "2) NOMES SEMELHANTES COM COORDENADAS PROXIMAS".

       01 WR-CAB6.
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(032) VALUE "NOME".
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(032) VALUE "NOME".
           03  FILLER                  PIC X(012) VALUE "DISTANCIA M".
           03  FILLER                  PIC X(016) VALUE "LETRAS IGUAIS".

       01 WR-DET2.
           03  WR-DP-CLIENTE1          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DP-NOME1             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DP-CLIENTE2          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DP-NOME2             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(004) VALUE SPACES.
           03  WR-DP-DISTANCIA         PIC ZZZZ9.
           03  FILLER                  PIC X(008) VALUE SPACES.
           03  WR-DP-PREFIXO           PIC Z9.

       01 WR-TOTAIS1.
           03  FILLER                  PIC X(024) VALUE
               "CLIENTES ATIVOS LIDOS: ".
           03  WR-TOT-LIDOS            PIC ZZZZZZ9.
           03  FILLER                  PIC X(020) VALUE
               "  GRUPOS DE RAIZ: ".
           03  WR-TOT-GRUPOS           PIC ZZZZ9.
           03  FILLER                  PIC X(023) VALUE
               "  CLIENTES NOS GRUPOS: ".
           03  WR-TOT-NO-GRUPO         PIC ZZZZ9.
           03  FILLER                  PIC X(022) VALUE
               "  MESMO CNPJ/DV DIF.: ".
           03  WR-TOT-DV               PIC ZZZZ9.

       01 WR-TOTAIS2.
           03  FILLER                  PIC X(024) VALUE
               "CLIENTES C/ COORDENADAS:".
           03  WR-TOT-COM-COORD        PIC ZZZZZZ9.
           03  FILLER                  PIC X(020) VALUE
               "  PARES SUSPEITOS: ".
           03  WR-TOT-PARES            PIC ZZZZ9.
           03  FILLER                  PIC X(023) VALUE
               "  NAO COMPARADOS: ".
           03  WR-TOT-FORA-TAB         PIC ZZZZZZ9.

       01 WR-SEM-DADOS.
           03  FILLER                  PIC X(045) VALUE
               "NENHUM SUSPEITO ENCONTRADO".

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 12 VALUE
                   "SUSPEITOS DE CLIENTES DUPLICADOS".
               10 LINE 08 COLUMN 15 VALUE
                      "DISTANCIA MAXIMA EM METROS (0 = 500) ........ ".
               10 LINE 08 COL PLUS 1 USING WS-DIST-MAXIMA AUTO.
               10 LINE 09 COLUMN 15 VALUE
                      "LETRAS IGUAIS NO INICIO DO NOME (0 = 10) .... ".
               10 LINE 09 COL PLUS 1 USING WS-PREFIXO-MINIMO AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-ABERTURA
              PERFORM 0001-RAIZ-CNPJ
              PERFORM 0010-PROXIMOS
              PERFORM 0003-TERMINA
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-DIST-MAXIMA EQUAL ZEROS
              MOVE 500 TO WS-DIST-MAXIMA
           END-IF.
           IF WS-PREFIXO-MINIMO EQUAL ZEROS
              MOVE 10 TO WS-PREFIXO-MINIMO
           END-IF.
           COMPUTE WS-LIM-GRAUS = WS-DIST-MAXIMA / 111200.
           MOVE SPACES TO WID-ARQUIVO-DUP.
           STRING "duplicados-" WS-DATA-HOJE ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-DUP.

           OPEN INPUT CLIENTES.
           IF WT-ST-CLIENTES NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              DISPLAY "ERRO ABERTURA ARQUIVO clientes.dat: STATUS "
                      WT-ST-CLIENTES
           END-IF.

           IF NOT ERRO-ABERTURA
              OPEN OUTPUT DUPLICADOS-GER
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.

      *----------------------------------------------------------------*
      * PARTE 1: CLIENTES ATIVOS NA ORDEM DO CNPJ, AGRUPADOS PELA RAIZ
      * (CNPJ ZERADO NAO E CONSIDERADO)
      *----------------------------------------------------------------*
       0001-RAIZ-CNPJ.

           WRITE REL-REGISTRO-GER FROM WR-CAB-PARTE1.
           WRITE REL-REGISTRO-GER FROM WR-CAB4.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 3 TO WT-CT-LINHAS.

           MOVE ZEROS TO WS-GRP-QTDE WS-RAIZ-ATUAL.
           MOVE "N"   TO WS-FIM-CLIENTES.
           MOVE 1     TO FS-CNPJ.
           START CLIENTES KEY IS NOT LESS THAN FS-CNPJ
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTES
           END-START.

           PERFORM UNTIL FIM-CLIENTES
              READ CLIENTES NEXT
                  AT END
                      MOVE "S" TO WS-FIM-CLIENTES
              END-READ
              IF NOT FIM-CLIENTES
                 IF WT-ST-CLIENTES NOT = "00" AND "02"
                    MOVE "S" TO WS-FIM-CLIENTES
                 ELSE
                    IF FS-STATUS-ATIVA
                       PERFORM 0002-AGRUPA-CLIENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 0004-FECHA-GRUPO.

      *----------------------------------------------------------------*
      * ACUMULA O CLIENTE NO GRUPO DA RAIZ; RAIZ NOVA FECHA O GRUPO
      * ANTERIOR
      *----------------------------------------------------------------*
       0002-AGRUPA-CLIENTE.

           ADD 1 TO WT-CT-LIDOS.
           IF FS-CNPJ (1:8) NOT = WS-RAIZ-ATUAL
              PERFORM 0004-FECHA-GRUPO
              MOVE FS-CNPJ (1:8) TO WS-RAIZ-ATUAL
           END-IF.
           IF WS-GRP-QTDE < 99
              ADD 1 TO WS-GRP-QTDE
              MOVE FS-CODIGO TO WS-GRP-CODIGO(WS-GRP-QTDE)
              MOVE FS-NOME   TO WS-GRP-NOME(WS-GRP-QTDE)
              MOVE FS-CNPJ   TO WS-GRP-CNPJ(WS-GRP-QTDE)
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME O GRUPO QUANDO HA MAIS DE UM CLIENTE NA RAIZ. RAIZ E
      * FILIAL IGUAIS AO CLIENTE ANTERIOR = MESMO CNPJ COM DV DIFERENTE
      *----------------------------------------------------------------*
       0004-FECHA-GRUPO.

           IF WS-GRP-QTDE > 1
              ADD 1 TO WT-CT-GRUPOS
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - WS-GRP-QTDE
                 PERFORM 0007-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-CAB4
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              PERFORM VARYING WS-GI FROM 1 BY 1
                      UNTIL WS-GI > WS-GRP-QTDE
                 ADD 1 TO WT-CT-NO-GRUPO
                 MOVE SPACES TO WR-DET-RAIZ
                 IF WS-GI = 1
                    MOVE WS-GRP-CNPJ(WS-GI) TO WS-CNPJ-FMT
                    PERFORM 0020-FORMATA-CNPJ
                    MOVE WS-CNPJ-MS (1:10) TO WR-DET-RAIZ
                    MOVE "MESMA RAIZ DE CNPJ" TO WR-DET-MOTIVO
                 ELSE
                    IF WS-GRP-CNPJ(WS-GI) (1:12) =
                       WS-GRP-CNPJ(WS-GI - 1) (1:12)
                       ADD 1 TO WT-CT-DV
                       MOVE "MESMO CNPJ, DV DIFERENTE"
                            TO WR-DET-MOTIVO
                    ELSE
                       MOVE "MESMA RAIZ DE CNPJ" TO WR-DET-MOTIVO
                    END-IF
                 END-IF
                 MOVE WS-GRP-CODIGO(WS-GI) TO WR-DET-CLIENTE
                 MOVE WS-GRP-NOME(WS-GI)   TO WR-DET-NOME
                 MOVE WS-GRP-CNPJ(WS-GI)   TO WS-CNPJ-FMT
                 PERFORM 0020-FORMATA-CNPJ
                 MOVE WS-CNPJ-MS           TO WR-DET-CNPJ
                 WRITE REL-REGISTRO-GER FROM WR-DET1
                 ADD 1 TO WT-CT-LINHAS
              END-PERFORM
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              ADD 1 TO WT-CT-LINHAS
           END-IF.
           MOVE ZEROS TO WS-GRP-QTDE.

      *----------------------------------------------------------------*
      * PARTE 2: CLIENTES ATIVOS COM COORDENADAS ORDENADOS POR
      * LATITUDE; CADA CLIENTE E COMPARADO COM OS SEGUINTES ENQUANTO
      * A DIFERENCA DE LATITUDE COUBER NA DISTANCIA MAXIMA
      *----------------------------------------------------------------*
       0010-PROXIMOS.

           SORT SORT-FILE
               ON ASCENDING KEY SD-LATITUDE
                                SD-CODIGO
               INPUT PROCEDURE 0011-SELECIONA-COORDENADAS
               OUTPUT PROCEDURE 0012-CARREGA-TABELA.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 6
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-CAB-PARTE2.
           WRITE REL-REGISTRO-GER FROM WR-CAB6.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 3 TO WT-CT-LINHAS.

           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI >= WS-CLI-QTDE
              MOVE "N" TO WS-FIM-JANELA
              COMPUTE WS-CJ = WS-CI + 1
              PERFORM UNTIL FIM-JANELA
                 IF WS-CJ > WS-CLI-QTDE
                    MOVE "S" TO WS-FIM-JANELA
                 ELSE
                    IF WS-CLI-LAT(WS-CJ) - WS-CLI-LAT(WS-CI)
                       > WS-LIM-GRAUS
                       MOVE "S" TO WS-FIM-JANELA
                    ELSE
                       PERFORM 0014-COMPARA-PAR
                       ADD 1 TO WS-CJ
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * ENTRADA DO SORT: ATIVOS COM LATITUDE OU LONGITUDE INFORMADA
      *----------------------------------------------------------------*
       0011-SELECIONA-COORDENADAS.

           MOVE "N"   TO WS-FIM-CLIENTES.
           MOVE ZEROS TO FS-CODIGO.
           START CLIENTES KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTES
           END-START.

           PERFORM UNTIL FIM-CLIENTES
              READ CLIENTES NEXT
                  AT END
                      MOVE "S" TO WS-FIM-CLIENTES
              END-READ
              IF NOT FIM-CLIENTES
                 IF WT-ST-CLIENTES NOT = "00" AND "02"
                    MOVE "S" TO WS-FIM-CLIENTES
                 ELSE
                    IF FS-STATUS-ATIVA
                       AND (FS-LATITUDE NOT = ZEROS
                            OR FS-LONGITUDE NOT = ZEROS)
                       MOVE FS-LATITUDE  TO SD-LATITUDE
                       MOVE FS-LONGITUDE TO SD-LONGITUDE
                       MOVE FS-CODIGO    TO SD-CODIGO
                       MOVE FS-NOME      TO SD-NOME
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: CARREGA A TABELA COM O NOME JA NORMALIZADO
      *----------------------------------------------------------------*
       0012-CARREGA-TABELA.

           MOVE ZEROS TO WS-CLI-QTDE.
           MOVE "N"   TO WS-FIM-SORT.
           PERFORM UNTIL FIM-SORT
              RETURN SORT-FILE
                  AT END
                      MOVE "S" TO WS-FIM-SORT
              END-RETURN
              IF NOT FIM-SORT
                 ADD 1 TO WT-CT-COM-COORD
                 IF WS-CLI-QTDE < 9999
                    ADD 1 TO WS-CLI-QTDE
                    MOVE SD-CODIGO    TO WS-CLI-CODIGO(WS-CLI-QTDE)
                    MOVE SD-NOME      TO WS-CLI-NOME(WS-CLI-QTDE)
                    MOVE SD-LATITUDE  TO WS-CLI-LAT(WS-CLI-QTDE)
                    MOVE SD-LONGITUDE TO WS-CLI-LON(WS-CLI-QTDE)
                    MOVE SD-NOME      TO WS-NORM-ENT
                    PERFORM 0013-NORMALIZA-NOME
                    MOVE WS-NORM-SAI  TO WS-CLI-NORM(WS-CLI-QTDE)
                    COMPUTE WS-CLI-TAM(WS-CLI-QTDE) = WS-NORM-PTR - 1
                 ELSE
                    ADD 1 TO WT-CT-FORA-TAB
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * NOME EM MAIUSCULAS, SEM PONTUACAO, SEM AS PALAVRAS IGNORADAS E
      * SEM ESPACOS. WS-NORM-PTR - 1 = TAMANHO DO NOME NORMALIZADO
      *----------------------------------------------------------------*
       0013-NORMALIZA-NOME.

           INSPECT WS-NORM-ENT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-NORM-ENT CONVERTING ".,;:-/&'()" TO SPACES.
           MOVE SPACES TO WS-PALAVRAS WS-NORM-SAI.
           UNSTRING WS-NORM-ENT DELIMITED BY ALL SPACES
               INTO WS-PALAVRA(1) WS-PALAVRA(2) WS-PALAVRA(3)
                    WS-PALAVRA(4) WS-PALAVRA(5) WS-PALAVRA(6)
                    WS-PALAVRA(7) WS-PALAVRA(8)
           END-UNSTRING.
           MOVE 1 TO WS-NORM-PTR.
           PERFORM VARYING WS-PI2 FROM 1 BY 1 UNTIL WS-PI2 > 8
              MOVE WS-PALAVRA(WS-PI2) TO WS-PALAVRA-AUX
              IF WS-PALAVRA-AUX NOT = SPACES
                 AND NOT PALAVRA-IGNORADA
                 STRING WS-PALAVRA-AUX DELIMITED BY SPACE
                        INTO WS-NORM-SAI WITH POINTER WS-NORM-PTR
                     ON OVERFLOW
                        MOVE 41 TO WS-NORM-PTR
                 END-STRING
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PAR DENTRO DA JANELA: DISTANCIA REAL E SEMELHANCA DO NOME
      *----------------------------------------------------------------*
       0014-COMPARA-PAR.

           MOVE WS-CLI-LAT(WS-CI) TO WS-DIST-LAT1.
           MOVE WS-CLI-LON(WS-CI) TO WS-DIST-LON1.
           MOVE WS-CLI-LAT(WS-CJ) TO WS-DIST-LAT2.
           MOVE WS-CLI-LON(WS-CJ) TO WS-DIST-LON2.
           PERFORM 0015-CALCULA-DISTANCIA.
           COMPUTE WS-DIST-METROS ROUNDED = WS-DIST-KM * 1000.
           IF WS-DIST-METROS NOT > WS-DIST-MAXIMA
              PERFORM 0016-COMPARA-NOME
           END-IF.

      *----------------------------------------------------------------*
      * LETRAS IGUAIS NO INICIO DOS NOMES NORMALIZADOS DO PAR
      *----------------------------------------------------------------*
       0016-COMPARA-NOME.

           MOVE ZEROS TO WS-PREFIXO.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 40
                      OR WS-CLI-NORM(WS-CI) (WS-K:1) = SPACE
                      OR WS-CLI-NORM(WS-CI) (WS-K:1) NOT =
                         WS-CLI-NORM(WS-CJ) (WS-K:1)
              ADD 1 TO WS-PREFIXO
           END-PERFORM.

           MOVE WS-CLI-TAM(WS-CI) TO WS-MENOR-TAM.
           IF WS-CLI-TAM(WS-CJ) < WS-MENOR-TAM
              MOVE WS-CLI-TAM(WS-CJ) TO WS-MENOR-TAM
           END-IF.

           IF WS-PREFIXO >= WS-PREFIXO-MINIMO
              OR (WS-MENOR-TAM > ZEROS AND WS-PREFIXO = WS-MENOR-TAM)
              ADD 1 TO WT-CT-PARES
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
                 PERFORM 0007-IMPRIME-CABECALHO
                 WRITE REL-REGISTRO-GER FROM WR-CAB6
                 ADD 1 TO WT-CT-LINHAS
              END-IF
              MOVE WS-CLI-CODIGO(WS-CI) TO WR-DP-CLIENTE1
              MOVE WS-CLI-NOME(WS-CI)   TO WR-DP-NOME1
              MOVE WS-CLI-CODIGO(WS-CJ) TO WR-DP-CLIENTE2
              MOVE WS-CLI-NOME(WS-CJ)   TO WR-DP-NOME2
              MOVE WS-DIST-METROS       TO WR-DP-DISTANCIA
              MOVE WS-PREFIXO           TO WR-DP-PREFIXO
              WRITE REL-REGISTRO-GER FROM WR-DET2
              ADD 1 TO WT-CT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
      * DISTANCIA (KM) PELA FORMULA DO GRANDE CIRCULO (HAVERSINE)
      *----------------------------------------------------------------*
       0015-CALCULA-DISTANCIA.

           COMPUTE WS-DIST-LAT1-RAD = WS-DIST-LAT1 * WS-PI / 180.
           COMPUTE WS-DIST-LAT2-RAD = WS-DIST-LAT2 * WS-PI / 180.
           COMPUTE WS-DIST-DLAT-RAD =
                   (WS-DIST-LAT2 - WS-DIST-LAT1) * WS-PI / 180.
           COMPUTE WS-DIST-DLON-RAD =
                   (WS-DIST-LON2 - WS-DIST-LON1) * WS-PI / 180.

           COMPUTE WS-DIST-A =
                 (FUNCTION SIN(WS-DIST-DLAT-RAD / 2) ** 2) +
                 (FUNCTION COS(WS-DIST-LAT1-RAD) *
                  FUNCTION COS(WS-DIST-LAT2-RAD) *
                  (FUNCTION SIN(WS-DIST-DLON-RAD / 2) ** 2)).

           IF WS-DIST-A < 0
              MOVE 0 TO WS-DIST-A
           END-IF.
           IF WS-DIST-A > 1
              MOVE 1 TO WS-DIST-A
           END-IF.

           IF WS-DIST-A = 1
              COMPUTE WS-DIST-C = WS-PI
           ELSE
              COMPUTE WS-DIST-C =
                  2 * FUNCTION ATAN(FUNCTION SQRT(WS-DIST-A) /
                                    FUNCTION SQRT(1 - WS-DIST-A))
           END-IF.

           COMPUTE WS-DIST-KM = WS-RAIO-TERRA-KM * WS-DIST-C.

      *----------------------------------------------------------------*
      * FORMATA WS-CNPJ-FMT EM WS-CNPJ-MS (99.999.999/9999-99)
      *----------------------------------------------------------------*
       0020-FORMATA-CNPJ.

           MOVE WS-CNPJ-FMT (1:2)  TO WS-CNPJ-MS1.
           MOVE WS-CNPJ-FMT (3:3)  TO WS-CNPJ-MS2.
           MOVE WS-CNPJ-FMT (6:3)  TO WS-CNPJ-MS3.
           MOVE WS-CNPJ-FMT (9:4)  TO WS-CNPJ-MS4.
           MOVE WS-CNPJ-FMT (13:2) TO WS-CNPJ-MS5.

      *----------------------------------------------------------------*
      * TOTAIS E ENCERRAMENTO
      *----------------------------------------------------------------*
       0003-TERMINA.

           IF WT-CT-GRUPOS = ZEROS AND WT-CT-PARES = ZEROS
              WRITE REL-REGISTRO-GER FROM WR-SEM-DADOS
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           MOVE WT-CT-LIDOS      TO WR-TOT-LIDOS.
           MOVE WT-CT-GRUPOS     TO WR-TOT-GRUPOS.
           MOVE WT-CT-NO-GRUPO   TO WR-TOT-NO-GRUPO.
           MOVE WT-CT-DV         TO WR-TOT-DV.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS1.
           MOVE WT-CT-COM-COORD  TO WR-TOT-COM-COORD.
           MOVE WT-CT-PARES      TO WR-TOT-PARES.
           MOVE WT-CT-FORA-TAB   TO WR-TOT-FORA-TAB.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS2.

           CLOSE CLIENTES DUPLICADOS-GER.
           DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-DUP.

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
           MOVE WS-DIST-MAXIMA    TO WR-CAB-DIST
           MOVE WS-PREFIXO-MINIMO TO WR-CAB-PREFIXO


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 4 TO WT-CT-LINHAS.
