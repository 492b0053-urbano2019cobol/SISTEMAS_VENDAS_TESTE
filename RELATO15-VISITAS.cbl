       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    RELATORIO-VISITAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO-VISITAS
      *
      * OBJETIVO:     COMPARAR, NA SEMANA, O ROTEIRO PLANEJADO DE CADA
      *               VENDEDOR (roteiros.dat, GRAVADO PELO ROTEIRO-
      *               VISITAS) COM AS VISITAS REALIZADAS (visitas.dat):
      *               CLIENTES VISITADOS FORA DE ORDEM, CLIENTES
      *               PULADOS, VISITAS FORA DO ROTEIRO E VISITAS SEM
      *               VENDA, COM A ADERENCIA AO ROTEIRO E A TAXA DE
      *               CONVERSAO VISITA/PEDIDO POR VENDEDOR.
      *               FORA DE ORDEM E A VISITA A UM CLIENTE COM
      *               SEQUENCIA PLANEJADA MENOR QUE A DE UM CLIENTE JA
      *               VISITADO NO DIA; PULADO E O CLIENTE PLANEJADO SEM
      *               VISITA NO DIA (DIAS FUTUROS NAO CONTAM)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  ADERENCIA AO ROTEIRO E CONVERSAO DAS
      *                           VISITAS POR VENDEDOR
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDORES ASSIGN TO DISK "vendedores.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS2-KEY
                  ALTERNATE RECORD KEY FS2-CPF
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-VENDEDORES.

           SELECT CLIENTES ASSIGN TO DISK "clientes.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ALTERNATE RECORD KEY FS-CNPJ
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CLIENTES.

           SELECT ROTEIROS ASSIGN TO DISK "roteiros.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS7-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ROTEIROS.

           SELECT VISITAS ASSIGN TO DISK "visitas.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS8-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-VISITAS.

           SELECT VISITAS-GER ASSIGN TO DISK WID-ARQUIVO-VIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDORES.
       01  FD-VENDEDOR.
           05 FS2-KEY.
               10 FS2-CODIGO PIC 9(006).
           05 FS2-NOME       PIC X(040).
           05 FS2-CPF        PIC 9(011).
           05 FS2-LATITUDE   PIC S9(003)V9(008).
           05 FS2-LONGITUDE  PIC S9(003)V9(008).
           05 FS2-STATUS     PIC X(001).
               88 FS2-STATUS-ATIVA    VALUE "A".
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FILLER         PIC X(16).

       FD  CLIENTES.
       01  FD-CLIENTE.
           05 FS-KEY.
               10 FS-CODIGO PIC 9(007).
           05 FS-NOME       PIC X(040).
           05 FS-CNPJ       PIC 9(014).
           05 FS-LATITUDE   PIC S9(003)V9(008).
           05 FS-LONGITUDE  PIC S9(003)V9(008).
           05 FS-STATUS     PIC X(001).
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS-CATEGORIA  PIC 9(002).
           05 FILLER        PIC X(008).

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

      * VISITA REALIZADA. RESULTADO: P=PEDIDO, S=SEM PEDIDO,
      * F=CLIENTE FECHADO, R=REAGENDAR
       FD  VISITAS.
       01  FS8-REC.
           05 FS8-KEY.
               10 FS8-CODVEN     PIC 9(006).
               10 FS8-DATA       PIC 9(008).
               10 FS8-HORA       PIC 9(004).
           05 FS8-CODCLI         PIC 9(007).
           05 FS8-RESULTADO      PIC X(001).
               88 FS8-RES-PEDIDO     VALUE "P".
               88 FS8-RES-SEM-PEDIDO VALUE "S".
               88 FS8-RES-FECHADO    VALUE "F".
               88 FS8-RES-REAGENDAR  VALUE "R".
           05 FS8-NUMVENDA       PIC 9(007).
           05 FS8-DATA-REAGENDA  PIC 9(008).
           05 FS8-OBS            PIC X(040).
           05 FS8-DATA-LANC      PIC 9(008).
           05 FS8-CODOPER        PIC 9(004).
           05 FILLER             PIC X(020).

       FD  VISITAS-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-INI                       PIC 9(008) VALUE ZEROS.
       77  WS-DATA-FIM                       PIC 9(008) VALUE ZEROS.
       77  WS-DATA-HOJE                      PIC 9(008) VALUE ZEROS.
       77  WS-CODVEN                         PIC 9(006) VALUE ZEROS.
       01  WID-ARQUIVO-VIS                   PIC X(64) VALUE SPACES.

       77  WS-FIM-VENDEDORES                 PIC X(01) VALUE "N".
           88 FIM-VENDEDORES VALUE "S".
       77  WS-FIM-ROTEIROS                   PIC X(01) VALUE "N".
           88 FIM-ROTEIROS VALUE "S".
       77  WS-FIM-VISITAS                    PIC X(01) VALUE "N".
           88 FIM-VISITAS VALUE "S".
       77  WS-ERRO-ABERTURA                  PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".
       77  WS-TEM-CLIENTES                   PIC X(01) VALUE "N".
           88 TEM-CLIENTES VALUE "S".
       77  WS-VEN-IMPRESSO                   PIC X(01) VALUE "N".
           88 VEN-IMPRESSO VALUE "S".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-VENDEDORES         PIC  X(002) VALUE SPACES.
           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-ROTEIROS           PIC  X(002) VALUE SPACES.
           03 WT-ST-VISITAS            PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-VENDEDORES         PIC  9(003) VALUE ZEROS.

      *----------------------------------------------------------------*
      * DIAS DA SEMANA EM PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-INI-INT                  PIC  9(007) VALUE ZEROS.
       01  WS-FIM-INT                  PIC  9(007) VALUE ZEROS.
       01  WS-DIA-INT                  PIC  9(007) VALUE ZEROS.
       01  WS-DIA-ATUAL                PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ROTEIRO PLANEJADO DO VENDEDOR NO DIA (MESMO LIMITE DE 999
      * PARADAS DO ROTEIRO-VISITAS)
      *----------------------------------------------------------------*
       01  WS-PLAN-QTDE                PIC  9(003) VALUE ZEROS.
       01  WS-PI                       PIC  9(003) VALUE ZEROS.
       01  WS-PLAN-ACHADO              PIC  9(003) VALUE ZEROS.
       01  WS-MAIOR-SEQ                PIC  9(003) VALUE ZEROS.
       01  WS-PLANO-TAB.
           03 WS-PLANO OCCURS 999 TIMES.
               05 WS-PLAN-SEQ          PIC  9(003).
               05 WS-PLAN-CODCLI       PIC  9(007).
               05 WS-PLAN-RAZSOC       PIC  X(040).
               05 WS-PLAN-VISITADO     PIC  X(001).

      *----------------------------------------------------------------*
      * CONTADORES DO VENDEDOR CORRENTE, GERAIS E RESUMO POR VENDEDOR
      * (TABELA LIMITADA A 200 VENDEDORES)
      *----------------------------------------------------------------*
       01 WS-CT-VENDEDOR.
           03 WS-CTV-PLANEJADAS        PIC  9(005) VALUE ZEROS.
           03 WS-CTV-VISITADAS-ROT     PIC  9(005) VALUE ZEROS.
           03 WS-CTV-FORA-ORDEM        PIC  9(005) VALUE ZEROS.
           03 WS-CTV-PULADAS           PIC  9(005) VALUE ZEROS.
           03 WS-CTV-FORA-ROTEIRO      PIC  9(005) VALUE ZEROS.
           03 WS-CTV-VISITAS           PIC  9(005) VALUE ZEROS.
           03 WS-CTV-PEDIDOS           PIC  9(005) VALUE ZEROS.
           03 WS-CTV-SEM-VENDA         PIC  9(005) VALUE ZEROS.

       01 WS-CT-GERAL.
           03 WS-CTG-PLANEJADAS        PIC  9(005) VALUE ZEROS.
           03 WS-CTG-VISITADAS-ROT     PIC  9(005) VALUE ZEROS.
           03 WS-CTG-FORA-ORDEM        PIC  9(005) VALUE ZEROS.
           03 WS-CTG-PULADAS           PIC  9(005) VALUE ZEROS.
           03 WS-CTG-FORA-ROTEIRO      PIC  9(005) VALUE ZEROS.
           03 WS-CTG-VISITAS           PIC  9(005) VALUE ZEROS.
           03 WS-CTG-PEDIDOS           PIC  9(005) VALUE ZEROS.
           03 WS-CTG-SEM-VENDA         PIC  9(005) VALUE ZEROS.

       01 WS-RES-QTDE                  PIC  9(003) VALUE ZEROS.
       01 WS-RI                        PIC  9(003) VALUE ZEROS.
       01 WS-RESUMO-TAB.
           03 WS-RESUMO OCCURS 200 TIMES.
               05 WS-RES-NOME          PIC  X(030).
               05 WS-RES-CT            PIC  X(040).

      * CALCULO DOS PERCENTUAIS
       01 WS-PC-BASE                   PIC  9(005) VALUE ZEROS.
       01 WS-PC-PARTE                  PIC  9(005) VALUE ZEROS.
       01 WS-PERCENTUAL                PIC  9(003)V9(001) VALUE ZEROS.

       01 WS-OCORRENCIA                PIC  X(016) VALUE SPACES.
       01 WS-NOME-CLI                  PIC  X(030) VALUE SPACES.

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
              "ROTEIRO PLANEJADO X VISITAS".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(022) VALUE
              "SEMANA.............: ".
           03 WR-CAB-DIA-INI           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-INI           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-INI           PIC 9(004) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " A ".
           03 WR-CAB-DIA-FIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MES-FIM           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-ANO-FIM           PIC 9(004) VALUE ZEROS.

       01 WR-CAB-VENDEDOR.
           03 FILLER                   PIC X(010) VALUE
              "VENDEDOR: ".
           03 WR-CVN-CODVEN            PIC 9(006) VALUE ZEROS.
           03 FILLER                   PIC X(003) VALUE " - ".
           03 WR-CVN-NOME              PIC X(040) VALUE SPACES.

       01 WR-CAB4.
           03  FILLER                  PIC X(012) VALUE "DATA".
           03  FILLER                  PIC X(007) VALUE "HORA".
           03  FILLER                  PIC X(005) VALUE "SEQ".
           03  FILLER                  PIC X(009) VALUE "CLIENTE".
           03  FILLER                  PIC X(032) VALUE "NOME".
           03  FILLER                  PIC X(017) VALUE "RESULTADO".
           03  FILLER                  PIC X(009) VALUE "PEDIDO".
           03  FILLER                  PIC X(016) VALUE "ROTEIRO".

       01 WR-DET1.
           03  WR-DET-DIA              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-MES              PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(001) VALUE "/".
           03  WR-DET-ANO              PIC 9(004) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-HORA.
               05  WR-DET-HH           PIC 9(002) VALUE ZEROS.
               05  FILLER              PIC X(001) VALUE ":".
               05  WR-DET-MM           PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SEQ              PIC ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-CLIENTE          PIC 9(007) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-RESULTADO        PIC X(015) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PEDIDO           PIC ZZZZZZZ.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-OCORRENCIA       PIC X(016) VALUE SPACES.

       01 WR-TOTAIS.
           03  WR-TOT-ROTULO           PIC X(018) VALUE SPACES.
           03  FILLER                  PIC X(013) VALUE
               "PLANEJADAS: ".
           03  WR-TOT-PLANEJADAS       PIC ZZZZ9.
           03  FILLER                  PIC X(013) VALUE
               "  VISITADAS: ".
           03  WR-TOT-VISITADAS-ROT    PIC ZZZZ9.
           03  FILLER                  PIC X(011) VALUE
               "  PULADAS: ".
           03  WR-TOT-PULADAS          PIC ZZZZ9.
           03  FILLER                  PIC X(017) VALUE
               "  FORA DE ORDEM: ".
           03  WR-TOT-FORA-ORDEM       PIC ZZZZ9.
           03  FILLER                  PIC X(012) VALUE
               "  ADERENCIA:".
           03  WR-TOT-ADERENCIA        PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".

       01 WR-TOTAIS2.
           03  FILLER                  PIC X(018) VALUE SPACES.
           03  FILLER                  PIC X(010) VALUE "VISITAS: ".
           03  WR-TOT-VISITAS          PIC ZZZZ9.
           03  FILLER                  PIC X(015) VALUE
               "  COM PEDIDO: ".
           03  WR-TOT-PEDIDOS          PIC ZZZZ9.
           03  FILLER                  PIC X(014) VALUE
               "  SEM VENDA: ".
           03  WR-TOT-SEM-VENDA        PIC ZZZZ9.
           03  FILLER                  PIC X(019) VALUE
               "  FORA DO ROTEIRO: ".
           03  WR-TOT-FORA-ROTEIRO     PIC ZZZZ9.
           03  FILLER                  PIC X(013) VALUE
               "  CONVERSAO:".
           03  WR-TOT-CONVERSAO        PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".

       01 WR-CAB-RES.
           03  FILLER                  PIC X(020) VALUE
               "RESUMO POR VENDEDOR".

       01 WR-CAB-RES2.
           03  FILLER                  PIC X(032) VALUE "VENDEDOR".
           03  FILLER                  PIC X(007) VALUE "PLANEJ".
           03  FILLER                  PIC X(007) VALUE "VISIT".
           03  FILLER                  PIC X(007) VALUE "PULAD".
           03  FILLER                  PIC X(007) VALUE "F.ORD".
           03  FILLER                  PIC X(008) VALUE "ADEREN".
           03  FILLER                  PIC X(007) VALUE "F.ROT".
           03  FILLER                  PIC X(007) VALUE "VISITAS".
           03  FILLER                  PIC X(007) VALUE "PEDID".
           03  FILLER                  PIC X(007) VALUE "S/VEN".
           03  FILLER                  PIC X(007) VALUE "CONVER".

       01 WR-DET-RES.
           03  WR-DRS-NOME             PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-PLANEJADAS       PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-VISITADAS-ROT    PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-PULADAS          PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-FORA-ORDEM       PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-ADERENCIA        PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-FORA-ROTEIRO     PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-VISITAS          PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-PEDIDOS          PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-SEM-VENDA        PIC ZZZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DRS-CONVERSAO        PIC ZZ9,9.
           03  FILLER                  PIC X(001) VALUE "%".

       01 WR-SEM-DADOS.
           03  FILLER                  PIC X(045) VALUE
               "NENHUM ROTEIRO OU VISITA NA SEMANA INFORMADA".

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 12 VALUE
                   "ROTEIRO PLANEJADO X VISITAS REALIZADAS".
               10 LINE 08 COLUMN 15 VALUE
                      "INICIO DA SEMANA (AAAAMMDD, 0=ULTIMOS 7 DIAS) ".
               10 LINE 08 COL PLUS 1 USING WS-DATA-INI AUTO.
               10 LINE 09 COLUMN 15 VALUE
                      "CODIGO DO VENDEDOR (0 = TODOS) .............. ".
               10 LINE 09 COL PLUS 1 USING WS-CODVEN AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-ABERTURA
              PERFORM 0001-PROCESSA-VENDEDOR UNTIL FIM-VENDEDORES
              PERFORM 0003-TERMINA
           END-IF
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-DATA-INI EQUAL ZEROS
              COMPUTE WS-INI-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 6
              COMPUTE WS-DATA-INI =
                      FUNCTION DATE-OF-INTEGER(WS-INI-INT)
           ELSE
              COMPUTE WS-INI-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
           END-IF.
           COMPUTE WS-FIM-INT  = WS-INI-INT + 6.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-FIM-INT).
           MOVE SPACES TO WID-ARQUIVO-VIS.
           STRING "visitas-" WS-DATA-INI ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-VIS.

           OPEN INPUT VENDEDORES.
           IF WT-ST-VENDEDORES NOT = "00"
              MOVE "S" TO WS-ERRO-ABERTURA
              DISPLAY "ERRO ABERTURA ARQUIVO vendedores.dat: "
                      "STATUS " WT-ST-VENDEDORES
           END-IF.

           IF NOT ERRO-ABERTURA
              OPEN INPUT ROTEIROS
              IF WT-ST-ROTEIROS NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 DISPLAY "ERRO ABERTURA ARQUIVO roteiros.dat: STATUS "
                         WT-ST-ROTEIROS
              END-IF
           END-IF.

           IF NOT ERRO-ABERTURA
              OPEN INPUT VISITAS
              IF WT-ST-VISITAS NOT = "00"
                 MOVE "S" TO WS-ERRO-ABERTURA
                 DISPLAY "ERRO ABERTURA ARQUIVO visitas.dat: STATUS "
                         WT-ST-VISITAS
              END-IF
           END-IF.

      * SEM ARQUIVO DE CLIENTES A VISITA FORA DO ROTEIRO SAI SEM O NOME
           IF NOT ERRO-ABERTURA
              OPEN INPUT CLIENTES
              IF WT-ST-CLIENTES = "00"
                 MOVE "S" TO WS-TEM-CLIENTES
              END-IF
           END-IF.

           IF NOT ERRO-ABERTURA
              IF WS-CODVEN > ZEROS
                 MOVE WS-CODVEN TO FS2-CODIGO
                 READ VENDEDORES KEY IS FS2-KEY
                 IF WT-ST-VENDEDORES NOT = "00"
                    MOVE "S" TO WS-ERRO-ABERTURA
                    DISPLAY "VENDEDOR NAO CADASTRADO: " WS-CODVEN
                 END-IF
              ELSE
                 MOVE ZEROS TO FS2-CODIGO
                 START VENDEDORES KEY IS NOT LESS THAN FS2-KEY
                     INVALID KEY
                         MOVE "S" TO WS-FIM-VENDEDORES
                 END-START
                 IF NOT FIM-VENDEDORES
                    PERFORM 0002-LE-VENDEDOR
                 END-IF
              END-IF
           END-IF.

           IF NOT ERRO-ABERTURA
              OPEN OUTPUT VISITAS-GER
           END-IF.

      *----------------------------------------------------------------*
      * CONFERE CADA DIA DA SEMANA DO VENDEDOR CORRENTE: CARREGA O
      * ROTEIRO PLANEJADO, CONFERE AS VISITAS E LISTA OS PULADOS
      *----------------------------------------------------------------*
       0001-PROCESSA-VENDEDOR.

           MOVE "N" TO WS-VEN-IMPRESSO.
           INITIALIZE WS-CT-VENDEDOR.

           PERFORM VARYING WS-DIA-INT FROM WS-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-FIM-INT
              COMPUTE WS-DIA-ATUAL =
                      FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
              PERFORM 0010-CARREGA-PLANO
              PERFORM 0011-CONFERE-VISITAS
              IF WS-DIA-ATUAL NOT > WS-DATA-HOJE
                 PERFORM 0012-LISTA-PULADOS
              END-IF
           END-PERFORM.

           IF VEN-IMPRESSO
              PERFORM 0005-TOTAL-VENDEDOR
           END-IF.

           IF WS-CODVEN > ZEROS
              MOVE "S" TO WS-FIM-VENDEDORES
           ELSE
              PERFORM 0002-LE-VENDEDOR
           END-IF.

      *----------------------------------------------------------------*
      * LE O PROXIMO VENDEDOR DO CADASTRO
      *----------------------------------------------------------------*
       0002-LE-VENDEDOR.

           READ VENDEDORES NEXT
              AT END
                 MOVE "S" TO WS-FIM-VENDEDORES
           END-READ.
           IF NOT FIM-VENDEDORES
              IF WT-ST-VENDEDORES NOT = "00"
                 MOVE "S" TO WS-FIM-VENDEDORES
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA O ROTEIRO PLANEJADO DO VENDEDOR NO DIA
      *----------------------------------------------------------------*
       0010-CARREGA-PLANO.

           MOVE ZEROS TO WS-PLAN-QTDE WS-MAIOR-SEQ.
           MOVE "N"          TO WS-FIM-ROTEIROS.
           MOVE FS2-CODIGO   TO FS7-CODVEN.
           MOVE WS-DIA-ATUAL TO FS7-DATA.
           MOVE ZEROS        TO FS7-SEQ.
           START ROTEIROS KEY IS NOT LESS THAN FS7-KEY
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
                    OR FS7-CODVEN NOT = FS2-CODIGO
                    OR FS7-DATA   NOT = WS-DIA-ATUAL
                    MOVE "S" TO WS-FIM-ROTEIROS
                 ELSE
                    IF WS-PLAN-QTDE < 999
                       ADD 1 TO WS-PLAN-QTDE
                       MOVE FS7-SEQ    TO WS-PLAN-SEQ(WS-PLAN-QTDE)
                       MOVE FS7-CODCLI TO WS-PLAN-CODCLI(WS-PLAN-QTDE)
                       MOVE FS7-RAZSOC TO WS-PLAN-RAZSOC(WS-PLAN-QTDE)
                       MOVE "N"        TO
                            WS-PLAN-VISITADO(WS-PLAN-QTDE)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-DIA-ATUAL NOT > WS-DATA-HOJE
              ADD WS-PLAN-QTDE TO WS-CTV-PLANEJADAS
           END-IF.

      *----------------------------------------------------------------*
      * LE AS VISITAS DO VENDEDOR NO DIA, EM ORDEM DE HORA
      *----------------------------------------------------------------*
       0011-CONFERE-VISITAS.

           MOVE "N"          TO WS-FIM-VISITAS.
           MOVE FS2-CODIGO   TO FS8-CODVEN.
           MOVE WS-DIA-ATUAL TO FS8-DATA.
           MOVE ZEROS        TO FS8-HORA.
           START VISITAS KEY IS NOT LESS THAN FS8-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-VISITAS
           END-START.

           PERFORM UNTIL FIM-VISITAS
              READ VISITAS NEXT
                 AT END
                    MOVE "S" TO WS-FIM-VISITAS
              END-READ
              IF NOT FIM-VISITAS
                 IF WT-ST-VISITAS NOT = "00"
                    OR FS8-CODVEN NOT = FS2-CODIGO
                    OR FS8-DATA   NOT = WS-DIA-ATUAL
                    MOVE "S" TO WS-FIM-VISITAS
                 ELSE
                    PERFORM 0013-TRATA-VISITA
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CONFERE UMA VISITA COM O ROTEIRO DO DIA E IMPRIME. A VISITA
      * REPETIDA AO MESMO CLIENTE NO DIA NAO CONTA PARA A ORDEM
      *----------------------------------------------------------------*
       0013-TRATA-VISITA.

           ADD 1 TO WS-CTV-VISITAS.
           IF FS8-RES-PEDIDO
              ADD 1 TO WS-CTV-PEDIDOS
           ELSE
              ADD 1 TO WS-CTV-SEM-VENDA
           END-IF.

           MOVE ZEROS TO WS-PLAN-ACHADO.
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PLAN-QTDE
                      OR WS-PLAN-ACHADO > ZEROS
              IF WS-PLAN-CODCLI(WS-PI) = FS8-CODCLI
                 MOVE WS-PI TO WS-PLAN-ACHADO
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-OCORRENCIA WS-NOME-CLI.
           IF WS-PLAN-ACHADO = ZEROS
              MOVE "FORA DO ROTEIRO" TO WS-OCORRENCIA
              ADD 1 TO WS-CTV-FORA-ROTEIRO
              MOVE ZEROS TO WR-DET-SEQ
              IF TEM-CLIENTES
                 MOVE FS8-CODCLI TO FS-CODIGO
                 READ CLIENTES KEY IS FS-KEY
                 IF WT-ST-CLIENTES = "00"
                    MOVE FS-NOME TO WS-NOME-CLI
                 END-IF
              END-IF
           ELSE
              MOVE WS-PLAN-ACHADO TO WS-PI
              MOVE WS-PLAN-SEQ(WS-PI)    TO WR-DET-SEQ
              MOVE WS-PLAN-RAZSOC(WS-PI) TO WS-NOME-CLI
              IF WS-PLAN-VISITADO(WS-PI) = "S"
                 MOVE "REVISITA" TO WS-OCORRENCIA
              ELSE
                 MOVE "S" TO WS-PLAN-VISITADO(WS-PI)
                 ADD 1 TO WS-CTV-VISITADAS-ROT
                 IF WS-PLAN-SEQ(WS-PI) < WS-MAIOR-SEQ
                    MOVE "FORA DE ORDEM" TO WS-OCORRENCIA
                    ADD 1 TO WS-CTV-FORA-ORDEM
                 ELSE
                    MOVE WS-PLAN-SEQ(WS-PI) TO WS-MAIOR-SEQ
                 END-IF
              END-IF
           END-IF.

           MOVE FS8-HORA (1:2) TO WR-DET-HH.
           MOVE FS8-HORA (3:2) TO WR-DET-MM.
           MOVE ":"            TO WR-DET-HORA (3:1).
           MOVE FS8-CODCLI     TO WR-DET-CLIENTE.
           MOVE WS-NOME-CLI    TO WR-DET-NOME.
           EVALUATE TRUE
              WHEN FS8-RES-PEDIDO
                   MOVE "PEDIDO"          TO WR-DET-RESULTADO
              WHEN FS8-RES-SEM-PEDIDO
                   MOVE "SEM PEDIDO"      TO WR-DET-RESULTADO
              WHEN FS8-RES-FECHADO
                   MOVE "CLIENTE FECHADO" TO WR-DET-RESULTADO
              WHEN FS8-RES-REAGENDAR
                   MOVE "REAGENDAR"       TO WR-DET-RESULTADO
              WHEN OTHER
                   MOVE SPACES            TO WR-DET-RESULTADO
           END-EVALUATE.
           MOVE FS8-NUMVENDA   TO WR-DET-PEDIDO.
           PERFORM 0014-IMPRIME-DETALHE.

      *----------------------------------------------------------------*
      * CLIENTES DO ROTEIRO DO DIA QUE NAO FORAM VISITADOS
      *----------------------------------------------------------------*
       0012-LISTA-PULADOS.

           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PLAN-QTDE
              IF WS-PLAN-VISITADO(WS-PI) = "N"
                 ADD 1 TO WS-CTV-PULADAS
                 MOVE "PULADO"              TO WS-OCORRENCIA
                 MOVE WS-PLAN-SEQ(WS-PI)    TO WR-DET-SEQ
                 MOVE WS-PLAN-CODCLI(WS-PI) TO WR-DET-CLIENTE
                 MOVE WS-PLAN-RAZSOC(WS-PI) TO WR-DET-NOME
                 MOVE SPACES                TO WR-DET-HORA
                                               WR-DET-RESULTADO
                 MOVE ZEROS                 TO WR-DET-PEDIDO
                 PERFORM 0014-IMPRIME-DETALHE
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * IMPRIME UMA LINHA DE DETALHE, ABRINDO O VENDEDOR NA PRIMEIRA
      *----------------------------------------------------------------*
       0014-IMPRIME-DETALHE.

           IF NOT VEN-IMPRESSO
              PERFORM 0004-INICIA-VENDEDOR
           END-IF.
           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0007-IMPRIME-CABECALHO
              WRITE REL-REGISTRO-GER FROM WR-CAB-VENDEDOR
              WRITE REL-REGISTRO-GER FROM WR-CAB4
              ADD 2 TO WT-CT-LINHAS
           END-IF.

           MOVE WS-DIA-ATUAL (7:2) TO WR-DET-DIA.
           MOVE WS-DIA-ATUAL (5:2) TO WR-DET-MES.
           MOVE WS-DIA-ATUAL (1:4) TO WR-DET-ANO.
           MOVE WS-OCORRENCIA      TO WR-DET-OCORRENCIA.
           WRITE REL-REGISTRO-GER FROM WR-DET1.
           ADD 1 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * CABECALHO DO VENDEDOR
      *----------------------------------------------------------------*
       0004-INICIA-VENDEDOR.

           MOVE "S" TO WS-VEN-IMPRESSO.
           ADD 1 TO WT-CT-VENDEDORES.
           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 5
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           MOVE FS2-CODIGO TO WR-CVN-CODVEN.
           MOVE FS2-NOME   TO WR-CVN-NOME.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB-VENDEDOR.
           WRITE REL-REGISTRO-GER FROM WR-CAB4.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 4 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * TOTAIS DO VENDEDOR; GUARDA NO RESUMO E SOMA NO TOTAL GERAL
      *----------------------------------------------------------------*
       0005-TOTAL-VENDEDOR.

           MOVE "  TOTAL VENDEDOR:" TO WR-TOT-ROTULO.
           PERFORM 0009-IMPRIME-TOTAIS.

           IF WS-RES-QTDE < 200
              ADD 1 TO WS-RES-QTDE
              MOVE FS2-NOME       TO WS-RES-NOME(WS-RES-QTDE)
              MOVE WS-CT-VENDEDOR TO WS-RES-CT(WS-RES-QTDE)
           END-IF.

           ADD WS-CTV-PLANEJADAS    TO WS-CTG-PLANEJADAS.
           ADD WS-CTV-VISITADAS-ROT TO WS-CTG-VISITADAS-ROT.
           ADD WS-CTV-FORA-ORDEM    TO WS-CTG-FORA-ORDEM.
           ADD WS-CTV-PULADAS       TO WS-CTG-PULADAS.
           ADD WS-CTV-FORA-ROTEIRO  TO WS-CTG-FORA-ROTEIRO.
           ADD WS-CTV-VISITAS       TO WS-CTG-VISITAS.
           ADD WS-CTV-PEDIDOS       TO WS-CTG-PEDIDOS.
           ADD WS-CTV-SEM-VENDA     TO WS-CTG-SEM-VENDA.

      *----------------------------------------------------------------*
      * IMPRIME AS DUAS LINHAS DE TOTAIS A PARTIR DE WS-CT-VENDEDOR.
      * ADERENCIA = VISITADOS DO ROTEIRO / PLANEJADOS; CONVERSAO =
      * VISITAS COM PEDIDO / VISITAS
      *----------------------------------------------------------------*
       0009-IMPRIME-TOTAIS.

           MOVE WS-CTV-PLANEJADAS    TO WR-TOT-PLANEJADAS.
           MOVE WS-CTV-VISITADAS-ROT TO WR-TOT-VISITADAS-ROT.
           MOVE WS-CTV-PULADAS       TO WR-TOT-PULADAS.
           MOVE WS-CTV-FORA-ORDEM    TO WR-TOT-FORA-ORDEM.
           MOVE WS-CTV-PLANEJADAS    TO WS-PC-BASE.
           MOVE WS-CTV-VISITADAS-ROT TO WS-PC-PARTE.
           PERFORM 0008-CALCULA-PERCENTUAL.
           MOVE WS-PERCENTUAL        TO WR-TOT-ADERENCIA.

           MOVE WS-CTV-VISITAS       TO WR-TOT-VISITAS.
           MOVE WS-CTV-PEDIDOS       TO WR-TOT-PEDIDOS.
           MOVE WS-CTV-SEM-VENDA     TO WR-TOT-SEM-VENDA.
           MOVE WS-CTV-FORA-ROTEIRO  TO WR-TOT-FORA-ROTEIRO.
           MOVE WS-CTV-VISITAS       TO WS-PC-BASE.
           MOVE WS-CTV-PEDIDOS       TO WS-PC-PARTE.
           PERFORM 0008-CALCULA-PERCENTUAL.
           MOVE WS-PERCENTUAL        TO WR-TOT-CONVERSAO.

           WRITE REL-REGISTRO-GER FROM WR-TOTAIS.
           WRITE REL-REGISTRO-GER FROM WR-TOTAIS2.
           ADD 2 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * PERCENTUAL DE WS-PC-PARTE SOBRE WS-PC-BASE
      *----------------------------------------------------------------*
       0008-CALCULA-PERCENTUAL.

           IF WS-PC-BASE > ZEROS
              COMPUTE WS-PERCENTUAL ROUNDED =
                      WS-PC-PARTE * 100 / WS-PC-BASE
           ELSE
              MOVE ZEROS TO WS-PERCENTUAL
           END-IF.

       0003-TERMINA.

           IF WT-CT-PAGINA = ZEROS
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.

           IF WT-CT-VENDEDORES = ZEROS
              WRITE REL-REGISTRO-GER FROM WR-SEM-DADOS
           ELSE
              PERFORM 0006-RESUMO-VENDEDORES
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              MOVE WS-CT-GERAL TO WS-CT-VENDEDOR
              MOVE "TOTAL GERAL.....:" TO WR-TOT-ROTULO
              PERFORM 0009-IMPRIME-TOTAIS
           END-IF.

           CLOSE VENDEDORES ROTEIROS VISITAS VISITAS-GER.
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF.
           DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-VIS.

      *----------------------------------------------------------------*
      * RESUMO POR VENDEDOR, NA ORDEM DO CADASTRO
      *----------------------------------------------------------------*
       0006-RESUMO-VENDEDORES.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 10
              PERFORM 0007-IMPRIME-CABECALHO
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           WRITE REL-REGISTRO-GER FROM WR-CAB-RES.
           WRITE REL-REGISTRO-GER FROM WR-CAB-RES2.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.
           ADD 4 TO WT-CT-LINHAS.

           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-RES-QTDE
              MOVE WS-RES-CT(WS-RI)     TO WS-CT-VENDEDOR
              MOVE WS-RES-NOME(WS-RI)   TO WR-DRS-NOME
              MOVE WS-CTV-PLANEJADAS    TO WR-DRS-PLANEJADAS
              MOVE WS-CTV-VISITADAS-ROT TO WR-DRS-VISITADAS-ROT
              MOVE WS-CTV-PULADAS       TO WR-DRS-PULADAS
              MOVE WS-CTV-FORA-ORDEM    TO WR-DRS-FORA-ORDEM
              MOVE WS-CTV-FORA-ROTEIRO  TO WR-DRS-FORA-ROTEIRO
              MOVE WS-CTV-VISITAS       TO WR-DRS-VISITAS
              MOVE WS-CTV-PEDIDOS       TO WR-DRS-PEDIDOS
              MOVE WS-CTV-SEM-VENDA     TO WR-DRS-SEM-VENDA
              MOVE WS-CTV-PLANEJADAS    TO WS-PC-BASE
              MOVE WS-CTV-VISITADAS-ROT TO WS-PC-PARTE
              PERFORM 0008-CALCULA-PERCENTUAL
              MOVE WS-PERCENTUAL        TO WR-DRS-ADERENCIA
              MOVE WS-CTV-VISITAS       TO WS-PC-BASE
              MOVE WS-CTV-PEDIDOS       TO WS-PC-PARTE
              PERFORM 0008-CALCULA-PERCENTUAL
              MOVE WS-PERCENTUAL        TO WR-DRS-CONVERSAO
              WRITE REL-REGISTRO-GER FROM WR-DET-RES
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
           MOVE WS-DATA-INI (7:2) TO WR-CAB-DIA-INI
           MOVE WS-DATA-INI (5:2) TO WR-CAB-MES-INI
           MOVE WS-DATA-INI (1:4) TO WR-CAB-ANO-INI
           MOVE WS-DATA-FIM (7:2) TO WR-CAB-DIA-FIM
           MOVE WS-DATA-FIM (5:2) TO WR-CAB-MES-FIM
           MOVE WS-DATA-FIM (1:4) TO WR-CAB-ANO-FIM


           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 4 TO WT-CT-LINHAS.
