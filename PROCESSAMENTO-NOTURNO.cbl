       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    PROCESSAMENTO-NOTURNO.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     PROCESSAMENTO-NOTURNO
      *
      * OBJETIVO:     CONTROLAR A CADEIA DO PROCESSAMENTO NOTURNO.
      *               OS PASSOS VEM DO ARQUIVO DE DEFINICAO
      *               noturno.def (UMA LINHA POR PASSO, EM ORDEM
      *               CRESCENTE DE PASSO; LINHA EM BRANCO OU COM "*"
      *               NA COLUNA 1 E COMENTARIO):
      *                  COLUNAS  1- 3  NUMERO DO PASSO
      *                  COLUNAS  5-34  PROGRAMA
      *                  COLUNAS 36-95  PARAMETRO DO PASSO
      *               CADA PROGRAMA E CHAMADO SEM TELA, COM A DATA DE
      *               MOVIMENTO E O PARAMETRO NA AREA DO PASSO
      *               (passolote), E DEVOLVE SITUACAO E CONTADORES.
      *               INICIO, FIM, SITUACAO E CONTADORES DE CADA
      *               PASSO FICAM NO ARQUIVO DE CONTROLE noturno.dat
      *               (CHAVE DATA DE MOVIMENTO + PASSO). A CADEIA PARA
      *               NO PRIMEIRO PASSO COM ERRO; RODANDO DE NOVO COM
      *               A MESMA DATA, OS PASSOS JA CONCLUIDOS SAO
      *               PULADOS E A CADEIA RECOMECA DO PASSO COM ERRO
      *               (OU DO QUE FICOU EM PROCESSAMENTO SE A EXECUCAO
      *               ANTERIOR FOI ABORTADA). NO FIM SAI O RELATORIO
      *               noturno-AAAAMMDD.rel COM TODOS OS PASSOS.
      *               A DATA DE MOVIMENTO (AAAAMMDD) VEM NA LINHA DE
      *               COMANDO; SEM ELA, O DIA ANTERIOR.
      *               RETURN-CODE: 0 = CADEIA CONCLUIDA, 4 = CONCLUIDA
      *               COM AVISO, 8 = INTERROMPIDA, NAO INICIADA OU
      *               SEM O RELATORIO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CADEIA NOTURNA COM CONTROLE DE PASSOS
      *                           E REINICIO
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINICAO ASSIGN TO DISK "noturno.def"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-DEF.

           SELECT CONTROLE ASSIGN TO DISK "noturno.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-CONTROLE.

           SELECT NOTURNO-GER ASSIGN TO DISK WID-ARQUIVO-REL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-GER.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINICAO.
       01  DEF-REGISTRO.
           05 DEF-PASSO          PIC X(003).
           05 FILLER             PIC X(001).
           05 DEF-PROGRAMA       PIC X(030).
           05 FILLER             PIC X(001).
           05 DEF-PARAMETRO      PIC X(060).

      * UM REGISTRO POR DATA DE MOVIMENTO E PASSO
       FD  CONTROLE.
       01  FD-CONTROLE.
           05 FS-KEY.
               10 FS-DATA-MOVTO  PIC 9(008).
               10 FS-PASSO       PIC 9(003).
           05 FS-PROGRAMA        PIC X(030).
           05 FS-PARAMETRO       PIC X(060).
           05 FS-INICIO-DATA     PIC 9(008).
           05 FS-INICIO-HORA     PIC 9(006).
           05 FS-FIM-DATA        PIC 9(008).
           05 FS-FIM-HORA        PIC 9(006).
           05 FS-SITUACAO        PIC X(001).
               88 FS-SIT-PROCESSANDO VALUE "P".
               88 FS-SIT-CONCLUIDO   VALUE "S".
               88 FS-SIT-AVISO       VALUE "A".
               88 FS-SIT-ERRO        VALUE "E".
           05 FS-EXECUCOES       PIC 9(003).
           05 FS-CT-LIDOS        PIC 9(009).
           05 FS-CT-GRAVADOS     PIC 9(009).
           05 FS-VL-TOTAL        PIC 9(013)V9(002).
           05 FS-MENSAGEM        PIC X(060).
           05 FILLER             PIC X(020).

       FD  NOTURNO-GER.
       01  REL-REGISTRO-GER                         PIC X(140).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-DEF                        PIC X(01) VALUE "N".
           88 FIM-DEF VALUE "S".
       77  WS-ERRO-INICIO                    PIC X(01) VALUE "N".
           88 ERRO-INICIO VALUE "S".
       77  WS-INTERROMPIDA                   PIC X(01) VALUE "N".
           88 CADEIA-INTERROMPIDA VALUE "S".
       77  WS-ERRO-RELATORIO                 PIC X(01) VALUE "N".
           88 ERRO-RELATORIO VALUE "S".
       77  WS-ACHOU-CONTROLE                 PIC X(01) VALUE "N".
           88 ACHOU-CONTROLE VALUE "S".

       01  WS-LINHA-COMANDO                  PIC X(080) VALUE SPACES.
       01  WS-DATA-MOVTO                     PIC 9(008) VALUE ZEROS.
       01  WS-DATA-MOVTO-R REDEFINES WS-DATA-MOVTO.
           05 WS-MOVTO-ANO                   PIC 9(004).
           05 WS-MOVTO-MES                   PIC 9(002).
           05 WS-MOVTO-DIA                   PIC 9(002).
       01  WS-HOJE-NUM                       PIC 9(008) VALUE ZEROS.
       01  WS-HORA-SIS                       PIC 9(008) VALUE ZEROS.
       01  WS-PASSO-ANT                      PIC 9(003) VALUE ZEROS.
       01  WS-PASSO-ERRO                     PIC 9(003) VALUE ZEROS.
       01  WS-IP                             PIC 9(003) VALUE ZEROS.
       01  WID-ARQUIVO-REL                   PIC X(064) VALUE SPACES.

       COPY passolote.

      *----------------------------------------------------------------*
      * PASSOS DA DEFINICAO. WS-PT-ACAO: X = EXECUTADO NESTA RODADA,
      * J = JA CONCLUIDO EM RODADA ANTERIOR, N = NAO EXECUTADO
      *----------------------------------------------------------------*
       01  WS-PASSO-QTDE                     PIC 9(003) VALUE ZEROS.
       01  WS-PASSO-TAB.
           03 WS-PASSO-ITEM OCCURS 50 TIMES.
               05 WS-PT-PASSO        PIC 9(003).
               05 WS-PT-PROGRAMA     PIC X(030).
               05 WS-PT-PARAMETRO    PIC X(060).
               05 WS-PT-ACAO         PIC X(001).
                   88 PT-EXECUTADO     VALUE "X".
                   88 PT-JA-CONCLUIDO  VALUE "J".
                   88 PT-NAO-EXECUTADO VALUE "N".

       01  WC-CONSTANTES.
           03 WC-LINHAS-POR-PAGINA     PIC  9(002) VALUE 60.

       01 WT-FILE-STATUS.
           03 WT-ST-DEF                PIC  X(002) VALUE SPACES.
           03 WT-ST-CONTROLE           PIC  X(002) VALUE SPACES.
           03 WT-ST-GER                PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-PAGINA             PIC  9(003) VALUE ZEROS.
           03 WT-CT-LINHAS             PIC  9(002) VALUE 99.
           03 WT-CT-EXECUTADOS         PIC  9(003) VALUE ZEROS.
           03 WT-CT-JA-CONCLUIDOS      PIC  9(003) VALUE ZEROS.
           03 WT-CT-AVISOS             PIC  9(003) VALUE ZEROS.
           03 WT-CT-PENDENTES          PIC  9(003) VALUE ZEROS.

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
           03  FILLER                  PIC X(130) VALUE ALL "-".



       01 WR-CAB3.
           03 FILLER                   PIC X(031) VALUE
           "NOTURNO".
           03 FILLER                   PIC X(035) VALUE
              "PROCESSAMENTO NOTURNO".
           03 FILLER                   PIC X(011) VALUE
              "PAGINA: ".
           03 WR-CAB-PAGINA            PIC ZZ9 VALUE ZEROS.

       01 WR-CAB5.
           03 FILLER                   PIC X(020) VALUE
              "DATA DE MOVIMENTO: ".
           03 WR-CAB-MOV-DIA           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MOV-MES           PIC 9(002) VALUE ZEROS.
           03 FILLER                   PIC X(001) VALUE "/".
           03 WR-CAB-MOV-ANO           PIC 9(004) VALUE ZEROS.

       01 WR-CAB4.
           03  FILLER                  PIC X(007) VALUE "PASSO".
           03  FILLER                  PIC X(026) VALUE "PROGRAMA".
           03  FILLER                  PIC X(016) VALUE "INICIO".
           03  FILLER                  PIC X(016) VALUE "FIM".
           03  FILLER                  PIC X(015) VALUE "SITUACAO".
           03  FILLER                  PIC X(013) VALUE "        LIDOS".
           03  FILLER                  PIC X(013) VALUE "     GRAVADOS".
           03  FILLER                  PIC X(019) VALUE
               "              VALOR".
           03  FILLER                  PIC X(015) VALUE
               "  NESTA RODADA".

       01 WR-DET1.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PASSO            PIC ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-PROGRAMA         PIC X(024) VALUE SPACES.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-INICIO.
               05 WR-DIN-DIA           PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE "/".
               05 WR-DIN-MES           PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE SPACES.
               05 WR-DIN-HORA          PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE ":".
               05 WR-DIN-MINUTO        PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE ":".
               05 WR-DIN-SEGUNDO       PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-FIM.
               05 WR-DFI-DIA           PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE "/".
               05 WR-DFI-MES           PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE SPACES.
               05 WR-DFI-HORA          PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE ":".
               05 WR-DFI-MINUTO        PIC 9(002) VALUE ZEROS.
               05 FILLER               PIC X(001) VALUE ":".
               05 WR-DFI-SEGUNDO       PIC 9(002) VALUE ZEROS.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-SITUACAO         PIC X(015) VALUE SPACES.
           03  WR-DET-LIDOS            PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-GRAVADOS         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WR-DET-ACAO             PIC X(013) VALUE SPACES.

       01 WR-DET2.
           03  FILLER                  PIC X(007) VALUE SPACES.
           03  WR-DT2-MENSAGEM         PIC X(060) VALUE SPACES.
           03  FILLER                  PIC X(013) VALUE
               "  PARAMETRO: ".
           03  WR-DT2-PARAMETRO        PIC X(030) VALUE SPACES.
           03  FILLER                  PIC X(014) VALUE
               "  EXECUCOES: ".
           03  WR-DT2-EXECUCOES        PIC ZZ9.

       01 WR-RODAPE.
           03  FILLER                  PIC X(024) VALUE
               "PASSOS DA DEFINICAO...: ".
           03  WR-ROD-PASSOS           PIC ZZ9.
           03  FILLER                  PIC X(016) VALUE
               "  EXECUTADOS: ".
           03  WR-ROD-EXECUTADOS       PIC ZZ9.
           03  FILLER                  PIC X(018) VALUE
               "  JA CONCLUIDOS: ".
           03  WR-ROD-JA-CONCLUIDOS    PIC ZZ9.
           03  FILLER                  PIC X(013) VALUE
               "  COM AVISO: ".
           03  WR-ROD-AVISOS           PIC ZZ9.
           03  FILLER                  PIC X(015) VALUE
               "  PENDENTES: ".
           03  WR-ROD-PENDENTES        PIC ZZ9.

       01 WR-RODAPE2.
           03  WR-ROD-SITUACAO         PIC X(130) VALUE SPACES.

       01 WR-ROD-PASSO-ERRO            PIC ZZ9.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF NOT ERRO-INICIO
              PERFORM 0002-PROCESSA
                      VARYING WS-IP FROM 1 BY 1
                      UNTIL WS-IP > WS-PASSO-QTDE
                         OR CADEIA-INTERROMPIDA
              PERFORM 0003-TERMINA
           END-IF
           PERFORM 0007-RETORNO
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.

           ACCEPT WS-LINHA-COMANDO FROM COMMAND-LINE.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD.

           IF WS-LINHA-COMANDO = SPACES
              COMPUTE WS-DATA-MOVTO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) - 1)
           ELSE
              IF WS-LINHA-COMANDO (1:8) IS NUMERIC
                 AND WS-LINHA-COMANDO (9:) = SPACES
                 MOVE WS-LINHA-COMANDO (1:8) TO WS-DATA-MOVTO
              END-IF
           END-IF.

           IF WS-MOVTO-MES < 1 OR WS-MOVTO-MES > 12
              OR WS-MOVTO-DIA < 1 OR WS-MOVTO-DIA > 31
              OR WS-MOVTO-ANO < 2000
              MOVE "S" TO WS-ERRO-INICIO
              DISPLAY "DATA DE MOVIMENTO INVALIDA: " WS-LINHA-COMANDO
              DISPLAY "INFORME A DATA NO FORMATO AAAAMMDD"
           END-IF.

           IF NOT ERRO-INICIO
              DISPLAY "PROCESSAMENTO NOTURNO - MOVIMENTO "
                      WS-DATA-MOVTO
              PERFORM 0001-CARREGA-PASSOS
           END-IF.

           IF NOT ERRO-INICIO
              OPEN I-O CONTROLE
              IF WT-ST-CONTROLE = "35"
                 OPEN OUTPUT CONTROLE
                 CLOSE CONTROLE
                 OPEN I-O CONTROLE
              END-IF
              IF WT-ST-CONTROLE NOT = "00"
                 MOVE "S" TO WS-ERRO-INICIO
                 DISPLAY "ERRO ABERTURA ARQUIVO noturno.dat: STATUS "
                         WT-ST-CONTROLE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CARREGA OS PASSOS DA DEFINICAO, CONFERINDO NUMERO E ORDEM
      *----------------------------------------------------------------*
       0001-CARREGA-PASSOS.

           OPEN INPUT DEFINICAO.
           IF WT-ST-DEF NOT = "00"
              MOVE "S" TO WS-ERRO-INICIO
              DISPLAY "ERRO ABERTURA ARQUIVO noturno.def: STATUS "
                      WT-ST-DEF
           ELSE
              MOVE ZEROS TO WS-PASSO-ANT
              READ DEFINICAO NEXT
                  AT END MOVE "S" TO WS-FIM-DEF
              END-READ
              PERFORM UNTIL FIM-DEF OR ERRO-INICIO
                 IF DEF-REGISTRO NOT = SPACES
                    AND DEF-PASSO (1:1) NOT = "*"
                    PERFORM 0008-GUARDA-PASSO
                 END-IF
                 READ DEFINICAO NEXT
                     AT END MOVE "S" TO WS-FIM-DEF
                 END-READ
              END-PERFORM
              CLOSE DEFINICAO
              IF NOT ERRO-INICIO AND WS-PASSO-QTDE = ZEROS
                 MOVE "S" TO WS-ERRO-INICIO
                 DISPLAY "NENHUM PASSO DEFINIDO EM noturno.def"
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EXECUTA O PASSO WS-IP, A MENOS QUE JA TENHA SIDO CONCLUIDO
      * PARA ESTA DATA DE MOVIMENTO
      *----------------------------------------------------------------*
       0002-PROCESSA.

           PERFORM 0005-LE-CONTROLE.

           IF ACHOU-CONTROLE
              AND (FS-SIT-CONCLUIDO OR FS-SIT-AVISO)
              MOVE "J" TO WS-PT-ACAO (WS-IP)
              ADD 1 TO WT-CT-JA-CONCLUIDOS
              DISPLAY "PASSO " WS-PT-PASSO (WS-IP) " "
                      WS-PT-PROGRAMA (WS-IP)
                      " JA CONCLUIDO - NAO REPETIDO"
           ELSE
              PERFORM 0006-EXECUTA-PASSO
           END-IF.

       0003-TERMINA.

           MOVE SPACES TO WID-ARQUIVO-REL.
           STRING "noturno-" WS-DATA-MOVTO ".rel"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-REL.
           OPEN OUTPUT NOTURNO-GER.
           IF WT-ST-GER NOT = "00"
              MOVE "S" TO WS-ERRO-RELATORIO
              DISPLAY "ERRO ABERTURA ARQUIVO " WID-ARQUIVO-REL
                      ": STATUS " WT-ST-GER
           ELSE
              PERFORM 0009-IMPRIME-PASSO
                      VARYING WS-IP FROM 1 BY 1
                      UNTIL WS-IP > WS-PASSO-QTDE
           END-IF.

           MOVE WS-PASSO-QTDE       TO WR-ROD-PASSOS.
           MOVE WT-CT-EXECUTADOS    TO WR-ROD-EXECUTADOS.
           MOVE WT-CT-JA-CONCLUIDOS TO WR-ROD-JA-CONCLUIDOS.
           MOVE WT-CT-AVISOS        TO WR-ROD-AVISOS.
           MOVE WT-CT-PENDENTES     TO WR-ROD-PENDENTES.

           MOVE SPACES TO WR-ROD-SITUACAO.
           IF CADEIA-INTERROMPIDA
              MOVE WS-PASSO-ERRO TO WR-ROD-PASSO-ERRO
              STRING "CADEIA INTERROMPIDA NO PASSO " WR-ROD-PASSO-ERRO
                     " - CORRIGIR E RODAR DE NOVO COM A MESMA DATA "
                     "PARA REINICIAR DESTE PASSO"
                     DELIMITED BY SIZE INTO WR-ROD-SITUACAO
           ELSE
              IF WT-CT-AVISOS > ZEROS
                 MOVE "CADEIA CONCLUIDA COM AVISO" TO WR-ROD-SITUACAO
              ELSE
                 MOVE "CADEIA CONCLUIDA" TO WR-ROD-SITUACAO
              END-IF
           END-IF.

           IF NOT ERRO-RELATORIO
              IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA - 3
                 PERFORM 0004-IMPRIME-CABECALHO
              END-IF
              WRITE REL-REGISTRO-GER FROM WR-SEP1
              WRITE REL-REGISTRO-GER FROM WR-RODAPE
              WRITE REL-REGISTRO-GER FROM WR-RODAPE2
              CLOSE NOTURNO-GER
           END-IF.

           CLOSE CONTROLE.

           DISPLAY WR-ROD-SITUACAO.
           IF NOT ERRO-RELATORIO
              DISPLAY "RELATORIO GERADO: " WID-ARQUIVO-REL
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

           MOVE WS-MOVTO-DIA TO WR-CAB-MOV-DIA
           MOVE WS-MOVTO-MES TO WR-CAB-MOV-MES
           MOVE WS-MOVTO-ANO TO WR-CAB-MOV-ANO

           WRITE REL-REGISTRO-GER FROM WR-CAB1
           WRITE REL-REGISTRO-GER FROM WR-CAB3
           WRITE REL-REGISTRO-GER FROM WR-CAB5
           WRITE REL-REGISTRO-GER FROM WR-SEP1
           WRITE REL-REGISTRO-GER FROM WR-CAB4
           WRITE REL-REGISTRO-GER FROM WR-SEP1


           MOVE 9 TO WT-CT-LINHAS.

      *----------------------------------------------------------------*
      * LE O CONTROLE DO PASSO WS-IP NA DATA DE MOVIMENTO
      *----------------------------------------------------------------*
       0005-LE-CONTROLE.

           MOVE WS-DATA-MOVTO       TO FS-DATA-MOVTO.
           MOVE WS-PT-PASSO (WS-IP) TO FS-PASSO.
           READ CONTROLE KEY IS FS-KEY
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-CONTROLE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTROLE
           END-READ.

      *----------------------------------------------------------------*
      * MARCA O PASSO EM PROCESSAMENTO, CHAMA O PROGRAMA SEM TELA E
      * GRAVA FIM, SITUACAO E CONTADORES. PROGRAMA QUE NAO DEVOLVE A
      * SITUACAO E JULGADO PELO RETURN-CODE (0 OK, 4 AVISO, >4 ERRO)
      *----------------------------------------------------------------*
       0006-EXECUTA-PASSO.

           IF NOT ACHOU-CONTROLE
              INITIALIZE FD-CONTROLE
              MOVE WS-DATA-MOVTO       TO FS-DATA-MOVTO
              MOVE WS-PT-PASSO (WS-IP) TO FS-PASSO
           END-IF.
           MOVE WS-PT-PROGRAMA (WS-IP)  TO FS-PROGRAMA.
           MOVE WS-PT-PARAMETRO (WS-IP) TO FS-PARAMETRO.
           ACCEPT FS-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE WS-HORA-SIS (1:6) TO FS-INICIO-HORA.
           MOVE ZEROS  TO FS-FIM-DATA FS-FIM-HORA
                          FS-CT-LIDOS FS-CT-GRAVADOS FS-VL-TOTAL.
           MOVE SPACES TO FS-MENSAGEM.
           MOVE "P"    TO FS-SITUACAO.
           ADD 1       TO FS-EXECUCOES.
           IF ACHOU-CONTROLE
              REWRITE FD-CONTROLE
           ELSE
              WRITE FD-CONTROLE
           END-IF.

           DISPLAY "PASSO " WS-PT-PASSO (WS-IP) " "
                   WS-PT-PROGRAMA (WS-IP) " INICIADO".

           MOVE "L"                     TO PN-MODO.
           MOVE WS-DATA-MOVTO           TO PN-DATA-MOVTO.
           MOVE WS-PT-PARAMETRO (WS-IP) TO PN-PARAMETRO.
           MOVE SPACES                  TO PN-SITUACAO PN-MENSAGEM.
           MOVE ZEROS                   TO PN-CT-LIDOS PN-CT-GRAVADOS
                                           PN-VL-TOTAL.
           MOVE ZEROS                   TO RETURN-CODE.

           CALL WS-PT-PROGRAMA (WS-IP)
               ON EXCEPTION
                   MOVE "E" TO PN-SITUACAO
                   MOVE "PROGRAMA NAO DISPONIVEL" TO PN-MENSAGEM
           END-CALL.
           CANCEL WS-PT-PROGRAMA (WS-IP).

           IF PN-SITUACAO NOT = "S" AND NOT = "A" AND NOT = "E"
              EVALUATE TRUE
                 WHEN RETURN-CODE = ZEROS
                      MOVE "S" TO PN-SITUACAO
                 WHEN RETURN-CODE NOT > 4
                      MOVE "A" TO PN-SITUACAO
                 WHEN OTHER
                      MOVE "E" TO PN-SITUACAO
              END-EVALUATE
           END-IF.
           IF RETURN-CODE > 4
              MOVE "E" TO PN-SITUACAO
           END-IF.
           IF PN-PASSO-ERRO AND PN-MENSAGEM = SPACES
              MOVE "PASSO TERMINOU COM ERRO" TO PN-MENSAGEM
           END-IF.
           MOVE "N"   TO PN-MODO.
           MOVE ZEROS TO RETURN-CODE.

           ACCEPT FS-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE WS-HORA-SIS (1:6) TO FS-FIM-HORA.
           MOVE PN-SITUACAO    TO FS-SITUACAO.
           MOVE PN-CT-LIDOS    TO FS-CT-LIDOS.
           MOVE PN-CT-GRAVADOS TO FS-CT-GRAVADOS.
           MOVE PN-VL-TOTAL    TO FS-VL-TOTAL.
           MOVE PN-MENSAGEM    TO FS-MENSAGEM.
           REWRITE FD-CONTROLE.

           MOVE "X" TO WS-PT-ACAO (WS-IP).
           ADD 1 TO WT-CT-EXECUTADOS.
           EVALUATE TRUE
              WHEN PN-PASSO-ERRO
                   MOVE "S" TO WS-INTERROMPIDA
                   MOVE WS-PT-PASSO (WS-IP) TO WS-PASSO-ERRO
                   DISPLAY "PASSO " WS-PT-PASSO (WS-IP)
                           " TERMINOU COM ERRO: " PN-MENSAGEM
              WHEN PN-PASSO-AVISO
                   DISPLAY "PASSO " WS-PT-PASSO (WS-IP)
                           " CONCLUIDO COM AVISO: " PN-MENSAGEM
              WHEN OTHER
                   DISPLAY "PASSO " WS-PT-PASSO (WS-IP)
                           " CONCLUIDO: " PN-MENSAGEM
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RETURN-CODE DA CADEIA
      *----------------------------------------------------------------*
       0007-RETORNO.

           EVALUATE TRUE
              WHEN ERRO-INICIO OR CADEIA-INTERROMPIDA
                   OR ERRO-RELATORIO
                   MOVE 8 TO RETURN-CODE
              WHEN WT-CT-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
              WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CONFERE E GUARDA UMA LINHA DE PASSO DA DEFINICAO
      *----------------------------------------------------------------*
       0008-GUARDA-PASSO.

           IF DEF-PASSO IS NOT NUMERIC
              OR DEF-PROGRAMA = SPACES
              MOVE "S" TO WS-ERRO-INICIO
              DISPLAY "LINHA INVALIDA EM noturno.def: " DEF-REGISTRO
           ELSE
              IF DEF-PASSO NOT > WS-PASSO-ANT
                 MOVE "S" TO WS-ERRO-INICIO
                 DISPLAY "PASSO FORA DE ORDEM OU REPETIDO EM "
                         "noturno.def: " DEF-PASSO
              ELSE
                 IF WS-PASSO-QTDE NOT < 50
                    MOVE "S" TO WS-ERRO-INICIO
                    DISPLAY "MAIS DE 50 PASSOS EM noturno.def"
                 ELSE
                    ADD 1 TO WS-PASSO-QTDE
                    MOVE DEF-PASSO     TO WS-PT-PASSO (WS-PASSO-QTDE)
                                          WS-PASSO-ANT
                    MOVE DEF-PROGRAMA  TO
                         WS-PT-PROGRAMA (WS-PASSO-QTDE)
                    MOVE DEF-PARAMETRO TO
                         WS-PT-PARAMETRO (WS-PASSO-QTDE)
                    MOVE "N" TO WS-PT-ACAO (WS-PASSO-QTDE)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME O PASSO WS-IP COM O QUE ESTA NO CONTROLE
      *----------------------------------------------------------------*
       0009-IMPRIME-PASSO.

           IF WT-CT-LINHAS > WC-LINHAS-POR-PAGINA
              PERFORM 0004-IMPRIME-CABECALHO
           END-IF.

           PERFORM 0005-LE-CONTROLE.
           IF NOT ACHOU-CONTROLE
              INITIALIZE FD-CONTROLE
              MOVE WS-PT-PARAMETRO (WS-IP) TO FS-PARAMETRO
           END-IF.

           MOVE WS-PT-PASSO (WS-IP)    TO WR-DET-PASSO.
           MOVE WS-PT-PROGRAMA (WS-IP) TO WR-DET-PROGRAMA.
           MOVE FS-INICIO-DATA (7:2)   TO WR-DIN-DIA.
           MOVE FS-INICIO-DATA (5:2)   TO WR-DIN-MES.
           MOVE FS-INICIO-HORA (1:2)   TO WR-DIN-HORA.
           MOVE FS-INICIO-HORA (3:2)   TO WR-DIN-MINUTO.
           MOVE FS-INICIO-HORA (5:2)   TO WR-DIN-SEGUNDO.
           MOVE FS-FIM-DATA (7:2)      TO WR-DFI-DIA.
           MOVE FS-FIM-DATA (5:2)      TO WR-DFI-MES.
           MOVE FS-FIM-HORA (1:2)      TO WR-DFI-HORA.
           MOVE FS-FIM-HORA (3:2)      TO WR-DFI-MINUTO.
           MOVE FS-FIM-HORA (5:2)      TO WR-DFI-SEGUNDO.
           MOVE FS-CT-LIDOS            TO WR-DET-LIDOS.
           MOVE FS-CT-GRAVADOS         TO WR-DET-GRAVADOS.
           MOVE FS-VL-TOTAL            TO WR-DET-VALOR.

           EVALUATE TRUE
              WHEN NOT ACHOU-CONTROLE
                   MOVE "NAO EXECUTADO" TO WR-DET-SITUACAO
              WHEN FS-SIT-CONCLUIDO
                   MOVE "CONCLUIDO"     TO WR-DET-SITUACAO
              WHEN FS-SIT-AVISO
                   MOVE "COM AVISO"     TO WR-DET-SITUACAO
              WHEN FS-SIT-ERRO
                   MOVE "ERRO"          TO WR-DET-SITUACAO
              WHEN OTHER
                   MOVE "INTERROMPIDO"  TO WR-DET-SITUACAO
           END-EVALUATE.

           EVALUATE TRUE
              WHEN PT-EXECUTADO (WS-IP)
                   MOVE "EXECUTADO"     TO WR-DET-ACAO
              WHEN PT-JA-CONCLUIDO (WS-IP)
                   MOVE "JA CONCLUIDO"  TO WR-DET-ACAO
              WHEN OTHER
                   MOVE "PENDENTE"      TO WR-DET-ACAO
                   ADD 1 TO WT-CT-PENDENTES
           END-EVALUATE.

           IF ACHOU-CONTROLE AND FS-SIT-AVISO
              ADD 1 TO WT-CT-AVISOS
           END-IF.

           MOVE FS-MENSAGEM     TO WR-DT2-MENSAGEM.
           MOVE FS-PARAMETRO    TO WR-DT2-PARAMETRO.
           MOVE FS-EXECUCOES    TO WR-DT2-EXECUCOES.

           WRITE REL-REGISTRO-GER FROM WR-DET1.
           WRITE REL-REGISTRO-GER FROM WR-DET2.
           ADD 2 TO WT-CT-LINHAS.
