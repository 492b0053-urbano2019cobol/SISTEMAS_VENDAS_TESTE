       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    CONVERTE-ITENS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     CONVERTE-ITENS
      *
      * OBJETIVO:     CONVERSAO EXECUTADA UMA UNICA VEZ NA VIRADA DO
      *               LAYOUT DO ITEM DA VENDA, AMPLIADO COM O CFOP, O
      *               CST E BASE, ALIQUOTA E VALOR DO ICMS, IPI, PIS
      *               E COFINS. ANTES DE EXECUTAR O OPERADOR RENOMEIA
      *               vendasitens.dat PARA vendasitens.ant E
      *               vendasitenshist.dat PARA vendasitenshist.ant; O
      *               PROGRAMA GERA OS ARQUIVOS NOVOS COM OS DADOS DO
      *               ITEM COPIADOS E OS IMPOSTOS ZERADOS (AS VENDAS
      *               ANTERIORES FICAM SEM IMPOSTOS DESTACADOS) E
      *               CONFERE OS TOTAIS LIDOS E GRAVADOS NO FIM.
      *               SEM O HISTORICO DO EXPURGO (vendasitenshist.ant
      *               INEXISTENTE) SO O ARQUIVO CORRENTE E CONVERTIDO.
      *               OS BACKUPS DOS ITENS FEITOS ANTES DA CONVERSAO
      *               TEM O REGISTRO MENOR: TIRAR BACKUP NOVO LOGO
      *               APOS A CONVERSAO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CONVERSAO DO LAYOUT DO ITEM DA VENDA
      *                           COM OS IMPOSTOS DO ITEM
      *



      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ANT ASSIGN TO DISK "vendasitens.ant"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSA-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-ORIGEM.

           SELECT ITENS ASSIGN TO DISK "vendasitens.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS5-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-DESTINO.

           SELECT HIST-ANT ASSIGN TO DISK "vendasitenshist.ant"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSB-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-HIST-ORIGEM.

           SELECT HIST ASSIGN TO DISK "vendasitenshist.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FSI-KEY
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WT-ST-HIST-DESTINO.
      *
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DO ITEM (ATE A ORIGEM DO PRECO)
       FD  ITENS-ANT.
       01  FD-ITEM-ANT.
           05 FSA-KEY.
               10 FSA-NUMVENDA PIC 9(007).
               10 FSA-SEQ      PIC 9(003).
           05 FSA-DADOS        PIC X(073).

       FD  ITENS.
       01  FD-ITEM.
           05 FS5-KEY.
               10 FS5-NUMVENDA PIC 9(007).
               10 FS5-SEQ      PIC 9(003).
           05 FS5-DADOS        PIC X(073).
           05 FS5-CFOP         PIC 9(004).
           05 FS5-CST          PIC X(003).
           05 FS5-ICMS-BASE    PIC 9(009)V9(002).
           05 FS5-ICMS-ALIQ    PIC 9(002)V9(002).
           05 FS5-ICMS-VALOR   PIC 9(009)V9(002).
           05 FS5-IPI-BASE     PIC 9(009)V9(002).
           05 FS5-IPI-ALIQ     PIC 9(002)V9(002).
           05 FS5-IPI-VALOR    PIC 9(009)V9(002).
           05 FS5-PIS-BASE     PIC 9(009)V9(002).
           05 FS5-PIS-ALIQ     PIC 9(002)V9(002).
           05 FS5-PIS-VALOR    PIC 9(009)V9(002).
           05 FS5-COFINS-BASE  PIC 9(009)V9(002).
           05 FS5-COFINS-ALIQ  PIC 9(002)V9(002).
           05 FS5-COFINS-VALOR PIC 9(009)V9(002).
           05 FILLER           PIC X(006).

      * HISTORICO DE ITENS DO EXPURGO - MESMOS LAYOUTS
       FD  HIST-ANT.
       01  FD-HIST-ANT.
           05 FSB-KEY.
               10 FSB-NUMVENDA PIC 9(007).
               10 FSB-SEQ      PIC 9(003).
           05 FSB-DADOS        PIC X(073).

       FD  HIST.
       01  FD-HIST.
           05 FSI-KEY.
               10 FSI-NUMVENDA PIC 9(007).
               10 FSI-SEQ      PIC 9(003).
           05 FSI-RESTO        PIC X(190).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CONFIRMA                       PIC X(001) VALUE SPACES.
           88 CONFIRMA-SIM  VALUE "S".
       77  WS-FIM-ORIGEM                     PIC X(01) VALUE "N".
           88 FIM-ORIGEM VALUE "S".
       77  WS-CONVERTE                       PIC X(01) VALUE "S".
           88 CONVERTE-OK VALUE "S".
       77  WS-TEM-HIST                       PIC X(01) VALUE "N".
           88 TEM-HIST VALUE "S".

       01 WT-FILE-STATUS.
           03 WT-ST-ORIGEM             PIC  X(002) VALUE SPACES.
           03 WT-ST-DESTINO            PIC  X(002) VALUE SPACES.
           03 WT-ST-HIST-ORIGEM        PIC  X(002) VALUE SPACES.
           03 WT-ST-HIST-DESTINO       PIC  X(002) VALUE SPACES.

       01 WT-CONTADORES.
           03 WT-CT-LIDOS              PIC  9(009) VALUE ZEROS.
           03 WT-CT-GRAVADOS           PIC  9(009) VALUE ZEROS.
           03 WT-CT-HIST-LIDOS         PIC  9(009) VALUE ZEROS.
           03 WT-CT-HIST-GRAVADOS      PIC  9(009) VALUE ZEROS.

       SCREEN SECTION.
       01 SS-MENU FOREGROUND-COLOR 6.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 18 VALUE
                   "CONVERSAO DO ARQUIVO DE ITENS DE VENDA".
               10 LINE 08 COLUMN 10 VALUE
                      "LE vendasitens.ant E vendasitenshist.ant".
               10 LINE 09 COLUMN 10 VALUE
                      "E GERA OS ARQUIVOS NOVOS COM OS IMPOSTOS".
               10 LINE 11 COLUMN 10 VALUE
                      "CONFIRMA A CONVERSAO (S/N)? ".
               10 LINE 11 COL PLUS 1 USING WS-CONFIRMA AUTO.

      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 0000-INICIA
           IF CONFIRMA-SIM AND CONVERTE-OK
              PERFORM 0001-CONVERTE
              IF TEM-HIST AND CONVERTE-OK
                 PERFORM 0002-CONVERTE-HIST
              END-IF
           END-IF
           PERFORM 0003-TERMINA
           STOP RUN.
      *----------------------------------------------------------------*


       0000-INICIA.
           DISPLAY SS-MENU
           ACCEPT  SS-MENU

           IF NOT CONFIRMA-SIM
              MOVE "N" TO WS-CONVERTE
           ELSE
              OPEN INPUT ITENS-ANT
              IF WT-ST-ORIGEM NOT = "00"
                 MOVE "N" TO WS-CONVERTE
                 DISPLAY "ERRO ABERTURA vendasitens.ant: STATUS "
                         WT-ST-ORIGEM
                 DISPLAY "RENOMEIE O vendasitens.dat ATUAL PARA "
                         "vendasitens.ant ANTES DE EXECUTAR"
              ELSE
                 OPEN OUTPUT ITENS
                 IF WT-ST-DESTINO NOT = "00"
                    MOVE "N" TO WS-CONVERTE
                    DISPLAY "ERRO ABERTURA vendasitens.dat: STATUS "
                            WT-ST-DESTINO
                 END-IF
              END-IF
           END-IF.

           IF CONFIRMA-SIM AND CONVERTE-OK
              OPEN INPUT HIST-ANT
              IF WT-ST-HIST-ORIGEM = "00"
                 MOVE "S" TO WS-TEM-HIST
                 OPEN OUTPUT HIST
                 IF WT-ST-HIST-DESTINO NOT = "00"
                    MOVE "N" TO WS-CONVERTE
                    DISPLAY "ERRO ABERTURA vendasitenshist.dat: "
                            "STATUS " WT-ST-HIST-DESTINO
                 END-IF
              ELSE
                 DISPLAY "SEM vendasitenshist.ant - HISTORICO DO "
                         "EXPURGO NAO CONVERTIDO"
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LE OS ITENS NO LAYOUT ANTIGO E GRAVA CADA UM NO LAYOUT NOVO,
      * COM OS DADOS DO ITEM COPIADOS E OS IMPOSTOS ZERADOS
      *----------------------------------------------------------------*
       0001-CONVERTE.

           MOVE "N" TO WS-FIM-ORIGEM.
           PERFORM UNTIL FIM-ORIGEM OR NOT CONVERTE-OK
              READ ITENS-ANT NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ORIGEM
              END-READ
              IF NOT FIM-ORIGEM
                 ADD 1 TO WT-CT-LIDOS
                 PERFORM 0004-GRAVA-ITEM
              END-IF
           END-PERFORM.

           CLOSE ITENS-ANT.
           CLOSE ITENS.

      *----------------------------------------------------------------*
      * MESMA CONVERSAO PARA O HISTORICO DE ITENS DO EXPURGO
      *----------------------------------------------------------------*
       0002-CONVERTE-HIST.

           MOVE "N" TO WS-FIM-ORIGEM.
           PERFORM UNTIL FIM-ORIGEM OR NOT CONVERTE-OK
              READ HIST-ANT NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ORIGEM
              END-READ
              IF NOT FIM-ORIGEM
                 ADD 1 TO WT-CT-HIST-LIDOS
                 PERFORM 0005-GRAVA-HIST
              END-IF
           END-PERFORM.

           CLOSE HIST-ANT.
           CLOSE HIST.

      *----------------------------------------------------------------*
      * MONTA O ITEM NO LAYOUT NOVO EM FD-ITEM A PARTIR DE FSA-
      *----------------------------------------------------------------*
       0004-GRAVA-ITEM.

           PERFORM 0006-MONTA-ITEM.
           MOVE FSA-KEY   TO FS5-KEY.
           MOVE FSA-DADOS TO FS5-DADOS.

           WRITE FD-ITEM
               INVALID KEY
                   MOVE "N" TO WS-CONVERTE
                   DISPLAY "ERRO GRAVANDO ITEM " FS5-NUMVENDA
                           "/" FS5-SEQ
           END-WRITE.

           IF CONVERTE-OK
              ADD 1 TO WT-CT-GRAVADOS
           END-IF.

      *----------------------------------------------------------------*
      * MONTA O ITEM DO HISTORICO NO LAYOUT NOVO (VIA FD-ITEM)
      *----------------------------------------------------------------*
       0005-GRAVA-HIST.

           PERFORM 0006-MONTA-ITEM.
           MOVE FSB-KEY   TO FS5-KEY.
           MOVE FSB-DADOS TO FS5-DADOS.
           MOVE FD-ITEM   TO FD-HIST.

           WRITE FD-HIST
               INVALID KEY
                   MOVE "N" TO WS-CONVERTE
                   DISPLAY "ERRO GRAVANDO ITEM DO HISTORICO "
                           FSI-NUMVENDA "/" FSI-SEQ
           END-WRITE.

           IF CONVERTE-OK
              ADD 1 TO WT-CT-HIST-GRAVADOS
           END-IF.

      *----------------------------------------------------------------*
      * IMPOSTOS ZERADOS E CST EM BRANCO NO ITEM CONVERTIDO
      *----------------------------------------------------------------*
       0006-MONTA-ITEM.

           MOVE SPACES TO FD-ITEM.
           MOVE ZEROS  TO FS5-CFOP
                          FS5-ICMS-BASE   FS5-ICMS-ALIQ   FS5-ICMS-VALOR
                          FS5-IPI-BASE    FS5-IPI-ALIQ    FS5-IPI-VALOR
                          FS5-PIS-BASE    FS5-PIS-ALIQ    FS5-PIS-VALOR
                          FS5-COFINS-BASE FS5-COFINS-ALIQ
                          FS5-COFINS-VALOR.

       0003-TERMINA.

           IF CONFIRMA-SIM
              DISPLAY "ITENS LIDOS.............: " WT-CT-LIDOS
              DISPLAY "ITENS GRAVADOS..........: " WT-CT-GRAVADOS
              IF TEM-HIST
                 DISPLAY "ITENS DO HISTORICO LIDOS: " WT-CT-HIST-LIDOS
                 DISPLAY "ITENS DO HISTORICO GRAV.: "
                         WT-CT-HIST-GRAVADOS
              END-IF
              IF CONVERTE-OK
                 AND WT-CT-LIDOS = WT-CT-GRAVADOS
                 AND WT-CT-HIST-LIDOS = WT-CT-HIST-GRAVADOS
                 DISPLAY "CONVERSAO CONCLUIDA"
              ELSE
                 DISPLAY "CONVERSAO NAO CONFERIDA - NAO LIBERE OS "
                         "ARQUIVOS NOVOS"
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "CONVERSAO NAO EXECUTADA"
           END-IF.
