       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    HIERARQUIA-VENDAS.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     HIERARQUIA-VENDAS
      *
      * OBJETIVO:     DEVOLVER AO CHAMADOR A EQUIPE, O SUPERVISOR E A
      *               REGIONAL DE UM VENDEDOR NUMA DATA, CONFORME AS
      *               VIGENCIAS CADASTRADAS NO PROGRAMA EQUIPES
      *               (equipesvend.dat, equipes.dat, regionais.dat).
      *               VALE A VIGENCIA DE MAIOR DATA DE INICIO QUE NAO
      *               SEJA POSTERIOR A DATA PEDIDA. OS ARQUIVOS SAO
      *               ABERTOS NA PRIMEIRA CHAMADA E FICAM ABERTOS ATE
      *               A FUNCAO F (FECHAR). COM OS ARQUIVOS AUSENTES
      *               TODO VENDEDOR FICA SEM EQUIPE
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  HIERARQUIA DE EQUIPES DE VENDA
      *

      *===============================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK
                 "regionais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "equipes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY.

           SELECT FILE3 ASSIGN TO DISK
                 "equipesvend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

       DATA DIVISION.
       FILE SECTION.
      * REGIONAIS DE VENDA
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODREGIONAL  PIC 9(003).
           05 FS-NOME             PIC X(030).
           05 FS-CODGERENTE       PIC 9(006).
           05 FILLER              PIC X(010).

      * EQUIPES DE VENDA - UM REGISTRO POR VIGENCIA DA EQUIPE
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODEQUIPE   PIC 9(004).
               10 FS2-DATA-INICIO PIC 9(008).
           05 FS2-NOME            PIC X(030).
           05 FS2-CODSUPERV       PIC 9(006).
           05 FS2-CODREGIONAL     PIC 9(003).
           05 FS2-PERC-OVERRIDE   PIC 9(002)V9(002).
           05 FS2-STATUS          PIC X(001).
               88 FS2-STATUS-ATIVA    VALUE "A".
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FILLER              PIC X(010).

      * VENDEDOR NA EQUIPE - UM REGISTRO POR VIGENCIA DO VENDEDOR
      * (EQUIPE ZERO = VENDEDOR SEM EQUIPE A PARTIR DA DATA)
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODVEN      PIC 9(006).
               10 FS3-DATA-INICIO PIC 9(008).
           05 FS3-CODEQUIPE       PIC 9(004).
           05 FILLER              PIC X(010).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 FS-STAT2 PIC 9(02).
           88 FS2-OK        VALUE ZEROS.
       77 FS-STAT3 PIC 9(02).
           88 FS3-OK        VALUE ZEROS.

      * SITUACAO DOS ARQUIVOS NESTA EXECUCAO
       01 WS-ARQUIVOS.
           05 WS-ABERTOS     PIC X(001) VALUE "N".
               88 ARQUIVOS-ABERTOS VALUE "S".
           05 WS-REG-ABERTO  PIC X(001) VALUE "N".
               88 REG-ABERTO       VALUE "S".
           05 WS-EQP-ABERTO  PIC X(001) VALUE "N".
               88 EQP-ABERTO       VALUE "S".
           05 WS-VEN-ABERTO  PIC X(001) VALUE "N".
               88 VEN-ABERTO       VALUE "S".

       77 WS-FIM-LEITURA PIC X(01) VALUE "N".
           88 FIM-LEITURA VALUE "S".
       77 WS-ACHOU       PIC X(01) VALUE "N".
           88 VIGENCIA-ACHOU VALUE "S".

      * ULTIMA VIGENCIA DA EQUIPE ENCONTRADA ATE A DATA PEDIDA
       01 WS-VIGENCIA.
           05 WS-VG-NOME          PIC X(030) VALUE SPACES.
           05 WS-VG-CODSUPERV     PIC 9(006) VALUE ZEROS.
           05 WS-VG-CODREGIONAL   PIC 9(003) VALUE ZEROS.
           05 WS-VG-PERC-OVERRIDE PIC 9(002)V9(002) VALUE ZEROS.
           05 WS-VG-STATUS        PIC X(001) VALUE SPACES.
               88 VG-ATIVA VALUE "A".
       77 WS-VG-CODEQUIPE PIC 9(004) VALUE ZEROS.

       LINKAGE SECTION.
       COPY hierarquia.

       PROCEDURE DIVISION USING HV-PARM.
       0000-CONTROLE SECTION.
       0000.
           IF HV-FECHAR
              PERFORM 8000-FECHA-ARQUIVOS
              GOBACK
           END-IF.

           IF NOT ARQUIVOS-ABERTOS
              PERFORM 1000-ABRE-ARQUIVOS
           END-IF.

           MOVE "N" TO HV-RESULT.
           EVALUATE TRUE
               WHEN HV-POR-VENDEDOR
                    PERFORM 2000-EQUIPE-DO-VENDEDOR
               WHEN HV-POR-EQUIPE
                    PERFORM 3000-VIGENCIA-EQUIPE
               WHEN HV-POR-REGIONAL
                    PERFORM 4000-LE-REGIONAL
           END-EVALUATE.

           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
      * ABRE OS TRES ARQUIVOS PARA CONSULTA. ARQUIVO AUSENTE FICA
      * FECHADO E A PESQUISA NELE DEVOLVE "NAO ACHOU"
       1000-ABRE-ARQUIVOS SECTION.
       1000.
           OPEN INPUT FILE1.
           IF FS-OK
              MOVE "S" TO WS-REG-ABERTO
           END-IF.
           OPEN INPUT FILE2.
           IF FS2-OK
              MOVE "S" TO WS-EQP-ABERTO
           END-IF.
           OPEN INPUT FILE3.
           IF FS3-OK
              MOVE "S" TO WS-VEN-ABERTO
           END-IF.
           MOVE "S" TO WS-ABERTOS.

       1000-ABRE-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * EQUIPE DO VENDEDOR NA DATA: ULTIMA VIGENCIA DO VENDEDOR COM
      * INICIO ATE A DATA. EQUIPE ZERO = SEM EQUIPE
       2000-EQUIPE-DO-VENDEDOR SECTION.
       2000.
           MOVE ZEROS TO HV-CODEQUIPE HV-CODSUPERV HV-PERC-OVERRIDE
                         HV-CODREGIONAL HV-CODGERENTE.
           MOVE SPACES TO HV-NOME-EQUIPE HV-NOME-REGIONAL.
           IF NOT VEN-ABERTO
              GO TO 2000-EQUIPE-DO-VENDEDOR-FIM
           END-IF.

           MOVE ZEROS TO WS-VG-CODEQUIPE.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE HV-CODVEN TO FS3-CODVEN.
           MOVE ZEROS     TO FS3-DATA-INICIO.
           START FILE3 KEY IS NOT LESS THAN FS3-KEY
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START.

           PERFORM UNTIL FIM-LEITURA
              READ FILE3 NEXT
                 AT END MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF NOT FS3-OK
                    OR FS3-CODVEN NOT = HV-CODVEN
                    OR FS3-DATA-INICIO > HV-DATA
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    MOVE "S" TO WS-ACHOU
                    MOVE FS3-CODEQUIPE TO WS-VG-CODEQUIPE
                 END-IF
              END-IF
           END-PERFORM.

           IF VIGENCIA-ACHOU AND WS-VG-CODEQUIPE NOT = ZEROS
              MOVE WS-VG-CODEQUIPE TO HV-CODEQUIPE
              PERFORM 3000-VIGENCIA-EQUIPE
           END-IF.

       2000-EQUIPE-DO-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * VIGENCIA DA EQUIPE NA DATA. EQUIPE INATIVA NA VIGENCIA
      * ENCONTRADA E TRATADA COMO SEM EQUIPE
       3000-VIGENCIA-EQUIPE SECTION.
       3000.
           IF NOT EQP-ABERTO
              GO TO 3000-VIGENCIA-EQUIPE-FIM
           END-IF.

           INITIALIZE WS-VIGENCIA.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE HV-CODEQUIPE TO FS2-CODEQUIPE.
           MOVE ZEROS        TO FS2-DATA-INICIO.
           START FILE2 KEY IS NOT LESS THAN FS2-KEY
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START.

           PERFORM UNTIL FIM-LEITURA
              READ FILE2 NEXT
                 AT END MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF NOT FS2-OK
                    OR FS2-CODEQUIPE NOT = HV-CODEQUIPE
                    OR FS2-DATA-INICIO > HV-DATA
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    MOVE "S" TO WS-ACHOU
                    MOVE FS2-NOME          TO WS-VG-NOME
                    MOVE FS2-CODSUPERV     TO WS-VG-CODSUPERV
                    MOVE FS2-CODREGIONAL   TO WS-VG-CODREGIONAL
                    MOVE FS2-PERC-OVERRIDE TO WS-VG-PERC-OVERRIDE
                    MOVE FS2-STATUS        TO WS-VG-STATUS
                 END-IF
              END-IF
           END-PERFORM.

           IF VIGENCIA-ACHOU AND VG-ATIVA
              MOVE WS-VG-NOME          TO HV-NOME-EQUIPE
              MOVE WS-VG-CODSUPERV     TO HV-CODSUPERV
              MOVE WS-VG-CODREGIONAL   TO HV-CODREGIONAL
              MOVE WS-VG-PERC-OVERRIDE TO HV-PERC-OVERRIDE
              PERFORM 4000-LE-REGIONAL
              MOVE "S" TO HV-RESULT
           ELSE
              MOVE ZEROS  TO HV-CODEQUIPE HV-CODSUPERV
                             HV-PERC-OVERRIDE HV-CODREGIONAL
                             HV-CODGERENTE
              MOVE SPACES TO HV-NOME-EQUIPE HV-NOME-REGIONAL
              MOVE "N" TO HV-RESULT
           END-IF.

       3000-VIGENCIA-EQUIPE-FIM.
           EXIT.

      * -----------------------------------
      * NOME E GERENTE DA REGIONAL
       4000-LE-REGIONAL SECTION.
       4000.
           MOVE SPACES TO HV-NOME-REGIONAL.
           MOVE ZEROS  TO HV-CODGERENTE.
           MOVE "N" TO HV-RESULT.
           IF NOT REG-ABERTO OR HV-CODREGIONAL = ZEROS
              GO TO 4000-LE-REGIONAL-FIM
           END-IF.

           MOVE HV-CODREGIONAL TO FS-CODREGIONAL.
           READ FILE1 KEY IS FS-KEY.
           IF FS-OK
              MOVE FS-NOME       TO HV-NOME-REGIONAL
              MOVE FS-CODGERENTE TO HV-CODGERENTE
              MOVE "S" TO HV-RESULT
           END-IF.

       4000-LE-REGIONAL-FIM.
           EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS ABERTOS. A PROXIMA CHAMADA REABRE,
      * ENXERGANDO O QUE O CADASTRO DE EQUIPES TIVER GRAVADO
       8000-FECHA-ARQUIVOS SECTION.
       8000.
           IF REG-ABERTO
              CLOSE FILE1
           END-IF.
           IF EQP-ABERTO
              CLOSE FILE2
           END-IF.
           IF VEN-ABERTO
              CLOSE FILE3
           END-IF.
           MOVE "N" TO WS-REG-ABERTO WS-EQP-ABERTO WS-VEN-ABERTO
                       WS-ABERTOS.

       8000-FECHA-ARQUIVOS-FIM.
           EXIT.
