      *                           ATRASO E DIARIO DE RECEBIMENTOS
      *               02/09/2026  CARIMBO DE OPERADOR NA BAIXA E
      *                           DIARIO DE MOVIMENTOS DO DIA
      *               15/10/2026  BAIXA TOTAL OU PARCIAL COM O SALDO
      *                           DE CREDITO DO CLIENTE (FORMA "R")
      *

      *===============================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

           SELECT FILE5 ASSIGN TO DISK "creditos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK "creditosmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT6.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
           05 FSP-MULTA-PCT   PIC 9(002)V9(002).

      * DIARIO DE MOVIMENTOS DO DIA - MESMO LEIAUTE GRAVADO PELO
      * VENDAS, AQUI COM O TIPO "B" DE BAIXA OU "U" DE BAIXA PELO
      * CREDITO DO CLIENTE
       FD FILE4.
       01 FILE4-REC.
           05 FSM-DATA        PIC 9(008).
           05 FSM-PARCELA     PIC 9(002).
           05 FSM-VALOR       PIC 9(009)V9(002).

      * SALDO DE CREDITO DO CLIENTE (creditos.dat)
       FD FILE5.
       01 FILE5-REC.
           05 FS5-KEY.
               10 FS5-CODCLI    PIC 9(007).
           05 FS5-VALOR-CREDITO PIC 9(009)V9(002).

      * MOVIMENTO DO CREDITO DO CLIENTE (creditosmov.dat) - MESMO
      * LEIAUTE GRAVADO PELO VENDAS E PELA DEVOLUCAO
       FD FILE6.
       01 FILE6-REC.
           05 FSC-DATA        PIC 9(008).
           05 FSC-HORA        PIC 9(006).
           05 FSC-CODOPER     PIC 9(004).
           05 FSC-CODCLI      PIC 9(007).
           05 FSC-TIPO        PIC X(001).
           05 FSC-ORIGEM      PIC X(001).
           05 FSC-NUMVENDA    PIC 9(007).
           05 FSC-PARCELA     PIC 9(002).
           05 FSC-VALOR       PIC 9(009)V9(002).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
       01 WS-VLR-RECEBIDO  PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-VLR-PRINCIPAL PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-FORMA-PAGTO   PIC X(01) VALUE SPACES.
           88 FORMA-VALIDA VALUES ARE "D" "C" "T" "R".
           88 FORMA-CREDITO VALUE "R".
       01 WS-CRED-DISP     PIC 9(09)V9(02) VALUE ZEROS.
       01 ED-CREDITO       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-HORA-COMP     PIC 9(08) VALUE ZEROS.
       01 WS-HORA-BAIXA    PIC 9(06) VALUE ZEROS.
       01 ED-SALDO         PIC ZZZ.ZZZ.ZZ9,99.
       77 FS-STAT4 PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5 PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
       77 FS-STAT6 PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

               05  LINE  17 COLUMN 07 VALUE
                    "Valor Recebido.........:".
               05  LINE  18 COLUMN 07 VALUE
                    "Forma Pagto (D/C/T/R)..:".
               05  LINE  19 COLUMN 07 VALUE
                    "Credito do Cliente.....:".

               05  T-JUROS LINE 15  COLUMN 34  PIC ZZZZZ9,99
                            FROM WS-VLR-JUROS HIGHLIGHT.
                            USING WS-VLR-RECEBIDO HIGHLIGHT.
               05  T-FORMA LINE 18  COLUMN 34  PIC X(01)
                            USING WS-FORMA-PAGTO HIGHLIGHT.
               05  LINE 18 COLUMN 37 VALUE "(R = CREDITO DO CLIENTE)".
               05  T-CRED-DISP LINE 19  COLUMN 34  PIC ZZZZZZZ9,99
                            FROM WS-CRED-DISP HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           PERFORM 2250-CALCULA-ENCARGOS.
           COMPUTE WS-VLR-RECEBIDO =
                   WS-SALDO-ABERTO + WS-VLR-JUROS + WS-VLR-MULTA.
           PERFORM 2260-LE-CREDITO.
           DISPLAY SS-BAIXA.

       2200-RECEBIDO.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-FORMA
              IF NOT FORMA-VALIDA
                 MOVE "FORMA DEVE SER D, C, T OU R" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FORMA-CREDITO
                    AND WS-VLR-RECEBIDO > WS-CRED-DISP
                    MOVE WS-CRED-DISP TO ED-CREDITO
                    MOVE SPACES TO WS-MSGERRO
                    STRING "CREDITO INSUFICIENTE - DISPONIVEL: "
                           ED-CREDITO INTO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

                     NOT INVALID KEY
                         PERFORM 2300-GRAVA-DIARIO
                         PERFORM 2350-GRAVA-MOVIMENTO
                         IF FORMA-CREDITO
                            PERFORM 2360-USA-CREDITO
                         END-IF
                         IF FS-STATUS-PAGA
                            MOVE "PARCELA QUITADA COM SUCESSO" TO
                                 WS-MSGERRO
       2250-CALCULA-ENCARGOS-FIM.
           EXIT.

      * -----------------------------------
      * SALDO DE CREDITO DO CLIENTE DA PARCELA, PARA A BAIXA COM A
      * FORMA "R"
       2260-LE-CREDITO SECTION.
       2260.
           MOVE ZEROS TO WS-CRED-DISP.
           MOVE FS-CODCLI TO FS5-CODCLI.
           READ FILE5 KEY IS FS5-KEY.
           IF FS5-OK
              MOVE FS5-VALOR-CREDITO TO WS-CRED-DISP
           END-IF.

       2260-LE-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A BAIXA NO DIARIO DE RECEBIMENTOS
       2300-GRAVA-DIARIO SECTION.
           EXIT.

      * -----------------------------------
      * GRAVA A BAIXA NO DIARIO DE MOVIMENTOS DO DIA (TIPO "B", OU
      * "U" QUANDO PAGA COM O CREDITO DO CLIENTE)
       2350-GRAVA-MOVIMENTO SECTION.
       2350.
           ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD.
           MOVE WS-DATA-MOV       TO FSM-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSM-HORA.
           MOVE WS-CODOPER        TO FSM-CODOPER.
           IF FORMA-CREDITO
              MOVE "U"            TO FSM-TIPO
           ELSE
              MOVE "B"            TO FSM-TIPO
           END-IF.
           MOVE FS-NUMVENDA       TO FSM-NUMVENDA.
           MOVE FS-PARCELA        TO FSM-PARCELA.
           MOVE WS-VLR-RECEBIDO   TO FSM-VALOR.
       2350-GRAVA-MOVIMENTO-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA DO SALDO DE CREDITO DO CLIENTE O VALOR RECEBIDO COM A
      * FORMA "R" E REGISTRA A UTILIZACAO NO MOVIMENTO DO CREDITO
       2360-USA-CREDITO SECTION.
       2360.
           MOVE FS-CODCLI TO FS5-CODCLI.
           READ FILE5 KEY IS FS5-KEY.
           IF FS5-OK
              IF FS5-VALOR-CREDITO > WS-VLR-RECEBIDO
                 SUBTRACT WS-VLR-RECEBIDO FROM FS5-VALOR-CREDITO
              ELSE
                 MOVE ZEROS TO FS5-VALOR-CREDITO
              END-IF
              REWRITE FILE5-REC
              END-REWRITE
           END-IF.

           ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMP FROM TIME.
           INITIALIZE FILE6-REC.
           MOVE WS-DATA-MOV        TO FSC-DATA.
           MOVE WS-HORA-COMP (1:6) TO FSC-HORA.
           MOVE WS-CODOPER         TO FSC-CODOPER.
           MOVE FS-CODCLI          TO FSC-CODCLI.
           MOVE "U"                TO FSC-TIPO.
           MOVE "R"                TO FSC-ORIGEM.
           MOVE FS-NUMVENDA        TO FSC-NUMVENDA.
           MOVE FS-PARCELA         TO FSC-PARCELA.
           MOVE WS-VLR-RECEBIDO    TO FSC-VALOR.
           WRITE FILE6-REC.

       2360-USA-CREDITO-FIM.
           EXIT.

      * -----------------------------------
      * LISTA AS PARCELAS DE UMA VENDA
       3000-CONSULTA SECTION.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE4 FILE5 FILE6.

       8000-FINALIZA-FIM.
           EXIT.
               OPEN EXTEND FILE4
           END-IF.

           OPEN I-O FILE5
           IF FS5-NAO-EXISTE THEN
               OPEN OUTPUT FILE5
               CLOSE FILE5
               OPEN I-O FILE5
           END-IF.

           OPEN EXTEND FILE6
           IF FS6-NAO-EXISTE THEN
               OPEN OUTPUT FILE6
               CLOSE FILE6
               OPEN EXTEND FILE6
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

