      *               22/08/2026  MANTER OPERADORES
      *               02/09/2026  DESBLOQUEIO DE OPERADOR E CONTROLE
      *                           DE EXPIRACAO DA SENHA
      *               15/10/2026  RESTRICAO DO OPERADOR A UMA EQUIPE
      *                           OU REGIONAL NA CONSULTA DE VENDAS
      *

      *===============================================================*
           05 FS-SENHA-ANT1 PIC X(008).
           05 FS-SENHA-ANT2 PIC X(008).
           05 FS-SENHA-ANT3 PIC X(008).
           05 FS-CODEQUIPE  PIC 9(004).
           05 FS-CODREGIONAL PIC 9(003).
           05 FILLER        PIC X(003).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

      * VALIDACAO DA EQUIPE E DA REGIONAL DO OPERADOR
       COPY hierarquia.

       77 ST-ERRO PIC X(02) VALUE "00".
       77 MENS1   PIC X(01).
       77 WS-OPCAO PIC X.
                    "Senha..................:".
               05  LINE  11 COLUMN 07 VALUE
                    "Nivel (1=OPER 2=SUPERV):".
               05  LINE  13 COLUMN 07 VALUE
                    "Equipe (0=todas).......:".
               05  LINE  15 COLUMN 07 VALUE
                    "Regional (0=todas).....:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

                            USING FS-SENHA  SECURE  HIGHLIGHT.
               05  T-NIVEL LINE 11  COLUMN 34  PIC 9(01)
                            USING FS-NIVEL    HIGHLIGHT.
               05  T-CODEQUIPE LINE 13  COLUMN 34  PIC ZZZ9
                            USING FS-CODEQUIPE   HIGHLIGHT.
               05  T-CODREGIONAL LINE 15  COLUMN 34  PIC ZZ9
                            USING FS-CODREGIONAL HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
              END-IF
           END-PERFORM.

           PERFORM 2500-ACEITA-RESTRICAO.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 1534.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * RESTRICAO DO OPERADOR NA CONSULTA DE VENDAS: SO AS VENDAS
      * DA EQUIPE E/OU DA REGIONAL INFORMADA (ZERO = TODAS). A
      * EQUIPE TEM QUE ESTAR ATIVA HOJE E A REGIONAL CADASTRADA
       2500-ACEITA-RESTRICAO SECTION.
       2500.
      * OPERADOR GRAVADO ANTES DA RESTRICAO TEM BRANCOS NOS CAMPOS
           IF FS-CODEQUIPE NOT NUMERIC
              MOVE ZEROS TO FS-CODEQUIPE
           END-IF.
           IF FS-CODREGIONAL NOT NUMERIC
              MOVE ZEROS TO FS-CODREGIONAL
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODEQUIPE
              MOVE SPACES TO HV-NOME-EQUIPE
              IF FS-CODEQUIPE = ZEROS
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "E"          TO HV-FUNCAO
                 MOVE FS-CODEQUIPE TO HV-CODEQUIPE
                 MOVE WS-DATA-HOJE TO HV-DATA
                 CALL "HIERARQUIA-VENDAS" USING HV-PARM
                 IF HV-ACHOU
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE "EQUIPE NAO CADASTRADA OU INATIVA" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              END-IF
              DISPLAY HV-NOME-EQUIPE at 1342
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODREGIONAL
              MOVE SPACES TO HV-NOME-REGIONAL
              IF FS-CODREGIONAL = ZEROS
                 MOVE 99 TO FS-EXIT
              ELSE
                 MOVE "R"            TO HV-FUNCAO
                 MOVE FS-CODREGIONAL TO HV-CODREGIONAL
                 CALL "HIERARQUIA-VENDAS" USING HV-PARM
                 IF HV-ACHOU
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE "REGIONAL NAO CADASTRADA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              END-IF
              DISPLAY HV-NOME-REGIONAL at 1542
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.

       2500-ACEITA-RESTRICAO-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.
              END-IF
           END-PERFORM.

           PERFORM 2500-ACEITA-RESTRICAO.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
       8000-FINALIZA SECTION.
           IF NOT (NOT LOGON-OK OR WS-NIVEL < 2)
              CLOSE FILE1
              MOVE "F" TO HV-FUNCAO
              CALL "HIERARQUIA-VENDAS" USING HV-PARM
           END-IF.

       8000-FINALIZA-FIM.
