      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               21/06/2019  MANTER VENDEDORES
      *               15/10/2026  CAPACIDADE MAXIMA E MINIMA DE CLIENTES
      *                           NA CARTEIRA DO VENDEDOR
      *


           05 FS-STATUS     PIC X(001).
               88 FS-STATUS-ATIVA    VALUE "A".
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-CAP-MAXIMA PIC 9(004).
           05 FS-CAP-MINIMA PIC 9(004).
           05 FILLER        PIC X(08).

       FD FILE2.
       01 FILE2-REC.
                    "Latitude...............:".
               05  LINE  13 COLUMN 07  VALUE
                    "Longitude.............:".
               05  LINE  15 COLUMN 07  VALUE
                    "Capacidade max. clientes:".
               05  LINE  15 COLUMN 40  VALUE
                    "(0 = PADRAO DA DISTRIBUICAO)".
               05  LINE  17 COLUMN 07  VALUE
                    "Capacidade min. clientes:".
               05  LINE  17 COLUMN 40  VALUE
                    "(0 = PADRAO DA DISTRIBUICAO)".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

                            USING FS-LATITUDE   HIGHLIGHT.
               05  T-LONGI LINE 13  COLUMN 34  PIC ZZ9,99999999
                            USING FS-LONGITUDE   HIGHLIGHT.
               05  T-CAPMAX LINE 15 COLUMN 34  PIC ZZZ9
                            USING FS-CAP-MAXIMA  HIGHLIGHT.
               05  T-CAPMIN LINE 17 COLUMN 34  PIC ZZZ9
                            USING FS-CAP-MINIMA  HIGHLIGHT.

           01  SS-IMPORTACAO.
               05  LINE  05 COLUMN 07  VALUE
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              PERFORM 2500-ACEITA-CAPACIDADE
           END-IF.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY "    " at 1534.
           DISPLAY "    " at 1734.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * CAPACIDADE DA CARTEIRA USADA NA GERACAO DA DISTRIBUICAO
      * -----------------------------------
       2500-ACEITA-CAPACIDADE SECTION.
       2500.
           IF FS-CAP-MAXIMA NOT NUMERIC
              MOVE ZEROS TO FS-CAP-MAXIMA
           END-IF.
           IF FS-CAP-MINIMA NOT NUMERIC
              MOVE ZEROS TO FS-CAP-MINIMA
           END-IF.

           ACCEPT T-CAPMAX.
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO 2500-ACEITA-CAPACIDADE-FIM
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CAPMIN
              IF FS-CAP-MAXIMA NOT EQUAL ZEROS
                 AND FS-CAP-MINIMA > FS-CAP-MAXIMA
                 MOVE "CAPACIDADE MINIMA MAIOR QUE A MAXIMA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-EXIT.

       2500-ACEITA-CAPACIDADE-FIM.
           EXIT.

      * -----------------------------------
       2600-NORMALIZA-CAPACIDADE SECTION.
       2600.
           IF FS-CAP-MAXIMA NOT NUMERIC
              MOVE ZEROS TO FS-CAP-MAXIMA
           END-IF.
           IF FS-CAP-MINIMA NOT NUMERIC
              MOVE ZEROS TO FS-CAP-MINIMA
           END-IF.

       2600-NORMALIZA-CAPACIDADE-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.

       3000-EXIBE-DADOS.
           DISPLAY WS-LIMPA at 2118
           PERFORM 2600-NORMALIZA-CAPACIDADE
           DISPLAY SS-DADOS
           MOVE FS-CPF (1:3)  TO WS-CPF-MS1
           MOVE FS-CPF (4:3)  TO WS-CPF-MS2

       4000-EXIBE-DADOS.
           DISPLAY WS-LIMPA at 2118
           PERFORM 2600-NORMALIZA-CAPACIDADE
           DISPLAY SS-DADOS
           MOVE FS-CPF (1:3)  TO WS-CPF-MS1
           MOVE FS-CPF (4:3)  TO WS-CPF-MS2
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              PERFORM 2500-ACEITA-CAPACIDADE
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 2600-NORMALIZA-CAPACIDADE
                  DISPLAY SS-DADOS
                  MOVE FS-CPF (1:3)  TO WS-CPF-MS1
                  MOVE FS-CPF (4:3)  TO WS-CPF-MS2
