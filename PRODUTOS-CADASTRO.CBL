      *               ----------  --------------------------------------
      *               22/08/2026  MANTER PRODUTOS
      *               02/09/2026  ESTOQUE MINIMO E MAXIMO POR PRODUTO
      *               15/10/2026  CUSTO MEDIO PONDERADO, ATUALIZADO
      *                           PELA ENTRADA DE MERCADORIAS
      *               15/10/2026  CLASSIFICACAO FISCAL DO PRODUTO (NCM,
      *                           CFOP, CST E ALIQUOTAS) EM
      *                           produtosfiscal.dat
      *

      *===============================================================*
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.

           SELECT FILE2 ASSIGN TO DISK
                 "produtosfiscal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-EST-MINIMO PIC 9(007).
           05 FS-EST-MAXIMO PIC 9(007).
           05 FS-CUSTO-MEDIO PIC 9(007)V9(002).
           05 FILLER        PIC X(001).

      * CLASSIFICACAO FISCAL DO PRODUTO - USADA NO CALCULO DOS
      * IMPOSTOS DOS ITENS DA VENDA. O CFOP E O DA SAIDA DENTRO DA
      * UF (5XXX); NA SAIDA PARA OUTRA UF A VENDA TROCA O 5 POR 6.
      * CST = ORIGEM + SITUACAO TRIBUTARIA DO ICMS
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-CODIGO     PIC 9(006).
           05 FS2-NCM            PIC 9(008).
           05 FS2-CFOP           PIC 9(004).
           05 FS2-CST            PIC X(003).
           05 FS2-ALIQ-ICMS      PIC 9(002)V9(002).
           05 FS2-ALIQ-IPI       PIC 9(002)V9(002).
           05 FS2-ALIQ-PIS       PIC 9(002)V9(002).
           05 FS2-ALIQ-COFINS    PIC 9(002)V9(002).
           05 FS2-DATA-ALT       PIC 9(008).
           05 FS2-OPER-ALT       PIC 9(004).
           05 FILLER             PIC X(010).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT2 PIC 9(02).
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

                    "Estoque Minimo.........:".
               05  LINE  15 COLUMN 07  VALUE
                    "Estoque Maximo.........:".
               05  LINE  17 COLUMN 07  VALUE
                    "Custo Medio............:".
               05  LINE  09 COLUMN 46  VALUE
                    "NCM...........:".
               05  LINE  10 COLUMN 46  VALUE
                    "CFOP..........:".
               05  LINE  11 COLUMN 46  VALUE
                    "CST...........:".
               05  LINE  13 COLUMN 46  VALUE
                    "% ICMS........:".
               05  LINE  14 COLUMN 46  VALUE
                    "% IPI.........:".
               05  LINE  15 COLUMN 46  VALUE
                    "% PIS.........:".
               05  LINE  16 COLUMN 46  VALUE
                    "% COFINS......:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

                            USING FS-EST-MINIMO HIGHLIGHT.
               05  T-EST-MAXIMO LINE 15  COLUMN 34  PIC ZZZZZZ9
                            USING FS-EST-MAXIMO HIGHLIGHT.
      * O CUSTO MEDIO E SO MOSTRADO - QUEM O ATUALIZA E A ENTRADA
               05  T-CUSTO-MEDIO LINE 17  COLUMN 34  PIC ZZZZZ9,99
                            FROM FS-CUSTO-MEDIO HIGHLIGHT.
               05  T-NCM LINE 09  COLUMN 62  PIC 9(08)
                            USING FS2-NCM HIGHLIGHT.
               05  T-CFOP LINE 10  COLUMN 62  PIC 9(04)
                            USING FS2-CFOP HIGHLIGHT.
               05  T-CST LINE 11  COLUMN 62  PIC X(03)
                            USING FS2-CST HIGHLIGHT.
               05  T-ALIQ-ICMS LINE 13  COLUMN 62  PIC Z9,99
                            USING FS2-ALIQ-ICMS HIGHLIGHT.
               05  T-ALIQ-IPI LINE 14  COLUMN 62  PIC Z9,99
                            USING FS2-ALIQ-IPI HIGHLIGHT.
               05  T-ALIQ-PIS LINE 15  COLUMN 62  PIC Z9,99
                            USING FS2-ALIQ-PIS HIGHLIGHT.
               05  T-ALIQ-COFINS LINE 16  COLUMN 62  PIC Z9,99
                            USING FS2-ALIQ-COFINS HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           DISPLAY SS-DADOS.

           INITIALIZE FILE1-REC.
           INITIALIZE FILE2-REC.

       2100-CODIGO.
           MOVE ZEROS TO FS-EXIT.
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2700-ACEITA-FISCAL
           END-IF.
           MOVE ZEROS TO FS-EXIT.

           IF COB-CRT-STATUS = COB-SCR-ESC
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
               PERFORM 2350-GRAVA-FISCAL
               INITIALIZE FILE1-REC
               INITIALIZE FILE2-REC
               MOVE "PRODUTO INCLUIDO COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
       2300-GRAVAR-FIM.
           EXIT.

      * GRAVA A CLASSIFICACAO FISCAL DO PRODUTO DA TELA
       2350-GRAVA-FISCAL SECTION.
       2350.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE FS-CODIGO        TO FS2-CODIGO.
           MOVE WS-DATA-HOJE     TO FS2-DATA-ALT.
           MOVE WS-CODOPER       TO FS2-OPER-ALT.
           WRITE FILE2-REC
               INVALID KEY
                   REWRITE FILE2-REC
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR CLASSIFICACAO FISCAL"
                             TO WS-MSGERRO
                           PERFORM 9900-MOSTRA-ERRO
                              THRU 9900-MOSTRA-ERRO-FIM
                   END-REWRITE
           END-WRITE.

       2350-GRAVA-FISCAL-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA (1:11) at 0934.
           DISPLAY WS-LIMPA (1:11) at 1134.
           DISPLAY WS-LIMPA (1:11) at 1334.
           DISPLAY WS-LIMPA (1:11) at 1534.
           DISPLAY WS-LIMPA at 1734.
           DISPLAY WS-LIMPA (1:10) at 0962.
           DISPLAY WS-LIMPA (1:10) at 1062.
           DISPLAY WS-LIMPA (1:10) at 1162.
           DISPLAY WS-LIMPA (1:10) at 1362.
           DISPLAY WS-LIMPA (1:10) at 1462.
           DISPLAY WS-LIMPA (1:10) at 1562.
           DISPLAY WS-LIMPA (1:10) at 1662.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * LE A CLASSIFICACAO FISCAL DO PRODUTO LIDO. PRODUTO SEM
      * CLASSIFICACAO VEM COM OS CAMPOS ZERADOS
       2600-LE-FISCAL SECTION.
       2600.
           INITIALIZE FILE2-REC.
           MOVE FS-CODIGO TO FS2-CODIGO.
           READ FILE2 KEY IS FS2-KEY.
           IF FS-STAT2 NOT = ZEROS
              INITIALIZE FILE2-REC
              MOVE FS-CODIGO TO FS2-CODIGO
           END-IF.

       2600-LE-FISCAL-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A CLASSIFICACAO FISCAL. CFOP INFORMADO DEVE SER O DA
      * SAIDA DENTRO DA UF (5XXX) E O CST TEM TRES DIGITOS
       2700-ACEITA-FISCAL SECTION.
       2700.
           ACCEPT T-NCM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CFOP
              IF FS2-CFOP NOT = ZEROS
                 AND FS2-CFOP (1:1) NOT = "5"
                 MOVE "CFOP DEVE SER DE SAIDA DENTRO DA UF (5XXX)" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CST
              IF FS2-CST NOT = SPACES
                 AND FS2-CST NOT NUMERIC
                 MOVE "CST DEVE TER TRES DIGITOS" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-ALIQ-ICMS
              ACCEPT T-ALIQ-IPI
              ACCEPT T-ALIQ-PIS
              ACCEPT T-ALIQ-COFINS
           END-IF.

       2700-ACEITA-FISCAL-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE1-REC.
           INITIALIZE FILE2-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  IF FS-CUSTO-MEDIO NOT NUMERIC
                     MOVE ZEROS TO FS-CUSTO-MEDIO
                  END-IF
                  PERFORM 2600-LE-FISCAL
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS

           DISPLAY SS-DADOS.

           INITIALIZE FILE1-REC.
           INITIALIZE FILE2-REC.

       4000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
                   TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  IF FS-CUSTO-MEDIO NOT NUMERIC
                     MOVE ZEROS TO FS-CUSTO-MEDIO
                  END-IF
                  PERFORM 2600-LE-FISCAL
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  IF FS-STATUS-INATIVA
                 MOVE "FAVOR INFORMAR O PRECO UNITARIO " TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS-PRECO < FS-CUSTO-MEDIO
                    MOVE "ATENCAO: PRECO ABAIXO DO CUSTO MEDIO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 2700-ACEITA-FISCAL
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    PERFORM 2350-GRAVA-FISCAL
                    INITIALIZE FILE1-REC
                    INITIALIZE FILE2-REC
                    MOVE "PRODUTO ALTERADO COM SUCESSO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  PERFORM 2600-LE-FISCAL
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS


       8000-FINALIZA SECTION.
           CLOSE FILE1.
           CLOSE FILE2.

       8000-FINALIZA-FIM.
           EXIT.
               OPEN I-O FILE1
           END-IF.

           OPEN I-O FILE2
           IF FS-STAT2 = 35
               OPEN OUTPUT FILE2
               CLOSE FILE2
               OPEN I-O FILE2
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

