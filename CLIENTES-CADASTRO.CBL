      *               ----------  --------------------------------------
      *               21/06/2019  MANTER CLIENTES
      *               02/09/2026  LIMITE DE CREDITO POR CLIENTE
      *               15/10/2026  CATEGORIA DE PRECO DO CLIENTE
      *               15/10/2026  ENDERECOS (FATURAMENTO, COBRANCA E
      *                           ENTREGA) E CONTATOS DO CLIENTE, TAMBEM
      *                           NA IMPORTACAO
      *


               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-STAT.

           SELECT FILE3 ASSIGN TO DISK
                 "enderecos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK
                 "contatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY.

           SELECT FILE5 ASSIGN TO DISK
                 "clientes_rejeitados.log"
               ORGANIZATION IS LINE SEQUENTIAL
               88 FS-STATUS-ATIVA    VALUE "A".
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
      * CATEGORIA DA TABELA DE PRECOS (precoscat.dat); ZERO = SEM
      * CATEGORIA, A VENDA USA O PRECO DO CADASTRO DO PRODUTO
           05 FS-CATEGORIA   PIC 9(002).
           05 FILLER         PIC X(008).

      * ARQUIVO SEQUENCIAL DE IMPORTACAO DE CLIENTES
       FD FILE2.
           05 FS2-LATITUDE   PIC S9(003)V9(008).
           05 FS2-LONGITUDE  PIC S9(003)V9(008).
           05 FILLER         PIC X(001).
      * ENDERECO (GRAVADO COMO FATURAMENTO, COBRANCA E ENTREGA, COM
      * AS COORDENADAS DO CLIENTE) E CONTATO; EM BRANCO = NAO TEM
           05 FS2-LOGRADOURO  PIC X(040).
           05 FS2-NUMERO      PIC X(006).
           05 FS2-COMPLEMENTO PIC X(020).
           05 FS2-BAIRRO      PIC X(030).
           05 FS2-CIDADE      PIC X(030).
           05 FS2-UF          PIC X(002).
           05 FS2-CEP         PIC 9(008).
           05 FS2-CONTATO     PIC X(040).
           05 FS2-TELEFONE    PIC X(015).
           05 FS2-EMAIL       PIC X(050).

      * ENDERECOS DO CLIENTE: VARIOS POR CLIENTE, POR TIPO E SEQUENCIA
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-CODCLI     PIC 9(007).
               10 FS3-TIPO       PIC X(001).
                   88 FS3-FATURAMENTO VALUE "F".
                   88 FS3-COBRANCA    VALUE "C".
                   88 FS3-ENTREGA     VALUE "E".
               10 FS3-SEQ        PIC 9(002).
           05 FS3-LOGRADOURO     PIC X(040).
           05 FS3-NUMERO         PIC X(006).
           05 FS3-COMPLEMENTO    PIC X(020).
           05 FS3-BAIRRO         PIC X(030).
           05 FS3-CIDADE         PIC X(030).
           05 FS3-UF             PIC X(002).
           05 FS3-CEP            PIC 9(008).
           05 FS3-LATITUDE       PIC S9(003)V9(008).
           05 FS3-LONGITUDE      PIC S9(003)V9(008).
           05 FILLER             PIC X(020).

      * CONTATOS DO CLIENTE
       FD FILE4.
       01 FILE4-REC.
           05 FS4-KEY.
               10 FS4-CODCLI     PIC 9(007).
               10 FS4-SEQ        PIC 9(002).
           05 FS4-NOME           PIC X(040).
           05 FS4-CARGO          PIC X(020).
           05 FS4-TELEFONE       PIC X(015).
           05 FS4-EMAIL          PIC X(050).
           05 FILLER             PIC X(020).

      * ARQUIVO DE REJEICOES DA IMPORTACAO, UMA LINHA POR REGISTRO
      * RECUSADO COM O MOTIVO, E TOTAIS NO FIM
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-IMPORTAR  VALUE IS "5".
           88 E-ENDERECOS VALUE IS "6".
           88 E-CONTATOS  VALUE IS "7".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT3 PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
       77 FS-STAT4 PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5 PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-REG-EXISTE PIC X(01) VALUE "N".
           88 REG-EXISTE VALUE "S".
       77 WS-EXCLUI PIC X(01) VALUE "N".
           88 EXCLUI-REG VALUE "S".
       77 WS-NOMECLI PIC X(030) VALUE SPACES.
       01 WS-END-CHAVE PIC X(010) VALUE SPACES.
       01 WS-CON-CHAVE PIC X(009) VALUE SPACES.

       77 FS-EXIT PIC 9(02) VALUE ZEROS.
           88 FS-PROCESSA    VALUE 0.
           88 FS-TERMINA-IMP VALUE 88.
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - IMPORTAR".
           05 LINE 12 COLUMN 15 VALUE "6 - ENDERECOS".
           05 LINE 13 COLUMN 15 VALUE "7 - CONTATOS".
           05 LINE 14 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 16 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 16 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
                    "Longitude..............:".
               05  LINE  15 COLUMN 07  VALUE
                    "Limite Credito (0=sem).:".
               05  LINE  17 COLUMN 07  VALUE
                    "Categoria Preco (0=sem):".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

                            USING FS-LONGITUDE   HIGHLIGHT.
               05  T-LIMITE LINE 15  COLUMN 34  PIC ZZZZZZZ9,99
                            USING FS-LIMITE-CREDITO HIGHLIGHT.
               05  T-CATEGORIA LINE 17  COLUMN 34 PIC Z9
                            USING FS-CATEGORIA HIGHLIGHT.

           01  SS-ENDERECO.
               05  LINE  07 COLUMN 07  VALUE
                    "Tipo (F/C/E)...........:".
               05  LINE  07 COLUMN 38  VALUE
                    "F=FATURAMENTO C=COBRANCA E=ENTREGA".
               05  LINE  08 COLUMN 07  VALUE
                    "Sequencia..............:".
               05  LINE  10 COLUMN 07  VALUE
                    "Logradouro (branco=exc):".
               05  LINE  11 COLUMN 07  VALUE
                    "Numero.................:".
               05  LINE  12 COLUMN 07  VALUE
                    "Complemento............:".
               05  LINE  13 COLUMN 07  VALUE
                    "Bairro.................:".
               05  LINE  14 COLUMN 07  VALUE
                    "Cidade.................:".
               05  LINE  15 COLUMN 07  VALUE
                    "UF.....................:".
               05  LINE  16 COLUMN 07  VALUE
                    "CEP....................:".
               05  LINE  17 COLUMN 07  VALUE
                    "Latitude...............:".
               05  LINE  18 COLUMN 07  VALUE
                    "Longitude..............:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-END-TIPO LINE 07  COLUMN 34  PIC X(01)
                            USING FS3-TIPO   HIGHLIGHT.
               05  T-END-SEQ  LINE 08  COLUMN 34  PIC 9(02)
                            USING FS3-SEQ    HIGHLIGHT.
               05  T-END-LOGRA LINE 10 COLUMN 34  PIC X(40)
                            USING FS3-LOGRADOURO HIGHLIGHT.
               05  T-END-NUMERO LINE 11 COLUMN 34 PIC X(06)
                            USING FS3-NUMERO HIGHLIGHT.
               05  T-END-COMPL LINE 12 COLUMN 34  PIC X(20)
                            USING FS3-COMPLEMENTO HIGHLIGHT.
               05  T-END-BAIRRO LINE 13 COLUMN 34 PIC X(30)
                            USING FS3-BAIRRO HIGHLIGHT.
               05  T-END-CIDADE LINE 14 COLUMN 34 PIC X(30)
                            USING FS3-CIDADE HIGHLIGHT.
               05  T-END-UF   LINE 15 COLUMN 34  PIC X(02)
                            USING FS3-UF     HIGHLIGHT.
               05  T-END-CEP  LINE 16 COLUMN 34  PIC 9(08)
                            USING FS3-CEP    HIGHLIGHT.
               05  T-END-LATID LINE 17 COLUMN 34  PIC ZZ9,99999999
                            USING FS3-LATITUDE  HIGHLIGHT.
               05  T-END-LONGI LINE 18 COLUMN 34  PIC ZZ9,99999999
                            USING FS3-LONGITUDE HIGHLIGHT.

           01  SS-CONTATO.
               05  LINE  07 COLUMN 07  VALUE
                    "Sequencia..............:".
               05  LINE  09 COLUMN 07  VALUE
                    "Nome (branco=excluir)..:".
               05  LINE  10 COLUMN 07  VALUE
                    "Cargo..................:".
               05  LINE  11 COLUMN 07  VALUE
                    "Telefone...............:".
               05  LINE  12 COLUMN 07  VALUE
                    "E-mail...............:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

               05  T-CON-SEQ  LINE 07  COLUMN 34  PIC 9(02)
                            USING FS4-SEQ    HIGHLIGHT.
               05  T-CON-NOME LINE 09  COLUMN 34  PIC X(40)
                            USING FS4-NOME   HIGHLIGHT.
               05  T-CON-CARGO LINE 10 COLUMN 34  PIC X(20)
                            USING FS4-CARGO  HIGHLIGHT.
               05  T-CON-FONE LINE 11  COLUMN 34  PIC X(15)
                            USING FS4-TELEFONE HIGHLIGHT.
               05  T-CON-EMAIL LINE 12 COLUMN 30  PIC X(50)
                            USING FS4-EMAIL  HIGHLIGHT.

           01  SS-IMPORTACAO.
               05  LINE  05 COLUMN 07  VALUE
                            UNTIL COB-CRT-STATUS = COB-SCR-ESC
                     END-IF

                WHEN E-ENDERECOS
                     PERFORM 7000-ENDERECOS THRU 7000-ENDERECOS-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONTATOS
                     PERFORM 7500-CONTATOS THRU 7500-CONTATOS-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
              ACCEPT T-LIMITE
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CATEGORIA
           END-IF.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 1534.
           DISPLAY WS-LIMPA at 1734.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

              ACCEPT T-LIMITE
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CATEGORIA
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              END-IF
           END-IF.

           IF IMP-OK AND FS2-LOGRADOURO NOT EQUAL SPACES
              IF FS2-CIDADE EQUAL SPACES OR FS2-UF EQUAL SPACES
                 MOVE "N" TO WS-IMP-OK
                 STRING "CODIGO " FS2-CODIGO
                        " - ENDERECO SEM CIDADE OU UF" INTO WS-MSGIMP
              END-IF
           END-IF.

           IF IMP-OK
              PERFORM 6200-GRAVAR
           END-IF.
               MOVE "N" TO WS-IMP-OK
               STRING "CODIGO " FS2-CODIGO
                      " - CODIGO JA CADASTRADO" INTO WS-MSGIMP
           NOT INVALID KEY
               PERFORM 6250-GRAVAR-ENDERECOS
           END-WRITE.

       6200-GRAVAR-FIM.
           EXIT.

      * -----------------------------------
      * O ENDERECO IMPORTADO VALE PARA FATURAMENTO, COBRANCA E
      * ENTREGA (SEQUENCIA 01, COORDENADAS DO CLIENTE); O CONTATO
      * ENTRA COMO SEQUENCIA 01
       6250-GRAVAR-ENDERECOS SECTION.
       6250.
           IF FS2-LOGRADOURO NOT EQUAL SPACES
              INITIALIZE FILE3-REC
              MOVE FS2-CODIGO      TO FS3-CODCLI
              MOVE 1               TO FS3-SEQ
              MOVE FS2-LOGRADOURO  TO FS3-LOGRADOURO
              MOVE FS2-NUMERO      TO FS3-NUMERO
              MOVE FS2-COMPLEMENTO TO FS3-COMPLEMENTO
              MOVE FS2-BAIRRO      TO FS3-BAIRRO
              MOVE FS2-CIDADE      TO FS3-CIDADE
              MOVE FS2-UF          TO FS3-UF
              INSPECT FS3-UF CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF FS2-CEP NUMERIC
                 MOVE FS2-CEP      TO FS3-CEP
              END-IF
              MOVE FS2-LATITUDE    TO FS3-LATITUDE
              MOVE FS2-LONGITUDE   TO FS3-LONGITUDE

              MOVE "F" TO FS3-TIPO
              WRITE FILE3-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "C" TO FS3-TIPO
              WRITE FILE3-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "E" TO FS3-TIPO
              WRITE FILE3-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

           IF FS2-CONTATO NOT EQUAL SPACES
              INITIALIZE FILE4-REC
              MOVE FS2-CODIGO   TO FS4-CODCLI
              MOVE 1            TO FS4-SEQ
              MOVE FS2-CONTATO  TO FS4-NOME
              MOVE FS2-TELEFONE TO FS4-TELEFONE
              MOVE FS2-EMAIL    TO FS4-EMAIL
              WRITE FILE4-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

       6250-GRAVAR-ENDERECOS-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA OS TOTAIS NO FIM DO ARQUIVO DE REJEITADOS
       6300-TOTAIS-REJEITADOS SECTION.
       6300-TOTAIS-REJEITADOS-FIM.
           EXIT.

      * -----------------------------------
      * ENDERECOS DO CLIENTE: VARIOS POR CLIENTE, POR TIPO
      * (F=FATURAMENTO, C=COBRANCA, E=ENTREGA) E SEQUENCIA, CADA UM
      * COM AS SUAS COORDENADAS. ENDERECO NOVO PODE SER INCLUIDO
      * POR QUALQUER OPERADOR E VEM COM AS COORDENADAS DO CLIENTE;
      * ALTERAR OU EXCLUIR (LOGRADOURO EM BRANCO) UM ENDERECO JA
      * CADASTRADO E RESTRITO AO SUPERVISOR
       7000-ENDERECOS SECTION.
       7000.
           MOVE "ENDERECOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           INITIALIZE FILE3-REC.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-ENDERECO.

       7000-CODIGO.
           PERFORM 7900-ACEITA-CLIENTE.

       7000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-TIPO
              INSPECT FS3-TIPO CONVERTING "fce" TO "FCE"
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-END-SEQ
              END-IF
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 IF NOT FS3-FATURAMENTO AND NOT FS3-COBRANCA
                                        AND NOT FS3-ENTREGA
                    MOVE "TIPO INVALIDO. INFORME F, C OU E" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    IF FS3-SEQ EQUAL ZEROS
                       MOVE "FAVOR INFORMAR A SEQUENCIA" TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-LIMPA at 2118
                       MOVE FS-CODIGO TO FS3-CODCLI
                       PERFORM 7100-LE-ENDERECO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       7000-DADOS.
           MOVE "N" TO WS-EXCLUI.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-LOGRA
              IF FS3-LOGRADOURO EQUAL SPACES
                 IF REG-EXISTE
                    MOVE "S" TO WS-EXCLUI
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE "FAVOR INFORMAR O LOGRADOURO" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT EXCLUI-REG AND NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 7200-ACEITA-ENDERECO
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF EXCLUI-REG
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA A EXCLUSAO DO ENDERECO (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    DELETE FILE3 RECORD
                       INVALID KEY
                          MOVE "ERRO AO EXCLUIR O ENDERECO" TO
                               WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "ENDERECO EXCLUIDO COM SUCESSO" TO
                               WS-MSGERRO
                    END-DELETE
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              ELSE
                 IF REG-EXISTE
                    REWRITE FILE3-REC
                       INVALID KEY
                          MOVE "ERRO AO REGRAVAR O ENDERECO" TO
                               WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "ENDERECO ALTERADO COM SUCESSO" TO
                               WS-MSGERRO
                    END-REWRITE
                 ELSE
                    WRITE FILE3-REC
                       INVALID KEY
                          MOVE "ENDERECO JA EXISTE" TO WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "ENDERECO INCLUIDO COM SUCESSO" TO
                               WS-MSGERRO
                    END-WRITE
                 END-IF
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
           END-IF.

       7000-ENDERECOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O ENDERECO DA CHAVE INFORMADA. SE JA EXISTE, SO O
      * SUPERVISOR SEGUE PARA ALTERAR OU EXCLUIR; SE E NOVO, LIMPA
      * OS DADOS E TRAZ AS COORDENADAS DO CLIENTE
       7100-LE-ENDERECO SECTION.
       7100.
           MOVE FS3-KEY TO WS-END-CHAVE.
           READ FILE3 KEY IS FS3-KEY.
           IF FS3-OK
              MOVE "S" TO WS-REG-EXISTE
              DISPLAY SS-ENDERECO
              IF WS-NIVEL < 2
                 MOVE "ALTERACAO DE ENDERECO RESTRITA AO SUPERVISOR"
                      TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           ELSE
              MOVE "N" TO WS-REG-EXISTE
              INITIALIZE FILE3-REC
              MOVE WS-END-CHAVE TO FS3-KEY
              MOVE FS-LATITUDE  TO FS3-LATITUDE
              MOVE FS-LONGITUDE TO FS3-LONGITUDE
              DISPLAY SS-ENDERECO
              MOVE "NOVO ENDERECO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE 99 TO FS-EXIT
           END-IF.

       7100-LE-ENDERECO-FIM.
           EXIT.

      * -----------------------------------
       7200-ACEITA-ENDERECO SECTION.
       7200.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-NUMERO
           END-IF.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-COMPL
           END-IF.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-BAIRRO
           END-IF.

           PERFORM UNTIL FS3-CIDADE NOT EQUAL SPACES
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-CIDADE
              IF FS3-CIDADE EQUAL SPACES
                 MOVE "FAVOR INFORMAR A CIDADE" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-UF
              INSPECT FS3-UF CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF FS3-UF (1:1) NOT ALPHABETIC OR
                 FS3-UF (2:1) NOT ALPHABETIC OR
                 FS3-UF (1:1) EQUAL SPACE OR
                 FS3-UF (2:1) EQUAL SPACE
                 MOVE "UF INVALIDA" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-CEP
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-LATID
              IF FS3-LATITUDE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR LATITUDE " TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-END-LONGI
              IF FS3-LONGITUDE EQUAL ZEROS
                 MOVE "FAVOR INFORMAR LONGITUDE " TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       7200-ACEITA-ENDERECO-FIM.
           EXIT.

      * -----------------------------------
      * CONTATOS DO CLIENTE, POR SEQUENCIA. MESMA REGRA DOS
      * ENDERECOS: INCLUIR E LIVRE; ALTERAR OU EXCLUIR (NOME EM
      * BRANCO) E RESTRITO AO SUPERVISOR
       7500-CONTATOS SECTION.
       7500.
           MOVE "CONTATOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           INITIALIZE FILE4-REC.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-CONTATO.

       7500-CODIGO.
           PERFORM 7900-ACEITA-CLIENTE.

       7500-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CON-SEQ
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 IF FS4-SEQ EQUAL ZEROS
                    MOVE "FAVOR INFORMAR A SEQUENCIA" TO WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE FS-CODIGO TO FS4-CODCLI
                    PERFORM 7600-LE-CONTATO
                 END-IF
              END-IF
           END-PERFORM.

       7500-DADOS.
           MOVE "N" TO WS-EXCLUI.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CON-NOME
              IF FS4-NOME EQUAL SPACES
                 IF REG-EXISTE
                    MOVE "S" TO WS-EXCLUI
                    MOVE 99 TO FS-EXIT
                 ELSE
                    MOVE "FAVOR INFORMAR O NOME DO CONTATO" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 END-IF
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT EXCLUI-REG AND NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CON-CARGO
           END-IF.
           IF NOT EXCLUI-REG AND NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CON-FONE
           END-IF.
           IF NOT EXCLUI-REG AND NOT COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CON-EMAIL
           END-IF.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              IF EXCLUI-REG
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA A EXCLUSAO DO CONTATO (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    DELETE FILE4 RECORD
                       INVALID KEY
                          MOVE "ERRO AO EXCLUIR O CONTATO" TO
                               WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "CONTATO EXCLUIDO COM SUCESSO" TO
                               WS-MSGERRO
                    END-DELETE
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              ELSE
                 IF REG-EXISTE
                    REWRITE FILE4-REC
                       INVALID KEY
                          MOVE "ERRO AO REGRAVAR O CONTATO" TO
                               WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "CONTATO ALTERADO COM SUCESSO" TO
                               WS-MSGERRO
                    END-REWRITE
                 ELSE
                    WRITE FILE4-REC
                       INVALID KEY
                          MOVE "CONTATO JA EXISTE" TO WS-MSGERRO
                       NOT INVALID KEY
                          MOVE "CONTATO INCLUIDO COM SUCESSO" TO
                               WS-MSGERRO
                    END-WRITE
                 END-IF
                 PERFORM 9900-MOSTRA-ERRO
                    THRU 9900-MOSTRA-ERRO-FIM
              END-IF
           END-IF.

       7500-CONTATOS-FIM.
           EXIT.

      * -----------------------------------
       7600-LE-CONTATO SECTION.
       7600.
           MOVE FS4-KEY TO WS-CON-CHAVE.
           READ FILE4 KEY IS FS4-KEY.
           IF FS4-OK
              MOVE "S" TO WS-REG-EXISTE
              DISPLAY SS-CONTATO
              IF WS-NIVEL < 2
                 MOVE "ALTERACAO DE CONTATO RESTRITA AO SUPERVISOR"
                      TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 MOVE 99 TO FS-EXIT
              END-IF
           ELSE
              MOVE "N" TO WS-REG-EXISTE
              INITIALIZE FILE4-REC
              MOVE WS-CON-CHAVE TO FS4-KEY
              DISPLAY SS-CONTATO
              MOVE "NOVO CONTATO" TO WS-MSGERRO
              DISPLAY WS-MSGERRO at 2118
              MOVE 99 TO FS-EXIT
           END-IF.

       7600-LE-CONTATO-FIM.
           EXIT.

      * -----------------------------------
      * PEDE O CODIGO DO CLIENTE DOS ENDERECOS/CONTATOS E MOSTRA A
      * RAZAO SOCIAL AO LADO
       7900-ACEITA-CLIENTE SECTION.
       7900.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE1 KEY IS FS-CODIGO
               IF FS-STAT = "23"
                  MOVE SPACES TO WS-NOMECLI
                  DISPLAY WS-NOMECLI at 0545
                  MOVE "CLIENTE NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  MOVE FS-NOME TO WS-NOMECLI
                  DISPLAY WS-NOMECLI at 0545
                  IF FS-STATUS-INATIVA
                     MOVE "ATENCAO: ESTE CLIENTE ESTA INATIVO" TO
                          WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     DISPLAY WS-LIMPA at 2118
                  END-IF
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       7900-ACEITA-CLIENTE-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1.
           CLOSE FILE3.
           CLOSE FILE4.

       8000-FINALIZA-FIM.
           EXIT.
               OPEN I-O FILE1
           END-IF.

           OPEN I-O FILE3
           IF FS3-NAO-EXISTE THEN
               OPEN OUTPUT FILE3
               CLOSE FILE3
               OPEN I-O FILE3
           END-IF.

           OPEN I-O FILE4
           IF FS4-NAO-EXISTE THEN
               OPEN OUTPUT FILE4
               CLOSE FILE4
               OPEN I-O FILE4
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

