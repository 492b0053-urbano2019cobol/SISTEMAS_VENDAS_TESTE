      *               02/09/2026  MENU INTEGRADO COM LOGON UNICO
      *               02/09/2026  OPCOES DE DEVOLUCAO, FERIADOS E
      *                           MANUTENCAO DA CARTEIRA
      *               15/10/2026  OPCOES DE FORNECEDORES E PEDIDOS
      *                           DE COMPRA
      *               15/10/2026  OPCOES DE DEPOSITOS E TRANSFERENCIAS
      *                           ENTRE DEPOSITOS
      *               15/10/2026  OPCAO DE COMPOSICAO DE KITS
      *               15/10/2026  OPCAO DE TABELAS DE PRECO
      *               15/10/2026  OPCAO DE TABELA DE FRETE
      *               15/10/2026  OPCAO DE RETORNO DO ROMANEIO
      *               15/10/2026  OPCAO DE REGISTRO DE VISITAS
      *               15/10/2026  OPCAO DE FUSAO DE CLIENTES DUPLICADOS
      *                           (SUPERVISOR)
      *               15/10/2026  OPCAO DE EXTRATO DO CLIENTE
      *               15/10/2026  OPCAO DE EQUIPES DE VENDA
      *               15/10/2026  OPCAO DE ALIQUOTAS POR UF
      *

      *===============================================================*
           88 E-DEVOLUCAO   VALUE "13".
           88 E-FERIADOS    VALUE "14".
           88 E-CARTEIRA    VALUE "15".
           88 E-FORNECEDORES VALUE "16".
           88 E-PEDCOMPRA   VALUE "17".
           88 E-DEPOSITOS   VALUE "18".
           88 E-TRANSFERENCIA VALUE "19".
           88 E-KITS        VALUE "20".
           88 E-TABPRECOS   VALUE "21".
           88 E-FRETES      VALUE "22".
           88 E-RETROMANEIO VALUE "23".
           88 E-VISITAS     VALUE "24".
           88 E-FUSAO       VALUE "25".
           88 E-EXTRATO     VALUE "26".
           88 E-EQUIPES     VALUE "27".
           88 E-ALIQUOTAS   VALUE "28".
           88 E-ENCERRAR    VALUE "X " "x ".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           05 LINE 14 COLUMN 15 VALUE "09 - METAS".
           05 LINE 15 COLUMN 15 VALUE "13 - DEVOLUCAO DE VENDA".
           05 LINE 16 COLUMN 15 VALUE "14 - CALENDARIO DE FERIADOS".
           05 LINE 06 COLUMN 50 VALUE "16 - FORNECEDORES".
           05 LINE 07 COLUMN 50 VALUE "17 - PEDIDOS DE COMPRA".
           05 LINE 08 COLUMN 50 VALUE "18 - DEPOSITOS".
           05 LINE 09 COLUMN 50 VALUE "19 - TRANSFERENCIAS".
           05 LINE 10 COLUMN 50 VALUE "20 - COMPOSICAO DE KITS".
           05 LINE 11 COLUMN 50 VALUE "21 - TABELAS DE PRECO".
           05 LINE 12 COLUMN 50 VALUE "22 - TABELA DE FRETE".
           05 LINE 13 COLUMN 50 VALUE "23 - RETORNO DO ROMANEIO".
           05 LINE 14 COLUMN 50 VALUE "24 - VISITAS DO VENDEDOR".
           05 LINE 16 COLUMN 50 VALUE "26 - EXTRATO DO CLIENTE".
           05 LINE 17 COLUMN 50 VALUE "27 - EQUIPES DE VENDA".
           05 LINE 18 COLUMN 50 VALUE "28 - ALIQUOTAS POR UF".
           05 LINE 21 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 22 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 22 COL PLUS 1 USING WS-OPCAO AUTO.
           05 LINE 18 COLUMN 15 VALUE "11 - OPERADORES".
           05 LINE 19 COLUMN 15 VALUE "12 - DISTRIBUICAO CARTEIRA".
           05 LINE 20 COLUMN 15 VALUE "15 - MANUTENCAO DA CARTEIRA".
           05 LINE 15 COLUMN 50 VALUE "25 - FUSAO DE CLIENTES".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                WHEN E-FERIADOS
                     MOVE "FERIADOS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-FORNECEDORES
                     MOVE "FORNECEDORES" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-PEDCOMPRA
                     MOVE "PEDIDOS-COMPRA" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-DEPOSITOS
                     MOVE "DEPOSITOS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-TRANSFERENCIA
                     MOVE "TRANSFERENCIAS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-KITS
                     MOVE "KITS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-TABPRECOS
                     MOVE "TABPRECOS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-FRETES
                     MOVE "FRETES" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-RETROMANEIO
                     MOVE "RETROMANEIO" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-VISITAS
                     MOVE "VISITAS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-EXTRATO
                     MOVE "EXTRATO" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-EQUIPES
                     MOVE "EQUIPES" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-ALIQUOTAS
                     MOVE "ALIQUOTAS" TO WS-MODULO-CHAMADO
                     PERFORM 2100-CHAMA-MODULO
                WHEN E-FECHAMENTO
                     PERFORM 2200-CHAMA-RESTRITO
                WHEN E-OPERADORES
                     PERFORM 2200-CHAMA-RESTRITO
                WHEN E-DISTRIBUICAO
                     PERFORM 2200-CHAMA-RESTRITO
                WHEN E-FUSAO
                     PERFORM 2200-CHAMA-RESTRITO
                WHEN E-CARTEIRA
                     PERFORM 2200-CHAMA-RESTRITO
                WHEN E-ENCERRAR
                      MOVE "DISTRIBUICAO" TO WS-MODULO-CHAMADO
                 WHEN E-CARTEIRA
                      MOVE "CARTEIRA-MANUTENCAO" TO WS-MODULO-CHAMADO
                 WHEN E-FUSAO
                      MOVE "FUSAO" TO WS-MODULO-CHAMADO
              END-EVALUATE
              PERFORM 2100-CHAMA-MODULO
           END-IF.
