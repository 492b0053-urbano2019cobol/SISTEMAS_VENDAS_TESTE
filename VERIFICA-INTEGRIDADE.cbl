      *               OS DOIS CADASTROS, E CNPJ/CPF DUPLICADOS NOS
      *               CADASTROS. GRAVA UMA LINHA POR PROBLEMA NO
      *               RELATORIO DE DISCREPANCIAS, COM TOTAIS POR
      *               CATEGORIA NO FIM. NO PROCESSAMENTO NOTURNO RODA
      *               SEM TELA, COM O NOME DO ARQUIVO DO DISTRIBUICAO
      *               NO PARAMETRO DO PASSO (VAZIO = PULA A CARTEIRA);
      *               HAVENDO DISCREPANCIA O PASSO TERMINA COM AVISO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  VERIFICACAO CRUZADA DOS ARQUIVOS
      *               15/10/2026  EXECUCAO SEM TELA PELO PROCESSAMENTO
      *                           NOTURNO
      *


           03 WT-CT-CPF-DUP            PIC  9(006) VALUE ZEROS.
           03 WT-CT-TOTAL              PIC  9(006) VALUE ZEROS.

       COPY passolote.

       01 WS-DOC-ANTERIOR              PIC 9(014) VALUE ZEROS.
       01 WS-COD-ANTERIOR              PIC 9(007) VALUE ZEROS.
       01 WS-PRIMEIRO-DOC              PIC X(001) VALUE "S".
           PERFORM 3000-VERIFICA-CNPJ
           PERFORM 4000-VERIFICA-CPF
           PERFORM 0003-TERMINA
           IF PN-EM-LOTE
              PERFORM 0004-DEVOLVE-LOTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*


       0000-INICIA.
           IF PN-EM-LOTE
              MOVE PN-PARAMETRO TO WS-ARQBASE
           ELSE
              DISPLAY SS-MENU
              ACCEPT  SS-MENU
           END-IF.

           OPEN OUTPUT VERIFICA-GER.
           IF WT-ST-GER NOT = "00"
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
              MOVE "ERRO ABERTURA DO RELATORIO DE DISCREPANCIAS" TO
                   PN-MENSAGEM
              DISPLAY "ERRO ABERTURA DO RELATORIO: STATUS " WT-ST-GER
           END-IF.
           WRITE REL-REGISTRO-GER FROM WR-CAB1.
           WRITE REL-REGISTRO-GER FROM WR-SEP1.


           DISPLAY "VERIFICACAO CONCLUIDA - DISCREPANCIAS: "
                   WT-CT-TOTAL.

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0004-DEVOLVE-LOTE.

           MOVE ZEROS       TO PN-CT-LIDOS PN-VL-TOTAL.
           MOVE WT-CT-TOTAL TO PN-CT-GRAVADOS.
           IF NOT PN-PASSO-ERRO
              MOVE SPACES TO PN-MENSAGEM
              STRING "DISCREPANCIAS ENCONTRADAS: " WT-CT-TOTAL
                     DELIMITED BY SIZE INTO PN-MENSAGEM
              IF WT-CT-TOTAL > ZEROS
                 MOVE "A" TO PN-SITUACAO
              ELSE
                 MOVE "S" TO PN-SITUACAO
              END-IF
           END-IF.
