      *               DATAS DE EMISSAO: A REEMISSAO AVANCA DE
      *               ESTAGIO AUTOMATICAMENTE E O CLIENTE QUE
      *               QUITOU O ATRASO SAI DO CONTROLE. NO FIM SAI O
      *               RELATORIO DE QUEM ESTA EM CADA FASE. NO
      *               PROCESSAMENTO NOTURNO A DATA DE REFERENCIA DO
      *               ATRASO E A DATA DE MOVIMENTO DO PASSO
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               02/09/2026  COBRANCA COM CARTAS E ESTAGIOS
      *               15/10/2026  CARTA COM O ENDERECO DE COBRANCA DO
      *                           CLIENTE (NA FALTA, O DE FATURAMENTO)
      *               15/10/2026  EXECUCAO PELO PROCESSAMENTO NOTURNO
      *


                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ESTAGIOS.

           SELECT ENDERECOS ASSIGN TO DISK "enderecos.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY FS4-KEY
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS WT-ST-ENDERECOS.

           SELECT CARTA ASSIGN TO DISK WID-ARQUIVO-CARTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WT-ST-CARTA.
           05 FS3-DATA-AVISO2 PIC 9(008).
           05 FS3-DATA-AVISO3 PIC 9(008).

      * ENDERECOS DO CLIENTE
       FD  ENDERECOS.
       01  FS4-REC.
           05 FS4-KEY.
               10 FS4-CODCLI     PIC 9(007).
               10 FS4-TIPO       PIC X(001).
               10 FS4-SEQ        PIC 9(002).
           05 FS4-LOGRADOURO     PIC X(040).
           05 FS4-NUMERO         PIC X(006).
           05 FS4-COMPLEMENTO    PIC X(020).
           05 FS4-BAIRRO         PIC X(030).
           05 FS4-CIDADE         PIC X(030).
           05 FS4-UF             PIC X(002).
           05 FS4-CEP            PIC 9(008).
           05 FS4-LATITUDE       PIC S9(003)V9(008).
           05 FS4-LONGITUDE      PIC S9(003)V9(008).
           05 FILLER             PIC X(020).

       FD  CARTA.
       01  CARTA-REG          PIC X(100).

           88 FIM-ORD VALUE "S".
       77  WS-FIM-ESTAGIOS                   PIC X(01) VALUE "N".
           88 FIM-ESTAGIOS VALUE "S".
       77  WS-TEM-ENDERECOS                  PIC X(01) VALUE "N".
           88 TEM-ENDERECOS VALUE "S".
       77  WS-ACHOU-END                      PIC X(01) VALUE "N".
           88 ACHOU-END VALUE "S".
       77  WS-TIPO-END                       PIC X(01) VALUE SPACES.

       01  WID-ARQUIVO-CARTA                 PIC X(64) VALUE SPACES.

           03 WT-ST-CLIENTES           PIC  X(002) VALUE SPACES.
           03 WT-ST-ESTAGIOS           PIC  X(002) VALUE SPACES.
           03 WT-ST-CARTA              PIC  X(002) VALUE SPACES.
           03 WT-ST-ENDERECOS          PIC  X(002) VALUE SPACES.

       COPY passolote.

       01 WT-CONTADORES.
           03 WT-CT-CARTAS             PIC  9(005) VALUE ZEROS.
           03 FILLER          PIC X(010) VALUE "CNPJ.....:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WC-CLI-CNPJ     PIC ZZ.ZZZ.ZZ9/9999B99.
       01 WC-CARTA-END1.
           03 FILLER          PIC X(010) VALUE "ENDERECO.:".
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WC-END-LOGRA    PIC X(040).
           03 FILLER          PIC X(002) VALUE ", ".
           03 WC-END-NUMERO   PIC X(006).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WC-END-COMPL    PIC X(020).
       01 WC-CARTA-END2.
           03 FILLER          PIC X(011) VALUE SPACES.
           03 WC-END-BAIRRO   PIC X(030).
           03 FILLER          PIC X(003) VALUE " - ".
           03 WC-END-CIDADE   PIC X(030).
           03 FILLER          PIC X(001) VALUE "/".
           03 WC-END-UF       PIC X(002).
       01 WC-CARTA-END3.
           03 FILLER          PIC X(011) VALUE SPACES.
           03 FILLER          PIC X(005) VALUE "CEP: ".
           03 WC-END-CEP      PIC 99999B999.
       01 WC-CARTA-TEXTO1     PIC X(070) VALUE
          "CONSTAM EM NOSSOS REGISTROS AS PARCELAS VENCIDAS ABAIXO.".
       01 WC-CARTA-TEXTO2     PIC X(070) VALUE
              PERFORM 0006-ENCERRA-QUITADOS
           END-IF
           PERFORM 0003-TERMINA
           IF PN-EM-LOTE
              PERFORM 0008-DEVOLVE-LOTE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*


       0000-INICIA.
           IF PN-EM-LOTE
              MOVE PN-DATA-MOVTO TO WS-HOJE-NUM
           ELSE
              ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM).

               GIVING VENCIDAS-ORD.

           OPEN INPUT CLIENTES.
      * SEM ARQUIVO DE ENDERECOS A CARTA SAI SO COM NOME E CNPJ
           OPEN INPUT ENDERECOS.
           IF WT-ST-ENDERECOS = "00"
              MOVE "S" TO WS-TEM-ENDERECOS
           END-IF.
           OPEN I-O ESTAGIOS.
           IF WT-ST-ESTAGIOS = "35"
              OPEN OUTPUT ESTAGIOS
              CLOSE ESTAGIOS
              OPEN I-O ESTAGIOS
           END-IF.
           IF WT-ST-ESTAGIOS NOT = "00"
              MOVE "E" TO PN-SITUACAO
              MOVE 8   TO RETURN-CODE
              MOVE "ERRO ABERTURA DO ARQUIVO cobranca.dat" TO
                   PN-MENSAGEM
              DISPLAY "ERRO ABERTURA ARQUIVO cobranca.dat: STATUS "
                      WT-ST-ESTAGIOS
           END-IF.

           OPEN INPUT VENCIDAS-ORD.
           READ VENCIDAS-ORD NEXT
           OPEN INPUT RECEBER.
           IF WT-ST-RECEBER NOT = "00"
              MOVE "S" TO WS-FIM-FONTE
              IF WT-ST-RECEBER NOT = "35"
                 MOVE "E" TO PN-SITUACAO
                 MOVE 8   TO RETURN-CODE
                 MOVE "ERRO ABERTURA DO ARQUIVO contasreceber.dat" TO
                      PN-MENSAGEM
                 DISPLAY "ERRO ABERTURA ARQUIVO contasreceber.dat: "
                         "STATUS " WT-ST-RECEBER
              END-IF
           ELSE
              READ RECEBER NEXT
                  AT END MOVE "S" TO WS-FIM-FONTE
           WRITE CARTA-REG FROM WC-CARTA-CLIENTE.
           WRITE CARTA-REG FROM WC-CARTA-CNPJ.

           MOVE "N" TO WS-ACHOU-END.
           IF TEM-ENDERECOS
              MOVE "C" TO WS-TIPO-END
              PERFORM 0007-LE-ENDERECO
              IF NOT ACHOU-END
                 MOVE "F" TO WS-TIPO-END
                 PERFORM 0007-LE-ENDERECO
              END-IF
           END-IF.
           IF ACHOU-END
              MOVE FS4-LOGRADOURO  TO WC-END-LOGRA
              MOVE FS4-NUMERO      TO WC-END-NUMERO
              MOVE FS4-COMPLEMENTO TO WC-END-COMPL
              MOVE FS4-BAIRRO      TO WC-END-BAIRRO
              MOVE FS4-CIDADE      TO WC-END-CIDADE
              MOVE FS4-UF          TO WC-END-UF
              MOVE FS4-CEP         TO WC-END-CEP
              WRITE CARTA-REG FROM WC-CARTA-END1
              WRITE CARTA-REG FROM WC-CARTA-END2
              WRITE CARTA-REG FROM WC-CARTA-END3
           END-IF.

           WRITE CARTA-REG FROM WC-CARTA-TEXTO1.
           WRITE CARTA-REG FROM WC-CARTA-TEXTO2.
           WRITE CARTA-REG FROM WC-CARTA-TEXTO3.
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * LE O PRIMEIRO ENDERECO DO CLIENTE DO TIPO PEDIDO (MENOR
      * SEQUENCIA)
      *----------------------------------------------------------------*
       0007-LE-ENDERECO.

           MOVE WT-QB-CODCLI TO FS4-CODCLI.
           MOVE WS-TIPO-END  TO FS4-TIPO.
           MOVE ZEROS        TO FS4-SEQ.
           START ENDERECOS KEY IS NOT LESS THAN FS4-KEY
               INVALID KEY
                   MOVE "10" TO WT-ST-ENDERECOS
           END-START.
           IF WT-ST-ENDERECOS = "00"
              READ ENDERECOS NEXT
                 AT END
                    MOVE "10" TO WT-ST-ENDERECOS
              END-READ
              IF WT-ST-ENDERECOS = "00"
                 AND FS4-CODCLI = WT-QB-CODCLI
                 AND FS4-TIPO   = WS-TIPO-END
                 MOVE "S" TO WS-ACHOU-END
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME O RELATORIO DOS CLIENTES POR ESTAGIO E ENCERRA
      *----------------------------------------------------------------*
           END-IF.

           CLOSE VENCIDAS-ORD CLIENTES ESTAGIOS COBRANCA-GER.
           IF TEM-ENDERECOS
              CLOSE ENDERECOS
           END-IF.
           DISPLAY "CARTAS EMITIDAS: " WT-CT-CARTAS.
           DISPLAY "RELATORIO GERADO: cobranca01.rel".

      *----------------------------------------------------------------*
      * DEVOLVE AO PROCESSAMENTO NOTURNO A SITUACAO E OS CONTADORES
      *----------------------------------------------------------------*
       0008-DEVOLVE-LOTE.

           MOVE WT-CT-PARCELAS TO PN-CT-LIDOS.
           MOVE WT-CT-CARTAS   TO PN-CT-GRAVADOS.
           MOVE ZEROS          TO PN-VL-TOTAL.
           IF NOT PN-PASSO-ERRO
              MOVE "S"    TO PN-SITUACAO
              MOVE SPACES TO PN-MENSAGEM
              STRING "CARTAS EMITIDAS: " WT-CT-CARTAS
                     "  ENCERRADAS: " WT-CT-ENCERRADOS
                     DELIMITED BY SIZE INTO PN-MENSAGEM
              IF TAB-CHEIA
                 MOVE "A" TO PN-SITUACAO
                 MOVE "MAIS DE 999 CLIENTES - ESTAGIOS NAO ENCERRADOS"
                      TO PN-MENSAGEM
              END-IF
           END-IF.
