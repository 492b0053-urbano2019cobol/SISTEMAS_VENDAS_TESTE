       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    EXTRATO.
      * AUTHOR.        ALBERI NUNES.
      * DATE-WRITTEN.  15/10/2026.
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     EXTRATO DE CONTA CORRENTE DO CLIENTE
      *
      * OBJETIVO:     REUNIR, EM ORDEM CRONOLOGICA E POR PERIODO, O
      *               MOVIMENTO DO CLIENTE: VENDAS (DEBITO PELO VALOR
      *               VENDIDO, ANTES DAS DEVOLUCOES), PARCELAS GERADAS,
      *               RECEBIMENTOS COM JUROS E MULTA (recebimentos.dat),
      *               DEVOLUCOES (devolucoes.dat), CANCELAMENTOS (SALDO
      *               CANCELADO DAS PARCELAS) E AVISOS DE COBRANCA, COM
      *               SALDO ANTERIOR, SALDO A CADA LANCAMENTO E SALDO
      *               FINAL (POSITIVO = DEVEDOR, NEGATIVO = CREDOR), O
      *               CREDITO DISPONIVEL (creditos.dat) E O ESTAGIO DE
      *               COBRANCA ATUAL. CONSULTA EM TELA COM EMISSAO EM
      *               ARQUIVO (extrato-<cliente>-<data final>.txt) E
      *               EMISSAO EM LOTE, NO MES INFORMADO, PARA TODOS OS
      *               CLIENTES COM MOVIMENTO NO MES.
      *               VENDAS JA EXPURGADAS PARA O HISTORICO NAO ENTRAM
      *               NO EXTRATO (NEM SEUS RECEBIMENTOS E DEVOLUCOES)
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  EXTRATO DE CONTA CORRENTE DO CLIENTE
      *               15/10/2026  RECEBIMENTO COM O CREDITO DO CLIENTE
      *                           (FORMA "R") COMPENSADO PELO DEBITO
      *                           DO CREDITO UTILIZADO
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
                 "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ.

           SELECT FILE2 ASSIGN TO DISK
                 "vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CODCLI WITH DUPLICATES
               ALTERNATE RECORD KEY FS2-CODVEN WITH DUPLICATES.

           SELECT FILE3 ASSIGN TO DISK
                 "contasreceber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY.

           SELECT FILE4 ASSIGN TO DISK "recebimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

           SELECT FILE5 ASSIGN TO DISK "devolucoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT5.

           SELECT FILE6 ASSIGN TO DISK
                 "cobranca.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY.

           SELECT FILE7 ASSIGN TO DISK
                 "creditos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY.

           SELECT FILE8 ASSIGN TO DISK WID-ARQUIVO-EXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT8.

           SELECT SORT-FILE ASSIGN TO DISK "EXTRATO".

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT DO ARQUIVO DE CLIENTES (clientes.dat)
       FD FILE1.
       01 FILE1-REC.
           05 FS-KEY.
               10 FS-CODIGO PIC 9(007).
           05 FS-NOME       PIC X(040).
           05 FS-CNPJ       PIC 9(014).
           05 FS-LATITUDE   PIC S9(003)V9(008).
           05 FS-LONGITUDE  PIC S9(003)V9(008).
           05 FS-STATUS     PIC X(001).
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS-CATEGORIA  PIC 9(002).
           05 FILLER        PIC X(008).

      * LAYOUT DO ARQUIVO DE VENDAS (vendas.dat)
       FD FILE2.
       01 FILE2-REC.
           05 FS2-KEY.
               10 FS2-NUMVENDA  PIC 9(007).
           05 FS2-DATA-VENDA    PIC 9(008).
           05 FS2-CODCLI        PIC 9(007).
           05 FS2-CODVEN        PIC 9(006).
           05 FS2-QTDITENS      PIC 9(003).
           05 FS2-QTD-PARCELAS  PIC 9(002).
           05 FS2-VALOR-TOTAL   PIC 9(009)V9(002).
           05 FS2-STATUS        PIC X(001).
               88 FS2-STATUS-ATIVA      VALUE "A".
               88 FS2-STATUS-CANCELADA  VALUE "C".
               88 FS2-STATUS-ORCAMENTO  VALUE "O".
           05 FS2-DATA-CANCEL   PIC 9(008).
           05 FILLER            PIC X(040).

      * PARCELAS DO CONTAS A RECEBER (contasreceber.dat)
       FD FILE3.
       01 FILE3-REC.
           05 FS3-KEY.
               10 FS3-NUMVENDA  PIC 9(007).
               10 FS3-PARCELA   PIC 9(002).
           05 FS3-CODCLI        PIC 9(007).
           05 FS3-VENCIMENTO    PIC 9(008).
           05 FS3-VALOR         PIC 9(009)V9(002).
           05 FS3-STATUS        PIC X(001).
               88 FS3-STATUS-ABERTA    VALUE "A".
               88 FS3-STATUS-PAGA      VALUE "P".
               88 FS3-STATUS-CANCELADA VALUE "C".
           05 FS3-DATA-PAGTO    PIC 9(008).
           05 FS3-VALOR-PAGO    PIC 9(009)V9(002).
           05 FILLER            PIC X(020).

      * DIARIO DE RECEBIMENTOS (GRAVADO PELO CONTAS-RECEBER E PELO
      * RETORNO-BANCO)
       FD FILE4.
       01 FILE4-REC.
           05 FSR-DATA-BAIXA  PIC 9(008).
           05 FSR-HORA-BAIXA  PIC 9(006).
           05 FSR-NUMVENDA    PIC 9(007).
           05 FSR-PARCELA     PIC 9(002).
           05 FSR-VLR-PRINCIPAL PIC 9(009)V9(002).
           05 FSR-VLR-JUROS   PIC 9(007)V9(002).
           05 FSR-VLR-MULTA   PIC 9(007)V9(002).
           05 FSR-FORMA-PAGTO PIC X(001).

      * DIARIO DE DEVOLUCOES - UM REGISTRO POR ITEM DEVOLVIDO
       FD FILE5.
       01 FILE5-REC.
           05 FSD-DATA        PIC 9(008).
           05 FSD-HORA        PIC 9(006).
           05 FSD-CODOPER     PIC 9(004).
           05 FSD-NUMVENDA    PIC 9(007).
           05 FSD-SEQ         PIC 9(003).
           05 FSD-CODPROD     PIC 9(006).
           05 FSD-QTD-DEV     PIC 9(005).
           05 FSD-VALOR-DEV   PIC 9(009)V9(002).
           05 FSD-CODDEP      PIC 9(003).

      * ESTAGIO DE COBRANCA POR CLIENTE (cobranca.dat)
       FD FILE6.
       01 FILE6-REC.
           05 FS6-KEY.
               10 FS6-CODCLI    PIC 9(007).
           05 FS6-ESTAGIO       PIC 9(001).
           05 FS6-DATA-AVISO    PIC 9(008) OCCURS 3 TIMES.

      * SALDO DE CREDITO DO CLIENTE (creditos.dat)
       FD FILE7.
       01 FILE7-REC.
           05 FS7-KEY.
               10 FS7-CODCLI    PIC 9(007).
           05 FS7-VALOR-CREDITO PIC 9(009)V9(002).

      * EXTRATO EMITIDO, UM ARQUIVO POR CLIENTE
       FD FILE8.
       01 FILE8-REC             PIC X(078).

      * LANCAMENTOS DO EXTRATO PARA A ORDENACAO CRONOLOGICA. ORDEM NO
      * DIA: 1 VENDA, 2 PARCELA, 3 ENCARGOS, 4 RECEBIMENTO,
      * 5 DEVOLUCAO, 6 CANCELAMENTO, 7 AVISO DE COBRANCA
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SD-DATA          PIC 9(008).
           05 SD-ORDEM         PIC 9(001).
           05 SD-NUMVENDA      PIC 9(007).
           05 SD-SEQ           PIC 9(003).
           05 SD-HISTORICO     PIC X(028).
           05 SD-DEBITO        PIC 9(009)V9(002).
           05 SD-CREDITO       PIC 9(009)V9(002).
           05 SD-INFORMATIVO   PIC X(001).
               88 SD-SEM-VALOR VALUE "S".

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
           03  WS-CONT        PIC 9(03) VALUE ZEROS.
           03  ED-CONT        PIC ZZ9.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.
       01 WS-HORA.
           03  WS-HOR         PIC 9(02) VALUE ZEROS.
           03  WS-MIN         PIC 9(02) VALUE ZEROS.
           03  WS-SEG         PIC 9(02) VALUE ZEROS.
           03  WS-CSE         PIC 9(02) VALUE ZEROS.
       01 WS-MODULO.
           03 FILLER PIC X(13) VALUE "EXTRATO   -  ".
           03 WS-OP PIC  X(20) VALUE SPACES.

       01 WS-LOGON-PARM.
           05 WS-CODOPER PIC 9(004) VALUE ZEROS.
           05 WS-NIVEL   PIC 9(001) VALUE ZEROS.
           05 WS-RESULT  PIC X(001) VALUE "N".
               88 LOGON-OK VALUE "S".

       01 WS-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WS-INT-AUX       PIC 9(007) VALUE ZEROS.
       01 WID-ARQUIVO-EXT  PIC X(064) VALUE SPACES.

      * PARAMETROS DO EXTRATO
       01 WS-CODCLI        PIC 9(007) VALUE ZEROS.
       01 WS-NOME-CLI      PIC X(040) VALUE SPACES.
       01 WS-CNPJ-CLI      PIC 9(014) VALUE ZEROS.
       01 WS-DATA-INI      PIC 9(008) VALUE ZEROS.
       01 WS-DATA-FIM      PIC 9(008) VALUE ZEROS.
       01 WS-ANOMES        PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES.
           03 WS-AM-ANO    PIC 9(004).
           03 WS-AM-MES    PIC 9(002).
       01 WS-DATA-AUX      PIC 9(008) VALUE ZEROS.

      * ARQUIVOS DE MOVIMENTO OPCIONAIS
       01 WS-TEM-COBRANCA  PIC X(001) VALUE "N".
           88 TEM-COBRANCA VALUE "S".
       01 WS-TEM-CREDITOS  PIC X(001) VALUE "N".
           88 TEM-CREDITOS VALUE "S".
       01 WS-FIM-LEITURA   PIC X(001) VALUE "N".
           88 FIM-LEITURA VALUE "S".
       01 WS-FIM-SORT      PIC X(001) VALUE "N".
           88 FIM-SORT VALUE "S".
       01 WS-FIM-CLIENTES  PIC X(001) VALUE "N".
           88 FIM-CLIENTES VALUE "S".

      * VENDAS DO CLIENTE ATE A DATA FINAL (LIMITE DE 999)
       01 WS-VDA-QTDE      PIC 9(003) VALUE ZEROS.
       01 WS-VI            PIC 9(003) VALUE ZEROS.
       01 WS-VDA-ACHADA    PIC 9(003) VALUE ZEROS.
       01 WS-VDA-TAB.
           03 WS-VDA OCCURS 999 TIMES.
               05 WS-VDA-NUM       PIC 9(007).
               05 WS-VDA-DATA      PIC 9(008).
               05 WS-VDA-TOTAL     PIC 9(009)V9(002).
               05 WS-VDA-STATUS    PIC X(001).
               05 WS-VDA-CANCEL    PIC 9(008).
               05 WS-VDA-DEVOLVIDO PIC 9(009)V9(002).

       01 WS-VLR-CANCELADO PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-VLR-ENCARGOS  PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-AI            PIC 9(001) VALUE ZEROS.

      * EXTRATO MONTADO: LINHA 1 = SALDO ANTERIOR (LIMITE DE 999)
       01 WS-EXT-QTDE      PIC 9(003) VALUE ZEROS.
       01 WS-EI            PIC 9(003) VALUE ZEROS.
       01 WS-EXT-TAB.
           03 WS-EXT-LINHA OCCURS 999 TIMES PIC X(078).
       01 WS-EXT-TRUNCADO  PIC X(001) VALUE "N".
           88 EXT-TRUNCADO VALUE "S".

       01 WS-SALDO-ANT     PIC S9(010)V9(002) VALUE ZEROS.
       01 WS-SALDO         PIC S9(010)V9(002) VALUE ZEROS.
       01 WS-TOT-DEBITO    PIC 9(010)V9(002) VALUE ZEROS.
       01 WS-TOT-CREDITO   PIC 9(010)V9(002) VALUE ZEROS.
       01 WS-CT-MOV        PIC 9(005) VALUE ZEROS.
       01 WS-VLR-CREDITO   PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-ESTAGIO       PIC 9(001) VALUE ZEROS.
       01 WS-DESC-ESTAGIO  PIC X(020) VALUE SPACES.

      * CONTADORES DO LOTE
       01 WS-CT-CLIENTES   PIC 9(007) VALUE ZEROS.
       01 WS-CT-EXTRATOS   PIC 9(007) VALUE ZEROS.

      * LINHA DO EXTRATO (TELA E ARQUIVO)
       01 WS-LIN-EXT.
           03 WL-DIA          PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WL-MES          PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WL-ANO          PIC 9(004).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WL-HISTORICO    PIC X(028).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WL-VALORES.
               05 WL-DEBITO   PIC ZZZZZZ9,99.
               05 FILLER      PIC X(001) VALUE SPACES.
               05 WL-CREDITO  PIC ZZZZZZ9,99.
               05 FILLER      PIC X(001) VALUE SPACES.
               05 WL-SALDO    PIC -ZZZZZZ9,99.
           03 FILLER          PIC X(005) VALUE SPACES.

       01 WS-LIN-EXT-CAB.
           03 FILLER          PIC X(011) VALUE "DATA".
           03 FILLER          PIC X(029) VALUE "HISTORICO".
           03 FILLER          PIC X(011) VALUE "    DEBITO".
           03 FILLER          PIC X(011) VALUE "   CREDITO".
           03 FILLER          PIC X(011) VALUE "      SALDO".
           03 FILLER          PIC X(005) VALUE SPACES.

       01 WS-LIN-TRACO        PIC X(078) VALUE ALL "-".

      * CABECALHO E RODAPE DO ARQUIVO
       01 WE-CAB1.
           03 FILLER          PIC X(050) VALUE
              "EMPRESA HBSIS-SUPERO".
           03 FILLER          PIC X(010) VALUE "EMISSAO: ".
           03 WE-EMI-DIA      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-EMI-MES      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-EMI-ANO      PIC 9(004).
           03 FILLER          PIC X(008) VALUE SPACES.

       01 WE-CAB2.
           03 FILLER          PIC X(078) VALUE
              "EXTRATO DE CONTA CORRENTE DO CLIENTE".

       01 WE-CAB3.
           03 FILLER          PIC X(010) VALUE "CLIENTE: ".
           03 WE-CODCLI       PIC 9(007).
           03 FILLER          PIC X(003) VALUE " - ".
           03 WE-NOME         PIC X(040).
           03 FILLER          PIC X(018) VALUE SPACES.

       01 WE-CAB4.
           03 FILLER          PIC X(010) VALUE "CNPJ: ".
           03 WE-CNPJ         PIC X(018).
           03 FILLER          PIC X(012) VALUE "  PERIODO: ".
           03 WE-INI-DIA      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-INI-MES      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-INI-ANO      PIC 9(004).
           03 FILLER          PIC X(003) VALUE " A ".
           03 WE-FIM-DIA      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-FIM-MES      PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WE-FIM-ANO      PIC 9(004).
           03 FILLER          PIC X(015) VALUE SPACES.

       01 WE-TOTAL.
           03 WE-TOT-ROTULO   PIC X(040).
           03 WE-TOT-DEBITO   PIC ZZZZZZ9,99.
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WE-TOT-CREDITO  PIC ZZZZZZ9,99.
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WE-TOT-SALDO    PIC -ZZZZZZ9,99.
           03 FILLER          PIC X(005) VALUE SPACES.

       01 WE-RODAPE.
           03 WE-ROD-ROTULO   PIC X(040).
           03 WE-ROD-TEXTO    PIC X(038).

       01 ED-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
       01 ED-SALDO         PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-CNPJ-MS.
           03 WS-CNPJ-MS1 PIC X(02).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS2 PIC X(03).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS3 PIC X(03).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-CNPJ-MS4 PIC X(04).
           03 FILLER      PIC X(01) VALUE "-".
           03 WS-CNPJ-MS5 PIC X(02).

      * MONTAGEM DO HISTORICO DOS LANCAMENTOS
       01 WS-HIST-PARC.
           03 FILLER          PIC X(005) VALUE "PARC ".
           03 WH-PARCELA      PIC 9(002).
           03 FILLER          PIC X(006) VALUE " VENC ".
           03 WH-VENC-DIA     PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WH-VENC-MES     PIC 9(002).
           03 FILLER          PIC X(001) VALUE "/".
           03 WH-VENC-ANO     PIC 9(002).
           03 FILLER          PIC X(001) VALUE SPACES.
           03 WH-SITUACAO     PIC X(006).
       01 WS-HIST-VALOR.
           03 FILLER          PIC X(009) VALUE SPACES.
           03 WH-VALOR-PARC   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(005) VALUE SPACES.

       77 WS-OPCAO PIC X.
           88 E-CONSULTAR   VALUE IS "1".
           88 E-LOTE        VALUE IS "2".
           88 E-ENCERRAR    VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT2 PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
       77 FS-STAT3 PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
       77 FS-STAT4 PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5 PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
       77 FS-STAT6 PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
       77 FS-STAT7 PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT8 PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 FS-EXIT PIC 9(02) VALUE ZEROS.
           88 FS-PROCESSA   VALUE 0.
           88 FS-TERMINA    VALUE 99.

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(100).

       01 WS-POS-CONSULTA PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-POS-CONSULTA.
           03 WS-POS-LIN  PIC 9(02).
           03 WS-POS-COL  PIC 9(02).

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "EXTRATO DE CONTA CORRENTE DO CLIENTE HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "========================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - CONSULTAR / EMITIR EXTRATO".
           05 LINE 08 COLUMN 15 VALUE "2 - EMITIR EXTRATOS DO MES".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Extrato do Cliente HBSIS".

           01  SS-CHAVE.
               05  LINE  03 COLUMN 02  VALUE
                "Cliente.............:".
               05  T-CODCLI LINE  03  COLUMN 24 PIC 9(07)
                USING  WS-CODCLI HIGHLIGHT .
               05  T-NOME-CLI LINE  03  COLUMN 32 PIC X(40)
                FROM   WS-NOME-CLI HIGHLIGHT .
               05  LINE  04 COLUMN 02  VALUE
                "Periodo (AAAAMMDD)..:".
               05  T-DATA-INI LINE  04  COLUMN 24 PIC 9(08)
                USING  WS-DATA-INI HIGHLIGHT .
               05  LINE  04 COLUMN 33  VALUE "a".
               05  T-DATA-FIM LINE  04  COLUMN 35 PIC 9(08)
                USING  WS-DATA-FIM HIGHLIGHT .
               05  LINE  04 COLUMN 45  VALUE
                "(0 = INICIO DO MES / HOJE)".
               05  LINE 21 COLUMN  02  VALUE
                    "MENSAGEM: ".

           01  SS-LOTE.
               05  LINE  04 COLUMN 07  VALUE
                "Mes de referencia (AAAAMM):".
               05  T-ANOMES LINE  04  COLUMN 36 PIC 9(06)
                USING  WS-ANOMES HIGHLIGHT .
               05  LINE  05 COLUMN 36  VALUE
                "(0 = MES ANTERIOR)".
               05  LINE  07 COLUMN 07  VALUE
                "Clientes lidos.............:".
               05  LINE  08 COLUMN 07  VALUE
                "Extratos emitidos..........:".
               05  LINE 21 COLUMN  07  VALUE
                    "MENSAGEM: ".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESSO UNTIL E-ENCERRAR.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

       1000-INICIO SECTION.
       1000.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT    WS-NUML FROM LINES
           ACCEPT    WS-NUMC FROM COLUMNS

           CALL "LOGON-OPERADOR" USING WS-LOGON-PARM.
           IF NOT LOGON-OK
              MOVE "X" TO WS-OPCAO
           ELSE
              DISPLAY   SS-TELA-REGISTRO
              PERFORM  9000-ABRIR-ARQUIVOS
                THRU   9000-ABRIR-ARQUVOS-FIM
           END-IF.

       1000-EXIT.
           EXIT.

       2000-PROCESSO SECTION.
       2000.
           MOVE "MENU" TO WS-OP
           MOVE "ESCOLHA A OPCAO" TO WS-STATUS
           MOVE SPACES TO WS-OPCAO
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CLS
           ACCEPT SS-MENU
           ACCEPT WS-HORA FROM TIME
           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-CLS
           MOVE ZEROS TO FS-EXIT.
           EVALUATE TRUE
                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC
                WHEN E-LOTE
                     PERFORM 4000-LOTE THRU 4000-LOTE-FIM

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA DO EXTRATO DE UM CLIENTE NO PERIODO, EM TELA, COM
      * EMISSAO OPCIONAL DO ARQUIVO
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS  TO WS-CODCLI WS-DATA-INI WS-DATA-FIM.
           MOVE SPACES TO WS-NOME-CLI.
           DISPLAY SS-CHAVE.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-CODCLI
              MOVE WS-CODCLI TO FS-CODIGO
              READ FILE1 KEY IS FS-KEY
              IF NOT FS-OK
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2112
              ELSE
                 MOVE FS-NOME TO WS-NOME-CLI
                 MOVE FS-CNPJ TO WS-CNPJ-CLI
                 DISPLAY T-NOME-CLI
                 DISPLAY WS-LIMPA at 2112
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE ZEROS TO FS-EXIT
           END-IF.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DATA-INI
              ACCEPT T-DATA-FIM
              IF WS-DATA-INI = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-INI
                 MOVE 01 TO WS-DATA-INI (7:2)
              END-IF
              IF WS-DATA-FIM = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-FIM
              END-IF
              DISPLAY T-DATA-INI
              DISPLAY T-DATA-FIM
              IF WS-DATA-INI > WS-DATA-FIM
                 MOVE "DATA INICIAL MAIOR QUE A FINAL" TO WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2112
              ELSE
                 DISPLAY WS-LIMPA at 2112
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              PERFORM 5000-MONTA-EXTRATO
              PERFORM 6000-MOSTRA-EXTRATO
              IF NOT COB-CRT-STATUS = COB-SCR-ESC
                 MOVE "N" TO WS-ERRO
                 MOVE "EMITIR O EXTRATO EM ARQUIVO (S/N)?"
                      TO WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    PERFORM 7000-GRAVA-ARQUIVO
                    MOVE SPACES TO WS-MSGERRO
                    STRING "EXTRATO EMITIDO: " WID-ARQUIVO-EXT
                           DELIMITED BY SIZE INTO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                 END-IF
              END-IF
              IF COB-CRT-STATUS = COB-SCR-ESC
                 MOVE ZEROS TO COB-CRT-STATUS
              END-IF
           END-IF.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * EMISSAO EM LOTE: EXTRATO DO MES PARA CADA CLIENTE QUE TEVE
      * MOVIMENTO NO MES (LANCAMENTO DENTRO DO PERIODO)
       4000-LOTE SECTION.
       4000.
           MOVE "EMISSAO EM LOTE" TO WS-OP.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           MOVE ZEROS TO WS-ANOMES WS-CT-CLIENTES WS-CT-EXTRATOS.
           DISPLAY SS-LOTE.
           ACCEPT T-ANOMES.
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO 4000-LOTE-FIM
           END-IF.

           IF WS-ANOMES = ZEROS
              MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES
              IF WS-AM-MES = 01
                 MOVE 12 TO WS-AM-MES
                 SUBTRACT 1 FROM WS-AM-ANO
              ELSE
                 SUBTRACT 1 FROM WS-AM-MES
              END-IF
              DISPLAY T-ANOMES
           END-IF.
           IF WS-AM-MES < 01 OR WS-AM-MES > 12
              MOVE "MES INVALIDO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              GO TO 4000-LOTE-FIM
           END-IF.

      * PERIODO: DIA 1 DO MES ATE A VESPERA DO DIA 1 DO MES SEGUINTE
           MOVE WS-ANOMES TO WS-DATA-INI (1:6).
           MOVE 01        TO WS-DATA-INI (7:2).
           MOVE WS-DATA-INI TO WS-DATA-AUX.
           IF WS-AM-MES = 12
              ADD 1 TO WS-AM-ANO
              MOVE 01 TO WS-AM-MES
           ELSE
              ADD 1 TO WS-AM-MES
           END-IF.
           MOVE WS-ANOMES TO WS-DATA-AUX (1:6).
           COMPUTE WS-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-AUX).
           MOVE WS-DATA-INI (1:6) TO WS-ANOMES.

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EMISSAO DOS EXTRATOS DO MES (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
              GO TO 4000-LOTE-FIM
           END-IF.

           MOVE "N"   TO WS-FIM-CLIENTES.
           MOVE ZEROS TO FS-CODIGO.
           START FILE1 KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTES
           END-START.
           PERFORM UNTIL FIM-CLIENTES
              READ FILE1 NEXT
                  AT END
                      MOVE "S" TO WS-FIM-CLIENTES
              END-READ
              IF NOT FIM-CLIENTES
                 IF NOT FS-OK
                    MOVE "S" TO WS-FIM-CLIENTES
                 ELSE
                    ADD 1 TO WS-CT-CLIENTES
                    MOVE FS-CODIGO TO WS-CODCLI
                    MOVE FS-NOME   TO WS-NOME-CLI
                    MOVE FS-CNPJ   TO WS-CNPJ-CLI
                    PERFORM 5000-MONTA-EXTRATO
                    IF WS-CT-MOV > ZEROS
                       PERFORM 7000-GRAVA-ARQUIVO
                       ADD 1 TO WS-CT-EXTRATOS
                    END-IF
                    MOVE WS-CT-CLIENTES TO ED-VALOR
                    DISPLAY ED-VALOR AT 0736
                    MOVE WS-CT-EXTRATOS TO ED-VALOR
                    DISPLAY ED-VALOR AT 0836
                 END-IF
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MSGERRO.
           STRING "EXTRATOS EMITIDOS: extrato-<cliente>-"
                  WS-DATA-FIM ".txt"
                  DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM 9900-MOSTRA-ERRO
              THRU 9900-MOSTRA-ERRO-FIM.

       4000-LOTE-FIM.
           EXIT.

      * -----------------------------------
      * MONTA O EXTRATO DE WS-CODCLI NO PERIODO WS-DATA-INI A
      * WS-DATA-FIM EM WS-EXT-TAB, ORDENANDO OS LANCAMENTOS
       5000-MONTA-EXTRATO SECTION.
       5000.
           MOVE ZEROS TO WS-SALDO-ANT WS-SALDO WS-TOT-DEBITO
                         WS-TOT-CREDITO WS-CT-MOV WS-VLR-CREDITO
                         WS-ESTAGIO.
           MOVE 1   TO WS-EXT-QTDE.
           MOVE "N" TO WS-EXT-TRUNCADO.

           SORT SORT-FILE
               ON ASCENDING KEY SD-DATA
                                SD-ORDEM
                                SD-NUMVENDA
                                SD-SEQ
               INPUT PROCEDURE 5100-SELECIONA-LANCAMENTOS
               OUTPUT PROCEDURE 5500-CARREGA-EXTRATO.

      * LINHA 1: SALDO ANTERIOR AO PERIODO
           INITIALIZE WS-LIN-EXT.
           MOVE WS-DATA-INI (7:2) TO WL-DIA.
           MOVE WS-DATA-INI (5:2) TO WL-MES.
           MOVE WS-DATA-INI (1:4) TO WL-ANO.
           MOVE "SALDO ANTERIOR" TO WL-HISTORICO.
           MOVE SPACES       TO WL-VALORES.
           MOVE WS-SALDO-ANT TO WL-SALDO.
           MOVE WS-LIN-EXT   TO WS-EXT-LINHA(1).

      * CREDITO DISPONIVEL E ESTAGIO DE COBRANCA ATUAIS
           IF TEM-CREDITOS
              MOVE WS-CODCLI TO FS7-CODCLI
              READ FILE7 KEY IS FS7-KEY
              IF FS7-OK
                 MOVE FS7-VALOR-CREDITO TO WS-VLR-CREDITO
              END-IF
           END-IF.
           IF TEM-COBRANCA
              MOVE WS-CODCLI TO FS6-CODCLI
              READ FILE6 KEY IS FS6-KEY
              IF FS6-OK
                 MOVE FS6-ESTAGIO TO WS-ESTAGIO
              END-IF
           END-IF.
           EVALUATE WS-ESTAGIO
               WHEN 1
                    MOVE "1O AVISO"          TO WS-DESC-ESTAGIO
               WHEN 2
                    MOVE "2O AVISO"          TO WS-DESC-ESTAGIO
               WHEN 3
                    MOVE "AVISO DE PROTESTO" TO WS-DESC-ESTAGIO
               WHEN OTHER
                    MOVE "SEM COBRANCA"      TO WS-DESC-ESTAGIO
           END-EVALUATE.

       5000-EXIT.
           EXIT.

      * -----------------------------------
      * ENTRADA DA ORDENACAO: LANCAMENTOS DO CLIENTE ATE A DATA FINAL
       5100-SELECIONA-LANCAMENTOS SECTION.
       5100.
           PERFORM 5110-CARREGA-VENDAS.
           IF WS-VDA-QTDE > ZEROS
              PERFORM 5120-LIBERA-DEVOLUCOES
              PERFORM 5130-LIBERA-VENDAS
              PERFORM 5140-LIBERA-RECEBIMENTOS
           END-IF.
           PERFORM 5150-LIBERA-AVISOS.

       5100-EXIT.
           EXIT.

      * -----------------------------------
      * VENDAS DO CLIENTE (SEM ORCAMENTOS) ATE A DATA FINAL
       5110-CARREGA-VENDAS SECTION.
       5110.
           MOVE ZEROS TO WS-VDA-QTDE.
           MOVE "N"   TO WS-FIM-LEITURA.
           MOVE WS-CODCLI TO FS2-CODCLI.
           START FILE2 KEY IS EQUAL FS2-CODCLI
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL FIM-LEITURA
              READ FILE2 NEXT
                  AT END
                      MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 IF FS-STAT2 NOT = "00" AND "02"
                    OR FS2-CODCLI NOT = WS-CODCLI
                    MOVE "S" TO WS-FIM-LEITURA
                 ELSE
                    IF NOT FS2-STATUS-ORCAMENTO
                       AND FS2-DATA-VENDA NOT > WS-DATA-FIM
                       AND WS-VDA-QTDE < 999
                       ADD 1 TO WS-VDA-QTDE
                       MOVE FS2-NUMVENDA TO WS-VDA-NUM(WS-VDA-QTDE)
                       MOVE FS2-DATA-VENDA
                            TO WS-VDA-DATA(WS-VDA-QTDE)
                       MOVE FS2-VALOR-TOTAL
                            TO WS-VDA-TOTAL(WS-VDA-QTDE)
                       MOVE FS2-STATUS TO WS-VDA-STATUS(WS-VDA-QTDE)
                       MOVE FS2-DATA-CANCEL
                            TO WS-VDA-CANCEL(WS-VDA-QTDE)
                       MOVE ZEROS TO WS-VDA-DEVOLVIDO(WS-VDA-QTDE)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       5110-EXIT.
           EXIT.

      * -----------------------------------
      * DEVOLUCOES DAS VENDAS DO CLIENTE: CREDITO NA DATA DA
      * DEVOLUCAO. O TOTAL DEVOLVIDO RECOMPOE O VALOR VENDIDO, POIS A
      * DEVOLUCAO RECALCULA O TOTAL DA VENDA
       5120-LIBERA-DEVOLUCOES SECTION.
       5120.
           OPEN INPUT FILE5.
           IF NOT FS5-OK
              GO TO 5120-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL FIM-LEITURA
              READ FILE5
                  AT END
                      MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 MOVE FSD-NUMVENDA TO FS2-NUMVENDA
                 PERFORM 5190-LOCALIZA-VENDA
                 IF WS-VDA-ACHADA > ZEROS
                    ADD FSD-VALOR-DEV
                        TO WS-VDA-DEVOLVIDO(WS-VDA-ACHADA)
                    IF FSD-DATA NOT > WS-DATA-FIM
                       INITIALIZE SORT-RECORD
                       MOVE FSD-DATA      TO SD-DATA
                       MOVE 5             TO SD-ORDEM
                       MOVE FSD-NUMVENDA  TO SD-NUMVENDA
                       MOVE FSD-SEQ       TO SD-SEQ
                       MOVE SPACES        TO SD-HISTORICO
                       STRING "DEVOLUCAO VDA " FSD-NUMVENDA
                              " IT " FSD-SEQ
                              DELIMITED BY SIZE INTO SD-HISTORICO
                       MOVE FSD-VALOR-DEV TO SD-CREDITO
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FILE5.

       5120-EXIT.
           EXIT.

      * -----------------------------------
      * VENDA (DEBITO DO VALOR VENDIDO), SUAS PARCELAS (INFORMATIVAS)
      * E O CANCELAMENTO (CREDITO DO SALDO CANCELADO DAS PARCELAS)
       5130-LIBERA-VENDAS SECTION.
       5130.
           PERFORM VARYING WS-VI FROM 1 BY 1
                   UNTIL WS-VI > WS-VDA-QTDE
              INITIALIZE SORT-RECORD
              MOVE WS-VDA-DATA(WS-VI) TO SD-DATA
              MOVE 1                  TO SD-ORDEM
              MOVE WS-VDA-NUM(WS-VI)  TO SD-NUMVENDA
              MOVE SPACES             TO SD-HISTORICO
              STRING "VENDA " WS-VDA-NUM(WS-VI)
                     DELIMITED BY SIZE INTO SD-HISTORICO
              COMPUTE SD-DEBITO = WS-VDA-TOTAL(WS-VI) +
                                  WS-VDA-DEVOLVIDO(WS-VI)
              RELEASE SORT-RECORD

              MOVE ZEROS TO WS-VLR-CANCELADO
              MOVE WS-VDA-NUM(WS-VI) TO FS3-NUMVENDA
              MOVE ZEROS             TO FS3-PARCELA
              MOVE "N" TO WS-FIM-LEITURA
              START FILE3 KEY IS GREATER THAN FS3-KEY
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA
              END-START
              PERFORM UNTIL FIM-LEITURA
                 READ FILE3 NEXT
                     AT END
                         MOVE "S" TO WS-FIM-LEITURA
                 END-READ
                 IF NOT FIM-LEITURA
                    IF NOT FS3-OK
                       OR FS3-NUMVENDA NOT = WS-VDA-NUM(WS-VI)
                       MOVE "S" TO WS-FIM-LEITURA
                    ELSE
                       PERFORM 5135-LIBERA-PARCELA
                    END-IF
                 END-IF
              END-PERFORM

              IF WS-VDA-STATUS(WS-VI) = "C"
                 AND WS-VLR-CANCELADO > ZEROS
                 AND WS-VDA-CANCEL(WS-VI) NOT > WS-DATA-FIM
                 INITIALIZE SORT-RECORD
                 MOVE WS-VDA-CANCEL(WS-VI) TO SD-DATA
                 IF SD-DATA = ZEROS
                    MOVE WS-VDA-DATA(WS-VI) TO SD-DATA
                 END-IF
                 MOVE 6                    TO SD-ORDEM
                 MOVE WS-VDA-NUM(WS-VI)    TO SD-NUMVENDA
                 MOVE SPACES               TO SD-HISTORICO
                 STRING "CANCELAMENTO VENDA " WS-VDA-NUM(WS-VI)
                        DELIMITED BY SIZE INTO SD-HISTORICO
                 MOVE WS-VLR-CANCELADO     TO SD-CREDITO
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.

       5130-EXIT.
           EXIT.

       5135-LIBERA-PARCELA SECTION.
       5135.
           INITIALIZE SORT-RECORD.
           MOVE WS-VDA-DATA(WS-VI) TO SD-DATA.
           MOVE 2                  TO SD-ORDEM.
           MOVE FS3-NUMVENDA       TO SD-NUMVENDA.
           MOVE FS3-PARCELA        TO SD-SEQ WH-PARCELA.
           MOVE FS3-VENCIMENTO (7:2) TO WH-VENC-DIA.
           MOVE FS3-VENCIMENTO (5:2) TO WH-VENC-MES.
           MOVE FS3-VENCIMENTO (3:2) TO WH-VENC-ANO.
           EVALUATE TRUE
               WHEN FS3-STATUS-PAGA
                    MOVE "PAGA"   TO WH-SITUACAO
               WHEN FS3-STATUS-CANCELADA
                    MOVE "CANCEL" TO WH-SITUACAO
                    COMPUTE WS-VLR-CANCELADO = WS-VLR-CANCELADO +
                            FS3-VALOR - FS3-VALOR-PAGO
               WHEN OTHER
                    MOVE "ABERTA" TO WH-SITUACAO
           END-EVALUATE.
           MOVE WS-HIST-PARC TO SD-HISTORICO.
           MOVE FS3-VALOR    TO SD-DEBITO.
           MOVE "S"          TO SD-INFORMATIVO.
           RELEASE SORT-RECORD.

       5135-EXIT.
           EXIT.

      * -----------------------------------
      * RECEBIMENTOS DAS PARCELAS DO CLIENTE: JUROS E MULTA ENTRAM
      * COMO DEBITO (ENCARGOS) E O VALOR RECEBIDO COMO CREDITO
       5140-LIBERA-RECEBIMENTOS SECTION.
       5140.
           OPEN INPUT FILE4.
           IF NOT FS4-OK
              GO TO 5140-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL FIM-LEITURA
              READ FILE4
                  AT END
                      MOVE "S" TO WS-FIM-LEITURA
              END-READ
              IF NOT FIM-LEITURA
                 MOVE FSR-NUMVENDA TO FS2-NUMVENDA
                 PERFORM 5190-LOCALIZA-VENDA
                 IF WS-VDA-ACHADA > ZEROS
                    AND FSR-DATA-BAIXA NOT > WS-DATA-FIM
                    COMPUTE WS-VLR-ENCARGOS =
                            FSR-VLR-JUROS + FSR-VLR-MULTA
                    IF WS-VLR-ENCARGOS > ZEROS
                       INITIALIZE SORT-RECORD
                       MOVE FSR-DATA-BAIXA  TO SD-DATA
                       MOVE 3               TO SD-ORDEM
                       MOVE FSR-NUMVENDA    TO SD-NUMVENDA
                       MOVE FSR-PARCELA     TO SD-SEQ
                       MOVE SPACES          TO SD-HISTORICO
                       STRING "JUROS/MULTA VDA " FSR-NUMVENDA
                              "/" FSR-PARCELA
                              DELIMITED BY SIZE INTO SD-HISTORICO
                       MOVE WS-VLR-ENCARGOS TO SD-DEBITO
                       RELEASE SORT-RECORD
                    END-IF
                    INITIALIZE SORT-RECORD
                    MOVE FSR-DATA-BAIXA  TO SD-DATA
                    MOVE 4               TO SD-ORDEM
                    MOVE FSR-NUMVENDA    TO SD-NUMVENDA
                    MOVE FSR-PARCELA     TO SD-SEQ
                    MOVE SPACES          TO SD-HISTORICO
                    STRING "RECEBTO VDA " FSR-NUMVENDA
                           "/" FSR-PARCELA " " FSR-FORMA-PAGTO
                           DELIMITED BY SIZE INTO SD-HISTORICO
                    COMPUTE SD-CREDITO = FSR-VLR-PRINCIPAL +
                                         WS-VLR-ENCARGOS
                    RELEASE SORT-RECORD
      * O CREDITO DO CLIENTE JA ENTROU NO SALDO NA DEVOLUCAO QUE O
      * GEROU: A BAIXA COM ELE SO TROCA O CREDITO PELA PARCELA
                    IF FSR-FORMA-PAGTO = "R"
                       MOVE SD-CREDITO TO SD-DEBITO
                       MOVE ZEROS      TO SD-CREDITO
                       MOVE SPACES     TO SD-HISTORICO
                       STRING "CRED. UTILIZADO VDA " FSR-NUMVENDA
                              DELIMITED BY SIZE INTO SD-HISTORICO
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FILE4.

       5140-EXIT.
           EXIT.

      * -----------------------------------
      * AVISOS DE COBRANCA EMITIDOS (INFORMATIVOS)
       5150-LIBERA-AVISOS SECTION.
       5150.
           IF NOT TEM-COBRANCA
              GO TO 5150-EXIT
           END-IF.
           MOVE WS-CODCLI TO FS6-CODCLI.
           READ FILE6 KEY IS FS6-KEY
               INVALID KEY
                   GO TO 5150-EXIT
           END-READ.
           PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 3
              IF FS6-DATA-AVISO(WS-AI) > ZEROS
                 AND FS6-DATA-AVISO(WS-AI) NOT > WS-DATA-FIM
                 INITIALIZE SORT-RECORD
                 MOVE FS6-DATA-AVISO(WS-AI) TO SD-DATA
                 MOVE 7                     TO SD-ORDEM
                 MOVE WS-AI                 TO SD-SEQ
                 EVALUATE WS-AI
                     WHEN 1
                          MOVE "COBRANCA: 1O AVISO"
                               TO SD-HISTORICO
                     WHEN 2
                          MOVE "COBRANCA: 2O AVISO"
                               TO SD-HISTORICO
                     WHEN OTHER
                          MOVE "COBRANCA: AVISO DE PROTESTO"
                               TO SD-HISTORICO
                 END-EVALUATE
                 MOVE "S" TO SD-INFORMATIVO
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.

       5150-EXIT.
           EXIT.

      * -----------------------------------
      * PROCURA FS2-NUMVENDA NAS VENDAS DO CLIENTE (0 = NAO ACHOU)
       5190-LOCALIZA-VENDA SECTION.
       5190.
           MOVE ZEROS TO WS-VDA-ACHADA.
           PERFORM VARYING WS-VI FROM 1 BY 1
                   UNTIL WS-VI > WS-VDA-QTDE
                      OR WS-VDA-ACHADA > ZEROS
              IF WS-VDA-NUM(WS-VI) = FS2-NUMVENDA
                 MOVE WS-VI TO WS-VDA-ACHADA
              END-IF
           END-PERFORM.

       5190-EXIT.
           EXIT.

      * -----------------------------------
      * SAIDA DA ORDENACAO: ANTES DO PERIODO SO ACUMULA O SALDO
      * ANTERIOR; NO PERIODO FORMATA A LINHA COM O SALDO CORRENTE
       5500-CARREGA-EXTRATO SECTION.
       5500.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL FIM-SORT
              RETURN SORT-FILE
                  AT END
                      MOVE "S" TO WS-FIM-SORT
              END-RETURN
              IF NOT FIM-SORT
                 IF SD-DATA < WS-DATA-INI
                    IF NOT SD-SEM-VALOR
                       COMPUTE WS-SALDO-ANT = WS-SALDO-ANT +
                               SD-DEBITO - SD-CREDITO
                       MOVE WS-SALDO-ANT TO WS-SALDO
                    END-IF
                 ELSE
                    PERFORM 5510-FORMATA-LINHA
                 END-IF
              END-IF
           END-PERFORM.

       5500-EXIT.
           EXIT.

       5510-FORMATA-LINHA SECTION.
       5510.
           ADD 1 TO WS-CT-MOV.
           INITIALIZE WS-LIN-EXT.
           MOVE SD-DATA (7:2) TO WL-DIA.
           MOVE SD-DATA (5:2) TO WL-MES.
           MOVE SD-DATA (1:4) TO WL-ANO.
           MOVE SD-HISTORICO  TO WL-HISTORICO.
           IF SD-SEM-VALOR
              MOVE SPACES TO WL-VALORES
              IF SD-ORDEM = 2
                 MOVE SD-DEBITO TO WH-VALOR-PARC
                 MOVE WS-HIST-VALOR TO WL-VALORES
              END-IF
           ELSE
              COMPUTE WS-SALDO = WS-SALDO + SD-DEBITO - SD-CREDITO
              ADD SD-DEBITO  TO WS-TOT-DEBITO
              ADD SD-CREDITO TO WS-TOT-CREDITO
              MOVE SD-DEBITO  TO WL-DEBITO
              MOVE SD-CREDITO TO WL-CREDITO
              MOVE WS-SALDO   TO WL-SALDO
              IF SD-DEBITO = ZEROS
                 MOVE SPACES TO WL-VALORES (1:10)
              END-IF
              IF SD-CREDITO = ZEROS
                 MOVE SPACES TO WL-VALORES (12:10)
              END-IF
           END-IF.
           IF WS-EXT-QTDE < 999
              ADD 1 TO WS-EXT-QTDE
              MOVE WS-LIN-EXT TO WS-EXT-LINHA(WS-EXT-QTDE)
           ELSE
              MOVE "S" TO WS-EXT-TRUNCADO
           END-IF.

       5510-EXIT.
           EXIT.

      * -----------------------------------
      * MOSTRA O EXTRATO EM PAGINAS DE 12 LINHAS E OS SALDOS
       6000-MOSTRA-EXTRATO SECTION.
       6000.
           DISPLAY WS-LIN-EXT-CAB AT 0602.
           MOVE 1 TO WS-EI.
           PERFORM UNTIL WS-EI > WS-EXT-QTDE
                   OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE 07 TO WS-POS-LIN
              MOVE 02 TO WS-POS-COL
              PERFORM UNTIL WS-POS-LIN > 18
                 IF WS-EI > WS-EXT-QTDE
                    DISPLAY WS-LIN-TRACO (1:77) AT WS-POS-CONSULTA
                    MOVE 99 TO WS-POS-LIN
                 ELSE
                    DISPLAY WS-EXT-LINHA(WS-EI) (1:77)
                            AT WS-POS-CONSULTA
                    ADD 1 TO WS-EI
                    ADD 1 TO WS-POS-LIN
                 END-IF
              END-PERFORM
              IF WS-POS-LIN < 99
                 PERFORM UNTIL WS-POS-LIN > 18
                    DISPLAY WS-LIMPA (1:77) AT WS-POS-CONSULTA
                    ADD 1 TO WS-POS-LIN
                 END-PERFORM
              END-IF
              PERFORM 6100-MOSTRA-SALDOS
              IF WS-EI NOT > WS-EXT-QTDE
                 MOVE "ENTER = PROXIMA PAGINA   ESC = ENCERRAR"
                      TO WS-MSGERRO
                 ACCEPT SS-ERRO
              END-IF
           END-PERFORM.

       6000-EXIT.
           EXIT.

       6100-MOSTRA-SALDOS SECTION.
       6100.
           MOVE WS-SALDO-ANT TO ED-SALDO.
           DISPLAY "Saldo anterior:" AT 1902.
           DISPLAY ED-SALDO AT 1918.
           MOVE WS-SALDO TO ED-SALDO.
           DISPLAY "Saldo final:" AT 1937.
           DISPLAY ED-SALDO AT 1950.
           MOVE WS-VLR-CREDITO TO ED-VALOR.
           DISPLAY "Credito disp.:" AT 2002.
           DISPLAY ED-VALOR AT 2019.
           DISPLAY "Cobranca:" AT 2037.
           DISPLAY WS-DESC-ESTAGIO AT 2050.
           IF EXT-TRUNCADO
              DISPLAY "EXTRATO LIMITADO A 998 LANCAMENTOS" AT 2112
           END-IF.

       6100-EXIT.
           EXIT.

      * -----------------------------------
      * EMITE O EXTRATO MONTADO NO ARQUIVO
      * extrato-<cliente>-<data final>.txt
       7000-GRAVA-ARQUIVO SECTION.
       7000.
           MOVE SPACES TO WID-ARQUIVO-EXT.
           STRING "extrato-" WS-CODCLI "-" WS-DATA-FIM ".txt"
                  DELIMITED BY SIZE INTO WID-ARQUIVO-EXT.
           OPEN OUTPUT FILE8.

           MOVE WS-DATA-HOJE (7:2) TO WE-EMI-DIA.
           MOVE WS-DATA-HOJE (5:2) TO WE-EMI-MES.
           MOVE WS-DATA-HOJE (1:4) TO WE-EMI-ANO.
           MOVE WS-CODCLI   TO WE-CODCLI.
           MOVE WS-NOME-CLI TO WE-NOME.
           MOVE WS-CNPJ-CLI (1:2)  TO WS-CNPJ-MS1.
           MOVE WS-CNPJ-CLI (3:3)  TO WS-CNPJ-MS2.
           MOVE WS-CNPJ-CLI (6:3)  TO WS-CNPJ-MS3.
           MOVE WS-CNPJ-CLI (9:4)  TO WS-CNPJ-MS4.
           MOVE WS-CNPJ-CLI (13:2) TO WS-CNPJ-MS5.
           MOVE WS-CNPJ-MS  TO WE-CNPJ.
           MOVE WS-DATA-INI (7:2) TO WE-INI-DIA.
           MOVE WS-DATA-INI (5:2) TO WE-INI-MES.
           MOVE WS-DATA-INI (1:4) TO WE-INI-ANO.
           MOVE WS-DATA-FIM (7:2) TO WE-FIM-DIA.
           MOVE WS-DATA-FIM (5:2) TO WE-FIM-MES.
           MOVE WS-DATA-FIM (1:4) TO WE-FIM-ANO.

           WRITE FILE8-REC FROM WE-CAB1.
           WRITE FILE8-REC FROM WE-CAB2.
           WRITE FILE8-REC FROM WE-CAB3.
           WRITE FILE8-REC FROM WE-CAB4.
           WRITE FILE8-REC FROM WS-LIN-TRACO.
           WRITE FILE8-REC FROM WS-LIN-EXT-CAB.
           WRITE FILE8-REC FROM WS-LIN-TRACO.
           PERFORM VARYING WS-EI FROM 1 BY 1
                   UNTIL WS-EI > WS-EXT-QTDE
              WRITE FILE8-REC FROM WS-EXT-LINHA(WS-EI)
           END-PERFORM.
           WRITE FILE8-REC FROM WS-LIN-TRACO.

           MOVE "TOTAL DO PERIODO" TO WE-TOT-ROTULO.
           MOVE WS-TOT-DEBITO  TO WE-TOT-DEBITO.
           MOVE WS-TOT-CREDITO TO WE-TOT-CREDITO.
           MOVE WS-SALDO       TO WE-TOT-SALDO.
           WRITE FILE8-REC FROM WE-TOTAL.
           WRITE FILE8-REC FROM WS-LIN-TRACO.

           MOVE "SALDO FINAL" TO WE-ROD-ROTULO.
           MOVE WS-SALDO TO ED-SALDO.
           MOVE SPACES TO WE-ROD-TEXTO.
           IF WS-SALDO < ZEROS
              STRING ED-SALDO " (CREDOR)"
                     DELIMITED BY SIZE INTO WE-ROD-TEXTO
           ELSE
              STRING ED-SALDO " (DEVEDOR)"
                     DELIMITED BY SIZE INTO WE-ROD-TEXTO
           END-IF.
           WRITE FILE8-REC FROM WE-RODAPE.
           MOVE "CREDITO DISPONIVEL PARA USO" TO WE-ROD-ROTULO.
           MOVE WS-VLR-CREDITO TO ED-VALOR.
           MOVE ED-VALOR TO WE-ROD-TEXTO.
           WRITE FILE8-REC FROM WE-RODAPE.
           MOVE "ESTAGIO DE COBRANCA ATUAL" TO WE-ROD-ROTULO.
           MOVE WS-DESC-ESTAGIO TO WE-ROD-TEXTO.
           WRITE FILE8-REC FROM WE-RODAPE.
           IF EXT-TRUNCADO
              MOVE "EXTRATO LIMITADO A 998 LANCAMENTOS"
                   TO WE-ROD-ROTULO
              MOVE SPACES TO WE-ROD-TEXTO
              WRITE FILE8-REC FROM WE-RODAPE
           END-IF.

           CLOSE FILE8.

       7000-EXIT.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE1 FILE2 FILE3.
           IF TEM-COBRANCA
              CLOSE FILE6
           END-IF.
           IF TEM-CREDITOS
              CLOSE FILE7
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE OS ARQUIVOS PARA CONSULTA. COBRANCA E CREDITOS SAO
      * OPCIONAIS; OS DIARIOS SAO ABERTOS A CADA EXTRATO
      * -----------------------------------
           OPEN INPUT FILE1
           IF NOT FS-OK THEN
              MOVE "ARQUIVO DE CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN INPUT FILE2
           IF NOT FS2-OK THEN
              MOVE "ARQUIVO DE VENDAS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM 9900-MOSTRA-ERRO
                 THRU 9900-MOSTRA-ERRO-FIM
              MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN INPUT FILE3.

           OPEN INPUT FILE6.
           IF FS6-OK
              MOVE "S" TO WS-TEM-COBRANCA
           END-IF.
           OPEN INPUT FILE7.
           IF FS7-OK
              MOVE "S" TO WS-TEM-CREDITOS
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.
       9900.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO

           DISPLAY SS-STATUS.

       9900-MOSTRA-ERRO-FIM.
           EXIT.
