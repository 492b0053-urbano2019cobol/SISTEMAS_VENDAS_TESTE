      * -----------------------------------------------------------------
      * AREA DO PASSO DO PROCESSAMENTO NOTURNO - EXTERNAL, COMPARTILHADA
      * PELO PROCESSAMENTO-NOTURNO E PELOS PROGRAMAS DA CADEIA.
      * COM PN-EM-LOTE O PROGRAMA NAO USA A TELA: TOMA A DATA DE
      * MOVIMENTO E O PARAMETRO DO PASSO DAQUI E DEVOLVE A SITUACAO,
      * OS CONTADORES E UMA MENSAGEM. FORA DA CADEIA PN-MODO NAO VEM
      * COM "L" E O PROGRAMA SEGUE PELA TELA COMO SEMPRE
      * PN-SITUACAO S = CONCLUIDO, A = CONCLUIDO COM AVISO, E = ERRO
      * -----------------------------------------------------------------
       01 PN-PARM IS EXTERNAL.
           05 PN-MODO           PIC X(001).
               88 PN-EM-LOTE    VALUE "L".
           05 PN-DATA-MOVTO     PIC 9(008).
           05 PN-PARAMETRO      PIC X(060).
           05 PN-SITUACAO       PIC X(001).
               88 PN-PASSO-OK    VALUE "S".
               88 PN-PASSO-AVISO VALUE "A".
               88 PN-PASSO-ERRO  VALUE "E".
           05 PN-CT-LIDOS       PIC 9(009).
           05 PN-CT-GRAVADOS    PIC 9(009).
           05 PN-VL-TOTAL       PIC 9(013)V9(002).
           05 PN-MENSAGEM       PIC X(060).
