      * -----------------------------------------------------------------
      * AREA DE COMUNICACAO COM O HIERARQUIA-VENDAS - COMPARTILHADA
      * PELOS PROGRAMAS QUE CONSOLIDAM POR EQUIPE E POR REGIONAL.
      * FUNCAO V = EQUIPE DO VENDEDOR HV-CODVEN NA DATA HV-DATA
      *        E = VIGENCIA DA EQUIPE HV-CODEQUIPE NA DATA HV-DATA
      *        R = DADOS DA REGIONAL HV-CODREGIONAL
      *        F = FECHA OS ARQUIVOS DA HIERARQUIA
      * HV-RESULT "N" = VENDEDOR SEM EQUIPE NA DATA, EQUIPE INATIVA
      * OU NAO CADASTRADA, REGIONAL NAO CADASTRADA
      * -----------------------------------------------------------------
       01 HV-PARM.
           05 HV-FUNCAO         PIC X(001).
               88 HV-POR-VENDEDOR VALUE "V".
               88 HV-POR-EQUIPE   VALUE "E".
               88 HV-POR-REGIONAL VALUE "R".
               88 HV-FECHAR       VALUE "F".
           05 HV-CODVEN         PIC 9(006).
           05 HV-DATA           PIC 9(008).
           05 HV-CODEQUIPE      PIC 9(004).
           05 HV-NOME-EQUIPE    PIC X(030).
           05 HV-CODSUPERV      PIC 9(006).
           05 HV-PERC-OVERRIDE  PIC 9(002)V9(002).
           05 HV-CODREGIONAL    PIC 9(003).
           05 HV-NOME-REGIONAL  PIC X(030).
           05 HV-CODGERENTE     PIC 9(006).
           05 HV-RESULT         PIC X(001).
               88 HV-ACHOU      VALUE "S".
               88 HV-NAO-ACHOU  VALUE "N".
