      *---------------------------------------------------------------*
      *  PRTPRVR - LAYOUT DO REGISTRO DO ARQUIVO TONER-FORECAST, A    *
      *  PREVISAO DE FIM DE TONER GRAVADA PELO CP457 (UMA LINHA POR   *
      *  IMPRESSORA, REGRAVADO A CADA EXECUCAO) PARA O RELATORIO DE   *
      *  REPOSICAO DO CP466. PROJ-DIAS CONTA A PARTIR DE PROJ-DATA.   *
      *  PROJ-SITUACAO: "P" = PROJETADO, "S" = SEM BASE, "E" = TONER  *
      *  ESTAVEL (SEM PREVISAO DE FIM).                               *
      *---------------------------------------------------------------*
       01  PRT-PREVISAO-REC.
           02  PROJ-NUMERO                 PIC X(002).
           02  PROJ-DATA                   PIC 9(008).
           02  PROJ-VOLUME                 PIC 9(006)V99.
           02  PROJ-TONER                  PIC 9(003).
           02  PROJ-DIAS                   PIC 9(005).
           02  PROJ-SITUACAO               PIC X(001).
