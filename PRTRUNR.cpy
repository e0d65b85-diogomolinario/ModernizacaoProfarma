      *---------------------------------------------------------------*
      *  PRTRUNR - LAYOUT DO REGISTRO DO ARQUIVO BATCH-RUN-CONTROL,    *
      *  O CONTROLE DE EXECUCAO DO LOTE (PRTRUN). CADA PROGRAMA DE     *
      *  LOTE GRAVA, PELA ROTINA PRTNLOOK, UM REGISTRO AO COMECAR      *
      *  (SITUACAO "I") E OUTRO AO TERMINAR, COM O INICIO, O FIM, A    *
      *  SITUACAO FINAL E AS CONTAGENS PRINCIPAIS. UM "I" SEM O        *
      *  REGISTRO DE FIM E UMA EXECUCAO INTERROMPIDA.                  *
      *  SITUACAO: "I" = INICIADO, "N" = NORMAL, "A" = TERMINOU COM    *
      *  AVISO (EXTRATO RECUSADO, ARQUIVO AUSENTE), "E" = ERRO.        *
      *  O SIGNIFICADO DE CADA CONTAGEM E O DO PROPRIO PROGRAMA        *
      *  (LIDOS, APLICADOS, REJEITADOS, DESVIADOS, RETIDOS); O QUE     *
      *  NAO SE APLICA VAI ZERADO. RESUMO DA MANHA PELO CP468.         *
      *---------------------------------------------------------------*
       01  PRT-EXECUCAO-REC.
           02  PRTN-PROGRAMA               PIC X(008).
           02  PRTN-INICIO.
               03  PRTN-DATA-INICIO        PIC 9(008).
               03  PRTN-HORA-INICIO        PIC 9(006).
           02  PRTN-TERMINO.
               03  PRTN-DATA-FIM           PIC 9(008).
               03  PRTN-HORA-FIM           PIC 9(006).
           02  PRTN-SITUACAO               PIC X(001).
           02  PRTN-CONTAGENS.
               03  PRTN-LIDOS              PIC 9(007).
               03  PRTN-APLICADOS          PIC 9(007).
               03  PRTN-REJEITADOS         PIC 9(007).
               03  PRTN-DESVIADOS          PIC 9(007).
               03  PRTN-RETIDOS            PIC 9(007).
           02  PRTN-CONTAGENS-TAB REDEFINES PRTN-CONTAGENS.
               03  PRTN-CONTAGEM           PIC 9(007) OCCURS 5 TIMES.
           02  PRTN-MENSAGEM               PIC X(030).
