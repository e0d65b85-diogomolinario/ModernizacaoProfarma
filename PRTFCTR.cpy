      *---------------------------------------------------------------*
      *  PRTFCTR - LAYOUT DO REGISTRO DO ARQUIVO FEED-CONTROL          *
      *  (PRTFCT), UM REGISTRO POR EXTRATO DO SERVIDOR DE IMPRESSAO    *
      *  COM A ULTIMA SEQUENCIA APLICADA, A DATA E A HORA DA           *
      *  EXTRACAO INFORMADAS NO CABECALHO, A QUANTIDADE DE LINHAS E    *
      *  A DATA E A HORA EM QUE A CARGA TERMINOU. MANTIDO PELA         *
      *  ROTINA PRTYLOOK; EXTRATO COM SEQUENCIA IGUAL OU MENOR QUE A   *
      *  GUARDADA AQUI E RECUSADO INTEIRO.                             *
      *---------------------------------------------------------------*
       01  PRT-CONTROLE-CARGA-REC.
           02  PRTY-EXTRATO                PIC X(006).
           02  FILLER                      PIC X(001).
           02  PRTY-SEQUENCIA              PIC 9(006).
           02  FILLER                      PIC X(001).
           02  PRTY-DATA-EXTRATO           PIC 9(008).
           02  PRTY-HORA-EXTRATO           PIC 9(006).
           02  FILLER                      PIC X(001).
           02  PRTY-QTD-REGISTROS          PIC 9(007).
           02  FILLER                      PIC X(001).
           02  PRTY-DATA-CARGA             PIC 9(008).
           02  PRTY-HORA-CARGA             PIC 9(006).
