      *  PRTDSVR - LAYOUT DO REGISTRO DO ARQUIVO PRINT-REROUTE-LOG,    *
      *  A TRILHA DOS DESVIOS FEITOS PELO CP440 QUANDO A IMPRESSORA    *
      *  ORIGINAL DE UM TRABALHO ESTAVA OFFLINE OU INATIVA.            *
      *  PRTD-MOTIVO: "P" = IMPRESSORA EM JANELA DE MANUTENCAO         *
      *  PLANEJADA (CP464); EM BRANCO = DESVIO POR INDISPONIBILIDADE.  *
      *---------------------------------------------------------------*
       01  PRT-DESVIO-REC.
           02  PRTD-CHAVE                  PIC X(008).
           02  PRTD-NUM-DESTINO            PIC X(002).
           02  PRTD-DATA                   PIC 9(008).
           02  PRTD-HORA                   PIC 9(006).
           02  PRTD-MOTIVO                 PIC X(001).
