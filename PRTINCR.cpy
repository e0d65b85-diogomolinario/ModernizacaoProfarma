      *---------------------------------------------------------------*
      *  PRTINCR - LAYOUT DO REGISTRO DO ARQUIVO PRINTER-INCIDENT, O   *
      *  REGISTRO DE INCIDENTES DE IMPRESSORA. O CP444 ABRE UM         *
      *  INCIDENTE ("ABERTO ") QUANDO A IMPRESSORA PASSA PARA OFFLINE  *
      *  OU PARADA E O FECHA ("FECHADO") COM A DATA/HORA DA VOLTA A    *
      *  UMA SITUACAO DISPONIVEL. A MESA COMPLETA O TECNICO, A CAUSA   *
      *  E A OBSERVACAO PELO CP462; O CP463 APURA MTTR E MTBF.         *
      *  CAUSA: "P" = ATOLAMENTO DE PAPEL, "R" = REDE, "H" =           *
      *  HARDWARE, "T" = TONER; EM BRANCO = AINDA NAO INFORMADA.       *
      *  A CHAVE E A IMPRESSORA COM A DATA/HORA DE ABERTURA.           *
      *---------------------------------------------------------------*
       01  PRT-INCIDENTE-REC.
           02  PRTI-ID.
               03  PRTI-NUMERO             PIC X(002).
               03  PRTI-DATA-ABERTURA      PIC 9(008).
               03  PRTI-HORA-ABERTURA      PIC 9(006).
           02  PRTI-SITUACAO               PIC X(007).
           02  PRTI-SIT-ORIGEM             PIC X(007).
           02  PRTI-DATA-FECHAMENTO        PIC 9(008).
           02  PRTI-HORA-FECHAMENTO        PIC 9(006).
           02  PRTI-CAUSA                  PIC X(001).
           02  PRTI-TECNICO                PIC X(020).
           02  PRTI-OBSERVACAO             PIC X(040).
           02  PRTI-OPERADOR               PIC X(008).
