      *---------------------------------------------------------------*
      *  PRTJANR - LAYOUT DO REGISTRO DO ARQUIVO MAINT-WINDOW, AS      *
      *  JANELAS DE MANUTENCAO PLANEJADA POR IMPRESSORA, MANTIDAS      *
      *  PELO CP464. CADA REGISTRO GUARDA A IMPRESSORA, O INICIO E O   *
      *  FIM (AAAAMMDD + HHMM), O MOTIVO E QUEM AGENDOU. A ROTINA      *
      *  PRTVLOOK RESPONDE SE A IMPRESSORA ESTA EM JANELA NUM MOMENTO  *
      *  (CP440 DESVIA PARA A RESERVA, CP446 NAO ALERTA) E QUAIS       *
      *  FAIXAS DE UM DIA SAO PLANEJADAS (CP445).                      *
      *---------------------------------------------------------------*
       01  PRT-JANELA-REC.
           02  PRTV-NUMERO                 PIC X(002).
           02  PRTV-INICIO.
               03  PRTV-DATA-INICIO        PIC 9(008).
               03  PRTV-HORA-INICIO        PIC 9(004).
           02  PRTV-TERMINO.
               03  PRTV-DATA-FIM           PIC 9(008).
               03  PRTV-HORA-FIM           PIC 9(004).
           02  PRTV-MOTIVO                 PIC X(030).
           02  PRTV-OPERADOR               PIC X(008).
