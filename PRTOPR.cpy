      *  MESMA CHAVE DE TERMINAL/USUARIO DE PRTC-CHAVE (LOGNAME).     *
      *  O SUPERVISOR ("S") VE TODAS AS IMPRESSORAS NO CP437 E ENTRA  *
      *  EM QUALQUER TELA DE MANUTENCAO; AS AUTORIZACOES LIBERAM      *
      *  TELA A TELA: IMPRESSORAS=CP438, CP462 (INCIDENTES), CP464    *
      *  (JANELAS DE MANUTENCAO) E CP465 (ESTOQUE DE TONER),          *
      *  SETORES=CP448, OPERADORES=CP454, REIMPRESSAO=CP451,          *
      *  LIBERACAO=CP452, CALENDARIO=CP459.                           *
      *  A CONSULTA E A GRAVACAO SAO FEITAS PELA ROTINA PRTOLOOK.     *
      *---------------------------------------------------------------*
       01  PRT-OPERADOR-REC.
