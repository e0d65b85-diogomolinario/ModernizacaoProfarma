      *  ROTINA DE ACESSO AO CADASTRO DE OPERADORES (OPERATOR-MASTER). *
      *  CHAMADA PELO CP454 (MANUTENCAO) E PELAS TELAS QUE EXIGEM      *
      *  IDENTIFICACAO DO OPERADOR (CP437, CP438, CP448, CP451,        *
      *  CP452, CP459, CP462, CP464 E CP465), EVITANDO QUE CADA UMA    *
      *  REPITA A LOGICA DE ABERTURA/CRIACAO DO ARQUIVO. AS            *
      *  AUTORIZACOES TRAFEGAM EM BLOCO (LK-AUTORIZACOES), NA ORDEM    *
      *  DO LAYOUT PRTOPR: IMPRESSORAS (QUE VALE TAMBEM PARA CP462,    *
      *  CP464 E CP465), SETORES, OPERADORES, REIMPRESSAO, LIBERACAO   *
      *  E CALENDARIO.                                                 *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
