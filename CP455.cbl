      *  CONSULTA ONLINE DA TRILHA DE AUDITORIA DE MANUTENCOES.        *
      *  IRMA DO CP449: PAGINA O MAINT-AUDIT-LOG (PRTAUD) DO MAIS      *
      *  RECENTE PARA O MAIS ANTIGO, COM FILTROS POR OPERADOR, POR     *
      *  CADASTRO E POR FAIXA DE DATAS (EM BRANCO = SEM FILTRO),       *
      *  MOSTRANDO A FUNCAO, A CHAVE ALTERADA E OS VALORES ANTIGO E    *
      *  NOVO DE CADA ACAO GRAVADA. GUARDA AS 500 ACOES MAIS RECENTES  *
      *  QUE PASSAM NO FILTRO. CODIGOS DE CADASTRO:                    *
      *  M=IMPRESSORA (CP438)      S=SETOR (CP448)                     *
      *  T=TERMINAL (CP448)        R=REIMPRESSAO (CP451)               *
      *  L=LIBERACAO (CP452)       O=OPERADOR (CP454)                  *
      *  K=CALENDARIO (CP459)      I=INCIDENTE (CP462)                 *
      *  J=JANELA MANUT. (CP464)   U=ESTOQUE TONER (CP465)             *
      *  B=VINCULO CARTUCHO (CP465)                                    *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
              HIGHLIGHT REVERSE-VIDEO.
          02 line 04 COLUMN 02 "Operador (br=todos)........: "
              HIGHLIGHT.
          02 line 05 COLUMN 02 "Cad.(M/S/T/I/J/U/B/O/R/L/K): "
              HIGHLIGHT.
          02 line 05 COLUMN 35 "br=todos"
              HIGHLIGHT.
          02 line 06 COLUMN 02 "Data inicial (AAAAMMDD)....: "
              HIGHLIGHT.
