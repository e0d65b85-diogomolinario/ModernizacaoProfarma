      *---------------------------------------------------------------*
      *  PRTKPIR - LAYOUT DO ARQUIVO DIARIO DE INDICADORES DAS         *
      *  IMPRESSORAS (PRTKPI.AAAAMMDD), GERADO PELO CP471 PARA O BI    *
      *  CORPORATIVO E A CENTRAL DE ATENDIMENTO. CAMPOS DE TAMANHO     *
      *  FIXO SEPARADOS POR ";". A PRIMEIRA LINHA E O CABECALHO "H"    *
      *  COM A DATA APURADA E O MOMENTO DA GERACAO; DEPOIS UMA LINHA   *
      *  "D" POR IMPRESSORA CADASTRADA; A ULTIMA E O RODAPE "T" COM A  *
      *  QUANTIDADE DE LINHAS "D". MINUTOS DISPONIVEIS EM BRANCO =     *
      *  IMPRESSORA SEM DADOS DE SITUACAO; PAGINAS E TONER EM BRANCO = *
      *  SEM MEDICAO NO DIA. KPI-SITUACAO: "F" = DIA SEM EXPEDIENTE,   *
      *  "M" = EM MANUTENCAO O EXPEDIENTE TODO, "S" = SEM DADOS DE     *
      *  SITUACAO, EM BRANCO = DIA NORMAL.                             *
      *---------------------------------------------------------------*
       01  KPI-CABECALHO.
           02  KPI-CAB-TIPO                PIC X(001) VALUE "H".
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-CAB-INTERFACE           PIC X(006) VALUE "PRTKPI".
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-CAB-DATA-APURADA        PIC 9(008).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-CAB-DATA-GERACAO        PIC 9(008).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-CAB-HORA-GERACAO        PIC 9(006).
       01  KPI-DETALHE.
           02  KPI-TIPO                    PIC X(001) VALUE "D".
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-DATA                    PIC 9(008).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-NUMERO                  PIC X(002).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-SETOR                   PIC X(002).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-MIN-EXPEDIENTE          PIC 9(004).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-MIN-DISPONIVEL          PIC 9(004).
           02  KPI-MIN-DISPONIVEL-X REDEFINES KPI-MIN-DISPONIVEL
                                           PIC X(004).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-MIN-PLANEJADO           PIC 9(004).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-ROTEADOS                PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-IMPRESSOS               PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-FALHOS                  PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-DESVIOS-RECEBIDOS       PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-DESVIOS-ENVIADOS        PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-RETIDOS                 PIC 9(005).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-PAGINAS                 PIC 9(008).
           02  KPI-PAGINAS-X REDEFINES KPI-PAGINAS
                                           PIC X(008).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-TONER                   PIC 9(003).
           02  KPI-TONER-X REDEFINES KPI-TONER
                                           PIC X(003).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-SITUACAO                PIC X(001).
       01  KPI-RODAPE.
           02  KPI-ROD-TIPO                PIC X(001) VALUE "T".
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-ROD-DATA-APURADA        PIC 9(008).
           02  FILLER                      PIC X(001) VALUE ";".
           02  KPI-ROD-QTD-LINHAS          PIC 9(007).
