      *---------------------------------------------------------------*
      *  PRTSUPR - LAYOUT DO REGISTRO DO ARQUIVO TONER-STOCK, O       *
      *  ESTOQUE DE CARTUCHOS DE TONER POR TIPO DE CARTUCHO. A        *
      *  DESCRICAO E O PRAZO DE ENTREGA DO FORNECEDOR (DIAS) SAO      *
      *  MANTIDOS E AS ENTRADAS DE COMPRAS LANCADAS PELO CP465; A     *
      *  BAIXA DE UM CARTUCHO A CADA TROCA DETECTADA E FEITA PELO     *
      *  CP456. ACESSO PELA ROTINA PRTULOOK. BASE DO RELATORIO DE     *
      *  REPOSICAO DO CP466.                                          *
      *---------------------------------------------------------------*
       01  PRT-SUPRIMENTO-REC.
           02  PRTU-TIPO                   PIC X(008).
           02  PRTU-DESCRICAO              PIC X(020).
           02  PRTU-QUANTIDADE             PIC 9(005).
           02  PRTU-PRAZO-ENTREGA          PIC 9(003).
           02  PRTU-DATA-ENTRADA           PIC 9(008).
           02  PRTU-DATA-SAIDA             PIC 9(008).
