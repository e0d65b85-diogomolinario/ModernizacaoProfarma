      *  COM O OPERADOR, O MOMENTO E OS VALORES ANTIGO E NOVO.        *
      *  O CADASTRO INDICA O ALVO: "M" = IMPRESSORA (CHAVE = NUMERO), *
      *  "S" = SETOR (CHAVE = CODIGO), "T" = VINCULO DE TERMINAL      *
      *  (CHAVE = CHAVE DO TERMINAL), "I" = INCIDENTE DE IMPRESSORA    *
      *  PELO CP462 (CHAVE = NUMERO + DATA DE ABERTURA AAMMDD; FUNCAO *
      *  "T" TECNICO, "C" CAUSA, "O" OBSERVACAO), "J" = JANELA DE     *
      *  MANUTENCAO PLANEJADA PELO CP464 (CHAVE = NUMERO + DATA DE    *
      *  INICIO AAMMDD; FUNCAO "I" INCLUSAO, "E" EXCLUSAO), "U" =     *
      *  ESTOQUE DE CARTUCHOS PELO CP465 (CHAVE = TIPO; FUNCAO "G"    *
      *  DESCRICAO/PRAZO, "R" ENTRADA DE COMPRAS COM OS SALDOS        *
      *  ANTIGO E NOVO), "B" = VINCULO IMPRESSORA X CARTUCHO PELO     *
      *  CP465 (CHAVE = NUMERO; FUNCAO "G" GRAVA, "E" DESFAZ), "O" =  *
      *  PERFIL DE OPERADOR PELO CP454 (CHAVE = OPERADOR; FUNCAO "G"  *
      *  GRAVA, "E" EXCLUI; VALORES = SETOR SUPERVISOR AUTORIZACOES), *
      *  "R" = REENFILEIRAMENTO PELO CP451 (CHAVE = TRABALHO), "L" =  *
      *  LIBERACAO DE RETIDO PELO CP452 (CHAVE = TRABALHO), "K" =     *
      *  CALENDARIO PELO CP459 (FUNCAO "G" EXPEDIENTE, CHAVE          *
      *  "EXPEDIEN"; "F"/"E" FERIADO, CHAVE = DATA AAAAMMDD).         *
      *  O CP467 USA A TRILHA PARA APURAR O ULTIMO USO DE CADA        *
      *  AUTORIZACAO NA RECERTIFICACAO DE ACESSOS.                    *
      *  CONSULTA PELO CP455.                                         *
      *---------------------------------------------------------------*
       01  PRT-AUDIT-REC.
           02  PRTA-OPERADOR               PIC X(008).
