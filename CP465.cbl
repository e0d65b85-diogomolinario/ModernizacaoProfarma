       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP465.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  MANUTENCAO DO ESTOQUE DE CARTUCHOS DE TONER (TONER-STOCK).    *
      *  IRMA DO CP448: PARA UM TIPO DE CARTUCHO PERMITE CONSULTAR O   *
      *  SALDO, GRAVAR A DESCRICAO E O PRAZO DE ENTREGA DO             *
      *  FORNECEDOR, LANCAR AS ENTRADAS RECEBIDAS DE COMPRAS (VIA      *
      *  PRTULOOK) E VINCULAR UMA IMPRESSORA AO TIPO QUE ELA USA (VIA  *
      *  PRTBLOOK; TIPO EM BRANCO DESFAZ O VINCULO). A BAIXA NA TROCA  *
      *  E FEITA PELO CP456 E A SUGESTAO DE COMPRA SAI NO CP466.       *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE IMPRESSORAS. CADA GRAVACAO E     *
      *  ENTRADA E REGISTRADA NA TRILHA PRTAUD COM CADASTRO "U" E      *
      *  CADA VINCULO COM CADASTRO "B" (CONSULTA PELO CP455).          *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA
                       CRT STATUS IS tecla-status.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
       01 fim-manutencao-sw            pic x(001)          value "N".
           88 fim-manutencao                                value "S".
       01 tipo-escolhido               pic x(008)          value spaces.
       01 acao-escolhida               pic x(001)          value space.
           88 acao-e-valida                 values "C" "G" "R" "V".
       01 descricao-nova               pic x(020)          value spaces.
       01 prazo-alfa                   pic x(003)          value spaces.
       01 quantidade-alfa              pic x(005)          value spaces.
       01 quantidade-recebida          pic 9(005)          value zero.
       01 numero-informado             pic x(002)          value spaces.
           88 numero-e-impressora           values "01" thru "99".
       01 descricao-tela               pic x(020)          value spaces.
       01 quantidade-tela              pic z(004)9         value zero.
       01 prazo-tela                   pic zz9             value zero.
       01 entrada-tela                 pic 9(008)          value zero.
       01 saida-tela                   pic 9(008)          value zero.
       01 msg-erro                     pic x(030)          value spaces.
       01 cu-funcao                    pic x(001)          value space.
       01 cu-descricao                 pic x(020)          value spaces.
       01 cu-quantidade                pic 9(005)          value zero.
       01 cu-prazo                     pic 9(003)          value zero.
       01 cu-data-entrada              pic 9(008)          value zero.
       01 cu-data-saida                pic 9(008)          value zero.
       01 cu-achou                     pic x(001)          value space.
       01 cb-funcao                    pic x(001)          value space.
       01 cb-tipo                      pic x(008)          value spaces.
       01 cb-tipo-antigo               pic x(008)          value spaces.
       01 cb-achou                     pic x(001)          value space.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-nome                      pic x(012)          value spaces.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
       01 pm-achou                     pic x(001)          value space.
       01 acesso-liberado-sw           pic x(001)          value "N".
           88 acesso-liberado                               value "S".
       01 id-operador                  pic x(008)          value spaces.
       01 op-funcao                    pic x(001)          value space.
       01 op-setor                     pic x(002)          value spaces.
       01 op-supervisor                pic x(001)          value space.
       01 op-autorizacoes              pic x(006)          value spaces.
       01 op-autorizacoes-campos redefines op-autorizacoes.
           02 op-aut-impressoras       pic x(001).
           02 filler                   pic x(005).
       01 op-achou                     pic x(001)          value space.
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 cadastro-auditado            pic x(001)          value space.
       01 funcao-auditada              pic x(001)          value space.
       01 chave-auditada               pic x(008)          value spaces.
       01 valor-antigo                 pic x(020)          value spaces.
       01 valor-novo                   pic x(020)          value spaces.
       01 valor-cartucho.
           02 valor-descricao          pic x(016).
           02 filler                   pic x(001)          value space.
           02 valor-prazo              pic 9(003).
       01 valor-quantidade             pic 9(005)          value zero.
       SCREEN SECTION.
       01 tela.
          02 blank SCREEN.
          02 line 02 COLUMN 02 "  ESTOQUE DE CARTUCHOS DE TONER  "
              HIGHLIGHT REVERSE-VIDEO.
          02 line 04 COLUMN 02 "Cartucho (8 pos), Esc sai.: "
              HIGHLIGHT.
          02 line 05 COLUMN 02
              "Acao C=consu G=grava R=recebe V=vincula: "
              HIGHLIGHT.
          02 line 06 COLUMN 02 "Descricao.................: "
              HIGHLIGHT.
          02 line 07 COLUMN 02 "Prazo de entrega (dias)...: "
              HIGHLIGHT.
          02 line 08 COLUMN 02 "Quantidade recebida.......: "
              HIGHLIGHT.
          02 line 09 COLUMN 02 "Impressora a vincular.....: "
              HIGHLIGHT.
          02 line 11 COLUMN 02 "Descricao atual...........: "
              HIGHLIGHT.
          02 line 11 COLUMN 30 pic x(020) from descricao-tela.
          02 line 12 COLUMN 02 "Saldo em estoque..........: "
              HIGHLIGHT.
          02 line 12 COLUMN 30 pic z(004)9 from quantidade-tela.
          02 line 13 COLUMN 02 "Prazo de entrega atual....: "
              HIGHLIGHT.
          02 line 13 COLUMN 30 pic zz9 from prazo-tela.
          02 line 14 COLUMN 02 "Ultima entrada / saida....: "
              HIGHLIGHT.
          02 line 14 COLUMN 30 pic 9(008) from entrada-tela.
          02 line 14 COLUMN 40 pic 9(008) from saida-tela.
          02 line 16 COLUMN 02 pic x(030) from msg-erro
              HIGHLIGHT.

       procedure division.
       INICIO.
           accept id-operador from environment "LOGNAME"
           perform VERIFICAR-ACESSO
           if not acesso-liberado
              display "CP465 ACESSO NEGADO AO OPERADOR " id-operador
              stop run
           end-if
           move spaces to msg-erro
           perform TRATAR-CARTUCHO until fim-manutencao
           stop run.

       VERIFICAR-ACESSO.
           move "L" to op-funcao
           call "PRTOLOOK" using op-funcao id-operador
                                  op-setor op-supervisor
                                  op-autorizacoes op-achou
           end-call
           if op-supervisor = "S" or op-aut-impressoras = "S"
              set acesso-liberado to true
           end-if.

       TRATAR-CARTUCHO.
           move spaces to tipo-escolhido acao-escolhida
                          descricao-nova prazo-alfa
                          quantidade-alfa numero-informado
           display tela
           accept tipo-escolhido at 0430
               on exception
                   evaluate tecla-status
                       when cob-scr-esc
                           set fim-manutencao to true
                       when other
                           continue
                   end-evaluate
           end-accept
           if not fim-manutencao
              move spaces to msg-erro
              perform CONSULTAR-CARTUCHO-TELA
              perform APLICAR-ACAO-CARTUCHO
           end-if.

       CONSULTAR-CARTUCHO-TELA.
           move "L" to cu-funcao
           call "PRTULOOK" using cu-funcao tipo-escolhido cu-descricao
                                  cu-quantidade cu-prazo
                                  cu-data-entrada cu-data-saida
                                  cu-achou
           end-call
           perform MOSTRAR-SALDO.

       MOSTRAR-SALDO.
           move cu-descricao    to descricao-tela
           move cu-quantidade   to quantidade-tela
           move cu-prazo        to prazo-tela
           move cu-data-entrada to entrada-tela
           move cu-data-saida   to saida-tela.

       APLICAR-ACAO-CARTUCHO.
           accept acao-escolhida at 0543
           if acao-e-valida
              evaluate true
                  when acao-escolhida = "C"
                      perform MOSTRAR-CONSULTA
                  when acao-escolhida = "G"
                      accept descricao-nova at 0630
                      accept prazo-alfa     at 0730
                      perform GRAVAR-CARTUCHO-TELA
                  when acao-escolhida = "R"
                      accept quantidade-alfa at 0830
                      perform RECEBER-CARTUCHOS-TELA
                  when acao-escolhida = "V"
                      accept numero-informado at 0930
                      perform VINCULAR-IMPRESSORA-TELA
              end-evaluate
           else
              move "Acao invalida: C, G, R ou V." to msg-erro
           end-if.

       MOSTRAR-CONSULTA.
           if cu-achou not = "S"
              move "Cartucho nao cadastrado." to msg-erro
           end-if.

       GRAVAR-CARTUCHO-TELA.
           if descricao-nova = spaces
              move cu-descricao to descricao-nova
           end-if
           if prazo-alfa = spaces
              move cu-prazo to prazo-alfa
           end-if
           evaluate true
               when tipo-escolhido = spaces
                   move "Informe o tipo do cartucho." to msg-erro
               when descricao-nova = spaces
                   move "Informe a descricao." to msg-erro
               when prazo-alfa not numeric
                   move "Prazo invalido (3 digitos)." to msg-erro
               when other
                   move cu-descricao to valor-descricao
                   move cu-prazo     to valor-prazo
                   move valor-cartucho to valor-antigo
                   move "G" to cu-funcao
                   move descricao-nova to cu-descricao
                   move prazo-alfa     to cu-prazo
                   call "PRTULOOK" using cu-funcao tipo-escolhido
                                          cu-descricao cu-quantidade
                                          cu-prazo cu-data-entrada
                                          cu-data-saida cu-achou
                   end-call
                   perform CONSULTAR-CARTUCHO-TELA
                   move cu-descricao to valor-descricao
                   move cu-prazo     to valor-prazo
                   move valor-cartucho to valor-novo
                   move "U"            to cadastro-auditado
                   move "G"            to funcao-auditada
                   move tipo-escolhido to chave-auditada
                   perform GRAVAR-AUDITORIA
                   move "Cartucho gravado." to msg-erro
           end-evaluate.

       RECEBER-CARTUCHOS-TELA.
           if quantidade-alfa numeric
              move quantidade-alfa to quantidade-recebida
           else
              move zero to quantidade-recebida
           end-if
           evaluate true
               when cu-achou not = "S"
                   move "Cartucho nao cadastrado." to msg-erro
               when quantidade-recebida = zero
                   move "Quantidade invalida (5 dig.)." to msg-erro
               when cu-quantidade + quantidade-recebida > 99999
                   move "Saldo passaria de 99999." to msg-erro
               when other
                   move spaces to valor-antigo valor-novo
                   move cu-quantidade to valor-quantidade
                   move valor-quantidade to valor-antigo(1:5)
                   accept data-hoje from date yyyymmdd
                   move "R" to cu-funcao
                   move quantidade-recebida to cu-quantidade
                   move data-hoje to cu-data-entrada
                   call "PRTULOOK" using cu-funcao tipo-escolhido
                                          cu-descricao cu-quantidade
                                          cu-prazo cu-data-entrada
                                          cu-data-saida cu-achou
                   end-call
                   perform CONSULTAR-CARTUCHO-TELA
                   move cu-quantidade to valor-quantidade
                   move valor-quantidade to valor-novo(1:5)
                   move "U"            to cadastro-auditado
                   move "R"            to funcao-auditada
                   move tipo-escolhido to chave-auditada
                   perform GRAVAR-AUDITORIA
                   move "Entrada lancada." to msg-erro
           end-evaluate.

       VINCULAR-IMPRESSORA-TELA.
           if numero-informado(1:1) not = space
              and numero-informado(2:1) = space
              move numero-informado(1:1) to numero-informado(2:1)
              move "0" to numero-informado(1:1)
           end-if
           move "N" to pm-achou
           if numero-e-impressora
              move "L" to pm-funcao
              call "PRTMLOOK" using pm-funcao numero-informado
                                     pm-nome pm-ativo pm-setor
                                     pm-achou
              end-call
           end-if
           evaluate true
               when not numero-e-impressora
                   move "Impressora invalida: 01 a 99." to msg-erro
               when pm-achou not = "S"
                   move "Impressora nao cadastrada." to msg-erro
               when tipo-escolhido not = spaces
                    and cu-achou not = "S"
                   move "Cartucho nao cadastrado." to msg-erro
               when other
                   perform GRAVAR-VINCULO-TELA
           end-evaluate.

       GRAVAR-VINCULO-TELA.
           move "L" to cb-funcao
           call "PRTBLOOK" using cb-funcao numero-informado
                                  cb-tipo-antigo cb-achou
           end-call
           move tipo-escolhido to cb-tipo
           if tipo-escolhido = spaces
              move "E" to cb-funcao
              move "Vinculo desfeito." to msg-erro
           else
              move "G" to cb-funcao
              move "Impressora vinculada." to msg-erro
           end-if
           call "PRTBLOOK" using cb-funcao numero-informado
                                  cb-tipo cb-achou
           end-call
           move "B"            to cadastro-auditado
           move cb-funcao      to funcao-auditada
           move spaces         to chave-auditada
           move numero-informado to chave-auditada(1:2)
           move spaces         to valor-antigo valor-novo
           move cb-tipo-antigo to valor-antigo(1:8)
           move tipo-escolhido to valor-novo(1:8)
           perform GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           open extend maint-audit-log
           if prta-nao-existe
              open output maint-audit-log
              close maint-audit-log
              open extend maint-audit-log
           end-if
           accept data-hoje from date yyyymmdd
           accept hora-completa from time
           move id-operador       to prta-operador
           move data-hoje         to prta-data
           divide hora-completa by 100 giving prta-hora
           move cadastro-auditado to prta-cadastro
           move funcao-auditada   to prta-funcao
           move chave-auditada    to prta-chave
           move valor-antigo      to prta-valor-antigo
           move valor-novo        to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
