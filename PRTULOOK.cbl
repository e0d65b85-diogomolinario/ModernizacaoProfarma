       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PRTULOOK.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ROTINA DE ACESSO AO ESTOQUE DE CARTUCHOS (TONER-STOCK).       *
      *  CHAMADA PELO CP465 (MANUTENCAO E ENTRADAS DE COMPRAS) E PELO  *
      *  CP456 (BAIXA NA TROCA DE CARTUCHO). FUNCOES:                  *
      *  "L" CONSULTA O TIPO;                                          *
      *  "G" GRAVA DESCRICAO E PRAZO (TIPO NOVO ENTRA COM SALDO ZERO); *
      *  "R" SOMA LK-QUANTIDADE RECEBIDA AO SALDO, COM A DATA DE       *
      *      ENTRADA INFORMADA;                                        *
      *  "B" BAIXA UM CARTUCHO, COM A DATA DE SAIDA INFORMADA; SALDO   *
      *      ZERO NAO BAIXA E DEVOLVE LK-ACHOU = "Z".                  *
      *  EM "R" E "B" LK-QUANTIDADE VOLTA COM O SALDO NOVO.            *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TONER-STOCK ASSIGN TO "PRTSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTU-TIPO
               FILE STATUS IS PRTU-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  TONER-STOCK.
           COPY "PRTSUPR".
       WORKING-STORAGE SECTION.
       01 prtu-status                  pic x(002)          value spaces.
           88 prtu-ok                                     value "00".
           88 prtu-nao-encontrado                         value "23".
           88 prtu-nao-existe                             value "35".
       LINKAGE          SECTION.
       01 lk-funcao                    pic x(001).
       01 lk-tipo                      pic x(008).
       01 lk-descricao                 pic x(020).
       01 lk-quantidade                pic 9(005).
       01 lk-prazo                     pic 9(003).
       01 lk-data-entrada              pic 9(008).
       01 lk-data-saida                pic 9(008).
       01 lk-achou                     pic x(001).

       procedure division using lk-funcao lk-tipo lk-descricao
                                 lk-quantidade lk-prazo
                                 lk-data-entrada lk-data-saida
                                 lk-achou.
       INICIO.
           move "N" to lk-achou
           perform ABRIR-TONER-STOCK
           move lk-tipo to prtu-tipo
           evaluate lk-funcao
               when "L"
                   perform CONSULTAR-CARTUCHO
               when "G"
                   perform GRAVAR-CARTUCHO
               when "R"
                   perform RECEBER-CARTUCHOS
               when "B"
                   perform BAIXAR-CARTUCHO
               when other
                   continue
           end-evaluate
           close toner-stock
           goback.

       ABRIR-TONER-STOCK.
           open i-o toner-stock
           if prtu-nao-existe
              open output toner-stock
              close toner-stock
              open i-o toner-stock
           end-if.

       CONSULTAR-CARTUCHO.
           read toner-stock
               invalid key
                   move spaces to lk-descricao
                   move zero   to lk-quantidade lk-prazo
                                  lk-data-entrada lk-data-saida
               not invalid key
                   move prtu-descricao     to lk-descricao
                   move prtu-quantidade    to lk-quantidade
                   move prtu-prazo-entrega to lk-prazo
                   move prtu-data-entrada  to lk-data-entrada
                   move prtu-data-saida    to lk-data-saida
                   move "S" to lk-achou
           end-read.

       GRAVAR-CARTUCHO.
           read toner-stock
               invalid key
                   move zero to prtu-quantidade prtu-data-entrada
                                prtu-data-saida
                   move lk-descricao to prtu-descricao
                   move lk-prazo     to prtu-prazo-entrega
                   write prt-suprimento-rec
               not invalid key
                   move lk-descricao to prtu-descricao
                   move lk-prazo     to prtu-prazo-entrega
                   rewrite prt-suprimento-rec
           end-read
           move "S" to lk-achou.

       RECEBER-CARTUCHOS.
           read toner-stock
               invalid key
                   continue
               not invalid key
                   add lk-quantidade to prtu-quantidade
                   move lk-data-entrada to prtu-data-entrada
                   rewrite prt-suprimento-rec
                   move prtu-quantidade to lk-quantidade
                   move "S" to lk-achou
           end-read.

       BAIXAR-CARTUCHO.
           read toner-stock
               invalid key
                   continue
               not invalid key
                   if prtu-quantidade = zero
                      move "Z" to lk-achou
                   else
                      subtract 1 from prtu-quantidade
                      move lk-data-saida to prtu-data-saida
                      rewrite prt-suprimento-rec
                      move "S" to lk-achou
                   end-if
                   move prtu-quantidade to lk-quantidade
           end-read.
