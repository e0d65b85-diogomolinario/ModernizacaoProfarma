       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP466.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  RELATORIO SEMANAL DE REPOSICAO DE CARTUCHOS DE TONER.         *
      *  RODA EM LOTE, DEPOIS DO CP457: CRUZA A PREVISAO DE FIM DE     *
      *  TONER DE CADA IMPRESSORA (PRTPRV, AJUSTADA PELOS DIAS         *
      *  DECORRIDOS DESDE A PREVISAO) COM O VINCULO AO TIPO DE         *
      *  CARTUCHO (PRTBLOOK) E COM O ESTOQUE E O PRAZO DE ENTREGA DO   *
      *  FORNECEDOR (PRTSUP). POR TIPO, A DEMANDA SAO AS IMPRESSORAS   *
      *  QUE ACABAM O TONER DENTRO DO PRAZO DE ENTREGA MAIS A          *
      *  COBERTURA (VARIAVEL DE AMBIENTE DIASCOB, PADRAO 7 DIAS - A    *
      *  PROXIMA EMISSAO); A SUGESTAO DE COMPRA E A DEMANDA MENOS O    *
      *  SALDO. "RUPTURA" = MAIS IMPRESSORAS ACABANDO ANTES DA ENTREGA *
      *  DO QUE CARTUCHOS NA PRATELEIRA. NO FIM LISTA AS IMPRESSORAS   *
      *  ATIVAS SEM TIPO DE CARTUCHO E OS VINCULOS A TIPO NAO          *
      *  CADASTRADO. O RESULTADO SAI EM RELREP.                        *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TONER-FORECAST ASSIGN TO "PRTPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROJ-STATUS.
           SELECT TONER-STOCK ASSIGN TO "PRTSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTU-TIPO
               FILE STATUS IS PRTU-STATUS.
           SELECT RELATORIO-REPOSICAO ASSIGN TO "RELREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELR-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  TONER-FORECAST.
           COPY "PRTPRVR".
       FD  TONER-STOCK.
           COPY "PRTSUPR".
       FD  RELATORIO-REPOSICAO.
       01  RELR-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 proj-status                  pic x(002)          value spaces.
           88 proj-ok                                     value "00".
       01 prtu-status                  pic x(002)          value spaces.
           88 prtu-ok                                     value "00".
           88 prtu-nao-existe                             value "35".
       01 relr-status                  pic x(002)          value spaces.
           88 relr-ok                                     value "00".
       01 fim-arquivo-sw               pic x(001)          value "N".
           88 fim-arquivo                                   value "S".
       01 previsao-achada-sw           pic x(001)          value "N".
           88 previsao-achada                               value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 data-previsao                pic 9(008)          value zero.
       01 cobertura-alfa               pic x(003)          value spaces.
       01 dias-cobertura               pic 9(003)          value 7.
       01 digito-previsao              pic x(002)          value spaces.
       01 digito-previsao-num redefines digito-previsao
                                       pic 9(002).
       01 idx-impressora               pic 9(003) comp     value zero.
       01 idx-tipo                     pic 9(003) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
       01 pm-achou                     pic x(001)          value space.
       01 cb-funcao                    pic x(001)          value space.
       01 cb-achou                     pic x(001)          value space.
           COPY "PRTLIST".
       01 impressoras-reposicao.
           02 impressora-reposicao occurs 99 times.
               03 rep-nome             pic x(012)          value spaces.
               03 rep-cadastrada-x     pic x(001)          value "N".
                   88 rep-cadastrada                        value "S".
               03 rep-ativa-x          pic x(001)          value "N".
                   88 rep-ativa                             value "S".
               03 rep-tipo             pic x(008)          value spaces.
               03 rep-posicao-tipo     pic 9(003) comp     value zero.
               03 rep-projetada-x      pic x(001)          value "N".
                   88 rep-projetada                         value "S".
               03 rep-dias-previstos   pic 9(005)          value zero.
               03 rep-data-previsao    pic 9(008)          value zero.
               03 rep-dias-restantes   pic 9(005)          value zero.
       01 tipos-estoque.
           02 tipo-estoque occurs 200 times.
               03 tp-tipo              pic x(008)          value spaces.
               03 tp-descricao         pic x(020)          value spaces.
               03 tp-quantidade        pic 9(005)          value zero.
               03 tp-prazo             pic 9(003)          value zero.
               03 tp-impressoras       pic 9(003) comp     value zero.
               03 tp-demanda           pic 9(003) comp     value zero.
               03 tp-urgentes          pic 9(003) comp     value zero.
               03 tp-menor-dias        pic 9(005)          value 99999.
       01 qtd-tipos                    pic 9(003) comp     value zero.
       01 horizonte-tipo               pic 9(005)          value zero.
       01 cartuchos-comprar            pic 9(005)          value zero.
       01 dias-decorridos              pic s9(008) comp    value zero.
       01 dias-ajustados               pic s9(008) comp    value zero.
       01 total-a-repor                pic 9(005) comp     value zero.
       01 total-em-ruptura             pic 9(005) comp     value zero.
       01 total-comprar                pic 9(005) comp     value zero.
       01 total-excecoes               pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 dias-editados                pic z(004)9         value zero.
       01 dias-acumulados-mes.
           02 filler                   pic 9(003)     value 000.
           02 filler                   pic 9(003)     value 031.
           02 filler                   pic 9(003)     value 059.
           02 filler                   pic 9(003)     value 090.
           02 filler                   pic 9(003)     value 120.
           02 filler                   pic 9(003)     value 151.
           02 filler                   pic 9(003)     value 181.
           02 filler                   pic 9(003)     value 212.
           02 filler                   pic 9(003)     value 243.
           02 filler                   pic 9(003)     value 273.
           02 filler                   pic 9(003)     value 304.
           02 filler                   pic 9(003)     value 334.
       01 dias-acumulados-tab redefines dias-acumulados-mes.
           02 dias-acumulados          pic 9(003) occurs 12 times.
       01 data-conversao               pic 9(008)          value zero.
       01 ano-conversao                pic 9(004)          value zero.
       01 mes-conversao                pic 9(002)          value zero.
       01 dia-conversao                pic 9(002)          value zero.
       01 resto-conversao              pic 9(004)          value zero.
       01 resto-bissexto               pic 9(004)          value zero.
       01 bissextos-de-4               pic 9(004)          value zero.
       01 bissextos-de-100             pic 9(004)          value zero.
       01 bissextos-de-400             pic 9(004)          value zero.
       01 dias-convertidos             pic 9(008) comp     value zero.
       01 dias-hoje                    pic 9(008) comp     value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-tipo.
           02 lin-tipo                 pic x(008).
           02 filler                   pic x(001)     value space.
           02 lin-descricao            pic x(020).
           02 filler                   pic x(002)     value spaces.
           02 lin-estoque              pic z(004)9.
           02 filler                   pic x(003)     value spaces.
           02 lin-prazo                pic zz9.
           02 filler                   pic x(003)     value spaces.
           02 lin-impressoras          pic zz9.
           02 filler                   pic x(006)     value spaces.
           02 lin-demanda              pic zz9.
           02 filler                   pic x(006)     value spaces.
           02 lin-urgentes             pic zz9.
           02 filler                   pic x(006)     value spaces.
           02 lin-menor-dias           pic z(004)9.
           02 filler                   pic x(003)     value spaces.
           02 lin-comprar              pic z(004)9.
           02 filler                   pic x(002)     value spaces.
           02 lin-situacao             pic x(010).
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP466".
       01 rn-situacao                  pic x(001)          value "N".
       01 rn-lidos                     pic 9(007)          value zero.
       01 rn-aplicados                 pic 9(007)          value zero.
       01 rn-rejeitados                pic 9(007)          value zero.
       01 rn-desviados                 pic 9(007)          value zero.
       01 rn-retidos                   pic 9(007)          value zero.
       01 rn-mensagem                  pic x(030)          value spaces.

       procedure division.
       INICIO.
           perform REGISTRAR-INICIO-EXECUCAO
           accept data-hoje from date yyyymmdd
           move data-hoje to data-conversao
           perform CONVERTER-DATA-EM-DIAS
           move dias-convertidos to dias-hoje
           accept cobertura-alfa from environment "DIASCOB"
           perform AJUSTAR-COBERTURA-ALFA
           if cobertura-alfa numeric
              move cobertura-alfa to dias-cobertura
           end-if
           perform CARREGAR-PREVISOES
           perform CARREGAR-ESTOQUE
           move 1 to idx-impressora
           perform LER-VINCULO-IMPRESSORA until idx-impressora > 99
           open output relatorio-reposicao
           perform IMPRIMIR-CABECALHO-REPOSICAO
           move 1 to idx-tipo
           perform IMPRIMIR-TIPO-CARTUCHO until idx-tipo > qtd-tipos
           perform IMPRIMIR-EXCECOES
           perform IMPRIMIR-TOTAIS-REPOSICAO
           close relatorio-reposicao
           perform EXIBIR-TOTAIS-REPOSICAO
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       AJUSTAR-COBERTURA-ALFA.
           if cobertura-alfa(3:1) = space
              if cobertura-alfa(2:1) = space
                 move cobertura-alfa(1:1) to cobertura-alfa(3:1)
                 move "00"                to cobertura-alfa(1:2)
              else
                 move cobertura-alfa(2:1) to cobertura-alfa(3:1)
                 move cobertura-alfa(1:1) to cobertura-alfa(2:1)
                 move "0"                 to cobertura-alfa(1:1)
              end-if
           end-if.

       CARREGAR-PREVISOES.
           move "N" to fim-arquivo-sw
           open input toner-forecast
           if not proj-ok
              set fim-arquivo to true
           else
              perform LER-PREVISAO until fim-arquivo
              close toner-forecast
           end-if.

       LER-PREVISAO.
           read toner-forecast
               at end
                   set fim-arquivo to true
               not at end
                   move proj-numero to digito-previsao
                   if digito-previsao numeric
                      and digito-previsao not = "00"
                      perform GUARDAR-PREVISAO
                   end-if
           end-read.

       GUARDAR-PREVISAO.
           set previsao-achada to true
           move proj-data to data-previsao
           move proj-data to rep-data-previsao(digito-previsao-num)
           if proj-situacao = "P"
              set rep-projetada(digito-previsao-num) to true
              move proj-dias
                to rep-dias-previstos(digito-previsao-num)
           end-if.

       CARREGAR-ESTOQUE.
           move "N" to fim-arquivo-sw
           move zero to qtd-tipos
           open input toner-stock
           if not prtu-ok
              set fim-arquivo to true
           else
              perform LER-ESTOQUE until fim-arquivo
              close toner-stock
           end-if.

       LER-ESTOQUE.
           read toner-stock next record
               at end
                   set fim-arquivo to true
               not at end
                   if qtd-tipos < 200
                      add 1 to qtd-tipos
                      move prtu-tipo       to tp-tipo(qtd-tipos)
                      move prtu-descricao  to tp-descricao(qtd-tipos)
                      move prtu-quantidade to tp-quantidade(qtd-tipos)
                      move prtu-prazo-entrega
                        to tp-prazo(qtd-tipos)
                   end-if
           end-read.

       LER-VINCULO-IMPRESSORA.
           move "L" to pm-funcao
           call "PRTMLOOK" using pm-funcao
                                  numero-impressora(idx-impressora)
                                  rep-nome(idx-impressora)
                                  pm-ativo pm-setor pm-achou
           end-call
           if pm-achou = "S"
              set rep-cadastrada(idx-impressora) to true
              if pm-ativo = "S"
                 set rep-ativa(idx-impressora) to true
              end-if
              move "L" to cb-funcao
              call "PRTBLOOK" using cb-funcao
                                     numero-impressora(idx-impressora)
                                     rep-tipo(idx-impressora)
                                     cb-achou
              end-call
              if cb-achou = "S"
                 perform LOCALIZAR-TIPO-IMPRESSORA
              end-if
           end-if
           add 1 to idx-impressora.

       LOCALIZAR-TIPO-IMPRESSORA.
           move 1 to idx-tipo
           perform PROCURAR-TIPO
               until idx-tipo > qtd-tipos
                  or rep-posicao-tipo(idx-impressora) not = zero
           if rep-posicao-tipo(idx-impressora) not = zero
              and rep-ativa(idx-impressora)
              perform APURAR-DEMANDA-IMPRESSORA
           end-if.

       PROCURAR-TIPO.
           if tp-tipo(idx-tipo) = rep-tipo(idx-impressora)
              move idx-tipo to rep-posicao-tipo(idx-impressora)
           end-if
           add 1 to idx-tipo.

       APURAR-DEMANDA-IMPRESSORA.
           move rep-posicao-tipo(idx-impressora) to idx-tipo
           add 1 to tp-impressoras(idx-tipo)
           if rep-projetada(idx-impressora)
              move rep-data-previsao(idx-impressora) to data-conversao
              perform CONVERTER-DATA-EM-DIAS
              compute dias-decorridos = dias-hoje - dias-convertidos
              if dias-decorridos < zero
                 move zero to dias-decorridos
              end-if
              compute dias-ajustados =
                    rep-dias-previstos(idx-impressora)
                    - dias-decorridos
              if dias-ajustados < zero
                 move zero to dias-ajustados
              end-if
              move dias-ajustados
                to rep-dias-restantes(idx-impressora)
              compute horizonte-tipo =
                    tp-prazo(idx-tipo) + dias-cobertura
              if rep-dias-restantes(idx-impressora)
                 not > horizonte-tipo
                 add 1 to tp-demanda(idx-tipo)
              end-if
              if rep-dias-restantes(idx-impressora)
                 not > tp-prazo(idx-tipo)
                 add 1 to tp-urgentes(idx-tipo)
              end-if
              if rep-dias-restantes(idx-impressora)
                 < tp-menor-dias(idx-tipo)
                 move rep-dias-restantes(idx-impressora)
                   to tp-menor-dias(idx-tipo)
              end-if
           end-if.

       CONVERTER-DATA-EM-DIAS.
           divide data-conversao by 10000 giving ano-conversao
               remainder resto-conversao
           divide resto-conversao by 100 giving mes-conversao
               remainder dia-conversao
           divide ano-conversao by 4   giving bissextos-de-4
           divide ano-conversao by 100 giving bissextos-de-100
           divide ano-conversao by 400 giving bissextos-de-400
           compute dias-convertidos =
                 ano-conversao * 365
                 + bissextos-de-4
                 - bissextos-de-100
                 + bissextos-de-400
                 + dias-acumulados(mes-conversao)
                 + dia-conversao
           if mes-conversao < 3
              divide ano-conversao by 4 giving resto-conversao
                  remainder resto-bissexto
              if resto-bissexto = zero
                 divide ano-conversao by 100 giving resto-conversao
                     remainder resto-bissexto
                 if resto-bissexto not = zero
                    subtract 1 from dias-convertidos
                 else
                    divide ano-conversao by 400
                        giving resto-conversao
                        remainder resto-bissexto
                    if resto-bissexto = zero
                       subtract 1 from dias-convertidos
                    end-if
                 end-if
              end-if
           end-if.

       IMPRIMIR-CABECALHO-REPOSICAO.
           move spaces to linha-relatorio
           string "RELATORIO SEMANAL DE REPOSICAO DE CARTUCHOS "
                  "DE TONER"
               delimited by size into linha-relatorio
           write relr-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio
           move spaces to linha-relatorio
           if previsao-achada
              string "PREVISAO DE....: " delimited by size
                     data-previsao        delimited by size
                     into linha-relatorio
           else
              string "ATENCAO: SEM PREVISAO PRTPRV - RODAR O CP457 "
                     "ANTES"
                  delimited by size into linha-relatorio
           end-if
           write relr-linha from linha-relatorio
           move dias-cobertura to dias-editados
           move spaces to linha-relatorio
           string "COBERTURA......: PRAZO DE ENTREGA +"
                                        delimited by size
                  dias-editados         delimited by size
                  " DIAS"               delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio
           move spaces to linha-relatorio
           write relr-linha from linha-relatorio
           move spaces to linha-relatorio
           string "CARTUCHO DESCRICAO           ESTOQUE "
                  "PRAZO IMPR.  DEMANDA  URGENTE MENOR DIAS "
                  "COMPRAR  SITUACAO"
               delimited by size into linha-relatorio
           write relr-linha from linha-relatorio.

       IMPRIMIR-TIPO-CARTUCHO.
           move spaces to lin-tipo lin-descricao lin-situacao
           move tp-tipo(idx-tipo)        to lin-tipo
           move tp-descricao(idx-tipo)   to lin-descricao
           move tp-quantidade(idx-tipo)  to lin-estoque
           move tp-prazo(idx-tipo)       to lin-prazo
           move tp-impressoras(idx-tipo) to lin-impressoras
           move tp-demanda(idx-tipo)     to lin-demanda
           move tp-urgentes(idx-tipo)    to lin-urgentes
           if tp-menor-dias(idx-tipo) = 99999
              move zero to lin-menor-dias
           else
              move tp-menor-dias(idx-tipo) to lin-menor-dias
           end-if
           move zero to cartuchos-comprar
           if tp-demanda(idx-tipo) > tp-quantidade(idx-tipo)
              compute cartuchos-comprar =
                    tp-demanda(idx-tipo) - tp-quantidade(idx-tipo)
           end-if
           move cartuchos-comprar to lin-comprar
           add cartuchos-comprar to total-comprar
           evaluate true
               when tp-urgentes(idx-tipo) > tp-quantidade(idx-tipo)
                   move "RUPTURA" to lin-situacao
                   add 1 to total-em-ruptura
                   add 1 to total-a-repor
               when cartuchos-comprar > zero
                   move "REPOR" to lin-situacao
                   add 1 to total-a-repor
               when other
                   move "OK" to lin-situacao
           end-evaluate
           write relr-linha from linha-tipo
           compute horizonte-tipo = tp-prazo(idx-tipo) + dias-cobertura
           move 1 to idx-impressora
           perform IMPRIMIR-IMPRESSORA-DO-TIPO
               until idx-impressora > 99
           add 1 to idx-tipo.

       IMPRIMIR-IMPRESSORA-DO-TIPO.
           if rep-posicao-tipo(idx-impressora) = idx-tipo
              and rep-ativa(idx-impressora)
              and rep-projetada(idx-impressora)
              and rep-dias-restantes(idx-impressora)
                  not > horizonte-tipo
              move rep-dias-restantes(idx-impressora) to dias-editados
              move spaces to linha-relatorio
              string "         IMPRESSORA "    delimited by size
                     numero-impressora(idx-impressora)
                                               delimited by size
                     " "                       delimited by size
                     rep-nome(idx-impressora)  delimited by size
                     " TONER ACABA EM"         delimited by size
                     dias-editados             delimited by size
                     " DIAS"                   delimited by size
                     into linha-relatorio
              if rep-dias-restantes(idx-impressora)
                 not > tp-prazo(idx-tipo)
                 move "<== ANTES DA ENTREGA" to linha-relatorio(70:20)
              end-if
              write relr-linha from linha-relatorio
           end-if
           add 1 to idx-impressora.

       IMPRIMIR-EXCECOES.
           move spaces to linha-relatorio
           write relr-linha from linha-relatorio
           move spaces to linha-relatorio
           string "IMPRESSORAS ATIVAS SEM TIPO DE CARTUCHO OU COM "
                  "TIPO NAO CADASTRADO NO ESTOQUE:"
               delimited by size into linha-relatorio
           write relr-linha from linha-relatorio
           move 1 to idx-impressora
           perform IMPRIMIR-EXCECAO-IMPRESSORA
               until idx-impressora > 99
           if total-excecoes = zero
              move spaces to linha-relatorio
              string "    NENHUMA." delimited by size
                  into linha-relatorio
              write relr-linha from linha-relatorio
           end-if.

       IMPRIMIR-EXCECAO-IMPRESSORA.
           if rep-ativa(idx-impressora)
              and rep-posicao-tipo(idx-impressora) = zero
              add 1 to total-excecoes
              move spaces to linha-relatorio
              if rep-tipo(idx-impressora) = spaces
                 string "    IMPRESSORA "       delimited by size
                        numero-impressora(idx-impressora)
                                                delimited by size
                        " "                     delimited by size
                        rep-nome(idx-impressora) delimited by size
                        " SEM TIPO DE CARTUCHO" delimited by size
                        into linha-relatorio
              else
                 string "    IMPRESSORA "       delimited by size
                        numero-impressora(idx-impressora)
                                                delimited by size
                        " "                     delimited by size
                        rep-nome(idx-impressora) delimited by size
                        " TIPO "                delimited by size
                        rep-tipo(idx-impressora) delimited by size
                        " NAO CADASTRADO"       delimited by size
                        into linha-relatorio
              end-if
              write relr-linha from linha-relatorio
           end-if
           add 1 to idx-impressora.

       IMPRIMIR-TOTAIS-REPOSICAO.
           move spaces to linha-relatorio
           write relr-linha from linha-relatorio
           move qtd-tipos to total-editado
           move spaces to linha-relatorio
           string "TIPOS DE CARTUCHO........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio
           move total-a-repor to total-editado
           move spaces to linha-relatorio
           string "TIPOS A REPOR............: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio
           move total-em-ruptura to total-editado
           move spaces to linha-relatorio
           string "TIPOS EM RUPTURA.........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio
           move total-comprar to total-editado
           move spaces to linha-relatorio
           string "CARTUCHOS A COMPRAR......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relr-linha from linha-relatorio.

       EXIBIR-TOTAIS-REPOSICAO.
           move total-a-repor to total-editado
           display "CP466 TIPOS A REPOR......: " total-editado
           move total-em-ruptura to total-editado
           display "CP466 TIPOS EM RUPTURA...: " total-editado
           move total-comprar to total-editado
           display "CP466 CARTUCHOS A COMPRAR: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move qtd-tipos                to rn-lidos
           move total-a-repor            to rn-aplicados
           move total-em-ruptura         to rn-rejeitados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
