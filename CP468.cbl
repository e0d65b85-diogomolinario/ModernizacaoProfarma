       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP468.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  RESUMO MATINAL DO LOTE NOTURNO.                               *
      *  LE O CONTROLE DE EXECUCAO DO LOTE (BATCH-RUN-CONTROL,         *
      *  PRTRUN, GRAVADO PELOS PROGRAMAS VIA PRTNLOOK) E LISTA NA      *
      *  ORDEM EM QUE RODARAM AS EXECUCOES DA NOITE QUE TERMINA NA     *
      *  MANHA PEDIDA (VARIAVEL DE AMBIENTE DATAREF AAAAMMDD, PADRAO   *
      *  HOJE; A NOITE VAI DAS 12:00 DO DIA ANTERIOR AS 11:59:59), COM *
      *  INICIO, FIM, SITUACAO E AS CONTAGENS. APONTA AS EXECUCOES COM *
      *  ERRO OU AVISO, AS INTERROMPIDAS (INICIO SEM REGISTRO DE FIM), *
      *  AS QUE REJEITARAM METADE OU MAIS DO QUE LERAM E AS CONTAGENS  *
      *  FORA DA MEDIA DAS NOITES ANTERIORES (VARIAVEL NOITESHIST,     *
      *  PADRAO 7): MAIS DO DOBRO OU MENOS DA METADE DA MEDIA, COM     *
      *  PELO MENOS 3 EXECUCOES NA MEDIA E 10 UNIDADES DE DIFERENCA.   *
      *  NO FIM LISTA OS PROGRAMAS QUE RODARAM EM PELO MENOS METADE    *
      *  DAS NOITES ANTERIORES E NAO RODARAM NESTA. SAI EM RELLOT.     *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BATCH-RUN-CONTROL ASSIGN TO "PRTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTN-STATUS.
           SELECT RELATORIO-LOTE ASSIGN TO "RELLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELL-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  BATCH-RUN-CONTROL.
           COPY "PRTRUNR".
       FD  RELATORIO-LOTE.
       01  RELL-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prtn-status                  pic x(002)          value spaces.
           88 prtn-ok                                     value "00".
       01 rell-status                  pic x(002)          value spaces.
           88 rell-ok                                     value "00".
       01 fim-controle-sw              pic x(001)          value "N".
           88 fim-controle                                  value "S".
       01 execucao-achada-sw           pic x(001)          value "N".
           88 execucao-achada                               value "S".
       01 fora-da-media-sw             pic x(001)          value "N".
           88 fora-da-media                                 value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 data-referencia-alfa         pic x(008)          value spaces.
       01 data-referencia              pic 9(008)          value zero.
       01 noites-alfa                  pic x(002)          value spaces.
       01 noites-historico             pic 9(002)          value 7.
       01 noite-referencia             pic 9(008) comp     value zero.
       01 noite-registro               pic 9(008) comp     value zero.
       01 primeira-noite-historico     pic 9(008) comp     value zero.
       01 minimo-execucoes             pic 9(003) comp     value 3.
       01 diferenca-minima             pic 9(003) comp     value 10.
       01 nomes-contagens.
           02 filler                   pic x(010)     value
                                        "LIDOS".
           02 filler                   pic x(010)     value
                                        "APLICADOS".
           02 filler                   pic x(010)     value
                                        "REJEITADOS".
           02 filler                   pic x(010)     value
                                        "DESVIADOS".
           02 filler                   pic x(010)     value
                                        "RETIDOS".
       01 nomes-contagens-tab redefines nomes-contagens.
           02 nome-contagem            pic x(010) occurs 5 times.
       01 programas-lote.
           02 programa-lote occurs 50 times.
               03 pg-programa          pic x(008)          value spaces.
               03 pg-rodou-x           pic x(001)          value "N".
                   88 pg-rodou                              value "S".
               03 pg-noites            pic 9(003) comp     value zero.
               03 pg-ultima-noite      pic 9(008) comp     value zero.
               03 pg-execucoes         pic 9(005) comp     value zero.
               03 pg-soma-contagem     pic 9(011) comp occurs 5 times
                                        value zero.
       01 qtd-programas                pic 9(003) comp     value zero.
       01 execucoes-noite.
           02 execucao-noite occurs 300 times.
               03 ex-programa          pic x(008)          value spaces.
               03 ex-posicao-programa  pic 9(003) comp     value zero.
               03 ex-inicio.
                   04 ex-data-inicio   pic 9(008)          value zero.
                   04 ex-hora-inicio   pic 9(006)          value zero.
               03 ex-data-fim          pic 9(008)          value zero.
               03 ex-hora-fim          pic 9(006)          value zero.
               03 ex-situacao          pic x(001)          value space.
                   88 ex-normal                             value "N".
                   88 ex-aviso                              value "A".
                   88 ex-erro                               value "E".
                   88 ex-interrompida                       value "I".
               03 ex-contagem          pic 9(007) occurs 5 times
                                        value zero.
               03 ex-mensagem          pic x(030)          value spaces.
       01 qtd-execucoes                pic 9(003) comp     value zero.
       01 idx-programa                 pic 9(003) comp     value zero.
       01 idx-programa-achado          pic 9(003) comp     value zero.
       01 idx-execucao                 pic 9(003) comp     value zero.
       01 idx-contagem                 pic 9(001) comp     value zero.
       01 media-contagem               pic 9(009) comp     value zero.
       01 diferenca-contagem           pic 9(009) comp     value zero.
       01 total-normais                pic 9(005) comp     value zero.
       01 total-avisos                 pic 9(005) comp     value zero.
       01 total-erros                  pic 9(005) comp     value zero.
       01 total-interrompidas          pic 9(005) comp     value zero.
       01 total-fora-media             pic 9(005) comp     value zero.
       01 total-nao-rodaram            pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 contagem-editada             pic z(006)9         value zero.
       01 media-editada                pic z(006)9         value zero.
       01 noites-editadas              pic zz9             value zero.
       01 historico-editado            pic zz9             value zero.
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
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-execucao.
           02 lin-programa             pic x(008).
           02 filler                   pic x(001).
           02 lin-data-inicio          pic x(008).
           02 filler                   pic x(001).
           02 lin-hora-inicio          pic x(006).
           02 filler                   pic x(002).
           02 lin-data-fim             pic x(008).
           02 filler                   pic x(001).
           02 lin-hora-fim             pic x(006).
           02 filler                   pic x(002).
           02 lin-situacao             pic x(010).
           02 lin-contagens occurs 5 times.
               03 filler               pic x(001).
               03 lin-contagem         pic z(006)9.

       procedure division.
       INICIO.
           accept data-hoje from date yyyymmdd
           perform DEFINIR-PARAMETROS
           perform CARREGAR-CONTROLE-EXECUCAO
           open output relatorio-lote
           perform IMPRIMIR-CABECALHO-LOTE
           move 1 to idx-execucao
           perform IMPRIMIR-EXECUCAO until idx-execucao > qtd-execucoes
           if qtd-execucoes = zero
              move spaces to linha-relatorio
              string "NENHUMA EXECUCAO REGISTRADA NESTA NOITE."
                  delimited by size into linha-relatorio
              write rell-linha from linha-relatorio
           end-if
           perform IMPRIMIR-NAO-RODARAM
           perform IMPRIMIR-TOTAIS-LOTE
           close relatorio-lote
           perform EXIBIR-TOTAIS-LOTE
           stop run.

       DEFINIR-PARAMETROS.
           accept data-referencia-alfa from environment "DATAREF"
           if data-referencia-alfa numeric
              move data-referencia-alfa to data-referencia
           else
              move data-hoje to data-referencia
           end-if
           accept noites-alfa from environment "NOITESHIST"
           if noites-alfa(2:1) = space
              move noites-alfa(1:1) to noites-alfa(2:1)
              move "0"              to noites-alfa(1:1)
           end-if
           if noites-alfa numeric and noites-alfa not = "00"
              move noites-alfa to noites-historico
           end-if
           move data-referencia to data-conversao
           perform CONVERTER-DATA-EM-DIAS
           move dias-convertidos to noite-referencia
           compute primeira-noite-historico =
                 noite-referencia - noites-historico.

       CARREGAR-CONTROLE-EXECUCAO.
           move "N" to fim-controle-sw
           open input batch-run-control
           if not prtn-ok
              set fim-controle to true
           else
              perform LER-CONTROLE-EXECUCAO until fim-controle
              close batch-run-control
           end-if.

       LER-CONTROLE-EXECUCAO.
           read batch-run-control
               at end
                   set fim-controle to true
               not at end
                   perform CLASSIFICAR-EXECUCAO
           end-read.

      *    A NOITE DE UM REGISTRO E A MANHA EM QUE ELA TERMINA: O QUE
      *    COMECA DO MEIO-DIA EM DIANTE CONTA PARA O DIA SEGUINTE.
       CLASSIFICAR-EXECUCAO.
           move prtn-data-inicio to data-conversao
           perform CONVERTER-DATA-EM-DIAS
           move dias-convertidos to noite-registro
           if prtn-hora-inicio not < 120000
              add 1 to noite-registro
           end-if
           if noite-registro not < primeira-noite-historico
              and noite-registro not > noite-referencia
              perform LOCALIZAR-PROGRAMA
              if idx-programa-achado not = zero
                 if noite-registro = noite-referencia
                    perform GUARDAR-EXECUCAO-NOITE
                 else
                    perform ACUMULAR-HISTORICO
                 end-if
              end-if
           end-if.

       LOCALIZAR-PROGRAMA.
           move zero to idx-programa-achado
           move 1 to idx-programa
           perform PROCURAR-PROGRAMA
               until idx-programa > qtd-programas
                  or idx-programa-achado not = zero
           if idx-programa-achado = zero
              and qtd-programas < 50
              add 1 to qtd-programas
              move prtn-programa to pg-programa(qtd-programas)
              move qtd-programas to idx-programa-achado
           end-if.

       PROCURAR-PROGRAMA.
           if pg-programa(idx-programa) = prtn-programa
              move idx-programa to idx-programa-achado
           end-if
           add 1 to idx-programa.

       ACUMULAR-HISTORICO.
           if noite-registro not = pg-ultima-noite(idx-programa-achado)
              add 1 to pg-noites(idx-programa-achado)
              move noite-registro
                to pg-ultima-noite(idx-programa-achado)
           end-if
           if prtn-situacao = "N" or prtn-situacao = "A"
              add 1 to pg-execucoes(idx-programa-achado)
              move 1 to idx-contagem
              perform SOMAR-CONTAGEM-HISTORICO until idx-contagem > 5
           end-if.

       SOMAR-CONTAGEM-HISTORICO.
           add prtn-contagem(idx-contagem)
             to pg-soma-contagem(idx-programa-achado idx-contagem)
           add 1 to idx-contagem.

      *    O REGISTRO DE FIM TRAZ O MESMO INICIO DO REGISTRO "I" DA
      *    EXECUCAO: E POR ELE QUE AS DUAS PONTAS SE ENCONTRAM.
       GUARDAR-EXECUCAO-NOITE.
           set pg-rodou(idx-programa-achado) to true
           move "N" to execucao-achada-sw
           if prtn-situacao not = "I"
              move qtd-execucoes to idx-execucao
              perform PROCURAR-INICIO-EXECUCAO
                  until idx-execucao = zero
                     or execucao-achada
           end-if
           if not execucao-achada
              and qtd-execucoes < 300
              add 1 to qtd-execucoes
              move qtd-execucoes to idx-execucao
              set execucao-achada to true
              move prtn-programa to ex-programa(idx-execucao)
              move idx-programa-achado
                to ex-posicao-programa(idx-execucao)
              move prtn-inicio   to ex-inicio(idx-execucao)
           end-if
           if execucao-achada
              move prtn-situacao  to ex-situacao(idx-execucao)
              move prtn-data-fim  to ex-data-fim(idx-execucao)
              move prtn-hora-fim  to ex-hora-fim(idx-execucao)
              move prtn-mensagem  to ex-mensagem(idx-execucao)
              move 1 to idx-contagem
              perform GUARDAR-CONTAGEM-NOITE until idx-contagem > 5
           end-if.

       PROCURAR-INICIO-EXECUCAO.
           if ex-programa(idx-execucao) = prtn-programa
              and ex-inicio(idx-execucao) = prtn-inicio
              and ex-interrompida(idx-execucao)
              set execucao-achada to true
           else
              subtract 1 from idx-execucao
           end-if.

       GUARDAR-CONTAGEM-NOITE.
           move prtn-contagem(idx-contagem)
             to ex-contagem(idx-execucao idx-contagem)
           add 1 to idx-contagem.

       CONVERTER-DATA-EM-DIAS.
           divide data-conversao by 10000 giving ano-conversao
               remainder resto-conversao
           divide resto-conversao by 100 giving mes-conversao
               remainder dia-conversao
           if mes-conversao < 1 or mes-conversao > 12
              move 1 to mes-conversao
           end-if
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

       IMPRIMIR-CABECALHO-LOTE.
           move spaces to linha-relatorio
           string "RESUMO MATINAL DO LOTE NOTURNO"
               delimited by size into linha-relatorio
           write rell-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move spaces to linha-relatorio
           string "NOITE ATE A MANHA DE: " delimited by size
                  data-referencia           delimited by size
                  " (DESDE AS 12:00 DO DIA ANTERIOR)"
                                            delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move noites-historico to historico-editado
           move spaces to linha-relatorio
           string "MEDIA DAS ULTIMAS.....: " delimited by size
                  historico-editado            delimited by size
                  " NOITES"                  delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move spaces to linha-relatorio
           write rell-linha from linha-relatorio
           move spaces to linha-relatorio
           string "PROGRAMA INICIO           FIM              "
                  "SITUACAO     LIDOS  APLIC. REJEIT. DESVIOS RETIDOS"
               delimited by size into linha-relatorio
           write rell-linha from linha-relatorio.

       IMPRIMIR-EXECUCAO.
           move spaces to linha-execucao
           move ex-programa(idx-execucao)    to lin-programa
           move ex-data-inicio(idx-execucao) to lin-data-inicio
           move ex-hora-inicio(idx-execucao) to lin-hora-inicio
           if not ex-interrompida(idx-execucao)
              move ex-data-fim(idx-execucao) to lin-data-fim
              move ex-hora-fim(idx-execucao) to lin-hora-fim
           end-if
           evaluate true
               when ex-normal(idx-execucao)
                   move "NORMAL"     to lin-situacao
                   add 1 to total-normais
               when ex-aviso(idx-execucao)
                   move "AVISO"      to lin-situacao
                   add 1 to total-avisos
               when ex-erro(idx-execucao)
                   move "ERRO"       to lin-situacao
                   add 1 to total-erros
               when other
                   move "INTERROMP." to lin-situacao
                   add 1 to total-interrompidas
           end-evaluate
           move 1 to idx-contagem
           perform MONTAR-CONTAGEM-LINHA until idx-contagem > 5
           write rell-linha from linha-execucao
           perform IMPRIMIR-OCORRENCIAS-EXECUCAO
           add 1 to idx-execucao.

       MONTAR-CONTAGEM-LINHA.
           move ex-contagem(idx-execucao idx-contagem)
             to lin-contagem(idx-contagem)
           add 1 to idx-contagem.

       IMPRIMIR-OCORRENCIAS-EXECUCAO.
           move spaces to linha-relatorio
           evaluate true
               when ex-erro(idx-execucao)
                   string "         <== ERRO: "  delimited by size
                          ex-mensagem(idx-execucao)
                                                 delimited by size
                          into linha-relatorio
               when ex-aviso(idx-execucao)
                   string "         <== AVISO: " delimited by size
                          ex-mensagem(idx-execucao)
                                                 delimited by size
                          into linha-relatorio
               when ex-interrompida(idx-execucao)
                   string "         <== INTERROMPIDO - SEM REGISTRO "
                          "DE FIM"
                       delimited by size into linha-relatorio
               when other
                   continue
           end-evaluate
           if linha-relatorio not = spaces
              write rell-linha from linha-relatorio
           end-if
           if ex-contagem(idx-execucao 3) > zero
              and ex-contagem(idx-execucao 3) * 2
                  not < ex-contagem(idx-execucao 1)
              move spaces to linha-relatorio
              string "         <== REJEITOU METADE OU MAIS DO QUE "
                     "LEU"
                  delimited by size into linha-relatorio
              write rell-linha from linha-relatorio
           end-if
           if not ex-interrompida(idx-execucao)
              move "N" to fora-da-media-sw
              move ex-posicao-programa(idx-execucao) to idx-programa
              move 1 to idx-contagem
              perform CONFERIR-MEDIA-CONTAGEM until idx-contagem > 5
              if fora-da-media
                 add 1 to total-fora-media
              end-if
           end-if.

       CONFERIR-MEDIA-CONTAGEM.
           if pg-execucoes(idx-programa) not < minimo-execucoes
              divide pg-soma-contagem(idx-programa idx-contagem)
                  by pg-execucoes(idx-programa)
                  giving media-contagem rounded
              if ex-contagem(idx-execucao idx-contagem)
                 > media-contagem
                 compute diferenca-contagem =
                       ex-contagem(idx-execucao idx-contagem)
                       - media-contagem
              else
                 compute diferenca-contagem = media-contagem
                       - ex-contagem(idx-execucao idx-contagem)
              end-if
              if diferenca-contagem not < diferenca-minima
                 and (ex-contagem(idx-execucao idx-contagem)
                        > media-contagem * 2
                   or ex-contagem(idx-execucao idx-contagem) * 2
                        < media-contagem)
                 set fora-da-media to true
                 move ex-contagem(idx-execucao idx-contagem)
                   to contagem-editada
                 move media-contagem to media-editada
                 move spaces to linha-relatorio
                 string "         <== "        delimited by size
                        nome-contagem(idx-contagem)
                                               delimited by space
                        " FORA DA MEDIA:"      delimited by size
                        contagem-editada       delimited by size
                        " CONTRA MEDIA DE"     delimited by size
                        media-editada          delimited by size
                        into linha-relatorio
                 write rell-linha from linha-relatorio
              end-if
           end-if
           add 1 to idx-contagem.

       IMPRIMIR-NAO-RODARAM.
           move spaces to linha-relatorio
           write rell-linha from linha-relatorio
           move spaces to linha-relatorio
           string "PROGRAMAS HABITUAIS QUE NAO RODARAM NESTA NOITE:"
               delimited by size into linha-relatorio
           write rell-linha from linha-relatorio
           move 1 to idx-programa
           perform CONFERIR-PROGRAMA-AUSENTE
               until idx-programa > qtd-programas
           if total-nao-rodaram = zero
              move spaces to linha-relatorio
              string "    NENHUM." delimited by size
                  into linha-relatorio
              write rell-linha from linha-relatorio
           end-if.

       CONFERIR-PROGRAMA-AUSENTE.
           if not pg-rodou(idx-programa)
              and pg-noites(idx-programa) > zero
              and pg-noites(idx-programa) * 2 not < noites-historico
              add 1 to total-nao-rodaram
              move pg-noites(idx-programa) to noites-editadas
              move spaces to linha-relatorio
              string "    "                    delimited by size
                     pg-programa(idx-programa) delimited by space
                     " RODOU EM"               delimited by size
                     noites-editadas           delimited by size
                     " DAS ULTIMAS"            delimited by size
                     historico-editado         delimited by size
                     " NOITES"                 delimited by size
                     into linha-relatorio
              write rell-linha from linha-relatorio
           end-if
           add 1 to idx-programa.

       IMPRIMIR-TOTAIS-LOTE.
           move spaces to linha-relatorio
           write rell-linha from linha-relatorio
           move qtd-execucoes to total-editado
           move spaces to linha-relatorio
           string "EXECUCOES NA NOITE.......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-normais to total-editado
           move spaces to linha-relatorio
           string "NORMAIS..................: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-avisos to total-editado
           move spaces to linha-relatorio
           string "COM AVISO................: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-erros to total-editado
           move spaces to linha-relatorio
           string "COM ERRO.................: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-interrompidas to total-editado
           move spaces to linha-relatorio
           string "INTERROMPIDAS............: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-fora-media to total-editado
           move spaces to linha-relatorio
           string "FORA DA MEDIA............: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio
           move total-nao-rodaram to total-editado
           move spaces to linha-relatorio
           string "HABITUAIS QUE NAO RODARAM: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write rell-linha from linha-relatorio.

       EXIBIR-TOTAIS-LOTE.
           move qtd-execucoes to total-editado
           display "CP468 EXECUCOES NA NOITE.: " total-editado
           compute total-editado = total-erros + total-interrompidas
           display "CP468 COM ERRO/INTERROMP.: " total-editado
           move total-fora-media to total-editado
           display "CP468 FORA DA MEDIA......: " total-editado
           move total-nao-rodaram to total-editado
           display "CP468 NAO RODARAM........: " total-editado.
