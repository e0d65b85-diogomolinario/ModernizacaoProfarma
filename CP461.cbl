       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP461.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  RELATORIO DE TEMPOS DE ATENDIMENTO E DE TRABALHOS PARADOS.    *
      *  RODA EM LOTE: VARRE TODO O PRINT-JOB-TRACK E:                 *
      *  - LISTA OS TRABALHOS EM "FILA    " OU "ROTEADO " HA MAIS     *
      *    MINUTOS QUE O LIMITE (VARIAVEL DE AMBIENTE MINPRESO; EM     *
      *    BRANCO = 60), CONTADOS DO CARIMBO DA ETAPA ATE AGORA, COM   *
      *    CHAVE, DOCUMENTO, CLASSE E DESTINO;                         *
      *  - APURA OS TEMPOS FILA->ROTEIO E ROTEIO->IMPRESSAO (MEDIA E   *
      *    PIOR, EM MINUTOS) POR CLASSE (URGENTE "S"/"E" CONTRA        *
      *    ROTINA) E POR IMPRESSORA DE DESTINO;                        *
      *  - APURA A TAXA DE "FALHOU  " POR IMPRESSORA DE DESTINO.       *
      *  OS TEMPOS E AS FALHAS CONSIDERAM SO AS ETAPAS CONCLUIDAS      *
      *  DENTRO DO PERIODO PEDIDO (DATAINI E DATAFIM, AAAAMMDD; EM     *
      *  BRANCO = SEM LIMITE); A LISTA DE PARADOS E SEMPRE A SITUACAO  *
      *  DO MOMENTO. ETAPA COM CARIMBO ZERADO NAO ENTRA NA CONTA.      *
      *  O RESULTADO SAI EM RELTRB.                                    *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINT-JOB-TRACK ASSIGN TO "PRTJTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTJ-ID
               FILE STATUS IS PRTJ-STATUS.
           SELECT RELATORIO-TRABALHOS ASSIGN TO "RELTRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELT-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINT-JOB-TRACK.
           COPY "PRTJTRR".
       FD  RELATORIO-TRABALHOS.
       01  RELT-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prtj-status                  pic x(002)          value spaces.
           88 prtj-ok                                     value "00".
           88 prtj-fim                                     value "10".
           88 prtj-nao-existe                             value "35".
       01 relt-status                  pic x(002)          value spaces.
           88 relt-ok                                     value "00".
       01 fim-rastreamento-sw          pic x(001)          value "N".
           88 fim-rastreamento                              value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-agora                   pic 9(006)          value zero.
       01 data-inicio-alfa             pic x(008)          value spaces.
       01 data-fim-alfa                pic x(008)          value spaces.
       01 data-inicio                  pic 9(008)          value zero.
       01 data-fim                     pic 9(008)          value zero.
       01 limite-alfa                  pic x(005)          value spaces.
       01 limite-minutos               pic 9(005)          value zero.
       01 digito-destino               pic x(002)          value spaces.
       01 digito-destino-num redefines digito-destino
                                       pic 9(002).
       01 classe-do-trabalho           pic x(001)          value space.
           88 classe-urgente                values "S" "E".
       01 idx-impressora               pic 9(003) comp     value zero.
       01 idx-classe                   pic 9(001) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
       01 pm-achou                     pic x(001)          value space.
           COPY "PRTLIST".
       01 nomes-trabalho.
           02 nome-trabalho            pic x(012) occurs 99 times
                                        value spaces.
      *    OCORRENCIA 1 = URGENTE, 2 = ROTINA, 3 = TOTAL
       01 tempos-classe.
           02 tempo-classe occurs 3 times.
               03 cls-qtd-roteio       pic 9(007) comp     value zero.
               03 cls-soma-roteio      pic 9(011) comp     value zero.
               03 cls-pior-roteio      pic 9(007) comp     value zero.
               03 cls-qtd-final        pic 9(007) comp     value zero.
               03 cls-soma-final       pic 9(011) comp     value zero.
               03 cls-pior-final       pic 9(007) comp     value zero.
       01 tempos-impressora.
           02 tempo-impressora occurs 99 times.
               03 imp-qtd-roteio       pic 9(007) comp     value zero.
               03 imp-soma-roteio      pic 9(011) comp     value zero.
               03 imp-pior-roteio      pic 9(007) comp     value zero.
               03 imp-qtd-final        pic 9(007) comp     value zero.
               03 imp-soma-final       pic 9(011) comp     value zero.
               03 imp-pior-final       pic 9(007) comp     value zero.
               03 imp-impressos        pic 9(007) comp     value zero.
               03 imp-falhas           pic 9(007) comp     value zero.
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
       01 hora-conversao               pic 9(006)          value zero.
       01 ano-conversao                pic 9(004)          value zero.
       01 mes-conversao                pic 9(002)          value zero.
       01 dia-conversao                pic 9(002)          value zero.
       01 resto-conversao              pic 9(004)          value zero.
       01 resto-bissexto               pic 9(004)          value zero.
       01 bissextos-de-4               pic 9(004)          value zero.
       01 bissextos-de-100             pic 9(004)          value zero.
       01 bissextos-de-400             pic 9(004)          value zero.
       01 horas-conversao              pic 9(002)          value zero.
       01 minutos-conversao            pic 9(002)          value zero.
       01 resto-hora                   pic 9(004)          value zero.
       01 dias-convertidos             pic 9(008) comp     value zero.
       01 minutos-convertidos          pic 9(011) comp     value zero.
       01 minutos-agora                pic 9(011) comp     value zero.
       01 minutos-fila                 pic 9(011) comp     value zero.
       01 minutos-roteio               pic 9(011) comp     value zero.
       01 minutos-final                pic 9(011) comp     value zero.
       01 minutos-etapa                pic s9(011) comp    value zero.
       01 minutos-parado               pic s9(011) comp    value zero.
       01 data-desde                   pic 9(008)          value zero.
       01 hora-desde                   pic 9(006)          value zero.
       01 total-lidos                  pic 9(007) comp     value zero.
       01 total-parados                pic 9(007) comp     value zero.
       01 media-calculada              pic 9(007) comp     value zero.
       01 taxa-falha                   pic 9(003)v9        value zero.
       01 qtd-editada                  pic z(006)9         value zero.
       01 limite-editado               pic z(004)9         value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-parado.
           02 par-chave                pic x(008).
           02 filler                   pic x(002)     value spaces.
           02 par-documento            pic x(020).
           02 filler                   pic x(002)     value spaces.
           02 par-classe               pic x(001).
           02 filler                   pic x(004)     value spaces.
           02 par-destino              pic x(002).
           02 filler                   pic x(003)     value spaces.
           02 par-situacao             pic x(008).
           02 filler                   pic x(002)     value spaces.
           02 par-data                 pic 9(008).
           02 filler                   pic x(001)     value space.
           02 par-hora                 pic 99b99b99.
           02 filler                   pic x(002)     value spaces.
           02 par-minutos              pic z(006)9.
       01 linha-tempo-classe.
           02 tcl-titulo               pic x(026).
           02 tcl-qtd-roteio           pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tcl-media-roteio         pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tcl-pior-roteio          pic z(006)9.
           02 filler                   pic x(004)     value spaces.
           02 tcl-qtd-final            pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tcl-media-final          pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tcl-pior-final           pic z(006)9.
       01 linha-tempo-impressora.
           02 tim-titulo               pic x(012).
           02 filler                   pic x(001)     value space.
           02 tim-nome                 pic x(012).
           02 filler                   pic x(001)     value space.
           02 tim-qtd-roteio           pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tim-media-roteio         pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tim-pior-roteio          pic z(006)9.
           02 filler                   pic x(004)     value spaces.
           02 tim-qtd-final            pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tim-media-final          pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tim-pior-final           pic z(006)9.
           02 filler                   pic x(004)     value spaces.
           02 tim-impressos            pic z(006)9.
           02 filler                   pic x(002)     value spaces.
           02 tim-falhas               pic z(006)9.
           02 filler                   pic x(003)     value spaces.
           02 tim-taxa-falha           pic zz9,9.
           02 filler                   pic x(001)     value "%".
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP461".
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
           accept hora-completa from time
           divide hora-completa by 100 giving hora-agora
           perform DEFINIR-PARAMETROS
           move data-hoje  to data-conversao
           move hora-agora to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos to minutos-agora
           move 1 to idx-impressora
           perform LER-CADASTRO-TRABALHO until idx-impressora > 99
           open output relatorio-trabalhos
           perform IMPRIMIR-CABECALHO-TRABALHOS
           perform APURAR-RASTREAMENTO
           perform IMPRIMIR-SECAO-CLASSES
           perform IMPRIMIR-SECAO-IMPRESSORAS
           perform IMPRIMIR-TOTAIS-TRABALHOS
           close relatorio-trabalhos
           perform EXIBIR-TOTAIS-TRABALHOS
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PARAMETROS.
           accept data-inicio-alfa from environment "DATAINI"
           accept data-fim-alfa    from environment "DATAFIM"
           accept limite-alfa      from environment "MINPRESO"
           if data-inicio-alfa numeric
              move data-inicio-alfa to data-inicio
           else
              move zero to data-inicio
           end-if
           if data-fim-alfa numeric
              move data-fim-alfa to data-fim
           else
              move 99999999 to data-fim
           end-if
           if limite-alfa numeric
              move limite-alfa to limite-minutos
           else
              move 60 to limite-minutos
           end-if.

       LER-CADASTRO-TRABALHO.
           move "L" to pm-funcao
           call "PRTMLOOK" using pm-funcao
                                  numero-impressora(idx-impressora)
                                  nome-trabalho(idx-impressora)
                                  pm-ativo pm-setor pm-achou
           end-call
           add 1 to idx-impressora.

       APURAR-RASTREAMENTO.
           move spaces to linha-relatorio
           write relt-linha from linha-relatorio
           move limite-minutos to limite-editado
           move spaces to linha-relatorio
           string "TRABALHOS PARADOS HA MAIS DE " delimited by size
                  limite-editado                  delimited by size
                  " MINUTOS"                      delimited by size
                  into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "CHAVE     DOCUMENTO             CL.  DEST."
                  "SITUACAO  DESDE              MINUTOS"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           open input print-job-track
           if not prtj-ok
              set fim-rastreamento to true
           else
              perform LER-TRABALHO-RASTREADO until fim-rastreamento
              close print-job-track
           end-if
           if total-parados = zero
              move spaces to linha-relatorio
              string "(NENHUM TRABALHO PARADO ACIMA DO LIMITE)"
                  delimited by size into linha-relatorio
              write relt-linha from linha-relatorio
           end-if.

       LER-TRABALHO-RASTREADO.
           read print-job-track next record
               at end
                   set fim-rastreamento to true
               not at end
                   add 1 to total-lidos
                   perform CLASSIFICAR-TRABALHO
           end-read.

       CLASSIFICAR-TRABALHO.
           move prtj-data-fila   to data-conversao
           move prtj-hora-fila   to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos to minutos-fila
           move prtj-data-roteio to data-conversao
           move prtj-hora-roteio to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos to minutos-roteio
           move prtj-data-final  to data-conversao
           move prtj-hora-final  to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos to minutos-final
           move prtj-classe to classe-do-trabalho
           if classe-urgente
              move 1 to idx-classe
           else
              move 2 to idx-classe
           end-if
           move prtj-destino to digito-destino
           if digito-destino numeric and digito-destino not = "00"
              move digito-destino-num to idx-impressora
           else
              move zero to idx-impressora
           end-if
           perform CONFERIR-TRABALHO-PARADO
           perform CONTABILIZAR-FILA-ROTEIO
           perform CONTABILIZAR-ROTEIO-FINAL.

       CONFERIR-TRABALHO-PARADO.
           move zero to minutos-parado
           evaluate prtj-situacao
               when "FILA    "
                   if minutos-fila not = zero
                      compute minutos-parado =
                            minutos-agora - minutos-fila
                      move prtj-data-fila to data-desde
                      move prtj-hora-fila to hora-desde
                   end-if
               when "ROTEADO "
                   if minutos-roteio not = zero
                      compute minutos-parado =
                            minutos-agora - minutos-roteio
                      move prtj-data-roteio to data-desde
                      move prtj-hora-roteio to hora-desde
                   end-if
               when other
                   continue
           end-evaluate
           if minutos-parado > limite-minutos
              perform IMPRIMIR-LINHA-PARADO
           end-if.

       IMPRIMIR-LINHA-PARADO.
           add 1 to total-parados
           move prtj-chave      to par-chave
           move prtj-documento  to par-documento
           move prtj-classe     to par-classe
           move prtj-destino    to par-destino
           move prtj-situacao   to par-situacao
           move data-desde      to par-data
           move hora-desde      to par-hora
           move minutos-parado  to par-minutos
           write relt-linha from linha-parado.

       CONTABILIZAR-FILA-ROTEIO.
           if minutos-fila not = zero and minutos-roteio not = zero
              and prtj-data-roteio not < data-inicio
              and prtj-data-roteio not > data-fim
              compute minutos-etapa = minutos-roteio - minutos-fila
              if minutos-etapa not < zero
                 add 1             to cls-qtd-roteio(idx-classe)
                                      cls-qtd-roteio(3)
                 add minutos-etapa to cls-soma-roteio(idx-classe)
                                      cls-soma-roteio(3)
                 if minutos-etapa > cls-pior-roteio(idx-classe)
                    move minutos-etapa to cls-pior-roteio(idx-classe)
                 end-if
                 if minutos-etapa > cls-pior-roteio(3)
                    move minutos-etapa to cls-pior-roteio(3)
                 end-if
                 if idx-impressora not = zero
                    perform ACUMULAR-FILA-ROTEIO-IMPRESSORA
                 end-if
              end-if
           end-if.

       ACUMULAR-FILA-ROTEIO-IMPRESSORA.
           add 1             to imp-qtd-roteio(idx-impressora)
           add minutos-etapa to imp-soma-roteio(idx-impressora)
           if minutos-etapa > imp-pior-roteio(idx-impressora)
              move minutos-etapa to imp-pior-roteio(idx-impressora)
           end-if.

       CONTABILIZAR-ROTEIO-FINAL.
           if minutos-final not = zero
              and prtj-data-final not < data-inicio
              and prtj-data-final not > data-fim
              if idx-impressora not = zero
                 evaluate prtj-situacao
                     when "IMPRESSO"
                         add 1 to imp-impressos(idx-impressora)
                     when "FALHOU  "
                         add 1 to imp-falhas(idx-impressora)
                     when other
                         continue
                 end-evaluate
              end-if
              if prtj-situacao = "IMPRESSO"
                 and minutos-roteio not = zero
                 compute minutos-etapa = minutos-final - minutos-roteio
                 if minutos-etapa not < zero
                    perform ACUMULAR-ROTEIO-FINAL
                 end-if
              end-if
           end-if.

       ACUMULAR-ROTEIO-FINAL.
           add 1             to cls-qtd-final(idx-classe)
                                cls-qtd-final(3)
           add minutos-etapa to cls-soma-final(idx-classe)
                                cls-soma-final(3)
           if minutos-etapa > cls-pior-final(idx-classe)
              move minutos-etapa to cls-pior-final(idx-classe)
           end-if
           if minutos-etapa > cls-pior-final(3)
              move minutos-etapa to cls-pior-final(3)
           end-if
           if idx-impressora not = zero
              add 1             to imp-qtd-final(idx-impressora)
              add minutos-etapa to imp-soma-final(idx-impressora)
              if minutos-etapa > imp-pior-final(idx-impressora)
                 move minutos-etapa to imp-pior-final(idx-impressora)
              end-if
           end-if.

       CONVERTER-DATA-HORA-EM-MINUTOS.
           if data-conversao = zero
              move zero to minutos-convertidos
           else
              perform CONVERTER-DATA-EM-DIAS
              divide hora-conversao by 10000 giving horas-conversao
                  remainder resto-hora
              divide resto-hora by 100 giving minutos-conversao
              compute minutos-convertidos =
                    dias-convertidos * 1440
                    + horas-conversao * 60
                    + minutos-conversao
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

       IMPRIMIR-CABECALHO-TRABALHOS.
           move spaces to linha-relatorio
           string "RELATORIO DE TEMPOS DE ATENDIMENTO DOS TRABALHOS "
                  "DE IMPRESSAO"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  " "                  delimited by size
                  hora-agora           delimited by size
                  into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "PERIODO PEDIDO : " delimited by size
                  data-inicio          delimited by size
                  " A "                delimited by size
                  data-fim             delimited by size
                  into linha-relatorio
           write relt-linha from linha-relatorio.

       IMPRIMIR-SECAO-CLASSES.
           move spaces to linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "TEMPOS POR CLASSE (MINUTOS)         FILA -> ROTEIO"
                  "                ROTEIO -> IMPRESSAO"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "                             QTD.    MEDIA     "
                  "PIOR       QTD.    MEDIA     PIOR"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move 1 to idx-classe
           perform IMPRIMIR-LINHA-CLASSE until idx-classe > 3.

       IMPRIMIR-LINHA-CLASSE.
           evaluate idx-classe
               when 1
                   move "URGENTE (S/E)" to tcl-titulo
               when 2
                   move "ROTINA  (F/L)" to tcl-titulo
               when other
                   move "TOTAL"         to tcl-titulo
           end-evaluate
           move cls-qtd-roteio(idx-classe) to tcl-qtd-roteio
           move zero to media-calculada
           if cls-qtd-roteio(idx-classe) not = zero
              compute media-calculada rounded =
                    cls-soma-roteio(idx-classe)
                    / cls-qtd-roteio(idx-classe)
           end-if
           move media-calculada             to tcl-media-roteio
           move cls-pior-roteio(idx-classe) to tcl-pior-roteio
           move cls-qtd-final(idx-classe)   to tcl-qtd-final
           move zero to media-calculada
           if cls-qtd-final(idx-classe) not = zero
              compute media-calculada rounded =
                    cls-soma-final(idx-classe)
                    / cls-qtd-final(idx-classe)
           end-if
           move media-calculada             to tcl-media-final
           move cls-pior-final(idx-classe)  to tcl-pior-final
           write relt-linha from linha-tempo-classe
           add 1 to idx-classe.

       IMPRIMIR-SECAO-IMPRESSORAS.
           move spaces to linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "TEMPOS E FALHAS POR IMPRESSORA DE DESTINO (MINUTOS)"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "IMPRESSORA   NOME          FILA -> ROTEIO"
                  "                ROTEIO -> IMPRESSAO"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move spaces to linha-relatorio
           string "                             QTD.    MEDIA     "
                  "PIOR       QTD.    MEDIA     PIOR    "
                  "IMPRESSOS   FALHAS  % FALHA"
               delimited by size into linha-relatorio
           write relt-linha from linha-relatorio
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-IMPRESSORA until idx-impressora > 99.

       IMPRIMIR-LINHA-IMPRESSORA.
           if imp-qtd-roteio(idx-impressora) not = zero
              or imp-impressos(idx-impressora) not = zero
              or imp-falhas(idx-impressora) not = zero
              move spaces to tim-titulo tim-nome
              string "IMPRESSORA" delimited by size
                     numero-impressora(idx-impressora)
                         delimited by size
                     into tim-titulo
              move nome-trabalho(idx-impressora) to tim-nome
              perform CALCULAR-TEMPOS-IMPRESSORA
              write relt-linha from linha-tempo-impressora
           end-if
           add 1 to idx-impressora.

       CALCULAR-TEMPOS-IMPRESSORA.
           move imp-qtd-roteio(idx-impressora) to tim-qtd-roteio
           move zero to media-calculada
           if imp-qtd-roteio(idx-impressora) not = zero
              compute media-calculada rounded =
                    imp-soma-roteio(idx-impressora)
                    / imp-qtd-roteio(idx-impressora)
           end-if
           move media-calculada                 to tim-media-roteio
           move imp-pior-roteio(idx-impressora) to tim-pior-roteio
           move imp-qtd-final(idx-impressora)   to tim-qtd-final
           move zero to media-calculada
           if imp-qtd-final(idx-impressora) not = zero
              compute media-calculada rounded =
                    imp-soma-final(idx-impressora)
                    / imp-qtd-final(idx-impressora)
           end-if
           move media-calculada                 to tim-media-final
           move imp-pior-final(idx-impressora)  to tim-pior-final
           move imp-impressos(idx-impressora)   to tim-impressos
           move imp-falhas(idx-impressora)      to tim-falhas
           move zero to taxa-falha
           if imp-impressos(idx-impressora)
              + imp-falhas(idx-impressora) not = zero
              compute taxa-falha rounded =
                    imp-falhas(idx-impressora) * 100
                    / (imp-impressos(idx-impressora)
                       + imp-falhas(idx-impressora))
           end-if
           move taxa-falha to tim-taxa-falha.

       IMPRIMIR-TOTAIS-TRABALHOS.
           move spaces to linha-relatorio
           write relt-linha from linha-relatorio
           move total-lidos to qtd-editada
           move spaces to linha-relatorio
           string "TRABALHOS RASTREADOS LIDOS: " delimited by size
                  qtd-editada                    delimited by size
                  into linha-relatorio
           write relt-linha from linha-relatorio
           move total-parados to qtd-editada
           move spaces to linha-relatorio
           string "TRABALHOS PARADOS.........: " delimited by size
                  qtd-editada                    delimited by size
                  into linha-relatorio
           write relt-linha from linha-relatorio.

       EXIBIR-TOTAIS-TRABALHOS.
           move total-lidos to qtd-editada
           display "CP461 TRABALHOS LIDOS....: " qtd-editada
           move total-parados to qtd-editada
           display "CP461 TRABALHOS PARADOS..: " qtd-editada.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-parados            to rn-retidos
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
