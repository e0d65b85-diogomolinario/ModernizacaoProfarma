       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP471.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ARQUIVO DIARIO DE INDICADORES DAS IMPRESSORAS PARA O BI       *
      *  CORPORATIVO E A CENTRAL DE ATENDIMENTO.                       *
      *  RODA EM LOTE: PARA O DIA PEDIDO (VARIAVEL DE AMBIENTE         *
      *  DATAKPI, AAAAMMDD; EM BRANCO = HOJE) GRAVA PRTKPI.AAAAMMDD    *
      *  (LAYOUT PRTKPIR) COM UMA LINHA POR IMPRESSORA CADASTRADA:     *
      *  SETOR, MINUTOS DE EXPEDIENTE, DISPONIVEIS E EM MANUTENCAO     *
      *  PLANEJADA (MESMA APURACAO DO CP445, SOBRE PRINTER-HISTORY,    *
      *  PRTKLOOK E PRTVLOOK; EM DIA PASSADO, IMPRESSORA SEM TRANSICAO *
      *  NO DIA PARTE DA ULTIMA TRANSICAO ANTERIOR A ELE E SO NA FALTA *
      *  DELA DO PRINTER-STATUS), TRABALHOS ROTEADOS, IMPRESSOS E      *
      *  FALHOS NO DIA (PRINT-JOB-TRACK, PELO DESTINO), DESVIOS        *
      *  RECEBIDOS E ENVIADOS (PRINT-REROUTE-LOG), TRABALHOS RETIDOS   *
      *  NO DIA AINDA NA FILA DE RETENCAO (PRINT-JOB-HELD, PELA        *
      *  IMPRESSORA ORIGINAL), PAGINAS IMPRESSAS E ULTIMO NIVEL DE     *
      *  TONER DO DIA (METER-HISTORY, NO CRITERIO DO CP458). O ARQUIVO *
      *  ABRE COM O CABECALHO "H" E FECHA COM O RODAPE "T" COM A       *
      *  QUANTIDADE DE LINHAS. RODAR DE NOVO PARA UMA DATA REFAZ O     *
      *  ARQUIVO DAQUELA DATA POR INTEIRO.                             *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINTER-HISTORY ASSIGN TO "PRTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTH-STATUS.
           SELECT PRINTER-STATUS ASSIGN TO "PRTSTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTS-NUMERO
               FILE STATUS IS PRTS-STATUS.
           SELECT PRINT-JOB-TRACK ASSIGN TO "PRTJTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTJ-ID
               FILE STATUS IS PRTJ-STATUS.
           SELECT PRINT-REROUTE-LOG ASSIGN TO "PRTDSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTD-STATUS.
           SELECT PRINT-JOB-HELD ASSIGN TO "PRTHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTX-ID
               FILE STATUS IS PRTX-STATUS.
           SELECT METER-HISTORY ASSIGN TO "PRTMEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTG-STATUS.
           SELECT ARQUIVO-INDICADORES ASSIGN TO DYNAMIC
                                             nome-arquivo-indicadores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINTER-HISTORY.
           COPY "PRTHISR".
       FD  PRINTER-STATUS.
           COPY "PRTSTAR".
       FD  PRINT-JOB-TRACK.
           COPY "PRTJTRR".
       FD  PRINT-REROUTE-LOG.
           COPY "PRTDSVR".
       FD  PRINT-JOB-HELD.
           COPY "PRTHLDR".
       FD  METER-HISTORY.
           COPY "PRTMEHR".
       FD  ARQUIVO-INDICADORES.
       01  KPI-LINHA                       PIC X(082).
       WORKING-STORAGE SECTION.
       01 prth-status                  pic x(002)          value spaces.
           88 prth-ok                                     value "00".
           88 prth-fim                                     value "10".
       01 prts-status                  pic x(002)          value spaces.
           88 prts-ok                                     value "00".
           88 prts-nao-encontrado                         value "23".
           88 prts-nao-existe                             value "35".
       01 prtj-status                  pic x(002)          value spaces.
           88 prtj-ok                                     value "00".
           88 prtj-fim                                     value "10".
           88 prtj-nao-existe                             value "35".
       01 prtd-status                  pic x(002)          value spaces.
           88 prtd-ok                                     value "00".
           88 prtd-fim                                     value "10".
       01 prtx-status                  pic x(002)          value spaces.
           88 prtx-ok                                     value "00".
           88 prtx-fim                                     value "10".
           88 prtx-nao-existe                             value "35".
       01 prtg-status                  pic x(002)          value spaces.
           88 prtg-ok                                     value "00".
           88 prtg-fim                                     value "10".
       01 kpi-status                   pic x(002)          value spaces.
           88 kpi-ok                                      value "00".
       01 status-arquivo-sw            pic x(001)          value "N".
           88 status-arquivo-aberto                        value "S".
       01 fim-historia-sw              pic x(001)          value "N".
           88 fim-historia                                  value "S".
       01 fim-rastreamento-sw          pic x(001)          value "N".
           88 fim-rastreamento                              value "S".
       01 fim-desvios-sw               pic x(001)          value "N".
           88 fim-desvios                                   value "S".
       01 fim-retidos-sw               pic x(001)          value "N".
           88 fim-retidos                                   value "S".
       01 fim-medicoes-sw              pic x(001)          value "N".
           88 fim-medicoes                                  value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 data-kpi-alfa                pic x(008)          value spaces.
       01 data-kpi                     pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-agora                   pic 9(006)          value zero.
       01 nome-arquivo-indicadores     pic x(015)          value spaces.
       01 minuto-inicio-periodo        pic 9(004) comp     value zero.
       01 minuto-fim-periodo           pic 9(004) comp     value zero.
       01 minutos-expediente           pic 9(004) comp     value zero.
       01 minuto-transicao             pic 9(004) comp     value zero.
       01 cal-data                     pic 9(008)          value zero.
       01 cal-dia-util                 pic x(001)          value space.
       01 cal-minuto-inicio            pic 9(004)          value zero.
       01 cal-minuto-fim               pic 9(004)          value zero.
       01 cal-achou                    pic x(001)          value space.
       01 jm-funcao                    pic x(001)          value space.
       01 jm-hora                      pic 9(004)          value zero.
       01 jm-dentro                    pic x(001)          value space.
       01 jm-motivo                    pic x(030)          value spaces.
       01 jm-faixas-dia.
           02 jm-qtd-faixas            pic 9(002)          value zero.
           02 jm-faixa-dia occurs 10 times.
               03 jm-minuto-inicio     pic 9(004).
               03 jm-minuto-fim        pic 9(004).
       01 jm-achou                     pic x(001)          value space.
       01 idx-faixa                    pic 9(003) comp     value zero.
       01 intervalo-inicio             pic 9(004) comp     value zero.
       01 intervalo-fim                pic 9(004) comp     value zero.
       01 minutos-intervalo            pic 9(004) comp     value zero.
       01 sobreposicao-inicio          pic 9(004) comp     value zero.
       01 sobreposicao-fim             pic 9(004) comp     value zero.
       01 minutos-base                 pic 9(004) comp     value zero.
       01 hora-do-registro             pic 9(002)          value zero.
       01 minuto-do-registro           pic 9(002)          value zero.
       01 resto-hora                   pic 9(004)          value zero.
       01 digito-impressora            pic x(002)          value spaces.
       01 digito-impressora-num redefines digito-impressora
                                       pic 9(002).
       01 idx-impressora               pic 9(003) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-nome                      pic x(012)          value spaces.
       01 pm-ativo                     pic x(001)          value space.
           COPY "PRTLIST".
       01 apuracao-impressoras.
           02 apuracao-impressora occurs 99 times.
               03 cadastrada-x         pic x(001)          value "N".
                   88 cadastrada                            value "S".
               03 setor-impressora     pic x(002)          value spaces.
               03 situacao-corrente    pic x(007)          value spaces.
                   88 situacao-indisponivel values "OFFLINE"
                                             "PARADA ".
               03 visto-no-dia-x       pic x(001)          value "N".
                   88 visto-no-dia                          value "S".
               03 minuto-anterior      pic 9(004) comp     value zero.
               03 minutos-parada       pic 9(004) comp     value zero.
               03 sem-dados-x          pic x(001)          value "N".
                   88 sem-dados                             value "S".
               03 situacao-vespera     pic x(007)          value spaces.
               03 vespera-achada-x     pic x(001)          value "N".
                   88 vespera-achada                        value "S".
               03 minutos-planejados   pic 9(004) comp     value zero.
               03 qtd-faixas-planejadas
                                       pic 9(002) comp     value zero.
               03 faixa-planejada occurs 10 times.
                   04 faixa-inicio     pic 9(004) comp.
                   04 faixa-fim        pic 9(004) comp.
               03 qtd-roteados         pic 9(005) comp     value zero.
               03 qtd-impressos        pic 9(005) comp     value zero.
               03 qtd-falhos           pic 9(005) comp     value zero.
               03 qtd-desvios-recebidos
                                       pic 9(005) comp     value zero.
               03 qtd-desvios-enviados pic 9(005) comp     value zero.
               03 qtd-retidos          pic 9(005) comp     value zero.
               03 antes-achado-x       pic x(001)          value "N".
                   88 antes-achado                          value "S".
               03 dia-achado-x         pic x(001)          value "N".
                   88 dia-achado                            value "S".
               03 data-antes           pic 9(008)          value zero.
               03 contador-antes       pic 9(008)          value zero.
               03 contador-prim-dia    pic 9(008)          value zero.
               03 contador-ult-dia     pic 9(008)          value zero.
               03 toner-ult-dia        pic 9(003)          value zero.
               03 paginas-impressora   pic s9(008) comp    value zero.
           COPY "PRTKPIR".
       01 total-linhas                 pic 9(007) comp     value zero.
       01 total-rastreamento           pic 9(007) comp     value zero.
       01 total-desvios                pic 9(007) comp     value zero.
       01 total-retidos                pic 9(007) comp     value zero.
       01 total-medicoes               pic 9(007) comp     value zero.
       01 total-editado                pic z(006)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP471".
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
           perform DEFINIR-DIA-APURADO
           move 1 to idx-impressora
           perform LER-CADASTRO-INDICADORES until idx-impressora > 99
           perform APURAR-HISTORICO
           perform ABRIR-PRINTER-STATUS
           move 1 to idx-impressora
           perform FECHAR-APURACAO until idx-impressora > 99
           if status-arquivo-aberto
              close printer-status
           end-if
           perform APURAR-RASTREAMENTO
           perform APURAR-DESVIOS
           perform APURAR-RETIDOS
           perform APURAR-MEDICOES
           perform GRAVAR-ARQUIVO-INDICADORES
           perform EXIBIR-TOTAIS
           compute rn-lidos = total-rastreamento + total-desvios
                            + total-retidos + total-medicoes
           move total-linhas to rn-aplicados
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-DIA-APURADO.
           accept data-kpi-alfa from environment "DATAKPI"
           if data-kpi-alfa numeric and data-kpi-alfa not = "00000000"
              move data-kpi-alfa to data-kpi
           else
              move data-hoje to data-kpi
           end-if
           if data-kpi = data-hoje
              divide hora-agora by 10000 giving hora-do-registro
                  remainder resto-hora
              divide resto-hora by 100 giving minuto-do-registro
              compute minuto-fim-periodo =
                    hora-do-registro * 60 + minuto-do-registro
           else
              move 1440 to minuto-fim-periodo
           end-if
           perform APLICAR-EXPEDIENTE
           move spaces to nome-arquivo-indicadores
           string "PRTKPI."  delimited by size
                  data-kpi   delimited by size
                  into nome-arquivo-indicadores.

       APLICAR-EXPEDIENTE.
           move data-kpi to cal-data
           call "PRTKLOOK" using cal-data cal-dia-util
                                  cal-minuto-inicio cal-minuto-fim
                                  cal-achou
           end-call
           if cal-dia-util = "S"
              move cal-minuto-inicio to minuto-inicio-periodo
              if minuto-fim-periodo > cal-minuto-fim
                 move cal-minuto-fim to minuto-fim-periodo
              end-if
              if minuto-fim-periodo < minuto-inicio-periodo
                 move minuto-inicio-periodo to minuto-fim-periodo
              end-if
           else
              move zero to minuto-inicio-periodo
              move zero to minuto-fim-periodo
           end-if
           compute minutos-expediente =
                 minuto-fim-periodo - minuto-inicio-periodo.

       LER-CADASTRO-INDICADORES.
           move "L" to pm-funcao
           call "PRTMLOOK" using pm-funcao
                                  numero-impressora(idx-impressora)
                                  pm-nome pm-ativo
                                  setor-impressora(idx-impressora)
                                  cadastrada-x(idx-impressora)
           end-call
           if cadastrada(idx-impressora)
              perform CARREGAR-JANELAS-DO-DIA
           end-if
           add 1 to idx-impressora.

       CARREGAR-JANELAS-DO-DIA.
           move "D" to jm-funcao
           call "PRTVLOOK" using jm-funcao
                                  numero-impressora(idx-impressora)
                                  data-kpi jm-hora jm-dentro
                                  jm-motivo jm-faixas-dia jm-achou
           end-call
           move 1 to idx-faixa
           perform GUARDAR-FAIXA-PLANEJADA
               until idx-faixa > jm-qtd-faixas.

       GUARDAR-FAIXA-PLANEJADA.
           move jm-minuto-inicio(idx-faixa) to intervalo-inicio
           move jm-minuto-fim(idx-faixa)    to intervalo-fim
           if intervalo-inicio < minuto-inicio-periodo
              move minuto-inicio-periodo to intervalo-inicio
           end-if
           if intervalo-fim > minuto-fim-periodo
              move minuto-fim-periodo to intervalo-fim
           end-if
           if intervalo-fim > intervalo-inicio
              add 1 to qtd-faixas-planejadas(idx-impressora)
              move intervalo-inicio
                to faixa-inicio(idx-impressora
                                qtd-faixas-planejadas(idx-impressora))
              move intervalo-fim
                to faixa-fim(idx-impressora
                             qtd-faixas-planejadas(idx-impressora))
              compute minutos-planejados(idx-impressora) =
                    minutos-planejados(idx-impressora)
                    + intervalo-fim - intervalo-inicio
           end-if
           add 1 to idx-faixa.

       APURAR-HISTORICO.
           open input printer-history
           if not prth-ok
              set fim-historia to true
           else
              perform LER-TRANSICAO until fim-historia
              close printer-history
           end-if.

       LER-TRANSICAO.
           read printer-history
               at end
                   set fim-historia to true
               not at end
                   evaluate true
                       when prth-data = data-kpi
                           perform APLICAR-TRANSICAO
                       when prth-data < data-kpi
                           perform GUARDAR-TRANSICAO-ANTERIOR
                       when other
                           continue
                   end-evaluate
           end-read.

       GUARDAR-TRANSICAO-ANTERIOR.
           move prth-numero to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              move prth-sit-nova to situacao-vespera(idx-impressora)
              set vespera-achada(idx-impressora) to true
           end-if.

       APLICAR-TRANSICAO.
           move prth-numero to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              perform CONTABILIZAR-TRANSICAO
           end-if.

       CONTABILIZAR-TRANSICAO.
           if not visto-no-dia(idx-impressora)
              set visto-no-dia(idx-impressora) to true
              move prth-sit-antiga
                to situacao-corrente(idx-impressora)
              move minuto-inicio-periodo
                to minuto-anterior(idx-impressora)
           end-if
           divide prth-hora by 10000 giving hora-do-registro
               remainder resto-hora
           divide resto-hora by 100 giving minuto-do-registro
           compute minuto-transicao =
                 hora-do-registro * 60 + minuto-do-registro
           if minuto-transicao > minuto-fim-periodo
              move minuto-fim-periodo to minuto-transicao
           end-if
           if minuto-transicao < minuto-anterior(idx-impressora)
              move minuto-anterior(idx-impressora)
                to minuto-transicao
           end-if
           if situacao-indisponivel(idx-impressora)
              move minuto-anterior(idx-impressora) to intervalo-inicio
              move minuto-transicao to intervalo-fim
              perform SOMAR-PARADA-NAO-PLANEJADA
           end-if
           move prth-sit-nova to situacao-corrente(idx-impressora)
           move minuto-transicao to minuto-anterior(idx-impressora).

       FECHAR-APURACAO.
           if not visto-no-dia(idx-impressora)
              if vespera-achada(idx-impressora)
                 and data-kpi not = data-hoje
                 move situacao-vespera(idx-impressora)
                   to situacao-corrente(idx-impressora)
                 move minuto-inicio-periodo
                   to minuto-anterior(idx-impressora)
              else
                 perform ASSUMIR-SITUACAO-CORRENTE
              end-if
           end-if
           if situacao-indisponivel(idx-impressora)
              move minuto-anterior(idx-impressora) to intervalo-inicio
              move minuto-fim-periodo to intervalo-fim
              perform SOMAR-PARADA-NAO-PLANEJADA
           end-if
           add 1 to idx-impressora.

       SOMAR-PARADA-NAO-PLANEJADA.
           compute minutos-intervalo = intervalo-fim - intervalo-inicio
           move 1 to idx-faixa
           perform DESCONTAR-FAIXA-PLANEJADA
               until idx-faixa > qtd-faixas-planejadas(idx-impressora)
           add minutos-intervalo to minutos-parada(idx-impressora).

       DESCONTAR-FAIXA-PLANEJADA.
           move intervalo-inicio to sobreposicao-inicio
           if faixa-inicio(idx-impressora idx-faixa)
              > sobreposicao-inicio
              move faixa-inicio(idx-impressora idx-faixa)
                to sobreposicao-inicio
           end-if
           move intervalo-fim to sobreposicao-fim
           if faixa-fim(idx-impressora idx-faixa) < sobreposicao-fim
              move faixa-fim(idx-impressora idx-faixa)
                to sobreposicao-fim
           end-if
           if sobreposicao-fim > sobreposicao-inicio
              compute minutos-intervalo = minutos-intervalo
                    - (sobreposicao-fim - sobreposicao-inicio)
           end-if
           add 1 to idx-faixa.

       ASSUMIR-SITUACAO-CORRENTE.
           move minuto-inicio-periodo
             to minuto-anterior(idx-impressora)
           if status-arquivo-aberto
              move numero-impressora(idx-impressora) to prts-numero
              read printer-status
                  invalid key
                      set sem-dados(idx-impressora) to true
                  not invalid key
                      move prts-situacao
                        to situacao-corrente(idx-impressora)
              end-read
           else
              set sem-dados(idx-impressora) to true
           end-if.

       ABRIR-PRINTER-STATUS.
           open input printer-status
           if prts-ok
              set status-arquivo-aberto to true
           end-if.

       APURAR-RASTREAMENTO.
           open input print-job-track
           if not prtj-ok
              set fim-rastreamento to true
           else
              perform LER-TRABALHO-RASTREADO until fim-rastreamento
              close print-job-track
           end-if.

       LER-TRABALHO-RASTREADO.
           read print-job-track next record
               at end
                   set fim-rastreamento to true
               not at end
                   add 1 to total-rastreamento
                   perform CONTABILIZAR-TRABALHO
           end-read.

       CONTABILIZAR-TRABALHO.
           move prtj-destino to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              if prtj-data-roteio = data-kpi
                 add 1 to qtd-roteados(idx-impressora)
              end-if
              if prtj-data-final = data-kpi
                 evaluate prtj-situacao
                     when "IMPRESSO"
                         add 1 to qtd-impressos(idx-impressora)
                     when "FALHOU  "
                         add 1 to qtd-falhos(idx-impressora)
                     when other
                         continue
                 end-evaluate
              end-if
           end-if.

       APURAR-DESVIOS.
           open input print-reroute-log
           if not prtd-ok
              set fim-desvios to true
           else
              perform LER-DESVIO until fim-desvios
              close print-reroute-log
           end-if.

       LER-DESVIO.
           read print-reroute-log
               at end
                   set fim-desvios to true
               not at end
                   if prtd-data = data-kpi
                      add 1 to total-desvios
                      perform CONTABILIZAR-DESVIO
                   end-if
           end-read.

       CONTABILIZAR-DESVIO.
           move prtd-num-original to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              add 1 to qtd-desvios-enviados(idx-impressora)
           end-if
           move prtd-num-destino to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              add 1 to qtd-desvios-recebidos(idx-impressora)
           end-if.

       APURAR-RETIDOS.
           open input print-job-held
           if not prtx-ok
              set fim-retidos to true
           else
              perform LER-RETIDO until fim-retidos
              close print-job-held
           end-if.

       LER-RETIDO.
           read print-job-held next record
               at end
                   set fim-retidos to true
               not at end
                   if prtx-data = data-kpi
                      add 1 to total-retidos
                      perform CONTABILIZAR-RETIDO
                   end-if
           end-read.

       CONTABILIZAR-RETIDO.
           move prtx-num-original to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              add 1 to qtd-retidos(idx-impressora)
           end-if.

       APURAR-MEDICOES.
           open input meter-history
           if not prtg-ok
              set fim-medicoes to true
           else
              perform LER-MEDICAO until fim-medicoes
              close meter-history
           end-if
           move 1 to idx-impressora
           perform CALCULAR-PAGINAS until idx-impressora > 99.

       LER-MEDICAO.
           read meter-history
               at end
                   set fim-medicoes to true
               not at end
                   perform CLASSIFICAR-MEDICAO
           end-read.

       CLASSIFICAR-MEDICAO.
           move prtg-numero to digito-impressora
           if digito-impressora numeric
              and digito-impressora not = "00"
              move digito-impressora-num to idx-impressora
              evaluate true
                  when prtg-data < data-kpi
                      add 1 to total-medicoes
                      perform GUARDAR-MEDICAO-ANTERIOR
                  when prtg-data = data-kpi
                      add 1 to total-medicoes
                      perform GUARDAR-MEDICAO-DO-DIA
                  when other
                      continue
              end-evaluate
           end-if.

       GUARDAR-MEDICAO-ANTERIOR.
           if prtg-data not < data-antes(idx-impressora)
              set antes-achado(idx-impressora) to true
              move prtg-data     to data-antes(idx-impressora)
              move prtg-contador to contador-antes(idx-impressora)
           end-if.

       GUARDAR-MEDICAO-DO-DIA.
           if not dia-achado(idx-impressora)
              move prtg-contador to contador-prim-dia(idx-impressora)
           end-if
           move prtg-contador to contador-ult-dia(idx-impressora)
           move prtg-toner    to toner-ult-dia(idx-impressora)
           set dia-achado(idx-impressora) to true.

       CALCULAR-PAGINAS.
           if dia-achado(idx-impressora)
              if antes-achado(idx-impressora)
                 compute paginas-impressora(idx-impressora) =
                       contador-ult-dia(idx-impressora)
                       - contador-antes(idx-impressora)
              else
                 compute paginas-impressora(idx-impressora) =
                       contador-ult-dia(idx-impressora)
                       - contador-prim-dia(idx-impressora)
              end-if
              if paginas-impressora(idx-impressora) < zero
                 move zero to paginas-impressora(idx-impressora)
              end-if
           end-if
           add 1 to idx-impressora.

       GRAVAR-ARQUIVO-INDICADORES.
           open output arquivo-indicadores
           if not kpi-ok
              display "CP471 NAO FOI POSSIVEL ABRIR "
                      nome-arquivo-indicadores " - STATUS " kpi-status
              move "E" to rn-situacao
              move "ERRO NA ABERTURA DO PRTKPI" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           move data-kpi      to kpi-cab-data-apurada
           move data-hoje     to kpi-cab-data-geracao
           move hora-agora    to kpi-cab-hora-geracao
           write kpi-linha from kpi-cabecalho
           move 1 to idx-impressora
           perform GRAVAR-LINHA-INDICADORES until idx-impressora > 99
           move data-kpi      to kpi-rod-data-apurada
           move total-linhas  to kpi-rod-qtd-linhas
           write kpi-linha from kpi-rodape
           close arquivo-indicadores.

       GRAVAR-LINHA-INDICADORES.
           if cadastrada(idx-impressora)
              perform MONTAR-LINHA-INDICADORES
              write kpi-linha from kpi-detalhe
              add 1 to total-linhas
           end-if
           add 1 to idx-impressora.

       MONTAR-LINHA-INDICADORES.
           move data-kpi to kpi-data
           move numero-impressora(idx-impressora) to kpi-numero
           move setor-impressora(idx-impressora)  to kpi-setor
           move minutos-expediente to kpi-min-expediente
           move minutos-planejados(idx-impressora) to kpi-min-planejado
           compute minutos-base =
                 minutos-expediente - minutos-planejados(idx-impressora)
           compute kpi-min-disponivel =
                 minutos-base - minutos-parada(idx-impressora)
           move space to kpi-situacao
           if sem-dados(idx-impressora)
              move "S" to kpi-situacao
              move spaces to kpi-min-disponivel-x
           end-if
           if minutos-base = zero and minutos-expediente not = zero
              move "M" to kpi-situacao
              move zero to kpi-min-disponivel
           end-if
           if minutos-expediente = zero
              move "F" to kpi-situacao
              move zero to kpi-min-disponivel
              move zero to kpi-min-planejado
           end-if
           move qtd-roteados(idx-impressora)  to kpi-roteados
           move qtd-impressos(idx-impressora) to kpi-impressos
           move qtd-falhos(idx-impressora)    to kpi-falhos
           move qtd-desvios-recebidos(idx-impressora)
             to kpi-desvios-recebidos
           move qtd-desvios-enviados(idx-impressora)
             to kpi-desvios-enviados
           move qtd-retidos(idx-impressora)   to kpi-retidos
           if dia-achado(idx-impressora)
              move paginas-impressora(idx-impressora) to kpi-paginas
              move toner-ult-dia(idx-impressora)      to kpi-toner
           else
              move spaces to kpi-paginas-x
              move spaces to kpi-toner-x
           end-if.

       EXIBIR-TOTAIS.
           display "CP471 ARQUIVO GERADO.....: "
                   nome-arquivo-indicadores
           move total-linhas to total-editado
           display "CP471 LINHAS GRAVADAS....: " total-editado
           move total-rastreamento to total-editado
           display "CP471 RASTREAMENTOS LIDOS: " total-editado
           move total-desvios to total-editado
           display "CP471 DESVIOS DO DIA.....: " total-editado
           move total-retidos to total-editado
           display "CP471 RETIDOS DO DIA.....: " total-editado
           move total-medicoes to total-editado
           display "CP471 MEDICOES LIDAS.....: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
