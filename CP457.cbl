      *  MEDICOES EM DIAS DISTINTOS SAI COMO "(SEM BASE)"; TONER SEM   *
      *  QUEDA SAI COMO "(ESTAVEL)"; CONTADOR QUE ANDOU PARA TRAS      *
      *  (TROCA DE EQUIPAMENTO) E AVISADO. O RESULTADO SAI EM RELFOR.  *
      *  TONER QUE SOBE 20 PONTOS OU MAIS ENTRE DUAS MEDICOES E TROCA  *
      *  DE CARTUCHO (O MESMO CRITERIO DO CP456): A BASE DA PREVISAO   *
      *  RECOMECA NA MEDICAO DO CARTUCHO NOVO. A PREVISAO DE CADA      *
      *  IMPRESSORA TAMBEM E GRAVADA EM PRTPRV PARA O RELATORIO DE     *
      *  REPOSICAO DE CARTUCHOS (CP466).                               *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           SELECT RELATORIO-PREVISAO ASSIGN TO "RELFOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELF-STATUS.
           SELECT TONER-FORECAST ASSIGN TO "PRTPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROJ-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  METER-HISTORY.
           COPY "PRTMEHR".
       FD  RELATORIO-PREVISAO.
       01  RELF-LINHA                      PIC X(132).
       FD  TONER-FORECAST.
           COPY "PRTPRVR".
       WORKING-STORAGE SECTION.
       01 prtg-status                  pic x(002)          value spaces.
           88 prtg-ok                                     value "00".
           88 prtg-nao-existe                             value "35".
       01 relf-status                  pic x(002)          value spaces.
           88 relf-ok                                     value "00".
       01 proj-status                  pic x(002)          value spaces.
           88 proj-ok                                     value "00".
       01 salto-minimo-troca           pic 9(003)          value 20.
       01 fim-historico-sw             pic x(001)          value "N".
           88 fim-historico                                 value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 digito-medicao-num redefines digito-medicao
                                       pic 9(002).
       01 idx-impressora               pic 9(003) comp     value zero.
       01 total-lidos                  pic 9(007) comp     value zero.
       01 total-previsoes              pic 9(007) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
               03 ult-data             pic 9(008)          value zero.
               03 ult-contador         pic 9(008)          value zero.
               03 ult-toner            pic 9(003)          value zero.
               03 ant-toner            pic 9(003)          value zero.
       01 dias-acumulados-mes.
           02 filler                   pic 9(003)     value 000.
           02 filler                   pic 9(003)     value 031.
           02 prev-dias                pic z(003)9.
           02 filler                   pic x(002)     value spaces.
           02 prev-observacao          pic x(018).
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP457".
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
           move 1 to idx-impressora
           perform LER-CADASTRO-PREVISAO until idx-impressora > 99
           perform APURAR-HISTORICO-MEDICOES
           open output relatorio-previsao
           open output toner-forecast
           perform IMPRIMIR-CABECALHO-PREVISAO
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-PREVISAO until idx-impressora > 99
           close toner-forecast
           close relatorio-previsao
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       LER-CADASTRO-PREVISAO.
               at end
                   set fim-historico to true
               not at end
                   add 1 to total-lidos
                   perform CLASSIFICAR-MEDICAO
           end-read.

           end-if.

       CONTABILIZAR-MEDICAO.
           if qtd-medicoes(idx-impressora) > zero
              and prtg-toner not <
                  ant-toner(idx-impressora) + salto-minimo-troca
              move zero to qtd-medicoes(idx-impressora)
              move zero to ult-data(idx-impressora)
           end-if
           move prtg-toner to ant-toner(idx-impressora)
           add 1 to qtd-medicoes(idx-impressora)
           if qtd-medicoes(idx-impressora) = 1
              or prtg-data < prim-data(idx-impressora)
                  into prev-titulo
           move nome-previsao(idx-impressora) to prev-nome
           move zero to prev-volume prev-toner prev-dias
           move "S" to proj-situacao
           move zero to proj-volume proj-toner proj-dias
           perform CALCULAR-PREVISAO
           write relf-linha from linha-previsao
           move numero-impressora(idx-impressora) to proj-numero
           move data-hoje to proj-data
           write prt-previsao-rec
           add 1 to total-previsoes
           add 1 to idx-impressora.

       CALCULAR-PREVISAO.
              perform CONVERTER-DATA-EM-DIAS
              move dias-convertidos to dias-ultima
              compute dias-intervalo = dias-ultima - dias-primeira
              move "E" to proj-situacao
              perform CALCULAR-VOLUME-E-TONER
           end-if.

                 paginas-intervalo / dias-intervalo
           move volume-diario to prev-volume
           move ult-toner(idx-impressora) to prev-toner
           move volume-diario to proj-volume
           move ult-toner(idx-impressora) to proj-toner
           if prim-toner(idx-impressora)
              > ult-toner(idx-impressora)
              compute queda-toner-dia rounded =
                    move 9999 to dias-restantes
                 end-if
                 move dias-restantes to prev-dias
                 move dias-restantes to proj-dias
                 move "P" to proj-situacao
              end-if
           else
              if prev-observacao = spaces
                 move "(toner estavel)" to prev-observacao
              end-if
           end-if.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos               to rn-lidos
           move total-previsoes           to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
