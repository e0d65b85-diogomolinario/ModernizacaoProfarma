      *  CP459): MINUTOS FORA DO EXPEDIENTE NAO CONTAM COMO PARADA     *
      *  NEM COMO PERIODO. PARA O DIA DE HOJE A JANELA E CORTADA NA   *
      *  HORA DA EMISSAO; DIA NAO TRABALHADO OU FERIADO SAI COMO      *
      *  "(FECHADO)". MINUTOS DENTRO DE JANELA DE MANUTENCAO           *
      *  PLANEJADA (PRTVLOOK/PRTJAN, MANTIDO PELO CP464) SAEM NA       *
      *  COLUNA PROPRIA E NAO CONTAM COMO PARADA: A DISPONIBILIDADE    *
      *  E CALCULADA SOBRE O EXPEDIENTE MENOS O PLANEJADO; IMPRESSORA  *
      *  EM MANUTENCAO O EXPEDIENTE TODO SAI COMO "(MANUTENCAO)". O    *
      *  RESULTADO SAI EM RELDIS.                                      *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
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
       01 minuto-inicio-editado        pic 9(004)          value zero.
       01 minuto-fim-editado           pic 9(004)          value zero.
       01 hora-do-registro             pic 9(002)          value zero.
       01 digito-historia-num redefines digito-historia
                                       pic 9(002).
       01 idx-impressora               pic 9(003) comp     value zero.
       01 total-transicoes-dia         pic 9(007) comp     value zero.
       01 total-listadas               pic 9(007) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
               03 minutos-parada       pic 9(004) comp     value zero.
               03 sem-dados-x          pic x(001)          value "N".
                   88 sem-dados                             value "S".
               03 minutos-planejados   pic 9(004) comp     value zero.
               03 qtd-faixas-planejadas
                                       pic 9(002) comp     value zero.
               03 faixa-planejada occurs 10 times.
                   04 faixa-inicio     pic 9(004) comp.
                   04 faixa-fim        pic 9(004) comp.
       01 percentual-disponivel        pic 9(003)v99       value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-disponivel.
           02 disp-titulo              pic x(012).
           02 filler                   pic x(001)     value space.
           02 disp-nome                pic x(012).
           02 filler                   pic x(008)     value spaces.
           02 disp-minutos             pic z(003)9.
           02 filler                   pic x(009)     value spaces.
           02 disp-planejados          pic z(003)9.
           02 filler                   pic x(004)     value spaces.
           02 disp-percentual          pic zz9,99.
           02 filler                   pic x(001)     value space.
           02 disp-observacao          pic x(012).
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP445".
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
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-DISPONIVEL until idx-impressora > 99
           close relatorio-disponivel
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-DIA-RELATORIO.
                                  nome-disponivel(idx-impressora)
                                  pm-ativo pm-setor pm-achou
           end-call
           perform CARREGAR-JANELAS-DO-DIA
           add 1 to idx-impressora.

       CARREGAR-JANELAS-DO-DIA.
           move "D" to jm-funcao
           call "PRTVLOOK" using jm-funcao
                                  numero-impressora(idx-impressora)
                                  data-relatorio jm-hora jm-dentro
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
               not at end
                   if prth-data = data-relatorio
                      add 1 to total-transicoes-dia
                      perform APLICAR-TRANSICAO
                   end-if
           end-read.
                to minuto-transicao
           end-if
           if situacao-indisponivel(idx-impressora)
              move minuto-anterior(idx-impressora) to intervalo-inicio
              move minuto-transicao to intervalo-fim
              perform SOMAR-PARADA-NAO-PLANEJADA
           end-if
           move prth-sit-nova to situacao-corrente(idx-impressora)
           move minuto-transicao to minuto-anterior(idx-impressora).
              perform ASSUMIR-SITUACAO-CORRENTE
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
           write reld-linha from linha-relatorio
           move spaces to linha-relatorio
           string "IMPRESSORA   NOME          MIN.PARADA  "
                  "MIN.PLANEJ.  DISPON.%"
               delimited by size into linha-relatorio
           write reld-linha from linha-relatorio.

                  into disp-titulo
           move nome-disponivel(idx-impressora) to disp-nome
           move minutos-parada(idx-impressora)  to disp-minutos
           move minutos-planejados(idx-impressora) to disp-planejados
           compute minutos-base =
                 minutos-expediente - minutos-planejados(idx-impressora)
           if minutos-base = zero
              move zero to percentual-disponivel
           else
              compute percentual-disponivel rounded =
                    (minutos-base
                     - minutos-parada(idx-impressora))
                    * 100 / minutos-base
           end-if
           move percentual-disponivel to disp-percentual
           if sem-dados(idx-impressora)
              move zero to disp-minutos
              move zero to disp-percentual
           end-if
           if minutos-base = zero and minutos-expediente not = zero
              move "(manutencao)" to disp-observacao
              move zero to disp-minutos
              move zero to disp-percentual
           end-if
           if minutos-expediente = zero
              move "(fechado)" to disp-observacao
              move zero to disp-minutos
              move zero to disp-planejados
              move zero to disp-percentual
           end-if
           write reld-linha from linha-disponivel
           add 1 to total-listadas
           add 1 to idx-impressora.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-transicoes-dia     to rn-lidos
           move total-listadas           to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
