      *  (PRTKLOOK/PRTCAL, MANTIDO PELO CP459) - DIA NAO TRABALHADO,   *
      *  FERIADO OU HORA FORA DA JANELA - OS ALERTAS SAO SUPRIMIDOS:   *
      *  IMPRESSORA DESLIGADA DE PROPOSITO NAO ACORDA A MESA.          *
      *  IMPRESSORA OFFLINE DENTRO DE UMA JANELA DE MANUTENCAO         *
      *  PLANEJADA (PRTVLOOK/PRTJAN, MANTIDO PELO CP464) NAO GERA      *
      *  ALERTA NEM VAI AO CONSOLE: SAI SO UMA LINHA INFORMATIVA COM   *
      *  O MOTIVO DA JANELA NO PRTALR.                                 *
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
       01 digito-config                pic x(002)          value spaces.
       01 digito-config-num redefines digito-config
                                       pic 9(002).
       01 total-offline                pic 9(002) comp     value zero.
       01 qtd-editada                  pic z(002)9         value zero.
       01 linha-alerta                 pic x(080)          value spaces.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP446".
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
           divide hora-completa by 10000 giving jm-hora
           perform CONFERIR-EXPEDIENTE
           if fora-expediente
              open output alertas-offline
                to linha-alerta
              write alrt-linha from linha-alerta
              close alertas-offline
              move "FORA DO EXPEDIENTE" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           perform ABRIR-PRINTER-STATUS
              write alrt-linha from linha-alerta
           end-if
           close alertas-offline
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       CONFERIR-EXPEDIENTE.

       ALERTAR-SE-OFFLINE.
           if situacao-monitor(idx-impressora) = "OFFLINE"
              perform CONFERIR-JANELA-MANUTENCAO
              if jm-dentro = "S"
                 perform GRAVAR-AVISO-MANUTENCAO
              else
                 add 1 to total-offline
                 perform GRAVAR-ALERTA-IMPRESSORA
              end-if
           end-if
           add 1 to idx-impressora.

       CONFERIR-JANELA-MANUTENCAO.
           move "H" to jm-funcao
           call "PRTVLOOK" using jm-funcao
                                  numero-impressora(idx-impressora)
                                  data-hoje jm-hora jm-dentro
                                  jm-motivo jm-faixas-dia jm-achou
           end-call.

       GRAVAR-AVISO-MANUTENCAO.
           move spaces to linha-alerta
           string "INFO: IMPRESSORA"               delimited by size
                  numero-impressora(idx-impressora) delimited by size
                  " ("                              delimited by size
                  nome-monitor(idx-impressora)      delimited by size
                  ") EM MANUTENCAO: "               delimited by size
                  jm-motivo                         delimited by size
                  into linha-alerta
           write alrt-linha from linha-alerta.

       GRAVAR-ALERTA-IMPRESSORA.
           move qtd-afetados(idx-impressora) to qtd-editada
           move spaces to linha-alerta
                  hora-agora                          delimited by size
                  into linha-alerta
           write alrt-linha from linha-alerta.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-offline            to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
