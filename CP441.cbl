      *  DEIXANDO O PRTLOG E O MARCADOR "PRONTO" INTACTOS. QUALQUER    *
      *  FALHA DE ABERTURA DO PRTLOG QUE NAO SEJA ARQUIVO INEXISTENTE  *
      *  TAMBEM PARA O CORTE ANTES DE GRAVAR O MARCADOR.               *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           02 filler                   pic x(010)
                                        value " MANTIDOS=".
           02 totais-mantidos          pic z(006)9.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP441".
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
           perform LER-CONTROLE-CORTE
           perform DEFINIR-PERIODO-CORTE
           end-if
           perform GRAVAR-TOTAIS-OPERACAO
           perform GRAVAR-CONTROLE-FEITO
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       LER-CONTROLE-CORTE.
           if not prtl-ok and not prtl-nao-existe
              display "CP441 PRTLOG INDISPONIVEL (" prtl-status
                      ") - CORTE NAO CONCLUIDO."
              move "E" to rn-situacao
              move "PRTLOG INDISPONIVEL" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           open output log-mantido
           if not mant-ok
              display "CP441 PRTLOGN INDISPONIVEL (" mant-status
                      ") - CORTE NAO CONCLUIDO."
              move "E" to rn-situacao
              move "PRTLOGN INDISPONIVEL" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           open output printer-change-log
              display "CP441 RESTAURACAO DIVERGENTE: "
                      total-restaurados " DE " total-mantidos
                      " - VERIFICAR PRTLOGN."
              move "E" to rn-situacao
              move "RESTAURACAO DIVERGENTE" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if.

           if not mant-ok
              display "CP441 PRTLOGN INDISPONIVEL (" mant-status
                      ") - CORTE NAO CONCLUIDO."
              move "E" to rn-situacao
              move "PRTLOGN INDISPONIVEL" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           perform CONTAR-REGISTRO-MANTIDO until fim-conferencia
              display "CP441 PRTLOGN INCOMPLETO: " total-conferidos
                      " DE " total-mantidos
                      " - PRTLOG PRESERVADO."
              move "E" to rn-situacao
              move "PRTLOGN INCOMPLETO" to rn-mensagem
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if.

           move total-mantidos     to ctrl-mantidos
           write ctrl-registro
           close controle-corte.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-arquivados         to rn-aplicados
           move total-mantidos           to rn-retidos
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
