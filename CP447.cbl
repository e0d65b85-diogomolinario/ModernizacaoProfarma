      *  A VARREDURA E FEITA EM PASSADAS DE ATE 500 CHAVES ATE NAO     *
      *  SOBRAR NENHUMA NA ORIGEM, ENTAO O JOB PODE SER RERODADO       *
      *  SEM EFEITO COLATERAL.                                         *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           02 chave-da-passada         pic x(008) occurs 500 times.
       01 total-movidas                pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP447".
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
                     or qtd-passadas > 99
              if qtd-passadas > 99
                 display "CP447 EXCESSO DE PASSADAS - VERIFICAR."
                 move "A" to rn-situacao
                 move "EXCESSO DE PASSADAS" to rn-mensagem
              end-if
              move total-movidas to total-editado
              display "CP447 CHAVES MOVIDAS DE " impressora-origem
                      " PARA " impressora-destino ": " total-editado
           else
              move "E" to rn-situacao
              move "PARAMETROS INVALIDOS" to rn-mensagem
           end-if
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       VALIDAR-PARAMETROS.
           move impressora-destino          to prtl-num-novo
           write prt-log-rec
           close printer-change-log.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-movidas            to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
