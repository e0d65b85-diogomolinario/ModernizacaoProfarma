      *  RELATORIO SAI EM RELCHB COM O DETALHE POR IMPRESSORA E O      *
      *  RESUMO POR SETOR COM PERCENTUAL, PARA O FINANCEIRO RATEAR     *
      *  O CUSTO DE IMPRESSAO PELO USO REAL.                           *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       01 digito-medicao-num redefines digito-medicao
                                       pic 9(002).
       01 idx-impressora               pic 9(003) comp     value zero.
       01 total-lidos                  pic 9(007) comp     value zero.
       01 idx-setor                    pic 9(003) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
           02 set-percentual           pic zz9,99.
           02 filler                   pic x(002)     value spaces.
           02 filler                   pic x(001)     value "%".
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP458".
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
           perform DEFINIR-PERIODO-PEDIDO
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-RATEIO until idx-impressora > 99
           perform IMPRIMIR-RESUMO-SETORES
           close relatorio-rateio
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PERIODO-PEDIDO.
               at end
                   set fim-historico to true
               not at end
                   add 1 to total-lidos
                   perform CLASSIFICAR-MEDICAO-RATEIO
           end-read.

                 move "(nao cadastrado)" to st-descricao
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
           move qtd-setores               to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
