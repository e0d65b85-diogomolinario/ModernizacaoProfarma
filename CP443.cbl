      *  PRINTER-STATUS. CADA DIVERGENCIA SAI NO RELATORIO DE          *
      *  EXCECOES (RELEXC) COM CHAVE, IMPRESSORA E MOTIVO, PARA O      *
      *  TURNO DA MANHA CORRIGIR ANTES DOS USUARIOS ENTRAREM.          *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           02 filler                   pic x(019)
                                        value "   EXCECOES......:".
           02 totais-excecoes          pic z(004)9.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP443".
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
           open output relatorio-excecoes
           perform IMPRIMIR-CABECALHO-EXCECOES
           end-if
           perform IMPRIMIR-TOTAIS-EXCECOES
           close relatorio-excecoes
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       ABRIR-PRINTER-STATUS.
           move total-lidos    to totais-lidos
           move total-excecoes to totais-excecoes
           write rele-linha from linha-totais.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-excecoes           to rn-rejeitados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
