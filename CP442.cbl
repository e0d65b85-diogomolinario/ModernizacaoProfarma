      *  TARDE 14-21, NOITE 22-05) E QUANTOS TERMINAIS DISTINTOS A     *
      *  ESCOLHERAM, ALEM DOS TOTAIS MENSAIS DE TROCAS. O RESULTADO    *
      *  SAI EM RELUSO.                                                *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       01 estouros-terminais.
           02 estourou-terminais       pic x(001) occurs 99 times
                                        value "N".
       01 total-lidos                  pic 9(007) comp     value zero.
       01 total-fora-periodo           pic 9(005) comp     value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-impressora-uso.
           02 mes-titulo               pic 9(006).
           02 filler                   pic x(003)     value spaces.
           02 mes-trocas               pic z(005)9.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP442".
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
           perform IMPRIMIR-LINHA-USO until idx-impressora > 99
           perform IMPRIMIR-TOTAIS-MENSAIS
           close relatorio-uso
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PERIODO-PEDIDO.
               at end
                   set fim-log to true
               not at end
                   add 1 to total-lidos
                   perform CLASSIFICAR-REGISTRO-USO
           end-read.

           move trocas-mes(idx-periodo)  to mes-trocas
           write relu-linha from linha-mes-uso
           add 1 to idx-periodo.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos               to rn-lidos
           move total-fora-periodo        to rn-rejeitados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
