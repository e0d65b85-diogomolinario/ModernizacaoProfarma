      *  ABSORVERAM, ALEM DA DISTRIBUICAO POR DIA E POR HORA (COM O    *
      *  PICO MARCADO) E DOS TERMINAIS MAIS AFETADOS. E A EVIDENCIA    *
      *  PARA PEDIR REPOSICAO DE UMA IMPRESSORA PROBLEMATICA. O        *
      *  RESULTADO SAI EM RELDSV. DESVIOS POR JANELA DE MANUTENCAO     *
      *  PLANEJADA (PRTD-MOTIVO = "P") NAO ENTRAM NA ANALISE - SO SAO  *
      *  CONTADOS A PARTE NOS TOTAIS.                                  *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       01 pico-valor                   pic 9(005) comp     value zero.
       01 total-desvios                pic 9(005) comp     value zero.
       01 total-fora-periodo           pic 9(005) comp     value zero.
       01 total-planejados             pic 9(005) comp     value zero.
       01 qtd-editada                  pic z(005)9         value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-origem-desvio.
           02 term-qtd                 pic z(005)9.
           02 filler                   pic x(002)     value spaces.
           02 term-pico                pic x(008).
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP453".
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
           perform IMPRIMIR-SECAO-TERMINAIS
           perform IMPRIMIR-TOTAIS-DESVIOS
           close relatorio-desvios
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PERIODO-PEDIDO.
           if prtd-data < data-inicio or prtd-data > data-fim
              add 1 to total-fora-periodo
           else
              if prtd-motivo = "P"
                 add 1 to total-planejados
              else
                 perform CLASSIFICAR-DESVIO-NAO-PLANEJADO
              end-if
           end-if.

       CLASSIFICAR-DESVIO-NAO-PLANEJADO.
           move prtd-num-original to digito-origem
           move prtd-num-destino  to digito-destino
           if digito-origem numeric and digito-origem not = "00"
              perform CONTABILIZAR-DESVIO
           end-if.

       CONTABILIZAR-DESVIO.
           add 1 to total-desvios
           add 1 to desviados-origem(digito-origem-num)
           string "REGISTROS FORA DO PERIODO: " delimited by size
                  qtd-editada                   delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move total-planejados to qtd-editada
           move spaces to linha-relatorio
           string "DESVIOS PLANEJADOS.......: " delimited by size
                  qtd-editada                   delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-desvios            to rn-lidos
           move total-planejados         to rn-desviados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
