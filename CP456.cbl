      *  MOTIVO E ACRESCENTA CADA MEDICAO BOA AO HISTORICO PRTMEH      *
      *  CARIMBADA COM A DATA E A HORA DA CARGA. NO FIM EXIBE OS       *
      *  TOTAIS DE APLICADOS E REJEITADOS.                             *
      *  COMO NO CP444, O EXTRATO SO E CARREGADO SE A ROTINA PRTYLOOK  *
      *  CONFERIR O CABECALHO, O TRAILER E A SEQUENCIA; SENAO E        *
      *  RECUSADO INTEIRO, SEM DUPLICAR MEDICOES NO PRTMEH. O          *
      *  RESULTADO DA CONFERENCIA SAI NA PRIMEIRA LINHA DO PRTMRJ      *
      *  (MARCA "*CTL").                                               *
      *  A CARGA TAMBEM DETECTA A TROCA DE CARTUCHO: TONER QUE SOBE    *
      *  20 PONTOS OU MAIS EM RELACAO A MEDICAO ANTERIOR DA MESMA      *
      *  IMPRESSORA. A CADA TROCA BAIXA UM CARTUCHO DO TIPO VINCULADO  *
      *  A IMPRESSORA (PRTBLOOK/PRTULOOK, SALDO NUNCA FICA NEGATIVO)   *
      *  E GRAVA NO PRTTRC A DATA E AS PAGINAS IMPRESSAS PELO          *
      *  CARTUCHO RETIRADO. TROCA SEM SALDO OU SEM TIPO VAI AO         *
      *  CONSOLE.                                                      *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           SELECT REJEITADOS-MEDIDORES ASSIGN TO "PRTMRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTR-STATUS.
           SELECT CARTRIDGE-CHANGE-LOG ASSIGN TO "PRTTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TROCA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  EXTRATO-MEDIDORES.
           COPY "PRTMETR".
           COPY "PRTCABR".
       FD  METER-HISTORY.
           COPY "PRTMEHR".
       FD  REJEITADOS-MEDIDORES.
           02  PRTR-CONTADOR               PIC X(008).
           02  FILLER                      PIC X(003).
           02  PRTR-MOTIVO                 PIC X(030).
       01  PRTR-LINHA-CONTROLE.
           02  PRTR-CTL-MARCA              PIC X(004).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-EXTRATO            PIC X(006).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-SEQUENCIA          PIC 9(006).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-LIDAS              PIC 9(007).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-TRAILER            PIC 9(007).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-RESULTADO          PIC X(008).
           02  FILLER                      PIC X(001).
           02  PRTR-CTL-MOTIVO             PIC X(030).
       FD  CARTRIDGE-CHANGE-LOG.
           COPY "PRTTRCR".
       WORKING-STORAGE SECTION.
       01 prtw-status                  pic x(002)          value spaces.
           88 prtw-ok                                     value "00".
           88 prtg-nao-existe                             value "35".
       01 prtr-status                  pic x(002)          value spaces.
           88 prtr-ok                                     value "00".
       01 troca-status                 pic x(002)          value spaces.
           88 troca-ok                                    value "00".
           88 troca-nao-existe                            value "35".
       01 fim-anteriores-sw            pic x(001)          value "N".
           88 fim-anteriores                                value "S".
       01 fim-extrato-sw               pic x(001)          value "N".
           88 fim-extrato                                   value "S".
       01 extrato-aceito-sw            pic x(001)          value "N".
           88 extrato-aceito                                value "S".
       01 marca-linha                  pic x(004)          value spaces.
           88 linha-de-controle             values "*CAB" "*FIM".
       01 data-carga                   pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-carga                   pic 9(006)          value zero.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor-ignorado            pic x(002)          value spaces.
       01 pm-achou                     pic x(001)          value space.
       01 ce-funcao                    pic x(001)          value space.
       01 ce-extrato                   pic x(006)          value spaces.
       01 ce-sequencia                 pic 9(006)          value zero.
       01 ce-data                      pic 9(008)          value zero.
       01 ce-hora                      pic 9(006)          value zero.
       01 ce-qtd-lida                  pic 9(007)          value zero.
       01 ce-qtd-trailer               pic 9(007)          value zero.
       01 ce-motivo                    pic x(030)          value spaces.
       01 ce-achou                     pic x(001)          value space.
       01 motivo-rejeicao              pic x(030)          value spaces.
       01 salto-minimo-troca           pic 9(003)          value 20.
       01 digito-medicao               pic x(002)          value spaces.
       01 digito-medicao-num redefines digito-medicao
                                       pic 9(002).
       01 situacao-cartuchos.
           02 situacao-cartucho occurs 99 times.
               03 tem-medicao-x        pic x(001)          value "N".
                   88 tem-medicao                           value "S".
               03 ult-data             pic 9(008)          value zero.
               03 ult-toner            pic 9(003)          value zero.
               03 contador-instalacao  pic 9(008)          value zero.
       01 paginas-cartucho             pic s9(008) comp    value zero.
       01 cb-funcao                    pic x(001)          value space.
       01 cb-tipo                      pic x(008)          value spaces.
       01 cb-achou                     pic x(001)          value space.
       01 cu-funcao                    pic x(001)          value space.
       01 cu-descricao                 pic x(020)          value spaces.
       01 cu-quantidade                pic 9(005)          value zero.
       01 cu-prazo                     pic 9(003)          value zero.
       01 cu-data-entrada              pic 9(008)          value zero.
       01 cu-data-saida                pic 9(008)          value zero.
       01 cu-achou                     pic x(001)          value space.
       01 total-trocas                 pic 9(005) comp     value zero.
       01 total-trocas-sem-baixa       pic 9(005) comp     value zero.
       01 total-aplicados              pic 9(005) comp     value zero.
       01 total-rejeitados             pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP456".
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
           accept data-carga from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 100 giving hora-carga
           open output rejeitados-medidores
           perform CONFERIR-CONTROLE-EXTRATO
           if extrato-aceito
              perform CARREGAR-SITUACAO-CARTUCHOS
              perform CARREGAR-EXTRATO-MEDIDORES
              perform REGISTRAR-EXTRATO-APLICADO
           end-if
           close rejeitados-medidores
           perform EXIBIR-TOTAIS-MEDICAO
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       CONFERIR-CONTROLE-EXTRATO.
           move "C"      to ce-funcao
           move "PRTMET" to ce-extrato
           call "PRTYLOOK" using ce-funcao ce-extrato ce-sequencia
                                  ce-data ce-hora ce-qtd-lida
                                  ce-qtd-trailer ce-motivo ce-achou
           end-call
           move ce-achou to extrato-aceito-sw
           perform GRAVAR-RESULTADO-CONTROLE.

       GRAVAR-RESULTADO-CONTROLE.
           move spaces to prtr-linha-controle
           move "*CTL"         to prtr-ctl-marca
           move ce-extrato     to prtr-ctl-extrato
           move ce-sequencia   to prtr-ctl-sequencia
           move ce-qtd-lida    to prtr-ctl-lidas
           move ce-qtd-trailer to prtr-ctl-trailer
           if extrato-aceito
              move "ACEITO  " to prtr-ctl-resultado
           else
              move "RECUSADO" to prtr-ctl-resultado
           end-if
           move ce-motivo      to prtr-ctl-motivo
           write prtr-linha-controle.

       CARREGAR-SITUACAO-CARTUCHOS.
           move "N" to fim-anteriores-sw
           open input meter-history
           if not prtg-ok
              set fim-anteriores to true
           else
              perform LER-MEDICAO-ANTERIOR until fim-anteriores
              close meter-history
           end-if
           move "N" to fim-anteriores-sw
           open input cartridge-change-log
           if not troca-ok
              set fim-anteriores to true
           else
              perform LER-TROCA-ANTERIOR until fim-anteriores
              close cartridge-change-log
           end-if.

       LER-MEDICAO-ANTERIOR.
           read meter-history
               at end
                   set fim-anteriores to true
               not at end
                   move prtg-numero to digito-medicao
                   if digito-medicao numeric
                      and digito-medicao not = "00"
                      perform GUARDAR-MEDICAO-ANTERIOR
                   end-if
           end-read.

       GUARDAR-MEDICAO-ANTERIOR.
           if not tem-medicao(digito-medicao-num)
              set tem-medicao(digito-medicao-num) to true
              move prtg-contador
                to contador-instalacao(digito-medicao-num)
           end-if
           if prtg-data not < ult-data(digito-medicao-num)
              move prtg-data  to ult-data(digito-medicao-num)
              move prtg-toner to ult-toner(digito-medicao-num)
           end-if.

       LER-TROCA-ANTERIOR.
           read cartridge-change-log
               at end
                   set fim-anteriores to true
               not at end
                   move troca-numero to digito-medicao
                   if digito-medicao numeric
                      and digito-medicao not = "00"
                      move troca-contador
                        to contador-instalacao(digito-medicao-num)
                   end-if
           end-read.

       CARREGAR-EXTRATO-MEDIDORES.
           open extend meter-history
           if prtg-nao-existe
              open output meter-history
              close meter-history
              open extend meter-history
           end-if
           open extend cartridge-change-log
           if troca-nao-existe
              open output cartridge-change-log
              close cartridge-change-log
              open extend cartridge-change-log
           end-if
           open input extrato-medidores
           if not prtw-ok
              set fim-extrato to true
              perform LER-LINHA-EXTRATO until fim-extrato
              close extrato-medidores
           end-if
           close cartridge-change-log
           close meter-history.

       REGISTRAR-EXTRATO-APLICADO.
           move "G" to ce-funcao
           call "PRTYLOOK" using ce-funcao ce-extrato ce-sequencia
                                  ce-data ce-hora ce-qtd-lida
                                  ce-qtd-trailer ce-motivo ce-achou
           end-call.

       LER-LINHA-EXTRATO.
           read extrato-medidores
               at end
                   set fim-extrato to true
               not at end
                   move prtz-marca to marca-linha
                   if not linha-de-controle
                      perform VALIDAR-LINHA-EXTRATO
                   end-if
           end-read.

       VALIDAR-LINHA-EXTRATO.
           move data-carga    to prtg-data-carga
           move hora-carga    to prtg-hora-carga
           write prt-medicao-rec
           add 1 to total-aplicados
           perform CONFERIR-TROCA-CARTUCHO.

       CONFERIR-TROCA-CARTUCHO.
           move prtw-numero to digito-medicao
           if not tem-medicao(digito-medicao-num)
              set tem-medicao(digito-medicao-num) to true
              move prtw-contador
                to contador-instalacao(digito-medicao-num)
              move prtw-data  to ult-data(digito-medicao-num)
              move prtw-toner to ult-toner(digito-medicao-num)
           else
              if prtw-data not < ult-data(digito-medicao-num)
                 if prtw-toner not <
                    ult-toner(digito-medicao-num) + salto-minimo-troca
                    perform REGISTRAR-TROCA-CARTUCHO
                 end-if
                 move prtw-data  to ult-data(digito-medicao-num)
                 move prtw-toner to ult-toner(digito-medicao-num)
              end-if
           end-if.

       REGISTRAR-TROCA-CARTUCHO.
           move spaces to prt-troca-rec
           move prtw-numero to troca-numero
           move prtw-data   to troca-data
           move ult-toner(digito-medicao-num) to troca-toner-antes
           move prtw-toner    to troca-toner-depois
           move prtw-contador to troca-contador
           compute paginas-cartucho =
                 prtw-contador - contador-instalacao(digito-medicao-num)
           if paginas-cartucho < zero
              move zero to paginas-cartucho
           end-if
           move paginas-cartucho to troca-paginas
           move prtw-contador
             to contador-instalacao(digito-medicao-num)
           perform BAIXAR-CARTUCHO-ESTOQUE
           move data-carga to troca-data-carga
           move hora-carga to troca-hora-carga
           write prt-troca-rec
           add 1 to total-trocas.

       BAIXAR-CARTUCHO-ESTOQUE.
           move "L" to cb-funcao
           call "PRTBLOOK" using cb-funcao prtw-numero cb-tipo cb-achou
           end-call
           move "N" to troca-baixa
           if cb-achou = "S"
              move cb-tipo    to troca-tipo
              move "B"        to cu-funcao
              move data-carga to cu-data-saida
              call "PRTULOOK" using cu-funcao cb-tipo cu-descricao
                                     cu-quantidade cu-prazo
                                     cu-data-entrada cu-data-saida
                                     cu-achou
              end-call
              if cu-achou = "S" or cu-achou = "Z"
                 move cu-achou to troca-baixa
              end-if
           end-if
           evaluate troca-baixa
               when "Z"
                   add 1 to total-trocas-sem-baixa
                   display "CP456 TROCA SEM ESTOQUE..: IMPRESSORA "
                           prtw-numero " CARTUCHO " cb-tipo
               when "N"
                   add 1 to total-trocas-sem-baixa
                   display "CP456 TROCA SEM CADASTRO.: IMPRESSORA "
                           prtw-numero " CARTUCHO " cb-tipo
               when other
                   continue
           end-evaluate.

       REJEITAR-LINHA.
           move spaces to prtr-linha
           add 1 to total-rejeitados.

       EXIBIR-TOTAIS-MEDICAO.
           if not extrato-aceito
              display "CP456 EXTRATO RECUSADO...: " ce-motivo
           end-if
           move total-aplicados to total-editado
           display "CP456 MEDICOES APLICADAS.: " total-editado
           move total-rejeitados to total-editado
           display "CP456 LINHAS REJEITADAS..: " total-editado
           move total-trocas to total-editado
           display "CP456 TROCAS DE CARTUCHO.: " total-editado
           move total-trocas-sem-baixa to total-editado
           display "CP456 TROCAS SEM BAIXA...: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           compute rn-lidos = total-aplicados + total-rejeitados
           move total-aplicados          to rn-aplicados
           move total-rejeitados         to rn-rejeitados
           if not extrato-aceito
              move "A"       to rn-situacao
              move ce-motivo to rn-mensagem
           end-if
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
