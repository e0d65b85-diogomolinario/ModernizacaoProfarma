      *  PELO CP451. PRINT-JOB-ROUTED AGORA E ABERTO EM EXTEND         *
      *  (O SPOOL DEVE TRUNCAR APOS CONSUMIR); APAGAR O PRTRTC         *
      *  FORCA O REPROCESSO COMPLETO DA FILA.                          *
      *  A VIRADA DO DIA (CP470) ARQUIVA A FILA JA TRATADA E O         *
      *  PRINT-JOB-ROUTED E ZERA A BASE DO PRTRTC.                     *
      *  IMPRESSORA EM JANELA DE MANUTENCAO PLANEJADA (PRTVLOOK,       *
      *  CADASTRADA PELO CP464) E TRATADA COMO INDISPONIVEL: O         *
      *  TRABALHO VAI DIRETO PARA A RESERVA E O DESVIO SAI NO          *
      *  PRINT-REROUTE-LOG COM PRTD-MOTIVO "P", CONTADO A PARTE DOS    *
      *  DESVIOS INESPERADOS, MESMO QUE ELA ESTEJA OFFLINE DENTRO DA   *
      *  JANELA. RESERVA EM JANELA TAMBEM NAO E USADA.                 *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
                                       pic 9(002).
       01 impressora-conferida         pic x(002)          value spaces.
       01 situacao-conferida           pic x(007)          value spaces.
           88 situacao-impede-uso           values "OFFLINE" "INATIVA"
                                                   "JANELA ".
           88 situacao-em-janela                    value "JANELA ".
       01 desvio-planejado-sw          pic x(001)          value "N".
           88 desvio-planejado                              value "S".
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
       01 impressora-destino           pic x(002)          value spaces.
       01 hora-completa                pic 9(008)          value zero.
       01 data-hoje                    pic 9(008)          value zero.
       01 total-rotina                 pic 9(005) comp     value zero.
       01 total-diretos                pic 9(005) comp     value zero.
       01 total-desviados              pic 9(005) comp     value zero.
       01 total-planejados             pic 9(005) comp     value zero.
       01 total-sem-saida              pic 9(005) comp     value zero.
       01 total-sem-config             pic 9(005) comp     value zero.
       01 total-retidos                pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP440".
       01 rn-situacao                  pic x(001)          value "N".
       01 rn-lidos                     pic 9(007)          value zero.
       01 rn-aplicados                 pic 9(007)          value zero.
       01 rn-rejeitados                pic 9(007)          value zero.
       01 rn-desviados                 pic 9(007)          value zero.
       01 rn-retidos                   pic 9(007)          value zero.
       01 rn-mensagem                  pic x(030)          value spaces.
       01 planejados-mensagem          pic 9(005)          value zero.

       procedure division.
       INICIO.
           perform REGISTRAR-INICIO-EXECUCAO
           accept data-hoje from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 100 giving hora-agora
           divide hora-completa by 10000 giving jm-hora
           perform LER-CONTROLE-ROTEAMENTO
           perform CARREGAR-RESERVAS
           perform ABRIR-PRINTER-STATUS
           end-if
           perform GRAVAR-CONTROLE-FEITO
           perform EXIBIR-TOTAIS-ROTEAMENTO
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       LER-CONTROLE-ROTEAMENTO.
              move lk-numero to impressora-conferida
              perform CONFERIR-SITUACAO-IMPRESSORA
              if situacao-impede-uso
                 move "N" to desvio-planejado-sw
                 if situacao-em-janela
                    set desvio-planejado to true
                 end-if
                 perform DESVIAR-PARA-RESERVA
              else
                 move lk-numero to impressora-destino
              perform RETER-TRABALHO
           else
              perform GRAVAR-LOG-DESVIO
              if desvio-planejado
                 add 1 to total-planejados
              else
                 add 1 to total-desviados
              end-if
           end-if.

       RETER-TRABALHO.
           end-call
           if pm-achou not = "S" or pm-ativo not = "S"
              move "INATIVA" to situacao-conferida
           end-if
           if situacao-conferida not = "INATIVA"
              perform CONFERIR-JANELA-MANUTENCAO
           end-if.

       CONFERIR-JANELA-MANUTENCAO.
           move "H" to jm-funcao
           call "PRTVLOOK" using jm-funcao impressora-conferida
                                  data-hoje jm-hora jm-dentro
                                  jm-motivo jm-faixas-dia jm-achou
           end-call
           if jm-dentro = "S"
              move "JANELA " to situacao-conferida
           end-if.

       GRAVAR-TRABALHO-ROTEADO.
           move impressora-destino to prtd-num-destino
           move data-hoje          to prtd-data
           move hora-agora         to prtd-hora
           move space              to prtd-motivo
           if desvio-planejado
              move "P"             to prtd-motivo
           end-if
           write prt-desvio-rec.

       EXIBIR-TOTAIS-ROTEAMENTO.
           display "CP440 ROTEADOS DIRETO....: " total-editado
           move total-desviados to total-editado
           display "CP440 DESVIADOS P/RESERVA: " total-editado
           move total-planejados to total-editado
           display "CP440 DESVIOS PLANEJADOS.: " total-editado
           move total-sem-saida to total-editado
           display "CP440 SEM RESERVA VALIDA.: " total-editado
           move total-sem-config to total-editado
           display "CP440 CHAVE SEM CONFIG...: " total-editado
           move total-retidos to total-editado
           display "CP440 RETIDOS P/LIBERACAO: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-diretos            to rn-aplicados
           move total-sem-config         to rn-rejeitados
           compute rn-desviados = total-desviados + total-planejados
           move total-retidos            to rn-retidos
           move total-planejados         to planejados-mensagem
           move spaces                   to rn-mensagem
           string "PLANEJ=" planejados-mensagem
               delimited by size into rn-mensagem
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
