      *  PRINT-JOB-TRACK A SITUACAO TERMINAL DE CADA TRABALHO COM A    *
      *  DATA E A HORA INFORMADAS PELO SERVIDOR. NO FIM EXIBE OS       *
      *  TOTAIS DE APLICADOS E REJEITADOS.                             *
      *  COMO NO CP444, O EXTRATO SO E APLICADO SE A ROTINA PRTYLOOK   *
      *  CONFERIR O CABECALHO, O TRAILER E A SEQUENCIA; SENAO E        *
      *  RECUSADO INTEIRO. O RESULTADO DA CONFERENCIA SAI NA PRIMEIRA  *
      *  LINHA DO PRTCRJ (MARCA "*CTL").                               *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       FILE           SECTION.
       FD  EXTRATO-CONCLUSAO.
           COPY "PRTCMPR".
           COPY "PRTCABR".
       FD  REJEITADOS-CONCLUSAO.
       01  PRTR-LINHA.
           02  PRTR-CHAVE                  PIC X(008).
           02  PRTR-RESULTADO              PIC X(008).
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
       WORKING-STORAGE SECTION.
       01 prtp-status                  pic x(002)          value spaces.
           88 prtp-ok                                     value "00".
           88 prtr-ok                                     value "00".
       01 fim-extrato-sw               pic x(001)          value "N".
           88 fim-extrato                                   value "S".
       01 extrato-aceito-sw            pic x(001)          value "N".
           88 extrato-aceito                                value "S".
       01 marca-linha                  pic x(004)          value spaces.
           88 linha-de-controle             values "*CAB" "*FIM".
       01 resultado-recebido           pic x(008)          value spaces.
           88 resultado-aceito              values "IMPRESSO"
                                                   "FALHOU  ".
       01 jt-data                      pic 9(008)          value zero.
       01 jt-hora                      pic 9(006)          value zero.
       01 jt-achou                     pic x(001)          value space.
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
       01 total-aplicados              pic 9(005) comp     value zero.
       01 total-rejeitados             pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP450".
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
           open output rejeitados-conclusao
           perform CONFERIR-CONTROLE-EXTRATO
           if extrato-aceito
              perform CARREGAR-EXTRATO-CONCLUSAO
              perform REGISTRAR-EXTRATO-APLICADO
           end-if
           close rejeitados-conclusao
           perform EXIBIR-TOTAIS-CONCLUSAO
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       CONFERIR-CONTROLE-EXTRATO.
           move "C"      to ce-funcao
           move "PRTCMP" to ce-extrato
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

       CARREGAR-EXTRATO-CONCLUSAO.
           open input extrato-conclusao
           if not prtp-ok
              set fim-extrato to true
           else
              perform LER-LINHA-EXTRATO until fim-extrato
              close extrato-conclusao
           end-if.

       REGISTRAR-EXTRATO-APLICADO.
           move "G" to ce-funcao
           call "PRTYLOOK" using ce-funcao ce-extrato ce-sequencia
                                  ce-data ce-hora ce-qtd-lida
                                  ce-qtd-trailer ce-motivo ce-achou
           end-call.

       LER-LINHA-EXTRATO.
           read extrato-conclusao
               at end
                   set fim-extrato to true
               not at end
                   move prtz-marca to marca-linha
                   if not linha-de-controle
                      perform VALIDAR-LINHA-EXTRATO
                   end-if
           end-read.

       VALIDAR-LINHA-EXTRATO.
           add 1 to total-rejeitados.

       EXIBIR-TOTAIS-CONCLUSAO.
           if not extrato-aceito
              display "CP450 EXTRATO RECUSADO....: " ce-motivo
           end-if
           move total-aplicados to total-editado
           display "CP450 CONCLUSOES APLICADAS: " total-editado
           move total-rejeitados to total-editado
           display "CP450 LINHAS REJEITADAS...: " total-editado.

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
