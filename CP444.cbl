      *  IMPRESSORA) E REGISTRADA NO HISTORICO PRINTER-HISTORY, DE     *
      *  ONDE O CP445 APURA A DISPONIBILIDADE DIARIA. NO FIM EXIBE     *
      *  OS TOTAIS DE APLICADOS E REJEITADOS.                          *
      *  ANTES DE APLICAR QUALQUER LINHA O EXTRATO E CONFERIDO PELA    *
      *  ROTINA PRTYLOOK: SEM CABECALHO OU TRAILER (LAYOUT PRTCABR),   *
      *  COM QUANTIDADE DIFERENTE DA DO TRAILER OU COM SEQUENCIA JA    *
      *  APLICADA (EXTRATO REPETIDO OU ANTIGO), O ARQUIVO E RECUSADO   *
      *  INTEIRO. O RESULTADO DA CONFERENCIA SAI NA PRIMEIRA LINHA DO  *
      *  PRTREJ (MARCA "*CTL") E, SO DEPOIS DA CARGA COMPLETA, A       *
      *  SEQUENCIA E GRAVADA NO FEED-CONTROL.                          *
      *  A PASSAGEM DE UMA SITUACAO DISPONIVEL PARA OFFLINE OU PARADA  *
      *  ABRE UM INCIDENTE EM PRINTER-INCIDENT (PRTINC); A VOLTA PARA  *
      *  ONLINE OU OCUPADA FECHA O INCIDENTE ABERTO DA IMPRESSORA.     *
      *  A TROCA ENTRE OFFLINE E PARADA MANTEM O MESMO INCIDENTE.      *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTS-NUMERO
               FILE STATUS IS PRTS-STATUS.
           SELECT PRINTER-INCIDENT ASSIGN TO "PRTINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTI-ID
               FILE STATUS IS PRTI-STATUS.
           SELECT REJEITADOS-STATUS ASSIGN TO "PRTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTR-STATUS.
       FILE           SECTION.
       FD  EXTRATO-STATUS.
           COPY "PRTEXTR".
           COPY "PRTCABR".
       FD  PRINTER-STATUS.
           COPY "PRTSTAR".
       FD  PRINTER-HISTORY.
           COPY "PRTHISR".
       FD  PRINTER-INCIDENT.
           COPY "PRTINCR".
       FD  REJEITADOS-STATUS.
       01  PRTR-LINHA.
           02  PRTR-NUMERO                 PIC X(002).
           02  PRTR-SITUACAO               PIC X(007).
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
       01 prte-status                  pic x(002)          value spaces.
           88 prte-ok                                     value "00".
           88 prtr-ok                                     value "00".
       01 prth-status                  pic x(002)          value spaces.
           88 prth-ok                                     value "00".
       01 prti-status                  pic x(002)          value spaces.
           88 prti-ok                                     value "00".
           88 prti-fim                                    value "10".
           88 prti-nao-existe                             value "35".
       01 registro-achado-sw           pic x(001)          value "N".
           88 registro-achado                               value "S".
       01 situacao-anterior            pic x(007)          value spaces.
           88 anterior-indisponivel         values "OFFLINE" "PARADA ".
       01 fim-incidentes-sw            pic x(001)          value "N".
           88 fim-incidentes                                value "S".
       01 incidente-aberto-sw          pic x(001)          value "N".
           88 incidente-aberto                              value "S".
       01 id-incidente-aberto          pic x(016)          value spaces.
       01 fim-extrato-sw               pic x(001)          value "N".
           88 fim-extrato                                   value "S".
       01 extrato-aceito-sw            pic x(001)          value "N".
           88 extrato-aceito                                value "S".
       01 marca-linha                  pic x(004)          value spaces.
           88 linha-de-controle             values "*CAB" "*FIM".
       01 situacao-recebida            pic x(007)          value spaces.
           88 situacao-aceita               values "ONLINE " "OFFLINE"
                                                   "OCUPADA" "PARADA ".
           88 recebida-indisponivel         values "OFFLINE" "PARADA ".
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
       01 total-aplicados              pic 9(005) comp     value zero.
       01 total-rejeitados             pic 9(005) comp     value zero.
       01 total-incidentes-abertos     pic 9(005) comp     value zero.
       01 total-incidentes-fechados    pic 9(005) comp     value zero.
       01 total-incidentes-reabertos   pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP444".
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
           open output rejeitados-status
           perform CONFERIR-CONTROLE-EXTRATO
           if extrato-aceito
              perform CARREGAR-EXTRATO-STATUS
              perform REGISTRAR-EXTRATO-APLICADO
           end-if
           close rejeitados-status
           perform EXIBIR-TOTAIS-CARGA
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       CONFERIR-CONTROLE-EXTRATO.
           move "C"      to ce-funcao
           move "PRTEXT" to ce-extrato
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

       CARREGAR-EXTRATO-STATUS.
           perform ABRIR-PRINTER-STATUS
           open extend printer-history
           if prth-status = "35"
              close printer-history
              open extend printer-history
           end-if
           perform ABRIR-PRINTER-INCIDENT
           open input extrato-status
           if not prte-ok
              set fim-extrato to true
              perform LER-LINHA-EXTRATO until fim-extrato
              close extrato-status
           end-if
           close printer-incident
           close printer-history
           close printer-status.

       REGISTRAR-EXTRATO-APLICADO.
           move "G" to ce-funcao
           call "PRTYLOOK" using ce-funcao ce-extrato ce-sequencia
                                  ce-data ce-hora ce-qtd-lida
                                  ce-qtd-trailer ce-motivo ce-achou
           end-call.

       ABRIR-PRINTER-STATUS.
           open i-o printer-status
              open i-o printer-status
           end-if.

       ABRIR-PRINTER-INCIDENT.
           open i-o printer-incident
           if prti-nao-existe
              open output printer-incident
              close printer-incident
              open i-o printer-incident
           end-if.

       LER-LINHA-EXTRATO.
           read extrato-status
               at end
                   set fim-extrato to true
               not at end
                   move prtz-marca to marca-linha
                   if not linha-de-controle
                      perform VALIDAR-LINHA-EXTRATO
                   end-if
           end-read.

       VALIDAR-LINHA-EXTRATO.
           move situacao-recebida to prth-sit-nova
           move data-carga        to prth-data
           move hora-carga        to prth-hora
           write prt-historia-rec
           evaluate true
               when recebida-indisponivel and not anterior-indisponivel
                   perform ABRIR-INCIDENTE
               when anterior-indisponivel and not recebida-indisponivel
                   perform FECHAR-INCIDENTE
               when other
                   continue
           end-evaluate.

       ABRIR-INCIDENTE.
           move spaces            to prt-incidente-rec
           move prte-numero       to prti-numero
           move data-carga        to prti-data-abertura
           move hora-carga        to prti-hora-abertura
           move "ABERTO "         to prti-situacao
           move situacao-recebida to prti-sit-origem
           move zero              to prti-data-fechamento
                                     prti-hora-fechamento
           write prt-incidente-rec
               invalid key
                   perform REABRIR-INCIDENTE
               not invalid key
                   add 1 to total-incidentes-abertos
           end-write.

       REABRIR-INCIDENTE.
           read printer-incident
               not invalid key
                   move "ABERTO " to prti-situacao
                   move zero      to prti-data-fechamento
                                     prti-hora-fechamento
                   rewrite prt-incidente-rec
                   add 1 to total-incidentes-reabertos
           end-read.

       FECHAR-INCIDENTE.
           perform LOCALIZAR-INCIDENTE-ABERTO
           if incidente-aberto
              move id-incidente-aberto to prti-id
              read printer-incident
                  not invalid key
                      move "FECHADO"  to prti-situacao
                      move data-carga to prti-data-fechamento
                      move hora-carga to prti-hora-fechamento
                      rewrite prt-incidente-rec
                      add 1 to total-incidentes-fechados
              end-read
           end-if.

       LOCALIZAR-INCIDENTE-ABERTO.
           move "N" to incidente-aberto-sw fim-incidentes-sw
           move spaces      to prt-incidente-rec
           move prte-numero to prti-numero
           move zero        to prti-data-abertura prti-hora-abertura
           start printer-incident key is not less than prti-id
               invalid key
                   set fim-incidentes to true
           end-start
           perform LER-INCIDENTE-IMPRESSORA until fim-incidentes.

       LER-INCIDENTE-IMPRESSORA.
           read printer-incident next record
               at end
                   set fim-incidentes to true
               not at end
                   if prti-numero not = prte-numero
                      set fim-incidentes to true
                   else
                      if prti-situacao = "ABERTO "
                         set incidente-aberto to true
                         move prti-id to id-incidente-aberto
                      end-if
                   end-if
           end-read.

       REJEITAR-LINHA.
           move spaces to prtr-linha
           add 1 to total-rejeitados.

       EXIBIR-TOTAIS-CARGA.
           if not extrato-aceito
              display "CP444 EXTRATO RECUSADO...: " ce-motivo
           end-if
           move total-aplicados to total-editado
           display "CP444 STATUS APLICADOS...: " total-editado
           move total-rejeitados to total-editado
           display "CP444 LINHAS REJEITADAS..: " total-editado
           move total-incidentes-abertos to total-editado
           display "CP444 INCIDENTES ABERTOS.: " total-editado
           move total-incidentes-reabertos to total-editado
           display "CP444 INCIDENTES REABERT.: " total-editado
           move total-incidentes-fechados to total-editado
           display "CP444 INCIDENTES FECHADOS: " total-editado.

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
