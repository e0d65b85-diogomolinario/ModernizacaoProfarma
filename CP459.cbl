      *  SUPRIMIR ALERTAS FORA DELE (VIA PRTKLOOK). O ARQUIVO E        *
      *  REGRAVADO INTEIRO A CADA ALTERACAO.                           *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE CALENDARIO. CADA ALTERACAO E    *
      *  REGISTRADA NA TRILHA PRTAUD (CADASTRO "K"): "G" EXPEDIENTE,   *
      *  "F" FERIADO INCLUIDO, "E" FERIADO EXCLUIDO.                   *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           SELECT SHOP-CALENDAR ASSIGN TO "PRTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTK-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  SHOP-CALENDAR.
           COPY "PRTCALR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
           88 prtk-ok                                     value "00".
           88 prtk-fim                                     value "10".
           88 prtk-nao-existe                             value "35".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 funcao-auditada              pic x(001)          value space.
       01 chave-auditada               pic x(008)          value spaces.
       01 valor-antigo                 pic x(020)          value spaces.
       01 valor-novo                   pic x(020)          value spaces.
       01 expediente-auditado.
           02 exped-dias               pic x(007)          value spaces.
           02 filler                   pic x(001)          value space.
           02 exped-inicio             pic 9(004)          value zero.
           02 filler                   pic x(001)          value "-".
           02 exped-fim                pic 9(004)          value zero.
       01 fim-manutencao-sw            pic x(001)          value "N".
           88 fim-manutencao                                value "S".
       01 fim-calendario-sw            pic x(001)          value "N".
               when hora-fim-alfa not > hora-inicio-alfa
                   move "Fim deve ser apos o inicio." to msg-erro
               when other
                   perform MONTAR-EXPEDIENTE-AUDITADO
                   move expediente-auditado to valor-antigo
                   move dias-novos to dias-trabalhados
                   perform NORMALIZAR-DIAS-SEMANA
                   move hora-inicio-alfa to hora-inicio-config
                   move hora-fim-alfa    to hora-fim-config
                   perform REGRAVAR-CALENDARIO
                   perform MONTAR-EXPEDIENTE-AUDITADO
                   move expediente-auditado to valor-novo
                   move "G"        to funcao-auditada
                   move "EXPEDIEN" to chave-auditada
                   perform GRAVAR-AUDITORIA
                   move "Expediente gravado." to msg-erro
           end-evaluate.

       MONTAR-EXPEDIENTE-AUDITADO.
           move dias-trabalhados   to exped-dias
           move hora-inicio-config to exped-inicio
           move hora-fim-config    to exped-fim.

       NORMALIZAR-DIAS-SEMANA.
           move 1 to idx-dia
           perform NORMALIZAR-DIA-SEMANA until idx-dia > 7.
                      move data-feriado-nova
                        to feriado-calendario(qtd-feriados)
                      perform REGRAVAR-CALENDARIO
                      move spaces            to valor-antigo
                      move "FERIADO"         to valor-novo
                      move "F"               to funcao-auditada
                      move data-feriado-alfa to chave-auditada
                      perform GRAVAR-AUDITORIA
                      move "Feriado incluido." to msg-erro
              end-evaluate
           end-if.
                 move zero to feriado-calendario(qtd-feriados)
                 subtract 1 from qtd-feriados
                 perform REGRAVAR-CALENDARIO
                 move "FERIADO"         to valor-antigo
                 move spaces            to valor-novo
                 move "E"               to funcao-auditada
                 move data-feriado-alfa to chave-auditada
                 perform GRAVAR-AUDITORIA
                 move "Feriado excluido." to msg-erro
              end-if
           end-if.
             to prtk-data-feriado
           write prt-calendario-rec
           add 1 to idx-feriado.

       GRAVAR-AUDITORIA.
           open extend maint-audit-log
           if prta-nao-existe
              open output maint-audit-log
              close maint-audit-log
              open extend maint-audit-log
           end-if
           accept data-hoje from date yyyymmdd
           accept hora-completa from time
           move id-operador       to prta-operador
           move data-hoje         to prta-data
           divide hora-completa by 100 giving prta-hora
           move "K"               to prta-cadastro
           move funcao-auditada   to prta-funcao
           move chave-auditada    to prta-chave
           move valor-antigo      to prta-valor-antigo
           move valor-novo        to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
