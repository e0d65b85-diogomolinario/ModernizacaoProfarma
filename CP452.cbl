      *  VALIDADO NO CADASTRO (PRTMLOOK) E NA SITUACAO AO VIVO DE      *
      *  PRINTER-STATUS, COMO FAZ O ROTEADOR.                          *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE LIBERACAO. CADA LIBERACAO E      *
      *  REGISTRADA NA TRILHA PRTAUD (CADASTRO "L", CHAVE = CHAVE DO   *
      *  TERMINAL, VALOR ANTIGO = DOCUMENTO, VALOR NOVO = DESTINO).    *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTS-NUMERO
               FILE STATUS IS PRTS-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINT-JOB-HELD.
           COPY "PRTROTR".
       FD  PRINTER-STATUS.
           COPY "PRTSTAR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
           88 prts-ok                                     value "00".
           88 prts-nao-encontrado                         value "23".
           88 prts-nao-existe                             value "35".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 fim-liberacao-sw             pic x(001)          value "N".
           88 fim-liberacao                                 value "S".
       01 fim-retidos-sw               pic x(001)          value "N".
              perform GRAVAR-TRABALHO-LIBERADO
              perform REMOVER-RETENCAO
              perform MARCAR-ROTEADO-RASTREAMENTO
              perform GRAVAR-AUDITORIA
              move "Trabalho liberado." to msg-erro
           end-if.

                                  jt-situacao jt-destino jt-classe
                                  jt-data jt-hora jt-achou
           end-call.

       GRAVAR-AUDITORIA.
           open extend maint-audit-log
           if prta-nao-existe
              open output maint-audit-log
              close maint-audit-log
              open extend maint-audit-log
           end-if
           move id-operador       to prta-operador
           move data-hoje         to prta-data
           move hora-agora        to prta-hora
           move "L"               to prta-cadastro
           move "L"               to prta-funcao
           move ret-chave(linha-escolhida-num) to prta-chave
           move ret-documento(linha-escolhida-num)
             to prta-valor-antigo
           move spaces            to prta-valor-novo
           move destino-escolhido to prta-valor-novo(1:2)
           write prt-audit-rec
           close maint-audit-log.
