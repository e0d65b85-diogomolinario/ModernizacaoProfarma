      *  PRINT-JOB-HELD E DEVE SER LIBERADO PELO CP452, SENAO A        *
      *  RETENCAO VELHA VIRARIA UMA SEGUNDA IMPRESSAO.                 *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE REIMPRESSAO. CADA                *
      *  REENFILEIRAMENTO E REGISTRADO NA TRILHA PRTAUD (CADASTRO "R", *
      *  CHAVE = CHAVE DO TERMINAL, VALOR ANTIGO = SITUACAO, VALOR     *
      *  NOVO = DOCUMENTO).                                            *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
           SELECT PRINT-JOB-QUEUE ASSIGN TO "PRTQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTQ-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINT-JOB-TRACK.
           COPY "PRTJTRR".
       FD  PRINT-JOB-QUEUE.
           COPY "PRTQUER".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
       01 prtq-status                  pic x(002)          value spaces.
           88 prtq-ok                                     value "00".
           88 prtq-nao-existe                             value "35".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 fim-consulta-sw              pic x(001)          value "N".
           88 fim-consulta                                  value "S".
       01 trabalho-achado-sw           pic x(001)          value "N".
           perform GRAVAR-NA-FILA
           if msg-erro = spaces
              perform MARCAR-FILA-RASTREAMENTO
              perform GRAVAR-AUDITORIA
              move "Trabalho reenfileirado." to msg-erro
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
           move "R"               to prta-cadastro
           move "R"               to prta-funcao
           move chave-pedida      to prta-chave
           move situacao-tela     to prta-valor-antigo
           move documento-pedido  to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
