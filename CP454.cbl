      *  LIBERACAO=CP452, CALENDARIO=CP459). SO ENTRA QUEM E           *
      *  SUPERVISOR OU TEM A AUTORIZACAO DE OPERADORES; COM O          *
      *  CADASTRO AINDA VAZIO A ENTRADA E LIBERADA PARA SEMEAR O       *
      *  PRIMEIRO PERFIL. CADA GRAVACAO E EXCLUSAO E REGISTRADA NA     *
      *  TRILHA PRTAUD (CADASTRO "O") COM O PERFIL ANTIGO E O NOVO.    *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTO-CHAVE
               FILE STATUS IS PRTO-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  OPERATOR-MASTER.
           COPY "PRTOPR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
           02 op-aut-liberacao         pic x(001).
           02 op-aut-calendario        pic x(001).
       01 op-achou                     pic x(001)          value space.
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 funcao-auditada              pic x(001)          value space.
       01 valor-antigo                 pic x(020)          value spaces.
       01 valor-novo                   pic x(020)          value spaces.
       01 perfil-auditado.
           02 perfil-setor             pic x(002)          value spaces.
           02 filler                   pic x(001)          value space.
           02 perfil-supervisor        pic x(001)          value space.
           02 filler                   pic x(001)          value space.
           02 perfil-autorizacoes      pic x(006)          value spaces.
       SCREEN SECTION.
       01 tela.
          02 blank SCREEN.
                 move "N" to supervisor-novo
              end-if
              perform NORMALIZAR-AUTORIZACOES
              perform MONTAR-PERFIL-AUDITADO
              move spaces to valor-antigo
              if op-achou = "S"
                 move perfil-auditado to valor-antigo
              end-if
              move "G" to op-funcao
              move setor-novo        to op-setor
              move supervisor-novo   to op-supervisor
              move op-setor        to setor-tela
              move op-supervisor   to supervisor-tela
              move op-autorizacoes to autorizacoes-tela
              perform MONTAR-PERFIL-AUDITADO
              move perfil-auditado to valor-novo
              move "G" to funcao-auditada
              perform GRAVAR-AUDITORIA
           end-if.

       MONTAR-PERFIL-AUDITADO.
           move setor-tela        to perfil-setor
           move supervisor-tela   to perfil-supervisor
           move autorizacoes-tela to perfil-autorizacoes.

       NORMALIZAR-AUTORIZACOES.
           if aut-impressoras not = "S"
              move "N" to aut-impressoras
           end-if.

       EXCLUIR-PERFIL-TELA.
           perform MONTAR-PERFIL-AUDITADO
           move perfil-auditado to valor-antigo
           move "E" to op-funcao
           call "PRTOLOOK" using op-funcao chave-escolhida
                                  op-setor op-supervisor
           else
              move spaces to setor-tela autorizacoes-tela
              move space  to supervisor-tela
              move spaces to valor-novo
              move "E" to funcao-auditada
              perform GRAVAR-AUDITORIA
           end-if.

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
           move "O"               to prta-cadastro
           move funcao-auditada   to prta-funcao
           move chave-escolhida   to prta-chave
           move valor-antigo      to prta-valor-antigo
           move valor-novo        to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
