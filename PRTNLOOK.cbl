       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PRTNLOOK.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ROTINA DE GRAVACAO DO CONTROLE DE EXECUCAO DO LOTE            *
      *  (BATCH-RUN-CONTROL, PRTRUN). CHAMADA PELOS PROGRAMAS DE LOTE  *
      *  NO COMECO E NO FIM DE CADA EXECUCAO. FUNCOES:                 *
      *  "I" GRAVA O REGISTRO DE INICIO (SITUACAO "I") E GUARDA O      *
      *      MOMENTO PARA O REGISTRO DE FIM;                           *
      *  "F" GRAVA O REGISTRO DE FIM COM O INICIO GUARDADO, O MOMENTO  *
      *      ATUAL, A SITUACAO ("N" SE VIER EM BRANCO), AS CONTAGENS E *
      *      A MENSAGEM RECEBIDAS.                                     *
      *  O ARQUIVO E SO DE ACRESCIMO E E CRIADO NA PRIMEIRA GRAVACAO.  *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BATCH-RUN-CONTROL ASSIGN TO "PRTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTN-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  BATCH-RUN-CONTROL.
           COPY "PRTRUNR".
       WORKING-STORAGE SECTION.
       01 prtn-status                  pic x(002)          value spaces.
           88 prtn-ok                                     value "00".
           88 prtn-nao-existe                             value "35".
       01 data-agora                   pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-agora                   pic 9(006)          value zero.
       01 inicio-guardado.
           02 data-inicio-guardada     pic 9(008)          value zero.
           02 hora-inicio-guardada     pic 9(006)          value zero.
       LINKAGE          SECTION.
       01 lk-funcao                    pic x(001).
       01 lk-programa                  pic x(008).
       01 lk-situacao                  pic x(001).
       01 lk-lidos                     pic 9(007).
       01 lk-aplicados                 pic 9(007).
       01 lk-rejeitados                pic 9(007).
       01 lk-desviados                 pic 9(007).
       01 lk-retidos                   pic 9(007).
       01 lk-mensagem                  pic x(030).

       procedure division using lk-funcao lk-programa lk-situacao
                                 lk-lidos lk-aplicados lk-rejeitados
                                 lk-desviados lk-retidos lk-mensagem.
       INICIO.
           accept data-agora from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 100 giving hora-agora
           evaluate lk-funcao
               when "I"
                   move data-agora to data-inicio-guardada
                   move hora-agora to hora-inicio-guardada
                   perform GRAVAR-INICIO-EXECUCAO
               when "F"
                   perform GRAVAR-FIM-EXECUCAO
               when other
                   continue
           end-evaluate
           goback.

       ABRIR-CONTROLE-EXECUCAO.
           open extend batch-run-control
           if prtn-nao-existe
              open output batch-run-control
              close batch-run-control
              open extend batch-run-control
           end-if.

       GRAVAR-INICIO-EXECUCAO.
           perform ABRIR-CONTROLE-EXECUCAO
           move spaces      to prt-execucao-rec
           move lk-programa to prtn-programa
           move inicio-guardado to prtn-inicio
           move zero        to prtn-data-fim prtn-hora-fim
           move "I"         to prtn-situacao
           move zero        to prtn-lidos prtn-aplicados
                               prtn-rejeitados prtn-desviados
                               prtn-retidos
           write prt-execucao-rec
           close batch-run-control.

       GRAVAR-FIM-EXECUCAO.
           if data-inicio-guardada = zero
              move data-agora to data-inicio-guardada
              move hora-agora to hora-inicio-guardada
           end-if
           perform ABRIR-CONTROLE-EXECUCAO
           move spaces        to prt-execucao-rec
           move lk-programa   to prtn-programa
           move inicio-guardado to prtn-inicio
           move data-agora    to prtn-data-fim
           move hora-agora    to prtn-hora-fim
           move lk-situacao   to prtn-situacao
           if prtn-situacao = space
              move "N" to prtn-situacao
           end-if
           move lk-lidos      to prtn-lidos
           move lk-aplicados  to prtn-aplicados
           move lk-rejeitados to prtn-rejeitados
           move lk-desviados  to prtn-desviados
           move lk-retidos    to prtn-retidos
           move lk-mensagem   to prtn-mensagem
           write prt-execucao-rec
           close batch-run-control.
