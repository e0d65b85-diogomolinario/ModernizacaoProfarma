       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PRTVLOOK.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ROTINA DE CONSULTA AS JANELAS DE MANUTENCAO PLANEJADA         *
      *  (MAINT-WINDOW, PRTJAN, MANTIDO PELO CP464). FUNCOES:          *
      *  "H" DIZ SE A IMPRESSORA ESTA EM JANELA NA DATA/HORA (HHMM)    *
      *      PEDIDA (INICIO <= MOMENTO < FIM), DEVOLVENDO O MOTIVO -   *
      *      E O QUE O CP440 USA PARA MANDAR O TRABALHO DIRETO PARA A  *
      *      RESERVA E O CP446 PARA NAO ALERTAR PARADA PLANEJADA;      *
      *  "D" DEVOLVE AS FAIXAS DO DIA PEDIDO COBERTAS POR JANELAS DA   *
      *      IMPRESSORA, EM MINUTOS DESDE A MEIA-NOITE (ATE 10         *
      *      FAIXAS), PARA O CP445 SEPARAR OS MINUTOS PLANEJADOS.      *
      *  SEM ARQUIVO DE JANELAS NADA E PLANEJADO (LK-ACHOU = "N").     *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MAINT-WINDOW ASSIGN TO "PRTJAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTV-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  MAINT-WINDOW.
           COPY "PRTJANR".
       WORKING-STORAGE SECTION.
       01 prtv-status                  pic x(002)          value spaces.
           88 prtv-ok                                     value "00".
           88 prtv-fim                                     value "10".
           88 prtv-nao-existe                             value "35".
       01 fim-janelas-sw               pic x(001)          value "N".
           88 fim-janelas                                   value "S".
       01 momento-pedido.
           02 data-pedida              pic 9(008)          value zero.
           02 hora-pedida              pic 9(004)          value zero.
       01 hora-janela                  pic 9(002)          value zero.
       01 minuto-janela                pic 9(002)          value zero.
       01 minuto-inicio-faixa          pic 9(004)          value zero.
       01 minuto-fim-faixa             pic 9(004)          value zero.
       LINKAGE          SECTION.
       01 lk-funcao                    pic x(001).
       01 lk-numero                    pic x(002).
       01 lk-data                      pic 9(008).
       01 lk-hora                      pic 9(004).
       01 lk-dentro                    pic x(001).
       01 lk-motivo                    pic x(030).
       01 lk-faixas-dia.
           02 lk-qtd-faixas            pic 9(002).
           02 lk-faixa-dia occurs 10 times.
               03 lk-minuto-inicio     pic 9(004).
               03 lk-minuto-fim        pic 9(004).
       01 lk-achou                     pic x(001).

       procedure division using lk-funcao lk-numero lk-data lk-hora
                                 lk-dentro lk-motivo lk-faixas-dia
                                 lk-achou.
       INICIO.
           move "N"    to lk-achou
           move "N"    to lk-dentro
           move spaces to lk-motivo
           move zero   to lk-qtd-faixas
           move "N"    to fim-janelas-sw
           move lk-data to data-pedida
           move lk-hora to hora-pedida
           open input maint-window
           if not prtv-ok
              set fim-janelas to true
           else
              move "S" to lk-achou
              perform LER-JANELA until fim-janelas
              close maint-window
           end-if
           goback.

       LER-JANELA.
           read maint-window
               at end
                   set fim-janelas to true
               not at end
                   if prtv-numero = lk-numero
                      perform CONFERIR-JANELA
                   end-if
           end-read.

       CONFERIR-JANELA.
           evaluate lk-funcao
               when "H"
                   if momento-pedido not < prtv-inicio
                      and momento-pedido < prtv-termino
                      move "S"         to lk-dentro
                      move prtv-motivo to lk-motivo
                   end-if
               when "D"
                   if prtv-data-inicio not > data-pedida
                      and prtv-data-fim not < data-pedida
                      perform GUARDAR-FAIXA-DO-DIA
                   end-if
               when other
                   continue
           end-evaluate.

       GUARDAR-FAIXA-DO-DIA.
           if prtv-data-inicio < data-pedida
              move zero to minuto-inicio-faixa
           else
              divide prtv-hora-inicio by 100 giving hora-janela
                  remainder minuto-janela
              compute minuto-inicio-faixa =
                    hora-janela * 60 + minuto-janela
           end-if
           if prtv-data-fim > data-pedida
              move 1440 to minuto-fim-faixa
           else
              divide prtv-hora-fim by 100 giving hora-janela
                  remainder minuto-janela
              compute minuto-fim-faixa =
                    hora-janela * 60 + minuto-janela
           end-if
           if minuto-fim-faixa > minuto-inicio-faixa
              and lk-qtd-faixas < 10
              move "S" to lk-dentro
              add 1 to lk-qtd-faixas
              move minuto-inicio-faixa
                to lk-minuto-inicio(lk-qtd-faixas)
              move minuto-fim-faixa
                to lk-minuto-fim(lk-qtd-faixas)
           end-if.
