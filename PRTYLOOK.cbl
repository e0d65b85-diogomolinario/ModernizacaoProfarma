       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PRTYLOOK.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ROTINA DE CONTROLE DOS EXTRATOS DO SERVIDOR DE IMPRESSAO.     *
      *  CHAMADA POR CP444 (PRTEXT), CP450 (PRTCMP) E CP456 (PRTMET)   *
      *  ANTES E DEPOIS DA CARGA, EVITANDO QUE CADA UM REPITA A        *
      *  CONFERENCIA DO CABECALHO/TRAILER (LAYOUT PRTCABR) E DA        *
      *  SEQUENCIA GUARDADA EM FEED-CONTROL (PRTFCT). FUNCOES:         *
      *  "C" CONFERE O EXTRATO DE NOME LK-EXTRATO SEM CARREGAR NADA:   *
      *      EXIGE O CABECALHO NA PRIMEIRA LINHA, COM O NOME DO        *
      *      PROPRIO EXTRATO E SEQUENCIA PREENCHIDA, E O TRAILER NA    *
      *      ULTIMA, COM A QUANTIDADE DE LINHAS DE DADOS IGUAL A       *
      *      CONTADA; A SEQUENCIA TEM DE SER MAIOR QUE A ULTIMA        *
      *      APLICADA DAQUELE EXTRATO. DEVOLVE LK-ACHOU "S" QUANDO O   *
      *      EXTRATO PODE SER CARREGADO (COM AVISO EM LK-MOTIVO SE     *
      *      HOUVE SALTO DE SEQUENCIA) OU "N" COM O MOTIVO DA RECUSA,  *
      *      ALEM DA SEQUENCIA, DATA/HORA E QUANTIDADES ENCONTRADAS;   *
      *  "G" GRAVA EM FEED-CONTROL A SEQUENCIA APLICADA, COM A DATA E  *
      *      A HORA DO EXTRATO E DA CARGA. SO DEVE SER CHAMADA DEPOIS  *
      *      QUE A CARGA TERMINOU.                                     *
      *  O FEED-CONTROL E PEQUENO (UM REGISTRO POR EXTRATO) E E        *
      *  REGRAVADO INTEIRO A CADA "G".                                 *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-CONFERIDO ASSIGN TO DYNAMIC nome-extrato
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTC-STATUS.
           SELECT FEED-CONTROL ASSIGN TO "PRTFCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTY-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  EXTRATO-CONFERIDO.
           COPY "PRTCABR".
       01  EXTC-LINHA                      PIC X(132).
       FD  FEED-CONTROL.
           COPY "PRTFCTR".
       WORKING-STORAGE SECTION.
       01 extc-status                  pic x(002)          value spaces.
           88 extc-ok                                     value "00".
       01 prty-status                  pic x(002)          value spaces.
           88 prty-ok                                     value "00".
           88 prty-nao-existe                             value "35".
       01 fim-extrato-sw               pic x(001)          value "N".
           88 fim-extrato                                   value "S".
       01 fim-controle-sw              pic x(001)          value "N".
           88 fim-controle                                  value "S".
       01 cabecalho-lido-sw            pic x(001)          value "N".
           88 cabecalho-lido                                value "S".
       01 trailer-lido-sw              pic x(001)          value "N".
           88 trailer-lido                                  value "S".
       01 nome-extrato                 pic x(012)          value spaces.
       01 extrato-cabecalho            pic x(006)          value spaces.
       01 motivo-recusa                pic x(030)          value spaces.
       01 aviso-sequencia              pic x(030)          value spaces.
       01 data-carga                   pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-carga                   pic 9(006)          value zero.
       01 idx-controle                 pic 9(003) comp     value zero.
       01 idx-achado                   pic 9(003) comp     value zero.
       01 qtd-controles                pic 9(003) comp     value zero.
       01 controles-carga.
           02 controle-carga occurs 20 times.
               03 ctl-extrato          pic x(006)          value spaces.
               03 ctl-sequencia        pic 9(006)          value zero.
               03 ctl-data-extrato     pic 9(008)          value zero.
               03 ctl-hora-extrato     pic 9(006)          value zero.
               03 ctl-qtd-registros    pic 9(007)          value zero.
               03 ctl-data-carga       pic 9(008)          value zero.
               03 ctl-hora-carga       pic 9(006)          value zero.
       LINKAGE          SECTION.
       01 lk-funcao                    pic x(001).
       01 lk-extrato                   pic x(006).
       01 lk-sequencia                 pic 9(006).
       01 lk-data                      pic 9(008).
       01 lk-hora                      pic 9(006).
       01 lk-qtd-lida                  pic 9(007).
       01 lk-qtd-trailer               pic 9(007).
       01 lk-motivo                    pic x(030).
       01 lk-achou                     pic x(001).

       procedure division using lk-funcao lk-extrato lk-sequencia
                                 lk-data lk-hora lk-qtd-lida
                                 lk-qtd-trailer lk-motivo lk-achou.
       INICIO.
           move "N" to lk-achou
           perform CARREGAR-FEED-CONTROL
           evaluate lk-funcao
               when "C"
                   perform CONFERIR-EXTRATO
               when "G"
                   perform GRAVAR-SEQUENCIA-APLICADA
               when other
                   continue
           end-evaluate
           goback.

       CARREGAR-FEED-CONTROL.
           move zero to qtd-controles
           move "N" to fim-controle-sw
           open input feed-control
           if prty-ok
              perform LER-CONTROLE-CARGA until fim-controle
              close feed-control
           end-if.

       LER-CONTROLE-CARGA.
           read feed-control
               at end
                   set fim-controle to true
               not at end
                   perform GUARDAR-CONTROLE-CARGA
           end-read.

       GUARDAR-CONTROLE-CARGA.
           if qtd-controles < 20 and prty-extrato not = spaces
              add 1 to qtd-controles
              move prty-extrato       to ctl-extrato(qtd-controles)
              move prty-sequencia     to ctl-sequencia(qtd-controles)
              move prty-data-extrato
                to ctl-data-extrato(qtd-controles)
              move prty-hora-extrato
                to ctl-hora-extrato(qtd-controles)
              move prty-qtd-registros
                to ctl-qtd-registros(qtd-controles)
              move prty-data-carga    to ctl-data-carga(qtd-controles)
              move prty-hora-carga    to ctl-hora-carga(qtd-controles)
           end-if.

       LOCALIZAR-EXTRATO.
           move zero to idx-achado
           move 1 to idx-controle
           perform CONFERIR-EXTRATO-TABELA
               until idx-controle > qtd-controles.

       CONFERIR-EXTRATO-TABELA.
           if ctl-extrato(idx-controle) = lk-extrato
              move idx-controle to idx-achado
           end-if
           add 1 to idx-controle.

       CONFERIR-EXTRATO.
           move spaces to lk-motivo motivo-recusa aviso-sequencia
                          extrato-cabecalho
           move zero   to lk-sequencia lk-data lk-hora
                          lk-qtd-lida lk-qtd-trailer
           move "N" to cabecalho-lido-sw trailer-lido-sw
                       fim-extrato-sw
           move lk-extrato to nome-extrato
           open input extrato-conferido
           if not extc-ok
              move "EXTRATO AUSENTE OU ILEGIVEL" to motivo-recusa
           else
              perform LER-LINHA-CONFERIDA until fim-extrato
              close extrato-conferido
              perform AVALIAR-CABECALHO-TRAILER
           end-if
           if motivo-recusa = spaces
              perform CONFERIR-SEQUENCIA-EXTRATO
           end-if
           if motivo-recusa = spaces
              move "S" to lk-achou
              move aviso-sequencia to lk-motivo
           else
              move motivo-recusa to lk-motivo
           end-if.

       LER-LINHA-CONFERIDA.
           read extrato-conferido
               at end
                   set fim-extrato to true
               not at end
                   perform CLASSIFICAR-LINHA-CONFERIDA
           end-read.

       CLASSIFICAR-LINHA-CONFERIDA.
           evaluate prtz-marca
               when "*CAB"
                   if cabecalho-lido or trailer-lido
                      or lk-qtd-lida not = zero
                      if motivo-recusa = spaces
                         move "CABECALHO FORA DA 1A. LINHA"
                           to motivo-recusa
                      end-if
                   else
                      set cabecalho-lido to true
                      perform GUARDAR-CABECALHO
                   end-if
               when "*FIM"
                   if trailer-lido and motivo-recusa = spaces
                      move "MAIS DE UM TRAILER NO EXTRATO"
                        to motivo-recusa
                   end-if
                   set trailer-lido to true
                   if prtz-qtd-registros numeric
                      move prtz-qtd-registros to lk-qtd-trailer
                   else
                      if motivo-recusa = spaces
                         move "QUANTIDADE INVALIDA NO TRAILER"
                           to motivo-recusa
                      end-if
                   end-if
               when other
                   if trailer-lido and motivo-recusa = spaces
                      move "LINHA DE DADOS APOS O TRAILER"
                        to motivo-recusa
                   end-if
                   add 1 to lk-qtd-lida
           end-evaluate.

       GUARDAR-CABECALHO.
           move prtz-extrato to extrato-cabecalho
           if prtz-data numeric and prtz-hora numeric
              and prtz-sequencia numeric
              move prtz-data       to lk-data
              move prtz-hora       to lk-hora
              move prtz-sequencia  to lk-sequencia
           else
              if motivo-recusa = spaces
                 move "CABECALHO COM CAMPOS INVALIDOS"
                   to motivo-recusa
              end-if
           end-if.

       AVALIAR-CABECALHO-TRAILER.
           evaluate true
               when motivo-recusa not = spaces
                   continue
               when not cabecalho-lido
                   move "EXTRATO SEM CABECALHO" to motivo-recusa
               when not trailer-lido
                   move "EXTRATO SEM TRAILER - TRUNCADO"
                     to motivo-recusa
               when extrato-cabecalho not = lk-extrato
                   move "CABECALHO DE OUTRO EXTRATO" to motivo-recusa
               when lk-sequencia = zero
                   move "SEQUENCIA ZERADA NO CABECALHO"
                     to motivo-recusa
               when lk-qtd-lida not = lk-qtd-trailer
                   move "QTD. LINHAS DIFERE DO TRAILER"
                     to motivo-recusa
               when other
                   continue
           end-evaluate.

       CONFERIR-SEQUENCIA-EXTRATO.
           perform LOCALIZAR-EXTRATO
           if idx-achado not = zero
              evaluate true
                  when lk-sequencia = ctl-sequencia(idx-achado)
                      move "EXTRATO REPETIDO (JA APLICADO)"
                        to motivo-recusa
                  when lk-sequencia < ctl-sequencia(idx-achado)
                      move "EXTRATO ANTIGO (SEQ. MENOR)"
                        to motivo-recusa
                  when lk-sequencia > ctl-sequencia(idx-achado) + 1
                      move "SALTO DE SEQUENCIA" to aviso-sequencia
                  when other
                      continue
              end-evaluate
           end-if.

       GRAVAR-SEQUENCIA-APLICADA.
           accept data-carga from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 100 giving hora-carga
           perform LOCALIZAR-EXTRATO
           if idx-achado = zero and qtd-controles < 20
              add 1 to qtd-controles
              move qtd-controles to idx-achado
           end-if
           if idx-achado not = zero
              move lk-extrato     to ctl-extrato(idx-achado)
              move lk-sequencia   to ctl-sequencia(idx-achado)
              move lk-data        to ctl-data-extrato(idx-achado)
              move lk-hora        to ctl-hora-extrato(idx-achado)
              move lk-qtd-lida    to ctl-qtd-registros(idx-achado)
              move data-carga     to ctl-data-carga(idx-achado)
              move hora-carga     to ctl-hora-carga(idx-achado)
              perform REGRAVAR-FEED-CONTROL
              move "S" to lk-achou
           end-if.

       REGRAVAR-FEED-CONTROL.
           open output feed-control
           move 1 to idx-controle
           perform GRAVAR-CONTROLE-CARGA
               until idx-controle > qtd-controles
           close feed-control.

       GRAVAR-CONTROLE-CARGA.
           move spaces to prt-controle-carga-rec
           move ctl-extrato(idx-controle)       to prty-extrato
           move ctl-sequencia(idx-controle)     to prty-sequencia
           move ctl-data-extrato(idx-controle)  to prty-data-extrato
           move ctl-hora-extrato(idx-controle)  to prty-hora-extrato
           move ctl-qtd-registros(idx-controle) to prty-qtd-registros
           move ctl-data-carga(idx-controle)    to prty-data-carga
           move ctl-hora-carga(idx-controle)    to prty-hora-carga
           write prt-controle-carga-rec
           add 1 to idx-controle.
