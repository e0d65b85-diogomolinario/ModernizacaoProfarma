      *  RODA EM LOTE (SEM TELA) E LISTA, PARA CADA IMPRESSORA 01-99,  *
      *  O NOME, O STATUS ATUAL E QUEM FOI O ULTIMO A ASSUMI-LA,       *
      *  CONFORME O HISTORICO DE PRINTER-CHANGE-LOG.                   *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       01 fim-log-sw                   pic x(001)          value "N".
           88 fim-log                                       value "S".
       01 idx-impressora               pic 9(003) comp     value zero.
       01 total-lidos                  pic 9(007) comp     value zero.
       01 total-listadas               pic 9(007) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
           COPY "PRTLIST".
       01 linha-relatorio              pic x(132)     value spaces.
       01 linha-relatorio-base60       pic x(060)     value spaces.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP439".
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
           accept data-hoje from date yyyymmdd
           perform ABRIR-PRINTER-STATUS
           move 1 to idx-impressora
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-IMPRESSORA until idx-impressora > 99
           close relatorio-impressoras
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       LER-CADASTRO-RELATORIO.
               at end
                   set fim-log to true
               not at end
                   add 1 to total-lidos
                   perform LOCALIZAR-DIGITO-NOVO
           end-read.

                     into linha-relatorio
           end-if
           write reli-linha from linha-relatorio
           add 1 to total-listadas
           add 1 to idx-impressora.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-listadas           to rn-aplicados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
