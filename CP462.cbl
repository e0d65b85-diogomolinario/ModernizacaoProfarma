       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP462.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ACOMPANHAMENTO DOS INCIDENTES DE IMPRESSORA.                  *
      *  TELA DA MESA DE OPERACAO: LISTA OS INCIDENTES PENDENTES DE    *
      *  PRINTER-INCIDENT (ABERTOS OU SEM CAUSA INFORMADA), ABERTOS E  *
      *  FECHADOS PELO CP444 NAS TRANSICOES DE SITUACAO, E DEIXA O     *
      *  OPERADOR REGISTRAR O TECNICO, A CAUSA (P=PAPEL, R=REDE,       *
      *  H=HARDWARE, T=TONER) E UMA OBSERVACAO. CAMPO DEIXADO EM       *
      *  BRANCO MANTEM O VALOR ATUAL. A ABERTURA E O FECHAMENTO DO     *
      *  INCIDENTE NAO SAO ALTERADOS AQUI.                             *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE IMPRESSORAS. CADA CAMPO ALTERADO *
      *  E REGISTRADO NA TRILHA DE AUDITORIA PRTAUD (CADASTRO "I");    *
      *  CONFIRMAR SEM ALTERAR NADA NAO REGRAVA O INCIDENTE. A LISTA   *
      *  MOSTRA 9 INCIDENTES POR PAGINA (PGDN/PGUP PAGINAM).           *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA
                       CRT STATUS IS tecla-status.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINTER-INCIDENT ASSIGN TO "PRTINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTI-ID
               FILE STATUS IS PRTI-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINTER-INCIDENT.
           COPY "PRTINCR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
       01 prti-status                  pic x(002)          value spaces.
           88 prti-ok                                     value "00".
           88 prti-fim                                     value "10".
           88 prti-nao-existe                             value "35".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 fim-acompanhamento-sw        pic x(001)          value "N".
           88 fim-acompanhamento                            value "S".
       01 fim-incidentes-sw            pic x(001)          value "N".
           88 fim-incidentes                                value "S".
       01 linha-escolhida              pic x(001)          value space.
           88 linha-e-valida                values "1" "2" "3" "4"
                                                   "5" "6" "7" "8" "9".
       01 linha-escolhida-num redefines linha-escolhida
                                       pic 9(001).
       01 tecnico-informado            pic x(020)          value spaces.
       01 causa-informada              pic x(001)          value space.
           88 causa-e-valida                values "P" "R" "H" "T".
       01 observacao-informada         pic x(040)          value spaces.
       01 funcao-auditoria             pic x(001)          value space.
       01 valor-antigo                 pic x(020)          value spaces.
       01 valor-novo                   pic x(020)          value spaces.
       01 msg-erro                     pic x(030)          value spaces.
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 idx-incidente                pic 9(001) comp     value zero.
       01 qtd-incidentes               pic 9(001) comp     value zero.
       01 base-pagina                  pic 9(005) comp     value zero.
       01 qtd-pendentes-lidos          pic 9(005) comp     value zero.
       01 houve-paginacao-sw           pic x(001)          value "N".
           88 houve-paginacao                               value "S".
       01 mais-incidentes-sw           pic x(001)          value "N".
           88 mais-incidentes                               value "S".
       01 houve-alteracao-sw           pic x(001)          value "N".
           88 houve-alteracao                               value "S".
       01 msg-mais                     pic x(024)          value spaces.
       01 acesso-liberado-sw           pic x(001)          value "N".
           88 acesso-liberado                               value "S".
       01 id-operador                  pic x(008)          value spaces.
       01 op-funcao                    pic x(001)          value space.
       01 op-setor                     pic x(002)          value spaces.
       01 op-supervisor                pic x(001)          value space.
       01 op-autorizacoes              pic x(006)          value spaces.
       01 op-autorizacoes-campos redefines op-autorizacoes.
           02 op-aut-impressoras       pic x(001).
           02 filler                   pic x(005).
       01 op-achou                     pic x(001)          value space.
       01 incidentes-na-tela.
           02 incidente-na-tela occurs 9 times.
               03 inc-id               pic x(016).
       01 linhas-tela.
           02 linha-incidente          pic x(064) occurs 9 times.
       SCREEN SECTION.
       01 tela.
          02 blank SCREEN.
          02 line 02 COLUMN 02 "  INCIDENTES - ACOMPANHAMENTO  "
              HIGHLIGHT REVERSE-VIDEO.
          02 line 03 COLUMN 02
              "  IM ABERTURA      SITUAC. C TECNICO              OBS."
              HIGHLIGHT.
          02 line 04 COLUMN 02 pic x(064) from linha-incidente(1).
          02 line 05 COLUMN 02 pic x(064) from linha-incidente(2).
          02 line 06 COLUMN 02 pic x(064) from linha-incidente(3).
          02 line 07 COLUMN 02 pic x(064) from linha-incidente(4).
          02 line 08 COLUMN 02 pic x(064) from linha-incidente(5).
          02 line 09 COLUMN 02 pic x(064) from linha-incidente(6).
          02 line 10 COLUMN 02 pic x(064) from linha-incidente(7).
          02 line 11 COLUMN 02 pic x(064) from linha-incidente(8).
          02 line 12 COLUMN 02 pic x(064) from linha-incidente(9).
          02 line 13 COLUMN 02 "PgDn/PgUp paginam a lista."
              HIGHLIGHT.
          02 line 13 COLUMN 40 pic x(024) from msg-mais
              HIGHLIGHT.
          02 line 14 COLUMN 02 "Linha (1-9), Esc sai......: "
              HIGHLIGHT.
          02 line 15 COLUMN 02 "Tecnico...................: "
              HIGHLIGHT.
          02 line 16 COLUMN 02 "Causa (P/R/H/T)...........: "
              HIGHLIGHT.
          02 line 17 COLUMN 02 "Observacao................: "
              HIGHLIGHT.
          02 line 19 COLUMN 02 pic x(030) from msg-erro
              HIGHLIGHT.

       procedure division.
       INICIO.
           accept id-operador from environment "LOGNAME"
           perform VERIFICAR-ACESSO
           if not acesso-liberado
              display "CP462 ACESSO NEGADO AO OPERADOR " id-operador
              stop run
           end-if
           perform TRATAR-ACOMPANHAMENTO until fim-acompanhamento
           stop run.

       VERIFICAR-ACESSO.
           move "L" to op-funcao
           call "PRTOLOOK" using op-funcao id-operador
                                  op-setor op-supervisor
                                  op-autorizacoes op-achou
           end-call
           if op-supervisor = "S" or op-aut-impressoras = "S"
              set acesso-liberado to true
           end-if.

       TRATAR-ACOMPANHAMENTO.
           move "N" to houve-paginacao-sw
           move space  to linha-escolhida causa-informada
           move spaces to tecnico-informado observacao-informada
           perform CARREGAR-INCIDENTES
           display tela
           accept linha-escolhida at 1430
               on exception
                   evaluate tecla-status
                       when cob-scr-esc
                           set fim-acompanhamento to true
                       when cob-scr-page-down
                           perform AVANCAR-PAGINA-LISTA
                           set houve-paginacao to true
                       when cob-scr-page-up
                           perform RECUAR-PAGINA-LISTA
                           set houve-paginacao to true
                       when other
                           continue
                   end-evaluate
           end-accept
           if not fim-acompanhamento and not houve-paginacao
              move spaces to msg-erro
              evaluate true
                  when qtd-incidentes = zero
                      move "Nenhum incidente pendente." to msg-erro
                  when not linha-e-valida
                      move "Linha invalida. Digite de 1 a 9."
                        to msg-erro
                  when linha-escolhida-num > qtd-incidentes
                      move "Linha sem incidente." to msg-erro
                  when other
                      perform ATUALIZAR-INCIDENTE
              end-evaluate
           end-if.

       AVANCAR-PAGINA-LISTA.
           if mais-incidentes
              add 9 to base-pagina
           end-if
           move spaces to msg-erro.

       RECUAR-PAGINA-LISTA.
           if base-pagina > zero
              subtract 9 from base-pagina
           end-if
           move spaces to msg-erro.

       CARREGAR-INCIDENTES.
           perform CARREGAR-PAGINA-INCIDENTES
           if qtd-incidentes = zero and base-pagina > zero
              move zero to base-pagina
              perform CARREGAR-PAGINA-INCIDENTES
           end-if
           if mais-incidentes
              move "(mais incidentes: PgDn)" to msg-mais
           else
              move spaces to msg-mais
           end-if.

       CARREGAR-PAGINA-INCIDENTES.
           move zero to qtd-incidentes qtd-pendentes-lidos
           move "N" to mais-incidentes-sw
           move 1 to idx-incidente
           perform LIMPAR-LINHA-INCIDENTE until idx-incidente > 9
           move "N" to fim-incidentes-sw
           open input printer-incident
           if not prti-ok
              set fim-incidentes to true
           end-if
           perform LER-INCIDENTE until fim-incidentes
           if prti-ok or prti-fim
              close printer-incident
           end-if.

       LIMPAR-LINHA-INCIDENTE.
           move spaces to linha-incidente(idx-incidente)
           move spaces to incidente-na-tela(idx-incidente)
           add 1 to idx-incidente.

       LER-INCIDENTE.
           read printer-incident next record
               at end
                   set fim-incidentes to true
               not at end
                   if prti-situacao = "ABERTO " or prti-causa = space
                      perform GUARDAR-INCIDENTE
                   end-if
           end-read.

       GUARDAR-INCIDENTE.
           add 1 to qtd-pendentes-lidos
           if qtd-pendentes-lidos > base-pagina
              if qtd-incidentes < 9
                 add 1 to qtd-incidentes
                 move prti-id to inc-id(qtd-incidentes)
                 perform MONTAR-LINHA-INCIDENTE
              else
                 set mais-incidentes to true
                 set fim-incidentes to true
              end-if
           end-if.

       MONTAR-LINHA-INCIDENTE.
           move spaces to linha-incidente(qtd-incidentes)
           move qtd-incidentes
             to linha-incidente(qtd-incidentes)(1:1)
           move prti-numero
             to linha-incidente(qtd-incidentes)(3:2)
           move prti-data-abertura
             to linha-incidente(qtd-incidentes)(6:8)
           move prti-hora-abertura(1:4)
             to linha-incidente(qtd-incidentes)(15:4)
           move prti-situacao
             to linha-incidente(qtd-incidentes)(20:7)
           move prti-causa
             to linha-incidente(qtd-incidentes)(28:1)
           move prti-tecnico
             to linha-incidente(qtd-incidentes)(30:20)
           move prti-observacao
             to linha-incidente(qtd-incidentes)(51:14).

       ATUALIZAR-INCIDENTE.
           accept tecnico-informado    at 1530
           accept causa-informada      at 1630
           accept observacao-informada at 1730
           if causa-informada not = space and not causa-e-valida
              move "Causa invalida: P, R, H ou T." to msg-erro
           else
              perform GRAVAR-ACOMPANHAMENTO
           end-if.

       GRAVAR-ACOMPANHAMENTO.
           open i-o printer-incident
           if not prti-ok
              move "Arquivo de incidentes ausente." to msg-erro
           else
              move inc-id(linha-escolhida-num) to prti-id
              read printer-incident
                  invalid key
                      move "Incidente nao encontrado." to msg-erro
                  not invalid key
                      perform APLICAR-ACOMPANHAMENTO
              end-read
              close printer-incident
           end-if.

       APLICAR-ACOMPANHAMENTO.
           move "N" to houve-alteracao-sw
           if tecnico-informado not = spaces
              and tecnico-informado not = prti-tecnico
              set houve-alteracao to true
              move "T"               to funcao-auditoria
              move prti-tecnico      to valor-antigo
              move tecnico-informado to valor-novo
              move tecnico-informado to prti-tecnico
              perform GRAVAR-AUDITORIA
           end-if
           if causa-informada not = space
              and causa-informada not = prti-causa
              set houve-alteracao to true
              move "C"             to funcao-auditoria
              move prti-causa      to valor-antigo
              move causa-informada to valor-novo
              move causa-informada to prti-causa
              perform GRAVAR-AUDITORIA
           end-if
           if observacao-informada not = spaces
              and observacao-informada not = prti-observacao
              set houve-alteracao to true
              move "O"                  to funcao-auditoria
              move prti-observacao      to valor-antigo
              move observacao-informada to valor-novo
              move observacao-informada to prti-observacao
              perform GRAVAR-AUDITORIA
           end-if
           if houve-alteracao
              move id-operador to prti-operador
              rewrite prt-incidente-rec
              move "Incidente atualizado." to msg-erro
           else
              move "Nenhuma alteracao informada." to msg-erro
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
           move "I"               to prta-cadastro
           move funcao-auditoria  to prta-funcao
           move prti-numero       to prta-chave(1:2)
           move prti-data-abertura(3:6) to prta-chave(3:6)
           move valor-antigo      to prta-valor-antigo
           move valor-novo        to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
