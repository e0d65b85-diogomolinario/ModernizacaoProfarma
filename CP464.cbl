       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP464.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  CADASTRO DAS JANELAS DE MANUTENCAO PLANEJADA (MAINT-WINDOW).  *
      *  TELA DA MESA DE OPERACAO: LISTA AS JANELAS AINDA NAO          *
      *  ENCERRADAS DO PRTJAN E PERMITE INCLUIR UMA JANELA             *
      *  (IMPRESSORA, INICIO E FIM EM AAAAMMDD HHMM, MOTIVO) OU        *
      *  EXCLUIR UMA JANELA DA LISTA. A IMPRESSORA E VALIDADA NO       *
      *  CADASTRO (PRTMLOOK) E NAO SE ACEITA JANELA SOBREPOSTA A OUTRA *
      *  DA MESMA IMPRESSORA. DURANTE A JANELA O CP440 MANDA OS        *
      *  TRABALHOS DIRETO PARA A RESERVA, O CP446 NAO ALERTA E O CP445 *
      *  SEPARA OS MINUTOS PLANEJADOS (VIA PRTVLOOK). AS JANELAS       *
      *  ENCERRADAS NO MES CORRENTE OU NO ANTERIOR FICAM NO ARQUIVO    *
      *  PARA A APURACAO DE DIAS PASSADOS (CP445, CP471); AS MAIS      *
      *  ANTIGAS SAO DESCARTADAS NA CARGA E SAEM DO ARQUIVO NA         *
      *  PROXIMA REGRAVACAO. O ARQUIVO E REGRAVADO INTEIRO A CADA      *
      *  ALTERACAO; SE PASSAR DE 500 JANELAS NAO SE INCLUI NEM         *
      *  EXCLUI NADA, PARA NAO REGRAVAR O ARQUIVO TRUNCADO. A LISTA    *
      *  MOSTRA 9 JANELAS POR PAGINA (PGDN/PGUP PAGINAM).              *
      *  A ENTRADA EXIGE PERFIL NO CADASTRO DE OPERADORES (PRTOLOOK):  *
      *  SUPERVISOR OU AUTORIZACAO DE IMPRESSORAS. CADA INCLUSAO E     *
      *  EXCLUSAO E REGISTRADA NA TRILHA PRTAUD (CADASTRO "J").        *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA
                       CRT STATUS IS tecla-status.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MAINT-WINDOW ASSIGN TO "PRTJAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTV-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  MAINT-WINDOW.
           COPY "PRTJANR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       WORKING-STORAGE SECTION.
           COPY "screenio".
       01 tecla-status                 pic 9(004)          value zero.
       01 prtv-status                  pic x(002)          value spaces.
           88 prtv-ok                                     value "00".
           88 prtv-fim                                     value "10".
           88 prtv-nao-existe                             value "35".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
           88 prta-nao-existe                             value "35".
       01 fim-manutencao-sw            pic x(001)          value "N".
           88 fim-manutencao                                value "S".
       01 fim-janelas-sw               pic x(001)          value "N".
           88 fim-janelas                                   value "S".
       01 estouro-janelas-sw           pic x(001)          value "N".
           88 estouro-janelas                               value "S".
       01 houve-paginacao-sw           pic x(001)          value "N".
           88 houve-paginacao                               value "S".
       01 mais-janelas-sw              pic x(001)          value "N".
           88 mais-janelas                                  value "S".
       01 janela-sobreposta-sw         pic x(001)          value "N".
           88 janela-sobreposta                             value "S".
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
       01 pm-funcao                    pic x(001)          value space.
       01 pm-nome                      pic x(012)          value spaces.
       01 pm-ativo                     pic x(001)          value space.
       01 pm-setor                     pic x(002)          value spaces.
       01 pm-achou                     pic x(001)          value space.
       01 acao-escolhida               pic x(001)          value space.
           88 acao-e-valida                 values "I" "E".
       01 linha-escolhida              pic x(001)          value space.
           88 linha-e-valida                values "1" "2" "3" "4"
                                                   "5" "6" "7" "8" "9".
       01 linha-escolhida-num redefines linha-escolhida
                                       pic 9(001).
       01 numero-informado             pic x(002)          value spaces.
           88 numero-e-impressora           values "01" thru "99".
       01 data-inicio-alfa             pic x(008)          value spaces.
       01 hora-inicio-alfa             pic x(004)          value spaces.
       01 data-fim-alfa                pic x(008)          value spaces.
       01 hora-fim-alfa                pic x(004)          value spaces.
       01 motivo-informado             pic x(030)          value spaces.
       01 data-conferida               pic 9(008)          value zero.
       01 data-conferida-campos redefines data-conferida.
           02 filler                   pic 9(004).
           02 mes-conferido            pic 9(002).
               88 mes-e-valido              values 01 thru 12.
           02 dia-conferido            pic 9(002).
               88 dia-e-valido              values 01 thru 31.
       01 hora-conferida               pic 9(004)          value zero.
       01 hora-conferida-campos redefines hora-conferida.
           02 hh-conferida             pic 9(002).
               88 hh-e-valida               values 00 thru 23.
           02 mm-conferido             pic 9(002).
               88 mm-e-valido               values 00 thru 59.
       01 data-hora-sw                 pic x(001)          value "N".
           88 data-hora-valida                              value "S".
       01 momento-agora.
           02 data-hoje                pic 9(008)          value zero.
           02 hora-hoje                pic 9(004)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 data-corte                   pic 9(008)          value zero.
       01 data-corte-campos redefines data-corte.
           02 ano-corte                pic 9(004).
           02 mes-corte                pic 9(002).
           02 dia-corte                pic 9(002).
       01 janela-nova.
           02 nova-numero              pic x(002).
           02 nova-inicio.
               03 nova-data-inicio     pic 9(008).
               03 nova-hora-inicio     pic 9(004).
           02 nova-termino.
               03 nova-data-fim        pic 9(008).
               03 nova-hora-fim        pic 9(004).
           02 nova-motivo              pic x(030).
           02 nova-operador            pic x(008).
       01 janelas-cadastradas.
           02 janela-cadastrada occurs 500 times.
               03 jan-numero           pic x(002).
               03 jan-inicio.
                   04 jan-data-inicio  pic 9(008).
                   04 jan-hora-inicio  pic 9(004).
               03 jan-termino.
                   04 jan-data-fim     pic 9(008).
                   04 jan-hora-fim     pic 9(004).
               03 jan-motivo           pic x(030).
               03 jan-operador         pic x(008).
       01 qtd-janelas                  pic 9(003) comp     value zero.
       01 idx-janela                   pic 9(003) comp     value zero.
       01 idx-linha                    pic 9(003) comp     value zero.
       01 qtd-na-tela                  pic 9(001) comp     value zero.
       01 base-pagina                  pic 9(003) comp     value zero.
       01 qtd-vigentes                 pic 9(003) comp     value zero.
       01 msg-mais                     pic x(022)          value spaces.
       01 posicao-excluida             pic 9(003) comp     value zero.
       01 funcao-auditoria             pic x(001)          value space.
       01 valor-antigo                 pic x(020)          value spaces.
       01 valor-novo                   pic x(020)          value spaces.
       01 valor-janela                 pic x(020)          value spaces.
       01 msg-erro                     pic x(030)          value spaces.
       01 janelas-na-tela.
           02 posicao-na-tela          pic 9(003) comp     occurs 9
                                        times value zero.
       01 linhas-tela.
           02 linha-janela             pic x(064) occurs 9 times.
       SCREEN SECTION.
       01 tela.
          02 blank SCREEN.
          02 line 02 COLUMN 02 " JANELAS DE MANUTENCAO PLANEJADA "
              HIGHLIGHT REVERSE-VIDEO.
          02 line 03 COLUMN 02
              "  IM INICIO        FIM           MOTIVO"
              HIGHLIGHT.
          02 line 04 COLUMN 02 pic x(064) from linha-janela(1).
          02 line 05 COLUMN 02 pic x(064) from linha-janela(2).
          02 line 06 COLUMN 02 pic x(064) from linha-janela(3).
          02 line 07 COLUMN 02 pic x(064) from linha-janela(4).
          02 line 08 COLUMN 02 pic x(064) from linha-janela(5).
          02 line 09 COLUMN 02 pic x(064) from linha-janela(6).
          02 line 10 COLUMN 02 pic x(064) from linha-janela(7).
          02 line 11 COLUMN 02 pic x(064) from linha-janela(8).
          02 line 12 COLUMN 02 pic x(064) from linha-janela(9).
          02 line 13 COLUMN 02 "PgDn/PgUp paginam a lista."
              HIGHLIGHT.
          02 line 13 COLUMN 40 pic x(022) from msg-mais
              HIGHLIGHT.
          02 line 14 COLUMN 02
              "Acao I=inclui E=exclui, Esc sai: "
              HIGHLIGHT.
          02 line 15 COLUMN 02 "Linha a excluir (1-9).....: "
              HIGHLIGHT.
          02 line 16 COLUMN 02 "Impressora................: "
              HIGHLIGHT.
          02 line 17 COLUMN 02 "Inicio AAAAMMDD HHMM......: "
              HIGHLIGHT.
          02 line 18 COLUMN 02 "Fim    AAAAMMDD HHMM......: "
              HIGHLIGHT.
          02 line 19 COLUMN 02 "Motivo....................: "
              HIGHLIGHT.
          02 line 21 COLUMN 02 pic x(030) from msg-erro
              HIGHLIGHT.

       procedure division.
       INICIO.
           accept id-operador from environment "LOGNAME"
           perform VERIFICAR-ACESSO
           if not acesso-liberado
              display "CP464 ACESSO NEGADO AO OPERADOR " id-operador
              stop run
           end-if
           perform CARREGAR-JANELAS
           move spaces to msg-erro
           if estouro-janelas
              move "PRTJAN excede 500 janelas." to msg-erro
           end-if
           perform TRATAR-JANELAS until fim-manutencao
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

       CARREGAR-JANELAS.
           accept data-corte from date yyyymmdd
           move 01 to dia-corte
           if mes-corte = 01
              move 12 to mes-corte
              subtract 1 from ano-corte
           else
              subtract 1 from mes-corte
           end-if
           move "N" to fim-janelas-sw
           move "N" to estouro-janelas-sw
           move zero to qtd-janelas
           open input maint-window
           if not prtv-ok
              set fim-janelas to true
           else
              perform LER-JANELA until fim-janelas
              close maint-window
           end-if.

       LER-JANELA.
           read maint-window
               at end
                   set fim-janelas to true
               not at end
                   if prtv-data-fim not < data-corte
                      perform GUARDAR-JANELA-LIDA
                   end-if
           end-read.

       GUARDAR-JANELA-LIDA.
           if qtd-janelas < 500
              add 1 to qtd-janelas
              move prt-janela-rec to janela-cadastrada(qtd-janelas)
           else
              set estouro-janelas to true
              set fim-janelas to true
           end-if.

       TRATAR-JANELAS.
           accept data-hoje from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 10000 giving hora-hoje
           perform MONTAR-TELA-JANELAS
           move "N" to houve-paginacao-sw
           move space  to acao-escolhida linha-escolhida
           move spaces to numero-informado data-inicio-alfa
                          hora-inicio-alfa data-fim-alfa
                          hora-fim-alfa motivo-informado
           display tela
           accept acao-escolhida at 1435
               on exception
                   evaluate tecla-status
                       when cob-scr-esc
                           set fim-manutencao to true
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
           if not fim-manutencao and not houve-paginacao
              move spaces to msg-erro
              evaluate true
                  when estouro-janelas
                      move "PRTJAN excede 500 janelas." to msg-erro
                  when acao-escolhida = "I"
                      perform INCLUIR-JANELA
                  when acao-escolhida = "E"
                      perform EXCLUIR-JANELA
                  when other
                      move "Acao invalida: I ou E." to msg-erro
              end-evaluate
           end-if.

       AVANCAR-PAGINA-LISTA.
           if mais-janelas
              add 9 to base-pagina
           end-if
           move spaces to msg-erro.

       RECUAR-PAGINA-LISTA.
           if base-pagina > zero
              subtract 9 from base-pagina
           end-if
           move spaces to msg-erro.

       MONTAR-TELA-JANELAS.
           perform MONTAR-PAGINA-JANELAS
           if qtd-na-tela = zero and base-pagina > zero
              move zero to base-pagina
              perform MONTAR-PAGINA-JANELAS
           end-if
           if mais-janelas
              move "(mais janelas: PgDn)" to msg-mais
           else
              move spaces to msg-mais
           end-if.

       MONTAR-PAGINA-JANELAS.
           move zero to qtd-na-tela qtd-vigentes
           move "N" to mais-janelas-sw
           move 1 to idx-linha
           perform LIMPAR-LINHA-JANELA until idx-linha > 9
           move 1 to idx-janela
           perform SELECIONAR-JANELA-VIGENTE
               until idx-janela > qtd-janelas.

       LIMPAR-LINHA-JANELA.
           move spaces to linha-janela(idx-linha)
           move zero   to posicao-na-tela(idx-linha)
           add 1 to idx-linha.

       SELECIONAR-JANELA-VIGENTE.
           if jan-termino(idx-janela) > momento-agora
              add 1 to qtd-vigentes
              if qtd-vigentes > base-pagina
                 if qtd-na-tela < 9
                    add 1 to qtd-na-tela
                    move idx-janela to posicao-na-tela(qtd-na-tela)
                    perform MONTAR-LINHA-JANELA
                 else
                    set mais-janelas to true
                 end-if
              end-if
           end-if
           add 1 to idx-janela.

       MONTAR-LINHA-JANELA.
           move qtd-na-tela
             to linha-janela(qtd-na-tela)(1:1)
           move jan-numero(idx-janela)
             to linha-janela(qtd-na-tela)(3:2)
           move jan-data-inicio(idx-janela)
             to linha-janela(qtd-na-tela)(6:8)
           move jan-hora-inicio(idx-janela)
             to linha-janela(qtd-na-tela)(15:4)
           move jan-data-fim(idx-janela)
             to linha-janela(qtd-na-tela)(20:8)
           move jan-hora-fim(idx-janela)
             to linha-janela(qtd-na-tela)(29:4)
           move jan-motivo(idx-janela)
             to linha-janela(qtd-na-tela)(34:30).

       INCLUIR-JANELA.
           accept numero-informado at 1630
           accept data-inicio-alfa at 1730
           accept hora-inicio-alfa at 1739
           accept data-fim-alfa    at 1830
           accept hora-fim-alfa    at 1839
           accept motivo-informado at 1930
           if numero-informado(1:1) not = space
              and numero-informado(2:1) = space
              move numero-informado(1:1) to numero-informado(2:1)
              move "0" to numero-informado(1:1)
           end-if
           if numero-informado not numeric
              move spaces to numero-informado
           end-if
           perform VALIDAR-JANELA-NOVA
           if msg-erro = spaces
              perform CONFERIR-SOBREPOSICAO
              evaluate true
                  when janela-sobreposta
                      move "Sobrepoe outra janela." to msg-erro
                  when qtd-janelas not < 500
                      move "Limite de janelas atingido." to msg-erro
                  when other
                      perform GRAVAR-JANELA-NOVA
              end-evaluate
           end-if.

       VALIDAR-JANELA-NOVA.
           move spaces to msg-erro
           if not numero-e-impressora
              move "Impressora invalida: 01 a 99." to msg-erro
           else
              move "L" to pm-funcao
              call "PRTMLOOK" using pm-funcao numero-informado
                                     pm-nome pm-ativo pm-setor
                                     pm-achou
              end-call
              if pm-achou not = "S"
                 move "Impressora nao cadastrada." to msg-erro
              end-if
           end-if
           if msg-erro = spaces
              move "N" to data-hora-sw
              if data-inicio-alfa numeric and hora-inicio-alfa numeric
                 move data-inicio-alfa to data-conferida
                 move hora-inicio-alfa to hora-conferida
                 perform CONFERIR-DATA-HORA
              end-if
              if not data-hora-valida
                 move "Inicio invalido." to msg-erro
              end-if
           end-if
           if msg-erro = spaces
              move "N" to data-hora-sw
              if data-fim-alfa numeric and hora-fim-alfa numeric
                 move data-fim-alfa to data-conferida
                 move hora-fim-alfa to hora-conferida
                 perform CONFERIR-DATA-HORA
              end-if
              if not data-hora-valida
                 move "Fim invalido." to msg-erro
              end-if
           end-if
           if msg-erro = spaces
              move numero-informado to nova-numero
              move data-inicio-alfa to nova-data-inicio
              move hora-inicio-alfa to nova-hora-inicio
              move data-fim-alfa    to nova-data-fim
              move hora-fim-alfa    to nova-hora-fim
              move motivo-informado to nova-motivo
              move id-operador      to nova-operador
              evaluate true
                  when nova-termino not > nova-inicio
                      move "Fim deve ser apos o inicio." to msg-erro
                  when nova-termino not > momento-agora
                      move "Janela ja encerrada." to msg-erro
                  when motivo-informado = spaces
                      move "Informe o motivo." to msg-erro
                  when other
                      continue
              end-evaluate
           end-if.

       CONFERIR-DATA-HORA.
           if mes-e-valido and dia-e-valido
              and hh-e-valida and mm-e-valido
              set data-hora-valida to true
           end-if.

       CONFERIR-SOBREPOSICAO.
           move "N" to janela-sobreposta-sw
           move 1 to idx-janela
           perform CONFERIR-JANELA-EXISTENTE
               until idx-janela > qtd-janelas.

       CONFERIR-JANELA-EXISTENTE.
           if jan-numero(idx-janela) = nova-numero
              and jan-inicio(idx-janela) < nova-termino
              and nova-inicio < jan-termino(idx-janela)
              set janela-sobreposta to true
           end-if
           add 1 to idx-janela.

       GRAVAR-JANELA-NOVA.
           add 1 to qtd-janelas
           move janela-nova to janela-cadastrada(qtd-janelas)
           perform REGRAVAR-JANELAS
           move qtd-janelas to idx-janela
           perform MONTAR-VALOR-JANELA
           move "I"          to funcao-auditoria
           move spaces       to valor-antigo
           move valor-janela to valor-novo
           perform GRAVAR-AUDITORIA
           move "Janela incluida." to msg-erro.

       EXCLUIR-JANELA.
           accept linha-escolhida at 1530
           evaluate true
               when qtd-na-tela = zero
                   move "Nenhuma janela na lista." to msg-erro
               when not linha-e-valida
                   move "Linha invalida. Digite de 1 a 9."
                     to msg-erro
               when linha-escolhida-num > qtd-na-tela
                   move "Linha sem janela." to msg-erro
               when other
                   move posicao-na-tela(linha-escolhida-num)
                     to posicao-excluida
                   move posicao-excluida to idx-janela
                   perform MONTAR-VALOR-JANELA
                   move "E"          to funcao-auditoria
                   move valor-janela to valor-antigo
                   move spaces       to valor-novo
                   perform GRAVAR-AUDITORIA
                   move janela-cadastrada(qtd-janelas)
                     to janela-cadastrada(posicao-excluida)
                   subtract 1 from qtd-janelas
                   perform REGRAVAR-JANELAS
                   move "Janela excluida." to msg-erro
           end-evaluate.

       MONTAR-VALOR-JANELA.
           move spaces to valor-janela
           string jan-hora-inicio(idx-janela) delimited by size
                  ">"                         delimited by size
                  jan-data-fim(idx-janela)    delimited by size
                  jan-hora-fim(idx-janela)    delimited by size
                  into valor-janela.

       REGRAVAR-JANELAS.
           open output maint-window
           move 1 to idx-janela
           perform GRAVAR-JANELA until idx-janela > qtd-janelas
           close maint-window.

       GRAVAR-JANELA.
           move janela-cadastrada(idx-janela) to prt-janela-rec
           write prt-janela-rec
           add 1 to idx-janela.

       GRAVAR-AUDITORIA.
           open extend maint-audit-log
           if prta-nao-existe
              open output maint-audit-log
              close maint-audit-log
              open extend maint-audit-log
           end-if
           accept hora-completa from time
           move id-operador       to prta-operador
           move data-hoje         to prta-data
           divide hora-completa by 100 giving prta-hora
           move "J"               to prta-cadastro
           move funcao-auditoria  to prta-funcao
           move spaces            to prta-chave
           move jan-numero(idx-janela) to prta-chave(1:2)
           move jan-data-inicio(idx-janela)(3:6) to prta-chave(3:6)
           move valor-antigo      to prta-valor-antigo
           move valor-novo        to prta-valor-novo
           write prt-audit-rec
           close maint-audit-log.
