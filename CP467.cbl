       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP467.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  RELATORIO TRIMESTRAL DE RECERTIFICACAO DE ACESSOS.            *
      *  RODA EM LOTE: LISTA CADA OPERADOR DO OPERATOR-MASTER (PRTOPR) *
      *  COM O SETOR, O INDICADOR DE SUPERVISOR E AS SEIS              *
      *  AUTORIZACOES, E PARA CADA DIREITO QUE ELE TEM MOSTRA O ULTIMO *
      *  USO REAL, APURADO NA TRILHA PRTAUD PELO CADASTRO DA ACAO      *
      *  (IMPRESSORAS = M/I/J/U/B, SETORES = S/T, OPERADORES = O,      *
      *  REIMPRESSAO = R, LIBERACAO = L, CALENDARIO = K). O USO DO     *
      *  SUPERVISOR E A ULTIMA ATIVIDADE DO OPERADOR EM QUALQUER       *
      *  CADASTRO OU NA TROCA DE IMPRESSORA (PRINTER-CHANGE-LOG,       *
      *  PRTLOG). APONTA OS DIREITOS NUNCA USADOS OU SEM USO HA MAIS   *
      *  DE N DIAS (VARIAVEL DE AMBIENTE DIASREC, PADRAO 90), OS       *
      *  OPERADORES CUJA CHAVE NAO EXISTE MAIS NO PRINTER-CONFIG       *
      *  (PRTLOOK) E OS SETORES COM MAIS DE UM SUPERVISOR. O           *
      *  RESULTADO SAI EM RELREC, PARA O VISTO DA AUDITORIA INTERNA.   *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "PRTOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTO-CHAVE
               FILE STATUS IS PRTO-STATUS.
           SELECT MAINT-AUDIT-LOG ASSIGN TO "PRTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTA-STATUS.
           SELECT PRINTER-CHANGE-LOG ASSIGN TO "PRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTL-STATUS.
           SELECT RELATORIO-RECERTIFICACAO ASSIGN TO "RELREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELC-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  OPERATOR-MASTER.
           COPY "PRTOPR".
       FD  MAINT-AUDIT-LOG.
           COPY "PRTAUDR".
       FD  PRINTER-CHANGE-LOG.
           COPY "PRTLOGR".
       FD  RELATORIO-RECERTIFICACAO.
       01  RELC-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prto-status                  pic x(002)          value spaces.
           88 prto-ok                                     value "00".
       01 prta-status                  pic x(002)          value spaces.
           88 prta-ok                                     value "00".
       01 prtl-status                  pic x(002)          value spaces.
           88 prtl-ok                                     value "00".
       01 relc-status                  pic x(002)          value spaces.
           88 relc-ok                                     value "00".
       01 fim-arquivo-sw               pic x(001)          value "N".
           88 fim-arquivo                                   value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 limite-alfa                  pic x(003)          value spaces.
       01 limite-ajustado              pic x(003)          value spaces.
       01 dias-limite                  pic 9(003)          value 90.
       01 lk-funcao                    pic x(001)          value space.
       01 lk-numero                    pic x(002)          value spaces.
       01 lk-nome-ignorado             pic x(012)          value spaces.
       01 lk-setor-ignorado            pic x(002)          value spaces.
       01 lk-achou                     pic x(001)          value space.
       01 chave-procurada              pic x(008)          value spaces.
       01 data-uso                     pic 9(008)          value zero.
       01 idx-operador                 pic 9(003) comp     value zero.
       01 idx-achado                   pic 9(003) comp     value zero.
       01 idx-direito                  pic 9(001) comp     value zero.
       01 idx-setor                    pic 9(003) comp     value zero.
       01 idx-setor-achado             pic 9(003) comp     value zero.
       01 direito-auditado             pic 9(001) comp     value zero.
       01 nomes-direitos.
           02 filler                   pic x(012)     value
                                        "SUPERVISOR".
           02 filler                   pic x(012)     value
                                        "IMPRESSORAS".
           02 filler                   pic x(012)     value
                                        "SETORES".
           02 filler                   pic x(012)     value
                                        "OPERADORES".
           02 filler                   pic x(012)     value
                                        "REIMPRESSAO".
           02 filler                   pic x(012)     value
                                        "LIBERACAO".
           02 filler                   pic x(012)     value
                                        "CALENDARIO".
       01 nomes-direitos-tab redefines nomes-direitos.
           02 nome-direito             pic x(012) occurs 7 times.
       01 operadores-recertificacao.
           02 operador-recert occurs 500 times.
               03 rec-chave            pic x(008)          value spaces.
               03 rec-setor            pic x(002)          value spaces.
               03 rec-perfil.
                   04 rec-supervisor   pic x(001)          value space.
                   04 rec-autorizacoes pic x(006)          value spaces.
               03 rec-perfil-tab redefines rec-perfil.
                   04 rec-direito      pic x(001) occurs 7 times.
               03 rec-ultimo-uso       pic 9(008) occurs 7 times
                                        value zero.
               03 rec-ultima-atividade pic 9(008)          value zero.
       01 qtd-operadores               pic 9(003) comp     value zero.
       01 setores-supervisores.
           02 setor-supervisor occurs 200 times.
               03 ss-setor             pic x(002)          value spaces.
               03 ss-supervisores      pic 9(003) comp     value zero.
       01 qtd-setores                  pic 9(003) comp     value zero.
       01 situacoes-direitos.
           02 situacao-direito         pic x(001) occurs 7 times.
               88 direito-em-uso                            value "U".
               88 direito-nunca-usado                       value "N".
               88 direito-sem-uso                           value "V".
       01 dias-sem-uso-tab.
           02 dias-sem-uso             pic 9(008) comp occurs 7 times.
       01 operador-sem-config-sw       pic x(001)          value "N".
           88 operador-sem-config                           value "S".
       01 supervisor-duplicado-sw      pic x(001)          value "N".
           88 supervisor-duplicado                          value "S".
       01 direito-vencido-sw           pic x(001)          value "N".
           88 direito-vencido                               value "S".
       01 direito-elevado-sw           pic x(001)          value "N".
           88 direito-elevado                               value "S".
       01 total-operadores             pic 9(005) comp     value zero.
       01 total-com-direitos           pic 9(005) comp     value zero.
       01 total-direitos-sem-uso       pic 9(005) comp     value zero.
       01 total-operadores-sem-uso     pic 9(005) comp     value zero.
       01 total-sem-config             pic 9(005) comp     value zero.
       01 total-setores-duplicados     pic 9(005) comp     value zero.
       01 total-editado                pic z(004)9         value zero.
       01 dias-editados                pic z(004)9         value zero.
       01 supervisores-editados        pic zz9             value zero.
       01 dias-acumulados-mes.
           02 filler                   pic 9(003)     value 000.
           02 filler                   pic 9(003)     value 031.
           02 filler                   pic 9(003)     value 059.
           02 filler                   pic 9(003)     value 090.
           02 filler                   pic 9(003)     value 120.
           02 filler                   pic 9(003)     value 151.
           02 filler                   pic 9(003)     value 181.
           02 filler                   pic 9(003)     value 212.
           02 filler                   pic 9(003)     value 243.
           02 filler                   pic 9(003)     value 273.
           02 filler                   pic 9(003)     value 304.
           02 filler                   pic 9(003)     value 334.
       01 dias-acumulados-tab redefines dias-acumulados-mes.
           02 dias-acumulados          pic 9(003) occurs 12 times.
       01 data-conversao               pic 9(008)          value zero.
       01 ano-conversao                pic 9(004)          value zero.
       01 mes-conversao                pic 9(002)          value zero.
       01 dia-conversao                pic 9(002)          value zero.
       01 resto-conversao              pic 9(004)          value zero.
       01 resto-bissexto               pic 9(004)          value zero.
       01 bissextos-de-4               pic 9(004)          value zero.
       01 bissextos-de-100             pic 9(004)          value zero.
       01 bissextos-de-400             pic 9(004)          value zero.
       01 dias-convertidos             pic 9(008) comp     value zero.
       01 dias-hoje                    pic 9(008) comp     value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-operador.
           02 lin-operador             pic x(008).
           02 filler                   pic x(002)     value spaces.
           02 lin-setor                pic x(002).
           02 filler                   pic x(008)     value spaces.
           02 lin-supervisor           pic x(001).
           02 filler                   pic x(005)     value spaces.
           02 lin-autorizacao occurs 6 times.
               03 lin-aut              pic x(001).
               03 filler               pic x(001).
           02 filler                   pic x(001)     value spaces.
           02 lin-ultima-atividade     pic x(008).
           02 filler                   pic x(003)     value spaces.
           02 lin-sit-config           pic x(011).
           02 lin-sit-supervisor       pic x(014).
           02 lin-sit-uso              pic x(015).
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP467".
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
           move data-hoje to data-conversao
           perform CONVERTER-DATA-EM-DIAS
           move dias-convertidos to dias-hoje
           accept limite-alfa from environment "DIASREC"
           perform AJUSTAR-LIMITE-ALFA
           if limite-ajustado numeric
              and limite-ajustado not = "000"
              move limite-ajustado to dias-limite
           end-if
           perform CARREGAR-OPERADORES
           perform CARREGAR-AUDITORIA
           perform CARREGAR-TROCAS-IMPRESSORA
           open output relatorio-recertificacao
           perform IMPRIMIR-CABECALHO-RECERT
           move 1 to idx-operador
           perform IMPRIMIR-OPERADOR until idx-operador > qtd-operadores
           perform IMPRIMIR-SETORES-DUPLICADOS
           perform IMPRIMIR-TOTAIS-RECERT
           close relatorio-recertificacao
           perform EXIBIR-TOTAIS-RECERT
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       AJUSTAR-LIMITE-ALFA.
           move limite-alfa to limite-ajustado
           if limite-alfa(3:1) = space
              if limite-alfa(2:1) = space
                 move "00"              to limite-ajustado(1:2)
                 move limite-alfa(1:1)  to limite-ajustado(3:1)
              else
                 move "0"               to limite-ajustado(1:1)
                 move limite-alfa(1:2)  to limite-ajustado(2:2)
              end-if
           end-if.

       CARREGAR-OPERADORES.
           move "N" to fim-arquivo-sw
           move zero to qtd-operadores
           open input operator-master
           if not prto-ok
              set fim-arquivo to true
           else
              perform LER-OPERADOR until fim-arquivo
              close operator-master
           end-if.

       LER-OPERADOR.
           read operator-master next record
               at end
                   set fim-arquivo to true
               not at end
                   if qtd-operadores < 500
                      add 1 to qtd-operadores
                      move prto-chave
                        to rec-chave(qtd-operadores)
                      move prto-setor
                        to rec-setor(qtd-operadores)
                      move prto-supervisor
                        to rec-supervisor(qtd-operadores)
                      move prto-autorizacoes
                        to rec-autorizacoes(qtd-operadores)
                      if prto-supervisor = "S"
                         perform CONTAR-SUPERVISOR-SETOR
                      end-if
                   end-if
           end-read.

       CONTAR-SUPERVISOR-SETOR.
           move zero to idx-setor-achado
           move 1 to idx-setor
           perform PROCURAR-SETOR-SUPERVISOR
               until idx-setor > qtd-setores
                  or idx-setor-achado not = zero
           if idx-setor-achado = zero
              and qtd-setores < 200
              add 1 to qtd-setores
              move prto-setor to ss-setor(qtd-setores)
              move qtd-setores to idx-setor-achado
           end-if
           if idx-setor-achado not = zero
              add 1 to ss-supervisores(idx-setor-achado)
           end-if.

       PROCURAR-SETOR-SUPERVISOR.
           if ss-setor(idx-setor) = prto-setor
              move idx-setor to idx-setor-achado
           end-if
           add 1 to idx-setor.

       CARREGAR-AUDITORIA.
           move "N" to fim-arquivo-sw
           open input maint-audit-log
           if not prta-ok
              set fim-arquivo to true
           else
              perform LER-AUDITORIA until fim-arquivo
              close maint-audit-log
           end-if.

       LER-AUDITORIA.
           read maint-audit-log
               at end
                   set fim-arquivo to true
               not at end
                   move prta-operador to chave-procurada
                   move prta-data     to data-uso
                   perform LOCALIZAR-OPERADOR
                   if idx-achado not = zero
                      perform CLASSIFICAR-CADASTRO-AUDITADO
                      perform ANOTAR-USO-OPERADOR
                   end-if
           end-read.

       CLASSIFICAR-CADASTRO-AUDITADO.
           evaluate prta-cadastro
               when "M"
               when "I"
               when "J"
               when "U"
               when "B"
                   move 2 to direito-auditado
               when "S"
               when "T"
                   move 3 to direito-auditado
               when "O"
                   move 4 to direito-auditado
               when "R"
                   move 5 to direito-auditado
               when "L"
                   move 6 to direito-auditado
               when "K"
                   move 7 to direito-auditado
               when other
                   move zero to direito-auditado
           end-evaluate.

       CARREGAR-TROCAS-IMPRESSORA.
           move "N" to fim-arquivo-sw
           open input printer-change-log
           if not prtl-ok
              set fim-arquivo to true
           else
              perform LER-TROCA-IMPRESSORA until fim-arquivo
              close printer-change-log
           end-if.

       LER-TROCA-IMPRESSORA.
           read printer-change-log
               at end
                   set fim-arquivo to true
               not at end
                   move prtl-chave to chave-procurada
                   move prtl-data  to data-uso
                   perform LOCALIZAR-OPERADOR
                   if idx-achado not = zero
                      move zero to direito-auditado
                      perform ANOTAR-USO-OPERADOR
                   end-if
           end-read.

       LOCALIZAR-OPERADOR.
           move zero to idx-achado
           move 1 to idx-operador
           perform PROCURAR-OPERADOR
               until idx-operador > qtd-operadores
                  or idx-achado not = zero.

       PROCURAR-OPERADOR.
           if rec-chave(idx-operador) = chave-procurada
              move idx-operador to idx-achado
           end-if
           add 1 to idx-operador.

      *    A POSICAO 1 DO ULTIMO USO E O SUPERVISOR: QUALQUER ACAO
      *    GRAVADA NA TRILHA OU TROCA DE IMPRESSORA CONTA COMO USO.
       ANOTAR-USO-OPERADOR.
           if data-uso > rec-ultima-atividade(idx-achado)
              move data-uso to rec-ultima-atividade(idx-achado)
           end-if
           if data-uso > rec-ultimo-uso(idx-achado 1)
              move data-uso to rec-ultimo-uso(idx-achado 1)
           end-if
           if direito-auditado not = zero
              and data-uso > rec-ultimo-uso(idx-achado direito-auditado)
              move data-uso
                to rec-ultimo-uso(idx-achado direito-auditado)
           end-if.

       CONVERTER-DATA-EM-DIAS.
           divide data-conversao by 10000 giving ano-conversao
               remainder resto-conversao
           divide resto-conversao by 100 giving mes-conversao
               remainder dia-conversao
           divide ano-conversao by 4   giving bissextos-de-4
           divide ano-conversao by 100 giving bissextos-de-100
           divide ano-conversao by 400 giving bissextos-de-400
           compute dias-convertidos =
                 ano-conversao * 365
                 + bissextos-de-4
                 - bissextos-de-100
                 + bissextos-de-400
                 + dias-acumulados(mes-conversao)
                 + dia-conversao
           if mes-conversao < 3
              divide ano-conversao by 4 giving resto-conversao
                  remainder resto-bissexto
              if resto-bissexto = zero
                 divide ano-conversao by 100 giving resto-conversao
                     remainder resto-bissexto
                 if resto-bissexto not = zero
                    subtract 1 from dias-convertidos
                 else
                    divide ano-conversao by 400
                        giving resto-conversao
                        remainder resto-bissexto
                    if resto-bissexto = zero
                       subtract 1 from dias-convertidos
                    end-if
                 end-if
              end-if
           end-if.

       IMPRIMIR-CABECALHO-RECERT.
           move spaces to linha-relatorio
           string "RELATORIO DE RECERTIFICACAO DE ACESSOS DOS "
                  "OPERADORES"
               delimited by size into linha-relatorio
           write relc-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move dias-limite to dias-editados
           move spaces to linha-relatorio
           string "LIMITE SEM USO.: "  delimited by size
                  dias-editados        delimited by size
                  " DIAS"              delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move spaces to linha-relatorio
           string "AUTORIZACOES...: I=IMPRESSORAS S=SETORES "
                  "O=OPERADORES R=REIMPRESSAO L=LIBERACAO "
                  "C=CALENDARIO"
               delimited by size into linha-relatorio
           write relc-linha from linha-relatorio
           move spaces to linha-relatorio
           write relc-linha from linha-relatorio
           move spaces to linha-relatorio
           string "OPERADOR  SETOR  SUPERV.  I S O R L C  "
                  "ULT.ATIV.  SITUACAO"
               delimited by size into linha-relatorio
           write relc-linha from linha-relatorio.

       IMPRIMIR-OPERADOR.
           add 1 to total-operadores
           perform CONFERIR-CONFIG-OPERADOR
           perform CONFERIR-SUPERVISOR-SETOR
           move "N" to direito-vencido-sw
           move "N" to direito-elevado-sw
           move 1 to idx-direito
           perform APURAR-DIREITO until idx-direito > 7
           if direito-elevado
              add 1 to total-com-direitos
           end-if
           if direito-vencido
              add 1 to total-operadores-sem-uso
           end-if
           move spaces to linha-operador
           move rec-chave(idx-operador)      to lin-operador
           move rec-setor(idx-operador)      to lin-setor
           move rec-supervisor(idx-operador) to lin-supervisor
           move 1 to idx-direito
           perform MONTAR-AUTORIZACAO-LINHA until idx-direito > 6
           if rec-ultima-atividade(idx-operador) = zero
              move "NUNCA"  to lin-ultima-atividade
           else
              move rec-ultima-atividade(idx-operador)
                to lin-ultima-atividade
           end-if
           if operador-sem-config
              move "SEM CONFIG" to lin-sit-config
           end-if
           if supervisor-duplicado
              move "SUP.DUPLICADO" to lin-sit-supervisor
           end-if
           if direito-vencido
              move "DIREITO SEM USO" to lin-sit-uso
           end-if
           write relc-linha from linha-operador
           move 1 to idx-direito
           perform IMPRIMIR-USO-DIREITO until idx-direito > 7
           add 1 to idx-operador.

       CONFERIR-CONFIG-OPERADOR.
           move "N" to operador-sem-config-sw
           move "L" to lk-funcao
           call "PRTLOOK" using lk-funcao rec-chave(idx-operador)
                                lk-numero lk-nome-ignorado
                                lk-setor-ignorado lk-achou
           end-call
           if lk-achou not = "S"
              set operador-sem-config to true
              add 1 to total-sem-config
           end-if.

       CONFERIR-SUPERVISOR-SETOR.
           move "N" to supervisor-duplicado-sw
           if rec-supervisor(idx-operador) = "S"
              move 1 to idx-setor
              perform CONFERIR-SETOR-DUPLICADO
                  until idx-setor > qtd-setores
           end-if.

       CONFERIR-SETOR-DUPLICADO.
           if ss-setor(idx-setor) = rec-setor(idx-operador)
              and ss-supervisores(idx-setor) > 1
              set supervisor-duplicado to true
           end-if
           add 1 to idx-setor.

       APURAR-DIREITO.
           move space to situacao-direito(idx-direito)
           move zero  to dias-sem-uso(idx-direito)
           if rec-direito(idx-operador idx-direito) = "S"
              set direito-elevado to true
              if rec-ultimo-uso(idx-operador idx-direito) = zero
                 set direito-nunca-usado(idx-direito) to true
              else
                 move rec-ultimo-uso(idx-operador idx-direito)
                   to data-conversao
                 perform CONVERTER-DATA-EM-DIAS
                 if dias-hoje > dias-convertidos
                    compute dias-sem-uso(idx-direito) =
                          dias-hoje - dias-convertidos
                 end-if
                 if dias-sem-uso(idx-direito) > dias-limite
                    set direito-sem-uso(idx-direito) to true
                 else
                    set direito-em-uso(idx-direito) to true
                 end-if
              end-if
              if not direito-em-uso(idx-direito)
                 set direito-vencido to true
                 add 1 to total-direitos-sem-uso
              end-if
           end-if
           add 1 to idx-direito.

       MONTAR-AUTORIZACAO-LINHA.
           move rec-autorizacoes(idx-operador)(idx-direito:1)
             to lin-aut(idx-direito)
           add 1 to idx-direito.

       IMPRIMIR-USO-DIREITO.
           if situacao-direito(idx-direito) not = space
              move spaces to linha-relatorio
              if direito-nunca-usado(idx-direito)
                 string "          "        delimited by size
                        nome-direito(idx-direito)
                                            delimited by size
                        " NUNCA USADO"      delimited by size
                        into linha-relatorio
              else
                 move dias-sem-uso(idx-direito) to dias-editados
                 string "          "        delimited by size
                        nome-direito(idx-direito)
                                            delimited by size
                        " ULTIMO USO "      delimited by size
                        rec-ultimo-uso(idx-operador idx-direito)
                                            delimited by size
                        " HA"               delimited by size
                        dias-editados       delimited by size
                        " DIAS"             delimited by size
                        into linha-relatorio
              end-if
              if not direito-em-uso(idx-direito)
                 move "<== REVOGAR OU JUSTIFICAR"
                   to linha-relatorio(70:25)
              end-if
              write relc-linha from linha-relatorio
           end-if
           add 1 to idx-direito.

       IMPRIMIR-SETORES-DUPLICADOS.
           move spaces to linha-relatorio
           write relc-linha from linha-relatorio
           move spaces to linha-relatorio
           string "SETORES COM MAIS DE UM SUPERVISOR:"
               delimited by size into linha-relatorio
           write relc-linha from linha-relatorio
           move 1 to idx-setor
           perform IMPRIMIR-SETOR-DUPLICADO
               until idx-setor > qtd-setores
           if total-setores-duplicados = zero
              move spaces to linha-relatorio
              string "    NENHUM." delimited by size
                  into linha-relatorio
              write relc-linha from linha-relatorio
           end-if.

       IMPRIMIR-SETOR-DUPLICADO.
           if ss-supervisores(idx-setor) > 1
              add 1 to total-setores-duplicados
              move ss-supervisores(idx-setor) to supervisores-editados
              move spaces to linha-relatorio
              string "    SETOR "          delimited by size
                     ss-setor(idx-setor)   delimited by size
                     ": "                  delimited by size
                     supervisores-editados delimited by size
                     " SUPERVISORES"       delimited by size
                     into linha-relatorio
              write relc-linha from linha-relatorio
              move 1 to idx-operador
              perform IMPRIMIR-SUPERVISOR-DO-SETOR
                  until idx-operador > qtd-operadores
           end-if
           add 1 to idx-setor.

       IMPRIMIR-SUPERVISOR-DO-SETOR.
           if rec-supervisor(idx-operador) = "S"
              and rec-setor(idx-operador) = ss-setor(idx-setor)
              move spaces to linha-relatorio
              string "        OPERADOR "      delimited by size
                     rec-chave(idx-operador)  delimited by size
                     into linha-relatorio
              write relc-linha from linha-relatorio
           end-if
           add 1 to idx-operador.

       IMPRIMIR-TOTAIS-RECERT.
           move spaces to linha-relatorio
           write relc-linha from linha-relatorio
           move total-operadores to total-editado
           move spaces to linha-relatorio
           string "OPERADORES CADASTRADOS...: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move total-com-direitos to total-editado
           move spaces to linha-relatorio
           string "OPERADORES COM DIREITOS..: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move total-operadores-sem-uso to total-editado
           move spaces to linha-relatorio
           string "OPERADORES A REVISAR.....: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move total-direitos-sem-uso to total-editado
           move spaces to linha-relatorio
           string "DIREITOS SEM USO.........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move total-sem-config to total-editado
           move spaces to linha-relatorio
           string "CHAVES SEM CONFIGURACAO..: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio
           move total-setores-duplicados to total-editado
           move spaces to linha-relatorio
           string "SETORES COM 2+ SUPERVIS..: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relc-linha from linha-relatorio.

       EXIBIR-TOTAIS-RECERT.
           move total-operadores to total-editado
           display "CP467 OPERADORES LIDOS...: " total-editado
           move total-direitos-sem-uso to total-editado
           display "CP467 DIREITOS SEM USO...: " total-editado
           move total-sem-config to total-editado
           display "CP467 SEM CONFIGURACAO...: " total-editado
           move total-setores-duplicados to total-editado
           display "CP467 SETORES MULTI-SUP..: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-operadores         to rn-lidos
           move total-com-direitos       to rn-aplicados
           move total-operadores-sem-uso to rn-rejeitados
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
