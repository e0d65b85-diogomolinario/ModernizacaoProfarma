       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP463.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  RELATORIO MENSAL DE INCIDENTES DE IMPRESSORA (MTTR E MTBF).   *
      *  RODA EM LOTE: LE O PRINTER-INCIDENT (PRTINC) E APURA OS       *
      *  INCIDENTES ABERTOS NO PERIODO PEDIDO (VARIAVEL DE AMBIENTE    *
      *  PERIODO, AAAAMM; EM BRANCO = MES DA EMISSAO). POR IMPRESSORA  *
      *  E POR SETOR DO CADASTRO (PRTM-SETOR; EM BRANCO = "SEM SETOR") *
      *  SAEM A QUANTIDADE DE INCIDENTES, OS AINDA ABERTOS, O TEMPO    *
      *  MEDIO DE REPARO (MTTR, EM MINUTOS, SO DOS FECHADOS), O TEMPO  *
      *  MEDIO ENTRE FALHAS (MTBF, EM HORAS: MINUTOS DO MES MENOS OS   *
      *  MINUTOS EM REPARO, DIVIDIDO PELOS INCIDENTES) E A QUEBRA POR  *
      *  CAUSA (P=PAPEL, R=REDE, H=HARDWARE, T=TONER, ?=NAO            *
      *  INFORMADA, REGISTRADA PELO CP462). NO SETOR O MES CONTA UMA   *
      *  VEZ POR IMPRESSORA CADASTRADA. FECHA COM O RESUMO POR CAUSA.  *
      *  O RELATORIO SAI EM RELINC, PARA A REVISAO DO CONTRATO DE      *
      *  MANUTENCAO.                                                   *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINTER-INCIDENT ASSIGN TO "PRTINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTI-ID
               FILE STATUS IS PRTI-STATUS.
           SELECT RELATORIO-INCIDENTES ASSIGN TO "RELINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELI-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINTER-INCIDENT.
           COPY "PRTINCR".
       FD  RELATORIO-INCIDENTES.
       01  RELI-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prti-status                  pic x(002)          value spaces.
           88 prti-ok                                     value "00".
           88 prti-fim                                     value "10".
           88 prti-nao-existe                             value "35".
       01 reli-status                  pic x(002)          value spaces.
           88 reli-ok                                     value "00".
       01 fim-incidentes-sw            pic x(001)          value "N".
           88 fim-incidentes                                value "S".
       01 setor-ja-visto-sw            pic x(001)          value "N".
           88 setor-ja-visto                                value "S".
       01 data-hoje                    pic 9(008)          value zero.
       01 periodo-alfa                 pic x(006)          value spaces.
       01 periodo-pedido               pic 9(006)          value zero.
       01 periodo-do-incidente         pic 9(006)          value zero.
       01 ano-periodo                  pic 9(004)          value zero.
       01 mes-periodo                  pic 9(002)          value zero.
       01 digito-incidente             pic x(002)          value spaces.
       01 digito-incidente-num redefines digito-incidente
                                       pic 9(002).
       01 causa-lida                   pic x(001)          value space.
           88 causa-papel                                   value "P".
           88 causa-rede                                    value "R".
           88 causa-hardware                                value "H".
           88 causa-toner                                   value "T".
       01 idx-impressora               pic 9(003) comp     value zero.
       01 idx-setor                    pic 9(003) comp     value zero.
       01 idx-causa                    pic 9(003) comp     value zero.
       01 pm-funcao                    pic x(001)          value space.
       01 pm-ativo                     pic x(001)          value space.
       01 st-funcao                    pic x(001)          value space.
       01 st-descricao                 pic x(020)          value spaces.
       01 st-achou                     pic x(001)          value space.
           COPY "PRTLIST".
       01 nomes-incidente.
           02 nome-incidente           pic x(012) occurs 99 times
                                        value spaces.
       01 setores-incidente.
           02 setor-incidente          pic x(002) occurs 99 times
                                        value spaces.
       01 cadastros-incidente.
           02 cadastro-incidente       pic x(001) occurs 99 times
                                        value space.
       01 apuracao-impressoras.
           02 apuracao-impressora occurs 99 times.
               03 imp-qtd              pic 9(005) comp     value zero.
               03 imp-abertos          pic 9(005) comp     value zero.
               03 imp-fechados         pic 9(005) comp     value zero.
               03 imp-minutos-reparo   pic 9(009) comp     value zero.
               03 imp-qtd-causa        pic 9(005) comp     value zero
                                        occurs 5 times.
       01 apuracao-setores.
           02 apuracao-setor occurs 99 times.
               03 codigo-setor-inc     pic x(002).
               03 set-impressoras      pic 9(003) comp     value zero.
               03 set-qtd              pic 9(005) comp     value zero.
               03 set-abertos          pic 9(005) comp     value zero.
               03 set-fechados         pic 9(005) comp     value zero.
               03 set-minutos-reparo   pic 9(009) comp     value zero.
               03 set-qtd-causa        pic 9(005) comp     value zero
                                        occurs 5 times.
       01 qtd-setores                  pic 9(003) comp     value zero.
       01 estourou-setores-sw          pic x(001)          value "N".
           88 estourou-setores                              value "S".
       01 apuracao-causas.
           02 apuracao-causa occurs 5 times.
               03 cau-qtd              pic 9(005) comp     value zero.
               03 cau-fechados         pic 9(005) comp     value zero.
               03 cau-minutos-reparo   pic 9(009) comp     value zero.
       01 descricoes-causa.
           02 filler                   pic x(015)
                                        value "P PAPEL        ".
           02 filler                   pic x(015)
                                        value "R REDE         ".
           02 filler                   pic x(015)
                                        value "H HARDWARE     ".
           02 filler                   pic x(015)
                                        value "T TONER        ".
           02 filler                   pic x(015)
                                        value "? NAO INFORMADA".
       01 descricoes-causa-tab redefines descricoes-causa.
           02 descricao-causa          pic x(015) occurs 5 times.
       01 total-incidentes             pic 9(005) comp     value zero.
       01 total-abertos                pic 9(005) comp     value zero.
       01 total-fechados               pic 9(005) comp     value zero.
       01 minutos-do-mes               pic 9(007) comp     value zero.
       01 minutos-abertura             pic 9(011) comp     value zero.
       01 minutos-fechamento           pic 9(011) comp     value zero.
       01 minutos-reparo               pic s9(011) comp    value zero.
       01 minutos-funcionando          pic s9(011) comp    value zero.
       01 calc-qtd                     pic 9(005) comp     value zero.
       01 calc-fechados                pic 9(005) comp     value zero.
       01 calc-minutos-reparo          pic 9(009) comp     value zero.
       01 calc-impressoras             pic 9(003) comp     value zero.
       01 mttr-calculado               pic 9(007) comp     value zero.
       01 mtbf-calculado               pic 9(006)v9        value zero.
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
       01 hora-conversao               pic 9(006)          value zero.
       01 ano-conversao                pic 9(004)          value zero.
       01 mes-conversao                pic 9(002)          value zero.
       01 dia-conversao                pic 9(002)          value zero.
       01 resto-conversao              pic 9(004)          value zero.
       01 resto-bissexto               pic 9(004)          value zero.
       01 bissextos-de-4               pic 9(004)          value zero.
       01 bissextos-de-100             pic 9(004)          value zero.
       01 bissextos-de-400             pic 9(004)          value zero.
       01 horas-conversao              pic 9(002)          value zero.
       01 minutos-conversao            pic 9(002)          value zero.
       01 resto-hora                   pic 9(004)          value zero.
       01 dias-convertidos             pic 9(008) comp     value zero.
       01 dias-inicio-mes              pic 9(008) comp     value zero.
       01 minutos-convertidos          pic 9(011) comp     value zero.
       01 linha-relatorio              pic x(132)          value spaces.
       01 linha-impressora-incidente.
           02 lin-titulo               pic x(012).
           02 filler                   pic x(001)     value space.
           02 lin-nome                 pic x(012).
           02 filler                   pic x(002)     value spaces.
           02 lin-setor                pic x(002).
           02 filler                   pic x(002)     value spaces.
           02 lin-qtd                  pic z(004)9.
           02 filler                   pic x(002)     value spaces.
           02 lin-abertos              pic z(004)9.
           02 filler                   pic x(003)     value spaces.
           02 lin-mttr                 pic z(006)9.
           02 filler                   pic x(003)     value spaces.
           02 lin-mtbf                 pic z(005)9,9.
           02 filler                   pic x(002)     value spaces.
           02 lin-causa                pic z(003)9 occurs 5 times.
       01 linha-setor-incidente.
           02 set-codigo               pic x(002).
           02 filler                   pic x(001)     value space.
           02 set-descricao            pic x(020).
           02 filler                   pic x(004)     value spaces.
           02 set-imp-editado          pic z9.
           02 filler                   pic x(002)     value spaces.
           02 set-qtd-editado          pic z(004)9.
           02 filler                   pic x(002)     value spaces.
           02 set-abertos-editado      pic z(004)9.
           02 filler                   pic x(003)     value spaces.
           02 set-mttr                 pic z(006)9.
           02 filler                   pic x(003)     value spaces.
           02 set-mtbf                 pic z(005)9,9.
           02 filler                   pic x(002)     value spaces.
           02 set-causa                pic z(003)9 occurs 5 times.
       01 linha-causa-incidente.
           02 cau-descricao            pic x(015).
           02 filler                   pic x(002)     value spaces.
           02 cau-qtd-editado          pic z(004)9.
           02 filler                   pic x(002)     value spaces.
           02 cau-fechados-editado     pic z(004)9.
           02 filler                   pic x(002)     value spaces.
           02 cau-mttr                 pic z(006)9.
       01 total-editado                pic z(004)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP463".
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
           perform DEFINIR-PERIODO-PEDIDO
           perform CALCULAR-MINUTOS-DO-MES
           move 1 to idx-impressora
           perform LER-CADASTRO-INCIDENTE until idx-impressora > 99
           perform APURAR-INCIDENTES
           move 1 to idx-impressora
           perform SOMAR-IMPRESSORA-NO-SETOR until idx-impressora > 99
           open output relatorio-incidentes
           perform IMPRIMIR-CABECALHO-INCIDENTES
           move 1 to idx-impressora
           perform IMPRIMIR-LINHA-IMPRESSORA until idx-impressora > 99
           perform IMPRIMIR-RESUMO-SETORES
           perform IMPRIMIR-RESUMO-CAUSAS
           close relatorio-incidentes
           perform EXIBIR-TOTAIS-INCIDENTES
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PERIODO-PEDIDO.
           accept periodo-alfa from environment "PERIODO"
           if periodo-alfa numeric and periodo-alfa not = "000000"
              move periodo-alfa to periodo-pedido
           else
              divide data-hoje by 100 giving periodo-pedido
           end-if.

       CALCULAR-MINUTOS-DO-MES.
           divide periodo-pedido by 100 giving ano-periodo
               remainder mes-periodo
           compute data-conversao = periodo-pedido * 100 + 1
           perform CONVERTER-DATA-EM-DIAS
           move dias-convertidos to dias-inicio-mes
           if mes-periodo = 12
              compute data-conversao =
                    (ano-periodo + 1) * 10000 + 101
           else
              compute data-conversao = (periodo-pedido + 1) * 100 + 1
           end-if
           perform CONVERTER-DATA-EM-DIAS
           compute minutos-do-mes =
                 (dias-convertidos - dias-inicio-mes) * 1440.

       LER-CADASTRO-INCIDENTE.
           move "L" to pm-funcao
           call "PRTMLOOK" using pm-funcao
                                  numero-impressora(idx-impressora)
                                  nome-incidente(idx-impressora)
                                  pm-ativo
                                  setor-incidente(idx-impressora)
                                  cadastro-incidente(idx-impressora)
           end-call
           add 1 to idx-impressora.

       APURAR-INCIDENTES.
           open input printer-incident
           if not prti-ok
              set fim-incidentes to true
           else
              perform LER-INCIDENTE until fim-incidentes
              close printer-incident
           end-if.

       LER-INCIDENTE.
           read printer-incident next record
               at end
                   set fim-incidentes to true
               not at end
                   perform CLASSIFICAR-INCIDENTE
           end-read.

       CLASSIFICAR-INCIDENTE.
           move prti-numero to digito-incidente
           divide prti-data-abertura by 100
               giving periodo-do-incidente
           if digito-incidente numeric and digito-incidente not = "00"
              and periodo-do-incidente = periodo-pedido
              move digito-incidente-num to idx-impressora
              perform ACUMULAR-INCIDENTE
           end-if.

       ACUMULAR-INCIDENTE.
           move prti-causa to causa-lida
           evaluate true
               when causa-papel
                   move 1 to idx-causa
               when causa-rede
                   move 2 to idx-causa
               when causa-hardware
                   move 3 to idx-causa
               when causa-toner
                   move 4 to idx-causa
               when other
                   move 5 to idx-causa
           end-evaluate
           add 1 to imp-qtd(idx-impressora)
           add 1 to imp-qtd-causa(idx-impressora idx-causa)
           add 1 to cau-qtd(idx-causa)
           add 1 to total-incidentes
           if prti-situacao = "FECHADO"
              perform CALCULAR-MINUTOS-REPARO
              add 1 to imp-fechados(idx-impressora)
              add minutos-reparo to imp-minutos-reparo(idx-impressora)
              add 1 to cau-fechados(idx-causa)
              add minutos-reparo to cau-minutos-reparo(idx-causa)
              add 1 to total-fechados
           else
              add 1 to imp-abertos(idx-impressora)
              add 1 to total-abertos
           end-if.

       CALCULAR-MINUTOS-REPARO.
           move prti-data-abertura   to data-conversao
           move prti-hora-abertura   to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos  to minutos-abertura
           move prti-data-fechamento to data-conversao
           move prti-hora-fechamento to hora-conversao
           perform CONVERTER-DATA-HORA-EM-MINUTOS
           move minutos-convertidos  to minutos-fechamento
           compute minutos-reparo =
                 minutos-fechamento - minutos-abertura
           if minutos-reparo < zero or minutos-fechamento = zero
              move zero to minutos-reparo
           end-if.

       SOMAR-IMPRESSORA-NO-SETOR.
           if cadastro-incidente(idx-impressora) = "S"
              or imp-qtd(idx-impressora) > zero
              move "N" to setor-ja-visto-sw
              move 1 to idx-setor
              perform CONFERIR-SETOR-VISTO until idx-setor > qtd-setores
              if not setor-ja-visto
                 if qtd-setores < 99
                    add 1 to qtd-setores
                    if setor-incidente(idx-impressora) = spaces
                       move "--" to codigo-setor-inc(qtd-setores)
                    else
                       move setor-incidente(idx-impressora)
                         to codigo-setor-inc(qtd-setores)
                    end-if
                    move qtd-setores to idx-setor
                    perform SOMAR-NO-SETOR
                 else
                    set estourou-setores to true
                 end-if
              end-if
           end-if
           add 1 to idx-impressora.

       CONFERIR-SETOR-VISTO.
           if codigo-setor-inc(idx-setor)
              = setor-incidente(idx-impressora)
              or (codigo-setor-inc(idx-setor) = "--"
                  and setor-incidente(idx-impressora) = spaces)
              set setor-ja-visto to true
              perform SOMAR-NO-SETOR
           end-if
           add 1 to idx-setor.

       SOMAR-NO-SETOR.
           add 1 to set-impressoras(idx-setor)
           add imp-qtd(idx-impressora)      to set-qtd(idx-setor)
           add imp-abertos(idx-impressora)  to set-abertos(idx-setor)
           add imp-fechados(idx-impressora) to set-fechados(idx-setor)
           add imp-minutos-reparo(idx-impressora)
             to set-minutos-reparo(idx-setor)
           move 1 to idx-causa
           perform SOMAR-CAUSA-NO-SETOR until idx-causa > 5.

       SOMAR-CAUSA-NO-SETOR.
           add imp-qtd-causa(idx-impressora idx-causa)
             to set-qtd-causa(idx-setor idx-causa)
           add 1 to idx-causa.

       CALCULAR-MTTR-MTBF.
           move zero to mttr-calculado mtbf-calculado
           if calc-fechados > zero
              divide calc-minutos-reparo by calc-fechados
                  giving mttr-calculado rounded
           end-if
           compute minutos-funcionando =
                 minutos-do-mes * calc-impressoras
                 - calc-minutos-reparo
           if minutos-funcionando < zero
              move zero to minutos-funcionando
           end-if
           if calc-qtd > zero
              compute mtbf-calculado rounded =
                    minutos-funcionando / calc-qtd / 60
           else
              compute mtbf-calculado rounded =
                    minutos-funcionando / 60
           end-if.

       IMPRIMIR-CABECALHO-INCIDENTES.
           move spaces to linha-relatorio
           string "INCIDENTES DE IMPRESSORA - MTTR E MTBF"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "PERIODO APURADO: " delimited by size
                  periodo-pedido       delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "MTTR EM MINUTOS (SO INCIDENTES FECHADOS); "
                  "MTBF EM HORAS; CAUSAS P=PAPEL R=REDE "
                  "H=HARDWARE T=TONER ?=NAO INFORMADA"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "IMPRESSORA   NOME          ST    QTD  ABERT"
                  "  MTTR-MIN MTBF-HORAS     P   R   H   T   ?"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio.

       IMPRIMIR-LINHA-IMPRESSORA.
           if cadastro-incidente(idx-impressora) = "S"
              or imp-qtd(idx-impressora) > zero
              move spaces to lin-titulo
              string "IMPRESSORA" delimited by size
                     numero-impressora(idx-impressora)
                                  delimited by size
                     into lin-titulo
              move nome-incidente(idx-impressora)  to lin-nome
              move setor-incidente(idx-impressora) to lin-setor
              move imp-qtd(idx-impressora)         to lin-qtd
              move imp-abertos(idx-impressora)     to lin-abertos
              move imp-qtd(idx-impressora)      to calc-qtd
              move imp-fechados(idx-impressora) to calc-fechados
              move imp-minutos-reparo(idx-impressora)
                to calc-minutos-reparo
              move 1 to calc-impressoras
              perform CALCULAR-MTTR-MTBF
              move mttr-calculado to lin-mttr
              move mtbf-calculado to lin-mtbf
              move 1 to idx-causa
              perform EDITAR-CAUSA-IMPRESSORA until idx-causa > 5
              write reli-linha from linha-impressora-incidente
           end-if
           add 1 to idx-impressora.

       EDITAR-CAUSA-IMPRESSORA.
           move imp-qtd-causa(idx-impressora idx-causa)
             to lin-causa(idx-causa)
           add 1 to idx-causa.

       IMPRIMIR-RESUMO-SETORES.
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "RESUMO POR SETOR (-- = SEM SETOR)"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "ST DESCRICAO              IMP    QTD  ABERT"
                  "  MTTR-MIN MTBF-HORAS     P   R   H   T   ?"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move 1 to idx-setor
           perform IMPRIMIR-LINHA-SETOR until idx-setor > qtd-setores
           if estourou-setores
              move spaces to linha-relatorio
              string "(MAIS DE 99 SETORES DISTINTOS - CONTAGEM "
                     "TRUNCADA)"
                  delimited by size into linha-relatorio
              write reli-linha from linha-relatorio
           end-if.

       IMPRIMIR-LINHA-SETOR.
           move codigo-setor-inc(idx-setor) to set-codigo
           perform RESOLVER-DESCRICAO-SETOR
           move st-descricao to set-descricao
           move set-impressoras(idx-setor) to set-imp-editado
           move set-qtd(idx-setor)         to set-qtd-editado
           move set-abertos(idx-setor)     to set-abertos-editado
           move set-qtd(idx-setor)         to calc-qtd
           move set-fechados(idx-setor)    to calc-fechados
           move set-minutos-reparo(idx-setor) to calc-minutos-reparo
           move set-impressoras(idx-setor) to calc-impressoras
           perform CALCULAR-MTTR-MTBF
           move mttr-calculado to set-mttr
           move mtbf-calculado to set-mtbf
           move 1 to idx-causa
           perform EDITAR-CAUSA-SETOR until idx-causa > 5
           write reli-linha from linha-setor-incidente
           add 1 to idx-setor.

       EDITAR-CAUSA-SETOR.
           move set-qtd-causa(idx-setor idx-causa)
             to set-causa(idx-causa)
           add 1 to idx-causa.

       RESOLVER-DESCRICAO-SETOR.
           move spaces to st-descricao
           if codigo-setor-inc(idx-setor) = "--"
              move "SEM SETOR" to st-descricao
           else
              move "L" to st-funcao
              call "PRTSLOOK" using st-funcao
                                     codigo-setor-inc(idx-setor)
                                     st-descricao st-achou
              end-call
              if st-achou not = "S"
                 move "(nao cadastrado)" to st-descricao
              end-if
           end-if.

       IMPRIMIR-RESUMO-CAUSAS.
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "RESUMO POR CAUSA"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "CAUSA              QTD  FECH.  MTTR-MIN"
               delimited by size into linha-relatorio
           write reli-linha from linha-relatorio
           move 1 to idx-causa
           perform IMPRIMIR-LINHA-CAUSA until idx-causa > 5
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio
           move total-incidentes to total-editado
           move spaces to linha-relatorio
           string "TOTAL DE INCIDENTES NO PERIODO: " delimited by size
                  total-editado                      delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-abertos to total-editado
           move spaces to linha-relatorio
           string "INCIDENTES AINDA ABERTOS.....: " delimited by size
                  total-editado                     delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio.

       IMPRIMIR-LINHA-CAUSA.
           move descricao-causa(idx-causa) to cau-descricao
           move cau-qtd(idx-causa)         to cau-qtd-editado
           move cau-fechados(idx-causa)    to cau-fechados-editado
           move zero to mttr-calculado
           if cau-fechados(idx-causa) > zero
              divide cau-minutos-reparo(idx-causa)
                  by cau-fechados(idx-causa)
                  giving mttr-calculado rounded
           end-if
           move mttr-calculado to cau-mttr
           write reli-linha from linha-causa-incidente
           add 1 to idx-causa.

       EXIBIR-TOTAIS-INCIDENTES.
           move total-incidentes to total-editado
           display "CP463 INCIDENTES NO MES..: " total-editado
           move total-fechados to total-editado
           display "CP463 INCIDENTES FECHADOS: " total-editado
           move total-abertos to total-editado
           display "CP463 INCIDENTES ABERTOS.: " total-editado.

       CONVERTER-DATA-HORA-EM-MINUTOS.
           if data-conversao = zero
              move zero to minutos-convertidos
           else
              perform CONVERTER-DATA-EM-DIAS
              divide hora-conversao by 10000 giving horas-conversao
                  remainder resto-hora
              divide resto-hora by 100 giving minutos-conversao
              compute minutos-convertidos =
                    dias-convertidos * 1440
                    + horas-conversao * 60
                    + minutos-conversao
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

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-incidentes         to rn-lidos
           move total-fechados           to rn-aplicados
           move total-abertos            to rn-retidos
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
