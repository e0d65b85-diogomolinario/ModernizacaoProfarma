       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP470.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  VIRADA DO DIA DAS FILAS PRINT-JOB-QUEUE E PRINT-JOB-ROUTED.   *
      *  RODA EM LOTE NO FIM DO DIA, DEPOIS DE UMA RODADA COMPLETA DO  *
      *  CP440 (MARCADOR "FEITO" EM PRTRTC) E COM O SPOOL JA DRENADO:  *
      *  ARQUIVA EM PRTQUE.AAAAMMDD OS REGISTROS DA FILA JA TRATADOS   *
      *  PELO ROTEADOR (OS PRIMEIROS CTRL-BASE) E EM PRTROT.AAAAMMDD   *
      *  TODO O PRINT-JOB-ROUTED, DEIXA NO PRTQUE SO OS TRABALHOS      *
      *  AINDA NAO ROTEADOS, ESVAZIA O PRTROT E ZERA A BASE DO PRTRTC  *
      *  (FICA "FEITO" COM BASE ZERO), DE MODO QUE A PROXIMA RODADA DO *
      *  CP440 COMECA DO PRIMEIRO TRABALHO MANTIDO E A RETOMADA        *
      *  CONTINUA VALENDO. ROTEADOR EM ANDAMENTO ("EMANDA"), SEM       *
      *  MARCADOR OU COM FILA MENOR QUE A BASE PARA A VIRADA SEM       *
      *  TOCAR EM NADA.                                                *
      *  ANTES DE ARQUIVAR, CONFERE SE CADA TRABALHO ROTEADO TEM       *
      *  RASTREAMENTO EM PRINT-JOB-TRACK (VIA PRTJLOOK); OS QUE NAO    *
      *  TEM SAEM NO RELATORIO E A VIRADA PARA, A MENOS QUE A VARIAVEL *
      *  DE AMBIENTE VIRADAFORCADA VENHA COM "S".                      *
      *  A VIRADA E FEITA EM FASES COM UM MARCADOR EM PRTVRC, NA LINHA *
      *  DO CORTE DO CP441: A FASE 1 SO LE AS FILAS E GERA OS          *
      *  ARQUIVOS DATADOS E O ARQUIVO DE TRABALHO PRTQUEN COM OS       *
      *  MANTIDOS, E GRAVA "PRONTO". ANTES DE REESCREVER, RECONTA O    *
      *  PRTQUE E O PRTROT: SE AS TELAS ACRESCENTARAM ALGO NO MEIO     *
      *  (CP451/CP452), MARCA "REFAZ" E PARA, PARA A VIRADA SER RODADA *
      *  DE NOVO DO COMECO. CONFERIDOS, GRAVA "GRAVAN" E SO ENTAO      *
      *  REESCREVE O PRTQUE A PARTIR DO PRTQUEN, ESVAZIA O PRTROT E    *
      *  ZERA O PRTRTC. SE O JOB CAIR NO MEIO, BASTA RODAR DE NOVO.    *
      *  UMA VIRADA POR DIA: COM "FEITO" DE HOJE NO PRTVRC, NAO FAZ    *
      *  NADA. SAI EM RELVIR.                                          *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINT-JOB-QUEUE ASSIGN TO "PRTQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTQ-STATUS.
           SELECT PRINT-JOB-ROUTED ASSIGN TO "PRTROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTR-STATUS.
           SELECT FILA-MANTIDA ASSIGN TO "PRTQUEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANT-STATUS.
           SELECT ARQUIVO-FILA ASSIGN TO DYNAMIC nome-arquivo-fila
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQF-STATUS.
           SELECT ARQUIVO-ROTEADOS ASSIGN TO DYNAMIC
                                             nome-arquivo-roteados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQR-STATUS.
           SELECT CONTROLE-ROTEAMENTO ASSIGN TO "PRTRTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTC-STATUS.
           SELECT CONTROLE-VIRADA ASSIGN TO "PRTVRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTRL-STATUS.
           SELECT RELATORIO-VIRADA ASSIGN TO "RELVIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELV-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINT-JOB-QUEUE.
           COPY "PRTQUER".
       FD  PRINT-JOB-ROUTED.
           COPY "PRTROTR".
       FD  FILA-MANTIDA.
       01  MANT-REGISTRO                   PIC X(043).
       FD  ARQUIVO-FILA.
       01  ARQF-REGISTRO                   PIC X(043).
       FD  ARQUIVO-ROTEADOS.
       01  ARQR-REGISTRO                   PIC X(030).
       FD  CONTROLE-ROTEAMENTO.
       01  ROTC-REGISTRO.
           02  ROTC-SITUACAO               PIC X(006).
           02  FILLER                      PIC X(001).
           02  ROTC-BASE                   PIC 9(007).
           02  FILLER                      PIC X(001).
           02  ROTC-FASE                   PIC 9(001).
           02  FILLER                      PIC X(001).
           02  ROTC-TRATADOS-F1            PIC 9(007).
           02  FILLER                      PIC X(001).
           02  ROTC-TRATADOS-F2            PIC 9(007).
       FD  CONTROLE-VIRADA.
       01  CTRL-REGISTRO.
           02  CTRL-SITUACAO               PIC X(006).
           02  FILLER                      PIC X(001).
           02  CTRL-DATA                   PIC 9(008).
           02  FILLER                      PIC X(001).
           02  CTRL-LIDOS-FILA             PIC 9(007).
           02  FILLER                      PIC X(001).
           02  CTRL-ARQUIVADOS-FILA        PIC 9(007).
           02  FILLER                      PIC X(001).
           02  CTRL-MANTIDOS-FILA          PIC 9(007).
           02  FILLER                      PIC X(001).
           02  CTRL-ARQUIVADOS-ROT         PIC 9(007).
       FD  RELATORIO-VIRADA.
       01  RELV-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prtq-status                  pic x(002)          value spaces.
           88 prtq-ok                                     value "00".
           88 prtq-nao-existe                             value "35".
       01 prtr-status                  pic x(002)          value spaces.
           88 prtr-ok                                     value "00".
           88 prtr-nao-existe                             value "35".
       01 mant-status                  pic x(002)          value spaces.
           88 mant-ok                                     value "00".
       01 arqf-status                  pic x(002)          value spaces.
           88 arqf-ok                                     value "00".
       01 arqr-status                  pic x(002)          value spaces.
           88 arqr-ok                                     value "00".
       01 rotc-status                  pic x(002)          value spaces.
           88 rotc-ok                                     value "00".
           88 rotc-nao-existe                             value "35".
       01 ctrl-status                  pic x(002)          value spaces.
           88 ctrl-ok                                     value "00".
           88 ctrl-nao-existe                             value "35".
       01 relv-status                  pic x(002)          value spaces.
           88 relv-ok                                     value "00".
       01 etapa-virada                 pic x(001)          value "N".
           88 virada-nova                                   value "N".
           88 virada-pendente                               value "P".
           88 gravacao-pendente                             value "G".
           88 virada-feita-hoje                             value "H".
       01 fim-fila-sw                  pic x(001)          value "N".
           88 fim-fila                                      value "S".
       01 fim-roteados-sw              pic x(001)          value "N".
           88 fim-roteados                                  value "S".
       01 fim-mantida-sw               pic x(001)          value "N".
           88 fim-mantida                                   value "S".
       01 virada-forcada               pic x(001)          value space.
       01 situacao-gravada             pic x(006)          value spaces.
       01 jt-funcao                    pic x(001)          value space.
       01 jt-situacao                  pic x(008)          value spaces.
       01 jt-destino                   pic x(002)          value spaces.
       01 jt-classe                    pic x(001)          value space.
       01 jt-data                      pic 9(008)          value zero.
       01 jt-hora                      pic 9(006)          value zero.
       01 jt-achou                     pic x(001)          value space.
       01 nome-arquivo-fila            pic x(015)          value spaces.
       01 nome-arquivo-roteados        pic x(015)          value spaces.
       01 data-hoje                    pic 9(008)          value zero.
       01 data-virada                  pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-agora                   pic 9(006)          value zero.
       01 base-roteador                pic 9(007)          value zero.
       01 mensagem-erro                pic x(060)          value spaces.
       01 total-lidos-fila             pic 9(007)          value zero.
       01 total-arquivados-fila        pic 9(007)          value zero.
       01 total-mantidos-fila          pic 9(007)          value zero.
       01 total-arquivados-rot         pic 9(007)          value zero.
       01 total-sem-rastreamento       pic 9(007)          value zero.
       01 total-contados               pic 9(007)          value zero.
       01 total-restaurados            pic 9(007)          value zero.
       01 total-editado                pic z(006)9         value zero.
       01 esperado-editado             pic z(006)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP470".
       01 rn-situacao                  pic x(001)          value "N".
       01 rn-lidos                     pic 9(007)          value zero.
       01 rn-aplicados                 pic 9(007)          value zero.
       01 rn-rejeitados                pic 9(007)          value zero.
       01 rn-desviados                 pic 9(007)          value zero.
       01 rn-retidos                   pic 9(007)          value zero.
       01 rn-mensagem                  pic x(030)          value spaces.
       01 linha-relatorio              pic x(132)          value spaces.

       procedure division.
       INICIO.
           perform REGISTRAR-INICIO-EXECUCAO
           accept data-hoje from date yyyymmdd
           accept hora-completa from time
           divide hora-completa by 100 giving hora-agora
           accept virada-forcada from environment "VIRADAFORCADA"
           perform LER-CONTROLE-VIRADA
           open output relatorio-virada
           perform IMPRIMIR-CABECALHO-VIRADA
           evaluate true
               when virada-feita-hoje
                   move spaces to linha-relatorio
                   string "VIRADA JA FEITA HOJE - NADA A FAZER."
                       delimited by size into linha-relatorio
                   write relv-linha from linha-relatorio
                   move "A" to rn-situacao
                   move "VIRADA JA FEITA HOJE" to rn-mensagem
               when gravacao-pendente
                   perform RECOMPOR-FILAS
               when virada-pendente
                   perform CONFERIR-FILAS-INALTERADAS
                   perform GRAVAR-CONTROLE-GRAVANDO
                   perform RECOMPOR-FILAS
               when other
                   move data-hoje to data-virada
                   perform LER-CONTROLE-ROTEAMENTO
                   perform ARQUIVAR-FILA
                   perform ARQUIVAR-ROTEADOS
                   perform CONFERIR-RASTREAMENTO
                   perform GRAVAR-CONTROLE-PRONTO
                   perform CONFERIR-FILAS-INALTERADAS
                   perform GRAVAR-CONTROLE-GRAVANDO
                   perform RECOMPOR-FILAS
           end-evaluate
           perform IMPRIMIR-TOTAIS-VIRADA
           close relatorio-virada
           perform EXIBIR-TOTAIS-VIRADA
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       LER-CONTROLE-VIRADA.
           open input controle-virada
           if not ctrl-nao-existe
              read controle-virada
                  not at end
                      evaluate ctrl-situacao
                          when "PRONTO"
                              set virada-pendente to true
                          when "GRAVAN"
                              set gravacao-pendente to true
                          when "FEITO "
                              if ctrl-data = data-hoje
                                 set virada-feita-hoje to true
                              end-if
                          when other
                              continue
                      end-evaluate
                      if virada-pendente or gravacao-pendente
                         move ctrl-data            to data-virada
                         move ctrl-lidos-fila      to total-lidos-fila
                         move ctrl-arquivados-fila
                           to total-arquivados-fila
                         move ctrl-mantidos-fila
                           to total-mantidos-fila
                         move ctrl-arquivados-rot
                           to total-arquivados-rot
                      end-if
              end-read
              close controle-virada
           end-if.

      *    A BASE DO ROTEADOR E QUANTOS REGISTROS DO PRTQUE O CP440 JA
      *    CONSUMIU; SO VALE DEPOIS DE UMA RODADA COMPLETA ("FEITO").
       LER-CONTROLE-ROTEAMENTO.
           open input controle-roteamento
           if rotc-nao-existe
              move "PRTRTC AUSENTE - ROTEADOR AINDA NAO RODOU"
                to mensagem-erro
              move "PRTRTC AUSENTE" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           move spaces to rotc-registro
           read controle-roteamento
               at end
                   move spaces to rotc-registro
           end-read
           close controle-roteamento
           if rotc-situacao not = "FEITO "
              move spaces to mensagem-erro
              string "ROTEADOR SEM RODADA COMPLETA (PRTRTC = "
                                          delimited by size
                     rotc-situacao        delimited by size
                     ")"                  delimited by size
                     into mensagem-erro
              move "ROTEADOR NAO CONCLUIDO" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           move rotc-base to base-roteador.

       ARQUIVAR-FILA.
           move spaces to nome-arquivo-fila
           string "PRTQUE."   delimited by size
                  data-virada delimited by size
                  into nome-arquivo-fila
           open input print-job-queue
           if not prtq-ok and not prtq-nao-existe
              move "PRTQUE INDISPONIVEL - VIRADA NAO FEITA"
                to mensagem-erro
              move "PRTQUE INDISPONIVEL" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           open output arquivo-fila
           open output fila-mantida
           if prtq-nao-existe
              set fim-fila to true
           else
              perform LER-FILA-VIRADA until fim-fila
              close print-job-queue
           end-if
           close arquivo-fila
           close fila-mantida
           if total-lidos-fila < base-roteador
              move total-lidos-fila to total-editado
              move base-roteador    to esperado-editado
              move spaces to mensagem-erro
              string "PRTQUE COM"         delimited by size
                     total-editado        delimited by size
                     " REGISTROS, MENOS QUE A BASE DO PRTRTC:"
                                          delimited by size
                     esperado-editado     delimited by size
                     into mensagem-erro
              move "FILA MENOR QUE A BASE" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if.

       LER-FILA-VIRADA.
           read print-job-queue
               at end
                   set fim-fila to true
               not at end
                   add 1 to total-lidos-fila
                   if total-lidos-fila not > base-roteador
                      write arqf-registro from prt-queue-rec
                      add 1 to total-arquivados-fila
                   else
                      write mant-registro from prt-queue-rec
                      add 1 to total-mantidos-fila
                   end-if
           end-read.

       ARQUIVAR-ROTEADOS.
           move spaces to nome-arquivo-roteados
           string "PRTROT."   delimited by size
                  data-virada delimited by size
                  into nome-arquivo-roteados
           open input print-job-routed
           if not prtr-ok and not prtr-nao-existe
              move "PRTROT INDISPONIVEL - VIRADA NAO FEITA"
                to mensagem-erro
              move "PRTROT INDISPONIVEL" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           open output arquivo-roteados
           if prtr-nao-existe
              set fim-roteados to true
           else
              perform LER-ROTEADO-VIRADA until fim-roteados
              close print-job-routed
           end-if
           close arquivo-roteados.

       LER-ROTEADO-VIRADA.
           read print-job-routed
               at end
                   set fim-roteados to true
               not at end
                   write arqr-registro from prt-routed-rec
                   add 1 to total-arquivados-rot
                   perform CONFERIR-TRABALHO-RASTREADO
           end-read.

       CONFERIR-TRABALHO-RASTREADO.
           move "L" to jt-funcao
           call "PRTJLOOK" using jt-funcao prtr-chave prtr-documento
                                  jt-situacao jt-destino jt-classe
                                  jt-data jt-hora jt-achou
           end-call
           if jt-achou not = "S"
              add 1 to total-sem-rastreamento
              if total-sem-rastreamento = 1
                 move spaces to linha-relatorio
                 string "TRABALHOS ROTEADOS SEM RASTREAMENTO EM "
                        "PRTJTR:"
                     delimited by size into linha-relatorio
                 write relv-linha from linha-relatorio
              end-if
              move spaces to linha-relatorio
              string "    CHAVE "          delimited by size
                     prtr-chave            delimited by size
                     "  DOCUMENTO "        delimited by size
                     prtr-documento        delimited by size
                     "  DESTINO "          delimited by size
                     prtr-destino          delimited by size
                     into linha-relatorio
              write relv-linha from linha-relatorio
           end-if.

       CONFERIR-RASTREAMENTO.
           if total-sem-rastreamento > zero
              if virada-forcada = "S"
                 move spaces to linha-relatorio
                 string "    <== VIRADA FORCADA (VIRADAFORCADA=S) "
                        "APESAR DOS TRABALHOS SEM RASTREAMENTO"
                     delimited by size into linha-relatorio
                 write relv-linha from linha-relatorio
                 move "A" to rn-situacao
                 move "ROTEADOS SEM RASTREAMENTO" to rn-mensagem
              else
                 move total-sem-rastreamento to total-editado
                 move spaces to mensagem-erro
                 string "ROTEADOS SEM RASTREAMENTO:" delimited by size
                        total-editado                delimited by size
                        " - VIRADA NAO FEITA"        delimited by size
                        into mensagem-erro
                 move "ROTEADOS SEM RASTREAMENTO" to rn-mensagem
                 perform ENCERRAR-COM-ERRO
              end-if
           end-if.

      *    AS TELAS CP451/CP452 ACRESCENTAM NAS FILAS A QUALQUER HORA:
      *    SE ALGO ENTROU DEPOIS DA FASE 1, A VIRADA E REFEITA.
       CONFERIR-FILAS-INALTERADAS.
           move zero to total-contados
           move "N" to fim-fila-sw
           open input print-job-queue
           if prtq-ok
              perform CONTAR-FILA until fim-fila
              close print-job-queue
           end-if
           if total-contados not = total-lidos-fila
              perform GRAVAR-CONTROLE-REFAZER
              move "PRTQUE ALTERADO DURANTE A VIRADA - RODAR DE NOVO"
                to mensagem-erro
              move "PRTQUE ALTERADO - RODAR DE NOVO" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           move zero to total-contados
           move "N" to fim-roteados-sw
           open input print-job-routed
           if prtr-ok
              perform CONTAR-ROTEADOS until fim-roteados
              close print-job-routed
           end-if
           if total-contados not = total-arquivados-rot
              perform GRAVAR-CONTROLE-REFAZER
              move "PRTROT ALTERADO DURANTE A VIRADA - RODAR DE NOVO"
                to mensagem-erro
              move "PRTROT ALTERADO - RODAR DE NOVO" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if.

       CONTAR-FILA.
           read print-job-queue
               at end
                   set fim-fila to true
               not at end
                   add 1 to total-contados
           end-read.

       CONTAR-ROTEADOS.
           read print-job-routed
               at end
                   set fim-roteados to true
               not at end
                   add 1 to total-contados
           end-read.

      *    O PRTQUE SO E REESCRITO DEPOIS QUE O PRTQUEN FOI CONTADO E
      *    BATEU COM OS MANTIDOS DO MARCADOR.
       RECOMPOR-FILAS.
           move zero to total-contados
           move "N" to fim-mantida-sw
           open input fila-mantida
           if not mant-ok
              move "PRTQUEN INDISPONIVEL - PRTQUE PRESERVADO"
                to mensagem-erro
              move "PRTQUEN INDISPONIVEL" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           perform CONTAR-FILA-MANTIDA until fim-mantida
           close fila-mantida
           if total-contados not = total-mantidos-fila
              move "PRTQUEN INCOMPLETO - PRTQUE PRESERVADO"
                to mensagem-erro
              move "PRTQUEN INCOMPLETO" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           move "N" to fim-mantida-sw
           open input fila-mantida
           open output print-job-queue
           perform RESTAURAR-FILA-MANTIDA until fim-mantida
           close fila-mantida
           close print-job-queue
           if total-restaurados not = total-mantidos-fila
              move "PRTQUE RESTAURADO DIVERGENTE - VERIFICAR PRTQUEN"
                to mensagem-erro
              move "RESTAURACAO DIVERGENTE" to rn-mensagem
              perform ENCERRAR-COM-ERRO
           end-if
           open output print-job-routed
           close print-job-routed
           perform ZERAR-CONTROLE-ROTEAMENTO
           perform GRAVAR-CONTROLE-FEITO
           move spaces to linha-relatorio
           string "VIRADA CONCLUIDA - ARQUIVOS PRTQUE."
                                        delimited by size
                  data-virada           delimited by size
                  " E PRTROT."          delimited by size
                  data-virada           delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio.

       CONTAR-FILA-MANTIDA.
           read fila-mantida
               at end
                   set fim-mantida to true
               not at end
                   add 1 to total-contados
           end-read.

       RESTAURAR-FILA-MANTIDA.
           read fila-mantida
               at end
                   set fim-mantida to true
               not at end
                   write prt-queue-rec from mant-registro
                   add 1 to total-restaurados
           end-read.

      *    "FEITO" COM BASE ZERO: A PROXIMA RODADA DO CP440 LE O PRTQUE
      *    NOVO DESDE O PRIMEIRO REGISTRO, QUE E O PRIMEIRO MANTIDO.
       ZERAR-CONTROLE-ROTEAMENTO.
           open output controle-roteamento
           move spaces to rotc-registro
           move "FEITO "          to rotc-situacao
           move zero              to rotc-base
           move zero              to rotc-fase
           move zero              to rotc-tratados-f1
           move zero              to rotc-tratados-f2
           write rotc-registro
           close controle-roteamento.

       GRAVAR-CONTROLE-PRONTO.
           move "PRONTO" to situacao-gravada
           perform GRAVAR-CONTROLE-VIRADA.

       GRAVAR-CONTROLE-GRAVANDO.
           move "GRAVAN" to situacao-gravada
           perform GRAVAR-CONTROLE-VIRADA.

       GRAVAR-CONTROLE-REFAZER.
           move "REFAZ " to situacao-gravada
           perform GRAVAR-CONTROLE-VIRADA.

       GRAVAR-CONTROLE-FEITO.
           move "FEITO " to situacao-gravada
           perform GRAVAR-CONTROLE-VIRADA.

       GRAVAR-CONTROLE-VIRADA.
           open output controle-virada
           move spaces                to ctrl-registro
           move situacao-gravada      to ctrl-situacao
           move data-virada           to ctrl-data
           move total-lidos-fila      to ctrl-lidos-fila
           move total-arquivados-fila to ctrl-arquivados-fila
           move total-mantidos-fila   to ctrl-mantidos-fila
           move total-arquivados-rot  to ctrl-arquivados-rot
           write ctrl-registro
           close controle-virada.

       IMPRIMIR-CABECALHO-VIRADA.
           move spaces to linha-relatorio
           string "VIRADA DO DIA DAS FILAS DE IMPRESSAO"
               delimited by size into linha-relatorio
           write relv-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  " "                  delimited by size
                  hora-agora           delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move spaces to linha-relatorio
           evaluate true
               when virada-pendente
                   string "RETOMADA DA VIRADA DE " delimited by size
                          data-virada             delimited by size
                          " (MARCADOR PRONTO)"    delimited by size
                          into linha-relatorio
                   write relv-linha from linha-relatorio
               when gravacao-pendente
                   string "RETOMADA DA VIRADA DE " delimited by size
                          data-virada             delimited by size
                          " (MARCADOR GRAVAN)"    delimited by size
                          into linha-relatorio
                   write relv-linha from linha-relatorio
               when other
                   continue
           end-evaluate
           move spaces to linha-relatorio
           write relv-linha from linha-relatorio.

       IMPRIMIR-TOTAIS-VIRADA.
           move spaces to linha-relatorio
           write relv-linha from linha-relatorio
           move total-lidos-fila to total-editado
           move spaces to linha-relatorio
           string "FILA LIDA................: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move total-arquivados-fila to total-editado
           move spaces to linha-relatorio
           string "FILA ARQUIVADA...........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move total-mantidos-fila to total-editado
           move spaces to linha-relatorio
           string "FILA MANTIDA (NAO ROTEADA): " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move total-arquivados-rot to total-editado
           move spaces to linha-relatorio
           string "ROTEADOS ARQUIVADOS......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio
           move total-sem-rastreamento to total-editado
           move spaces to linha-relatorio
           string "ROTEADOS SEM RASTREAMENTO: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write relv-linha from linha-relatorio.

       EXIBIR-TOTAIS-VIRADA.
           move total-lidos-fila to total-editado
           display "CP470 FILA LIDA..........: " total-editado
           move total-arquivados-fila to total-editado
           display "CP470 FILA ARQUIVADA.....: " total-editado
           move total-mantidos-fila to total-editado
           display "CP470 FILA MANTIDA.......: " total-editado
           move total-arquivados-rot to total-editado
           display "CP470 ROTEADOS ARQUIVADOS: " total-editado
           move total-sem-rastreamento to total-editado
           display "CP470 SEM RASTREAMENTO...: " total-editado.

       ENCERRAR-COM-ERRO.
           display "CP470 " mensagem-erro
           move spaces to linha-relatorio
           string "*** " mensagem-erro delimited by size
               into linha-relatorio
           write relv-linha from linha-relatorio
           perform IMPRIMIR-TOTAIS-VIRADA
           close relatorio-virada
           move "E" to rn-situacao
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos-fila         to rn-lidos
           move total-arquivados-fila    to rn-aplicados
           move total-sem-rastreamento   to rn-rejeitados
           move total-mantidos-fila      to rn-retidos
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
