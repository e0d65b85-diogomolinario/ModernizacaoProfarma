       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CP469.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  DESCARGA, RECARGA E VERIFICACAO DOS CADASTROS INDEXADOS.      *
      *  TRATA PRTSTA, PRTCFG, PRTMST, PRTHLD, PRTJTR, PRTOPE, PRTSET, *
      *  PRTINC, PRTSUP E PRTCTG. O MODO VEM DA VARIAVEL DE AMBIENTE   *
      *  MODO E O CADASTRO DA VARIAVEL ARQUIVO (EM BRANCO OU "TODOS"   *
      *  = TODOS OS CADASTROS):                                        *
      *  "D" DESCARREGA CADA CADASTRO, NA ORDEM DA CHAVE, PARA O       *
      *      SEQUENCIAL DE TRABALHO <NOME>.DSN (LAYOUT PRTDSCR),       *
      *      TERMINADO POR UM REGISTRO DE CONTROLE COM A QUANTIDADE E  *
      *      A FAIXA DE CHAVES; SO DEPOIS DO CONTROLE GRAVADO O .DSN   *
      *      E COPIADO SOBRE A DESCARGA <NOME>.DSC. SE A LEITURA DO    *
      *      CADASTRO OU A GRAVACAO DO .DSN FALHA NO MEIO, O .DSN FICA *
      *      SEM CONTROLE E A DESCARGA .DSC ANTERIOR E MANTIDA; SE A   *
      *      FALHA E NA COPIA, A DESCARGA BOA FICA NO .DSN (APONTADO   *
      *      EM RELINT);                                               *
      *  "C" RECARREGA UM UNICO CADASTRO (ARQUIVO OBRIGATORIO) A       *
      *      PARTIR DA SUA DESCARGA: PRIMEIRO CONFERE A DESCARGA       *
      *      INTEIRA CONTRA O CONTROLE (QUANTIDADE, FAIXA E ORDEM DAS  *
      *      CHAVES) E SO ENTAO RECRIA O CADASTRO. DESCARGA RECUSADA   *
      *      NAO TOCA NO CADASTRO;                                     *
      *  "V" (PADRAO) SO VERIFICA: LE CADA CADASTRO DE PONTA A PONTA,  *
      *      CONFERE A ORDEM DAS CHAVES E AS REFERENCIAS ENTRE ELES    *
      *      (IMPRESSORA DO PRTSTA, PRTCFG, PRTJTR, PRTINC E PRTCTG    *
      *      NO PRTMST; SETOR DO PRTCFG, PRTMST E PRTOPE NO PRTSET;    *
      *      RETIDO DO PRTHLD NO PRTJTR; TIPO DO PRTCTG NO PRTSUP).    *
      *  CADASTRO AUSENTE E SO APONTADO. SAI EM RELINT.                *
      *  NO COMECO E NO FIM GRAVA O CONTROLE DE EXECUCAO DO LOTE       *
      *  (PRTRUN, VIA PRTNLOOK) COM A SITUACAO E AS CONTAGENS.         *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINTER-STATUS ASSIGN TO "PRTSTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTS-NUMERO
               FILE STATUS IS PRTS-STATUS.
           SELECT PRINTER-CONFIG ASSIGN TO "PRTCFG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTC-CHAVE
               FILE STATUS IS PRTC-STATUS.
           SELECT PRINTER-MASTER ASSIGN TO "PRTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTM-NUMERO
               FILE STATUS IS PRTM-STATUS.
           SELECT PRINT-JOB-HELD ASSIGN TO "PRTHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTX-ID
               FILE STATUS IS PRTX-STATUS.
           SELECT PRINT-JOB-TRACK ASSIGN TO "PRTJTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTJ-ID
               FILE STATUS IS PRTJ-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "PRTOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTO-CHAVE
               FILE STATUS IS PRTO-STATUS.
           SELECT SECTOR-MASTER ASSIGN TO "PRTSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTT-CODIGO
               FILE STATUS IS PRTT-STATUS.
           SELECT PRINTER-INCIDENT ASSIGN TO "PRTINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTI-ID
               FILE STATUS IS PRTI-STATUS.
           SELECT TONER-STOCK ASSIGN TO "PRTSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTU-TIPO
               FILE STATUS IS PRTU-STATUS.
           SELECT PRINTER-CARTRIDGE ASSIGN TO "PRTCTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTB-NUMERO
               FILE STATUS IS PRTB-STATUS.
           SELECT ARQUIVO-DESCARGA ASSIGN TO DYNAMIC nome-descarga
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESC-STATUS.
           SELECT COPIA-DESCARGA ASSIGN TO DYNAMIC nome-copia-descarga
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPD-STATUS.
           SELECT RELATORIO-INTEGRIDADE ASSIGN TO "RELINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELI-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINTER-STATUS.
           COPY "PRTSTAR".
       FD  PRINTER-CONFIG.
           COPY "PRTCFGR".
       FD  PRINTER-MASTER.
           COPY "PRTMSTR".
       FD  PRINT-JOB-HELD.
           COPY "PRTHLDR".
       FD  PRINT-JOB-TRACK.
           COPY "PRTJTRR".
       FD  OPERATOR-MASTER.
           COPY "PRTOPR".
       FD  SECTOR-MASTER.
           COPY "PRTSETR".
       FD  PRINTER-INCIDENT.
           COPY "PRTINCR".
       FD  TONER-STOCK.
           COPY "PRTSUPR".
       FD  PRINTER-CARTRIDGE.
           COPY "PRTCTGR".
       FD  ARQUIVO-DESCARGA.
           COPY "PRTDSCR".
       FD  COPIA-DESCARGA.
       01  COPD-LINHA                      PIC X(121).
       FD  RELATORIO-INTEGRIDADE.
       01  RELI-LINHA                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 prts-status                  pic x(002)          value spaces.
       01 prtc-status                  pic x(002)          value spaces.
       01 prtm-status                  pic x(002)          value spaces.
           88 prtm-ok                                     value "00".
       01 prtx-status                  pic x(002)          value spaces.
       01 prtj-status                  pic x(002)          value spaces.
           88 prtj-ok                                     value "00".
       01 prto-status                  pic x(002)          value spaces.
       01 prtt-status                  pic x(002)          value spaces.
           88 prtt-ok                                     value "00".
       01 prti-status                  pic x(002)          value spaces.
       01 prtu-status                  pic x(002)          value spaces.
           88 prtu-ok                                     value "00".
       01 prtb-status                  pic x(002)          value spaces.
       01 desc-status                  pic x(002)          value spaces.
           88 desc-ok                                     value "00".
       01 copd-status                  pic x(002)          value spaces.
           88 copd-ok                                     value "00".
       01 reli-status                  pic x(002)          value spaces.
           88 reli-ok                                     value "00".
       01 mestre-status                pic x(002)          value spaces.
           88 mestre-ok                                   value "00".
           88 mestre-fim                                  value "10".
           88 mestre-nao-existe                           value "35".
       01 fim-mestre-sw                pic x(001)          value "N".
           88 fim-mestre                                    value "S".
       01 copia-falhou-sw              pic x(001)          value "N".
           88 copia-falhou                                  value "S".
       01 gravacao-falhou-sw           pic x(001)          value "N".
           88 gravacao-falhou                               value "S".
       01 status-gravacao              pic x(002)          value spaces.
       01 descarga-aberta-sw           pic x(001)          value "N".
           88 descarga-aberta                               value "S".
       01 fim-descarga-sw              pic x(001)          value "N".
           88 fim-descarga                                  value "S".
       01 controle-achado-sw           pic x(001)          value "N".
           88 controle-achado                               value "S".
       01 parametros-sw                pic x(001)          value "S".
           88 parametros-validos                            value "S".
       01 mst-aberto-sw                pic x(001)          value "N".
           88 mst-aberto                                    value "S".
       01 set-aberto-sw                pic x(001)          value "N".
           88 set-aberto                                    value "S".
       01 jtr-aberto-sw                pic x(001)          value "N".
           88 jtr-aberto                                    value "S".
       01 sup-aberto-sw                pic x(001)          value "N".
           88 sup-aberto                                    value "S".
       01 modo                         pic x(001)          value space.
           88 modo-descarga                                 value "D".
           88 modo-carga                                    value "C".
           88 modo-verificacao                              value "V".
       01 arquivo-pedido               pic x(008)          value spaces.
       01 data-hoje                    pic 9(008)          value zero.
       01 hora-completa                pic 9(008)          value zero.
       01 hora-agora                   pic 9(006)          value zero.
      *    CADASTROS TRATADOS, NA ORDEM DE PROCESSAMENTO, COM O
      *    TAMANHO DA CHAVE (SEMPRE NO COMECO DO REGISTRO).
       01 arquivos-mestres.
           02 filler                   pic x(008)          value
                                        "PRTSTA02".
           02 filler                   pic x(008)          value
                                        "PRTCFG08".
           02 filler                   pic x(008)          value
                                        "PRTMST02".
           02 filler                   pic x(008)          value
                                        "PRTHLD28".
           02 filler                   pic x(008)          value
                                        "PRTJTR28".
           02 filler                   pic x(008)          value
                                        "PRTOPE08".
           02 filler                   pic x(008)          value
                                        "PRTSET02".
           02 filler                   pic x(008)          value
                                        "PRTINC16".
           02 filler                   pic x(008)          value
                                        "PRTSUP08".
           02 filler                   pic x(008)          value
                                        "PRTCTG02".
       01 arquivos-mestres-tab redefines arquivos-mestres.
           02 arquivo-mestre occurs 10 times.
               03 am-nome              pic x(006).
               03 am-tamanho-chave     pic 9(002).
       01 qtd-arquivos                 pic 9(002) comp     value 10.
       01 idx-arquivo                  pic 9(002) comp     value zero.
       01 idx-procura                  pic 9(002) comp     value zero.
       01 tamanho-chave                pic 9(002) comp     value zero.
       01 nome-descarga                pic x(010)          value spaces.
       01 nome-copia-descarga          pic x(010)          value spaces.
       01 registro-mestre              pic x(120)          value spaces.
       01 chave-registro               pic x(028)          value spaces.
       01 chave-anterior               pic x(028)          value spaces.
       01 chave-inicial                pic x(028)          value spaces.
       01 chave-final                  pic x(028)          value spaces.
       01 controle-descarga.
           02 ctl-arquivo              pic x(006)          value spaces.
           02 ctl-data                 pic 9(008)          value zero.
           02 ctl-hora                 pic 9(006)          value zero.
           02 ctl-qtd-registros        pic 9(009)          value zero.
           02 ctl-chave-inicial        pic x(028)          value spaces.
           02 ctl-chave-final          pic x(028)          value spaces.
       01 motivo-recusa                pic x(040)          value spaces.
       01 texto-ocorrencia             pic x(040)          value spaces.
       01 valor-ocorrencia             pic x(028)          value spaces.
       01 impressora-procurada         pic x(002)          value spaces.
       01 setor-procurado              pic x(002)          value spaces.
       01 tipo-procurado               pic x(008)          value spaces.
       01 lidos-arquivo                pic 9(009) comp     value zero.
       01 gravados-arquivo             pic 9(009) comp     value zero.
       01 quebras-arquivo              pic 9(007) comp     value zero.
       01 erros-arquivo                pic 9(007) comp     value zero.
       01 total-arquivos               pic 9(005) comp     value zero.
       01 total-ausentes               pic 9(005) comp     value zero.
       01 total-lidos                  pic 9(009) comp     value zero.
       01 total-gravados               pic 9(009) comp     value zero.
       01 total-quebras                pic 9(007) comp     value zero.
       01 total-erros                  pic 9(007) comp     value zero.
       01 total-editado                pic z(008)9         value zero.
       01 quantidade-editada           pic z(008)9         value zero.
       01 quebras-editadas             pic z(006)9         value zero.
       01 erros-editados               pic z(006)9         value zero.
       01 rn-funcao                    pic x(001)          value space.
       01 rn-programa                  pic x(008)          value
                                        "CP469".
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
           perform DEFINIR-PARAMETROS
           if not parametros-validos
              move "E" to rn-situacao
              perform REGISTRAR-FIM-EXECUCAO
              stop run
           end-if
           open output relatorio-integridade
           perform IMPRIMIR-CABECALHO-INTEGRIDADE
           move 1 to idx-arquivo
           perform TRATAR-ARQUIVO until idx-arquivo > qtd-arquivos
           perform IMPRIMIR-TOTAIS-INTEGRIDADE
           close relatorio-integridade
           perform EXIBIR-TOTAIS-INTEGRIDADE
           if total-erros > zero
              move "E" to rn-situacao
              move "ERROS OU RECUSAS - VER RELINT" to rn-mensagem
           else
              if total-quebras > zero
                 move "A" to rn-situacao
                 move "REFERENCIAS QUEBRADAS - VER RELINT"
                   to rn-mensagem
              end-if
           end-if
           perform REGISTRAR-FIM-EXECUCAO
           stop run.

       DEFINIR-PARAMETROS.
           accept modo from environment "MODO"
           if modo = space
              move "V" to modo
           end-if
           accept arquivo-pedido from environment "ARQUIVO"
           if arquivo-pedido = "TODOS"
              move spaces to arquivo-pedido
           end-if
           if not modo-descarga and not modo-carga
              and not modo-verificacao
              display "CP469 MODO INVALIDO (" modo
                      ") - USE D, C OU V"
              move "MODO INVALIDO" to rn-mensagem
              move "N" to parametros-sw
           end-if
           if parametros-validos and arquivo-pedido not = spaces
              move zero to idx-arquivo
              move 1 to idx-procura
              perform PROCURAR-ARQUIVO-PEDIDO
                  until idx-procura > qtd-arquivos
                     or idx-arquivo not = zero
              if idx-arquivo = zero
                 display "CP469 ARQUIVO NAO TRATADO: " arquivo-pedido
                 move "ARQUIVO NAO TRATADO" to rn-mensagem
                 move "N" to parametros-sw
              end-if
           end-if
           if parametros-validos and modo-carga
              and arquivo-pedido = spaces
              display "CP469 RECARGA EXIGE UM ARQUIVO (VARIAVEL "
                      "ARQUIVO)"
              move "RECARGA SEM ARQUIVO" to rn-mensagem
              move "N" to parametros-sw
           end-if.

       PROCURAR-ARQUIVO-PEDIDO.
           if am-nome(idx-procura) = arquivo-pedido
              move idx-procura to idx-arquivo
           end-if
           add 1 to idx-procura.

       TRATAR-ARQUIVO.
           if arquivo-pedido = spaces
              or arquivo-pedido = am-nome(idx-arquivo)
              perform INICIAR-ARQUIVO
              evaluate true
                  when modo-descarga
                      perform DESCARREGAR-ARQUIVO
                  when modo-carga
                      perform RECARREGAR-ARQUIVO
                  when other
                      perform VERIFICAR-ARQUIVO
              end-evaluate
              add lidos-arquivo    to total-lidos
              add gravados-arquivo to total-gravados
              add quebras-arquivo  to total-quebras
              add erros-arquivo    to total-erros
           end-if
           add 1 to idx-arquivo.

       INICIAR-ARQUIVO.
           add 1 to total-arquivos
           move "N" to fim-mestre-sw
           move "N" to fim-descarga-sw
           move "N" to controle-achado-sw
           move zero to lidos-arquivo gravados-arquivo
                        quebras-arquivo erros-arquivo
           move spaces to chave-anterior chave-inicial chave-final
                          motivo-recusa
           move am-tamanho-chave(idx-arquivo) to tamanho-chave
           move spaces to nome-descarga
           string am-nome(idx-arquivo) delimited by size
                  ".DSC"               delimited by size
                  into nome-descarga.

      *---------------------------------------------------------------*
      *  DESCARGA                                                      *
      *---------------------------------------------------------------*
       DESCARREGAR-ARQUIVO.
           perform ABRIR-MESTRE-LEITURA
           if not mestre-ok
              perform IMPRIMIR-ARQUIVO-AUSENTE
           else
              move nome-descarga to nome-copia-descarga
              move spaces to nome-descarga
              string am-nome(idx-arquivo) delimited by size
                     ".DSN"               delimited by size
                     into nome-descarga
              move "N" to gravacao-falhou-sw descarga-aberta-sw
              open output arquivo-descarga
              if desc-ok
                 set descarga-aberta to true
              else
                 perform FALHA-GRAVACAO-DESCARGA
              end-if
              perform DESCARREGAR-REGISTRO until fim-mestre
              perform FECHAR-MESTRE
              if erros-arquivo = zero
                 move spaces             to prt-descarga-rec
                 move "C"                to desc-tipo
                 move am-nome(idx-arquivo) to desc-arquivo
                 move data-hoje          to desc-data
                 move hora-agora         to desc-hora
                 move lidos-arquivo      to desc-qtd-registros
                 move chave-inicial      to desc-chave-inicial
                 move chave-final        to desc-chave-final
                 write prt-descarga-rec
                 if not desc-ok
                    perform FALHA-GRAVACAO-DESCARGA
                 end-if
              end-if
              if descarga-aberta
                 close arquivo-descarga
              end-if
              move "N" to copia-falhou-sw
              if erros-arquivo = zero
                 perform SUBSTITUIR-DESCARGA
              end-if
              perform IMPRIMIR-RESULTADO-DESCARGA
           end-if.

       SUBSTITUIR-DESCARGA.
           move "N" to fim-descarga-sw
           move spaces to copd-status
           open input arquivo-descarga
           if not desc-ok
              set copia-falhou to true
              add 1 to erros-arquivo
              move desc-status to copd-status
           else
              open output copia-descarga
              if not copd-ok
                 set copia-falhou to true
                 add 1 to erros-arquivo
              else
                 perform COPIAR-REGISTRO-DESCARGA until fim-descarga
                 close copia-descarga
                 if not copia-falhou
                    move nome-copia-descarga to nome-descarga
                 end-if
              end-if
              close arquivo-descarga
           end-if.

       COPIAR-REGISTRO-DESCARGA.
           read arquivo-descarga
               at end
                   set fim-descarga to true
               not at end
                   write copd-linha from prt-descarga-rec
                   if not copd-ok
                      set copia-falhou to true
                      add 1 to erros-arquivo
                      set fim-descarga to true
                   end-if
           end-read.

       DESCARREGAR-REGISTRO.
           perform LER-MESTRE-SEGUINTE
           if not fim-mestre
              add 1 to lidos-arquivo
              move spaces          to prt-descarga-rec
              move "D"             to desc-tipo
              move registro-mestre to desc-dados
              write prt-descarga-rec
              if not desc-ok
                 perform FALHA-GRAVACAO-DESCARGA
              else
                 add 1 to gravados-arquivo
                 if lidos-arquivo = 1
                    move chave-registro to chave-inicial
                 end-if
                 move chave-registro to chave-final
              end-if
           end-if.

       FALHA-GRAVACAO-DESCARGA.
           set gravacao-falhou to true
           move desc-status to status-gravacao
           add 1 to erros-arquivo
           set fim-mestre to true.

       IMPRIMIR-RESULTADO-DESCARGA.
           move gravados-arquivo to quantidade-editada
           move spaces to linha-relatorio
           if erros-arquivo = zero
              string am-nome(idx-arquivo)  delimited by size
                     "  DESCARREGADOS:"    delimited by size
                     quantidade-editada    delimited by size
                     "  -> "               delimited by size
                     nome-descarga         delimited by space
                     "  CHAVES DE "        delimited by size
                     chave-inicial(1:tamanho-chave)
                                           delimited by size
                     " ATE "               delimited by size
                     chave-final(1:tamanho-chave)
                                           delimited by size
                     into linha-relatorio
           end-if
           if copia-falhou
              string am-nome(idx-arquivo)  delimited by size
                     "  DESCARGA NAO COPIADA PARA "
                                           delimited by size
                     nome-copia-descarga   delimited by space
                     " (STATUS "           delimited by size
                     copd-status           delimited by size
                     ") - FICA EM "        delimited by size
                     nome-descarga         delimited by space
                     into linha-relatorio
           end-if
           if gravacao-falhou
              string am-nome(idx-arquivo)  delimited by size
                     "  DESCARGA INCOMPLETA - ERRO DE GRAVACAO ("
                                           delimited by size
                     status-gravacao       delimited by size
                     ") APOS"              delimited by size
                     quantidade-editada    delimited by size
                     " REGISTROS - "       delimited by size
                     nome-descarga         delimited by space
                     " SEM CONTROLE; "     delimited by size
                     nome-copia-descarga   delimited by space
                     " ANTERIOR MANTIDA"   delimited by size
                     into linha-relatorio
           end-if
           if erros-arquivo not = zero and not copia-falhou
              and not gravacao-falhou
              string am-nome(idx-arquivo)  delimited by size
                     "  DESCARGA INCOMPLETA - ERRO DE LEITURA ("
                                           delimited by size
                     mestre-status         delimited by size
                     ") APOS"              delimited by size
                     quantidade-editada    delimited by size
                     " REGISTROS - "       delimited by size
                     nome-descarga         delimited by space
                     " SEM CONTROLE; "     delimited by size
                     nome-copia-descarga   delimited by space
                     " ANTERIOR MANTIDA"   delimited by size
                     into linha-relatorio
           end-if
           write reli-linha from linha-relatorio.

      *---------------------------------------------------------------*
      *  RECARGA: A DESCARGA E CONFERIDA INTEIRA ANTES DE O CADASTRO   *
      *  SER RECRIADO.                                                 *
      *---------------------------------------------------------------*
       RECARREGAR-ARQUIVO.
           perform CONFERIR-DESCARGA
           if motivo-recusa = spaces
              perform ABRIR-MESTRE-GRAVACAO
              if not mestre-ok
                 move "CADASTRO NAO PODE SER CRIADO" to motivo-recusa
              end-if
           end-if
           if motivo-recusa not = spaces
              add 1 to erros-arquivo
              move spaces to linha-relatorio
              string am-nome(idx-arquivo)  delimited by size
                     "  RECARGA RECUSADA - " delimited by size
                     motivo-recusa         delimited by "  "
                     " - CADASTRO NAO ALTERADO"
                                           delimited by size
                     into linha-relatorio
              write reli-linha from linha-relatorio
           else
              move zero to lidos-arquivo
              move "N" to fim-descarga-sw
              open input arquivo-descarga
              perform RECARREGAR-REGISTRO until fim-descarga
              close arquivo-descarga
              perform FECHAR-MESTRE
              perform IMPRIMIR-RESULTADO-RECARGA
           end-if.

       CONFERIR-DESCARGA.
           move zero to lidos-arquivo
           open input arquivo-descarga
           if not desc-ok
              move "DESCARGA AUSENTE" to motivo-recusa
           else
              perform CONFERIR-REGISTRO-DESCARGA until fim-descarga
              close arquivo-descarga
           end-if
           if motivo-recusa = spaces
              evaluate true
                  when not controle-achado
                      move "SEM REGISTRO DE CONTROLE" to motivo-recusa
                  when ctl-arquivo not = am-nome(idx-arquivo)
                      move "CONTROLE DE OUTRO CADASTRO"
                        to motivo-recusa
                  when ctl-qtd-registros not = lidos-arquivo
                      move "QUANTIDADE DIFERENTE DO CONTROLE"
                        to motivo-recusa
                  when ctl-chave-inicial not = chave-inicial
                    or ctl-chave-final not = chave-final
                      move "FAIXA DE CHAVES DIFERENTE DO CONTROLE"
                        to motivo-recusa
                  when other
                      continue
              end-evaluate
           end-if.

       CONFERIR-REGISTRO-DESCARGA.
           read arquivo-descarga
               at end
                   set fim-descarga to true
               not at end
                   evaluate desc-tipo
                       when "D"
                           perform CONFERIR-DADO-DESCARGA
                       when "C"
                           if controle-achado
                              move "MAIS DE UM REGISTRO DE CONTROLE"
                                to texto-ocorrencia
                              perform ANOTAR-RECUSA
                           else
                              set controle-achado to true
                              move desc-controle to controle-descarga
                           end-if
                       when other
                           move "REGISTRO DE TIPO DESCONHECIDO"
                             to texto-ocorrencia
                           perform ANOTAR-RECUSA
                   end-evaluate
           end-read.

       CONFERIR-DADO-DESCARGA.
           if controle-achado
              move "REGISTRO DEPOIS DO CONTROLE" to texto-ocorrencia
              perform ANOTAR-RECUSA
           end-if
           add 1 to lidos-arquivo
           move spaces to chave-registro
           move desc-dados(1:tamanho-chave) to chave-registro
           if lidos-arquivo = 1
              move chave-registro to chave-inicial
           else
              if chave-registro not > chave-anterior
                 move "CHAVES FORA DE ORDEM OU REPETIDAS"
                   to texto-ocorrencia
                 perform ANOTAR-RECUSA
              end-if
           end-if
           move chave-registro to chave-anterior
           move chave-registro to chave-final.

       ANOTAR-RECUSA.
           if motivo-recusa = spaces
              move texto-ocorrencia to motivo-recusa
           end-if.

       RECARREGAR-REGISTRO.
           read arquivo-descarga
               at end
                   set fim-descarga to true
               not at end
                   if desc-tipo = "D"
                      add 1 to lidos-arquivo
                      move desc-dados to registro-mestre
                      perform GRAVAR-MESTRE
                      if mestre-ok
                         add 1 to gravados-arquivo
                      else
                         add 1 to erros-arquivo
                      end-if
                   end-if
           end-read.

       IMPRIMIR-RESULTADO-RECARGA.
           move gravados-arquivo to quantidade-editada
           move spaces to linha-relatorio
           string am-nome(idx-arquivo)  delimited by size
                  "  RECARREGADOS:"     delimited by size
                  quantidade-editada    delimited by size
                  "  DE "               delimited by size
                  nome-descarga         delimited by space
                  " (DESCARGA DE "      delimited by size
                  ctl-data              delimited by size
                  " "                   delimited by size
                  ctl-hora              delimited by size
                  ")"                   delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           if erros-arquivo > zero
              move erros-arquivo to quantidade-editada
              move spaces to linha-relatorio
              string am-nome(idx-arquivo)  delimited by size
                     "  <== NAO GRAVADOS:" delimited by size
                     quantidade-editada    delimited by size
                     " - CONFERIR O CADASTRO ANTES DE LIBERAR"
                                           delimited by size
                     into linha-relatorio
              write reli-linha from linha-relatorio
           end-if.

      *---------------------------------------------------------------*
      *  VERIFICACAO                                                   *
      *---------------------------------------------------------------*
       VERIFICAR-ARQUIVO.
           perform ABRIR-MESTRE-LEITURA
           if not mestre-ok
              perform IMPRIMIR-ARQUIVO-AUSENTE
           else
              perform ABRIR-REFERENCIAS
              perform VERIFICAR-REGISTRO until fim-mestre
              perform FECHAR-MESTRE
              perform FECHAR-REFERENCIAS
              perform IMPRIMIR-RESULTADO-VERIFICACAO
           end-if.

       VERIFICAR-REGISTRO.
           perform LER-MESTRE-SEGUINTE
           if not fim-mestre
              add 1 to lidos-arquivo
              if lidos-arquivo > 1
                 and chave-registro not > chave-anterior
                 move "FORA DE ORDEM OU REPETIDA - ANTERIOR:"
                   to texto-ocorrencia
                 move chave-anterior to valor-ocorrencia
                 perform IMPRIMIR-OCORRENCIA
                 add 1 to erros-arquivo
              end-if
              move chave-registro to chave-anterior
              perform CONFERIR-REFERENCIAS
           end-if.

       CONFERIR-REFERENCIAS.
           evaluate idx-arquivo
               when 1
                   move prts-numero to impressora-procurada
                   perform CONFERIR-IMPRESSORA
               when 2
                   if prtc-numero not = spaces
                      move prtc-numero to impressora-procurada
                      perform CONFERIR-IMPRESSORA
                   end-if
                   if prtc-setor not = spaces
                      move prtc-setor to setor-procurado
                      perform CONFERIR-SETOR
                   end-if
               when 3
                   if prtm-setor not = spaces
                      move prtm-setor to setor-procurado
                      perform CONFERIR-SETOR
                   end-if
               when 4
                   perform CONFERIR-RASTREAMENTO
               when 5
                   if prtj-destino not = spaces
                      move prtj-destino to impressora-procurada
                      perform CONFERIR-IMPRESSORA
                   end-if
               when 6
                   if prto-setor not = spaces
                      move prto-setor to setor-procurado
                      perform CONFERIR-SETOR
                   end-if
               when 8
                   move prti-numero to impressora-procurada
                   perform CONFERIR-IMPRESSORA
               when 10
                   move prtb-numero to impressora-procurada
                   perform CONFERIR-IMPRESSORA
                   if prtb-tipo not = spaces
                      move prtb-tipo to tipo-procurado
                      perform CONFERIR-SUPRIMENTO
                   end-if
               when other
                   continue
           end-evaluate.

       CONFERIR-IMPRESSORA.
           if mst-aberto
              move impressora-procurada to prtm-numero
              read printer-master
                  invalid key
                      move "IMPRESSORA INEXISTENTE NO PRTMST:"
                        to texto-ocorrencia
                      move impressora-procurada to valor-ocorrencia
                      perform REGISTRAR-QUEBRA
              end-read
           end-if.

       CONFERIR-SETOR.
           if set-aberto
              move setor-procurado to prtt-codigo
              read sector-master
                  invalid key
                      move "SETOR INEXISTENTE NO PRTSET:"
                        to texto-ocorrencia
                      move setor-procurado to valor-ocorrencia
                      perform REGISTRAR-QUEBRA
              end-read
           end-if.

       CONFERIR-RASTREAMENTO.
           if jtr-aberto
              move prtx-id to prtj-id
              read print-job-track
                  invalid key
                      move "RETIDO SEM RASTREAMENTO NO PRTJTR"
                        to texto-ocorrencia
                      move spaces to valor-ocorrencia
                      perform REGISTRAR-QUEBRA
              end-read
           end-if.

       CONFERIR-SUPRIMENTO.
           if sup-aberto
              move tipo-procurado to prtu-tipo
              read toner-stock
                  invalid key
                      move "TIPO DE CARTUCHO INEXISTENTE NO PRTSUP:"
                        to texto-ocorrencia
                      move tipo-procurado to valor-ocorrencia
                      perform REGISTRAR-QUEBRA
              end-read
           end-if.

       REGISTRAR-QUEBRA.
           add 1 to quebras-arquivo
           perform IMPRIMIR-OCORRENCIA.

       IMPRIMIR-OCORRENCIA.
           move spaces to linha-relatorio
           string am-nome(idx-arquivo)  delimited by size
                  "  CHAVE "            delimited by size
                  chave-registro(1:tamanho-chave)
                                        delimited by size
                  " - "                 delimited by size
                  texto-ocorrencia      delimited by "  "
                  " "                   delimited by size
                  valor-ocorrencia      delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio.

       IMPRIMIR-RESULTADO-VERIFICACAO.
           move lidos-arquivo   to quantidade-editada
           move quebras-arquivo to quebras-editadas
           move erros-arquivo   to erros-editados
           move spaces to linha-relatorio
           string am-nome(idx-arquivo)  delimited by size
                  "  LIDOS:"            delimited by size
                  quantidade-editada    delimited by size
                  "  REFERENCIAS QUEBRADAS:" delimited by size
                  quebras-editadas      delimited by size
                  "  ERROS:"            delimited by size
                  erros-editados        delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           if mestre-status not = "10"
              move spaces to linha-relatorio
              string am-nome(idx-arquivo)  delimited by size
                     "  <== LEITURA INTERROMPIDA - STATUS "
                                           delimited by size
                     mestre-status         delimited by size
                     into linha-relatorio
              write reli-linha from linha-relatorio
           end-if.

      *    O CADASTRO VERIFICADO NUNCA E REFERENCIA DE SI MESMO, ENTAO
      *    OS ARQUIVOS ABERTOS AQUI NAO SE CHOCAM COM A LEITURA.
       ABRIR-REFERENCIAS.
           evaluate idx-arquivo
               when 1
               when 5
               when 8
                   perform ABRIR-REF-IMPRESSORAS
               when 2
                   perform ABRIR-REF-IMPRESSORAS
                   perform ABRIR-REF-SETORES
               when 3
               when 6
                   perform ABRIR-REF-SETORES
               when 4
                   perform ABRIR-REF-RASTREAMENTO
               when 10
                   perform ABRIR-REF-IMPRESSORAS
                   perform ABRIR-REF-SUPRIMENTOS
               when other
                   continue
           end-evaluate.

       ABRIR-REF-IMPRESSORAS.
           open input printer-master
           if prtm-ok
              set mst-aberto to true
           else
              move "PRTMST" to valor-ocorrencia
              perform IMPRIMIR-REFERENCIA-AUSENTE
           end-if.

       ABRIR-REF-SETORES.
           open input sector-master
           if prtt-ok
              set set-aberto to true
           else
              move "PRTSET" to valor-ocorrencia
              perform IMPRIMIR-REFERENCIA-AUSENTE
           end-if.

       ABRIR-REF-RASTREAMENTO.
           open input print-job-track
           if prtj-ok
              set jtr-aberto to true
           else
              move "PRTJTR" to valor-ocorrencia
              perform IMPRIMIR-REFERENCIA-AUSENTE
           end-if.

       ABRIR-REF-SUPRIMENTOS.
           open input toner-stock
           if prtu-ok
              set sup-aberto to true
           else
              move "PRTSUP" to valor-ocorrencia
              perform IMPRIMIR-REFERENCIA-AUSENTE
           end-if.

       IMPRIMIR-REFERENCIA-AUSENTE.
           move spaces to linha-relatorio
           string am-nome(idx-arquivo)  delimited by size
                  "  <== "              delimited by size
                  valor-ocorrencia      delimited by space
                  " AUSENTE - REFERENCIAS A ELE NAO CONFERIDAS"
                                        delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio.

       FECHAR-REFERENCIAS.
           if mst-aberto
              close printer-master
              move "N" to mst-aberto-sw
           end-if
           if set-aberto
              close sector-master
              move "N" to set-aberto-sw
           end-if
           if jtr-aberto
              close print-job-track
              move "N" to jtr-aberto-sw
           end-if
           if sup-aberto
              close toner-stock
              move "N" to sup-aberto-sw
           end-if.

      *---------------------------------------------------------------*
      *  ACESSO AO CADASTRO DA VEZ (IDX-ARQUIVO)                       *
      *---------------------------------------------------------------*
       ABRIR-MESTRE-LEITURA.
           evaluate idx-arquivo
               when 1
                   open input printer-status
                   move prts-status to mestre-status
               when 2
                   open input printer-config
                   move prtc-status to mestre-status
               when 3
                   open input printer-master
                   move prtm-status to mestre-status
               when 4
                   open input print-job-held
                   move prtx-status to mestre-status
               when 5
                   open input print-job-track
                   move prtj-status to mestre-status
               when 6
                   open input operator-master
                   move prto-status to mestre-status
               when 7
                   open input sector-master
                   move prtt-status to mestre-status
               when 8
                   open input printer-incident
                   move prti-status to mestre-status
               when 9
                   open input toner-stock
                   move prtu-status to mestre-status
               when 10
                   open input printer-cartridge
                   move prtb-status to mestre-status
           end-evaluate.

       ABRIR-MESTRE-GRAVACAO.
           evaluate idx-arquivo
               when 1
                   open output printer-status
                   move prts-status to mestre-status
               when 2
                   open output printer-config
                   move prtc-status to mestre-status
               when 3
                   open output printer-master
                   move prtm-status to mestre-status
               when 4
                   open output print-job-held
                   move prtx-status to mestre-status
               when 5
                   open output print-job-track
                   move prtj-status to mestre-status
               when 6
                   open output operator-master
                   move prto-status to mestre-status
               when 7
                   open output sector-master
                   move prtt-status to mestre-status
               when 8
                   open output printer-incident
                   move prti-status to mestre-status
               when 9
                   open output toner-stock
                   move prtu-status to mestre-status
               when 10
                   open output printer-cartridge
                   move prtb-status to mestre-status
           end-evaluate.

      *    LEITURA SEQUENCIAL PELA CHAVE. FIM DE ARQUIVO OU ERRO DE
      *    LEITURA ENCERRAM O CADASTRO; O ERRO CONTA E FICA EM
      *    MESTRE-STATUS PARA O RELATORIO.
       LER-MESTRE-SEGUINTE.
           evaluate idx-arquivo
               when 1
                   read printer-status next record
                   move prts-status     to mestre-status
                   move prt-status-rec  to registro-mestre
               when 2
                   read printer-config next record
                   move prtc-status     to mestre-status
                   move prt-config-rec  to registro-mestre
               when 3
                   read printer-master next record
                   move prtm-status     to mestre-status
                   move prt-master-rec  to registro-mestre
               when 4
                   read print-job-held next record
                   move prtx-status     to mestre-status
                   move prt-retido-rec  to registro-mestre
               when 5
                   read print-job-track next record
                   move prtj-status     to mestre-status
                   move prt-track-rec   to registro-mestre
               when 6
                   read operator-master next record
                   move prto-status     to mestre-status
                   move prt-operador-rec to registro-mestre
               when 7
                   read sector-master next record
                   move prtt-status     to mestre-status
                   move prt-setor-rec   to registro-mestre
               when 8
                   read printer-incident next record
                   move prti-status     to mestre-status
                   move prt-incidente-rec to registro-mestre
               when 9
                   read toner-stock next record
                   move prtu-status     to mestre-status
                   move prt-suprimento-rec to registro-mestre
               when 10
                   read printer-cartridge next record
                   move prtb-status     to mestre-status
                   move prt-cartucho-rec to registro-mestre
           end-evaluate
           evaluate true
               when mestre-ok
               when mestre-status = "02"
                   move spaces to chave-registro
                   move registro-mestre(1:tamanho-chave)
                     to chave-registro
               when mestre-fim
                   set fim-mestre to true
               when other
                   add 1 to erros-arquivo
                   set fim-mestre to true
           end-evaluate.

       GRAVAR-MESTRE.
           evaluate idx-arquivo
               when 1
                   move registro-mestre to prt-status-rec
                   write prt-status-rec
                   move prts-status to mestre-status
               when 2
                   move registro-mestre to prt-config-rec
                   write prt-config-rec
                   move prtc-status to mestre-status
               when 3
                   move registro-mestre to prt-master-rec
                   write prt-master-rec
                   move prtm-status to mestre-status
               when 4
                   move registro-mestre to prt-retido-rec
                   write prt-retido-rec
                   move prtx-status to mestre-status
               when 5
                   move registro-mestre to prt-track-rec
                   write prt-track-rec
                   move prtj-status to mestre-status
               when 6
                   move registro-mestre to prt-operador-rec
                   write prt-operador-rec
                   move prto-status to mestre-status
               when 7
                   move registro-mestre to prt-setor-rec
                   write prt-setor-rec
                   move prtt-status to mestre-status
               when 8
                   move registro-mestre to prt-incidente-rec
                   write prt-incidente-rec
                   move prti-status to mestre-status
               when 9
                   move registro-mestre to prt-suprimento-rec
                   write prt-suprimento-rec
                   move prtu-status to mestre-status
               when 10
                   move registro-mestre to prt-cartucho-rec
                   write prt-cartucho-rec
                   move prtb-status to mestre-status
           end-evaluate.

       FECHAR-MESTRE.
           evaluate idx-arquivo
               when 1
                   close printer-status
               when 2
                   close printer-config
               when 3
                   close printer-master
               when 4
                   close print-job-held
               when 5
                   close print-job-track
               when 6
                   close operator-master
               when 7
                   close sector-master
               when 8
                   close printer-incident
               when 9
                   close toner-stock
               when 10
                   close printer-cartridge
           end-evaluate.

      *---------------------------------------------------------------*
      *  RELATORIO E TOTAIS                                            *
      *---------------------------------------------------------------*
       IMPRIMIR-CABECALHO-INTEGRIDADE.
           move spaces to linha-relatorio
           evaluate true
               when modo-descarga
                   string "DESCARGA DOS CADASTROS INDEXADOS"
                       delimited by size into linha-relatorio
               when modo-carga
                   string "RECARGA DE CADASTRO INDEXADO"
                       delimited by size into linha-relatorio
               when other
                   string "VERIFICACAO DE INTEGRIDADE DOS CADASTROS "
                          "INDEXADOS"
                       delimited by size into linha-relatorio
           end-evaluate
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           string "DATA DE EMISSAO: " delimited by size
                  data-hoje            delimited by size
                  " "                  delimited by size
                  hora-agora           delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           if arquivo-pedido = spaces
              string "CADASTROS......: TODOS" delimited by size
                  into linha-relatorio
           else
              string "CADASTRO.......: " delimited by size
                     arquivo-pedido      delimited by size
                     into linha-relatorio
           end-if
           write reli-linha from linha-relatorio
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio.

       IMPRIMIR-ARQUIVO-AUSENTE.
           add 1 to total-ausentes
           move spaces to linha-relatorio
           string am-nome(idx-arquivo)  delimited by size
                  "  AUSENTE OU ILEGIVEL (" delimited by size
                  mestre-status         delimited by size
                  ") - PULADO"          delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio.

       IMPRIMIR-TOTAIS-INTEGRIDADE.
           move spaces to linha-relatorio
           write reli-linha from linha-relatorio
           move total-arquivos to total-editado
           move spaces to linha-relatorio
           string "CADASTROS TRATADOS.......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-ausentes to total-editado
           move spaces to linha-relatorio
           string "CADASTROS AUSENTES.......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-lidos to total-editado
           move spaces to linha-relatorio
           string "REGISTROS LIDOS..........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-gravados to total-editado
           move spaces to linha-relatorio
           string "REGISTROS GRAVADOS.......: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-quebras to total-editado
           move spaces to linha-relatorio
           string "REFERENCIAS QUEBRADAS....: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio
           move total-erros to total-editado
           move spaces to linha-relatorio
           string "ERROS E RECUSAS..........: " delimited by size
                  total-editado                 delimited by size
                  into linha-relatorio
           write reli-linha from linha-relatorio.

       EXIBIR-TOTAIS-INTEGRIDADE.
           move total-arquivos to total-editado
           display "CP469 CADASTROS TRATADOS.: " total-editado
           move total-lidos to total-editado
           display "CP469 REGISTROS LIDOS....: " total-editado
           move total-gravados to total-editado
           display "CP469 REGISTROS GRAVADOS.: " total-editado
           move total-quebras to total-editado
           display "CP469 REFER. QUEBRADAS...: " total-editado
           move total-erros to total-editado
           display "CP469 ERROS E RECUSAS....: " total-editado.

       REGISTRAR-INICIO-EXECUCAO.
           move "I" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.

       REGISTRAR-FIM-EXECUCAO.
           move total-lidos              to rn-lidos
           move total-gravados           to rn-aplicados
           compute rn-rejeitados = total-quebras + total-erros
           move "F" to rn-funcao
           call "PRTNLOOK" using rn-funcao rn-programa rn-situacao
                                 rn-lidos rn-aplicados rn-rejeitados
                                 rn-desviados rn-retidos rn-mensagem
           end-call.
