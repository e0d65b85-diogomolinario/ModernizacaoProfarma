       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PRTBLOOK.
       AUTHOR.         DIOGO.
      *---------------------------------------------------------------*
      *  ROTINA DE ACESSO AO VINCULO IMPRESSORA X TIPO DE CARTUCHO     *
      *  (PRINTER-CARTRIDGE). CHAMADA PELO CP465 (MANUTENCAO), PELO    *
      *  CP456 (BAIXA NA TROCA) E PELO CP466 (REPOSICAO). FUNCOES:     *
      *  "L" CONSULTA, "G" GRAVA, "E" EXCLUI O VINCULO.                *
      *---------------------------------------------------------------*
       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRINTER-CARTRIDGE ASSIGN TO "PRTCTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTB-NUMERO
               FILE STATUS IS PRTB-STATUS.
       DATA           DIVISION.
       FILE           SECTION.
       FD  PRINTER-CARTRIDGE.
           COPY "PRTCTGR".
       WORKING-STORAGE SECTION.
       01 prtb-status                  pic x(002)          value spaces.
           88 prtb-ok                                     value "00".
           88 prtb-nao-encontrado                         value "23".
           88 prtb-nao-existe                             value "35".
       LINKAGE          SECTION.
       01 lk-funcao                    pic x(001).
       01 lk-numero                    pic x(002).
       01 lk-tipo                      pic x(008).
       01 lk-achou                     pic x(001).

       procedure division using lk-funcao lk-numero lk-tipo lk-achou.
       INICIO.
           move "N" to lk-achou
           perform ABRIR-PRINTER-CARTRIDGE
           move lk-numero to prtb-numero
           evaluate lk-funcao
               when "L"
                   perform CONSULTAR-VINCULO
               when "G"
                   perform GRAVAR-VINCULO
               when "E"
                   perform EXCLUIR-VINCULO
               when other
                   continue
           end-evaluate
           close printer-cartridge
           goback.

       ABRIR-PRINTER-CARTRIDGE.
           open i-o printer-cartridge
           if prtb-nao-existe
              open output printer-cartridge
              close printer-cartridge
              open i-o printer-cartridge
           end-if.

       CONSULTAR-VINCULO.
           read printer-cartridge
               invalid key
                   move spaces to lk-tipo
               not invalid key
                   move prtb-tipo to lk-tipo
                   move "S" to lk-achou
           end-read.

       GRAVAR-VINCULO.
           move lk-tipo to prtb-tipo
           rewrite prt-cartucho-rec
               invalid key
                   write prt-cartucho-rec
           end-rewrite
           move "S" to lk-achou.

       EXCLUIR-VINCULO.
           delete printer-cartridge
               not invalid key
                   move "S" to lk-achou
           end-delete.
