      *---------------------------------------------------------------*
      *  PRTCTGR - LAYOUT DO REGISTRO DO ARQUIVO PRINTER-CARTRIDGE,   *
      *  O VINCULO DE CADA IMPRESSORA AO TIPO DE CARTUCHO QUE ELA     *
      *  USA (CHAVE DO ESTOQUE PRTSUPR). MANTIDO PELO CP465 E LIDO    *
      *  PELA ROTINA PRTBLOOK NO CP456 (BAIXA NA TROCA) E NO CP466    *
      *  (REPOSICAO).                                                 *
      *---------------------------------------------------------------*
       01  PRT-CARTUCHO-REC.
           02  PRTB-NUMERO                 PIC X(002).
           02  PRTB-TIPO                   PIC X(008).
