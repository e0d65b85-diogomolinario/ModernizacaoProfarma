      *---------------------------------------------------------------*
      *  PRTDSCR - LAYOUT DA DESCARGA SEQUENCIAL DE UM CADASTRO        *
      *  INDEXADO (ARQUIVO <NOME>.DSC), GRAVADA E LIDA PELO CP469.     *
      *  CADA REGISTRO DO CADASTRO SAI NUMA LINHA "D" COM A IMAGEM     *
      *  DO REGISTRO, NA ORDEM DA CHAVE; A ULTIMA LINHA E O CONTROLE   *
      *  "C" COM O NOME DO CADASTRO, O MOMENTO DA DESCARGA, A          *
      *  QUANTIDADE DE REGISTROS E A PRIMEIRA E A ULTIMA CHAVE, QUE A  *
      *  RECARGA CONFERE ANTES DE TOCAR NO CADASTRO.                   *
      *---------------------------------------------------------------*
       01  PRT-DESCARGA-REC.
           02  DESC-TIPO                   PIC X(001).
           02  DESC-DADOS                  PIC X(120).
           02  DESC-CONTROLE REDEFINES DESC-DADOS.
               03  DESC-ARQUIVO            PIC X(006).
               03  DESC-DATA               PIC 9(008).
               03  DESC-HORA               PIC 9(006).
               03  DESC-QTD-REGISTROS      PIC 9(009).
               03  DESC-CHAVE-INICIAL      PIC X(028).
               03  DESC-CHAVE-FINAL        PIC X(028).
               03  FILLER                  PIC X(035).
