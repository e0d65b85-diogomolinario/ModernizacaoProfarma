      *---------------------------------------------------------------*
      *  PRTCABR - LAYOUT DAS LINHAS DE CONTROLE DOS EXTRATOS DO       *
      *  SERVIDOR DE IMPRESSAO (PRTEXT, PRTCMP E PRTMET). CADA         *
      *  EXTRATO ABRE COM UM CABECALHO "*CAB" (NOME DO EXTRATO,        *
      *  DATA E HORA DA EXTRACAO E NUMERO DE SEQUENCIA DO ENVIO) E     *
      *  FECHA COM UM TRAILER "*FIM" (QUANTIDADE DE LINHAS DE DADOS    *
      *  ENTRE OS DOIS). NENHUMA LINHA DE DADOS COMECA COM "*". E      *
      *  CONFERIDO PELA ROTINA PRTYLOOK ANTES DE QUALQUER CARGA.       *
      *---------------------------------------------------------------*
       01  PRT-CONTROLE-EXTRATO-REC.
           02  PRTZ-MARCA                  PIC X(004).
           02  PRTZ-DADOS                  PIC X(026).
           02  PRTZ-CABECALHO REDEFINES PRTZ-DADOS.
               03  PRTZ-EXTRATO            PIC X(006).
               03  PRTZ-DATA               PIC 9(008).
               03  PRTZ-HORA               PIC 9(006).
               03  PRTZ-SEQUENCIA          PIC 9(006).
           02  PRTZ-TRAILER REDEFINES PRTZ-DADOS.
               03  PRTZ-QTD-REGISTROS      PIC 9(007).
               03  FILLER                  PIC X(019).
