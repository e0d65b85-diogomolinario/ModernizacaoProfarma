      *---------------------------------------------------------------*
      *  PRTTRCR - LAYOUT DO REGISTRO DO CARTRIDGE-CHANGE-LOG,        *
      *  GRAVADO PELO CP456 A CADA TROCA DE CARTUCHO DETECTADA NA     *
      *  CARGA DE MEDIDORES (TONER SUBINDO DE UMA LEITURA PARA A      *
      *  SEGUINTE): DATA DA MEDICAO, TONER ANTES E DEPOIS, CONTADOR   *
      *  NA TROCA E PAGINAS IMPRESSAS PELO CARTUCHO RETIRADO (DESDE   *
      *  A TROCA ANTERIOR OU, NA PRIMEIRA, DESDE A PRIMEIRA MEDICAO). *
      *  TROCA-BAIXA: "S" = CARTUCHO BAIXADO DO ESTOQUE, "Z" = TIPO   *
      *  SEM SALDO, "N" = IMPRESSORA SEM TIPO OU TIPO NAO CADASTRADO. *
      *---------------------------------------------------------------*
       01  PRT-TROCA-REC.
           02  TROCA-NUMERO                PIC X(002).
           02  TROCA-DATA                  PIC 9(008).
           02  TROCA-TIPO                  PIC X(008).
           02  TROCA-TONER-ANTES           PIC 9(003).
           02  TROCA-TONER-DEPOIS          PIC 9(003).
           02  TROCA-CONTADOR              PIC 9(008).
           02  TROCA-PAGINAS               PIC 9(008).
           02  TROCA-BAIXA                 PIC X(001).
           02  TROCA-DATA-CARGA            PIC 9(008).
           02  TROCA-HORA-CARGA            PIC 9(006).
