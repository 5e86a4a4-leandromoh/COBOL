      *----------------------------------------------------------
      *    LAYOUT DO LIVRO DE RECIBOS DE PAGAMENTO A AUTONOMO
      *    CADRPA.DAT: CADA RPA EMITIDO POR EX124 E ACRESCENTADO
      *    COM NUMERO SEQUENCIAL, COMPETENCIA AAAAMM, DADOS DO
      *    AUTONOMO NA EPOCA, O BRUTO, AS RETENCOES (INSS, IRRF E
      *    ISS), O LIQUIDO, A CONTA DE CREDITO E STATUS "A" (A
      *    PAGAR). EX63 CREDITA OS "A" NA REMESSA UNICA E OS MARCA
      *    "G" (PAGO) COM A DATA DA REMESSA. EX59, EX60 E EX82
      *    LEEM OS RECIBOS DA COMPETENCIA PARA O LOTE CONTABIL, A
      *    DECLARACAO E AS GUIAS.
      *----------------------------------------------------------
       02 RPA-NUMERO      PIC 9(06).
       02 RPA-COMPETENCIA PIC 9(06).
       02 RPA-EMISSAO     PIC 9(08).
       02 RPA-CODIGO      PIC 9(05).
       02 RPA-NOME        PIC X(20).
       02 RPA-CPF         PIC X(11).
       02 RPA-NIT         PIC X(11).
       02 RPA-FILIAL      PIC X(04).
       02 RPA-MUNICIPIO   PIC X(07).
       02 RPA-DESCRICAO   PIC X(25).
       02 RPA-BRUTO       PIC 9(07)V99.
       02 RPA-INSS        PIC 9(07)V99.
       02 RPA-IRRF        PIC 9(07)V99.
       02 RPA-ISS         PIC 9(07)V99.
       02 RPA-LIQUIDO     PIC 9(07)V99.
       02 RPA-BANCO       PIC 9(03).
       02 RPA-AGENCIA     PIC 9(04).
       02 RPA-CONTA       PIC 9(08).
       02 RPA-DIGITO      PIC 9(01).
       02 RPA-STATUS      PIC X(01).
       02 RPA-DATA-PAGTO  PIC 9(08).
