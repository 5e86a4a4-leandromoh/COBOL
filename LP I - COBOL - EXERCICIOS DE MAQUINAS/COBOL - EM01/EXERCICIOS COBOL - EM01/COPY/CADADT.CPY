      *----------------------------------------------------------
      *    LAYOUT DO LIVRO DE ADIANTAMENTOS CADADT.DAT (INDEXADO
      *    PELA MATRICULA): GRAVADO POR EX83 A CADA ADIANTAMENTO
      *    QUINZENAL PAGO, CONFERIDO POR EX63 ANTES DE REMETER O
      *    CREDITO AO BANCO E BAIXADO POR EX26 NO FECHAMENTO DO
      *    MES. ADT-SALDO E O QUE AINDA FALTA DESCONTAR NA FOLHA;
      *    ADT-COMP-DESCONTO E A COMPETENCIA (AAAAMM) EM QUE EX26
      *    DESCONTOU PELA ULTIMA VEZ (ZEROS = AINDA NAO DESCONTADO)
      *    E ADT-VALOR-DESCONTADO O QUANTO FOI DESCONTADO NELA - UMA
      *    REEXECUCAO DE EX26 NA MESMA COMPETENCIA REAPLICA ESSE
      *    VALOR SEM BAIXAR O SALDO DE NOVO. ADT-DATA-REMESSA E A
      *    DATA DA REMESSA DE EX63 QUE LEVOU O CREDITO AO BANCO
      *    (ZEROS = AINDA NAO REMETIDO).
      *----------------------------------------------------------
       02 ADT-MATRICULA         PIC 9(05).
       02 ADT-FILIAL            PIC X(04).
       02 ADT-COMPETENCIA       PIC 9(06).
       02 ADT-DATA-PAGTO        PIC 9(08).
       02 ADT-PERCENTUAL        PIC 9(02)V99.
       02 ADT-VALOR             PIC 9(07)V99.
       02 ADT-SALDO             PIC 9(07)V99.
       02 ADT-COMP-DESCONTO     PIC 9(06).
       02 ADT-VALOR-DESCONTADO  PIC 9(07)V99.
       02 ADT-DATA-REMESSA      PIC 9(08).
