      *----------------------------------------------------------
      *    LAYOUT DO LIVRO DE PEDIDOS DE REEMBOLSO DE DESPESA
      *    EX100-REEMB.DAT: CADA PEDIDO ACEITO POR EX100 E
      *    ACRESCENTADO COM STATUS "P" (PENDENTE) E O OPERADOR
      *    SOLICITANTE; EX101, RODADO SOB OUTRO OPERADOR, MARCA "A"
      *    (APROVADO, A PAGAR) OU "R" (RECUSADO) COM O APROVADOR, E
      *    EX63 CREDITA OS "A" NA REMESSA UNICA E OS MARCA "G"
      *    (PAGO) COM A DATA DA REMESSA. O NUMERO DO DOCUMENTO
      *    (NOTA/RECIBO) NAO SE REPETE NO LIVRO.
      *----------------------------------------------------------
       02 REE-MATRICULA   PIC 9(05).
       02 REE-NOME        PIC X(20).
       02 REE-CATEGORIA   PIC X(02).
       02 REE-DATA        PIC 9(08).
       02 REE-VALOR       PIC 9(07)V99.
       02 REE-DOCUMENTO   PIC X(15).
       02 REE-SOLICITANTE PIC X(10).
       02 REE-DATA-HORA   PIC X(14).
       02 REE-STATUS      PIC X(01).
       02 REE-APROVADOR   PIC X(10).
       02 REE-DATA-PAGTO  PIC 9(08).
