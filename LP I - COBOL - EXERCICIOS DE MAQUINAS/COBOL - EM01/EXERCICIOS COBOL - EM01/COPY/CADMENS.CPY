      *----------------------------------------------------------
      *    LAYOUT DO LIVRO DE MENSALIDADES MENSALIDADES.DAT: EX111
      *    ACRESCENTA UMA LINHA POR ALUNO E COMPETENCIA FATURADA,
      *    COM STATUS "A" (EM ABERTO) E O VENCIMENTO DO BOLETO; EX112
      *    BAIXA PELO RETORNO DO BANCO, MARCANDO "P" (PAGO) COM A
      *    DATA E O VALOR PAGO; EX113 LE OS "A" VENCIDOS PARA A
      *    RELACAO DE INADIMPLENCIA. O NOSSO NUMERO DO BOLETO E A
      *    COMPETENCIA (AAAAMM) SEGUIDA DO NUMERO DO ALUNO - NAO SE
      *    REPETE NO LIVRO.
      *----------------------------------------------------------
       02 MEN-NOSSO-NUMERO.
              03 MEN-COMPETENCIA PIC 9(06).
              03 MEN-NUMERO      PIC 9(05).
       02 MEN-NOME         PIC X(20).
       02 MEN-TURMA        PIC X(03).
       02 MEN-VALOR-TABELA PIC 9(05)V99.
       02 MEN-DESCONTO     PIC 9(05)V99.
       02 MEN-VALOR        PIC 9(05)V99.
       02 MEN-VENCIMENTO   PIC 9(08).
       02 MEN-STATUS       PIC X(01).
       02 MEN-DATA-PAGTO   PIC 9(08).
       02 MEN-VALOR-PAGO   PIC 9(05)V99.
