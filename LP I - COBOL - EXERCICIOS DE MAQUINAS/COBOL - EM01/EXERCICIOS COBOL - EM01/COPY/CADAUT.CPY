      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE AUTONOMOS CADAUT.DAT: PRESTADORES
      *    DE SERVICO SEM VINCULO (CONTRIBUINTES INDIVIDUAIS), QUE
      *    NAO ESTAO EM CADFUN E SAO PAGOS POR RPA (EX124). CPF E
      *    NIT SEM PONTUACAO; MUNICIPIO NO CODIGO DO IBGE, CHAVE DA
      *    ALIQUOTA DE ISS EM TABISS.DAT; DEPENDENTES PARA A
      *    DEDUCAO DO IRRF; CONTA PARA O CREDITO NA REMESSA UNICA
      *    DE EX63; FILIAL QUE CONTRATA O SERVICO (EM BRANCO =
      *    QUALQUER LOTE). SITUACAO "A" = ATIVO, "I" = INATIVO.
      *----------------------------------------------------------
       02 AUT-CODIGO      PIC 9(05).
       02 AUT-NOME        PIC X(20).
       02 AUT-CPF         PIC X(11).
       02 AUT-NIT         PIC X(11).
       02 AUT-MUNICIPIO   PIC X(07).
       02 AUT-DEPENDENTES PIC 9(02).
       02 AUT-BANCO       PIC 9(03).
       02 AUT-AGENCIA     PIC 9(04).
       02 AUT-CONTA       PIC 9(08).
       02 AUT-DIGITO      PIC 9(01).
       02 AUT-FILIAL      PIC X(04).
       02 AUT-SITUACAO    PIC X(01).
