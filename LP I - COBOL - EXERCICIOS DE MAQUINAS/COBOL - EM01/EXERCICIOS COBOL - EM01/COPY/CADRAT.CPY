      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE RATEIO DE CUSTO CADRAT.DAT
      *    (INDEXADO POR MATRICULA + INICIO DE VIGENCIA AAAAMMDD +
      *    DEPARTAMENTO), MANTIDO POR EX95. O FUNCIONARIO QUE
      *    TRABALHA PARA MAIS DE UM DEPARTAMENTO TEM, PARA CADA
      *    VIGENCIA, UM CONJUNTO DE REGISTROS CUJOS PERCENTUAIS
      *    SOMAM 100; VALE O CONJUNTO DE MAIOR VIGENCIA QUE NAO
      *    PASSA DA DATA CONSULTADA. SEM RATEIO O CUSTO FICA TODO
      *    NO DEPTO-SAI DE CADSAI. QUEM INTERPRETA O CADASTRO PARA
      *    A FOLHA E O SUBPROGRAMA RATSRV.
      *----------------------------------------------------------
       02 RAT-CHAVE.
              03 RAT-MATRICULA    PIC 9(05).
              03 RAT-VIGENCIA     PIC 9(08).
              03 RAT-DEPTO        PIC X(04).
       02 RAT-PERCENTUAL          PIC 9(03)V99.
       02 RAT-DATA-ATUALIZ        PIC 9(08).
