      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE AFASTAMENTOS CADAFA.DAT (INDEXADO
      *    POR MATRICULA + DATA DE INICIO, AMBAS AAAAMMDD): UM
      *    REGISTRO POR AFASTAMENTO, MANTIDO POR EX90. AFA-TIPO:
      *       "D" - DOENCA (EMPRESA PAGA OS 15 PRIMEIROS DIAS, DAI
      *             EM DIANTE AUXILIO DO INSS, SEM FGTS);
      *       "A" - ACIDENTE DO TRABALHO (IDEM, MAS O FGTS CONTINUA
      *             SENDO DEPOSITADO);
      *       "M" - LICENCA-MATERNIDADE (SALARIO-MATERNIDADE PAGO
      *             PELO INSS, FGTS CONTINUA);
      *       "S" - LICENCA SEM VENCIMENTOS (SEM SALARIO, SEM FGTS).
      *    AFA-RETORNO-PREV E O DIA DA VOLTA AO TRABALHO (O ULTIMO
      *    DIA AFASTADO E A VESPERA); ZEROS = SEM PREVISAO. QUEM
      *    INTERPRETA AS REGRAS PARA A FOLHA E O SUBPROGRAMA AFASRV.
      *----------------------------------------------------------
       02 AFA-CHAVE.
              03 AFA-MATRICULA    PIC 9(05).
              03 AFA-INICIO       PIC 9(08).
       02 AFA-TIPO                PIC X(01).
       02 AFA-RETORNO-PREV        PIC 9(08).
       02 AFA-DATA-REGISTRO       PIC 9(08).
