      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE ESTRUTURA SALARIAL
      *    CARSRV (CALL "CARSRV" USING CARSRV-AREA). NA PRIMEIRA
      *    CHAMADA O SUBPROGRAMA CARREGA CARGOS.DAT (CADCARGO.CPY)
      *    EM MEMORIA. RECEBE O CARGO E UM SALARIO E DEVOLVE A
      *    DESCRICAO E A FAIXA DO CARGO, A SITUACAO DO SALARIO NA
      *    FAIXA E O COMPA-RATIO (SALARIO / PONTO MEDIO). SALARIO
      *    ZERADO SO CONFERE SE O CARGO EXISTE.
      *    CRS-RETORNO: "0" = CARGO CADASTRADO E SALARIO DENTRO
      *    DA FAIXA, "1" = SALARIO ABAIXO DO MINIMO, "2" = SALARIO
      *    ACIMA DO MAXIMO, "5" = CARGO INEXISTENTE (OU EM
      *    BRANCO), "9" = CARGOS.DAT AUSENTE OU VAZIO - O CHAMADOR
      *    SEGUE SEM VALIDAR CARGO NEM FAIXA.
      *----------------------------------------------------------
       02 CRS-CARGO            PIC X(15).
       02 CRS-SALARIO          PIC 9(7)V99.
       02 CRS-RETORNO          PIC X(01).
       02 CRS-DESCRICAO        PIC X(30).
       02 CRS-MINIMO           PIC 9(7)V99.
       02 CRS-MEDIO            PIC 9(7)V99.
       02 CRS-MAXIMO           PIC 9(7)V99.
       02 CRS-COMPA-RATIO      PIC 9(03)V999.
