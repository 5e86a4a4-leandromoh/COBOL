      *----------------------------------------------------------
      *    LAYOUT DA TABELA DE CARGOS CARGOS.DAT (LINE SEQUENTIAL,
      *    MESMO TRATAMENTO DE DEPTOS.DAT): UMA LINHA POR CARGO,
      *    COM O CODIGO GRAVADO EM CARGO DE CADFUN, A DESCRICAO E
      *    A FAIXA SALARIAL DO CARGO - MINIMO, PONTO MEDIO E
      *    MAXIMO (MINIMO <= MEDIO <= MAXIMO). QUEM INTERPRETA A
      *    TABELA PARA A FOLHA E O SUBPROGRAMA CARSRV.
      *----------------------------------------------------------
       02 CRG-CODIGO              PIC X(15).
       02 CRG-DESCRICAO           PIC X(30).
       02 CRG-MINIMO              PIC 9(7)V99.
       02 CRG-MEDIO               PIC 9(7)V99.
       02 CRG-MAXIMO              PIC 9(7)V99.
