      *----------------------------------------------------------
      *    LAYOUT DO QUADRO DE VAGAS VAGAS.DAT (INDEXADO, CHAVE
      *    VAG-NUMERO): UMA LINHA POR POSICAO AUTORIZADA, COM O
      *    DEPARTAMENTO (O MESMO CODIGO DE DEPTOS.DAT) E O CARGO
      *    (O MESMO DE CARGOS.DAT) DA POSICAO.
      *    VAG-STATUS: "V" = VAGA (PODE RECEBER UMA ADMISSAO),
      *    "O" = OCUPADA PELA MATRICULA EM VAG-MATRICULA, "C" =
      *    CONGELADA (NAO PODE SER PREENCHIDA).
      *    VAG-DATA-ABERTURA E A DATA EM QUE A POSICAO FICOU VAGA
      *    PELA ULTIMA VEZ (CRIACAO, DESLIGAMENTO DO TITULAR OU
      *    DESCONGELAMENTO), BASE DOS DIAS EM ABERTO; VAG-DATA-
      *    OCUPACAO E A DATA DA ADMISSAO DO TITULAR ATUAL.
      *    INCLUIDO, CONGELADO E EXCLUIDO POR EX125; OCUPADO NA
      *    ADMISSAO E LIBERADO NO DESLIGAMENTO POR EX27.
      *----------------------------------------------------------
       02 VAG-NUMERO         PIC 9(05).
       02 VAG-DEPTO          PIC X(04).
       02 VAG-CARGO          PIC X(15).
       02 VAG-STATUS         PIC X(01).
       02 VAG-MATRICULA      PIC 9(05).
       02 VAG-DATA-ABERTURA  PIC 9(08).
       02 VAG-DATA-OCUPACAO  PIC 9(08).
