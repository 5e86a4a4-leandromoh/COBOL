      *----------------------------------------------------------
      *    LAYOUT DO REGISTRO DE LOTE DE DIGITACAO RECUSADO,
      *    ACRESCENTADO EM LOTES-REJ.DAT PELO SUBPROGRAMA LOTSRV
      *    PARA O SUPERVISOR DA DIGITACAO: PROGRAMA E ARQUIVO DE
      *    MOVIMENTO, NUMERO DO LOTE E OPERADOR DO CABECALHO,
      *    MOTIVO DA RECUSA, OS TOTAIS INFORMADOS NO CABECALHO E OS
      *    CONTADOS NO ARQUIVO, E A DATA/HORA DA RECUSA. NENHUM
      *    MOVIMENTO DO LOTE E APLICADO - O LOTE TEM DE SER
      *    CONFERIDO COM OS DOCUMENTOS E REDIGITADO. OS MOVIMENTOS
      *    ANTES DO PRIMEIRO CABECALHO DO ARQUIVO SAEM NUMA LINHA
      *    COM MOTIVO "SEM CABECALHO DE LOTE", NUMERO ZERO,
      *    OPERADOR EM BRANCO E SO OS TOTAIS CONTADOS.
      *----------------------------------------------------------
       02 LRJ-PROGRAMA         PIC X(08).
       02 LRJ-ARQUIVO          PIC X(20).
       02 LRJ-NUMERO           PIC 9(06).
       02 LRJ-OPERADOR         PIC X(10).
       02 LRJ-MOTIVO           PIC X(30).
       02 LRJ-QTDE-INF         PIC 9(05).
       02 LRJ-QTDE-CONT        PIC 9(05).
       02 LRJ-HASH-CHAVE-INF   PIC 9(12).
       02 LRJ-HASH-CHAVE-CONT  PIC 9(12).
       02 LRJ-HASH-VALOR-INF   PIC 9(13)V99.
       02 LRJ-HASH-VALOR-CONT  PIC 9(13)V99.
       02 LRJ-DATA-HORA        PIC X(14).
