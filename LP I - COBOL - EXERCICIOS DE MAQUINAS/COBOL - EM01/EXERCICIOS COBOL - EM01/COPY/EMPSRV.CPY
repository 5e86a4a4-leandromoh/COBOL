      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE EMPRESAS EMPSRV
      *    (CALL "EMPSRV" USING EMPSRV-AREA).
      *    EPS-FUNCAO "I" = IDENTIFICA A EMPRESA DA FILIAL EM
      *    EPS-FILIAL (EM BRANCO = A FILIAL DO LOTE EM
      *    PARM-LOTE.DAT, DEVOLVIDA NO PROPRIO CAMPO) PELO CADASTRO
      *    EMPRESAS.DAT (CADEMPR.CPY) E DEVOLVE CODIGO, NOME CURTO,
      *    CNPJ E RAZAO SOCIAL. "C" = COPIA A SAIDA JA FECHADA
      *    CUJO NOME VEM EM EPS-ARQUIVO PARA O NOME DA EMPRESA
      *    EPS-EMPRESA ("EX60-SEFIP.DAT" DA EMPRESA "EMP2" VIRA
      *    "EX60-SEFIP-EMP2.DAT") E DEVOLVE O NOVO NOME NO MESMO
      *    CAMPO.
      *    EPS-RETORNO: "0" = OK; "1" = FILIAL SEM EMPRESA NO
      *    CADASTRO; "2" = COPIA NAO FEITA (ARQUIVO AUSENTE OU NOME
      *    LONGO DEMAIS); "8" = FUNCAO INVALIDA; "9" = SEM
      *    EMPRESAS.DAT OU SEM FILIAL NO LOTE - EMPREGADOR UNICO,
      *    COM EMPRESA EM BRANCO, NOME "FATEC-SP" E CNPJ EM BRANCO,
      *    COMO SEMPRE FOI.
      *----------------------------------------------------------
       02 EPS-FUNCAO   PIC X(01).
       02 EPS-FILIAL   PIC X(04).
       02 EPS-EMPRESA  PIC X(04).
       02 EPS-NOME     PIC X(10).
       02 EPS-CNPJ     PIC X(14).
       02 EPS-RAZAO    PIC X(30).
       02 EPS-ARQUIVO  PIC X(40).
       02 EPS-RETORNO  PIC X(01).
