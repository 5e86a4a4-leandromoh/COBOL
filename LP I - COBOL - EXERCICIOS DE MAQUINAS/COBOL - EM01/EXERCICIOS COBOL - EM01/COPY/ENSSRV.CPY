      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE NOMES DO ENSAIO
      *    GERAL DA CADEIA ENSSRV (CALL "ENSSRV" USING
      *    ENSSRV-AREA). O PASSO INFORMA O NOME DO ARQUIVO QUE IA
      *    USAR E A FUNCAO; QUANDO PARM-LOTE.DAT TRAZ O PREFIXO DE
      *    ENSAIO (PARM-LOTE-ENSAIO, GRAVADO POR EX10), O NOME
      *    VOLTA TROCADO PELO NOME DO ARQUIVO DO ENSAIO
      *    "<PREFIXO>-<NOME>"; SEM PREFIXO, VOLTA O MESMO NOME.
      *    ENS-FUNCAO: "S" = SAIDA (SEMPRE O NOME DO ENSAIO), "A" =
      *    ACUMULADO OU ATUALIZADO NO LUGAR (LEDGER, HISTORICO,
      *    JOBLOG, REJ-COMUM, SEQUENCIA - NA PRIMEIRA VEZ NO
      *    ENSAIO O ARQUIVO REAL E COPIADO PARA O NOME DO ENSAIO E
      *    DALI EM DIANTE SO A COPIA E USADA), "E" = ENTRADA (O
      *    NOME DO ENSAIO SE O ARQUIVO JA FOI GERADO NO ENSAIO OU
      *    COLOCADO PELO OPERADOR - UMA TABTRIB NOVA, POR EXEMPLO -
      *    SENAO O ARQUIVO REAL, QUE SO E LIDO), "C" = CONSULTA (SO
      *    DEVOLVE ENS-ATIVO E ENS-PREFIXO).
      *    ENS-RETORNO: "0" = OK, "1" = FUNCAO INVALIDA, "2" =
      *    NOME DO ENSAIO NAO CABE EM ENS-NOME. NOS DOIS CASOS O
      *    NOME DEVOLVIDO E O DO ENSAIO (CORTADO EM 40 POSICOES),
      *    NUNCA O REAL - O PASSO NAO PRECISA TESTAR O RETORNO
      *    PARA NAO TOCAR NOS ARQUIVOS REAIS.
      *----------------------------------------------------------
       02 ENS-FUNCAO   PIC X(01).
       02 ENS-NOME     PIC X(40).
       02 ENS-ATIVO    PIC X(03).
       02 ENS-PREFIXO  PIC X(04).
       02 ENS-RETORNO  PIC X(01).
