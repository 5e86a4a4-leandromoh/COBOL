      *    FILIAIS NO MESMO DIA SEM RECOMPILAR OU RENOMEAR ARQUIVO
      *    NENHUM NA MAO. SE PARM-LOTE.DAT ESTIVER AUSENTE, OS
      *    PROGRAMAS CONTINUAM USANDO OS NOMES FIXOS DE SEMPRE.
      *    PARM-LOTE-ENSAIO E O PREFIXO DO ENSAIO GERAL DA CADEIA,
      *    GRAVADO SO POR EX10 NO MODO ENSAIO E LIDO PELO
      *    SUBPROGRAMA ENSSRV; EM BRANCO NA NOITE REAL.
      *----------------------------------------------------------
       02 PARM-LOTE-FILIAL  PIC X(04).
       02 PARM-LOTE-DATA    PIC X(08).
       02 PARM-LOTE-ENSAIO  PIC X(04).
