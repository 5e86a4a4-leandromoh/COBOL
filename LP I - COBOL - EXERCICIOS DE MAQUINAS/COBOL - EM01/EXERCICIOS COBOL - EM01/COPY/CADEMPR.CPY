      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE EMPRESAS EMPRESAS.DAT: UM
      *    REGISTRO POR FILIAL, LIGANDO O CODIGO DA FILIAL USADO EM
      *    PARM-LOTE.DAT A EMPRESA (PESSOA JURIDICA) A QUE ELA
      *    PERTENCE - CODIGO DA EMPRESA, CNPJ (14 DIGITOS, SEM
      *    PONTUACAO), NOME CURTO (O QUE VAI NOS CABECALHOS DAS
      *    SAIDAS, NO LUGAR DO "FATEC-SP" FIXO) E RAZAO SOCIAL.
      *    FILIAIS DA MESMA EMPRESA REPETEM CODIGO, CNPJ E NOMES.
      *    CONSULTADO PELO SUBPROGRAMA EMPSRV.
      *----------------------------------------------------------
       02 EPR-FILIAL   PIC X(04).
       02 EPR-EMPRESA  PIC X(04).
       02 EPR-CNPJ     PIC X(14).
       02 EPR-NOME     PIC X(10).
       02 EPR-RAZAO    PIC X(30).
