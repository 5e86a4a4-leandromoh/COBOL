      *----------------------------------------------------------
      *    DICIONARIO DE DADOS PADRAO DOS ARQUIVOS MESTRES, GRAVADO
      *    EM DICIONARIO.DAT QUANDO ELE AINDA NAO EXISTE. LINHA "A"
      *    = ARQUIVO (ORGANIZACAO I = INDEXADO OU S = SEQUENCIAL,
      *    TAMANHO DO REGISTRO, POSICAO DO BYTE DE CONTROLE E OS
      *    VALORES DELE QUE MARCAM CABECALHO/TRAILER A IGNORAR);
      *    LINHA "C" = CAMPO (NOME, INICIO, TAMANHO, TIPO A =
      *    ALFANUMERICO, N = NUMERICO, V = VALOR SOMADO NOS TOTAIS,
      *    D = DATA AAAAMMDD; DECIMAIS E TITULO DA COLUNA).
      *----------------------------------------------------------
       01 TABELA-DICIONARIO-PADRAO.
              02 FILLER PIC X(58) VALUE
           "ACADFUN      I072000                                      ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      CODIGO                   001005N0MATRIC      ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      NOME                     006020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      SALARIO-BRUTO            026009V2SAL.BRUTO   ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      DEPTO                    035004A0DEPTO       ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      CARGO                    039015A0CARGO       ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      DATA-ADMISSAO            054008D0ADMISSAO    ".
              02 FILLER PIC X(58) VALUE
           "CCADFUN      CPF                      062011N0CPF         ".
              02 FILLER PIC X(58) VALUE
           "ACADSAI      I053000                                      ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI      CODIGO-SAI               001005N0MATRIC      ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI      NOME-SAI                 006020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI      SALARIO-REAJUSTADO       026009V2SAL.REAJUST ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI      DEPTO-SAI                035004A0DEPTO       ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI      CARGO-SAI                039015A0CARGO       ".
              02 FILLER PIC X(58) VALUE
           "ACADLIQ      S062001H                                     ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      CODIGO-LIQ               001005N0MATRIC      ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      NOME-LIQ                 006020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      BRUTO-LIQ                026009V2BRUTO       ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      INSS-LIQ                 035009V2INSS        ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      IRRF-LIQ                 044009V2IRRF        ".
              02 FILLER PIC X(58) VALUE
           "CCADLIQ      LIQUIDO-LIQ              053009V2LIQUIDO     ".
              02 FILLER PIC X(58) VALUE
           "ACADCLI2     S041001HT                                    ".
              02 FILLER PIC X(58) VALUE
           "CCADCLI2     TIPO-SAI                 001001A0T           ".
              02 FILLER PIC X(58) VALUE
           "CCADCLI2     NOME-SAI                 002020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADCLI2     COD-SAI                  022005N0CODIGO      ".
              02 FILLER PIC X(58) VALUE
           "CCADCLI2     TIPO-DOC-SAI             027001A0D           ".
              02 FILLER PIC X(58) VALUE
           "CCADCLI2     DOC-SAI                  028014A0DOCUMENTO   ".
              02 FILLER PIC X(58) VALUE
           "ACADATU      S039001H                                     ".
              02 FILLER PIC X(58) VALUE
           "CCADATU      NUMERO-SAI               001005N0NUMERO      ".
              02 FILLER PIC X(58) VALUE
           "CCADATU      NOME-SAI                 006020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADATU      DATA-NASCIMENTO-SAI      026008A0NASCIMENTO  ".
              02 FILLER PIC X(58) VALUE
           "CCADATU      IDADE-SAI                034003N0IDADE       ".
              02 FILLER PIC X(58) VALUE
           "CCADATU      TURMA-SAI                037003A0TURMA       ".
              02 FILLER PIC X(58) VALUE
           "ACADSAI-HIST S086001H                                     ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST CODIGO-HIST              001005N0MATRIC      ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST NOME-HIST                006020A0NOME        ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST SALARIO-REAJUSTADO-HIST  026009V2SALARIO     ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST CICLO-HIST               035008D0CICLO       ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST OPERADOR-HIST            043010A0OPERADOR    ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST AUTORIZACAO-HIST         053015A0AUTORIZACAO ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST DEPTO-HIST               068004A0DEPTO       ".
              02 FILLER PIC X(58) VALUE
           "CCADSAI-HIST CARGO-HIST               072015A0CARGO       ".

       01 TABELA-DICIONARIO-RED REDEFINES TABELA-DICIONARIO-PADRAO.
              02 DIC-PADRAO OCCURS 42 TIMES PIC X(58).
