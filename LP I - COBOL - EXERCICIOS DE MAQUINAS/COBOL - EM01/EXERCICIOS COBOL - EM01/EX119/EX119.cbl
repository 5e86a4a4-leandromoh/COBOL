       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX119.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  GERADOR DE RELATORIOS SOB ENCOMENDA SOBRE OS
      *          ARQUIVOS MESTRES. CADA LISTAGEM NOVA PEDIDA PELO RH
      *          OU PELO FINANCEIRO VIRAVA MAIS UM PROGRAMA COPIADO
      *          DE EX13 OU EXEMPLO08; AGORA ELA E DESCRITA EM
      *          PARM-EX119.DAT E ESTE PROGRAMA A PRODUZ. OS CAMPOS
      *          DE CADFUN, CADSAI, CADLIQ, CADCLI2, CADATU E
      *          CADSAI-HIST ESTAO DESCRITOS NO DICIONARIO DE DADOS
      *          DICIONARIO.DAT (NOME, INICIO, TAMANHO, TIPO,
      *          DECIMAIS E TITULO DA COLUNA - LAYOUT EM
      *          DICDADOS.CPY, QUE TAMBEM TRAZ O CONTEUDO PADRAO,
      *          GRAVADO NA PRIMEIRA EXECUCAO SE O ARQUIVO NAO
      *          EXISTE). UM ARQUIVO SEQUENCIAL NOVO ENTRA SO COM
      *          LINHAS NO DICIONARIO; INDEXADOS, SO CADFUN E CADSAI.
      *          A SOLICITACAO TEM UMA LINHA POR ITEM:
      *             - "R": ARQUIVO, "S" PARA GERAR TAMBEM O CSV,
      *               NOME CURTO DA SAIDA (PADRAO O DO ARQUIVO),
      *               NOME FISICO (PADRAO <ARQUIVO>.DAT) E TITULO;
      *             - "C": CAMPO IMPRESSO, NA ORDEM DAS LINHAS (ATE
      *               10, CABENDO EM 80 COLUNAS);
      *             - "S": SELECAO CAMPO, OPERADOR (EQ, NE, GT, GE,
      *               LT, LE) E VALOR - TODAS TEM DE SER ATENDIDAS;
      *             - "O": CAMPO DE CLASSIFICACAO, "A " OU "D " (ATE
      *               3);
      *             - "Q": CAMPO DE QUEBRA, QUE PASSA A SER A PRIMEIRA
      *               CHAVE DA CLASSIFICACAO SE NAO FOR.
      *          O RELATORIO EX119-<SAIDA>.DAT SAI PAGINADO, COM
      *          CABECALHO NO MOLDE DE EX13, SUBTOTAL A CADA QUEBRA E
      *          TOTAL GERAL (QUANTIDADE DE REGISTROS E SOMA DOS
      *          CAMPOS DE TIPO V), E E REGISTRADO NO CATALOGO; O
      *          CSV EX119-<SAIDA>.CSV TRAZ OS MESMOS DETALHES
      *          SEPARADOS POR ";". REGISTROS DE CABECALHO E TRAILER
      *          DOS SEQUENCIAIS SAO PULADOS PELO BYTE DE CONTROLE
      *          DO DICIONARIO. SOLICITACAO AUSENTE OU INVALIDA, OU
      *          ARQUIVO QUE NAO ABRE, TERMINAM COM RETURN-CODE 16;
      *          NENHUM REGISTRO SELECIONADO, 4. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-SOLICITACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SOLICITACAO.
       SELECT DICIONARIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DICIONARIO.
       SELECT CADFUN ASSIGN DYNAMIC WS-NOME-FISICO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-DADOS.
       SELECT CADSAI ASSIGN DYNAMIC WS-NOME-FISICO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-DADOS.
       SELECT ARQ-SEQ ASSIGN DYNAMIC WS-NOME-FISICO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DADOS.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN DYNAMIC WS-NOME-REL.
       SELECT ARQ-CSV ASSIGN DYNAMIC WS-NOME-CSV
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-SOLICITACAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX119.DAT".

       01 REG-SOLICITACAO.
              02 SOL-TIPO        PIC X(01).
              02 SOL-ARQUIVO     PIC X(12).
              02 SOL-CSV         PIC X(01).
              02 SOL-SAIDA       PIC X(10).
              02 SOL-NOME-FISICO PIC X(30).
              02 SOL-TITULO      PIC X(50).

       01 REG-SOLICITACAO-ITEM.
              02 SOI-TIPO     PIC X(01).
              02 SOI-CAMPO    PIC X(25).
              02 SOI-OPERADOR PIC X(02).
              02 SOI-VALOR    PIC X(30).

       FD DICIONARIO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DICIONARIO.DAT".

       01 REG-DICIONARIO.
              02 DIC-TIPO-REG PIC X(01).
              02 DIC-ARQUIVO  PIC X(12).
              02 DIC-CAMPO    PIC X(25).
              02 DIC-INICIO   PIC 9(03).
              02 DIC-TAMANHO  PIC 9(03).
              02 DIC-TIPO     PIC X(01).
              02 DIC-DECIMAIS PIC 9(01).
              02 DIC-TITULO   PIC X(12).

       01 REG-DICIONARIO-ARQ.
              02 DIA-TIPO-REG     PIC X(01).
              02 DIA-ARQUIVO      PIC X(12).
              02 DIA-ORGANIZACAO  PIC X(01).
              02 DIA-TAM-REGISTRO PIC 9(03).
              02 DIA-POS-CONTROLE PIC 9(03).
              02 DIA-IGNORA       PIC X(05).
              02 FILLER           PIC X(33).

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 FILLER    PIC X(67).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAI.
              02 CODIGO-SAI PIC 9(5).
              02 FILLER     PIC X(48).

       FD ARQ-SEQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SEQ PIC X(200).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-CHAVE-1   PIC X(30).
              02 TRAB-CHAVE-2   PIC X(30).
              02 TRAB-CHAVE-3   PIC X(30).
              02 TRAB-SEQ       PIC 9(07).
              02 TRAB-REGISTRO  PIC X(200).

       FD RELAT
          LABEL RECORD IS OMITTED.
       01 REG-REL PIC X(80).

       FD ARQ-CSV
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CSV PIC X(400).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ  PIC X(03) VALUE "NAO".
       77 CT-LIN   PIC 9(02) VALUE 25.
       77 CT-PAG   PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-SOLICITACAO PIC X(02).
       77 WS-STATUS-DICIONARIO PIC X(02).
       77 WS-STATUS-DADOS PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-ORGANIZACAO PIC X(01) VALUE SPACES.
       77 WS-POS-CONTROLE PIC 9(03) VALUE ZEROES.
       77 WS-IGNORA PIC X(05) VALUE SPACES.
       77 WS-GERA-CSV PIC X(03) VALUE "NAO".
       77 WS-SAIDA PIC X(12) VALUE SPACES.
       77 WS-TITULO PIC X(50) VALUE SPACES.
       77 WS-NOME-FISICO PIC X(030) VALUE SPACES.
       77 WS-NOME-REL PIC X(030) VALUE SPACES.
       77 WS-NOME-CSV PIC X(030) VALUE SPACES.
       77 WS-REGISTRO PIC X(200) VALUE SPACES.
       77 WS-CAMPO-BUSCA PIC X(25) VALUE SPACES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-IND-CMP PIC 9(02) VALUE ZEROES.
       77 WS-IND-COL PIC 9(02) VALUE ZEROES.
       77 WS-IND-SEL PIC 9(02) VALUE ZEROES.
       77 WS-IND-ORD PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-CAMPOS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-COLUNAS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-SELECOES PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-ORDENS PIC 9(02) VALUE ZEROES.
       77 WS-CAMPO-QUEBRA PIC X(25) VALUE SPACES.
       77 WS-CMP-QUEBRA PIC 9(02) VALUE ZEROES.
       77 WS-TEM-VALOR PIC X(03) VALUE "NAO".
       77 WS-SELECIONADO PIC X(03) VALUE "SIM".
       77 WS-POSICAO PIC 9(03) VALUE ZEROES.
       77 WS-LARGURA PIC 9(02) VALUE ZEROES.
       77 WS-TAM-TITULO PIC 9(02) VALUE ZEROES.
       77 WS-PONTEIRO PIC 9(03) VALUE ZEROES.
       77 WS-INICIO PIC 9(03) VALUE ZEROES.
       77 WS-TAMANHO PIC 9(03) VALUE ZEROES.
       77 WS-TEXTO PIC X(30) VALUE SPACES.
       77 WS-TAM-TEXTO PIC 9(02) VALUE ZEROES.
       77 WS-VALOR PIC S9(13)V99 VALUE ZEROES.
       77 WS-NUM-INTEIRO PIC 9(15) VALUE ZEROES.
       77 WS-NUMERICO PIC X(03) VALUE "SIM".
       77 WS-ED-INTEIRO PIC Z(14)9.
       77 WS-ED-VALOR PIC Z(8)9,99.
       77 WS-CHAVE PIC X(30) VALUE SPACES.
       77 WS-QUEBRA-ATUAL PIC X(30) VALUE SPACES.
       77 WS-QUEBRA-ANTERIOR PIC X(30) VALUE SPACES.
       77 WS-TEXTO-QUEBRA PIC X(30) VALUE SPACES.
       77 WS-PRIMEIRO PIC X(03) VALUE "SIM".
       77 WS-CT-LIDOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-IGNORADOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-SELECIONADOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-GRUPO PIC 9(07) VALUE ZEROES.
       77 WS-CT-GERAL PIC 9(07) VALUE ZEROES.
       77 WS-ED-QTDE PIC Z(6)9.
       77 WS-LINHA PIC X(80) VALUE SPACES.
       77 WS-LINHA-CSV PIC X(400) VALUE SPACES.
       77 WS-ALFABETO PIC X(37)
          VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-ALFABETO-INV PIC X(37)
          VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       01 TABELA-CAMPOS.
              02 WS-CMP OCCURS 60 TIMES.
                     03 WS-CMP-NOME     PIC X(25).
                     03 WS-CMP-INICIO   PIC 9(03).
                     03 WS-CMP-TAMANHO  PIC 9(03).
                     03 WS-CMP-TIPO     PIC X(01).
                     03 WS-CMP-DECIMAIS PIC 9(01).
                     03 WS-CMP-TITULO   PIC X(12).

       01 TABELA-COLUNAS.
              02 WS-COL OCCURS 10 TIMES.
                     03 WS-COL-NOME     PIC X(25).
                     03 WS-COL-CMP      PIC 9(02).
                     03 WS-COL-POSICAO  PIC 9(03).
                     03 WS-COL-LARGURA  PIC 9(02).
                     03 WS-COL-SUBTOTAL PIC 9(13)V99.
                     03 WS-COL-TOTAL    PIC 9(13)V99.

       01 TABELA-SELECOES.
              02 WS-SEL OCCURS 10 TIMES.
                     03 WS-SEL-NOME     PIC X(25).
                     03 WS-SEL-CMP      PIC 9(02).
                     03 WS-SEL-OPERADOR PIC X(02).
                     03 WS-SEL-VALOR    PIC X(30).
                     03 WS-SEL-NUMERO   PIC S9(13)V99.

       01 TABELA-ORDENS.
              02 WS-ORD OCCURS 3 TIMES.
                     03 WS-ORD-NOME     PIC X(25).
                     03 WS-ORD-CMP      PIC 9(02).
                     03 WS-ORD-SENTIDO  PIC X(01).

       COPY DICDADOS.

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(15) VALUE SPACES.
          02 TITULO-CAB PIC X(50).
          02 FILLER     PIC X(15) VALUE SPACES.

       01 CAB-03 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA119 SECTION.

       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
       MOVE WS-DATA-HORA (1:8) TO WS-HOJE.
       PERFORM LE-SOLICITACAO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-DICIONARIO
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM RESOLVE-SOLICITACAO
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              SORT TRAB
                   ASCENDING KEY TRAB-CHAVE-1
                   ASCENDING KEY TRAB-CHAVE-2
                   ASCENDING KEY TRAB-CHAVE-3
                   ASCENDING KEY TRAB-SEQ
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM REGISTRA-CATALOGO
              IF WS-CT-SELECIONADOS EQUAL ZEROES
                     DISPLAY "EX119 - NENHUM REGISTRO ATENDE A "
                             "SELECAO"
                     MOVE 4 TO WS-RETORNO
              END-IF
       END-IF.
       PERFORM RESUMO-FINAL.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       LE-SOLICITACAO SECTION.
              OPEN INPUT ARQ-SOLICITACAO.
              IF WS-STATUS-SOLICITACAO NOT EQUAL "00"
                     DISPLAY "EX119 - PARM-EX119.DAT OBRIGATORIO "
                             "AUSENTE - FILE STATUS "
                             WS-STATUS-SOLICITACAO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              ELSE
                     PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                            READ ARQ-SOLICITACAO
                                   AT END MOVE "SIM" TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-SOLICITACAO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-SOLICITACAO
                     MOVE "NAO" TO FIM-ARQ
                     IF WS-ARQUIVO EQUAL SPACES
                            DISPLAY "EX119 - SOLICITACAO SEM A LINHA "
                                    "R (ARQUIVO A LISTAR)"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     END-IF
                     IF WS-TOTAL-COLUNAS EQUAL ZEROES
                            DISPLAY "EX119 - SOLICITACAO SEM NENHUMA "
                                    "COLUNA (LINHA C)"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     END-IF
              END-IF.

       GUARDA-SOLICITACAO SECTION.
              IF SOL-TIPO EQUAL "R"
                     MOVE SOL-ARQUIVO TO WS-ARQUIVO
                     IF SOL-CSV EQUAL "S"
                            MOVE "SIM" TO WS-GERA-CSV
                     END-IF
                     MOVE SOL-SAIDA TO WS-SAIDA
                     MOVE SOL-NOME-FISICO TO WS-NOME-FISICO
                     MOVE SOL-TITULO TO WS-TITULO
              ELSE
              IF SOL-TIPO EQUAL "C"
                     IF WS-TOTAL-COLUNAS EQUAL 10
                            DISPLAY "EX119 - MAIS DE 10 COLUNAS - "
                                    "IGNORADA: " SOI-CAMPO
                     ELSE
                            ADD 1 TO WS-TOTAL-COLUNAS
                            MOVE SOI-CAMPO TO
                                 WS-COL-NOME (WS-TOTAL-COLUNAS)
                     END-IF
              ELSE
              IF SOL-TIPO EQUAL "S"
                     IF WS-TOTAL-SELECOES EQUAL 10
                            DISPLAY "EX119 - MAIS DE 10 SELECOES"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     ELSE
                            ADD 1 TO WS-TOTAL-SELECOES
                            MOVE SOI-CAMPO TO
                                 WS-SEL-NOME (WS-TOTAL-SELECOES)
                            MOVE SOI-OPERADOR TO
                                 WS-SEL-OPERADOR (WS-TOTAL-SELECOES)
                            MOVE SOI-VALOR TO
                                 WS-SEL-VALOR (WS-TOTAL-SELECOES)
                     END-IF
              ELSE
              IF SOL-TIPO EQUAL "O"
                     IF WS-TOTAL-ORDENS EQUAL 3
                            DISPLAY "EX119 - MAIS DE 3 CHAVES DE "
                                    "CLASSIFICACAO - IGNORADA: "
                                    SOI-CAMPO
                     ELSE
                            ADD 1 TO WS-TOTAL-ORDENS
                            MOVE SOI-CAMPO TO
                                 WS-ORD-NOME (WS-TOTAL-ORDENS)
                            MOVE SOI-OPERADOR (1:1) TO
                                 WS-ORD-SENTIDO (WS-TOTAL-ORDENS)
                     END-IF
              ELSE
              IF SOL-TIPO EQUAL "Q"
                     MOVE SOI-CAMPO TO WS-CAMPO-QUEBRA
              ELSE
              IF SOL-TIPO NOT EQUAL SPACES
                     DISPLAY "EX119 - LINHA DE SOLICITACAO DE TIPO "
                             "DESCONHECIDO: " SOL-TIPO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       CARREGA-DICIONARIO SECTION.
              OPEN INPUT DICIONARIO.
              IF WS-STATUS-DICIONARIO NOT EQUAL "00"
                     PERFORM CRIA-DICIONARIO
                     OPEN INPUT DICIONARIO
              END-IF.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                     READ DICIONARIO
                            AT END MOVE "SIM" TO FIM-ARQ
                            NOT AT END
                            IF DIC-ARQUIVO EQUAL WS-ARQUIVO
                                   PERFORM GUARDA-DICIONARIO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE DICIONARIO.
              MOVE "NAO" TO FIM-ARQ.
              IF WS-ORGANIZACAO EQUAL SPACES
                     DISPLAY "EX119 - ARQUIVO " WS-ARQUIVO
                             " NAO CONSTA DO DICIONARIO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              ELSE
              IF WS-ORGANIZACAO EQUAL "I"
                 AND WS-ARQUIVO NOT EQUAL "CADFUN"
                 AND WS-ARQUIVO NOT EQUAL "CADSAI"
                     DISPLAY "EX119 - ARQUIVO INDEXADO " WS-ARQUIVO
                             " NAO SUPORTADO (SO CADFUN E CADSAI)"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              END-IF
              END-IF.

       CRIA-DICIONARIO SECTION.
              DISPLAY "EX119 - DICIONARIO.DAT INEXISTENTE - GRAVANDO "
                      "O DICIONARIO PADRAO".
              OPEN OUTPUT DICIONARIO.
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 42
                     MOVE DIC-PADRAO (WS-IND) TO REG-DICIONARIO
                     WRITE REG-DICIONARIO
              END-PERFORM.
              CLOSE DICIONARIO.

       GUARDA-DICIONARIO SECTION.
              IF DIC-TIPO-REG EQUAL "A"
                     MOVE DIA-ORGANIZACAO TO WS-ORGANIZACAO
                     MOVE DIA-POS-CONTROLE TO WS-POS-CONTROLE
                     MOVE DIA-IGNORA TO WS-IGNORA
              ELSE
                     IF WS-TOTAL-CAMPOS EQUAL 60
                            DISPLAY "EX119 - TABELA DE CAMPOS CHEIA "
                                    "(60) - IGNORADO: " DIC-CAMPO
                     ELSE
                            ADD 1 TO WS-TOTAL-CAMPOS
                            MOVE DIC-CAMPO TO
                                 WS-CMP-NOME (WS-TOTAL-CAMPOS)
                            MOVE DIC-INICIO TO
                                 WS-CMP-INICIO (WS-TOTAL-CAMPOS)
                            MOVE DIC-TAMANHO TO
                                 WS-CMP-TAMANHO (WS-TOTAL-CAMPOS)
                            MOVE DIC-TIPO TO
                                 WS-CMP-TIPO (WS-TOTAL-CAMPOS)
                            MOVE DIC-DECIMAIS TO
                                 WS-CMP-DECIMAIS (WS-TOTAL-CAMPOS)
                            MOVE DIC-TITULO TO
                                 WS-CMP-TITULO (WS-TOTAL-CAMPOS)
                            IF DIC-TITULO EQUAL SPACES
                                   MOVE DIC-CAMPO TO
                                        WS-CMP-TITULO (WS-TOTAL-CAMPOS)
                            END-IF
                     END-IF
              END-IF.

       LOCALIZA-CAMPO SECTION.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CAMPOS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-CMP-NOME (WS-IND) EQUAL WS-CAMPO-BUSCA
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     DISPLAY "EX119 - CAMPO " WS-CAMPO-BUSCA
                             " NAO CONSTA DO DICIONARIO DE "
                             WS-ARQUIVO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              END-IF.

       RESOLVE-SOLICITACAO SECTION.
              IF WS-SAIDA EQUAL SPACES
                     MOVE WS-ARQUIVO TO WS-SAIDA
              END-IF.
              IF WS-NOME-FISICO EQUAL SPACES
                     STRING FUNCTION TRIM (WS-ARQUIVO)
                                           DELIMITED BY SIZE
                            ".DAT"         DELIMITED BY SIZE
                            INTO WS-NOME-FISICO
              END-IF.
              IF WS-TITULO EQUAL SPACES
                     STRING "LISTAGEM DE " DELIMITED BY SIZE
                            WS-ARQUIVO     DELIMITED BY SIZE
                            INTO WS-TITULO
              END-IF.
              STRING "EX119-"                 DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SAIDA) DELIMITED BY SIZE
                     ".DAT"                   DELIMITED BY SIZE
                     INTO WS-NOME-REL.
              STRING "EX119-"                 DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SAIDA) DELIMITED BY SIZE
                     ".CSV"                   DELIMITED BY SIZE
                     INTO WS-NOME-CSV.
              PERFORM RESOLVE-COLUNA
                      VARYING WS-IND-COL FROM 1 BY 1
                      UNTIL WS-IND-COL GREATER WS-TOTAL-COLUNAS.
              PERFORM RESOLVE-SELECAO
                      VARYING WS-IND-SEL FROM 1 BY 1
                      UNTIL WS-IND-SEL GREATER WS-TOTAL-SELECOES.
              PERFORM RESOLVE-ORDEM
                      VARYING WS-IND-ORD FROM 1 BY 1
                      UNTIL WS-IND-ORD GREATER WS-TOTAL-ORDENS.
              IF WS-CAMPO-QUEBRA NOT EQUAL SPACES
                     PERFORM RESOLVE-QUEBRA
              END-IF.

      *    A LARGURA DA COLUNA E A DO CAMPO EDITADO (VALOR COM
      *    12 POSICOES, DATA COM 10) OU A DO TITULO, A MAIOR; AS
      *    COLUNAS SAO SEPARADAS POR UM BRANCO E TEM DE CABER NAS
      *    80 POSICOES DA LINHA.
       RESOLVE-COLUNA SECTION.
              MOVE WS-COL-NOME (WS-IND-COL) TO WS-CAMPO-BUSCA.
              PERFORM LOCALIZA-CAMPO.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-ACHADO TO WS-COL-CMP (WS-IND-COL)
                     IF WS-CMP-TIPO (WS-ACHADO) EQUAL "V"
                            MOVE 12 TO WS-LARGURA
                            MOVE "SIM" TO WS-TEM-VALOR
                     ELSE
                     IF WS-CMP-TIPO (WS-ACHADO) EQUAL "D"
                            MOVE 10 TO WS-LARGURA
                     ELSE
                     IF WS-CMP-TAMANHO (WS-ACHADO) GREATER 30
                            MOVE 30 TO WS-LARGURA
                     ELSE
                            MOVE WS-CMP-TAMANHO (WS-ACHADO)
                                 TO WS-LARGURA
                     END-IF
                     END-IF
                     END-IF
                     COMPUTE WS-TAM-TITULO = FUNCTION LENGTH
                             (FUNCTION TRIM (WS-CMP-TITULO (WS-ACHADO)))
                     IF WS-TAM-TITULO GREATER WS-LARGURA
                            MOVE WS-TAM-TITULO TO WS-LARGURA
                     END-IF
                     IF WS-IND-COL EQUAL 1
                            MOVE 2 TO WS-POSICAO
                     ELSE
                            COMPUTE WS-POSICAO =
                                    WS-COL-POSICAO (WS-IND-COL - 1)
                                  + WS-COL-LARGURA (WS-IND-COL - 1) + 1
                     END-IF
                     MOVE WS-POSICAO TO WS-COL-POSICAO (WS-IND-COL)
                     MOVE WS-LARGURA TO WS-COL-LARGURA (WS-IND-COL)
                     MOVE ZEROES TO WS-COL-SUBTOTAL (WS-IND-COL)
                                    WS-COL-TOTAL (WS-IND-COL)
                     IF WS-POSICAO + WS-LARGURA - 1 GREATER 80
                            DISPLAY "EX119 - AS COLUNAS NAO CABEM EM "
                                    "80 POSICOES A PARTIR DE "
                                    WS-COL-NOME (WS-IND-COL)
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     ELSE
                            MOVE WS-CMP-TITULO (WS-ACHADO) TO
                                 CAB-03 (WS-POSICAO:WS-LARGURA)
                     END-IF
              END-IF.

       RESOLVE-SELECAO SECTION.
              MOVE WS-SEL-NOME (WS-IND-SEL) TO WS-CAMPO-BUSCA.
              PERFORM LOCALIZA-CAMPO.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-ACHADO TO WS-SEL-CMP (WS-IND-SEL)
                     IF WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "EQ"
                        AND WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "NE"
                        AND WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "GT"
                        AND WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "GE"
                        AND WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "LT"
                        AND WS-SEL-OPERADOR (WS-IND-SEL) NOT EQUAL "LE"
                            DISPLAY "EX119 - OPERADOR INVALIDO NA "
                                    "SELECAO DE " WS-CAMPO-BUSCA ": "
                                    WS-SEL-OPERADOR (WS-IND-SEL)
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     END-IF
                     IF WS-CMP-TIPO (WS-ACHADO) NOT EQUAL "A"
                            COMPUTE WS-SEL-NUMERO (WS-IND-SEL) =
                                    FUNCTION NUMVAL
                                    (WS-SEL-VALOR (WS-IND-SEL))
                     END-IF
              END-IF.

       RESOLVE-ORDEM SECTION.
              MOVE WS-ORD-NOME (WS-IND-ORD) TO WS-CAMPO-BUSCA.
              PERFORM LOCALIZA-CAMPO.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-ACHADO TO WS-ORD-CMP (WS-IND-ORD)
                     IF WS-ORD-SENTIDO (WS-IND-ORD) NOT EQUAL "D"
                            MOVE "A" TO WS-ORD-SENTIDO (WS-IND-ORD)
                     END-IF
              END-IF.

      *    A QUEBRA SO FAZ SENTIDO COM OS REGISTROS AGRUPADOS: SE O
      *    CAMPO NAO E A PRIMEIRA CHAVE, ELE ENTRA NA FRENTE DAS
      *    DEMAIS (EM ORDEM ASCENDENTE) E A ULTIMA SOBRA SE JA HAVIA
      *    TRES.
       RESOLVE-QUEBRA SECTION.
              MOVE WS-CAMPO-QUEBRA TO WS-CAMPO-BUSCA.
              PERFORM LOCALIZA-CAMPO.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-ACHADO TO WS-CMP-QUEBRA
                     IF WS-TOTAL-ORDENS EQUAL ZEROES
                        OR WS-ORD-CMP (1) NOT EQUAL WS-CMP-QUEBRA
                            IF WS-TOTAL-ORDENS EQUAL 3
                                   DISPLAY "EX119 - CHAVE "
                                           WS-ORD-NOME (3)
                                           " DESCARTADA PARA A QUEBRA"
                            ELSE
                                   ADD 1 TO WS-TOTAL-ORDENS
                            END-IF
                            PERFORM VARYING WS-IND-ORD
                                    FROM WS-TOTAL-ORDENS BY -1
                                    UNTIL WS-IND-ORD LESS 2
                                    MOVE WS-ORD (WS-IND-ORD - 1) TO
                                         WS-ORD (WS-IND-ORD)
                            END-PERFORM
                            MOVE WS-CAMPO-QUEBRA TO WS-ORD-NOME (1)
                            MOVE WS-CMP-QUEBRA TO WS-ORD-CMP (1)
                            MOVE "A" TO WS-ORD-SENTIDO (1)
                     END-IF
              END-IF.

       ROT-ENTRADA SECTION.
              PERFORM ABRE-DADOS.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FECHA-DADOS
              END-IF.

       ABRE-DADOS SECTION.
              IF WS-ARQUIVO EQUAL "CADFUN"
                     OPEN INPUT CADFUN
              ELSE
              IF WS-ARQUIVO EQUAL "CADSAI"
                     OPEN INPUT CADSAI
              ELSE
                     OPEN INPUT ARQ-SEQ
              END-IF
              END-IF.
              IF WS-STATUS-DADOS NOT EQUAL "00"
                     DISPLAY "EX119 - ERRO AO ABRIR " WS-NOME-FISICO
                             " - FILE STATUS " WS-STATUS-DADOS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              END-IF.

       FECHA-DADOS SECTION.
              IF WS-ARQUIVO EQUAL "CADFUN"
                     CLOSE CADFUN
              ELSE
              IF WS-ARQUIVO EQUAL "CADSAI"
                     CLOSE CADSAI
              ELSE
                     CLOSE ARQ-SEQ
              END-IF
              END-IF.

       LEITURA-ENTRADA SECTION.
              IF WS-ARQUIVO EQUAL "CADFUN"
                     READ CADFUN
                            AT END MOVE "SIM" TO FIM-ARQ
                            NOT AT END MOVE REG-ENT TO WS-REGISTRO
                     END-READ
              ELSE
              IF WS-ARQUIVO EQUAL "CADSAI"
                     READ CADSAI
                            AT END MOVE "SIM" TO FIM-ARQ
                            NOT AT END MOVE REG-SAI TO WS-REGISTRO
                     END-READ
              ELSE
                     READ ARQ-SEQ
                            AT END MOVE "SIM" TO FIM-ARQ
                            NOT AT END MOVE REG-SEQ TO WS-REGISTRO
                     END-READ
              END-IF
              END-IF.
              IF FIM-ARQ EQUAL "NAO"
                     ADD 1 TO WS-CT-LIDOS
              END-IF.

       PRINCIPAL-ENTRADA SECTION.
              IF WS-POS-CONTROLE GREATER ZEROES
                 AND WS-IGNORA NOT EQUAL SPACES
                 AND WS-REGISTRO (WS-POS-CONTROLE:1) NOT EQUAL SPACE
                 AND (WS-REGISTRO (WS-POS-CONTROLE:1) EQUAL
                      WS-IGNORA (1:1)
                   OR WS-REGISTRO (WS-POS-CONTROLE:1) EQUAL
                      WS-IGNORA (2:1)
                   OR WS-REGISTRO (WS-POS-CONTROLE:1) EQUAL
                      WS-IGNORA (3:1)
                   OR WS-REGISTRO (WS-POS-CONTROLE:1) EQUAL
                      WS-IGNORA (4:1)
                   OR WS-REGISTRO (WS-POS-CONTROLE:1) EQUAL
                      WS-IGNORA (5:1))
                     ADD 1 TO WS-CT-IGNORADOS
              ELSE
                     MOVE "SIM" TO WS-SELECIONADO
                     PERFORM CONFERE-SELECAO
                             VARYING WS-IND-SEL FROM 1 BY 1
                             UNTIL WS-IND-SEL GREATER WS-TOTAL-SELECOES
                             OR WS-SELECIONADO EQUAL "NAO"
                     IF WS-SELECIONADO EQUAL "SIM"
                            PERFORM LIBERA-REGISTRO
                     END-IF
              END-IF.
              PERFORM LEITURA-ENTRADA.

       CONFERE-SELECAO SECTION.
              MOVE WS-SEL-CMP (WS-IND-SEL) TO WS-IND-CMP.
              MOVE WS-CMP-INICIO (WS-IND-CMP) TO WS-INICIO.
              MOVE WS-CMP-TAMANHO (WS-IND-CMP) TO WS-TAMANHO.
              IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "A"
                     MOVE SPACES TO WS-TEXTO
                     MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO WS-TEXTO
                     EVALUATE WS-SEL-OPERADOR (WS-IND-SEL)
                        WHEN "EQ"
                             IF WS-TEXTO NOT EQUAL
                                WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "NE"
                             IF WS-TEXTO EQUAL WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "GT"
                             IF WS-TEXTO NOT GREATER
                                WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "GE"
                             IF WS-TEXTO LESS WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "LT"
                             IF WS-TEXTO NOT LESS
                                WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "LE"
                             IF WS-TEXTO GREATER
                                WS-SEL-VALOR (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                     END-EVALUATE
              ELSE
                     PERFORM OBTEM-VALOR
                     IF WS-NUMERICO EQUAL "NAO"
                            MOVE "NAO" TO WS-SELECIONADO
                     ELSE
                     EVALUATE WS-SEL-OPERADOR (WS-IND-SEL)
                        WHEN "EQ"
                             IF WS-VALOR NOT EQUAL
                                WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "NE"
                             IF WS-VALOR EQUAL
                                WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "GT"
                             IF WS-VALOR NOT GREATER
                                WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "GE"
                             IF WS-VALOR LESS WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "LT"
                             IF WS-VALOR NOT LESS
                                WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                        WHEN "LE"
                             IF WS-VALOR GREATER
                                WS-SEL-NUMERO (WS-IND-SEL)
                                    MOVE "NAO" TO WS-SELECIONADO
                             END-IF
                     END-EVALUATE
                     END-IF
              END-IF.

      *    VALOR NUMERICO DO CAMPO WS-IND-CMP DO REGISTRO, JA COM AS
      *    DECIMAIS DO DICIONARIO.
       OBTEM-VALOR SECTION.
              MOVE WS-CMP-INICIO (WS-IND-CMP) TO WS-INICIO.
              MOVE WS-CMP-TAMANHO (WS-IND-CMP) TO WS-TAMANHO.
              MOVE ZEROES TO WS-VALOR.
              IF WS-REGISTRO (WS-INICIO:WS-TAMANHO) NUMERIC
                     MOVE "SIM" TO WS-NUMERICO
                     MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO
                          WS-NUM-INTEIRO
                     COMPUTE WS-VALOR = WS-NUM-INTEIRO
                           / 10 ** WS-CMP-DECIMAIS (WS-IND-CMP)
              ELSE
                     MOVE "NAO" TO WS-NUMERICO
              END-IF.

      *    AS CHAVES DESCENDENTES SAO GRAVADAS COM OS CARACTERES
      *    INVERTIDOS, PARA UM SO SORT ASCENDENTE ATENDER AOS DOIS
      *    SENTIDOS.
       LIBERA-REGISTRO SECTION.
              ADD 1 TO WS-CT-SELECIONADOS.
              MOVE SPACES TO TRAB-CHAVE-1 TRAB-CHAVE-2 TRAB-CHAVE-3.
              PERFORM VARYING WS-IND-ORD FROM 1 BY 1
                      UNTIL WS-IND-ORD GREATER WS-TOTAL-ORDENS
                      MOVE WS-ORD-CMP (WS-IND-ORD) TO WS-IND-CMP
                      MOVE WS-CMP-INICIO (WS-IND-CMP) TO WS-INICIO
                      MOVE WS-CMP-TAMANHO (WS-IND-CMP) TO WS-TAMANHO
                      IF WS-TAMANHO GREATER 30
                             MOVE 30 TO WS-TAMANHO
                      END-IF
                      MOVE SPACES TO WS-CHAVE
                      MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO
                           WS-CHAVE
                      IF WS-ORD-SENTIDO (WS-IND-ORD) EQUAL "D"
                             INSPECT WS-CHAVE CONVERTING WS-ALFABETO
                                     TO WS-ALFABETO-INV
                      END-IF
                      EVALUATE WS-IND-ORD
                         WHEN 1 MOVE WS-CHAVE TO TRAB-CHAVE-1
                         WHEN 2 MOVE WS-CHAVE TO TRAB-CHAVE-2
                         WHEN 3 MOVE WS-CHAVE TO TRAB-CHAVE-3
                      END-EVALUATE
              END-PERFORM.
              MOVE WS-CT-SELECIONADOS TO TRAB-SEQ.
              MOVE WS-REGISTRO TO TRAB-REGISTRO.
              RELEASE REG-TRAB.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     MOVE WS-TITULO TO TITULO-CAB
                     OPEN OUTPUT RELAT
                     IF WS-GERA-CSV EQUAL "SIM"
                            OPEN OUTPUT ARQ-CSV
                            PERFORM GRAVA-CABECALHO-CSV
                     END-IF
                     PERFORM CABECALHO-SAIDA
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     IF WS-CMP-QUEBRA GREATER ZEROES
                        AND WS-PRIMEIRO EQUAL "NAO"
                            PERFORM IMPRIME-SUBTOTAL
                     END-IF
                     PERFORM IMPRIME-TOTAL-GERAL
                     CLOSE RELAT
                     IF WS-GERA-CSV EQUAL "SIM"
                            CLOSE ARQ-CSV
                     END-IF
              END-IF.

       ESVAZIA-TRAB SECTION.
              RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

       LE-SAIDA SECTION.
              RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              MOVE TRAB-REGISTRO TO WS-REGISTRO.
              IF WS-CMP-QUEBRA GREATER ZEROES
                     MOVE WS-CMP-QUEBRA TO WS-IND-CMP
                     MOVE WS-CMP-INICIO (WS-IND-CMP) TO WS-INICIO
                     MOVE WS-CMP-TAMANHO (WS-IND-CMP) TO WS-TAMANHO
                     IF WS-TAMANHO GREATER 30
                            MOVE 30 TO WS-TAMANHO
                     END-IF
                     MOVE SPACES TO WS-QUEBRA-ATUAL
                     MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO
                          WS-QUEBRA-ATUAL
                     IF WS-PRIMEIRO EQUAL "NAO"
                        AND WS-QUEBRA-ATUAL NOT EQUAL
                            WS-QUEBRA-ANTERIOR
                            PERFORM IMPRIME-SUBTOTAL
                     END-IF
                     IF WS-PRIMEIRO EQUAL "SIM"
                        OR WS-QUEBRA-ATUAL NOT EQUAL
                           WS-QUEBRA-ANTERIOR
                            MOVE WS-CMP-QUEBRA TO WS-IND-CMP
                            PERFORM FORMATA-CAMPO
                            MOVE WS-TEXTO TO WS-TEXTO-QUEBRA
                            MOVE WS-QUEBRA-ATUAL TO WS-QUEBRA-ANTERIOR
                     END-IF
              END-IF.
              MOVE "NAO" TO WS-PRIMEIRO.
              PERFORM IMPRIME-DETALHE.
              PERFORM LE-SAIDA.

       IMPRIME-DETALHE SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE SPACES TO WS-LINHA WS-LINHA-CSV.
              MOVE 1 TO WS-PONTEIRO.
              PERFORM VARYING WS-IND-COL FROM 1 BY 1
                      UNTIL WS-IND-COL GREATER WS-TOTAL-COLUNAS
                      MOVE WS-COL-CMP (WS-IND-COL) TO WS-IND-CMP
                      PERFORM FORMATA-CAMPO
                      PERFORM POSICIONA-TEXTO
                      IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "V"
                             PERFORM OBTEM-VALOR
                             ADD WS-VALOR TO
                                 WS-COL-SUBTOTAL (WS-IND-COL)
                                 WS-COL-TOTAL (WS-IND-COL)
                      END-IF
                      IF WS-GERA-CSV EQUAL "SIM"
                             PERFORM ACRESCENTA-CSV
                      END-IF
              END-PERFORM.
              WRITE REG-REL FROM WS-LINHA AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-GRUPO WS-CT-GERAL.
              IF WS-GERA-CSV EQUAL "SIM"
                     WRITE REG-CSV FROM WS-LINHA-CSV
              END-IF.

      *    TEXTO EDITADO DO CAMPO WS-IND-CMP EM WS-TEXTO, COM O SEU
      *    TAMANHO EM WS-TAM-TEXTO.
       FORMATA-CAMPO SECTION.
              MOVE WS-CMP-INICIO (WS-IND-CMP) TO WS-INICIO.
              MOVE WS-CMP-TAMANHO (WS-IND-CMP) TO WS-TAMANHO.
              MOVE SPACES TO WS-TEXTO.
              IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "V"
                     PERFORM OBTEM-VALOR
                     MOVE WS-VALOR TO WS-ED-VALOR
                     MOVE WS-ED-VALOR TO WS-TEXTO
                     MOVE 12 TO WS-TAM-TEXTO
              ELSE
              IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "N"
                 AND WS-REGISTRO (WS-INICIO:WS-TAMANHO) NUMERIC
                 AND WS-TAMANHO NOT GREATER 15
                     MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO
                          WS-NUM-INTEIRO
                     MOVE WS-NUM-INTEIRO TO WS-ED-INTEIRO
                     MOVE WS-ED-INTEIRO (16 - WS-TAMANHO:WS-TAMANHO)
                          TO WS-TEXTO
                     MOVE WS-TAMANHO TO WS-TAM-TEXTO
              ELSE
              IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "D"
                 AND WS-REGISTRO (WS-INICIO:8) NUMERIC
                     STRING WS-REGISTRO (WS-INICIO + 6:2)
                                                 DELIMITED BY SIZE
                            "/"                  DELIMITED BY SIZE
                            WS-REGISTRO (WS-INICIO + 4:2)
                                                 DELIMITED BY SIZE
                            "/"                  DELIMITED BY SIZE
                            WS-REGISTRO (WS-INICIO:4)
                                                 DELIMITED BY SIZE
                            INTO WS-TEXTO
                     MOVE 10 TO WS-TAM-TEXTO
              ELSE
                     IF WS-TAMANHO GREATER 30
                            MOVE 30 TO WS-TAMANHO
                     END-IF
                     MOVE WS-REGISTRO (WS-INICIO:WS-TAMANHO) TO WS-TEXTO
                     MOVE WS-TAMANHO TO WS-TAM-TEXTO
              END-IF
              END-IF
              END-IF.

      *    NUMEROS E VALORES ALINHADOS A DIREITA DA COLUNA, O RESTO
      *    A ESQUERDA.
       POSICIONA-TEXTO SECTION.
              MOVE WS-COL-POSICAO (WS-IND-COL) TO WS-POSICAO.
              MOVE WS-COL-LARGURA (WS-IND-COL) TO WS-LARGURA.
              IF WS-TAM-TEXTO GREATER WS-LARGURA
                     MOVE WS-LARGURA TO WS-TAM-TEXTO
              END-IF.
              IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "V"
                 OR WS-CMP-TIPO (WS-IND-CMP) EQUAL "N"
                     COMPUTE WS-POSICAO = WS-POSICAO + WS-LARGURA
                                        - WS-TAM-TEXTO
              END-IF.
              MOVE WS-TEXTO (1:WS-TAM-TEXTO) TO
                   WS-LINHA (WS-POSICAO:WS-TAM-TEXTO).

       ACRESCENTA-CSV SECTION.
              IF WS-IND-COL GREATER 1
                     STRING ";" DELIMITED BY SIZE
                            INTO WS-LINHA-CSV
                            WITH POINTER WS-PONTEIRO
              END-IF.
              IF WS-TEXTO NOT EQUAL SPACES
                     STRING FUNCTION TRIM (WS-TEXTO (1:WS-TAM-TEXTO))
                                    DELIMITED BY SIZE
                            INTO WS-LINHA-CSV
                            WITH POINTER WS-PONTEIRO
              END-IF.

       GRAVA-CABECALHO-CSV SECTION.
              MOVE SPACES TO WS-LINHA-CSV.
              MOVE 1 TO WS-PONTEIRO.
              PERFORM VARYING WS-IND-COL FROM 1 BY 1
                      UNTIL WS-IND-COL GREATER WS-TOTAL-COLUNAS
                      IF WS-IND-COL GREATER 1
                             STRING ";" DELIMITED BY SIZE
                                    INTO WS-LINHA-CSV
                                    WITH POINTER WS-PONTEIRO
                      END-IF
                      STRING FUNCTION TRIM (WS-COL-NOME (WS-IND-COL))
                                    DELIMITED BY SIZE
                             INTO WS-LINHA-CSV
                             WITH POINTER WS-PONTEIRO
              END-PERFORM.
              WRITE REG-CSV FROM WS-LINHA-CSV.

       IMPRIME-SUBTOTAL SECTION.
              IF CT-LIN GREATER THAN 21
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE SPACES TO WS-LINHA.
              MOVE WS-CT-GRUPO TO WS-ED-QTDE.
              STRING "SUBTOTAL "                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CMP-TITULO (WS-CMP-QUEBRA))
                                                DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-TEXTO-QUEBRA)
                                                DELIMITED BY SIZE
                     " - REGISTROS: "           DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ED-QTDE) DELIMITED BY SIZE
                     INTO WS-LINHA (2:79).
              WRITE REG-REL FROM WS-LINHA AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.
              IF WS-TEM-VALOR EQUAL "SIM"
                     MOVE SPACES TO WS-LINHA
                     PERFORM VARYING WS-IND-COL FROM 1 BY 1
                             UNTIL WS-IND-COL GREATER WS-TOTAL-COLUNAS
                             MOVE WS-COL-CMP (WS-IND-COL) TO WS-IND-CMP
                             IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "V"
                                    MOVE WS-COL-SUBTOTAL (WS-IND-COL)
                                         TO WS-VALOR
                                    PERFORM POSICIONA-TOTAL
                             END-IF
                             MOVE ZEROES TO
                                  WS-COL-SUBTOTAL (WS-IND-COL)
                     END-PERFORM
                     WRITE REG-REL FROM WS-LINHA
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.
              MOVE SPACES TO WS-LINHA.
              WRITE REG-REL FROM WS-LINHA AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE ZEROES TO WS-CT-GRUPO.

       IMPRIME-TOTAL-GERAL SECTION.
              IF CT-LIN GREATER THAN 21
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE SPACES TO WS-LINHA.
              MOVE WS-CT-GERAL TO WS-ED-QTDE.
              STRING "TOTAL GERAL - REGISTROS: " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ED-QTDE)  DELIMITED BY SIZE
                     INTO WS-LINHA (2:79).
              WRITE REG-REL FROM WS-LINHA AFTER ADVANCING 2 LINES.
              IF WS-TEM-VALOR EQUAL "SIM"
                     MOVE SPACES TO WS-LINHA
                     PERFORM VARYING WS-IND-COL FROM 1 BY 1
                             UNTIL WS-IND-COL GREATER WS-TOTAL-COLUNAS
                             MOVE WS-COL-CMP (WS-IND-COL) TO WS-IND-CMP
                             IF WS-CMP-TIPO (WS-IND-CMP) EQUAL "V"
                                    MOVE WS-COL-TOTAL (WS-IND-COL)
                                         TO WS-VALOR
                                    PERFORM POSICIONA-TOTAL
                             END-IF
                     END-PERFORM
                     WRITE REG-REL FROM WS-LINHA
                           AFTER ADVANCING 1 LINE
              END-IF.

       POSICIONA-TOTAL SECTION.
              MOVE WS-VALOR TO WS-ED-VALOR.
              MOVE WS-ED-VALOR TO WS-TEXTO.
              MOVE 12 TO WS-TAM-TEXTO.
              PERFORM POSICIONA-TEXTO.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE WS-TITULO TO CAT-NOME.
              MOVE "EX119" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-HOJE TO CAT-DATA.
              MOVE WS-DATA-HORA TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE WS-NOME-REL TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL SECTION.
              DISPLAY "EX119 - RELATORIO SOB ENCOMENDA DE " WS-ARQUIVO.
              DISPLAY "REGISTROS LIDOS        : " WS-CT-LIDOS.
              DISPLAY "CABECALHOS/TRAILERS    : " WS-CT-IGNORADOS.
              DISPLAY "REGISTROS SELECIONADOS : " WS-CT-SELECIONADOS.
              IF WS-ABORTAR EQUAL "NAO"
                     DISPLAY "RELATORIO EM " WS-NOME-REL
                     IF WS-GERA-CSV EQUAL "SIM"
                            DISPLAY "CSV EM " WS-NOME-CSV
                     END-IF
              END-IF.
