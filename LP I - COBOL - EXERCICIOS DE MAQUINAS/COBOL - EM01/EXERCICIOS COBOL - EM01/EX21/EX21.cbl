      *          O TOTAL DE CARTAS EMITIDAS E DE EXCECOES. TERMINA
      *          COM GOBACK PARA PODER SER AGENDADO COMO PASSO DA
      *          CADEIA DE EX10.
      *          PARA A PRE-TRIAGEM DOS CORREIOS O CEP E CONFERIDO
      *          CONTRA A TABELA DE FAIXAS DE CEP POR UF (30 FAIXAS,
      *          FILLER+REDEFINES); CEP FORA DAS FAIXAS DA UF DO
      *          ENDERECO NAO GANHA CARTA E VAI PARA A LISTA DE
      *          EXCECOES COM O MOTIVO. ENDERECO MARCADO COMO
      *          DEVOLVIDO EM CADEND (MOVIMENTO "R" DE EX55) TAMBEM VAI
      *          PARA A LISTA ATE SER CORRIGIDO. NA MESMA ORDEM DE CEP
      *          SAEM AS ETIQUETAS DE ENDERECAMENTO EM
      *          EX21-ETIQUETAS.DAT E O MANIFESTO DE MALOTES
      *          EX21-MANIFESTO.DAT - UM MALOTE POR FAIXA DE
      *          DISTRIBUICAO, COM A QUANTIDADE DE CARTAS E O
      *          PRIMEIRO E O ULTIMO CEP. OS TRES ARQUIVOS SAO
      *          REGISTRADOS NO CATALOGO DE RELATORIOS.

       ENVIRONMENT DIVISION.

       SELECT CARTAS ASSIGN TO DISK.
       SELECT SEM-ENDERECO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ETIQUETAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MANIFESTO ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.
              02 END-CIDADE     PIC X(20).
              02 END-UF         PIC X(02).
              02 END-CEP        PIC 9(08).
              02 END-SITUACAO   PIC X(01).
              02 END-DATA-DEVOL PIC 9(08).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-LOGRADOURO PIC X(30).
              02 TRAB-CIDADE     PIC X(20).
              02 TRAB-UF         PIC X(02).
              02 TRAB-FAIXA      PIC 9(02).

       FD CARTAS
          LABEL RECORD IS OMITTED
       01 REG-SEM-END.
              02 SE-CODIGO PIC 9(05).
              02 SE-NOME   PIC X(20).
              02 SE-MOTIVO PIC X(20).

       FD ETIQUETAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX21-ETIQUETAS.DAT".

       01 REG-ETIQUETA PIC X(40).

       FD MANIFESTO
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX21-MANIFESTO.DAT".
       01 REG-MANIFESTO PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
       77 WS-DATA-EXTENSO PIC X(030) VALUE SPACES.
       77 WS-SALARIO-ED PIC Z.ZZZ.ZZ9,99.
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-MOTIVO-EXC PIC X(20) VALUE SPACES.
       77 WS-IND-FAIXA PIC 9(02) VALUE ZEROES.
       77 WS-FAIXA-ACHADA PIC 9(02) VALUE ZEROES.
       77 WS-FAIXA-ATUAL PIC 9(02) VALUE ZEROES.
       77 WS-CT-MALOTES PIC 9(03) VALUE ZEROES.
       77 WS-CT-MALOTE PIC 9(05) VALUE ZEROES.
       77 WS-CT-CEP-FORA PIC 9(05) VALUE ZEROES.
       77 WS-CT-DEVOLVIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CEP-PRIMEIRO PIC 9(08) VALUE ZEROES.
       77 WS-CEP-ULTIMO PIC 9(08) VALUE ZEROES.

       01 WS-CEP-NUM PIC 9(08) VALUE ZEROES.
       01 WS-CEP-PARTES REDEFINES WS-CEP-NUM.
              02 WS-CEP-PREFIXO PIC 9(05).
              02 WS-CEP-SUFIXO  PIC 9(03).

       01 WS-CEP-ED.
              02 WS-CEP-ED-PREFIXO PIC 9(05).
              02 FILLER            PIC X(01) VALUE "-".
              02 WS-CEP-ED-SUFIXO  PIC 9(03).
       01 TABELA-FAIXAS-CEP.
              02 FILLER PIC X(12) VALUE "SP0100019999".
              02 FILLER PIC X(12) VALUE "RJ2000028999".
              02 FILLER PIC X(12) VALUE "ES2900029999".
              02 FILLER PIC X(12) VALUE "MG3000039999".
              02 FILLER PIC X(12) VALUE "BA4000048999".
              02 FILLER PIC X(12) VALUE "SE4900049999".
              02 FILLER PIC X(12) VALUE "PE5000056999".
              02 FILLER PIC X(12) VALUE "AL5700057999".
              02 FILLER PIC X(12) VALUE "PB5800058999".
              02 FILLER PIC X(12) VALUE "RN5900059999".
              02 FILLER PIC X(12) VALUE "CE6000063999".
              02 FILLER PIC X(12) VALUE "PI6400064999".
              02 FILLER PIC X(12) VALUE "MA6500065999".
              02 FILLER PIC X(12) VALUE "PA6600068899".
              02 FILLER PIC X(12) VALUE "AP6890068999".
              02 FILLER PIC X(12) VALUE "AM6900069299".
              02 FILLER PIC X(12) VALUE "RR6930069399".
              02 FILLER PIC X(12) VALUE "AM6940069899".
              02 FILLER PIC X(12) VALUE "AC6990069999".
              02 FILLER PIC X(12) VALUE "DF7000072799".
              02 FILLER PIC X(12) VALUE "GO7280072999".
              02 FILLER PIC X(12) VALUE "DF7300073699".
              02 FILLER PIC X(12) VALUE "GO7370076799".
              02 FILLER PIC X(12) VALUE "RO7680076999".
              02 FILLER PIC X(12) VALUE "TO7700077999".
              02 FILLER PIC X(12) VALUE "MT7800078899".
              02 FILLER PIC X(12) VALUE "MS7900079999".
              02 FILLER PIC X(12) VALUE "PR8000087999".
              02 FILLER PIC X(12) VALUE "SC8800089999".
              02 FILLER PIC X(12) VALUE "RS9000099999".

       01 TABELA-FAIXAS-CEP-RED REDEFINES TABELA-FAIXAS-CEP.
              02 FAIXA-CEP OCCURS 30 TIMES.
                     03 FAIXA-UF     PIC X(02).
                     03 FAIXA-INICIO PIC 9(05).
                     03 FAIXA-FIM    PIC 9(05).

       01 TABELA-MES.
           02      DEF-MES.
             VALUE "DEPARTAMENTO DE PESSOAL".
          02 FILLER PIC X(45) VALUE SPACES.

       01 LINHA-ETQ-NOME.
          02 ETQ-NOME   PIC X(20).
          02 FILLER     PIC X(03) VALUE " - ".
          02 ETQ-CODIGO PIC 9(05).
          02 FILLER     PIC X(12) VALUE SPACES.

       01 LINHA-ETQ-CIDADE.
          02 ETQ-CIDADE PIC X(20).
          02 FILLER     PIC X(03) VALUE " - ".
          02 ETQ-UF     PIC X(02).
          02 FILLER     PIC X(15) VALUE SPACES.

       01 LINHA-ETQ-CEP.
          02 FILLER     PIC X(04) VALUE "CEP ".
          02 ETQ-CEP    PIC X(09).
          02 FILLER     PIC X(27) VALUE SPACES.

       01 LINHA-MAN-TITULO.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(40)
             VALUE "MANIFESTO DE MALOTES - CARTAS POR CEP".
          02 FILLER PIC X(20) VALUE SPACES.

       01 LINHA-MAN-DATA.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "EMISSAO ".
          02 MAN-DATA PIC X(30).
          02 FILLER PIC X(22) VALUE SPACES.

       01 LINHA-MAN-CABEC.
          02 FILLER PIC X(40)
             VALUE "MALOTE UF  FAIXA DE CEP           CARTAS".
          02 FILLER PIC X(40)
             VALUE "    PRIMEIRO      ULTIMO".

       01 LINHA-MAN-DETALHE.
          02 MAN-MALOTE   PIC ZZ9.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 MAN-UF       PIC X(02).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 MAN-INICIO   PIC 99999.
          02 FILLER       PIC X(07) VALUE "-000 A ".
          02 MAN-FIM      PIC 99999.
          02 FILLER       PIC X(06) VALUE "-999  ".
          02 MAN-QTDE     PIC ZZ.ZZ9.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 MAN-PRIMEIRO PIC X(09).
          02 FILLER       PIC X(05) VALUE SPACES.
          02 MAN-ULTIMO   PIC X(09).
          02 FILLER       PIC X(13) VALUE SPACES.

       01 LINHA-MAN-TOTAL.
          02 FILLER PIC X(14) VALUE "TOTAL MALOTES ".
          02 MAN-TOT-MALOTES PIC ZZ9.
          02 FILLER PIC X(11) VALUE "   CARTAS  ".
          02 MAN-TOT-CARTAS PIC ZZ.ZZ9.
          02 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA21 SECTION.
       PRINCIPAL-ENTRADA SECTION.
              PERFORM LOCALIZA-ENDERECO.
              IF WS-END-ENCONTRADO EQUAL "SIM"
                     PERFORM CONFERE-ENDERECO
              ELSE
                     MOVE "SEM ENDERECO" TO WS-MOTIVO-EXC
              END-IF.
              IF WS-END-ENCONTRADO EQUAL "SIM"
                     MOVE WS-FAIXA-ACHADA TO TRAB-FAIXA
                     MOVE END-CEP TO TRAB-CEP
                     MOVE CODIGO-CONS TO TRAB-CODIGO
                     MOVE NOME-CONS TO TRAB-NOME
              ELSE
                     MOVE CODIGO-CONS TO SE-CODIGO
                     MOVE NOME-CONS TO SE-NOME
                     MOVE WS-MOTIVO-EXC TO SE-MOTIVO
                     WRITE REG-SEM-END
                     ADD 1 TO WS-CT-SEM-END
              END-IF.
                     END-READ
              END-IF.

       CONFERE-ENDERECO SECTION.
              IF END-SITUACAO EQUAL "D"
                     MOVE "NAO" TO WS-END-ENCONTRADO
                     MOVE "ENDERECO DEVOLVIDO" TO WS-MOTIVO-EXC
                     ADD 1 TO WS-CT-DEVOLVIDOS
              ELSE
                     PERFORM LOCALIZA-FAIXA-CEP
                     IF WS-FAIXA-ACHADA EQUAL ZEROES
                            MOVE "NAO" TO WS-END-ENCONTRADO
                            MOVE "CEP FORA DA UF" TO WS-MOTIVO-EXC
                            ADD 1 TO WS-CT-CEP-FORA
                     END-IF
              END-IF.

       LOCALIZA-FAIXA-CEP SECTION.
              MOVE ZEROES TO WS-FAIXA-ACHADA.
              MOVE END-CEP TO WS-CEP-NUM.
              PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                      UNTIL WS-IND-FAIXA GREATER 30
                      IF FAIXA-UF (WS-IND-FAIXA) EQUAL END-UF
                         AND WS-CEP-PREFIXO NOT LESS
                             FAIXA-INICIO (WS-IND-FAIXA)
                         AND WS-CEP-PREFIXO NOT GREATER
                             FAIXA-FIM (WS-IND-FAIXA)
                             MOVE WS-IND-FAIXA TO WS-FAIXA-ACHADA
                      END-IF
              END-PERFORM.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT CARTAS ETIQUETAS MANIFESTO
                     PERFORM MONTA-DATA-EXTENSO
                     PERFORM CABECALHO-MANIFESTO
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FECHA-MALOTE
                     PERFORM TOTAL-MANIFESTO
                     CLOSE CARTAS ETIQUETAS MANIFESTO
              END-IF.

       ESVAZIA-TRAB SECTION.
                     INTO WS-DATA-EXTENSO.

       PRINCIPAL-SAIDA SECTION.
              IF TRAB-FAIXA NOT EQUAL WS-FAIXA-ATUAL
                     PERFORM FECHA-MALOTE
                     MOVE TRAB-FAIXA TO WS-FAIXA-ATUAL
                     MOVE TRAB-CEP TO WS-CEP-PRIMEIRO
                     MOVE ZEROES TO WS-CT-MALOTE
              END-IF.
              ADD 1 TO WS-CT-MALOTE.
              MOVE TRAB-CEP TO WS-CEP-ULTIMO.
              PERFORM EMITE-CARTA.
              PERFORM EMITE-ETIQUETA.
              PERFORM LE-SAIDA.

       EDITA-CEP SECTION.
              MOVE WS-CEP-PREFIXO TO WS-CEP-ED-PREFIXO.
              MOVE WS-CEP-SUFIXO TO WS-CEP-ED-SUFIXO.

       EMITE-ETIQUETA SECTION.
              MOVE TRAB-NOME TO ETQ-NOME.
              MOVE TRAB-CODIGO TO ETQ-CODIGO.
              MOVE TRAB-CIDADE TO ETQ-CIDADE.
              MOVE TRAB-UF TO ETQ-UF.
              MOVE TRAB-CEP TO WS-CEP-NUM.
              PERFORM EDITA-CEP.
              MOVE WS-CEP-ED TO ETQ-CEP.
              WRITE REG-ETIQUETA FROM LINHA-ETQ-NOME.
              WRITE REG-ETIQUETA FROM TRAB-LOGRADOURO.
              WRITE REG-ETIQUETA FROM LINHA-ETQ-CIDADE.
              WRITE REG-ETIQUETA FROM LINHA-ETQ-CEP.
              MOVE SPACES TO REG-ETIQUETA.
              WRITE REG-ETIQUETA.

       CABECALHO-MANIFESTO SECTION.
              MOVE WS-DATA-EXTENSO TO MAN-DATA.
              WRITE REG-MANIFESTO FROM LINHA-MAN-TITULO
                    AFTER ADVANCING PAGE.
              WRITE REG-MANIFESTO FROM LINHA-MAN-DATA
                    AFTER ADVANCING 1 LINE.
              WRITE REG-MANIFESTO FROM LINHA-MAN-CABEC
                    AFTER ADVANCING 2 LINES.

       FECHA-MALOTE SECTION.
              IF WS-FAIXA-ATUAL NOT EQUAL ZEROES
                     ADD 1 TO WS-CT-MALOTES
                     MOVE WS-CT-MALOTES TO MAN-MALOTE
                     MOVE FAIXA-UF (WS-FAIXA-ATUAL) TO MAN-UF
                     MOVE FAIXA-INICIO (WS-FAIXA-ATUAL) TO MAN-INICIO
                     MOVE FAIXA-FIM (WS-FAIXA-ATUAL) TO MAN-FIM
                     MOVE WS-CT-MALOTE TO MAN-QTDE
                     MOVE WS-CEP-PRIMEIRO TO WS-CEP-NUM
                     PERFORM EDITA-CEP
                     MOVE WS-CEP-ED TO MAN-PRIMEIRO
                     MOVE WS-CEP-ULTIMO TO WS-CEP-NUM
                     PERFORM EDITA-CEP
                     MOVE WS-CEP-ED TO MAN-ULTIMO
                     WRITE REG-MANIFESTO FROM LINHA-MAN-DETALHE
                           AFTER ADVANCING 1 LINE
              END-IF.

       TOTAL-MANIFESTO SECTION.
              MOVE WS-CT-MALOTES TO MAN-TOT-MALOTES.
              MOVE WS-CT-CARTAS TO MAN-TOT-CARTAS.
              WRITE REG-MANIFESTO FROM LINHA-MAN-TOTAL
                    AFTER ADVANCING 2 LINES.

       EMITE-CARTA SECTION.
              MOVE WS-DATA-EXTENSO TO DATA-CARTA.
              MOVE TRAB-NOME TO NOME-CARTA.
                      WS-CT-CARTAS.
              DISPLAY "EX21 - CLIENTES SEM ENDERECO (EXCECAO): "
                      WS-CT-SEM-END.
              DISPLAY "EX21 -   DOS QUAIS ENDERECO DEVOLVIDO: "
                      WS-CT-DEVOLVIDOS " - CEP FORA DA UF: "
                      WS-CT-CEP-FORA.
              DISPLAY "EX21 - MALOTES NO MANIFESTO: " WS-CT-MALOTES.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              MOVE WS-CT-CARTAS TO CAT-PAGINAS.
              MOVE "EX21-CARTAS.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              MOVE "ETIQUETAS CARTAS" TO CAT-NOME.
              MOVE WS-CT-CARTAS TO CAT-PAGINAS.
              MOVE "EX21-ETIQUETAS.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              MOVE "MANIFESTO MALOTES" TO CAT-NOME.
              MOVE 1 TO CAT-PAGINAS.
              MOVE "EX21-MANIFESTO.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.
