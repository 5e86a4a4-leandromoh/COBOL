      *          COM AVISO E VALEM AS CONSTANTES). SEM TABTRIB.DAT,
      *          VALEM AS CONSTANTES DE SEMPRE - A VIRADA DE JANEIRO
      *          DEIXA DE SER RECOMPILACAO EM CIMA DO PRAZO.
      *          O ADIANTAMENTO QUINZENAL PAGO POR EX83 E DESCONTADO
      *          DEPOIS DA PENSAO E ANTES DO CONSIGNADO: O SALDO EM
      *          ABERTO NO LIVRO CADADT.DAT E ABATIDO DO LIQUIDO (NUNCA
      *          ALEM DELE - O QUE NAO COUBER FICA EM ABERTO PARA O
      *          PROXIMO CICLO, COM AVISO) E BAIXADO NO PROPRIO CADADT
      *          (REWRITE) COM A COMPETENCIA DO DESCONTO; REEXECUCAO NA
      *          MESMA COMPETENCIA REAPLICA O MESMO DESCONTO SEM BAIXAR
      *          DE NOVO. A MARGEM CONSIGNAVEL CONTINUA CALCULADA SOBRE
      *          O LIQUIDO ANTES DO ADIANTAMENTO, E PARCELA QUE NAO
      *          CABE NO QUE SOBROU NAO E DESCONTADA. SEM CADADT.DAT
      *          O CALCULO SEGUE SEM DESCONTO DE ADIANTAMENTO, COM
      *          AVISO.
      *          O VALE-TRANSPORTE PEDIDO POR EX85 PARA O MES DA
      *          COMPETENCIA (EX85-VT-REG.DAT, OPCIONAL - VALE O
      *          ULTIMO REGISTRO DE CADA MATRICULA NO MES) E
      *          DESCONTADO DEPOIS DA PENSAO E ANTES DO ADIANTAMENTO:
      *          6% DO SALARIO-REAJUSTADO, NUNCA MAIS DO QUE O CUSTO
      *          DO BENEFICIO NEM DO QUE O LIQUIDO QUE RESTA - ANTES
      *          ISSO ERA LANCADO NA MAO COMO AJUSTE.
      *          O PLANO DE SAUDE APURADO POR EX87 PARA A COMPETENCIA
      *          (EX87-SAUDE.DAT, OPCIONAL) E DESCONTADO LOGO DEPOIS
      *          DO VALE-TRANSPORTE: PARTE DO FUNCIONARIO NAS
      *          MENSALIDADES DO TITULAR E DEPENDENTES MAIS A
      *          COPARTICIPACAO, LIMITADO AO LIQUIDO QUE RESTA - O QUE
      *          NAO COUBER E AVISADO PARA COBRANCA FORA DA FOLHA.
      *          A CONTRIBUICAO SINDICAL E DESCONTADA EM SEGUIDA, SO
      *          DE QUEM A AUTORIZOU (AUTSIND.DAT - VALE O ULTIMO
      *          REGISTRO DA MATRICULA, "S" AUTORIZA E "N" REVOGA): O
      *          SINDICATO VEM DO CARGO/DEPTO EM MAPSIND.DAT (CARGO E
      *          DEPTO EXATOS, DEPOIS SO O CARGO, DEPOIS SO O DEPTO)
      *          E A REGRA DE TABSIND.DAT ("P" PERCENTUAL DO
      *          SALARIO-REAJUSTADO OU "V" VALOR FIXO); NO MES DA
      *          CONTRIBUICAO ANUAL DO SINDICATO SOMA-SE UM DIA DE
      *          SALARIO (1/30). CADA DESCONTO SAI EM
      *          EX26-SINDICATO.DAT PARA EX89 GERAR A REMESSA E A
      *          RELACAO DE CONTRIBUINTES POR SINDICATO.
      *          O SALARIO DO MES RESPEITA O CADASTRO DE AFASTAMENTOS
      *          (CADAFA.DAT, MANTIDO POR EX90): O SUBPROGRAMA AFASRV
      *          DEVOLVE QUANTOS DIAS DA COMPETENCIA A EMPRESA NAO
      *          PAGA (DOENCA OU ACIDENTE APOS O 15o DIA, MATERNIDADE,
      *          LICENCA SEM VENCIMENTOS) E O SALARIO-REAJUSTADO E
      *          PROPORCIONALIZADO AOS DIAS PAGOS ANTES DE SOMAR OS
      *          VARIAVEIS DE EX46 - ANTES QUEM ESTAVA AFASTADO SEGUIA
      *          RECEBENDO SALARIO CHEIO ATE ALGUEM LEMBRAR DE SEGURAR.
      *          A COMISSAO DE VENDAS APURADA POR EX99 PARA A
      *          COMPETENCIA (EX99-COMISSAO.DAT, OPCIONAL - LINHA DE
      *          OUTRA COMPETENCIA E IGNORADA) ENTRA NO BRUTO COMO
      *          VERBA VARIAVEL, JUNTO COM O PONTO DE EX46, E SOFRE
      *          INSS E IRRF COMO O RESTO DO BRUTO - ANTES ERA LANCADA
      *          NA MAO COMO AJUSTE A PARTIR DE PLANILHA.
      *          COMPETENCIA FECHADA EM COMPETENCIAS.DAT (EX105,
      *          CONSULTADO PELO SUBPROGRAMA COMPSRV) JA FOI PAGA E
      *          DECLARADA: O PROGRAMA RECUSA GRAVAR CADLIQ.DAT (E OS
      *          DEMAIS ARQUIVOS DO CICLO) PARA ELA E DEVOLVE
      *          RETURN-CODE 8.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADSAI, TABTRIB,
      *          TABSIND E OS VARIAVEIS DE EX46/EX99/EX85/EX87 SAO
      *          LIDOS DO ENSAIO QUANDO EXISTE A VERSAO DELE, CADLIQ,
      *          EX26-SINDICATO E EX26-PENSAO VAO PARA OS NOMES DO
      *          ENSAIO E O REGISTRO DE PENSOES E O LEDGER PARA AS
      *          COPIAS DO ENSAIO. CADEMP E CADADT SAO ABERTOS SO PARA
      *          LEITURA: O DESCONTO E CALCULADO MAS O SALDO REAL NAO E
      *          BAIXADO.
      *          A LINHA DO CICLO NO LIVRO-RAZAO LEVA O TIPO EM
      *          BRANCO; A FOLHA COMPLEMENTAR DE EX123 ACRESCENTA
      *          LINHAS DO TIPO "C" NA MESMA COMPETENCIA.
      *          TABELA QUE ESTOURA NA CARGA ABORTA O PASSO ANTES DE
      *          ABRIR O REGISTRO DE PENSOES, O LEDGER E OS ARQUIVOS DO
      *          CICLO, E O TERMINO FECHA TODO ARQUIVO QUE CHEGOU A SER
      *          ABERTO, COM OU SEM ABORTO.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO
      *          COMO PASSO DA CADEIA DE EX10.

              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT CADLIQ ASSIGN DYNAMIC WS-NOME-CADLIQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DEP-CHAVE
              FILE STATUS IS WS-STATUS-CADDEP.
       SELECT OPTIONAL ARQ-VARIAVEL ASSIGN DYNAMIC WS-NOME-VARIAVEL
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-COMISSAO ASSIGN DYNAMIC WS-NOME-COMISSAO
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADEMP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              FILE STATUS IS WS-STATUS-CADEMP.
       SELECT OPTIONAL ARQ-PENSAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PENSAO-REG ASSIGN DYNAMIC WS-NOME-PENSAO-REG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PENSAO-REG.
       SELECT PENSAO-CICLO ASSIGN DYNAMIC WS-NOME-PENSAO-CICLO
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LEDGER-LIQ ASSIGN DYNAMIC WS-NOME-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LEDGER.
       SELECT OPTIONAL ARQ-TABTRIB ASSIGN DYNAMIC WS-NOME-TABTRIB
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-VT-REG ASSIGN DYNAMIC WS-NOME-VT-REG
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SAUDE ASSIGN DYNAMIC WS-NOME-SAUDE
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABSIND ASSIGN DYNAMIC WS-NOME-TABSIND
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-MAPSIND ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-AUTSIND ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SIND-CICLO ASSIGN DYNAMIC WS-NOME-SIND-CICLO
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADADT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADT-MATRICULA
              FILE STATUS IS WS-STATUS-CADADT.

       DATA DIVISION.

              02 CARGO-SAI          PIC X(15).

       FD CADLIQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LIQ.
              02 CODIGO-LIQ  PIC 9(5).
              02 DEP-TIPO      PIC X(01).

       FD ARQ-VARIAVEL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-VARIAVEL.
              02 VAR-MATRICULA PIC 9(05).
              02 VAR-EXTRAS    PIC 9(7)V99.
              02 VAR-DESCONTOS PIC 9(7)V99.

       FD ARQ-COMISSAO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-COMISSAO.
              02 COM-COMPETENCIA PIC 9(06).
              02 COM-MATRICULA   PIC 9(05).
              02 COM-VENDAS      PIC 9(9)V99.
              02 COM-VALOR       PIC 9(7)V99.

       FD CADEMP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADEMP.DAT".
              02 EMP-PARCELA   PIC 9(7)V99.
              02 EMP-SALDO     PIC 9(7)V99.

       FD ARQ-VT-REG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-VT-REG.
              02 VTR-MES-REF   PIC 9(06).
              02 VTR-MATRICULA PIC 9(05).
              02 VTR-CUSTO     PIC 9(07)V99.
              02 VTR-GERACAO   PIC 9(08).

       FD ARQ-SAUDE
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAUDE.
              02 SDS-COMPETENCIA    PIC 9(06).
              02 SDS-MATRICULA      PIC 9(05).
              02 SDS-VIDAS          PIC 9(02).
              02 SDS-MENSALIDADE    PIC 9(07)V99.
              02 SDS-PARTE-FUNC     PIC 9(07)V99.
              02 SDS-COPART         PIC 9(07)V99.

       FD ARQ-TABSIND
          LABEL         RECORD         ARE         STANDARD.

       01 REG-TABSIND.
              02 SIN-CODIGO      PIC X(04).
              02 SIN-NOME        PIC X(30).
              02 SIN-CNPJ        PIC 9(14).
              02 SIN-REGRA       PIC X(01).
              02 SIN-PERCENTUAL  PIC 9(02)V99.
              02 SIN-VALOR       PIC 9(05)V99.
              02 SIN-MES-ANUAL   PIC 9(02).

       FD ARQ-MAPSIND
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MAPSIND.DAT".

       01 REG-MAPSIND.
              02 MAP-CARGO     PIC X(15).
              02 MAP-DEPTO     PIC X(04).
              02 MAP-SINDICATO PIC X(04).

       FD ARQ-AUTSIND
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "AUTSIND.DAT".

       01 REG-AUTSIND.
              02 AUT-MATRICULA PIC 9(05).
              02 AUT-SITUACAO  PIC X(01).
              02 AUT-DATA      PIC 9(08).

       FD SIND-CICLO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SIND-CICLO.
              02 SCIC-COMPETENCIA PIC 9(06).
              02 SCIC-SINDICATO   PIC X(04).
              02 SCIC-MATRICULA   PIC 9(05).
              02 SCIC-NOME        PIC X(20).
              02 SCIC-MENSAL      PIC 9(7)V99.
              02 SCIC-ANUAL       PIC 9(7)V99.

       FD ARQ-PENSAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PENSAO.DAT".
              02 PEN-BENEFICIARIO PIC X(20).

       FD PENSAO-REG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-PENSAO-REG.
              02 PREG-COMPETENCIA  PIC 9(08).
              02 PREG-VALOR        PIC 9(7)V99.

       FD PENSAO-CICLO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-PENSAO-CICLO.
              02 PCIC-MATRICULA    PIC 9(05).
              02 PCIC-VALOR        PIC 9(7)V99.

       FD LEDGER-LIQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LEDGER-LIQ.
              02 LED-LIQ-COMPETENCIA PIC 9(08).
              02 LED-LIQ-INSS        PIC 9(7)V99.
              02 LED-LIQ-IRRF        PIC 9(7)V99.
              02 LED-LIQ-LIQUIDO     PIC 9(7)V99.
              02 LED-LIQ-TIPO        PIC X(01).

       FD ARQ-TABTRIB
          LABEL         RECORD         ARE         STANDARD.

       01 REG-TRIB.
              02 TRB-TIPO     PIC X(01).
              02 TRB-ALIQUOTA PIC 9V9999.
              02 TRB-PARCELA  PIC 9(4)V99.

       FD CADADT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADADT.DAT".

       01 REG-ADT.
              COPY CADADT.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADSAI PIC X(040) VALUE "CADSAI.DAT".
       77 WS-NOME-CADLIQ PIC X(040) VALUE "CADLIQ.DAT".
       77 WS-NOME-VARIAVEL PIC X(040) VALUE "EX46-VARIAVEL.DAT".
       77 WS-NOME-COMISSAO PIC X(040) VALUE "EX99-COMISSAO.DAT".
       77 WS-NOME-VT-REG PIC X(040) VALUE "EX85-VT-REG.DAT".
       77 WS-NOME-SAUDE PIC X(040) VALUE "EX87-SAUDE.DAT".
       77 WS-NOME-TABSIND PIC X(040) VALUE "TABSIND.DAT".
       77 WS-NOME-SIND-CICLO PIC X(040) VALUE "EX26-SINDICATO.DAT".
       77 WS-NOME-PENSAO-REG PIC X(040) VALUE "EX26-PENSAO-REG.DAT".
       77 WS-NOME-PENSAO-CICLO PIC X(040) VALUE "EX26-PENSAO.DAT".
       77 WS-NOME-LEDGER PIC X(040) VALUE "CADLIQ-LEDGER.DAT".
       77 WS-NOME-TABTRIB PIC X(040) VALUE "TABTRIB.DAT".
       77 WS-ENSAIO PIC X(03) VALUE "NAO".
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-SF-TETO PIC 9(7)V99 VALUE 01819,26.
       77 WS-SF-IDADE-LIMITE PIC 9(03) VALUE 014.
       77 WS-BRUTO PIC 9(7)V99 VALUE ZEROES.
       77 WS-SALARIO-MES PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-AFASTADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-SALARIO PIC 9(05) VALUE ZEROES.
       77 WS-FIM-VARIAVEL PIC 9(01) VALUE 0.
       77 WS-IND-VAR PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-VARIAVEIS PIC 9(05) VALUE ZEROES.
       77 WS-FIM-COMISSAO PIC 9(01) VALUE 0.
       77 WS-IND-COM PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-COMISSIONADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-COMISSAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-STATUS-CADEMP PIC X(02).
       77 WS-TEM-CADEMP PIC X(03) VALUE "NAO".
       77 WS-EMP-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-CT-FX-INSS PIC 9(02) VALUE ZEROES.
       77 WS-CT-FX-IRRF PIC 9(02) VALUE ZEROES.
       77 WS-IND-FX PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADADT PIC X(02).
       77 WS-TEM-CADADT PIC X(03) VALUE "NAO".
       77 WS-TEM-CADSAI PIC X(03) VALUE "NAO".
       77 WS-TEM-ARQ-CICLO PIC X(03) VALUE "NAO".
       77 WS-ADT-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-ADIANT-DESCONTADO PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-ADIANTAMENTOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ADIANT-PARCIAL PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ADIANTAMENTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-FIM-VT PIC 9(01) VALUE 0.
       77 WS-IND-VT PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-VT PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-VT-PEDIDOS PIC 9(05) VALUE ZEROES.
       77 WS-PERC-VT PIC 9V99 VALUE 0,06.
       77 WS-DESCONTO-VT PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-VT PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-VT PIC 9(9)V99 VALUE ZEROES.
       77 WS-FIM-SAUDE PIC 9(01) VALUE 0.
       77 WS-IND-SAU PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-SAU-DESC PIC 9(05) VALUE ZEROES.
       77 WS-DESCONTO-SAUDE PIC 9(7)V99 VALUE ZEROES.
       77 WS-SAUDE-DEVIDO PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-SAUDE PIC 9(05) VALUE ZEROES.
       77 WS-CT-SAUDE-PARCIAL PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-SAUDE PIC 9(9)V99 VALUE ZEROES.
       77 WS-FIM-SIND PIC 9(01) VALUE 0.
       77 WS-TOTAL-SINDICATOS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-MAPEAMENTOS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-AUTORIZ PIC 9(05) VALUE ZEROES.
       77 WS-IND-SIN PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-SIN PIC 9(05) VALUE ZEROES.
       77 WS-PESO-MAP PIC 9(01) VALUE ZEROES.
       77 WS-PESO-ATUAL PIC 9(01) VALUE ZEROES.
       77 WS-SINDICATO PIC X(04) VALUE SPACES.
       77 WS-AUTORIZADO PIC X(01) VALUE "N".
       77 WS-SIND-MENSAL PIC 9(7)V99 VALUE ZEROES.
       77 WS-SIND-ANUAL PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-SINDICAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-SINDICATO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-SINDICAL PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-STG-INSS.
              02 WS-STG-INSS OCCURS 4 TIMES.
                     03 WS-VAR-EXTRAS    PIC 9(7)V99.
                     03 WS-VAR-DESCONTOS PIC 9(7)V99.

       01 TABELA-COMISSAO.
              02 WS-COM OCCURS 5000 TIMES.
                     03 WS-COM-MATRICULA PIC 9(05).
                     03 WS-COM-VALOR     PIC 9(7)V99.

       01 TABELA-VALE-TRANSPORTE.
              02 WS-VT OCCURS 5000 TIMES.
                     03 WS-VT-MATRICULA PIC 9(05).
                     03 WS-VT-CUSTO     PIC 9(7)V99.

       01 TABELA-SAUDE.
              02 WS-SAU OCCURS 5000 TIMES.
                     03 WS-SAU-MATRICULA PIC 9(05).
                     03 WS-SAU-VALOR     PIC 9(7)V99.

       01 TABELA-SINDICATOS.
              02 WS-SIN OCCURS 100 TIMES.
                     03 WS-SIN-CODIGO     PIC X(04).
                     03 WS-SIN-REGRA      PIC X(01).
                     03 WS-SIN-PERCENTUAL PIC 9(02)V99.
                     03 WS-SIN-VALOR      PIC 9(05)V99.
                     03 WS-SIN-MES-ANUAL  PIC 9(02).

       01 TABELA-MAPSIND.
              02 WS-MAP OCCURS 500 TIMES.
                     03 WS-MAP-CARGO     PIC X(15).
                     03 WS-MAP-DEPTO     PIC X(04).
                     03 WS-MAP-SINDICATO PIC X(04).

       01 TABELA-AUTSIND.
              02 WS-AUT OCCURS 5000 TIMES.
                     03 WS-AUT-MATRICULA PIC 9(05).
                     03 WS-AUT-SITUACAO  PIC X(01).

       01 TABELA-DEPENDENTES.
              02 WS-TITULAR OCCURS 5000 TIMES.
                     03 WS-TIT-MATRICULA PIC 9(05).
       01 DATSRV-AREA.
              COPY DATSRV.

       01 AFASRV-AREA.
              COPY AFASRV.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 TABELA-FAIXAS-INSS.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 1412,00.
       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM VERIFICA-COMPETENCIA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-ARQUIVOS
              END-IF.

       ABRE-ARQUIVOS.
              PERFORM CARREGA-TABTRIB.
              OPEN INPUT CADSAI OUTPUT CADLIQ.
              MOVE "SIM" TO WS-TEM-CADSAI.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX26 - ERRO AO ABRIR CADSAI - FILE "
                             "STATUS " WS-STATUS-CADSAI
              ELSE
                     PERFORM CARREGA-DEPENDENTES
                     PERFORM CARREGA-VARIAVEL
                     PERFORM CARREGA-COMISSAO
                     PERFORM ABRE-CADEMP
                     PERFORM ABRE-CADADT
                     PERFORM CARREGA-PENSOES
                     PERFORM CARREGA-VALE-TRANSPORTE
                     PERFORM CARREGA-SAUDE
                     PERFORM CARREGA-SINDICATOS
              END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-ARQUIVOS-PENSAO
                     PERFORM ABRE-LEDGER
                     PERFORM GRAVA-CABECALHO-GERACAO
                     PERFORM VERIFICA-FIM
              END-IF.

       CARREGA-VARIAVEL.
                          WS-VAR-DESCONTOS (WS-TOTAL-VARIAVEIS)
              END-IF.

       CARREGA-COMISSAO.
              OPEN INPUT ARQ-COMISSAO.
              PERFORM UNTIL WS-FIM-COMISSAO EQUAL 1
                     READ ARQ-COMISSAO
                            AT END MOVE 1 TO WS-FIM-COMISSAO
                            NOT AT END
                            IF COM-COMPETENCIA EQUAL
                               WS-COMPETENCIA (1:6)
                                   PERFORM GUARDA-COMISSAO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-COMISSAO.

       GUARDA-COMISSAO.
              IF WS-TOTAL-COMISSIONADOS EQUAL 5000
                     DISPLAY "EX26 - TABELA DE COMISSOES CHEIA (5000) "
                             "- ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-COMISSAO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-COMISSIONADOS
                     MOVE COM-MATRICULA TO
                          WS-COM-MATRICULA (WS-TOTAL-COMISSIONADOS)
                     MOVE COM-VALOR TO
                          WS-COM-VALOR (WS-TOTAL-COMISSIONADOS)
              END-IF.

       CARREGA-VALE-TRANSPORTE.
              OPEN INPUT ARQ-VT-REG.
              PERFORM UNTIL WS-FIM-VT EQUAL 1
                     READ ARQ-VT-REG
                            AT END MOVE 1 TO WS-FIM-VT
                            NOT AT END
                            IF VTR-MES-REF EQUAL WS-COMPETENCIA (1:6)
                                   PERFORM GUARDA-VALE-TRANSPORTE
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-VT-REG.
              IF WS-TOTAL-VT-PEDIDOS EQUAL ZEROES
                     DISPLAY "EX26 - AVISO: SEM PEDIDO DE VALE-"
                             "TRANSPORTE DE EX85 PARA A COMPETENCIA "
                             "- FOLHA SEM DESCONTO DE VT"
              END-IF.

       GUARDA-VALE-TRANSPORTE.
              MOVE ZEROES TO WS-ACHADO-VT.
              PERFORM VARYING WS-IND-VT FROM 1 BY 1
                      UNTIL WS-IND-VT GREATER WS-TOTAL-VT-PEDIDOS
                      IF VTR-MATRICULA EQUAL
                         WS-VT-MATRICULA (WS-IND-VT)
                             MOVE WS-IND-VT TO WS-ACHADO-VT
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-VT NOT EQUAL ZEROES
                     MOVE VTR-CUSTO TO WS-VT-CUSTO (WS-ACHADO-VT)
              ELSE
              IF WS-TOTAL-VT-PEDIDOS EQUAL 5000
                     DISPLAY "EX26 - TABELA DE VALE-TRANSPORTE CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-VT
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-VT-PEDIDOS
                     MOVE VTR-MATRICULA TO
                          WS-VT-MATRICULA (WS-TOTAL-VT-PEDIDOS)
                     MOVE VTR-CUSTO TO
                          WS-VT-CUSTO (WS-TOTAL-VT-PEDIDOS)
              END-IF
              END-IF.

       CARREGA-SAUDE.
              OPEN INPUT ARQ-SAUDE.
              PERFORM UNTIL WS-FIM-SAUDE EQUAL 1
                     READ ARQ-SAUDE
                            AT END MOVE 1 TO WS-FIM-SAUDE
                            NOT AT END
                            IF SDS-COMPETENCIA EQUAL
                               WS-COMPETENCIA (1:6)
                                   PERFORM GUARDA-SAUDE
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-SAUDE.
              IF WS-TOTAL-SAU-DESC EQUAL ZEROES
                     DISPLAY "EX26 - AVISO: SEM APURACAO DO PLANO DE "
                             "SAUDE DE EX87 PARA A COMPETENCIA - "
                             "FOLHA SEM DESCONTO DE SAUDE"
              END-IF.

       GUARDA-SAUDE.
              IF WS-TOTAL-SAU-DESC EQUAL 5000
                     DISPLAY "EX26 - TABELA DO PLANO DE SAUDE CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-SAUDE
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-SAU-DESC
                     MOVE SDS-MATRICULA TO
                          WS-SAU-MATRICULA (WS-TOTAL-SAU-DESC)
                     COMPUTE WS-SAU-VALOR (WS-TOTAL-SAU-DESC) =
                             SDS-PARTE-FUNC + SDS-COPART
              END-IF.

       CARREGA-SINDICATOS.
              OPEN INPUT ARQ-TABSIND.
              PERFORM UNTIL WS-FIM-SIND EQUAL 1
                     READ ARQ-TABSIND
                            AT END MOVE 1 TO WS-FIM-SIND
                            NOT AT END
                            PERFORM GUARDA-SINDICATO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABSIND.
              MOVE 0 TO WS-FIM-SIND.
              OPEN INPUT ARQ-MAPSIND.
              PERFORM UNTIL WS-FIM-SIND EQUAL 1
                     READ ARQ-MAPSIND
                            AT END MOVE 1 TO WS-FIM-SIND
                            NOT AT END
                            PERFORM GUARDA-MAPEAMENTO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-MAPSIND.
              MOVE 0 TO WS-FIM-SIND.
              OPEN INPUT ARQ-AUTSIND.
              PERFORM UNTIL WS-FIM-SIND EQUAL 1
                     READ ARQ-AUTSIND
                            AT END MOVE 1 TO WS-FIM-SIND
                            NOT AT END
                            PERFORM GUARDA-AUTORIZACAO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-AUTSIND.
              IF WS-TOTAL-AUTORIZ GREATER ZEROES
                 AND (WS-TOTAL-SINDICATOS EQUAL ZEROES
                      OR WS-TOTAL-MAPEAMENTOS EQUAL ZEROES)
                     DISPLAY "EX26 - AVISO: HA AUTORIZACOES SINDICAIS "
                             "MAS TABSIND.DAT OU MAPSIND.DAT ESTA "
                             "AUSENTE OU VAZIO"
              END-IF.

       GUARDA-SINDICATO.
              IF WS-TOTAL-SINDICATOS EQUAL 100
                     DISPLAY "EX26 - TABELA DE SINDICATOS CHEIA (100) "
                             "- SINDICATO IGNORADO: " SIN-CODIGO
              ELSE
                     ADD 1 TO WS-TOTAL-SINDICATOS
                     MOVE SIN-CODIGO TO
                          WS-SIN-CODIGO (WS-TOTAL-SINDICATOS)
                     MOVE SIN-REGRA TO
                          WS-SIN-REGRA (WS-TOTAL-SINDICATOS)
                     MOVE SIN-PERCENTUAL TO
                          WS-SIN-PERCENTUAL (WS-TOTAL-SINDICATOS)
                     MOVE SIN-VALOR TO
                          WS-SIN-VALOR (WS-TOTAL-SINDICATOS)
                     MOVE SIN-MES-ANUAL TO
                          WS-SIN-MES-ANUAL (WS-TOTAL-SINDICATOS)
              END-IF.

       GUARDA-MAPEAMENTO.
              IF WS-TOTAL-MAPEAMENTOS EQUAL 500
                     DISPLAY "EX26 - TABELA DE MAPSIND CHEIA (500) - "
                             "LINHA IGNORADA: " MAP-CARGO
              ELSE
                     ADD 1 TO WS-TOTAL-MAPEAMENTOS
                     MOVE MAP-CARGO TO
                          WS-MAP-CARGO (WS-TOTAL-MAPEAMENTOS)
                     MOVE MAP-DEPTO TO
                          WS-MAP-DEPTO (WS-TOTAL-MAPEAMENTOS)
                     MOVE MAP-SINDICATO TO
                          WS-MAP-SINDICATO (WS-TOTAL-MAPEAMENTOS)
              END-IF.

       GUARDA-AUTORIZACAO.
              MOVE ZEROES TO WS-ACHADO-SIN.
              PERFORM VARYING WS-IND-SIN FROM 1 BY 1
                      UNTIL WS-IND-SIN GREATER WS-TOTAL-AUTORIZ
                      IF AUT-MATRICULA EQUAL
                         WS-AUT-MATRICULA (WS-IND-SIN)
                             MOVE WS-IND-SIN TO WS-ACHADO-SIN
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-SIN NOT EQUAL ZEROES
                     MOVE AUT-SITUACAO TO
                          WS-AUT-SITUACAO (WS-ACHADO-SIN)
              ELSE
              IF WS-TOTAL-AUTORIZ EQUAL 5000
                     DISPLAY "EX26 - TABELA DE AUTORIZACOES SINDICAIS "
                             "CHEIA (5000) - IGNORADA: " AUT-MATRICULA
              ELSE
                     ADD 1 TO WS-TOTAL-AUTORIZ
                     MOVE AUT-MATRICULA TO
                          WS-AUT-MATRICULA (WS-TOTAL-AUTORIZ)
                     MOVE AUT-SITUACAO TO
                          WS-AUT-SITUACAO (WS-TOTAL-AUTORIZ)
              END-IF
              END-IF.

       CARREGA-PENSOES.
              OPEN INPUT ARQ-PENSAO.
              PERFORM UNTIL WS-FIM-PENSAO EQUAL 1
                          WS-PEN-BENEFICIARIO (WS-TOTAL-PENSOES)
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-COMPETENCIA (1:6) TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX26 - COMPETENCIA " CPS-COMPETENCIA
                             " FECHADA POR " CPS-OPERADOR
                             " EM " CPS-DATA-HORA
                     DISPLAY "EX26 - CADLIQ.DAT NAO E "
                             "REGRAVADO - SO UMA REABERTURA "
                             "AUTORIZADA (EX105) LIBERA A COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              END-IF.

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8)
                     OPEN OUTPUT PENSAO-REG
              END-IF.
              OPEN OUTPUT PENSAO-CICLO.
              OPEN OUTPUT SIND-CICLO.
              MOVE "SIM" TO WS-TEM-ARQ-CICLO.

       ABRE-LEDGER.
              OPEN EXTEND LEDGER-LIQ.
              MOVE WS-INSS TO LED-LIQ-INSS.
              MOVE WS-IRRF TO LED-LIQ-IRRF.
              MOVE WS-LIQUIDO TO LED-LIQ-LIQUIDO.
              MOVE SPACE TO LED-LIQ-TIPO.
              WRITE REG-LEDGER-LIQ.

       DESCONTA-PENSAO.
              END-IF.

       ABRE-CADEMP.
              IF WS-ENSAIO EQUAL "SIM"
                     OPEN INPUT CADEMP
              ELSE
                     OPEN I-O CADEMP
              END-IF.
              IF WS-STATUS-CADEMP EQUAL "00"
                     MOVE "SIM" TO WS-TEM-CADEMP
              ELSE
                             " - SEM DESCONTO DE CONSIGNADO"
              END-IF.

       ABRE-CADADT.
              IF WS-ENSAIO EQUAL "SIM"
                     OPEN INPUT CADADT
              ELSE
                     OPEN I-O CADADT
              END-IF.
              IF WS-STATUS-CADADT EQUAL "00"
                     MOVE "SIM" TO WS-TEM-CADADT
              ELSE
                     DISPLAY "EX26 - AVISO: CADADT.DAT INDISPONIVEL "
                             "- FILE STATUS " WS-STATUS-CADADT
                             " - SEM DESCONTO DE ADIANTAMENTO"
              END-IF.

       DESCONTA-VALE-TRANSPORTE.
              MOVE ZEROES TO WS-DESCONTO-VT.
              PERFORM VARYING WS-IND-VT FROM 1 BY 1
                      UNTIL WS-IND-VT GREATER WS-TOTAL-VT-PEDIDOS
                      IF CODIGO-SAI EQUAL WS-VT-MATRICULA (WS-IND-VT)
                             COMPUTE WS-DESCONTO-VT ROUNDED =
                                     SALARIO-REAJUSTADO * WS-PERC-VT
                             IF WS-DESCONTO-VT GREATER
                                WS-VT-CUSTO (WS-IND-VT)
                                    MOVE WS-VT-CUSTO (WS-IND-VT)
                                         TO WS-DESCONTO-VT
                             END-IF
                      END-IF
              END-PERFORM.
              IF WS-DESCONTO-VT GREATER WS-LIQUIDO
                     MOVE WS-LIQUIDO TO WS-DESCONTO-VT
              END-IF.
              IF WS-DESCONTO-VT GREATER ZEROES
                     SUBTRACT WS-DESCONTO-VT FROM WS-LIQUIDO
                     ADD 1 TO WS-CT-VT
                     ADD WS-DESCONTO-VT TO WS-TOTAL-VT
              END-IF.

       DESCONTA-SAUDE.
              MOVE ZEROES TO WS-SAUDE-DEVIDO.
              PERFORM VARYING WS-IND-SAU FROM 1 BY 1
                      UNTIL WS-IND-SAU GREATER WS-TOTAL-SAU-DESC
                      IF CODIGO-SAI EQUAL WS-SAU-MATRICULA (WS-IND-SAU)
                             ADD WS-SAU-VALOR (WS-IND-SAU)
                                 TO WS-SAUDE-DEVIDO
                      END-IF
              END-PERFORM.
              MOVE WS-SAUDE-DEVIDO TO WS-DESCONTO-SAUDE.
              IF WS-DESCONTO-SAUDE GREATER WS-LIQUIDO
                     MOVE WS-LIQUIDO TO WS-DESCONTO-SAUDE
                     ADD 1 TO WS-CT-SAUDE-PARCIAL
                     DISPLAY "EX26 - AVISO: PLANO DE SAUDE DA "
                             "MATRICULA " CODIGO-SAI " MAIOR QUE O "
                             "LIQUIDO - DEVIDO " WS-SAUDE-DEVIDO
                             " DESCONTADO " WS-DESCONTO-SAUDE
              END-IF.
              IF WS-DESCONTO-SAUDE GREATER ZEROES
                     SUBTRACT WS-DESCONTO-SAUDE FROM WS-LIQUIDO
                     ADD 1 TO WS-CT-SAUDE
                     ADD WS-DESCONTO-SAUDE TO WS-TOTAL-SAUDE
              END-IF.

       DESCONTA-SINDICATO.
              MOVE ZEROES TO WS-SIND-MENSAL WS-SIND-ANUAL.
              MOVE "N" TO WS-AUTORIZADO.
              PERFORM VARYING WS-IND-SIN FROM 1 BY 1
                      UNTIL WS-IND-SIN GREATER WS-TOTAL-AUTORIZ
                      IF CODIGO-SAI EQUAL WS-AUT-MATRICULA (WS-IND-SIN)
                             MOVE WS-AUT-SITUACAO (WS-IND-SIN)
                                  TO WS-AUTORIZADO
                      END-IF
              END-PERFORM.
              IF WS-AUTORIZADO EQUAL "S"
                     PERFORM LOCALIZA-SINDICATO
                     IF WS-ACHADO-SIN EQUAL ZEROES
                            ADD 1 TO WS-CT-SEM-SINDICATO
                            DISPLAY "EX26 - AVISO: MATRICULA "
                                    CODIGO-SAI " AUTORIZOU A "
                                    "CONTRIBUICAO SINDICAL MAS O "
                                    "CARGO/DEPTO NAO TEM SINDICATO"
                     ELSE
                            PERFORM CALCULA-SINDICAL
                     END-IF
              END-IF.

       LOCALIZA-SINDICATO.
              MOVE SPACES TO WS-SINDICATO.
              MOVE ZEROES TO WS-PESO-MAP WS-ACHADO-SIN.
              PERFORM VARYING WS-IND-SIN FROM 1 BY 1
                      UNTIL WS-IND-SIN GREATER WS-TOTAL-MAPEAMENTOS
                      MOVE ZEROES TO WS-PESO-ATUAL
                      IF WS-MAP-CARGO (WS-IND-SIN) EQUAL CARGO-SAI
                         AND WS-MAP-DEPTO (WS-IND-SIN) EQUAL DEPTO-SAI
                             MOVE 3 TO WS-PESO-ATUAL
                      ELSE
                      IF WS-MAP-CARGO (WS-IND-SIN) EQUAL CARGO-SAI
                         AND WS-MAP-DEPTO (WS-IND-SIN) EQUAL SPACES
                             MOVE 2 TO WS-PESO-ATUAL
                      ELSE
                      IF WS-MAP-CARGO (WS-IND-SIN) EQUAL SPACES
                         AND WS-MAP-DEPTO (WS-IND-SIN) EQUAL DEPTO-SAI
                             MOVE 1 TO WS-PESO-ATUAL
                      END-IF
                      END-IF
                      END-IF
                      IF WS-PESO-ATUAL GREATER WS-PESO-MAP
                             MOVE WS-PESO-ATUAL TO WS-PESO-MAP
                             MOVE WS-MAP-SINDICATO (WS-IND-SIN)
                                  TO WS-SINDICATO
                      END-IF
              END-PERFORM.
              IF WS-SINDICATO NOT EQUAL SPACES
                     PERFORM VARYING WS-IND-SIN FROM 1 BY 1
                             UNTIL WS-IND-SIN GREATER
                                   WS-TOTAL-SINDICATOS
                             IF WS-SIN-CODIGO (WS-IND-SIN) EQUAL
                                WS-SINDICATO
                                    MOVE WS-IND-SIN TO WS-ACHADO-SIN
                             END-IF
                     END-PERFORM
              END-IF.

       CALCULA-SINDICAL.
              IF WS-SIN-REGRA (WS-ACHADO-SIN) EQUAL "P"
                     COMPUTE WS-SIND-MENSAL ROUNDED =
                             SALARIO-REAJUSTADO
                             * WS-SIN-PERCENTUAL (WS-ACHADO-SIN) / 100
              ELSE
                     MOVE WS-SIN-VALOR (WS-ACHADO-SIN)
                          TO WS-SIND-MENSAL
              END-IF.
              IF WS-SIN-MES-ANUAL (WS-ACHADO-SIN) EQUAL
                 WS-COMPETENCIA (5:2)
                     COMPUTE WS-SIND-ANUAL ROUNDED =
                             SALARIO-REAJUSTADO / 30
              END-IF.
              IF WS-SIND-MENSAL + WS-SIND-ANUAL GREATER WS-LIQUIDO
                     DISPLAY "EX26 - AVISO: CONTRIBUICAO SINDICAL DA "
                             "MATRICULA " CODIGO-SAI " LIMITADA AO "
                             "LIQUIDO"
                     IF WS-SIND-MENSAL GREATER WS-LIQUIDO
                            MOVE WS-LIQUIDO TO WS-SIND-MENSAL
                     END-IF
                     COMPUTE WS-SIND-ANUAL =
                             WS-LIQUIDO - WS-SIND-MENSAL
              END-IF.
              IF WS-SIND-MENSAL + WS-SIND-ANUAL GREATER ZEROES
                     SUBTRACT WS-SIND-MENSAL WS-SIND-ANUAL
                         FROM WS-LIQUIDO
                     ADD 1 TO WS-CT-SINDICAL
                     ADD WS-SIND-MENSAL WS-SIND-ANUAL
                         TO WS-TOTAL-SINDICAL
                     MOVE WS-COMPETENCIA (1:6) TO SCIC-COMPETENCIA
                     MOVE WS-SINDICATO TO SCIC-SINDICATO
                     MOVE CODIGO-SAI TO SCIC-MATRICULA
                     MOVE NOME-SAI TO SCIC-NOME
                     MOVE WS-SIND-MENSAL TO SCIC-MENSAL
                     MOVE WS-SIND-ANUAL TO SCIC-ANUAL
                     WRITE REG-SIND-CICLO
              END-IF.

       DESCONTA-ADIANTAMENTO.
              MOVE ZEROES TO WS-ADIANT-DESCONTADO.
              IF WS-TEM-CADADT EQUAL "NAO"
                     NEXT SENTENCE
              ELSE
                     MOVE CODIGO-SAI TO ADT-MATRICULA
                     READ CADADT
                            INVALID KEY
                            MOVE "NAO" TO WS-ADT-ENCONTRADO
                            NOT INVALID KEY
                            MOVE "SIM" TO WS-ADT-ENCONTRADO
                     END-READ
                     IF WS-ADT-ENCONTRADO EQUAL "SIM"
                            PERFORM APLICA-ADIANTAMENTO
                     END-IF
              END-IF.

       APLICA-ADIANTAMENTO.
              IF ADT-COMP-DESCONTO EQUAL WS-COMPETENCIA (1:6)
                     MOVE ADT-VALOR-DESCONTADO TO WS-ADIANT-DESCONTADO
              ELSE
                     MOVE ADT-SALDO TO WS-ADIANT-DESCONTADO
              END-IF.
              IF WS-ADIANT-DESCONTADO GREATER WS-LIQUIDO
                     MOVE WS-LIQUIDO TO WS-ADIANT-DESCONTADO
              END-IF.
              IF WS-ADIANT-DESCONTADO GREATER ZEROES
                     SUBTRACT WS-ADIANT-DESCONTADO FROM WS-LIQUIDO
                     ADD 1 TO WS-CT-ADIANTAMENTOS
                     ADD WS-ADIANT-DESCONTADO TO WS-TOTAL-ADIANTAMENTO
                     IF ADT-COMP-DESCONTO NOT EQUAL
                        WS-COMPETENCIA (1:6)
                            SUBTRACT WS-ADIANT-DESCONTADO
                                FROM ADT-SALDO
                            MOVE WS-COMPETENCIA (1:6)
                                 TO ADT-COMP-DESCONTO
                            MOVE WS-ADIANT-DESCONTADO
                                 TO ADT-VALOR-DESCONTADO
                            IF WS-ENSAIO EQUAL "NAO"
                                   REWRITE REG-ADT
                            END-IF
                     END-IF
                     IF ADT-SALDO GREATER ZEROES
                            ADD 1 TO WS-CT-ADIANT-PARCIAL
                            DISPLAY "EX26 - AVISO: ADIANTAMENTO DA "
                                    "MATRICULA " CODIGO-SAI
                                    " MAIOR QUE O LIQUIDO - SALDO "
                                    ADT-SALDO " FICA PARA O PROXIMO "
                                    "CICLO"
                     END-IF
              END-IF.

       DEFINE-BRUTO.
              PERFORM PROPORCIONALIZA-SALARIO.
              MOVE WS-SALARIO-MES TO WS-BRUTO.
              PERFORM VARYING WS-IND-VAR FROM 1 BY 1
                      UNTIL WS-IND-VAR GREATER WS-TOTAL-VARIAVEIS
                      IF CODIGO-SAI EQUAL
                         WS-VAR-MATRICULA (WS-IND-VAR)
                             COMPUTE WS-BRUTO = WS-SALARIO-MES
                                     + WS-VAR-EXTRAS (WS-IND-VAR)
                                     - WS-VAR-DESCONTOS (WS-IND-VAR)
                      END-IF
              END-PERFORM.
              PERFORM VARYING WS-IND-COM FROM 1 BY 1
                      UNTIL WS-IND-COM GREATER WS-TOTAL-COMISSIONADOS
                      IF CODIGO-SAI EQUAL
                         WS-COM-MATRICULA (WS-IND-COM)
                             ADD WS-COM-VALOR (WS-IND-COM) TO WS-BRUTO
                             ADD WS-COM-VALOR (WS-IND-COM) TO
                                 WS-TOTAL-COMISSAO
                      END-IF
              END-PERFORM.

       PROPORCIONALIZA-SALARIO.
              MOVE SALARIO-REAJUSTADO TO WS-SALARIO-MES.
              MOVE "M" TO AFS-FUNCAO.
              MOVE CODIGO-SAI TO AFS-MATRICULA.
              MOVE WS-COMPETENCIA (1:6) TO AFS-COMPETENCIA.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                     ADD 1 TO WS-CT-AFASTADOS
                     IF AFS-DIAS-SEM-SALARIO GREATER ZEROES
                            COMPUTE WS-SALARIO-MES ROUNDED =
                                    SALARIO-REAJUSTADO
                                    * (AFS-DIAS-PERIODO
                                       - AFS-DIAS-SEM-SALARIO)
                                    / AFS-DIAS-PERIODO
                            DISPLAY "EX26 - MATRICULA " CODIGO-SAI
                                    " AFASTADA - " AFS-DIAS-SEM-SALARIO
                                    " DE " AFS-DIAS-PERIODO
                                    " DIAS SEM SALARIO NO MES"
                     END-IF
                     IF AFS-DIAS-SEM-SALARIO EQUAL AFS-DIAS-PERIODO
                            ADD 1 TO WS-CT-SEM-SALARIO
                     END-IF
              END-IF.

       CARREGA-DEPENDENTES.
              OPEN INPUT CADDEP.
                            INTO WS-NOME-CADSAI
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADSAI TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSAI.
              MOVE ENS-ATIVO TO WS-ENSAIO.
              MOVE WS-NOME-TABTRIB TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-TABTRIB.
              MOVE WS-NOME-TABSIND TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-TABSIND.
              MOVE WS-NOME-VARIAVEL TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-VARIAVEL.
              MOVE WS-NOME-COMISSAO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-COMISSAO.
              MOVE WS-NOME-VT-REG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-VT-REG.
              MOVE WS-NOME-SAUDE TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SAUDE.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADLIQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADLIQ.
              MOVE WS-NOME-SIND-CICLO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SIND-CICLO.
              MOVE WS-NOME-PENSAO-CICLO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-PENSAO-CICLO.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-PENSAO-REG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-PENSAO-REG.
              MOVE WS-NOME-LEDGER TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-LEDGER.

       GRAVA-CABECALHO-GERACAO.
              MOVE SPACES TO REG-LIQ-CAB.
              MOVE "H" TO CAB-TIPO.

       APLICA-PARCELA.
              COMPUTE WS-MARGEM ROUNDED =
                      (WS-LIQUIDO + WS-ADIANT-DESCONTADO)
                      * WS-PERC-CONSIGNAVEL.
              IF EMP-PARCELA GREATER EMP-SALDO
                     MOVE EMP-SALDO TO WS-PARCELA-APLICADA
              ELSE
                     MOVE EMP-PARCELA TO WS-PARCELA-APLICADA
              END-IF.
              IF WS-PARCELA-APLICADA GREATER WS-MARGEM
                 OR WS-PARCELA-APLICADA GREATER WS-LIQUIDO
                     ADD 1 TO WS-CT-ACIMA-MARGEM
                     MOVE ZEROES TO WS-PARCELA-APLICADA
                     DISPLAY "EX26 - PARCELA DO CONSIGNADO ACIMA DA "
              IF WS-PARCELA-APLICADA GREATER ZEROES
                     SUBTRACT WS-PARCELA-APLICADA FROM WS-LIQUIDO
                     SUBTRACT WS-PARCELA-APLICADA FROM EMP-SALDO
                     IF WS-ENSAIO EQUAL "NAO"
                            REWRITE REG-EMP
                     END-IF
                     ADD 1 TO WS-CT-PARCELAS
                     ADD WS-PARCELA-APLICADA TO WS-TOTAL-CONSIGNADO
                     IF EMP-SALDO EQUAL ZEROES
              PERFORM CALCULA-SALARIO-FAMILIA.
              PERFORM CALCULA-LIQUIDO.
              PERFORM DESCONTA-PENSAO.
              PERFORM DESCONTA-VALE-TRANSPORTE.
              PERFORM DESCONTA-SAUDE.
              PERFORM DESCONTA-SINDICATO.
              PERFORM DESCONTA-ADIANTAMENTO.
              PERFORM DESCONTA-CONSIGNADO.
              PERFORM GRAVA-LIQUIDO.
              PERFORM VERIFICA-FIM.
              DISPLAY "EX26 - RESUMO DO CALCULO DO LIQUIDO".
              DISPLAY "FUNCIONARIOS PROCESSADOS: " WS-CT-PROCESSADOS.
              DISPLAY "TOTAL BRUTO             : " WS-TOTAL-BRUTO.
              DISPLAY "TOTAL COMISSOES         : " WS-TOTAL-COMISSAO.
              DISPLAY "AFASTADOS NO MES        : " WS-CT-AFASTADOS.
              DISPLAY "AFASTADOS O MES TODO    : " WS-CT-SEM-SALARIO.
              DISPLAY "TOTAL INSS              : " WS-TOTAL-INSS.
              DISPLAY "TOTAL IRRF              : " WS-TOTAL-IRRF.
              DISPLAY "TOTAL SALARIO-FAMILIA   : " WS-TOTAL-SF.
              DISPLAY "TOTAL PENSAO ALIMENTICIA: " WS-TOTAL-PENSAO.
              DISPLAY "ORDENS DESCONTADAS      : " WS-CT-PENSOES.
              DISPLAY "TOTAL VALE-TRANSPORTE   : " WS-TOTAL-VT.
              DISPLAY "DESCONTOS DE VT         : " WS-CT-VT.
              DISPLAY "TOTAL PLANO DE SAUDE    : " WS-TOTAL-SAUDE.
              DISPLAY "DESCONTOS DE SAUDE      : " WS-CT-SAUDE.
              DISPLAY "SAUDE ALEM DO LIQUIDO   : "
                      WS-CT-SAUDE-PARCIAL.
              DISPLAY "TOTAL SINDICAL          : " WS-TOTAL-SINDICAL.
              DISPLAY "CONTRIBUINTES SINDICAIS : " WS-CT-SINDICAL.
              DISPLAY "AUTORIZ. SEM SINDICATO  : "
                      WS-CT-SEM-SINDICATO.
              DISPLAY "TOTAL ADIANTAMENTO      : "
                      WS-TOTAL-ADIANTAMENTO.
              DISPLAY "ADIANTAM. DESCONTADOS   : "
                      WS-CT-ADIANTAMENTOS.
              DISPLAY "ADIANTAMENTOS COM SALDO : "
                      WS-CT-ADIANT-PARCIAL.
              DISPLAY "TOTAL CONSIGNADO        : "
                      WS-TOTAL-CONSIGNADO.
              DISPLAY "PARCELAS DESCONTADAS    : " WS-CT-PARCELAS.
              DISPLAY "TOTAL LIQUIDO           : " WS-TOTAL-LIQUIDO.

       TERMINO.
              IF WS-TEM-CADSAI EQUAL "SIM"
                     CLOSE CADSAI CADLIQ
              END-IF.
              IF WS-TEM-ARQ-CICLO EQUAL "SIM"
                     CLOSE PENSAO-REG PENSAO-CICLO LEDGER-LIQ
                           SIND-CICLO
              END-IF.
              IF WS-TEM-CADEMP EQUAL "SIM"
                     CLOSE CADEMP
              END-IF.
              IF WS-TEM-CADADT EQUAL "SIM"
                     CLOSE CADADT
              END-IF.
              PERFORM RESUMO-FINAL.
