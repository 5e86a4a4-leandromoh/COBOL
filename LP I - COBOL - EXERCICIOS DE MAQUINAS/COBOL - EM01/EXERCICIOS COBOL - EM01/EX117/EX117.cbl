       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX117.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  RECERTIFICACAO TRIMESTRAL DOS ACESSOS DE OPERADOR.
      *          OPERADORES.DAT SO CRESCIA: QUEM MUDOU DE FUNCAO
      *          CONTINUAVA COM PERFIL "A" OU "O" E NINGUEM REVIA
      *          QUEM FEZ O QUE. PARA CADA OPERADOR DO CADASTRO SAI
      *          EM EX117-REL.DAT (PAGINADO, CABECALHOS NO MOLDE DE
      *          EX13, CATALOGADO) O PERFIL, O ULTIMO SIGN-ON, A DATA
      *          DA ULTIMA ATIVIDADE E A CONTAGEM DE ACOES, REUNIDAS
      *          DAS TRILHAS JA EXISTENTES (NO MOLDE DE EX54):
      *             - EX29-LOG.DAT: SIGN-ON E ACOES DO CONSOLE;
      *             - EX11-AUDIT.DAT: ATUALIZACOES PEDIDAS (OPERADOR)
      *               E APROVACOES DE EX58 (APROVADOR);
      *             - CADSAI-HIST.DAT: CICLOS DE EX08 AUTORIZADOS
      *               (OPERADOR-HIST, UM POR CICLO).
      *          SAO ACOES DE NIVEL "A" A ATUALIZACAO EX11, AS
      *          CORRECOES DIGITADA E DE CLIENTE, A FUSAO DE
      *          CLIENTES E AS APROVACOES; DE NIVEL "O" O DISPARO DA
      *          CADEIA E A AUTORIZACAO DE CICLO DE EX08. O RELATORIO
      *          MARCA CONTA DORMENTE (NENHUMA ATIVIDADE HA MAIS DE
      *          PRM-DIAS-DORMENCIA DIAS DE PARM-EX117.DAT - PADRAO
      *          90, UM TRIMESTRE - OU NUNCA USADA) E PERFIL OCIOSO
      *          (PERFIL "A" SEM NENHUMA ACAO DE NIVEL "A" OU "O",
      *          PERFIL "O" SEM NENHUMA ACAO DE NIVEL "O").
      *          OS SUPERVISORES DEVOLVEM DECISAO-RECERT.DAT (UMA
      *          LINHA POR OPERADOR: "M" = MANTER, "R" = REBAIXAR
      *          PARA O PERFIL INFORMADO, "D" = DESATIVAR) E A MESMA
      *          EXECUCAO APLICA AS DECISOES ANTES DE LISTAR. O
      *          SUPERVISOR TEM DE ESTAR CADASTRADO COM PERFIL "O" E
      *          NAO DECIDE SOBRE SI MESMO; REBAIXAR EXIGE O PERFIL
      *          DE DESTINO, MENOR QUE O ATUAL. DESATIVAR GRAVA O
      *          PERFIL "D", QUE O SIGN-ON DE EX29 RECUSA (EX105 JA
      *          EXIGE "O"). DECISAO QUE JA ESTA EM VIGOR E APENAS
      *          ANOTADA, ENTAO REPROCESSAR O MESMO ARQUIVO NAO
      *          REBAIXA DUAS VEZES. CADA DECISAO APLICADA VAI PARA
      *          EX117-AUDIT.DAT (PERFIL ANTES E DEPOIS, SUPERVISOR,
      *          DATA/HORA E MOTIVO), SELADA COMO AS DEMAIS TRILHAS
      *          (SUBPROGRAMA SELSRV) E CONFERIDA POR EX116; AS
      *          RECUSADAS SAEM NO RELATORIO COM O MOTIVO. HAVENDO
      *          MUDANCA, OPERADORES.DAT E COPIADO ANTES PARA
      *          OPERADORES-BKP.DAT E REGRAVADO. SEM OPERADORES.DAT
      *          O PROGRAMA TERMINA COM RETURN-CODE 16; COM DECISAO
      *          RECUSADA, 4. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-OPERADORES.
       SELECT OPERADORES-BKP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-DECISOES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CONSOLE-LOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AUDIT-EX11 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CADSAI-HIST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUDITORIA.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADORES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "OPERADORES.DAT".

       01 REG-OPERADOR.
              02 OPE-ID     PIC X(10).
              02 OPE-SENHA  PIC X(08).
              02 OPE-PERFIL PIC X(01).

       FD OPERADORES-BKP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "OPERADORES-BKP.DAT".

       01 REG-OPERADOR-BKP PIC X(19).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX117.DAT".

       01 REG-PARM.
              02 PRM-DIAS-DORMENCIA PIC 9(03).

       FD ARQ-DECISOES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DECISAO-RECERT.DAT".

       01 REG-DECISAO.
              02 DRC-OPERADOR    PIC X(10).
              02 DRC-DECISAO     PIC X(01).
              02 DRC-NOVO-PERFIL PIC X(01).
              02 DRC-SUPERVISOR  PIC X(10).
              02 DRC-MOTIVO      PIC X(30).

       FD CONSOLE-LOG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX29-LOG.DAT".

       01 REG-CONSOLE-LOG.
              02 LOG-OPERADOR  PIC X(10).
              02 LOG-DATA-HORA PIC X(14).
              02 LOG-ACAO      PIC X(25).
              02 LOG-SEQ-SELO  PIC 9(09).
              02 LOG-SELO      PIC 9(10).

       FD AUDIT-EX11
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX11-AUDIT.DAT".

       01 REG-AUDIT-EX11.
              02 AUD-CODIGO         PIC 9(05).
              02 AUD-SALARIO-ANTES  PIC 9(7)V99.
              02 AUD-SALARIO-DEPOIS PIC 9(7)V99.
              02 AUD-OPERADOR       PIC X(10).
              02 AUD-AUTORIZACAO    PIC X(15).
              02 AUD-DATA-HORA      PIC X(14).
              02 AUD-APROVADOR      PIC X(10).
              02 AUD-SEQ-SELO       PIC 9(09).
              02 AUD-SELO           PIC 9(10).

       FD CADSAI-HIST
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI-HIST.DAT".

       01 REG-SAI-HIST.
              02 CODIGO-HIST              PIC 9(5).
              02 NOME-HIST                PIC X(20).
              02 SALARIO-REAJUSTADO-HIST  PIC 9(7)V99.
              02 CICLO-HIST               PIC X(8).
              02 OPERADOR-HIST            PIC X(10).
              02 AUTORIZACAO-HIST         PIC X(15).
              02 DEPTO-HIST               PIC X(04).
              02 CARGO-HIST               PIC X(15).

       FD AUDITORIA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX117-AUDIT.DAT".

       01 REG-AUDITORIA.
              02 AUR-OPERADOR      PIC X(10).
              02 AUR-DECISAO       PIC X(01).
              02 AUR-PERFIL-ANTES  PIC X(01).
              02 AUR-PERFIL-DEPOIS PIC X(01).
              02 AUR-SUPERVISOR    PIC X(10).
              02 AUR-DATA-HORA     PIC X(14).
              02 AUR-MOTIVO        PIC X(30).
              02 AUR-SEQ-SELO      PIC 9(09).
              02 AUR-SELO          PIC 9(10).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX117-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ  PIC 9(1) VALUE 0.
       77 CT-LIN   PIC 9(02) VALUE 25.
       77 CT-PAG   PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-OPERADORES PIC X(02).
       77 WS-STATUS-AUDITORIA PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ALTEROU PIC X(03) VALUE "NAO".
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.
       77 WS-IND-OPER PIC 9(02) VALUE ZEROES.
       77 WS-IND-SUP PIC 9(02) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-OPERADORES PIC 9(02) VALUE ZEROES.
       77 WS-DIAS-DORMENCIA PIC 9(03) VALUE 90.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-DATA-ED PIC X(10) VALUE SPACES.
       77 WS-DIAS-INATIVO PIC S9(07) VALUE ZEROES.
       77 WS-NIVEL-ACAO PIC X(01) VALUE SPACES.
       77 WS-OPERADOR-BUSCA PIC X(10) VALUE SPACES.
       77 WS-CICLO-ANTERIOR PIC X(08) VALUE SPACES.
       77 WS-OPER-HIST-ANTERIOR PIC X(10) VALUE SPACES.
       77 WS-RANK-ATUAL PIC 9(01) VALUE ZEROES.
       77 WS-RANK-NOVO PIC 9(01) VALUE ZEROES.
       77 WS-PERFIL-RANK PIC X(01) VALUE SPACES.
       77 WS-RANK PIC 9(01) VALUE ZEROES.
       77 WS-RECUSA PIC X(30) VALUE SPACES.
       77 WS-FIM-TRILHA PIC 9(01) VALUE 0.
       77 WS-SEQ-SELO PIC 9(09) VALUE ZEROES.
       77 WS-SELO-ANTERIOR PIC 9(10) VALUE ZEROES.
       77 WS-CT-DECISOES PIC 9(05) VALUE ZEROES.
       77 WS-CT-APLICADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-VIGENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUSADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DORMENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-OCIOSOS PIC 9(05) VALUE ZEROES.

       01 TABELA-OPERADORES.
              02 WS-OPER OCCURS 50 TIMES.
                     03 WS-OPER-ID          PIC X(10).
                     03 WS-OPER-SENHA       PIC X(08).
                     03 WS-OPER-PERFIL      PIC X(01).
                     03 WS-OPER-ULT-SIGNON  PIC X(14).
                     03 WS-OPER-ULT-ATIV    PIC 9(08).
                     03 WS-OPER-ACOES       PIC 9(05).
                     03 WS-OPER-ATUALIZ     PIC 9(05).
                     03 WS-OPER-APROV       PIC 9(05).
                     03 WS-OPER-CICLOS      PIC 9(04).
                     03 WS-OPER-NIVEL-A     PIC 9(05).
                     03 WS-OPER-NIVEL-O     PIC 9(05).

       01 SELSRV-AREA.
              COPY SELSRV.

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(17) VALUE SPACES.
          02 FILLER    PIC X(46)
             VALUE "RECERTIFICACAO DE ACESSO DOS OPERADORES".
          02 FILLER    PIC X(17) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(40)
             VALUE "OPERADOR   P ULT.SIGNON ULT.ATIVID ACOES".
          02 FILLER   PIC X(39)
             VALUE " ATUAL APROV CICL ALERTA".

       01 DETALHE.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 OPERADOR-DET  PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 PERFIL-DET    PIC X(01).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SIGNON-DET    PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ATIVIDADE-DET PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ACOES-DET     PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ATUALIZ-DET   PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 APROV-DET     PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 CICLOS-DET    PIC ZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ALERTA-DET    PIC X(16).
          02 FILLER        PIC X(04) VALUE SPACES.

       01 LINHA-SECAO.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SECAO-LIN     PIC X(79).

       01 LINHA-DECISAO.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 OPERADOR-DEC  PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DECISAO-DEC   PIC X(01).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ANTES-DEC     PIC X(01).
          02 FILLER        PIC X(04) VALUE " -> ".
          02 DEPOIS-DEC    PIC X(01).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SUPERVISOR-DEC PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 RESULTADO-DEC PIC X(30).
          02 FILLER        PIC X(18) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 TEXTO-TOT     PIC X(30).
          02 QTDE-TOT      PIC ZZZZ9.
          02 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA117.

       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
       MOVE WS-DATA-HORA (1:8) TO WS-HOJE.
       PERFORM CARREGA-OPERADORES.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM LE-PARAMETRO
              PERFORM CONTA-CONSOLE-LOG
              PERFORM CONTA-AUDIT-EX11
              PERFORM CONTA-CICLOS-EX08
              OPEN OUTPUT RELAT
              PERFORM CABECALHO-SAIDA
              PERFORM APLICA-DECISOES
              IF WS-ALTEROU EQUAL "SIM"
                     PERFORM REGRAVA-OPERADORES
              END-IF
              PERFORM IMPRIME-OPERADOR
                      VARYING WS-IND-OPER FROM 1 BY 1
                      UNTIL WS-IND-OPER GREATER WS-TOTAL-OPERADORES
              PERFORM IMPRIME-TOTAIS
              CLOSE RELAT
              PERFORM REGISTRA-CATALOGO
              DISPLAY "EX117 - RECERTIFICACAO EM EX117-REL.DAT - "
                      "DORMENTES " WS-CT-DORMENTES
                      " OCIOSOS " WS-CT-OCIOSOS
                      " DECISOES APLICADAS " WS-CT-APLICADAS
                      " RECUSADAS " WS-CT-RECUSADAS
       END-IF.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       CARREGA-OPERADORES.
              OPEN INPUT OPERADORES.
              IF WS-STATUS-OPERADORES NOT EQUAL "00"
                     DISPLAY "EX117 - OPERADORES.DAT AUSENTE - NADA "
                             "A RECERTIFICAR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ OPERADORES
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-OPERADOR
                            END-READ
                     END-PERFORM
                     CLOSE OPERADORES
              END-IF.

       GUARDA-OPERADOR.
              IF WS-TOTAL-OPERADORES EQUAL 50
                     DISPLAY "EX117 - TABELA DE OPERADORES CHEIA (50) "
                             "- IGNORADO: " OPE-ID
              ELSE
                     ADD 1 TO WS-TOTAL-OPERADORES
                     MOVE OPE-ID TO WS-OPER-ID (WS-TOTAL-OPERADORES)
                     MOVE OPE-SENHA TO
                          WS-OPER-SENHA (WS-TOTAL-OPERADORES)
                     MOVE OPE-PERFIL TO
                          WS-OPER-PERFIL (WS-TOTAL-OPERADORES)
                     MOVE SPACES TO
                          WS-OPER-ULT-SIGNON (WS-TOTAL-OPERADORES)
                     MOVE ZEROES TO
                          WS-OPER-ULT-ATIV (WS-TOTAL-OPERADORES)
                          WS-OPER-ACOES (WS-TOTAL-OPERADORES)
                          WS-OPER-ATUALIZ (WS-TOTAL-OPERADORES)
                          WS-OPER-APROV (WS-TOTAL-OPERADORES)
                          WS-OPER-CICLOS (WS-TOTAL-OPERADORES)
                          WS-OPER-NIVEL-A (WS-TOTAL-OPERADORES)
                          WS-OPER-NIVEL-O (WS-TOTAL-OPERADORES)
              END-IF.

       LE-PARAMETRO.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PRM-DIAS-DORMENCIA NUMERIC
                        AND PRM-DIAS-DORMENCIA GREATER ZEROES
                            MOVE PRM-DIAS-DORMENCIA TO
                                 WS-DIAS-DORMENCIA
                     END-IF.
              CLOSE ARQ-PARM.

       LOCALIZA-OPERADOR.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND-OPER FROM 1 BY 1
                      UNTIL WS-IND-OPER GREATER WS-TOTAL-OPERADORES
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-OPER-ID (WS-IND-OPER) EQUAL
                         WS-OPERADOR-BUSCA
                             MOVE WS-IND-OPER TO WS-ACHADO
                      END-IF
              END-PERFORM.

       ANOTA-ATIVIDADE.
              IF WS-DATA-AUX NUMERIC
                 AND WS-DATA-AUX GREATER WS-OPER-ULT-ATIV (WS-ACHADO)
                     MOVE WS-DATA-AUX TO WS-OPER-ULT-ATIV (WS-ACHADO)
              END-IF.

       CONTA-CONSOLE-LOG.
              OPEN INPUT CONSOLE-LOG.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ CONSOLE-LOG
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM CONTA-ACAO-CONSOLE
                     END-READ
              END-PERFORM.
              CLOSE CONSOLE-LOG.

       CONTA-ACAO-CONSOLE.
              MOVE LOG-OPERADOR TO WS-OPERADOR-BUSCA.
              PERFORM LOCALIZA-OPERADOR.
              IF WS-ACHADO GREATER ZEROES
                     MOVE LOG-DATA-HORA (1:8) TO WS-DATA-AUX
                     PERFORM ANOTA-ATIVIDADE
                     IF LOG-ACAO EQUAL "SIGN-ON"
                            IF LOG-DATA-HORA GREATER
                               WS-OPER-ULT-SIGNON (WS-ACHADO)
                                   MOVE LOG-DATA-HORA TO
                                        WS-OPER-ULT-SIGNON (WS-ACHADO)
                            END-IF
                     ELSE
                     IF LOG-ACAO NOT EQUAL "SIGN-OFF"
                            ADD 1 TO WS-OPER-ACOES (WS-ACHADO)
                            PERFORM CLASSIFICA-ACAO
                            IF WS-NIVEL-ACAO EQUAL "A"
                                   ADD 1 TO WS-OPER-NIVEL-A (WS-ACHADO)
                            END-IF
                            IF WS-NIVEL-ACAO EQUAL "O"
                                   ADD 1 TO WS-OPER-NIVEL-O (WS-ACHADO)
                            END-IF
                     END-IF
                     END-IF
              END-IF.

       CLASSIFICA-ACAO.
              MOVE SPACES TO WS-NIVEL-ACAO.
              IF LOG-ACAO EQUAL "ATUALIZACAO EX11"
                 OR LOG-ACAO EQUAL "CORRECAO DIGITADA"
                 OR LOG-ACAO EQUAL "CORRECAO CLIENTE"
                 OR LOG-ACAO EQUAL "FUSAO CLIENTE"
                     MOVE "A" TO WS-NIVEL-ACAO
              END-IF.
              IF LOG-ACAO EQUAL "DISPARO DA CADEIA"
                     MOVE "O" TO WS-NIVEL-ACAO
              END-IF.

       CONTA-AUDIT-EX11.
              OPEN INPUT AUDIT-EX11.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ AUDIT-EX11
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM CONTA-ATUALIZACAO
                     END-READ
              END-PERFORM.
              CLOSE AUDIT-EX11.

       CONTA-ATUALIZACAO.
              MOVE AUD-DATA-HORA (1:8) TO WS-DATA-AUX.
              MOVE AUD-OPERADOR TO WS-OPERADOR-BUSCA.
              PERFORM LOCALIZA-OPERADOR.
              IF WS-ACHADO GREATER ZEROES
                     ADD 1 TO WS-OPER-ATUALIZ (WS-ACHADO)
                              WS-OPER-NIVEL-A (WS-ACHADO)
                     PERFORM ANOTA-ATIVIDADE
              END-IF.
              IF AUD-APROVADOR NOT EQUAL SPACES
                     MOVE AUD-APROVADOR TO WS-OPERADOR-BUSCA
                     PERFORM LOCALIZA-OPERADOR
                     IF WS-ACHADO GREATER ZEROES
                            ADD 1 TO WS-OPER-APROV (WS-ACHADO)
                                     WS-OPER-NIVEL-A (WS-ACHADO)
                            PERFORM ANOTA-ATIVIDADE
                     END-IF
              END-IF.

      *    CADSAI-HIST TEM UM REGISTRO POR FUNCIONARIO POR CICLO:
      *    CADA TROCA DE CICLO OU DE OPERADOR CONTA UM CICLO
      *    AUTORIZADO. OS CABECALHOS "H" SAO PULADOS COMO EM EX54.
       CONTA-CICLOS-EX08.
              OPEN INPUT CADSAI-HIST.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ CADSAI-HIST
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF REG-SAI-HIST (1:1) NOT EQUAL "H"
                                   PERFORM CONTA-CICLO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE CADSAI-HIST.

       CONTA-CICLO.
              IF CICLO-HIST NOT EQUAL WS-CICLO-ANTERIOR
                 OR OPERADOR-HIST NOT EQUAL WS-OPER-HIST-ANTERIOR
                     MOVE CICLO-HIST TO WS-CICLO-ANTERIOR
                     MOVE OPERADOR-HIST TO WS-OPER-HIST-ANTERIOR
                     MOVE OPERADOR-HIST TO WS-OPERADOR-BUSCA
                     PERFORM LOCALIZA-OPERADOR
                     IF WS-ACHADO GREATER ZEROES
                            ADD 1 TO WS-OPER-CICLOS (WS-ACHADO)
                                     WS-OPER-NIVEL-O (WS-ACHADO)
                            MOVE CICLO-HIST TO WS-DATA-AUX
                            PERFORM ANOTA-ATIVIDADE
                     END-IF
              END-IF.

       APLICA-DECISOES.
              MOVE "DECISOES DA SUPERVISAO (DECISAO-RECERT.DAT)" TO
                   SECAO-LIN.
              WRITE REG-REL FROM LINHA-SECAO AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              OPEN INPUT ARQ-DECISOES.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-DECISOES
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM TRATA-DECISAO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-DECISOES.
              IF WS-CT-APLICADAS GREATER ZEROES
                     CLOSE AUDITORIA
              END-IF.
              IF WS-CT-DECISOES EQUAL ZEROES
                     MOVE "NENHUMA DECISAO RECEBIDA - SO LISTAGEM" TO
                          SECAO-LIN
                     WRITE REG-REL FROM LINHA-SECAO
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.
              MOVE SPACES TO SECAO-LIN.
              WRITE REG-REL FROM LINHA-SECAO AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       TRATA-DECISAO.
              ADD 1 TO WS-CT-DECISOES.
              MOVE SPACES TO WS-RECUSA.
              MOVE DRC-OPERADOR TO OPERADOR-DEC.
              MOVE DRC-DECISAO TO DECISAO-DEC.
              MOVE DRC-SUPERVISOR TO SUPERVISOR-DEC.
              MOVE SPACES TO ANTES-DEC DEPOIS-DEC.
              MOVE DRC-SUPERVISOR TO WS-OPERADOR-BUSCA.
              PERFORM LOCALIZA-OPERADOR.
              MOVE WS-ACHADO TO WS-IND-SUP.
              MOVE DRC-OPERADOR TO WS-OPERADOR-BUSCA.
              PERFORM LOCALIZA-OPERADOR.
              IF WS-ACHADO EQUAL ZEROES
                     MOVE "OPERADOR NAO CADASTRADO" TO WS-RECUSA
              ELSE
              IF WS-IND-SUP EQUAL ZEROES
                     MOVE "SUPERVISOR NAO CADASTRADO" TO WS-RECUSA
              ELSE
              IF WS-OPER-PERFIL (WS-IND-SUP) NOT EQUAL "O"
                     MOVE "SUPERVISOR SEM PERFIL O" TO WS-RECUSA
              ELSE
              IF WS-IND-SUP EQUAL WS-ACHADO
                     MOVE "SUPERVISOR DECIDINDO SOBRE SI" TO WS-RECUSA
              ELSE
                     MOVE WS-OPER-PERFIL (WS-ACHADO) TO ANTES-DEC
                     PERFORM VALIDA-DECISAO
              END-IF
              END-IF
              END-IF
              END-IF.
              IF WS-RECUSA NOT EQUAL SPACES
                     ADD 1 TO WS-CT-RECUSADAS
                     MOVE 4 TO WS-RETORNO
                     MOVE WS-RECUSA TO RESULTADO-DEC
                     DISPLAY "EX117 - DECISAO RECUSADA PARA "
                             DRC-OPERADOR " - " WS-RECUSA
              END-IF.
              PERFORM IMPRIME-DECISAO.

       VALIDA-DECISAO.
              IF DRC-DECISAO EQUAL "M"
                     MOVE WS-OPER-PERFIL (WS-ACHADO) TO DEPOIS-DEC
                     PERFORM GRAVA-DECISAO
              ELSE
              IF DRC-DECISAO EQUAL "D"
                     MOVE "D" TO DEPOIS-DEC
                     IF WS-OPER-PERFIL (WS-ACHADO) EQUAL "D"
                            PERFORM ANOTA-VIGENTE
                     ELSE
                            PERFORM GRAVA-DECISAO
                     END-IF
              ELSE
              IF DRC-DECISAO EQUAL "R"
                     PERFORM VALIDA-REBAIXAMENTO
              ELSE
                     MOVE "DECISAO INVALIDA (M/R/D)" TO WS-RECUSA
              END-IF
              END-IF
              END-IF.

       VALIDA-REBAIXAMENTO.
              MOVE DRC-NOVO-PERFIL TO DEPOIS-DEC.
              MOVE WS-OPER-PERFIL (WS-ACHADO) TO WS-PERFIL-RANK.
              PERFORM CALCULA-RANK.
              MOVE WS-RANK TO WS-RANK-ATUAL.
              MOVE DRC-NOVO-PERFIL TO WS-PERFIL-RANK.
              PERFORM CALCULA-RANK.
              MOVE WS-RANK TO WS-RANK-NOVO.
              IF WS-OPER-PERFIL (WS-ACHADO) EQUAL "D"
                     MOVE "OPERADOR DESATIVADO" TO WS-RECUSA
              ELSE
              IF DRC-NOVO-PERFIL NOT EQUAL "C"
                 AND DRC-NOVO-PERFIL NOT EQUAL "A"
                     MOVE "PERFIL DE DESTINO INVALIDO" TO WS-RECUSA
              ELSE
              IF WS-RANK-NOVO EQUAL WS-RANK-ATUAL
                     PERFORM ANOTA-VIGENTE
              ELSE
              IF WS-RANK-NOVO GREATER WS-RANK-ATUAL
                     MOVE "DESTINO ACIMA DO PERFIL ATUAL" TO WS-RECUSA
              ELSE
                     PERFORM GRAVA-DECISAO
              END-IF
              END-IF
              END-IF
              END-IF.

       CALCULA-RANK.
              MOVE ZEROES TO WS-RANK.
              IF WS-PERFIL-RANK EQUAL "C"
                     MOVE 1 TO WS-RANK
              END-IF.
              IF WS-PERFIL-RANK EQUAL "A"
                     MOVE 2 TO WS-RANK
              END-IF.
              IF WS-PERFIL-RANK EQUAL "O"
                     MOVE 3 TO WS-RANK
              END-IF.

       ANOTA-VIGENTE.
              ADD 1 TO WS-CT-VIGENTES.
              MOVE "JA EM VIGOR - NADA A FAZER" TO RESULTADO-DEC.

       GRAVA-DECISAO.
              IF WS-CT-APLICADAS EQUAL ZEROES
                     PERFORM ABRE-AUDITORIA
              END-IF.
              ADD 1 TO WS-CT-APLICADAS.
              MOVE WS-OPER-ID (WS-ACHADO) TO AUR-OPERADOR.
              MOVE DRC-DECISAO TO AUR-DECISAO.
              MOVE WS-OPER-PERFIL (WS-ACHADO) TO AUR-PERFIL-ANTES.
              MOVE DEPOIS-DEC TO AUR-PERFIL-DEPOIS.
              MOVE DRC-SUPERVISOR TO AUR-SUPERVISOR.
              MOVE WS-DATA-HORA TO AUR-DATA-HORA.
              MOVE DRC-MOTIVO TO AUR-MOTIVO.
              ADD 1 TO WS-SEQ-SELO.
              MOVE WS-SELO-ANTERIOR TO SLS-SELO-ANTERIOR.
              MOVE WS-SEQ-SELO TO SLS-SEQUENCIA.
              MOVE 67 TO SLS-TAMANHO.
              MOVE REG-AUDITORIA (1:67) TO SLS-DADOS.
              CALL "SELSRV" USING SELSRV-AREA.
              MOVE WS-SEQ-SELO TO AUR-SEQ-SELO.
              MOVE SLS-SELO TO AUR-SELO WS-SELO-ANTERIOR.
              WRITE REG-AUDITORIA.
              IF DEPOIS-DEC NOT EQUAL WS-OPER-PERFIL (WS-ACHADO)
                     MOVE DEPOIS-DEC TO WS-OPER-PERFIL (WS-ACHADO)
                     MOVE "SIM" TO WS-ALTEROU
                     MOVE "APLICADA" TO RESULTADO-DEC
              ELSE
                     MOVE "MANTIDO - REGISTRADO" TO RESULTADO-DEC
              END-IF.

       ABRE-AUDITORIA.
              PERFORM OBTEM-ULTIMO-SELO.
              OPEN EXTEND AUDITORIA.
              IF WS-STATUS-AUDITORIA NOT EQUAL "00"
                     OPEN OUTPUT AUDITORIA
              END-IF.

       OBTEM-ULTIMO-SELO.
              OPEN INPUT AUDITORIA.
              IF WS-STATUS-AUDITORIA EQUAL "00"
                     PERFORM UNTIL WS-FIM-TRILHA EQUAL 1
                            READ AUDITORIA
                                   AT END MOVE 1 TO WS-FIM-TRILHA
                                   NOT AT END
                                   IF AUR-SEQ-SELO NUMERIC
                                      AND AUR-SELO NUMERIC
                                          MOVE AUR-SEQ-SELO TO
                                               WS-SEQ-SELO
                                          MOVE AUR-SELO TO
                                               WS-SELO-ANTERIOR
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE AUDITORIA
              END-IF.

       IMPRIME-DECISAO.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              WRITE REG-REL FROM LINHA-DECISAO AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       REGRAVA-OPERADORES.
              OPEN INPUT OPERADORES.
              OPEN OUTPUT OPERADORES-BKP.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ OPERADORES
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            WRITE REG-OPERADOR-BKP FROM REG-OPERADOR
                     END-READ
              END-PERFORM.
              CLOSE OPERADORES OPERADORES-BKP.
              OPEN OUTPUT OPERADORES.
              PERFORM VARYING WS-IND-OPER FROM 1 BY 1
                      UNTIL WS-IND-OPER GREATER WS-TOTAL-OPERADORES
                      MOVE WS-OPER-ID (WS-IND-OPER) TO OPE-ID
                      MOVE WS-OPER-SENHA (WS-IND-OPER) TO OPE-SENHA
                      MOVE WS-OPER-PERFIL (WS-IND-OPER) TO OPE-PERFIL
                      WRITE REG-OPERADOR
              END-PERFORM.
              CLOSE OPERADORES.
              DISPLAY "EX117 - OPERADORES.DAT REGRAVADO (COPIA "
                      "ANTERIOR EM OPERADORES-BKP.DAT)".

       IMPRIME-OPERADOR.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-OPER-ID (WS-IND-OPER) TO OPERADOR-DET.
              MOVE WS-OPER-PERFIL (WS-IND-OPER) TO PERFIL-DET.
              IF WS-OPER-ULT-SIGNON (WS-IND-OPER) EQUAL SPACES
                     MOVE "NUNCA" TO SIGNON-DET
              ELSE
                     MOVE WS-OPER-ULT-SIGNON (WS-IND-OPER) (1:8) TO
                          WS-DATA-AUX
                     PERFORM FORMATA-DATA
                     MOVE WS-DATA-ED TO SIGNON-DET
              END-IF.
              IF WS-OPER-ULT-ATIV (WS-IND-OPER) EQUAL ZEROES
                     MOVE "NUNCA" TO ATIVIDADE-DET
              ELSE
                     MOVE WS-OPER-ULT-ATIV (WS-IND-OPER) TO WS-DATA-AUX
                     PERFORM FORMATA-DATA
                     MOVE WS-DATA-ED TO ATIVIDADE-DET
              END-IF.
              MOVE WS-OPER-ACOES (WS-IND-OPER) TO ACOES-DET.
              MOVE WS-OPER-ATUALIZ (WS-IND-OPER) TO ATUALIZ-DET.
              MOVE WS-OPER-APROV (WS-IND-OPER) TO APROV-DET.
              MOVE WS-OPER-CICLOS (WS-IND-OPER) TO CICLOS-DET.
              PERFORM MONTA-ALERTA.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       MONTA-ALERTA.
              MOVE SPACES TO ALERTA-DET.
              IF WS-OPER-PERFIL (WS-IND-OPER) EQUAL "D"
                     MOVE "DESATIVADO" TO ALERTA-DET
              ELSE
                     IF WS-OPER-ULT-ATIV (WS-IND-OPER) EQUAL ZEROES
                            MOVE 9999999 TO WS-DIAS-INATIVO
                     ELSE
                            COMPUTE WS-DIAS-INATIVO =
                                FUNCTION INTEGER-OF-DATE (WS-HOJE)
                              - FUNCTION INTEGER-OF-DATE
                                (WS-OPER-ULT-ATIV (WS-IND-OPER))
                     END-IF
                     IF WS-DIAS-INATIVO GREATER WS-DIAS-DORMENCIA
                            ADD 1 TO WS-CT-DORMENTES
                            MOVE "DORMENTE" TO ALERTA-DET
                     END-IF
                     IF (WS-OPER-PERFIL (WS-IND-OPER) EQUAL "A"
                         AND WS-OPER-NIVEL-A (WS-IND-OPER) EQUAL ZEROES
                         AND WS-OPER-NIVEL-O (WS-IND-OPER) EQUAL ZEROES)
                     OR (WS-OPER-PERFIL (WS-IND-OPER) EQUAL "O"
                         AND WS-OPER-NIVEL-O (WS-IND-OPER) EQUAL ZEROES)
                            ADD 1 TO WS-CT-OCIOSOS
                            IF ALERTA-DET EQUAL SPACES
                                   MOVE "PERFIL OCIOSO" TO ALERTA-DET
                            ELSE
                                   MOVE "DORMENTE/OCIOSO" TO ALERTA-DET
                            END-IF
                     END-IF
              END-IF.

       FORMATA-DATA.
              MOVE SPACES TO WS-DATA-ED.
              STRING WS-DATA-AUX (7:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (5:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (1:4) DELIMITED BY SIZE
                     INTO WS-DATA-ED.

       IMPRIME-TOTAIS.
              IF CT-LIN GREATER THAN 18
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE "OPERADORES CADASTRADOS" TO TEXTO-TOT.
              MOVE WS-TOTAL-OPERADORES TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE "CONTAS DORMENTES" TO TEXTO-TOT.
              MOVE WS-CT-DORMENTES TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "PERFIS OCIOSOS" TO TEXTO-TOT.
              MOVE WS-CT-OCIOSOS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DECISOES APLICADAS" TO TEXTO-TOT.
              MOVE WS-CT-APLICADAS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DECISOES JA EM VIGOR" TO TEXTO-TOT.
              MOVE WS-CT-VIGENTES TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DECISOES RECUSADAS" TO TEXTO-TOT.
              MOVE WS-CT-RECUSADAS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "RECERTIFICACAO" TO CAT-NOME.
              MOVE "EX117" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-HOJE TO CAT-DATA.
              MOVE WS-DATA-HORA TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX117-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.
