       IDENTIFICATION DIVISION.

       PROGRAM-ID. SELSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DO SELO ENCADEADO DAS TRILHAS DE
      *          AUDITORIA, CHAMADO COM CALL "SELSRV" USING A AREA DE
      *          SELSRV.CPY (NO MESMO MOLDE DE DATSRV E CARSRV). A
      *          AUDITORIA APONTOU QUE EX08-AUDIT.DAT, EX11-AUDIT.DAT,
      *          EX29-CLI-AUDIT.DAT E EX29-LOG.DAT SAO SEQUENCIAIS
      *          QUE QUALQUER UM COM ACESSO AO DISCO EDITA. CADA
      *          REGISTRO DESSAS TRILHAS PASSA A LEVAR UM SELO
      *          CALCULADO SOBRE O SELO DO REGISTRO ANTERIOR, A
      *          SEQUENCIA DO REGISTRO E OS SEUS DADOS, MISTURADOS
      *          BYTE A BYTE (MULTIPLICA POR 257, SOMA O CODIGO DO
      *          CARACTER E GUARDA O RESTO DA DIVISAO PELO PRIMO
      *          9999999967) COM A CHAVE DE CHAVE-SELO.DAT NA FRENTE
      *          E NO FIM. A CHAVE E LIDA NA PRIMEIRA CHAMADA E O
      *          ARQUIVO DEVE FICAR SO COM A SEGURANCA; SEM ELE O
      *          SELO SAI COM A CHAVE PADRAO, COM AVISO, E DEVOLVE
      *          "9". O MESMO CALCULO SERVE AOS GRAVADORES E A
      *          VERIFICACAO DE EX116. TERMINA COM GOBACK, COMO TODO
      *          SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-CHAVE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CHAVE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CHAVE-SELO.DAT".

       01 REG-CHAVE.
              02 CHV-CHAVE PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-CARREGADO PIC X(03) VALUE "NAO".
       77 WS-CHAVE-PADRAO PIC X(03) VALUE "NAO".
       77 WS-CHAVE PIC X(20) VALUE "FATEC-SP-TRILHA-AUD.".
       77 WS-BUFFER PIC X(300) VALUE SPACES.
       77 WS-TAM-BUFFER PIC 9(03) VALUE ZEROES.
       77 WS-IND PIC 9(03) VALUE ZEROES.
       77 WS-ACUM PIC 9(13) VALUE ZEROES.

       LINKAGE SECTION.
       01 SELSRV-AREA.
              COPY SELSRV.

       PROCEDURE DIVISION USING SELSRV-AREA.

       PROGRAMA-SELSRV.

       IF WS-CARREGADO EQUAL "NAO"
              PERFORM CARREGA-CHAVE
       END-IF.
       MOVE ZEROES TO SLS-SELO.
       IF SLS-TAMANHO EQUAL ZEROES OR SLS-TAMANHO GREATER 250
              MOVE "1" TO SLS-RETORNO
       ELSE
              PERFORM CALCULA-SELO
              IF WS-CHAVE-PADRAO EQUAL "SIM"
                     MOVE "9" TO SLS-RETORNO
              ELSE
                     MOVE "0" TO SLS-RETORNO
              END-IF
       END-IF.

       GOBACK.

       CARREGA-CHAVE.
              MOVE "SIM" TO WS-CARREGADO.
              OPEN INPUT ARQ-CHAVE.
              READ ARQ-CHAVE
                     AT END MOVE SPACES TO CHV-CHAVE
              END-READ.
              CLOSE ARQ-CHAVE.
              IF CHV-CHAVE EQUAL SPACES
                     MOVE "SIM" TO WS-CHAVE-PADRAO
                     DISPLAY "SELSRV - AVISO: CHAVE-SELO.DAT AUSENTE "
                             "OU EM BRANCO - SELO COM A CHAVE PADRAO"
              ELSE
                     MOVE CHV-CHAVE TO WS-CHAVE
              END-IF.

       CALCULA-SELO.
              MOVE SPACES TO WS-BUFFER.
              STRING WS-CHAVE DELIMITED BY SIZE
                     SLS-SEQUENCIA DELIMITED BY SIZE
                     SLS-DADOS (1:SLS-TAMANHO) DELIMITED BY SIZE
                     WS-CHAVE DELIMITED BY SIZE
                     INTO WS-BUFFER
              END-STRING.
              COMPUTE WS-TAM-BUFFER = SLS-TAMANHO + 49.
              MOVE SLS-SELO-ANTERIOR TO WS-ACUM.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TAM-BUFFER
                      COMPUTE WS-ACUM = FUNCTION MOD
                              (WS-ACUM * 257
                               + FUNCTION ORD (WS-BUFFER (WS-IND:1)),
                               9999999967)
              END-PERFORM.
              MOVE WS-ACUM TO SLS-SELO.
