       IDENTIFICATION DIVISION.

       PROGRAM-ID. COMPSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE CONTROLE DE COMPETENCIAS, CHAMADO COM
      *          CALL "COMPSRV" USING A AREA DE COMPSRV.CPY (NO MESMO
      *          MOLDE DE DATSRV, AFASRV E CARSRV). REUNE EM UM SO
      *          LUGAR A CONSULTA AO CADASTRO COMPETENCIAS.DAT
      *          (MANTIDO POR EX105) QUE OS PASSOS DO CICLO DA FOLHA
      *          FAZEM ANTES DE GRAVAR - EX26 (CADLIQ.DAT), EX44 (GUIA
      *          DE FGTS), EX60 (SEFIP) E EX14 (REMESSA AO BANCO):
      *          COMPETENCIA FECHADA JA FOI PAGA E DECLARADA E NAO
      *          PODE SER REGRAVADA. O CADASTRO E RELIDO A CADA
      *          CHAMADA, PARA UM FECHAMENTO OU REABERTURA FEITO ENTRE
      *          DUAS CHAMADAS VALER NA HORA. SEM COMPETENCIAS.DAT, OU
      *          SEM REGISTRO PARA A COMPETENCIA, DEVOLVE "9" E O
      *          PASSO SEGUE COMO SEMPRE. TERMINA COM GOBACK, COMO
      *          TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-COMPETENCIAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-COMPETENCIAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "COMPETENCIAS.DAT".

       01 REG-COMPETENCIA.
              COPY CADCOMP.

       WORKING-STORAGE SECTION.
       77 WS-FIM-COMP PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 COMPSRV-AREA.
              COPY COMPSRV.

       PROCEDURE DIVISION USING COMPSRV-AREA.

       PROGRAMA-COMPSRV.

       MOVE "9" TO CPS-RETORNO.
       MOVE SPACES TO CPS-STATUS CPS-DATA-HORA CPS-OPERADOR.
       MOVE 0 TO WS-FIM-COMP.
       OPEN INPUT ARQ-COMPETENCIAS.
       PERFORM UNTIL WS-FIM-COMP EQUAL 1
              READ ARQ-COMPETENCIAS
                     AT END MOVE 1 TO WS-FIM-COMP
                     NOT AT END
                     IF COMP-COMPETENCIA EQUAL CPS-COMPETENCIA
                            PERFORM DEVOLVE-SITUACAO
                            MOVE 1 TO WS-FIM-COMP
                     END-IF
              END-READ
       END-PERFORM.
       CLOSE ARQ-COMPETENCIAS.

       GOBACK.

       DEVOLVE-SITUACAO.
              MOVE COMP-STATUS TO CPS-STATUS.
              MOVE COMP-DATA-HORA TO CPS-DATA-HORA.
              MOVE COMP-OPERADOR TO CPS-OPERADOR.
              IF COMP-STATUS EQUAL "F"
                     MOVE "1" TO CPS-RETORNO
              ELSE
                     MOVE "0" TO CPS-RETORNO
              END-IF.
