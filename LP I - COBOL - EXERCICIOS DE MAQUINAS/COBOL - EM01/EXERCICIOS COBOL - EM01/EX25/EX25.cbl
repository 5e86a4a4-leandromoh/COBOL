      *          REMESSA DE EX14 (MATRICULA, NOME, VALOR) PARA PODER
      *          SEGUIR NO MESMO FLUXO BANCARIO, E A MEMORIA DE
      *          CALCULO POR FUNCIONARIO (SALARIO VIGENTE EM CADA
      *          MES) SAI IMPRESSA EM EX25-MEMORIA.DAT.
      *          OS MESES EM QUE O CONTRATO FICOU SUSPENSO POR
      *          AFASTAMENTO (AUXILIO DO INSS APOS O 15o DIA DE
      *          DOENCA OU ACIDENTE, OU LICENCA SEM VENCIMENTOS, PELO
      *          CADASTRO CADAFA.DAT E O SUBPROGRAMA AFASRV) A PONTO
      *          DE SOBRAREM MENOS DE 15 DIAS NO MES NAO CONTAM PARA O
      *          13o: ENTRAM COM SALARIO ZERO E A OBSERVACAO NA
      *          MEMORIA DE CALCULO - O 13o DESSES MESES E PAGO PELO
      *          INSS NO ABONO ANUAL. A LICENCA-MATERNIDADE CONTA
      *          NORMALMENTE. TERMINA COM GOBACK PARA PODER SER
      *          AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       77 WS-TOTAL-DECIMO PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-ED PIC 9(7),99.
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-DIAS-MINIMOS-MES PIC 9(02) VALUE 15.
       77 WS-CT-MESES-EXCLUIDOS PIC 9(05) VALUE ZEROES.

       01 TABELA-HIST-ANO.
              02 WS-HA OCCURS 2000 TIMES.
          02 MEM-MES PIC 9(02).
          02 FILLER PIC X(18) VALUE " SALARIO VIGENTE  ".
          02 MEM-SALARIO PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(02) VALUE SPACES.
          02 MEM-OBS PIC X(39).

       01 LINHA-MEM-TOTAL.
          02 FILLER PIC X(24) VALUE "   SOMA DOS 12 MESES    ".
          02 MEM-DECIMO PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(14) VALUE SPACES.

       01 AFASRV-AREA.
              COPY AFASRV.

       PROCEDURE DIVISION.

       PROGRAMA25.
              PERFORM VARYING WS-MES FROM 1 BY 1
                      UNTIL WS-MES GREATER 12
                      PERFORM LOCALIZA-SALARIO-MES
                      PERFORM VERIFICA-AFASTAMENTO-MES
                      ADD WS-SALARIO-MES TO WS-SOMA-MESES
                      MOVE WS-MES TO MEM-MES
                      MOVE WS-SALARIO-MES TO MEM-SALARIO
              WRITE REG-MEM FROM LINHA-MEM-TOTAL
                    AFTER ADVANCING 2 LINES.

       VERIFICA-AFASTAMENTO-MES.
              MOVE SPACES TO MEM-OBS.
              MOVE "M" TO AFS-FUNCAO.
              MOVE CODIGO-SAI TO AFS-MATRICULA.
              COMPUTE AFS-COMPETENCIA = WS-ANO * 100 + WS-MES.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                 AND AFS-DIAS-PERIODO - AFS-DIAS-SUSPENSO
                     LESS WS-DIAS-MINIMOS-MES
                     MOVE ZEROES TO WS-SALARIO-MES
                     MOVE "AFASTADO - MES NAO CONTA PARA O 13O"
                          TO MEM-OBS
                     ADD 1 TO WS-CT-MESES-EXCLUIDOS
              END-IF.

       GRAVA-DECIMO-CSV.
              MOVE SPACES TO REG-DECIMO.
              MOVE WS-DECIMO TO WS-VALOR-ED.
              DISPLAY "EX25 - DECIMO TERCEIRO DO ANO " WS-ANO.
              DISPLAY "FUNCIONARIOS CALCULADOS: " WS-CT-FUNCIONARIOS.
              DISPLAY "VALOR TOTAL DO 13O     : " WS-TOTAL-DECIMO.
              DISPLAY "MESES FORA POR AFASTAM.: "
                      WS-CT-MESES-EXCLUIDOS.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
