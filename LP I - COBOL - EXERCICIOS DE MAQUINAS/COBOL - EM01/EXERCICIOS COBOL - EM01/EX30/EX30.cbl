      *          (MARCADAS EM EX30-TRANSF-RES.DAT) NAO SAO
      *          REAPONTADAS: A DUPLICIDADE APARECE NO CONSOLE COMO
      *          "JA RESOLVIDA" E FICA FORA DE EX30-TRANSF.DAT.
      *          CADA FILIAL E LIGADA A SUA EMPRESA (CNPJ) PELO
      *          CADASTRO EMPRESAS.DAT (SUBPROGRAMA EMPSRV) E O RESUMO
      *          FINAL TRAZ O SUBTOTAL (FILIAIS, FUNCIONARIOS E VALOR)
      *          DE CADA EMPRESA ANTES DO TOTAL CORPORATIVO; NA
      *          RETOMADA PELO CHECKPOINT OS SUBTOTAIS DAS FILIAIS JA
      *          FECHADAS SAO REFEITOS DO CADCORP PARCIAL, JUNTO COM
      *          AS MATRICULAS VISTAS. FILIAL SEM EMPRESA NO CADASTRO
      *          ENTRA NO SUBTOTAL "SEM EMPRESA" E O PASSO DEVOLVE
      *          RETURN-CODE 4. SEM EMPRESAS.DAT HA UM SUBTOTAL SO, O
      *          DO EMPREGADOR UNICO.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO
      *          COMO PASSO DA CADEIA DE EX10.

       77 WS-TOTAL-RESOLVIDAS PIC 9(04) VALUE ZEROES.
       77 WS-JA-RESOLVIDA PIC X(03) VALUE "NAO".
       77 WS-CT-JA-RESOLVIDAS PIC 9(05) VALUE ZEROES.
       77 WS-IND-EMP PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-EMPRESAS PIC 9(02) VALUE ZEROES.
       77 WS-CT-SEM-EMPRESA PIC 9(02) VALUE ZEROES.
       77 WS-CHAVE-EMPRESA PIC X(04) VALUE SPACES.

       01 TABELA-RESOLVIDAS.
              02 WS-RES OCCURS 1000 TIMES PIC 9(05).

       01 TABELA-FILIAIS.
              02 WS-FIL OCCURS 50 TIMES.
                     03 WS-FIL-CODIGO  PIC X(04).
                     03 WS-FIL-DATA    PIC X(08).
                     03 WS-FIL-IND-EMP PIC 9(02).

       01 TABELA-EMPRESAS.
              02 WS-EMP OCCURS 50 TIMES.
                     03 WS-EMP-CODIGO  PIC X(04).
                     03 WS-EMP-CNPJ    PIC X(14).
                     03 WS-EMP-NOME    PIC X(30).
                     03 WS-EMP-FILIAIS PIC 9(02).
                     03 WS-EMP-QTDE    PIC 9(07).
                     03 WS-EMP-VALOR   PIC 9(11)V99.

       01 TABELA-VISTOS.
              02 WS-VISTO OCCURS 5000 TIMES.
       01 TABELA-PREFIXOS-REJ-RED REDEFINES TABELA-PREFIXOS-REJ.
              02 PREFIXO-REJ PIC X(08) OCCURS 3 TIMES.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION.

       PROGRAMA30.
              END-PERFORM.
              CLOSE CADCORP-ENT.

      * SO AS FILIAIS COBERTAS PELO CHECKPOINT ENTRAM NO SUBTOTAL DA
      * EMPRESA, COMO NOS TOTAIS CORPORATIVOS RESTAURADOS DELE
       GUARDA-VISTO-PARCIAL.
              MOVE ZEROES TO WS-IND-EMP.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-CKPT-IND
                      OR WS-IND GREATER WS-TOTAL-FILIAIS
                      OR WS-IND-EMP GREATER ZEROES
                      IF WS-FIL-CODIGO (WS-IND) EQUAL FILIAL-CORP-ENT
                             MOVE WS-FIL-IND-EMP (WS-IND) TO WS-IND-EMP
                      END-IF
              END-PERFORM.
              IF WS-IND-EMP GREATER ZEROES
                     ADD 1 TO WS-EMP-QTDE (WS-IND-EMP)
                     ADD SALARIO-CORP-ENT TO WS-EMP-VALOR (WS-IND-EMP)
              END-IF.
              IF WS-TOTAL-VISTOS EQUAL 5000
                     DISPLAY "EX30 - TABELA DE MATRICULAS VISTAS "
                             "CHEIA (5000) NA RETOMADA - ABORTANDO"
                          WS-FIL-CODIGO (WS-TOTAL-FILIAIS)
                     MOVE PARM-LOTE-DATA TO
                          WS-FIL-DATA (WS-TOTAL-FILIAIS)
                     PERFORM IDENTIFICA-EMPRESA-FILIAL
              END-IF.

      * A TABELA DE EMPRESAS TEM O TAMANHO DA DE FILIAIS E NUNCA ENCHE
       IDENTIFICA-EMPRESA-FILIAL.
              MOVE "I" TO EPS-FUNCAO.
              MOVE PARM-LOTE-FILIAL TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     ADD 1 TO WS-CT-SEM-EMPRESA
                     MOVE "????" TO WS-CHAVE-EMPRESA
                     MOVE "SEM EMPRESA" TO EPS-RAZAO
              ELSE
                     MOVE EPS-EMPRESA TO WS-CHAVE-EMPRESA
                     IF EPS-RAZAO EQUAL SPACES
                            MOVE EPS-NOME TO EPS-RAZAO
                     END-IF
              END-IF.
              MOVE ZEROES TO WS-IND-EMP.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-EMPRESAS
                      IF WS-EMP-CODIGO (WS-IND) EQUAL WS-CHAVE-EMPRESA
                             MOVE WS-IND TO WS-IND-EMP
                      END-IF
              END-PERFORM.
              IF WS-IND-EMP EQUAL ZEROES
                     ADD 1 TO WS-TOTAL-EMPRESAS
                     MOVE WS-TOTAL-EMPRESAS TO WS-IND-EMP
                     MOVE WS-CHAVE-EMPRESA TO WS-EMP-CODIGO (WS-IND-EMP)
                     MOVE EPS-CNPJ TO WS-EMP-CNPJ (WS-IND-EMP)
                     MOVE EPS-RAZAO TO WS-EMP-NOME (WS-IND-EMP)
                     MOVE ZEROES TO WS-EMP-FILIAIS (WS-IND-EMP)
                                    WS-EMP-QTDE (WS-IND-EMP)
                                    WS-EMP-VALOR (WS-IND-EMP)
              END-IF.
              ADD 1 TO WS-EMP-FILIAIS (WS-IND-EMP).
              MOVE WS-IND-EMP TO WS-FIL-IND-EMP (WS-TOTAL-FILIAIS).

       MONTA-NOME-CADSAI.
              MOVE SPACES TO WS-NOME-CADSAI-FIL.
              WRITE REG-CORP.
              ADD 1 TO WS-CT-FILIAL WS-CT-CORP.
              ADD SALARIO-REAJUSTADO TO WS-TOTAL-FILIAL WS-TOTAL-CORP.
              MOVE WS-FIL-IND-EMP (WS-IND-FIL) TO WS-IND-EMP.
              ADD 1 TO WS-EMP-QTDE (WS-IND-EMP).
              ADD SALARIO-REAJUSTADO TO WS-EMP-VALOR (WS-IND-EMP).
              PERFORM VERIFICA-TRANSFERENCIA.

       VERIFICA-TRANSFERENCIA.

       RESUMO-FINAL.
              DISPLAY "EX30 - RESUMO CORPORATIVO".
              PERFORM SUBTOTAL-EMPRESA
                      VARYING WS-IND-EMP FROM 1 BY 1
                      UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPRESAS.
              IF WS-CT-SEM-EMPRESA GREATER ZEROES
                     DISPLAY "EX30 - AVISO: " WS-CT-SEM-EMPRESA
                             " FILIAL(IS) SEM EMPRESA EM EMPRESAS.DAT"
                     IF RETURN-CODE LESS 4
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
              DISPLAY "FILIAIS PROCESSADAS   : " WS-TOTAL-FILIAIS.
              DISPLAY "FUNCIONARIOS NO CORP  : " WS-CT-CORP.
              DISPLAY "VALOR TOTAL CORPORATIVO: " WS-TOTAL-CORP.
              DISPLAY "JA RESOLVIDAS POR EX66  : "
                      WS-CT-JA-RESOLVIDAS.

       SUBTOTAL-EMPRESA.
              DISPLAY "EMPRESA " WS-EMP-CODIGO (WS-IND-EMP)
                      " " WS-EMP-NOME (WS-IND-EMP)
                      " CNPJ " WS-EMP-CNPJ (WS-IND-EMP).
              DISPLAY "        FILIAIS " WS-EMP-FILIAIS (WS-IND-EMP)
                      " - FUNCIONARIOS " WS-EMP-QTDE (WS-IND-EMP)
                      " - VALOR " WS-EMP-VALOR (WS-IND-EMP).

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADCORP TRANSFERENCIAS
