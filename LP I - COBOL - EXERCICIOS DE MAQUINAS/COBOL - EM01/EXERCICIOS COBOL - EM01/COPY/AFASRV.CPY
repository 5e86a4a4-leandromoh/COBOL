      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE AFASTAMENTOS
      *    AFASRV (CALL "AFASRV" USING AFASRV-AREA). NA PRIMEIRA
      *    CHAMADA O SUBPROGRAMA CARREGA CADAFA.DAT (CADAFA.CPY) EM
      *    MEMORIA. AFS-FUNCAO ESCOLHE O PERIODO CONSULTADO PARA A
      *    MATRICULA AFS-MATRICULA:
      *       "M" - O MES AFS-COMPETENCIA (AAAAMM) INTEIRO;
      *       "D" - SO O DIA AFS-DATA (AAAAMMDD).
      *    DEVOLVE, EM DIAS DO PERIODO:
      *       AFS-DIAS-PERIODO    - DIAS CORRIDOS DO PERIODO;
      *       AFS-DIAS-AFASTADO   - DIAS EM QUALQUER AFASTAMENTO;
      *       AFS-DIAS-SEM-SALARIO- DIAS QUE A EMPRESA NAO PAGA
      *                             (DOENCA/ACIDENTE APOS O 15o DIA,
      *                             MATERNIDADE E SEM VENCIMENTOS);
      *       AFS-DIAS-SEM-FGTS   - DIAS SEM DEPOSITO DE FGTS
      *                             (DOENCA APOS O 15o DIA E SEM
      *                             VENCIMENTOS);
      *       AFS-DIAS-SUSPENSO   - DIAS DE CONTRATO SUSPENSO, QUE
      *                             NAO CONTAM PARA O 13o (AUXILIO
      *                             DO INSS APOS O 15o DIA E SEM
      *                             VENCIMENTOS);
      *    E O TIPO, O INICIO E O RETORNO PREVISTO DO AFASTAMENTO
      *    MAIS RECENTE QUE TOCA O PERIODO.
      *    AFS-RETORNO: "0" = SEM AFASTAMENTO NO PERIODO,
      *    "1" = AFASTADO EM PELO MENOS UM DIA DO PERIODO,
      *    "8" = PARAMETRO INVALIDO, "9" = CADAFA.DAT INDISPONIVEL
      *    (TRATAR COMO SEM AFASTAMENTO).
      *----------------------------------------------------------
       02 AFS-FUNCAO           PIC X(01).
       02 AFS-MATRICULA        PIC 9(05).
       02 AFS-COMPETENCIA      PIC 9(06).
       02 AFS-DATA             PIC 9(08).
       02 AFS-RETORNO          PIC X(01).
       02 AFS-DIAS-PERIODO     PIC 9(02).
       02 AFS-DIAS-AFASTADO    PIC 9(02).
       02 AFS-DIAS-SEM-SALARIO PIC 9(02).
       02 AFS-DIAS-SEM-FGTS    PIC 9(02).
       02 AFS-DIAS-SUSPENSO    PIC 9(02).
       02 AFS-TIPO             PIC X(01).
       02 AFS-INICIO           PIC 9(08).
       02 AFS-RETORNO-PREV     PIC 9(08).
