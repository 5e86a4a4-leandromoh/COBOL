      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE COMPETENCIAS DA FOLHA
      *    COMPETENCIAS.DAT: UM REGISTRO POR COMPETENCIA (AAAAMM),
      *    MANTIDO SO POR EX105. COMP-STATUS: "A" = ABERTA,
      *    "F" = FECHADA (PAGA E DECLARADA - OS PASSOS DO CICLO
      *    RECUSAM GRAVAR PARA ELA), "R" = REABERTA. DATA/HORA,
      *    OPERADOR E AUTORIZACAO SAO OS DA ULTIMA MUDANCA DE
      *    STATUS; OS TOTAIS SAO OS DE CADLIQ.DAT E DA GUIA DE FGTS
      *    NO ULTIMO FECHAMENTO.
      *----------------------------------------------------------
       02 COMP-COMPETENCIA  PIC 9(06).
       02 COMP-STATUS       PIC X(01).
       02 COMP-DATA-HORA    PIC X(14).
       02 COMP-OPERADOR     PIC X(10).
       02 COMP-AUTORIZACAO  PIC X(15).
       02 COMP-QTDE         PIC 9(05).
       02 COMP-BRUTO        PIC 9(9)V99.
       02 COMP-INSS         PIC 9(9)V99.
       02 COMP-IRRF         PIC 9(9)V99.
       02 COMP-LIQUIDO      PIC 9(9)V99.
       02 COMP-FGTS         PIC 9(9)V99.
