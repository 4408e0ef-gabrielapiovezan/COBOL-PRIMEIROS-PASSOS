      *****************************************************
      * CONSDREC.CPY
      * REGISTRO DE PARCELA DE CONSIGNADO DESCONTADA EM
      * FOLHA (CONSGDSC): UMA LINHA POR CONTRATO DESCONTADO
      * NO RUN DA FOLHA NORMAL, COM O BANCO CREDOR, O
      * PERIODO, O NUMERO DA PARCELA, O VALOR RETIDO E O
      * SALDO DEVEDOR QUE RESTA DEPOIS DELA (PARCELAS QUE
      * FALTAM X VALOR DA PARCELA). VALORES EM BRL COM
      * DUAS CASAS IMPLICITAS.
      * GRAVADO (OPEN EXTEND) PELO PROGCOB04; LIDO NO FIM
      * DO MES PELO PROGCOB24R, QUE MONTA O REPASSE E O
      * DEMONSTRATIVO POR BANCO CREDOR.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CONSIG-DESCONTO-REG.
           05  DC-COMPANHIA        PIC X(02).
           05  DC-MATRICULA        PIC 9(06).
           05  DC-CONTRATO         PIC X(10).
           05  DC-BANCO            PIC X(03).
           05  DC-PERIODO          PIC X(06).
           05  DC-NUM-PARCELA      PIC 9(03).
           05  DC-QTDE-PARCELAS    PIC 9(03).
           05  DC-VLR-PARCELA      PIC 9(06)V99.
           05  DC-SALDO-DEVEDOR    PIC 9(09)V99.
           05  DC-DATA             PIC X(08).
