      *****************************************************
      * CONSGREC.CPY
      * REGISTRO DO CADASTRO DE EMPRESTIMOS CONSIGNADOS
      * (CONSGMST), INDEXADO POR COMPANHIA + MATRICULA +
      * NUMERO DO CONTRATO: BANCO CREDOR (MESMO CODIGO DE 3
      * POSICOES DO EMP-BANCO), VALOR FINANCIADO, QUANTIDADE
      * E VALOR DAS PARCELAS E PARCELAS JA DESCONTADAS EM
      * FOLHA. VALORES EM BRL COM DUAS CASAS IMPLICITAS.
      * SITUACAO: 'A' ATIVO (DESCONTADO TODO MES), 'Q'
      * QUITADO (TODAS AS PARCELAS DESCONTADAS), 'R' RECUSA-
      * DO (A PRIMEIRA PARCELA ESTOURARIA A MARGEM CONSIGNA-
      * VEL DE 35% DO LIQUIDO) E 'C' CANCELADO PELO RH.
      * CS-ULT-PERIODO E O ULTIMO PERIODO (AAAAMM) EM QUE A
      * PARCELA FOI DESCONTADA - UMA RETOMADA DA FOLHA NO
      * MESMO PERIODO NAO CONTA A PARCELA DUAS VEZES.
      * MANTIDO PELO PROGCOB24; DESCONTADO PELO PROGCOB04;
      * CONSULTADO PELO PROGCOB04R (SALDO DEVEDOR NA
      * RESCISAO).
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CONSIG-REG.
           05  CS-CHAVE.
               10  CS-COMPANHIA    PIC X(02).
               10  CS-MATRICULA    PIC 9(06).
               10  CS-CONTRATO     PIC X(10).
           05  CS-BANCO            PIC X(03).
           05  CS-VLR-PRINCIPAL    PIC 9(07)V99.
           05  CS-QTDE-PARCELAS    PIC 9(03).
           05  CS-VLR-PARCELA      PIC 9(06)V99.
           05  CS-PARCELAS-PAGAS   PIC 9(03).
           05  CS-SITUACAO         PIC X(01).
               88  CS-ATIVO               VALUE 'A'.
               88  CS-QUITADO             VALUE 'Q'.
               88  CS-RECUSADO            VALUE 'R'.
               88  CS-CANCELADO           VALUE 'C'.
           05  CS-DATA-INCLUSAO    PIC X(08).
           05  CS-ULT-PERIODO      PIC X(06).
