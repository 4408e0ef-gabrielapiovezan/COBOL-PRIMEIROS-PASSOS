      *****************************************************
      * AJPNDREC.CPY
      * REGISTRO DE AJUSTE PENDENTE DE APROVACAO (AJUSTPND):
      * AJUSTE CUJO RESULTADO, EM VALOR ABSOLUTO, PASSA DO
      * LIMITE DA SUA CATEGORIA NO PARAMAPR E QUE O PROGCOB06
      * DEIXA FORA DO LEDGER ATE UM SEGUNDO OPERADOR DECIDIR.
      * GUARDA O AJUSTE COMO SERIA LANCADO NO SIXLEDGR, O
      * LOTE QUE O TROUXE (DATA E OPERADOR OU ORIGEM DO
      * HEADER), O LIMITE EM VIGOR E O CICLO DA APROVACAO:
      * 'P' PENDENTE, 'A' APROVADO (AGUARDA O PROXIMO RUN DO
      * PROGCOB06), 'R' REJEITADO E 'L' LANCADO NO LEDGER.
      * GRAVADO E REGRAVADO PELO PROGCOB06; DECIDIDO PELO
      * PROGCOB41 (MENU); LISTADO NO FECHAMENTO PELO
      * PROGCOB06F.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  AJUSTE-PENDENTE-REG.
           05  PA-NUMERO           PIC 9(08).
           05  PA-DATA-LOTE        PIC X(08).
           05  PA-OPER-LOTE        PIC X(08).
           05  PA-OPERACAO         PIC X(12).
           05  PA-NUM1             PIC S9(07)V99.
           05  PA-NUM2             PIC S9(07)V99.
           05  PA-RESUL            PIC S9(09)V99.
           05  PA-CATEGORIA        PIC X(03).
           05  PA-LIMITE           PIC 9(09)V99.
           05  PA-SITUACAO         PIC X(01).
               88  AJUSTE-PENDENTE        VALUE 'P'.
               88  AJUSTE-APROVADO        VALUE 'A'.
               88  AJUSTE-REJEITADO       VALUE 'R'.
               88  AJUSTE-LANCADO         VALUE 'L'.
           05  PA-OPER-DECISAO     PIC X(08).
           05  PA-DATA-DECISAO     PIC X(08).
           05  PA-MOTIVO           PIC X(30).
           05  PA-DATA-LANCTO      PIC X(08).
