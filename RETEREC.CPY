      *****************************************************
      * RETEREC.CPY
      * REGISTRO DE DEPOSITO RETIDO (FOLHARET): UMA LINHA POR
      * EMPREGADO CUJO LIQUIDO FICOU FORA DA REMESSA DA
      * FOLHA PORQUE OS DADOS BANCARIOS FORAM ALTERADOS NO
      * MESTRE (EMPMOVH) DENTRO DOS DIAS DE RETENCAO ANTES DO
      * RUN. GUARDA A CONTA NOVA, O VALOR EM CENTAVOS, A
      * DATA E O OPERADOR DA ALTERACAO E O CICLO DA RETENCAO:
      * 'R' RETIDO, 'L' LIBERADO PELO SUPERVISOR (NA REMESSA
      * SUPLEMENTAR AINDA NAO ENVIADA) E 'E' ENVIADO AO
      * BANCO NA REMESSA SUPLEMENTAR.
      * ACRESCENTADO (OPEN EXTEND) PELO PROGCOB04; LIDO E
      * REGRAVADO PELO PROGCOB30 (LIBERACAO PELO MENU);
      * RECONTADO PELO PROGCOB04V.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  RETENCAO-DEPOSITO-REG.
           05  RT-COMPANHIA        PIC X(02).
           05  RT-MATRICULA        PIC 9(06).
           05  RT-NOME             PIC X(20).
           05  RT-BANCO            PIC 9(03).
           05  RT-AGENCIA          PIC 9(04).
           05  RT-CONTA            PIC 9(09).
           05  RT-VALOR            PIC 9(11).
           05  RT-MOEDA            PIC X(03).
           05  RT-PERIODO          PIC X(06).
           05  RT-TIPO             PIC X(01).
           05  RT-DATA-RUN         PIC X(08).
           05  RT-DATA-ALTER       PIC X(08).
           05  RT-OPER-ALTER       PIC X(08).
           05  RT-SITUACAO         PIC X(01).
               88  DEPOSITO-RETIDO        VALUE 'R'.
               88  DEPOSITO-LIBERADO      VALUE 'L'.
               88  DEPOSITO-ENVIADO       VALUE 'E'.
           05  RT-OPER-LIBER       PIC X(08).
           05  RT-DATA-LIBER       PIC X(08).
