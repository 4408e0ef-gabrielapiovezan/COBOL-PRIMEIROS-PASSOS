      *****************************************************
      * CARGOREC.CPY
      * REGISTRO DA TABELA DE CARGOS (CARGOTAB), INDEXADA
      * POR COMPANHIA + CODIGO DO CARGO (O MESMO CODIGO DE 4
      * POSICOES GRAVADO EM EMP-CARGO NO MESTRE): TITULO DO
      * CARGO E A FAIXA SALARIAL (MINIMO E MAXIMO, DUAS
      * CASAS IMPLICITAS, COMO O EMP-SALARIO). CARGO
      * INATIVO CONTINUA VALENDO PARA QUEM JA O TEM, MAS NAO
      * E ACEITO EM CADASTRO NOVO NEM EM TROCA DE CARGO.
      * MANTIDA PELO PROGCOB23; CONSULTADA PELO PROGCOB02,
      * PROGCOB02B E PROGCOB03 E PELO RELATORIO DE FAIXA
      * SALARIAL PROGCOB23R.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CARGO-REG.
           05  CG-CHAVE.
               10  CG-COMPANHIA    PIC X(02).
               10  CG-CODIGO       PIC X(04).
           05  CG-TITULO           PIC X(30).
           05  CG-SAL-MINIMO       PIC 9(06)V99.
           05  CG-SAL-MAXIMO       PIC 9(06)V99.
           05  CG-SITUACAO         PIC X(01).
               88  CG-ATIVO               VALUE 'A' SPACE.
               88  CG-INATIVO             VALUE 'I'.
           05  CG-DATA-ALTERACAO   PIC X(08).
