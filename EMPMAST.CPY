      *                    '01' E A EMPRESA ORIGINAL; O ARQUIVO
      *                    PRECISA SER RECONSTRUIDO (PROGCOB02L)
      *                    NA VIRADA DO LAYOUT
      * 15/10/2026 GABPI0  O REGISTRO CRESCE DE 76 PARA 98 BYTES
      *                    COM O CPF E O PIS DO EMPREGADO
      *                    (EMP-CPF/EMP-PIS, 11 DIGITOS CADA, SEM
      *                    PONTUACAO), EXIGIDOS NO DEPOSITO MENSAL
      *                    DO FGTS (PROGCOB25) E CONFERIDOS PELOS
      *                    DIGITOS VERIFICADORES NO CADASTRO.
      *                    DECLARADOS COMO X PARA OS REGISTROS
      *                    ANTIGOS (EM BRANCO) CONTINUAREM
      *                    LEGIVEIS - COMPLETAR PELA OPCAO 7 DO
      *                    PROGCOB03; O MESTRE PRECISA SER
      *                    RECONSTRUIDO (PROGCOB02U/PROGCOB02L)
      *                    NA VIRADA DO LAYOUT
      **********************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-CHAVE.
           05  EMP-CONTA           PIC X(09).
           05  EMP-SALARIO         PIC 9(06)V99.
           05  EMP-CARGO           PIC X(04).
           05  EMP-CPF             PIC X(11).
           05  EMP-PIS             PIC X(11).
