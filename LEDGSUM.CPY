      *                    ACOMPANHANDO OS VALORES MONETARIOS
      *                    REAIS DO LEDGERREC; REGRAVAR O SIXLSUM
      *                    NA VIRADA DO LAYOUT
      * 15/10/2026 GABPI0  ACRESCIDO LS-ESTORNOS AO FIM DO
      *                    REGISTRO: A SOMA DOS LANCAMENTOS DO MES
      *                    QUE FORMAM PAR DE ESTORNO (O ESTORNADO
      *                    E O SEU ESTORNO), QUE DEIXAM DE ENTRAR
      *                    EM LS-POSITIVO/LS-NEGATIVO. POSITIVO +
      *                    NEGATIVO + ESTORNOS = LIQUIDO. BRANCO
      *                    NOS REGISTROS ANTIGOS = SEM ESTORNOS
      *****************************************************
       01  LEDGER-RESUMO-REG.
           05  LS-MES              PIC X(06).
           05  LS-LIQUIDO          PIC S9(09)V99.
           05  LS-QTDE             PIC 9(06).
           05  LS-CATEGORIA        PIC X(03).
           05  LS-ESTORNOS         PIC S9(09)V99.
