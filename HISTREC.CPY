      *                    CIA (FREQENT); ABAIXO DO MINIMO CONFIGU-
      *                    RADO O STATUS SAI 'REPROV FREQ' MESMO
      *                    COM A MEDIA ACIMA DO LIMIAR
      * 15/10/2026 GABPI0  ACRESCIDA HA-PROFESSOR AO FIM DO
      *                    REGISTRO: O PROFESSOR DA OFERTA DA
      *                    DISCIPLINA NA TURMA E NO SEMESTRE
      *                    (OFERTAS, PROGCOB39), GRAVADO PELO
      *                    PROGCOB07 - EM BRANCO QUANDO A OFERTA
      *                    NAO ESTA CADASTRADA. O ARQUIVO PRECISA
      *                    SER RECONSTRUIDO NA VIRADA DO LAYOUT
      *****************************************************
       01  HISTORICO-ALUNOS-REG.
           05  HA-CHAVE.
           05  HA-FREQUENCIA       PIC 9(03).
           05  HA-NOTA-EXAME       PIC 9(02)V9.
           05  HA-MEDIA-FINAL      PIC 9(02)V99.
           05  HA-PROFESSOR        PIC X(06).
