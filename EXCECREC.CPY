      *                    GIDA E 'D' DESCARTADA, COM QUEM TRATOU
      *                    E QUANDO - ATUALIZADO PELO PROGCOB10 E
      *                    ENVELHECIDO PELO RELATORIO PROGCOB10A
      * 15/10/2026 GABPI0  SEMESTRE E DISCIPLINA DA NOTA NA
      *                    EXCECAO (BRANCO NOS REGISTROS ANTIGOS
      *                    E QUANDO A ORIGEM NAO OS CONHECE): A
      *                    RESSUBMISSAO DO PROGCOB10 VOLTA AO
      *                    SEMESTRE CERTO E RESPEITA O SEMESTRE
      *                    FECHADO NO SEMCTL
      *****************************************************
       01  EXCECAO-REG.
           05  EX-PROGRAMA         PIC X(08).
               88  EXCECAO-DESCARTADA     VALUE 'D'.
           05  EX-TRAT-QUEM        PIC X(08).
           05  EX-TRAT-DATA        PIC X(08).
           05  EX-SEMESTRE         PIC X(06).
           05  EX-DISCIPLINA       PIC X(04).
