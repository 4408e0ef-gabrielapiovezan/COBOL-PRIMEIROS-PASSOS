      *****************************************************
      * PROFREC.CPY
      * REGISTRO DO CADASTRO DE PROFESSORES (PROFTAB),
      * INDEXADO PELO CODIGO DO PROFESSOR (6 POSICOES, O
      * MESMO CODIGO GRAVADO NA OFERTA DE DISCIPLINA E NO
      * HA-PROFESSOR DO HISTALUN). PROFESSOR INATIVO
      * CONTINUA VALENDO NAS OFERTAS JA GRAVADAS, MAS NAO E
      * ACEITO EM OFERTA NOVA NEM EM TROCA DE PROFESSOR.
      * MANTIDO PELO PROGCOB38; CONSULTADO PELO PROGCOB39 E
      * PELO RELATORIO DE NOTAS PENDENTES PROGCOB40.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  PROFESSOR-REG.
           05  PR-CODIGO           PIC X(06).
           05  PR-NOME             PIC X(30).
           05  PR-SITUACAO         PIC X(01).
               88  PR-ATIVO               VALUE 'A' SPACE.
               88  PR-INATIVO             VALUE 'I'.
           05  PR-DATA-ALTERACAO   PIC X(08).
