      *****************************************************
      * DISCREC.CPY
      * REGISTRO DA TABELA DE DISCIPLINAS (DISCTAB) MANTIDA
      * PELA SECRETARIA: CODIGO, NOME, CREDITOS (O PESO DA
      * DISCIPLINA NO COEFICIENTE DO SEMESTRE) E ATE TRES
      * PRE-REQUISITOS - CODIGOS DE DISCIPLINA QUE O ALUNO
      * PRECISA TER APROVADO EM SEMESTRE ANTERIOR PARA SE
      * INSCREVER (EM BRANCO = SEM PRE-REQUISITO).
      * LIDO PELOS PROGCOB07T, PROGCOB13, PROGCOB16 E PELA
      * CRITICA DE INSCRICOES PROGCOB31; O NOME TAMBEM SAI NA
      * DISTRIBUICAO DE NOTAS DO PROGCOB46.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O LAYOUT ERA
      *                    DECLARADO LOCALMENTE EM CADA PROGRAMA,
      *                    SO COM CODIGO, NOME E CREDITOS
      * 15/10/2026 GABPI0  NOVO LEITOR: PROGCOB46 (DISTRIBUICAO
      *                    DE NOTAS POR DISCIPLINA E TURMA)
      *****************************************************
       01  TABELA-DISCIPLINAS-REG.
           05  DT-CODIGO           PIC X(04).
           05  DT-NOME             PIC X(20).
           05  DT-CREDITOS         PIC 9(02).
           05  DT-PRE-REQUISITOS.
               10  DT-PRE-REQ      PIC X(04) OCCURS 3 TIMES.
