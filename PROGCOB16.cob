      *                    UMA TURMA EM UM SEMESTRE; O ALUNO QUE
      *                    CAIU DE MEDIA 8 PARA 5 EM DOIS SEMESTRES
      *                    ERA INVISIVEL ATE REPROVAR
      * 15/10/2026 GABPI0  LAYOUT DO DISCTAB PASSA AO COPYBOOK
      *                    DISCREC, QUE GANHOU OS PRE-REQUISITOS
      *                    DA DISCIPLINA - A LINHA MAIS LONGA NAO
      *                    CABIA NO REGISTRO LOCAL DE 26 POSICOES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
      *****************************************************
      * LIMIAR DE QUEDA DO COEFICIENTE ENTRE DOIS SEMESTRES
      * (4 DIGITOS, 2 CASAS IMPLICITAS, EX. 0200 = 2,00)
