      *                    EXCECOES); A OPCAO PASSA A DOIS DIGITOS
      *                    E NA LISTA DE AUTORIZACOES DO OPERCAD A
      *                    OPCAO 10 E REPRESENTADA PELA LETRA 'A'
      * 22/08/2026 GABPI0  ASSINATURA DE OPERADOR NA ENTRADA DO
      *                    MENU: O ID E VALIDADO NO CADASTRO
      *                    OPERCAD (EXISTENTE E ATIVO), GRAVADO NA
      *                    SESSAO OPERSESS - QUE OS PROGRAMAS
      *                    CHAMADOS CARIMBAM EM CADA REGISTRO DO
      *                    AUDITLOG - E AS OPCOES DO MENU SO SAO
      *                    OFERECIDAS A QUEM TEM A OPCAO NA LISTA
      *                    DE AUTORIZACOES DO CADASTRO
      * 02/09/2026 GABPI0  ACRESCENTADA A OPCAO 11 (PROGCOB12C -
      *                    CONSULTA DO HISTORICO DE PAGAMENTOS DE
      *                    UM EMPREGADO); NA LISTA DE AUTORIZACOES
      *                    DO OPERCAD A OPCAO 11 E REPRESENTADA
      *                    PELA LETRA 'B', SEGUINDO A CONVENCAO DO
      *                    'A' PARA A OPCAO 10
      * 02/09/2026 GABPI0  ACRESCENTADA A OPCAO 12 (PROGCOB15 -
      *                    CADASTRO/MANUTENCAO DO MESTRE DE
      *                    ALUNOS ALUNMAST), REPRESENTADA PELA
      *                    LETRA 'C' NA LISTA DE AUTORIZACOES
      * 02/09/2026 GABPI0  ACRESCENTADA A OPCAO 13 (PROGCOB18 -
      *                    MANUTENCAO DO PROPRIO CADASTRO DE
      *                    OPERADORES OPERCAD, COM AUDITORIA),
      *                    REPRESENTADA PELA LETRA 'D' NA LISTA
      *                    DE AUTORIZACOES
      * 02/09/2026 GABPI0  SENHA NA ASSINATURA: O OPERCAD GANHA
      *                    SENHA, DATA DE VALIDADE, CONTADOR DE
      *                    FALHAS E MARCA DE BLOQUEIO. A
      *                    ANTES QUALQUER UM QUE SOUBESSE O ID DE
      *                    UM SUPERVISOR ASSINAVA COMO ELE E A
      *                    TRILHA NAO PROVAVA NADA
      * 02/09/2026 GABPI0  ACRESCENTADA A OPCAO 14 (PROGCOB19 -
      *                    REIMPRESSAO DE HOLERITES DO HISTORICO
      *                    FOLHAHIS), REPRESENTADA PELA LETRA 'E'
      *                    NA LISTA DE AUTORIZACOES
      * 02/09/2026 GABPI0  ACRESCENTADA A OPCAO 15 (PROGCOB21 -
      *                    APROVACAO DE SUPERVISOR DA REMESSA
      *                    BANCARIA), REPRESENTADA PELA LETRA 'F'
      *                    NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 16 (PROGCOB23 -
      *                    MANUTENCAO DA TABELA DE CARGOS E FAIXAS
      *                    SALARIAIS CARGOTAB), REPRESENTADA PELA
      *                    LETRA 'G' NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 17 (PROGCOB24 -
      *                    CADASTRO DE EMPRESTIMOS CONSIGNADOS
      *                    CONSGMST), REPRESENTADA PELA LETRA 'H'
      *                    NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 18 (PROGCOB30 -
      *                    LIBERACAO DOS DEPOSITOS RETIDOS POR
      *                    TROCA DE CONTA), REPRESENTADA PELA
      *                    LETRA 'I' NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 19 (PROGCOB34 -
      *                    REABERTURA AUDITADA DE SEMESTRE LETIVO
      *                    FECHADO NO SEMCTL), REPRESENTADA PELA
      *                    LETRA 'J' NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADAS AS OPCOES 20 (PROGCOB38 -
      *                    CADASTRO DE PROFESSORES PROFTAB) E 21
      *                    (PROGCOB39 - OFERTAS DE DISCIPLINA DO
      *                    SEMESTRE OFERTAS), REPRESENTADAS PELAS
      *                    LETRAS 'K' E 'L' NA LISTA DE
      *                    AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 22 (PROGCOB41 -
      *                    APROVACAO DOS AJUSTES ACIMA DO LIMITE
      *                    RETIDOS NO AJUSTPND), REPRESENTADA PELA
      *                    LETRA 'M' NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 23 (PROGCOB42 -
      *                    ADESOES AO VALE-TRANSPORTE E AO
      *                    VALE-REFEICAO BENEFMST), REPRESENTADA
      *                    PELA LETRA 'N' NA LISTA DE AUTORIZACOES
      * 15/10/2026 GABPI0  ACRESCENTADA A OPCAO 24 (PROGCOB43 -
      *                    CADASTRO DE AFASTAMENTOS AFASTMST),
      *                    REPRESENTADA PELA LETRA 'O' NA LISTA DE
      *                    AUTORIZACOES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO        PIC 9(02) VALUE 99.
           88 SAIR-DO-MENU          VALUE 0.
           88 OPCAO-VALIDA          VALUE 0 THRU 24.
       77 WRK-OPCAO-X      PIC X(01) VALUE SPACE.
      *---------------------------------------------------
      * DECOMPOSICAO DA OPCAO PARA A VERIFICACAO DE AUTORI-
       01 WRK-OPER-VISAO.
           05 OPV-ID           PIC X(08).
           05 FILLER           PIC X(47).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NA TRILHA DE AUDITORIA, COM O ID TENTADO NA CHAVE
      *****************************************************
       0950-REGISTRAR-EVENTO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB0" TO AU-PROGRAMA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-OPERADOR-ID TO AU-CHAVE.
           MOVE WRK-OPERADOR-ID TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0950-REGISTRAR-EVENTO-EXIT.
           EXIT.

           DISPLAY "13 - PROGCOB18 - MANUTENCAO DE OPERADORES".
           DISPLAY "14 - PROGCOB19 - REIMPRESSAO DE HOLERITES".
           DISPLAY "15 - PROGCOB21 - APROVACAO DA REMESSA".
           DISPLAY "16 - PROGCOB23 - TABELA DE CARGOS".
           DISPLAY "17 - PROGCOB24 - EMPRESTIMOS CONSIGNADOS".
           DISPLAY "18 - PROGCOB30 - LIBERACAO DE DEPOSITOS RETIDOS".
           DISPLAY "19 - PROGCOB34 - REABERTURA DE SEMESTRE LETIVO".
           DISPLAY "20 - PROGCOB38 - CADASTRO DE PROFESSORES".
           DISPLAY "21 - PROGCOB39 - OFERTAS DE DISCIPLINA".
           DISPLAY "22 - PROGCOB41 - APROVACAO DE AJUSTES".
           DISPLAY "23 - PROGCOB42 - VALE-TRANSPORTE E REFEICAO".
           DISPLAY "24 - PROGCOB43 - AFASTAMENTOS".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 24'
               GO TO 1000-EXIBIR-MENU-EXIT
           END-IF.
           IF SAIR-DO-MENU
      * A OPCAO SO E AUTORIZADA SE O DIGITO APARECE NA LISTA
      * DE AUTORIZACOES DO CADASTRO (EX.: '2' EM '1247'); AS
      * OPCOES DE DOIS DIGITOS SEGUEM EM LETRAS: 'A' = 10,
      * 'B' = 11, 'C' = 12, 'D' = 13, 'E' = 14, 'F' = 15,
      * 'G' = 16, 'H' = 17, 'I' = 18, 'J' = 19, 'K' = 20,
      * 'L' = 21, 'M' = 22, 'N' = 23, 'O' = 24
      *****************************************************
       1500-VERIFICAR-AUTORIZACAO.
           EVALUATE WRK-OPCAO
                   MOVE 'E' TO WRK-OPCAO-X
               WHEN 15
                   MOVE 'F' TO WRK-OPCAO-X
               WHEN 16
                   MOVE 'G' TO WRK-OPCAO-X
               WHEN 17
                   MOVE 'H' TO WRK-OPCAO-X
               WHEN 18
                   MOVE 'I' TO WRK-OPCAO-X
               WHEN 19
                   MOVE 'J' TO WRK-OPCAO-X
               WHEN 20
                   MOVE 'K' TO WRK-OPCAO-X
               WHEN 21
                   MOVE 'L' TO WRK-OPCAO-X
               WHEN 22
                   MOVE 'M' TO WRK-OPCAO-X
               WHEN 23
                   MOVE 'N' TO WRK-OPCAO-X
               WHEN 24
                   MOVE 'O' TO WRK-OPCAO-X
               WHEN OTHER
                   MOVE WRK-OPCAO TO WRK-OPCAO-DIGITOS
                   MOVE WRK-OPCAO-UNIDADE TO WRK-OPCAO-X
                   CALL "PROGCOB19"
               WHEN 15
                   CALL "PROGCOB21"
               WHEN 16
                   CALL "PROGCOB23"
               WHEN 17
                   CALL "PROGCOB24"
               WHEN 18
                   CALL "PROGCOB30"
               WHEN 19
                   CALL "PROGCOB34"
               WHEN 20
                   CALL "PROGCOB38"
               WHEN 21
                   CALL "PROGCOB39"
               WHEN 22
                   CALL "PROGCOB41"
               WHEN 23
                   CALL "PROGCOB42"
               WHEN 24
                   CALL "PROGCOB43"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
