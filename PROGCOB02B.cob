      *                    LEVA MENSAL DE VINTE CONTRATACOES ERA
      *                    UMA TARDE DE DIGITACAO COM OS TIPICOS
      *                    ERROS NOS DADOS BANCARIOS
      * 15/10/2026 GABPI0  O CARGO INFORMADO PASSA A SER CONFERIDO
      *                    NA TABELA DE CARGOS (CARGOTAB): CARGO
      *                    SEM CADASTRO NA COMPANHIA OU INATIVO
      *                    REJEITA A ADMISSAO (BRANCO CONTINUA
      *                    ACEITO, COMO NO PROGCOB02)
      * 15/10/2026 GABPI0  O ADMISENT GANHA O CPF E O PIS DO
      *                    ADMITIDO (AD-CPF/AD-PIS), GRAVADOS NO
      *                    MESTRE; DIGITO VERIFICADOR QUE NAO
      *                    CONFERE REJEITA A ADMISSAO, COMO A
      *                    REDIGITACAO DO PROGCOB02
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT TABELA-CARGOS ASSIGN TO "CARGOTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WRK-FS-CARGOS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
           05  AD-CONTA            PIC X(09).
           05  AD-SALARIO          PIC X(08).
           05  AD-CARGO            PIC X(04).
           05  AD-CPF              PIC X(11).
           05  AD-PIS              PIC X(11).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  RELATORIO-ADMISSAO.
       01  ADMISSAO-LINHA          PIC X(80).
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  TABELA-CARGOS.
           COPY CARGOREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ADMISSOES PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * TABELA DE CARGOS: SEM ELA SO A ADMISSAO COM CARGO
      * EM BRANCO E ACEITA
      *---------------------------------------------------
       77 WRK-FS-CARGOS    PIC X(02) VALUE SPACES.
       77 WRK-CARGOS-OK    PIC X(01) VALUE 'N'.
           88 TABELA-CARGOS-ABERTA  VALUE 'S'.
      *---------------------------------------------------
      * COMPANHIA NORMALIZADA DO REGISTRO (BRANCO = '01') E
      * VISAO NUMERICA DO SALARIO CRITICADO
      *---------------------------------------------------
       77 WRK-ACHOU-DUP    PIC X(01) VALUE 'N'.
           88 ACHOU-DUPLICADO       VALUE 'S'.
      *---------------------------------------------------
      * CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF E DO
      * PIS: O DOCUMENTO A CONFERIR VAI EM WRK-DOC-X E O
      * RESULTADO VOLTA EM WRK-DOC-OK
      *---------------------------------------------------
       01 WRK-DOC-X            PIC X(11) VALUE SPACES.
       01 WRK-DOC-DIGITOS REDEFINES WRK-DOC-X.
           05 WRK-DOC-DIG      PIC 9(01) OCCURS 11 TIMES.
       01 WRK-PESOS-PIS-X      PIC X(10) VALUE '3298765432'.
       01 WRK-PESOS-PIS REDEFINES WRK-PESOS-PIS-X.
           05 WRK-PESO-PIS     PIC 9(01) OCCURS 10 TIMES.
       77 WRK-IND-DOC      PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-DOC     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DOC     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-DOC     PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DOC    PIC 9(02) VALUE ZEROS.
       77 WRK-DV-DOC       PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-IGUAIS  PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-OK       PIC X(01) VALUE 'N'.
           88 DOCUMENTO-VALIDO      VALUE 'S'.
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DO LOTE
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZEROS.
           05 ADM-NOME         PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ADM-MOTIVO       PIC X(42).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB2B" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-ADMISSAO.
           OPEN INPUT TABELA-CARGOS.
           IF WRK-FS-CARGOS = "00"
               MOVE 'S' TO WRK-CARGOS-OK
           ELSE
               DISPLAY 'CARGOTAB INDISPONIVEL (STATUS ' WRK-FS-CARGOS
                   ') - ADMISSAO COM CARGO SERA REJEITADA'
           END-IF.
           DISPLAY "========= CARGA DE ADMISSOES EM LOTE =========".
           PERFORM 2100-LER-ADMISSAO THRU 2100-LER-ADMISSAO-EXIT.
       1000-INICIALIZAR-EXIT.
               PERFORM 2900-REJEITAR THRU 2900-REJEITAR-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           MOVE AD-CPF TO WRK-DOC-X.
           PERFORM 2650-VALIDAR-CPF THRU 2650-VALIDAR-CPF-EXIT.
           IF NOT DOCUMENTO-VALIDO
               MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)' TO ADM-MOTIVO
               PERFORM 2900-REJEITAR THRU 2900-REJEITAR-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           MOVE AD-PIS TO WRK-DOC-X.
           PERFORM 2660-VALIDAR-PIS THRU 2660-VALIDAR-PIS-EXIT.
           IF NOT DOCUMENTO-VALIDO
               MOVE 'PIS INVALIDO (DIGITO VERIFICADOR)' TO ADM-MOTIVO
               PERFORM 2900-REJEITAR THRU 2900-REJEITAR-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           IF AD-CARGO NOT = SPACES
               PERFORM 2500-CONFERIR-CARGO
                   THRU 2500-CONFERIR-CARGO-EXIT
               IF ADM-MOTIVO NOT = SPACES
                   PERFORM 2900-REJEITAR THRU 2900-REJEITAR-EXIT
                   GO TO 2000-LER-PROXIMA
               END-IF
           END-IF.
           PERFORM 3000-VERIFICAR-DUPLICADO
               THRU 3000-VERIFICAR-DUPLICADO-EXIT.
           IF ACHOU-DUPLICADO
       2100-LER-ADMISSAO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O CARGO DA ADMISSAO NA TABELA DE CARGOS DA
      * COMPANHIA - DEVOLVE O MOTIVO DA REJEICAO EM
      * ADM-MOTIVO (BRANCO QUANDO O CARGO E VALIDO)
      *****************************************************
       2500-CONFERIR-CARGO.
           MOVE SPACES TO ADM-MOTIVO.
           IF NOT TABELA-CARGOS-ABERTA
               MOVE 'TABELA DE CARGOS INDISPONIVEL' TO ADM-MOTIVO
               GO TO 2500-CONFERIR-CARGO-EXIT
           END-IF.
           MOVE WRK-CIA-NORM TO CG-COMPANHIA.
           MOVE AD-CARGO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   MOVE 'CARGO NAO CADASTRADO NA COMPANHIA'
                       TO ADM-MOTIVO
                   GO TO 2500-CONFERIR-CARGO-EXIT
           END-READ.
           IF CG-INATIVO
               MOVE 'CARGO INATIVO NA TABELA DE CARGOS' TO ADM-MOTIVO
           END-IF.
       2500-CONFERIR-CARGO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O CPF EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E OS DOIS DIGITOS VERIFICADORES PELO MODULO
      * 11 (PESOS 10 A 2 PARA O PRIMEIRO E 11 A 2 PARA O
      * SEGUNDO; RESTO MENOR QUE 2 DA DIGITO ZERO)
      *****************************************************
       2650-VALIDAR-CPF.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 2650-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 2650-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 10 TO WRK-PESO-DOC.
           PERFORM 2655-SOMAR-CPF THRU 2655-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 9.
           PERFORM 2658-CALCULAR-DV-CPF
               THRU 2658-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (10)
               GO TO 2650-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 11 TO WRK-PESO-DOC.
           PERFORM 2655-SOMAR-CPF THRU 2655-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 10.
           PERFORM 2658-CALCULAR-DV-CPF
               THRU 2658-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 2650-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       2650-VALIDAR-CPF-EXIT.
           EXIT.

       2655-SOMAR-CPF.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-DOC.
           SUBTRACT 1 FROM WRK-PESO-DOC.
       2655-SOMAR-CPF-EXIT.
           EXIT.

       2658-CALCULAR-DV-CPF.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE ZEROS TO WRK-DV-DOC
           ELSE
               COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC
           END-IF.
       2658-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O PIS EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E O DIGITO VERIFICADOR PELO MODULO 11 COM OS
      * PESOS 3 2 9 8 7 6 5 4 3 2 (11 MENOS O RESTO; 10 OU
      * 11 DA DIGITO ZERO)
      *****************************************************
       2660-VALIDAR-PIS.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 2660-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 2660-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           PERFORM 2665-SOMAR-PIS THRU 2665-SOMAR-PIS-EXIT
               UNTIL WRK-IND-DOC = 10.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC.
           IF WRK-DV-DOC > 9
               MOVE ZEROS TO WRK-DV-DOC
           END-IF.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 2660-VALIDAR-PIS-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       2660-VALIDAR-PIS-EXIT.
           EXIT.

       2665-SOMAR-PIS.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-PIS (WRK-IND-DOC).
       2665-SOMAR-PIS-EXIT.
           EXIT.

       2900-REJEITAR.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           MOVE 'REJ ' TO ADM-RESULTADO.
           MOVE AD-CONTA TO EMP-CONTA.
           MOVE WRK-SALARIO TO EMP-SALARIO.
           MOVE AD-CARGO TO EMP-CARGO.
           MOVE AD-CPF TO EMP-CPF.
           MOVE AD-PIS TO EMP-PIS.
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE 'CHAVE JA EXISTENTE NO MESTRE' TO ADM-MOTIVO
           MOVE EMP-CONTA TO MV-DEP-CONTA.
           MOVE EMP-SALARIO TO MV-DEP-SALARIO.
           MOVE EMP-CARGO TO MV-DEP-CARGO.
           MOVE SPACES TO MV-ANT-CPF MV-ANT-PIS.
           MOVE EMP-CPF TO MV-DEP-CPF.
           MOVE EMP-PIS TO MV-DEP-PIS.
           OPEN EXTEND MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "35"
               OPEN OUTPUT MOVIMENTO-MESTRE
           IF WRK-FS-RELAT = "00"
               CLOSE RELATORIO-ADMISSAO
           END-IF.
           IF TABELA-CARGOS-ABERTA
               CLOSE TABELA-CARGOS
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'ADMISSOES LIDAS......: ' WRK-QTDE-LIDOS.
           DISPLAY 'ACEITAS..............: ' WRK-QTDE-ACEITOS.
           DISPLAY 'REJEITADAS...........: ' WRK-QTDE-REJEITADOS.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB2B" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-QTDE-ACEITOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
