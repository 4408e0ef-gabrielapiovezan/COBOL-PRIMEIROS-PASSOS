      *                    A PROXIMA MATRICULA QUANTO O DUPLICADO
      *                    DE NOME SAO APURADOS DENTRO DA
      *                    COMPANHIA INFORMADA
      * 15/10/2026 GABPI0  O CODIGO DO CARGO PASSA A SER CONFERIDO
      *                    NA TABELA DE CARGOS (CARGOTAB, MANTIDA
      *                    PELO PROGCOB23): SO ACEITA BRANCO OU UM
      *                    CARGO ATIVO DA COMPANHIA, E AVISA
      *                    QUANDO O SALARIO FICA FORA DA FAIXA
      * 15/10/2026 GABPI0  CAPTURA O CPF E O PIS DO EMPREGADO
      *                    (EMP-CPF/EMP-PIS), REDIGITADOS ATE OS
      *                    DIGITOS VERIFICADORES CONFERIREM - O
      *                    DEPOSITO MENSAL DO FGTS (PROGCOB25) OS
      *                    EXIGE DE TODO EMPREGADO PAGO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
           SELECT TABELA-CARGOS ASSIGN TO "CARGOTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WRK-FS-CARGOS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  TABELA-CARGOS.
           COPY CARGOREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-MOV-EVENTO   PIC X(12) VALUE SPACES.
       01 WRK-SALARIO REDEFINES WRK-SALARIO-X
                               PIC 9(06)V99.
       77 WRK-CARGO        PIC X(04) VALUE SPACES.
      *---------------------------------------------------
      * CPF E PIS DO EMPREGADO (11 DIGITOS, SEM PONTUACAO)
      *---------------------------------------------------
       77 WRK-CPF          PIC X(11) VALUE SPACES.
       77 WRK-PIS          PIC X(11) VALUE SPACES.
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
      * TABELA DE CARGOS: SEM ELA SO O CARGO EM BRANCO E
      * ACEITO, PARA NAO GRAVAR CODIGO SEM CONFERENCIA
      *---------------------------------------------------
       77 WRK-FS-CARGOS    PIC X(02) VALUE SPACES.
       77 WRK-CARGOS-OK    PIC X(01) VALUE 'N'.
           88 TABELA-CARGOS-ABERTA  VALUE 'S'.
       77 WRK-CARGO-OK     PIC X(01) VALUE 'N'.
           88 CARGO-VALIDO          VALUE 'S'.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-PROX-ID      PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      * ERRO DE GRAVACAO NO MESTRE
      *---------------------------------------------------
       77 WRK-RC-RUN         PIC 9(01) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               THRU 2800-CAPTURAR-BANCO-EXIT.
           PERFORM 2900-CAPTURAR-SALARIO
               THRU 2900-CAPTURAR-SALARIO-EXIT.
           PERFORM 2400-CAPTURAR-DOCUMENTOS
               THRU 2400-CAPTURAR-DOCUMENTOS-EXIT.
           PERFORM 2500-VERIFICAR-DUPLICADO
               THRU 2500-VERIFICAR-DUPLICADO-EXIT.
           PERFORM 3000-GRAVAR-MESTRE THRU 3000-GRAVAR-MESTRE-EXIT.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB2" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           IF WRK-COMPANHIA = SPACES
               MOVE '01' TO WRK-COMPANHIA
           END-IF.
           MOVE 'N' TO WRK-CARGOS-OK.
           OPEN INPUT TABELA-CARGOS.
           IF WRK-FS-CARGOS = "00"
               MOVE 'S' TO WRK-CARGOS-OK
           ELSE
               DISPLAY 'CARGOTAB INDISPONIVEL (STATUS ' WRK-FS-CARGOS
                   ') - SO O CARGO EM BRANCO SERA ACEITO'
           END-IF.
           PERFORM 1100-OBTER-PROXIMO-ID
               THRU 1100-OBTER-PROXIMO-ID-EXIT.
       1000-INICIALIZAR-EXIT.
      *****************************************************
      * CAPTURA O SALARIO OFICIAL (EXIGIDO NUMERICO E MAIOR
      * QUE ZERO - E ELE QUE A GERACAO DA FOLHA VAI PAGAR) E
      * O CODIGO DO CARGO, QUE PODE FICAR EM BRANCO OU TEM
      * DE SER UM CARGO ATIVO DA COMPANHIA NA CARGOTAB
      *****************************************************
       2900-CAPTURAR-SALARIO.
           MOVE SPACES TO WRK-SALARIO-X.
           PERFORM 2950-LER-SALARIO THRU 2950-LER-SALARIO-EXIT
               UNTIL WRK-SALARIO-X NUMERIC
                   AND WRK-SALARIO > ZEROS.
           MOVE 'N' TO WRK-CARGO-OK.
           PERFORM 2960-LER-CARGO THRU 2960-LER-CARGO-EXIT
               UNTIL CARGO-VALIDO.
       2900-CAPTURAR-SALARIO-EXIT.
           EXIT.

       2950-LER-SALARIO-EXIT.
           EXIT.

      *****************************************************
      * LE O CARGO E CONFERE NA TABELA DE CARGOS. CARGO SEM
      * CADASTRO OU INATIVO E REDIGITADO; SALARIO FORA DA
      * FAIXA DO CARGO SO GERA AVISO - O RH CONFERE PELO
      * RELATORIO PROGCOB23R
      *****************************************************
       2960-LER-CARGO.
           DISPLAY 'CARGO (4, BRANCO = SEM CARGO): '
               WITH NO ADVANCING.
           ACCEPT WRK-CARGO FROM CONSOLE.
           IF WRK-CARGO = SPACES
               MOVE 'S' TO WRK-CARGO-OK
               GO TO 2960-LER-CARGO-EXIT
           END-IF.
           IF NOT TABELA-CARGOS-ABERTA
               DISPLAY 'TABELA DE CARGOS INDISPONIVEL - DEIXE O'
                   ' CARGO EM BRANCO'
               GO TO 2960-LER-CARGO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO CG-COMPANHIA.
           MOVE WRK-CARGO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   DISPLAY 'CARGO ' WRK-CARGO ' NAO CADASTRADO NA'
                       ' COMPANHIA ' WRK-COMPANHIA ' - REDIGITE'
                   GO TO 2960-LER-CARGO-EXIT
           END-READ.
           IF CG-INATIVO
               DISPLAY 'CARGO ' WRK-CARGO ' INATIVO - REDIGITE'
               GO TO 2960-LER-CARGO-EXIT
           END-IF.
           MOVE 'S' TO WRK-CARGO-OK.
           IF WRK-SALARIO < CG-SAL-MINIMO
               OR WRK-SALARIO > CG-SAL-MAXIMO
               DISPLAY 'ATENCAO: SALARIO FORA DA FAIXA DO CARGO '
                   WRK-CARGO ' (' CG-TITULO ')'
           END-IF.
       2960-LER-CARGO-EXIT.
           EXIT.

      *****************************************************
      * CAPTURA O CPF E O PIS DO EMPREGADO (11 DIGITOS, SEM
      * PONTUACAO), REPETINDO CADA UM ATE OS DIGITOS
      * VERIFICADORES CONFERIREM - SAO EXIGIDOS NO DEPOSITO
      * MENSAL DO FGTS (PROGCOB25)
      *****************************************************
       2400-CAPTURAR-DOCUMENTOS.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM 2410-LER-CPF THRU 2410-LER-CPF-EXIT
               UNTIL DOCUMENTO-VALIDO.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM 2420-LER-PIS THRU 2420-LER-PIS-EXIT
               UNTIL DOCUMENTO-VALIDO.
       2400-CAPTURAR-DOCUMENTOS-EXIT.
           EXIT.

       2410-LER-CPF.
           DISPLAY 'CPF (11 DIGITOS, SEM PONTUACAO): '
               WITH NO ADVANCING.
           ACCEPT WRK-CPF FROM CONSOLE.
           MOVE WRK-CPF TO WRK-DOC-X.
           PERFORM 2450-VALIDAR-CPF THRU 2450-VALIDAR-CPF-EXIT.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR) - REDIGITE'
           END-IF.
       2410-LER-CPF-EXIT.
           EXIT.

       2420-LER-PIS.
           DISPLAY 'PIS (11 DIGITOS, SEM PONTUACAO): '
               WITH NO ADVANCING.
           ACCEPT WRK-PIS FROM CONSOLE.
           MOVE WRK-PIS TO WRK-DOC-X.
           PERFORM 2460-VALIDAR-PIS THRU 2460-VALIDAR-PIS-EXIT.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'PIS INVALIDO (DIGITO VERIFICADOR) - REDIGITE'
           END-IF.
       2420-LER-PIS-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O CPF EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E OS DOIS DIGITOS VERIFICADORES PELO MODULO
      * 11 (PESOS 10 A 2 PARA O PRIMEIRO E 11 A 2 PARA O
      * SEGUNDO; RESTO MENOR QUE 2 DA DIGITO ZERO)
      *****************************************************
       2450-VALIDAR-CPF.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 2450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 2450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 10 TO WRK-PESO-DOC.
           PERFORM 2455-SOMAR-CPF THRU 2455-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 9.
           PERFORM 2458-CALCULAR-DV-CPF
               THRU 2458-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (10)
               GO TO 2450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 11 TO WRK-PESO-DOC.
           PERFORM 2455-SOMAR-CPF THRU 2455-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 10.
           PERFORM 2458-CALCULAR-DV-CPF
               THRU 2458-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 2450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       2450-VALIDAR-CPF-EXIT.
           EXIT.

       2455-SOMAR-CPF.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-DOC.
           SUBTRACT 1 FROM WRK-PESO-DOC.
       2455-SOMAR-CPF-EXIT.
           EXIT.

       2458-CALCULAR-DV-CPF.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE ZEROS TO WRK-DV-DOC
           ELSE
               COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC
           END-IF.
       2458-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O PIS EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E O DIGITO VERIFICADOR PELO MODULO 11 COM OS
      * PESOS 3 2 9 8 7 6 5 4 3 2 (11 MENOS O RESTO; 10 OU
      * 11 DA DIGITO ZERO)
      *****************************************************
       2460-VALIDAR-PIS.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 2460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 2460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           PERFORM 2465-SOMAR-PIS THRU 2465-SOMAR-PIS-EXIT
               UNTIL WRK-IND-DOC = 10.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC.
           IF WRK-DV-DOC > 9
               MOVE ZEROS TO WRK-DV-DOC
           END-IF.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 2460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       2460-VALIDAR-PIS-EXIT.
           EXIT.

       2465-SOMAR-PIS.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-PIS (WRK-IND-DOC).
       2465-SOMAR-PIS-EXIT.
           EXIT.

      *****************************************************
      * PROCURA UM REGISTRO COM O MESMO NOME NO MESTRE. SE
      * ACHAR, PERGUNTA AO OPERADOR SE DEVE ATUALIZAR O
               MOVE WRK-CONTA TO EMP-CONTA
               MOVE WRK-SALARIO TO EMP-SALARIO
               MOVE WRK-CARGO TO EMP-CARGO
               MOVE WRK-CPF TO EMP-CPF
               MOVE WRK-PIS TO EMP-PIS
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR REGISTRO ' EMP-ID
           ELSE
               MOVE SPACES TO MV-ANTES
               MOVE ZEROS TO MV-ANT-SALARIO
               MOVE SPACES TO MV-ANT-CPF MV-ANT-PIS
               MOVE WRK-COMPANHIA TO EMP-COMPANHIA
               MOVE WRK-PROX-ID TO EMP-ID
               MOVE WRK-PROX-ID TO WRK-CHAVE-USADA
               MOVE WRK-CONTA TO EMP-CONTA
               MOVE WRK-SALARIO TO EMP-SALARIO
               MOVE WRK-CARGO TO EMP-CARGO
               MOVE WRK-CPF TO EMP-CPF
               MOVE WRK-PIS TO EMP-PIS
               WRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR REGISTRO MESTRE ' EMP-ID
               MOVE ZEROS TO MV-ANT-SALARIO
           END-IF.
           MOVE EMP-CARGO TO MV-ANT-CARGO.
           MOVE EMP-CPF TO MV-ANT-CPF.
           MOVE EMP-PIS TO MV-ANT-PIS.
       8400-CAPTURAR-ANTES-EXIT.
           EXIT.

               MOVE ZEROS TO MV-DEP-SALARIO
           END-IF.
           MOVE EMP-CARGO TO MV-DEP-CARGO.
           MOVE EMP-CPF TO MV-DEP-CPF.
           MOVE EMP-PIS TO MV-DEP-PIS.
           OPEN EXTEND MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "35"
               OPEN OUTPUT MOVIMENTO-MESTRE

       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           IF TABELA-CARGOS-ABERTA
               CLOSE TABELA-CARGOS
           END-IF.
           PERFORM 9900-REGISTRAR-AUDITORIA
               THRU 9900-REGISTRAR-AUDITORIA-EXIT.
       9999-FINALIZAR-EXIT.
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB2" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
