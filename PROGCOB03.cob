      *                    (STATUS 23) OU UM FIM DE NAVEGACAO (10)
      *                    DEIXAVA O ARQUIVO SEM CLOSE E A OPCAO 7
      *                    MORTA (STATUS 41) ATE REINICIAR O MENU
      * 15/10/2026 GABPI0  O CARGO NOVO DA OPCAO 5 PASSA A SER
      *                    CONFERIDO NA TABELA DE CARGOS
      *                    (CARGOTAB): SO ACEITA UM CARGO ATIVO DA
      *                    COMPANHIA E AVISA QUANDO O SALARIO FICA
      *                    FORA DA FAIXA DO CARGO
      * 15/10/2026 GABPI0  NOVA OPCAO 7 - ALTERAR O CPF E O PIS
      *                    (EMP-CPF/EMP-PIS), REDIGITADOS ATE OS
      *                    DIGITOS VERIFICADORES CONFERIREM, COM
      *                    A IMAGEM ANTES/DEPOIS NO EMPMOVH
      *                    (EVENTO 'DOCUMENTOS') - E POR ELA QUE
      *                    OS REGISTROS ANTERIORES AO CAMPO SAO
      *                    COMPLETADOS PARA O DEPOSITO DO FGTS;
      *                    A CONSULTA E O HISTORICO PASSAM A
      *                    MOSTRAR OS DOIS DOCUMENTOS
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  CONSULTA (OPCAO 1) DE MATRICULA AUSENTE
      *                    DO MESTRE PASSA A PROCURAR NO ARQUIVO
      *                    MORTO DO EXPURGO DE INATIVOS (EMPARQ,
      *                    PROGCOB45) E MOSTRA O REGISTRO
      *                    ARQUIVADO COMO EXPURGADO; AS OPCOES DE
      *                    MANUTENCAO CONTINUAM SO NO MESTRE
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT ARQUIVO-MORTO ASSIGN TO "EMPARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
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
      *****************************************************
      * ARQUIVO MORTO DO EXPURGO (LAYOUT EMPMAST, 98 BYTES)
      *****************************************************
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REG.
           05  AM-COMPANHIA        PIC X(02).
           05  AM-ID               PIC 9(06).
           05  AM-NOME             PIC X(22).
           05  AM-DATA-CAD         PIC X(08).
           05  AM-SITUACAO         PIC X(01).
           05  AM-DEPTO            PIC X(03).
           05  AM-CCUSTO           PIC X(05).
           05  FILLER              PIC X(51).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
      *---------------------------------------------------
       77 WRK-MESTRE-OK    PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO         VALUE 'S'.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
           88 OPCAO-VALIDA          VALUE 0 THRU 7.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-NOME-NOVO    PIC X(22) VALUE SPACES.
                               PIC 9(06)V99.
       77 WRK-CARGO-NOVO   PIC X(04) VALUE SPACES.
      *---------------------------------------------------
      * CPF E PIS NOVOS DA OPCAO 7 (11 DIGITOS, SEM
      * PONTUACAO)
      *---------------------------------------------------
       77 WRK-CPF-NOVO     PIC X(11) VALUE SPACES.
       77 WRK-PIS-NOVO     PIC X(11) VALUE SPACES.
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
      * TABELA DE CARGOS: SEM ELA O CARGO NAO PODE SER
      * TROCADO (SO O BRANCO, QUE MANTEM, E ACEITO)
      *---------------------------------------------------
       77 WRK-FS-CARGOS    PIC X(02) VALUE SPACES.
       77 WRK-CARGOS-OK    PIC X(01) VALUE 'N'.
           88 TABELA-CARGOS-ABERTA  VALUE 'S'.
       77 WRK-CARGO-OK     PIC X(01) VALUE 'N'.
           88 CARGO-VALIDO          VALUE 'S'.
      *---------------------------------------------------
      * VALORES ANTIGO E NOVO EMPACOTADOS PARA OS REGISTROS
      * "ANTES"/"DEPOIS" DA TRILHA DE AUDITORIA, NOS MOLDES
      * DO PROGCOB14
       77 WRK-REG-ACHADO   PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
      *---------------------------------------------------
      * ARQUIVO MORTO (TODAS AS GERACOES DO EXPURGO), SO
      * PARA A CONSULTA DE MATRICULA FORA DO MESTRE
      *---------------------------------------------------
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO-MORTO     VALUE 'S'.
       77 WRK-EXPURGADA    PIC X(01) VALUE 'N'.
           88 MATRICULA-EXPURGADA   VALUE 'S'.
      *---------------------------------------------------
      * ULTIMA MATRICULA TOCADA NA SESSAO, PARA A TRILHA DE
      * AUDITORIA (MESMO PAPEL DO WRK-CHAVE-USADA NO PROGCOB02)
      *---------------------------------------------------
       77 WRK-CHAVE-USADA  PIC 9(06) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB3" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - CADASTRE PELO PROGCOB02 ANTES DE CONSULTAR'
           END-IF.
           MOVE 'N' TO WRK-CARGOS-OK.
           OPEN INPUT TABELA-CARGOS.
           IF WRK-FS-CARGOS = "00"
               MOVE 'S' TO WRK-CARGOS-OK
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

           DISPLAY "4 - INATIVAR O REGISTRO".
           DISPLAY "5 - ALTERAR O SALARIO E O CARGO".
           DISPLAY "6 - HISTORICO DE MOVIMENTOS DA MATRICULA".
           DISPLAY "7 - ALTERAR O CPF E O PIS".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
               WHEN 6
                   PERFORM 7500-HISTORICO-MOVIMENTOS
                       THRU 7500-HISTORICO-MOVIMENTOS-EXIT
               WHEN 7
                   PERFORM 7700-ALTERAR-DOCUMENTOS
                       THRU 7700-ALTERAR-DOCUMENTOS-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 7'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.
               DISPLAY ' SITUACAO: ATIVO'
           END-IF.
           DISPLAY 'SALARIO: ' EMP-SALARIO
               ' CARGO: ' EMP-CARGO
               ' CPF: ' EMP-CPF
               ' PIS: ' EMP-PIS.
       2600-EXIBIR-REGISTRO-EXIT.
           EXIT.

           IF REGISTRO-ACHADO
               PERFORM 2600-EXIBIR-REGISTRO
                   THRU 2600-EXIBIR-REGISTRO-EXIT
           ELSE
               PERFORM 3100-BUSCAR-ARQUIVO-MORTO
                   THRU 3100-BUSCAR-ARQUIVO-MORTO-EXIT
           END-IF.
       3000-CONSULTAR-EXIT.
           EXIT.

      *****************************************************
      * MATRICULA FORA DO MESTRE: PROCURA NO ARQUIVO MORTO
      * DO EXPURGO DE INATIVOS. SEM O ARQUIVO (NENHUM
      * EXPURGO AINDA) FICA SO O AVISO DE NAO CADASTRADA
      *****************************************************
       3100-BUSCAR-ARQUIVO-MORTO.
           MOVE 'N' TO WRK-EXPURGADA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WRK-FS-ARQUIVO NOT = "00"
               GO TO 3100-BUSCAR-ARQUIVO-MORTO-EXIT
           END-IF.
           PERFORM 3150-LER-ARQUIVO-MORTO
               THRU 3150-LER-ARQUIVO-MORTO-EXIT
               UNTIL FIM-ARQUIVO-MORTO.
           IF MATRICULA-EXPURGADA
               DISPLAY 'MATRICULA EXPURGADA DO MESTRE - REGISTRO DO'
                   ' ARQUIVO MORTO:'
               DISPLAY 'CIA: ' AM-COMPANHIA
                   ' MATRICULA: ' AM-ID
                   ' NOME: ' AM-NOME
                   ' CADASTRO: ' AM-DATA-CAD
                   ' DEPTO: ' AM-DEPTO
                   ' CC: ' AM-CCUSTO
                   ' SITUACAO: INATIVO (EXPURGADO)'
           END-IF.
           CLOSE ARQUIVO-MORTO.
       3100-BUSCAR-ARQUIVO-MORTO-EXIT.
           EXIT.

       3150-LER-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 3150-LER-ARQUIVO-MORTO-EXIT
           END-READ.
           IF AM-COMPANHIA = WRK-COMPANHIA
               AND AM-ID = WRK-MATRICULA
               MOVE 'S' TO WRK-EXPURGADA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
       3150-LER-ARQUIVO-MORTO-EXIT.
           EXIT.

      *****************************************************
      * POSICIONA NO MESTRE A PARTIR DA MATRICULA INFORMADA
      * E EXIBE OS REGISTROS SEGUINTES (READ NEXT) ENQUANTO
               THRU 7100-LER-SALARIO-NOVO-EXIT
               UNTIL WRK-SALARIO-X NUMERIC
                   AND WRK-SALARIO-NOVO > ZEROS.
           MOVE 'N' TO WRK-CARGO-OK.
           PERFORM 7200-LER-CARGO-NOVO
               THRU 7200-LER-CARGO-NOVO-EXIT
               UNTIL CARGO-VALIDO.
           PERFORM 7300-CONFERIR-FAIXA THRU 7300-CONFERIR-FAIXA-EXIT.
           PERFORM 8400-CAPTURAR-ANTES THRU 8400-CAPTURAR-ANTES-EXIT.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO WRK-SALARIO-ANT
       7100-LER-SALARIO-NOVO-EXIT.
           EXIT.

      *****************************************************
      * LE O CARGO NOVO. BRANCO OU O PROPRIO CARGO ATUAL
      * MANTEM O CARGO; QUALQUER OUTRO CODIGO TEM DE SER UM
      * CARGO ATIVO DA COMPANHIA NA CARGOTAB
      *****************************************************
       7200-LER-CARGO-NOVO.
           DISPLAY 'CARGO NOVO (4, BRANCO MANTEM): '
               WITH NO ADVANCING.
           ACCEPT WRK-CARGO-NOVO FROM CONSOLE.
           IF WRK-CARGO-NOVO = SPACES
               OR WRK-CARGO-NOVO = EMP-CARGO
               MOVE 'S' TO WRK-CARGO-OK
               GO TO 7200-LER-CARGO-NOVO-EXIT
           END-IF.
           IF NOT TABELA-CARGOS-ABERTA
               DISPLAY 'CARGOTAB INDISPONIVEL (STATUS ' WRK-FS-CARGOS
                   ') - O CARGO NAO PODE SER TROCADO AGORA'
               GO TO 7200-LER-CARGO-NOVO-EXIT
           END-IF.
           MOVE EMP-COMPANHIA TO CG-COMPANHIA.
           MOVE WRK-CARGO-NOVO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   DISPLAY 'CARGO ' WRK-CARGO-NOVO ' NAO CADASTRADO'
                       ' NA COMPANHIA ' EMP-COMPANHIA ' - REDIGITE'
                   GO TO 7200-LER-CARGO-NOVO-EXIT
           END-READ.
           IF CG-INATIVO
               DISPLAY 'CARGO ' WRK-CARGO-NOVO ' INATIVO - REDIGITE'
               GO TO 7200-LER-CARGO-NOVO-EXIT
           END-IF.
           MOVE 'S' TO WRK-CARGO-OK.
       7200-LER-CARGO-NOVO-EXIT.
           EXIT.

      *****************************************************
      * AVISA QUANDO O SALARIO NOVO FICA FORA DA FAIXA DO
      * CARGO QUE O FUNCIONARIO VAI TER - SO AVISO, O RH
      * CONFERE PELO RELATORIO PROGCOB23R
      *****************************************************
       7300-CONFERIR-FAIXA.
           IF NOT TABELA-CARGOS-ABERTA
               GO TO 7300-CONFERIR-FAIXA-EXIT
           END-IF.
           MOVE EMP-COMPANHIA TO CG-COMPANHIA.
           IF WRK-CARGO-NOVO NOT = SPACES
               MOVE WRK-CARGO-NOVO TO CG-CODIGO
           ELSE
               MOVE EMP-CARGO TO CG-CODIGO
           END-IF.
           IF CG-CODIGO = SPACES
               GO TO 7300-CONFERIR-FAIXA-EXIT
           END-IF.
           READ TABELA-CARGOS
               INVALID KEY
                   GO TO 7300-CONFERIR-FAIXA-EXIT
           END-READ.
           IF WRK-SALARIO-NOVO < CG-SAL-MINIMO
               OR WRK-SALARIO-NOVO > CG-SAL-MAXIMO
               DISPLAY 'ATENCAO: SALARIO FORA DA FAIXA DO CARGO '
                   CG-CODIGO ' (' CG-TITULO ')'
           END-IF.
       7300-CONFERIR-FAIXA-EXIT.
           EXIT.

      *****************************************************
      * REPRODUZ O HISTORICO DE MOVIMENTOS DE UMA MATRICULA:
      * VARRE O EMPMOVH E EXIBE CADA GRAVACAO COM PROGRAMA,
                           '/' MV-ANT-CONTA
                           ' SAL ' WRK-SALARIO-MOV-ED
                           ' CRG ' MV-ANT-CARGO
                           ' CPF ' MV-ANT-CPF ' PIS ' MV-ANT-PIS
                       MOVE MV-DEP-SALARIO TO WRK-SALARIO-MOV-ED
                       DISPLAY '  DEPOIS: ' MV-DEP-NOME
                           ' SIT ' MV-DEP-SITUACAO
                           '/' MV-DEP-CONTA
                           ' SAL ' WRK-SALARIO-MOV-ED
                           ' CRG ' MV-DEP-CARGO
                           ' CPF ' MV-DEP-CPF ' PIS ' MV-DEP-PIS
                   END-IF
           END-READ.
       7600-EXIBIR-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * ALTERA O CPF E O PIS DO REGISTRO LOCALIZADO - OS
      * DOIS SAO REDIGITADOS ATE OS DIGITOS VERIFICADORES
      * CONFERIREM E A ALTERACAO SAI NO HISTORICO DE
      * MOVIMENTOS COM A IMAGEM ANTES/DEPOIS
      *****************************************************
       7700-ALTERAR-DOCUMENTOS.
           PERFORM 2500-LOCALIZAR-REGISTRO
               THRU 2500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 7700-ALTERAR-DOCUMENTOS-EXIT
           END-IF.
           PERFORM 2600-EXIBIR-REGISTRO
               THRU 2600-EXIBIR-REGISTRO-EXIT.
           PERFORM 7800-CAPTURAR-DOCUMENTOS
               THRU 7800-CAPTURAR-DOCUMENTOS-EXIT.
           PERFORM 8400-CAPTURAR-ANTES THRU 8400-CAPTURAR-ANTES-EXIT.
           MOVE WRK-CPF-NOVO TO EMP-CPF.
           MOVE WRK-PIS-NOVO TO EMP-PIS.
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR REGISTRO ' EMP-ID
               NOT INVALID KEY
                   DISPLAY 'CPF/PIS ALTERADOS - MATRICULA ' EMP-ID
                       ' CPF: ' EMP-CPF ' PIS: ' EMP-PIS
                   MOVE 'DOCUMENTOS' TO WRK-MOV-EVENTO
                   PERFORM 8500-GRAVAR-MOVIMENTO
                       THRU 8500-GRAVAR-MOVIMENTO-EXIT
           END-REWRITE.
       7700-ALTERAR-DOCUMENTOS-EXIT.
           EXIT.

      *****************************************************
      * CAPTURA O CPF E O PIS DO EMPREGADO (11 DIGITOS, SEM
      * PONTUACAO), REPETINDO CADA UM ATE OS DIGITOS
      * VERIFICADORES CONFERIREM - SAO EXIGIDOS NO DEPOSITO
      * MENSAL DO FGTS (PROGCOB25)
      *****************************************************
       7800-CAPTURAR-DOCUMENTOS.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM 7810-LER-CPF THRU 7810-LER-CPF-EXIT
               UNTIL DOCUMENTO-VALIDO.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM 7820-LER-PIS THRU 7820-LER-PIS-EXIT
               UNTIL DOCUMENTO-VALIDO.
       7800-CAPTURAR-DOCUMENTOS-EXIT.
           EXIT.

       7810-LER-CPF.
           DISPLAY 'CPF NOVO (11 DIGITOS, SEM PONTUACAO): '
               WITH NO ADVANCING.
           ACCEPT WRK-CPF-NOVO FROM CONSOLE.
           MOVE WRK-CPF-NOVO TO WRK-DOC-X.
           PERFORM 7850-VALIDAR-CPF THRU 7850-VALIDAR-CPF-EXIT.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR) - REDIGITE'
           END-IF.
       7810-LER-CPF-EXIT.
           EXIT.

       7820-LER-PIS.
           DISPLAY 'PIS NOVO (11 DIGITOS, SEM PONTUACAO): '
               WITH NO ADVANCING.
           ACCEPT WRK-PIS-NOVO FROM CONSOLE.
           MOVE WRK-PIS-NOVO TO WRK-DOC-X.
           PERFORM 7860-VALIDAR-PIS THRU 7860-VALIDAR-PIS-EXIT.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'PIS INVALIDO (DIGITO VERIFICADOR) - REDIGITE'
           END-IF.
       7820-LER-PIS-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O CPF EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E OS DOIS DIGITOS VERIFICADORES PELO MODULO
      * 11 (PESOS 10 A 2 PARA O PRIMEIRO E 11 A 2 PARA O
      * SEGUNDO; RESTO MENOR QUE 2 DA DIGITO ZERO)
      *****************************************************
       7850-VALIDAR-CPF.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 7850-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 7850-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 10 TO WRK-PESO-DOC.
           PERFORM 7855-SOMAR-CPF THRU 7855-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 9.
           PERFORM 7858-CALCULAR-DV-CPF
               THRU 7858-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (10)
               GO TO 7850-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 11 TO WRK-PESO-DOC.
           PERFORM 7855-SOMAR-CPF THRU 7855-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 10.
           PERFORM 7858-CALCULAR-DV-CPF
               THRU 7858-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 7850-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       7850-VALIDAR-CPF-EXIT.
           EXIT.

       7855-SOMAR-CPF.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-DOC.
           SUBTRACT 1 FROM WRK-PESO-DOC.
       7855-SOMAR-CPF-EXIT.
           EXIT.

       7858-CALCULAR-DV-CPF.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE ZEROS TO WRK-DV-DOC
           ELSE
               COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC
           END-IF.
       7858-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O PIS EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E O DIGITO VERIFICADOR PELO MODULO 11 COM OS
      * PESOS 3 2 9 8 7 6 5 4 3 2 (11 MENOS O RESTO; 10 OU
      * 11 DA DIGITO ZERO)
      *****************************************************
       7860-VALIDAR-PIS.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 7860-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 7860-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           PERFORM 7865-SOMAR-PIS THRU 7865-SOMAR-PIS-EXIT
               UNTIL WRK-IND-DOC = 10.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC.
           IF WRK-DV-DOC > 9
               MOVE ZEROS TO WRK-DV-DOC
           END-IF.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 7860-VALIDAR-PIS-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       7860-VALIDAR-PIS-EXIT.
           EXIT.

       7865-SOMAR-PIS.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-PIS (WRK-IND-DOC).
       7865-SOMAR-PIS-EXIT.
           EXIT.

      *****************************************************
      * CAPTURA A IMAGEM "ANTES" DO REGISTRO DO MESTRE QUE
      * ESTA NA AREA DO ARQUIVO, ANTES DE QUALQUER MOVE
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
      * PROGCOB14)
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB3" TO AU-PROGRAMA.
               INTO AU-EVENTO.
           MOVE WRK-CHAVE-ANTES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-CHAVE-DEPOIS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

           IF MESTRE-ABERTO
               CLOSE EMPLOYEE-MASTER
           END-IF.
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
           MOVE "PROGCOB3" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
