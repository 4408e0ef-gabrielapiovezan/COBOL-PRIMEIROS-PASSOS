       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB37.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DE INADIMPLENCIA DAS MENSALIDADES:
      *           PERCORRE AS FATURAS EM ABERTO (FATURAS) NA
      *           DATA BASE DO PARAMINA (EM BRANCO, A DATA DO
      *           RUN) E IMPRIME POR ALUNO O VENCIDO POR FAIXA
      *           DE ATRASO - ATE 30, 31 A 60, 61 A 90 E MAIS
      *           DE 90 DIAS (MENSINAD). O ALUNO COM FATURA
      *           VENCIDA HA MAIS DIAS QUE O LIMITE DO PARAMINA
      *           (PADRAO 60), SOMANDO PELO MENOS O VALOR MINIMO
      *           DO PARAMINA, E MARCADO COMO INADIMPLENTE NO
      *           MESTRE (AL-INADIMPLENTE) - O PROGCOB31 RECUSA
      *           A INSCRICAO DELE; O ALUNO QUE REGULARIZOU TEM A
      *           MARCA DESLIGADA. CADA MARCA LIGADA OU DESLIGADA
      *           VAI PARA A TRILHA DE AUDITORIA. TERMINA COM
      *           RC 4 QUANDO HA ALUNO INADIMPLENTE E RC 8 SEM AS
      *           FATURAS OU O MESTRE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-INADIMPLENCIA ASSIGN TO "PARAMINA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT FATURAS-MENSALIDADE ASSIGN TO "FATURAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ALUNO-MESTRE ASSIGN TO "ALUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT RELATORIO-INADIMPLENCIA ASSIGN TO "MENSINAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * LIMITE DE INADIMPLENCIA: DIAS DE ATRASO (UMA FATURA
      * VENCIDA HA MAIS DIAS QUE ISSO MARCA O ALUNO), VALOR
      * MINIMO VENCIDO ALEM DO LIMITE (DUAS CASAS; ZERO =
      * QUALQUER VALOR) E A DATA BASE DO ATRASO (AAAAMMDD;
      * EM BRANCO, A DATA DO RUN)
      *****************************************************
       FD  PARAM-INADIMPLENCIA.
       01  PARAM-INADIMPLENCIA-REG.
           05  PI-DIAS-LIMITE      PIC 9(03).
           05  PI-VALOR-MINIMO     PIC 9(07)V99.
           05  PI-DATA-BASE        PIC X(08).
       FD  FATURAS-MENSALIDADE.
           COPY FATUREC.
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  RELATORIO-INADIMPLENCIA.
       01  RELATORIO-INADIMPLENCIA-LINHA PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-FATURAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-FATURAS  PIC X(01) VALUE 'N'.
           88 FIM-FATURAS           VALUE 'S'.
       77 WRK-FIM-ALUNOS   PIC X(01) VALUE 'N'.
           88 FIM-ALUNOS            VALUE 'S'.
       77 WRK-RELAT-OK     PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO      VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * LIMITES DO PARAMINA (PADRAO 60 DIAS, QUALQUER
      * VALOR) E DATAS DE CORTE DAS FAIXAS: A DATA BASE
      * RECUADA 30, 60 E 90 DIAS E RECUADA O LIMITE
      *---------------------------------------------------
       77 WRK-DIAS-LIMITE  PIC 9(03) VALUE 060.
       77 WRK-VALOR-MINIMO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-RECUO   PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO  PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-BASE.
           05 BAS-ANO          PIC 9(04).
           05 BAS-MES          PIC 9(02).
           05 BAS-DIA          PIC 9(02).
       01 WRK-DATA-CORTE.
           05 COR-ANO          PIC 9(04).
           05 COR-MES          PIC 9(02).
           05 COR-DIA          PIC 9(02).
       77 WRK-CORTE-30     PIC X(08) VALUE SPACES.
       77 WRK-CORTE-60     PIC X(08) VALUE SPACES.
       77 WRK-CORTE-90     PIC X(08) VALUE SPACES.
       77 WRK-CORTE-LIMITE PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * ACUMULADORES DO ALUNO CORRENTE (QUEBRA POR
      * MATRICULA - AS FATURAS VEM NA ORDEM DA CHAVE)
      *---------------------------------------------------
       77 WRK-MAT-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ATUAL   PIC X(20) VALUE SPACES.
       77 WRK-AL-A-VENCER  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-FX-30     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-FX-60     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-FX-90     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-FX-MAIS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-VENCIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-ALEM-LIM  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AL-INADIMP   PIC X(01) VALUE 'N'.
           88 ALUNO-PASSOU-LIMITE   VALUE 'S'.
      *---------------------------------------------------
      * TOTAIS GERAIS DO RELATORIO
      *---------------------------------------------------
       77 WRK-TOT-A-VENCER PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FX-30    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FX-60    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FX-90    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FX-MAIS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTDE-FATURAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-COM-ATRASO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-MARCADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DESMARCADOS PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * ALUNOS ALEM DO LIMITE, NA ORDEM DA MATRICULA, PARA
      * A PASSADA DE MARCACAO NO MESTRE. TABELA ESTOURADA
      * DEIXA O MESTRE SEM ALTERACAO (RC 8)
      *---------------------------------------------------
       77 WRK-QTDE-INADIMP PIC 9(04) VALUE ZEROS.
       77 WRK-IND-INADIMP  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU       VALUE 'S'.
       77 WRK-DEVE-MARCAR  PIC X(01) VALUE 'N'.
           88 MARCAR-INADIMPLENTE   VALUE 'S'.
       77 WRK-POSICIONADO  PIC X(01) VALUE 'N'.
           88 TABELA-POSICIONADA    VALUE 'S'.
       01 TAB-INADIMPLENTES.
           05 INA-MATRICULA    PIC 9(06) OCCURS 5000 TIMES.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE INADIMPLENCIA (MENSINAD)
      *---------------------------------------------------
       01 INA-LINHA-TITULO.
           05 FILLER           PIC X(43)
               VALUE 'RELATORIO DE INADIMPLENCIA - MENSALIDADES '.
           05 FILLER           PIC X(12) VALUE '- DATA BASE '.
           05 INA-TIT-DATA     PIC X(08).
       01 INA-LINHA-LIMITE.
           05 FILLER           PIC X(26)
               VALUE 'LIMITE: VENCIDO HA MAIS DE'.
           05 INA-LIM-DIAS     PIC ZZ9.
           05 FILLER           PIC X(23)
               VALUE ' DIAS - VALOR MINIMO: '.
           05 INA-LIM-VALOR    PIC Z.ZZZ.ZZ9,99.
       01 INA-LINHA-CABEC.
           05 FILLER           PIC X(27)
               VALUE 'MATRIC NOME'.
           05 FILLER           PIC X(11) VALUE '  ATE 30 D'.
           05 FILLER           PIC X(11) VALUE '  31 A 60 D'.
           05 FILLER           PIC X(11) VALUE '  61 A 90 D'.
           05 FILLER           PIC X(11) VALUE '  MAIS 90 D'.
           05 FILLER           PIC X(11) VALUE '    VENCIDO'.
           05 FILLER           PIC X(13) VALUE ' SITUACAO'.
       01 INA-LINHA-ALUNO.
           05 INA-AL-MATRICULA PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-FX-30     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-FX-60     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-FX-90     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-FX-MAIS   PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-VENCIDO   PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INA-AL-SITUACAO  PIC X(12).
       01 INA-LINHA-MENSAGEM.
           05 INA-MENSAGEM     PIC X(100).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-FATURA
               THRU 2000-PROCESSAR-FATURA-EXIT
               UNTIL FIM-FATURAS.
           IF WRK-MAT-ATUAL > ZEROS
               PERFORM 2500-FECHAR-ALUNO THRU 2500-FECHAR-ALUNO-EXIT
           END-IF.
           IF WRK-RC-RUN NOT = 8
               PERFORM 3000-ATUALIZAR-MARCAS
                   THRU 3000-ATUALIZAR-MARCAS-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-INADIMP > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************
      * ACRESCENTA NA TRILHA DE AUDITORIA O REGISTRO DE
      * INICIO DO RUN, COMO PRIMEIRA ACAO DO PROGRAMA - UM
      * RUN QUE CAI DEIXA O INICIO SEM O PAR DE TERMINO E O
      * PROGCOB09 APONTA O RUN INCOMPLETO
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB37" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

      *****************************************************
      * LE O OPERADOR ASSINADO NO MENU (OPERSESS). SEM O
      * ARQUIVO OU COM ELE VAZIO - RODANDO EM LOTE - A
      * TRILHA REGISTRA O OPERADOR 'BATCH'
      *****************************************************
       0150-LER-OPERADOR.
           MOVE 'BATCH' TO WRK-OPERADOR.
           OPEN INPUT SESSAO-OPERADOR.
           IF WRK-FS-SESSAO NOT = "00"
               GO TO 0150-LER-OPERADOR-EXIT
           END-IF.
           READ SESSAO-OPERADOR
               AT END
                   CONTINUE
               NOT AT END
                   IF SO-OPERADOR NOT = SPACES
                       MOVE SO-OPERADOR TO WRK-OPERADOR
                   END-IF
           END-READ.
           CLOSE SESSAO-OPERADOR.
       0150-LER-OPERADOR-EXIT.
           EXIT.

      *****************************************************
      * LE OS LIMITES E A DATA BASE, CALCULA AS DATAS DE
      * CORTE DAS FAIXAS, ABRE AS FATURAS E O RELATORIO E
      * POSICIONA NA PRIMEIRA FATURA. SEM AS FATURAS NAO HA
      * O QUE MEDIR E O MESTRE FICA COMO ESTA (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-FIM-FATURAS.
           MOVE ZEROS TO WRK-MAT-ATUAL WRK-QTDE-INADIMP.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           MOVE 30 TO WRK-DIAS-RECUO.
           PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-30.
           MOVE 60 TO WRK-DIAS-RECUO.
           PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-60.
           MOVE 90 TO WRK-DIAS-RECUO.
           PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-90.
           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-RECUO.
           PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-LIMITE.
           OPEN INPUT FATURAS-MENSALIDADE.
           IF WRK-FS-FATURAS NOT = "00"
               DISPLAY 'FATURAS INDISPONIVEL (STATUS ' WRK-FS-FATURAS
                   ') - RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-FATURAS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-INADIMPLENCIA.
           MOVE 'S' TO WRK-RELAT-OK.
           MOVE WRK-DATA-BASE TO INA-TIT-DATA.
           WRITE RELATORIO-INADIMPLENCIA-LINHA FROM INA-LINHA-TITULO.
           DISPLAY INA-LINHA-TITULO.
           MOVE WRK-DIAS-LIMITE TO INA-LIM-DIAS.
           MOVE WRK-VALOR-MINIMO TO INA-LIM-VALOR.
           WRITE RELATORIO-INADIMPLENCIA-LINHA FROM INA-LINHA-LIMITE.
           DISPLAY INA-LINHA-LIMITE.
           WRITE RELATORIO-INADIMPLENCIA-LINHA FROM INA-LINHA-CABEC.
           DISPLAY INA-LINHA-CABEC.
           MOVE LOW-VALUES TO FT-CHAVE.
           START FATURAS-MENSALIDADE KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FATURAS
           END-START.
           PERFORM 2900-LER-FATURA THRU 2900-LER-FATURA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O PARAMINA. SEM O ARQUIVO, OU COM CAMPO EM BRANCO
      * OU INVALIDO, VALEM O LIMITE PADRAO DE 60 DIAS,
      * QUALQUER VALOR E A DATA DO RUN
      *****************************************************
       1100-LER-PARAMETRO.
           MOVE 060 TO WRK-DIAS-LIMITE.
           MOVE ZEROS TO WRK-VALOR-MINIMO.
           ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD.
           OPEN INPUT PARAM-INADIMPLENCIA.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMINA NAO ENCONTRADO - USANDO LIMITE'
                   ' PADRAO DE ' WRK-DIAS-LIMITE ' DIAS'
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAM-INADIMPLENCIA
               NOT AT END
                   IF PI-DIAS-LIMITE NUMERIC
                       MOVE PI-DIAS-LIMITE TO WRK-DIAS-LIMITE
                   END-IF
                   IF PI-VALOR-MINIMO NUMERIC
                       MOVE PI-VALOR-MINIMO TO WRK-VALOR-MINIMO
                   END-IF
                   IF PI-DATA-BASE NUMERIC
                       MOVE PI-DATA-BASE TO WRK-DATA-BASE
                   END-IF
           END-READ.
           CLOSE PARAM-INADIMPLENCIA.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * DATA DE CORTE = DATA BASE RECUADA WRK-DIAS-RECUO
      * DIAS, UM DIA DE CADA VEZ COMO NO PROGCOB04
      *****************************************************
       1200-CALCULAR-CORTE.
           MOVE WRK-DATA-BASE TO WRK-DATA-CORTE.
           PERFORM 1250-RECUAR-DIA THRU 1250-RECUAR-DIA-EXIT
               WRK-DIAS-RECUO TIMES.
       1200-CALCULAR-CORTE-EXIT.
           EXIT.

      *****************************************************
      * RECUA UM DIA NA DATA DE CORTE, VIRANDO O MES E O
      * ANO QUANDO PRECISO (FEVEREIRO COM 29 DIAS NO ANO
      * DIVISIVEL POR 4, COMO NO PROGCOB04A)
      *****************************************************
       1250-RECUAR-DIA.
           IF COR-DIA > 1
               SUBTRACT 1 FROM COR-DIA
               GO TO 1250-RECUAR-DIA-EXIT
           END-IF.
           IF COR-MES = 1
               MOVE 12 TO COR-MES
               SUBTRACT 1 FROM COR-ANO
           ELSE
               SUBTRACT 1 FROM COR-MES
           END-IF.
           EVALUATE TRUE
               WHEN COR-MES = 4 OR COR-MES = 6
                   OR COR-MES = 9 OR COR-MES = 11
                   MOVE 30 TO COR-DIA
               WHEN COR-MES = 2
                   DIVIDE COR-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO COR-DIA
                   ELSE
                       MOVE 28 TO COR-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO COR-DIA
           END-EVALUATE.
       1250-RECUAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * PROCESSA UMA FATURA: NA TROCA DE MATRICULA FECHA O
      * ALUNO ANTERIOR; SO A FATURA ABERTA ENTRA NAS FAIXAS
      *****************************************************
       2000-PROCESSAR-FATURA.
           ADD 1 TO WRK-QTDE-FATURAS.
           IF FT-MATRICULA NOT = WRK-MAT-ATUAL
               IF WRK-MAT-ATUAL > ZEROS
                   PERFORM 2500-FECHAR-ALUNO
                       THRU 2500-FECHAR-ALUNO-EXIT
               END-IF
               MOVE FT-MATRICULA TO WRK-MAT-ATUAL
               MOVE FT-NOME TO WRK-NOME-ATUAL
               MOVE ZEROS TO WRK-AL-A-VENCER WRK-AL-FX-30
                   WRK-AL-FX-60 WRK-AL-FX-90 WRK-AL-FX-MAIS
                   WRK-AL-VENCIDO WRK-AL-ALEM-LIM
           END-IF.
           IF FATURA-ABERTA
               ADD 1 TO WRK-QTDE-ABERTAS
               PERFORM 2100-CLASSIFICAR-FATURA
                   THRU 2100-CLASSIFICAR-FATURA-EXIT
           END-IF.
           PERFORM 2900-LER-FATURA THRU 2900-LER-FATURA-EXIT.
       2000-PROCESSAR-FATURA-EXIT.
           EXIT.

      *****************************************************
      * POE O LIQUIDO DA FATURA ABERTA NA FAIXA DE ATRASO
      * PELA DATA DE VENCIMENTO: NAO VENCIDA ATE A DATA
      * BASE, ATE 30 DIAS, 31 A 60, 61 A 90 OU MAIS DE 90.
      * VENCIDA ANTES DO CORTE DO LIMITE CONTA TAMBEM PARA
      * A MARCA DE INADIMPLENCIA
      *****************************************************
       2100-CLASSIFICAR-FATURA.
           IF FT-VENCIMENTO NOT < WRK-DATA-BASE
               ADD FT-VALOR-LIQUIDO TO WRK-AL-A-VENCER
               GO TO 2100-CLASSIFICAR-FATURA-EXIT
           END-IF.
           ADD FT-VALOR-LIQUIDO TO WRK-AL-VENCIDO.
           EVALUATE TRUE
               WHEN FT-VENCIMENTO NOT < WRK-CORTE-30
                   ADD FT-VALOR-LIQUIDO TO WRK-AL-FX-30
               WHEN FT-VENCIMENTO NOT < WRK-CORTE-60
                   ADD FT-VALOR-LIQUIDO TO WRK-AL-FX-60
               WHEN FT-VENCIMENTO NOT < WRK-CORTE-90
                   ADD FT-VALOR-LIQUIDO TO WRK-AL-FX-90
               WHEN OTHER
                   ADD FT-VALOR-LIQUIDO TO WRK-AL-FX-MAIS
           END-EVALUATE.
           IF FT-VENCIMENTO < WRK-CORTE-LIMITE
               ADD FT-VALOR-LIQUIDO TO WRK-AL-ALEM-LIM
           END-IF.
       2100-CLASSIFICAR-FATURA-EXIT.
           EXIT.

      *****************************************************
      * FECHA O ALUNO: SOMA NOS TOTAIS, IMPRIME A LINHA
      * QUANDO HA VENCIDO E, ALEM DO LIMITE COM O VALOR
      * MINIMO, GUARDA A MATRICULA PARA A MARCA NO MESTRE
      *****************************************************
       2500-FECHAR-ALUNO.
           ADD WRK-AL-A-VENCER TO WRK-TOT-A-VENCER.
           IF WRK-AL-VENCIDO = ZEROS
               GO TO 2500-FECHAR-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-COM-ATRASO.
           ADD WRK-AL-FX-30 TO WRK-TOT-FX-30.
           ADD WRK-AL-FX-60 TO WRK-TOT-FX-60.
           ADD WRK-AL-FX-90 TO WRK-TOT-FX-90.
           ADD WRK-AL-FX-MAIS TO WRK-TOT-FX-MAIS.
           ADD WRK-AL-VENCIDO TO WRK-TOT-VENCIDO.
           MOVE 'N' TO WRK-AL-INADIMP.
           IF WRK-AL-ALEM-LIM > ZEROS
               AND WRK-AL-ALEM-LIM NOT < WRK-VALOR-MINIMO
               MOVE 'S' TO WRK-AL-INADIMP
           END-IF.
           MOVE WRK-MAT-ATUAL TO INA-AL-MATRICULA.
           MOVE WRK-NOME-ATUAL TO INA-AL-NOME.
           MOVE WRK-AL-FX-30 TO INA-AL-FX-30.
           MOVE WRK-AL-FX-60 TO INA-AL-FX-60.
           MOVE WRK-AL-FX-90 TO INA-AL-FX-90.
           MOVE WRK-AL-FX-MAIS TO INA-AL-FX-MAIS.
           MOVE WRK-AL-VENCIDO TO INA-AL-VENCIDO.
           IF ALUNO-PASSOU-LIMITE
               MOVE 'INADIMPLENTE' TO INA-AL-SITUACAO
           ELSE
               MOVE 'EM ATRASO' TO INA-AL-SITUACAO
           END-IF.
           WRITE RELATORIO-INADIMPLENCIA-LINHA FROM INA-LINHA-ALUNO.
           DISPLAY INA-LINHA-ALUNO.
           IF NOT ALUNO-PASSOU-LIMITE
               GO TO 2500-FECHAR-ALUNO-EXIT
           END-IF.
           IF WRK-QTDE-INADIMP NOT LESS THAN 5000
               MOVE 'S' TO WRK-TAB-CHEIA
               GO TO 2500-FECHAR-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-INADIMP.
           MOVE WRK-MAT-ATUAL TO INA-MATRICULA (WRK-QTDE-INADIMP).
       2500-FECHAR-ALUNO-EXIT.
           EXIT.

       2900-LER-FATURA.
           IF FIM-FATURAS
               GO TO 2900-LER-FATURA-EXIT
           END-IF.
           READ FATURAS-MENSALIDADE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-FATURAS
           END-READ.
       2900-LER-FATURA-EXIT.
           EXIT.

      *****************************************************
      * PASSA O MESTRE NA ORDEM DA MATRICULA: LIGA A MARCA
      * DE QUEM PASSOU DO LIMITE E DESLIGA A DE QUEM
      * REGULARIZOU, REGRAVANDO SO O QUE MUDOU. COM A TABELA
      * ESTOURADA OU SEM O MESTRE NENHUMA MARCA E MEXIDA
      *****************************************************
       3000-ATUALIZAR-MARCAS.
           IF TABELA-ESTOUROU
               DISPLAY 'MAIS DE 5000 ALUNOS INADIMPLENTES - MARCAS'
                   ' DO ALUNMAST NAO ATUALIZADAS'
               MOVE 8 TO WRK-RC-RUN
               GO TO 3000-ATUALIZAR-MARCAS-EXIT
           END-IF.
           OPEN I-O ALUNO-MESTRE.
           IF WRK-FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNMAST INDISPONIVEL (STATUS ' WRK-FS-ALUNOS
                   ') - MARCAS NAO ATUALIZADAS'
               MOVE 8 TO WRK-RC-RUN
               GO TO 3000-ATUALIZAR-MARCAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ALUNOS.
           MOVE 1 TO WRK-IND-INADIMP.
           MOVE ZEROS TO AL-MATRICULA.
           START ALUNO-MESTRE KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNOS
           END-START.
           PERFORM 3100-MARCAR-ALUNO THRU 3100-MARCAR-ALUNO-EXIT
               UNTIL FIM-ALUNOS.
           CLOSE ALUNO-MESTRE.
       3000-ATUALIZAR-MARCAS-EXIT.
           EXIT.

       3100-MARCAR-ALUNO.
           READ ALUNO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNOS
           END-READ.
           IF FIM-ALUNOS
               GO TO 3100-MARCAR-ALUNO-EXIT
           END-IF.
           MOVE 'N' TO WRK-POSICIONADO.
           MOVE 'N' TO WRK-DEVE-MARCAR.
           PERFORM 3200-AVANCAR-TABELA THRU 3200-AVANCAR-TABELA-EXIT
               UNTIL TABELA-POSICIONADA
                   OR WRK-IND-INADIMP > WRK-QTDE-INADIMP.
           IF MARCAR-INADIMPLENTE AND NOT ALUNO-INADIMPLENTE
               MOVE 'S' TO AL-INADIMPLENTE
               MOVE "ALUNO INADIMPLENTE" TO AU-EVENTO
               PERFORM 3300-REGRAVAR-ALUNO
                   THRU 3300-REGRAVAR-ALUNO-EXIT
               ADD 1 TO WRK-QTDE-MARCADOS
               GO TO 3100-MARCAR-ALUNO-EXIT
           END-IF.
           IF NOT MARCAR-INADIMPLENTE AND ALUNO-INADIMPLENTE
               MOVE 'N' TO AL-INADIMPLENTE
               MOVE "INADIMPLENCIA BAIXADA" TO AU-EVENTO
               PERFORM 3300-REGRAVAR-ALUNO
                   THRU 3300-REGRAVAR-ALUNO-EXIT
               ADD 1 TO WRK-QTDE-DESMARCADOS
           END-IF.
       3100-MARCAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * ANDA NA TABELA DOS INADIMPLENTES ATE A MATRICULA DO
      * MESTRE (AS DUAS NA MESMA ORDEM)
      *****************************************************
       3200-AVANCAR-TABELA.
           IF INA-MATRICULA (WRK-IND-INADIMP) < AL-MATRICULA
               ADD 1 TO WRK-IND-INADIMP
               GO TO 3200-AVANCAR-TABELA-EXIT
           END-IF.
           MOVE 'S' TO WRK-POSICIONADO.
           IF INA-MATRICULA (WRK-IND-INADIMP) = AL-MATRICULA
               MOVE 'S' TO WRK-DEVE-MARCAR
           END-IF.
       3200-AVANCAR-TABELA-EXIT.
           EXIT.

      *****************************************************
      * REGRAVA O ALUNO COM A MARCA NOVA E CARIMBA A
      * MUDANCA NA TRILHA (O EVENTO JA VEM MONTADO)
      *****************************************************
       3300-REGRAVAR-ALUNO.
           REWRITE ALUNO-MESTRE-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR ALUNO ' AL-MATRICULA
                   GO TO 3300-REGRAVAR-ALUNO-EXIT
           END-REWRITE.
           DISPLAY 'MATRICULA ' AL-MATRICULA ' - ' AU-EVENTO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB37" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE AL-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       3300-REGRAVAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS POR FAIXA E DE CONTROLE, FECHA OS
      * ARQUIVOS E REGISTRA O TERMINO (OU O BLOQUEIO) NA
      * AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF RELATORIO-ABERTO
               MOVE SPACES TO INA-LINHA-ALUNO
               MOVE 'TOTAL' TO INA-AL-MATRICULA
               MOVE WRK-TOT-FX-30 TO INA-AL-FX-30
               MOVE WRK-TOT-FX-60 TO INA-AL-FX-60
               MOVE WRK-TOT-FX-90 TO INA-AL-FX-90
               MOVE WRK-TOT-FX-MAIS TO INA-AL-FX-MAIS
               MOVE WRK-TOT-VENCIDO TO INA-AL-VENCIDO
               WRITE RELATORIO-INADIMPLENCIA-LINHA
                   FROM INA-LINHA-ALUNO
               DISPLAY INA-LINHA-ALUNO
               CLOSE RELATORIO-INADIMPLENCIA
               CLOSE FATURAS-MENSALIDADE
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'FATURAS LIDAS........: ' WRK-QTDE-FATURAS.
           DISPLAY 'FATURAS EM ABERTO....: ' WRK-QTDE-ABERTAS.
           MOVE WRK-TOT-A-VENCER TO WRK-VALOR-ED.
           DISPLAY 'TOTAL A VENCER.......: ' WRK-VALOR-ED.
           MOVE WRK-TOT-VENCIDO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL VENCIDO........: ' WRK-VALOR-ED.
           DISPLAY 'ALUNOS EM ATRASO.....: ' WRK-QTDE-COM-ATRASO.
           DISPLAY 'ALEM DO LIMITE.......: ' WRK-QTDE-INADIMP.
           DISPLAY 'MARCAS LIGADAS.......: ' WRK-QTDE-MARCADOS.
           DISPLAY 'MARCAS DESLIGADAS....: ' WRK-QTDE-DESMARCADOS.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB37" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-INADIMP TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
