       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: CONTROLE DO CICLO DE FECHAMENTO MENSAL (PROGFECH,
      *           PROGMFCH, PROGAFCH, PROGRAZG, PROGRECN E O QUE
      *           MAIS ESTIVER NO CICLODEF). PELO CALENDIA DESCOBRE
      *           SE HOJE E O ULTIMO DIA UTIL DO MES (ABRE O CICLO
      *           DO MES) OU O PRIMEIRO DIA UTIL (ENCERRA O CICLO
      *           DO MES ANTERIOR). O PEDIDO (CICLOPED) DIZ A
      *           FUNCAO:
      *           'P' PLANO DO DIA (PROGCICL): LISTA OS JOBS DO
      *               CICLO NA ORDEM, COM O QUE JA FOI CONCLUIDO,
      *               O QUE ESTA LIBERADO PARA SUBMISSAO E O QUE
      *               AGUARDA PREDECESSOR. FORA DA JANELA, CICLO
      *               ANTERIOR INCOMPLETO TERMINA COM RC 4;
      *           'L' PORTAO (PRIMEIRO STEP DE CADA JOB DO CICLO):
      *               RECUSA COM RC 8 O JOB FORA DA JANELA, ANTES
      *               DO SEU DIA, COM PREDECESSOR NAO CONCLUIDO OU
      *               JA CONCLUIDO NO MES; LIBERADO, REGISTRA A
      *               LIBERACAO NO CICLOSTA;
      *           'C' CONCLUSAO (ULTIMO STEP DE CADA JOB, SO
      *               QUANDO OS STEPS TERMINARAM BEM): REGISTRA A
      *               CONCLUSAO DO JOB NO MES LIBERADO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - OS JOBS DO
      *                    FECHAMENTO ERAM SUBMETIDOS A MAO POR
      *                    UMA LISTA DE CONFERENCIA E O PROGAFCH
      *                    JA RODOU ANTES DO LOTE DO PROGRAZG
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-CICLO ASSIGN TO "CICLOPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALENDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALEND.
           SELECT DEFINICAO-CICLO ASSIGN TO "CICLODEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEFIN.
           SELECT SITUACAO-CICLO ASSIGN TO "CICLOSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SITUAC.
           SELECT RELATORIO-CICLO ASSIGN TO "CICLOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PEDIDO DO STEP: FUNCAO ('P', 'L' OU 'C') E, NO PORTAO
      * E NA CONCLUSAO, O NOME DO JOB DO CICLO
      *****************************************************
       FD  PEDIDO-CICLO.
       01  PEDIDO-CICLO-REG.
           05  CP-FUNCAO           PIC X(01).
               88  PEDIDO-PLANO           VALUE 'P'.
               88  PEDIDO-LIBERAR         VALUE 'L'.
               88  PEDIDO-CONCLUIR        VALUE 'C'.
           05  FILLER              PIC X(01).
           05  CP-JOB              PIC X(08).
      *****************************************************
      * CALENDARIO MANTIDO PELA OPERACAO, O MESMO LIDO PELO
      * PORTAO DA NOITE PROGCOB11: DATA (AAAAMMDD) E TIPO 'U'
      * (DIA UTIL) OU 'F' (FERIADO). O MES CORRENTE PRECISA
      * ESTAR CADASTRADO INTEIRO PARA O ULTIMO DIA UTIL SAIR
      * CERTO
      *****************************************************
       FD  CALENDARIO-DIAS.
       01  CALENDARIO-REG.
           05  CD-DATA             PIC X(08).
           05  CD-DATA-R REDEFINES CD-DATA.
               10  CD-PERIODO      PIC X(06).
               10  CD-DIA          PIC 9(02).
           05  CD-TIPO             PIC X(01).
               88  DIA-UTIL               VALUE 'U'.
       FD  DEFINICAO-CICLO.
           COPY CICLDREC.
       FD  SITUACAO-CICLO.
           COPY CICLSREC.
       FD  RELATORIO-CICLO.
       01  RELATORIO-CICLO-LINHA   PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE SPACES.
       77 WRK-FS-CALEND    PIC X(02) VALUE SPACES.
       77 WRK-FS-DEFIN     PIC X(02) VALUE SPACES.
       77 WRK-FS-SITUAC    PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-LEITURA  PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.
      *---------------------------------------------------
      * PEDIDO DO STEP E MOTIVO DA RECUSA, PARA O SYSOUT E
      * PARA A AUDITORIA
      *---------------------------------------------------
       77 WRK-FUNCAO       PIC X(01) VALUE SPACE.
       77 WRK-JOB-PEDIDO   PIC X(08) VALUE SPACES.
       77 WRK-RECUSADO     PIC X(01) VALUE 'N'.
           88 JOB-RECUSADO          VALUE 'S'.
       77 WRK-MOTIVO       PIC X(50) VALUE SPACES.
       01 WRK-MOTIVO-PRED.
           05 FILLER           PIC X(12) VALUE 'PREDECESSOR '.
           05 WRK-MOT-PRED     PIC X(08).
           05 FILLER           PIC X(30)
               VALUE ' AINDA NAO CONCLUIDO NO MES'.
       01 WRK-MOTIVO-CONCLUIDO.
           05 FILLER           PIC X(22)
               VALUE 'JA CONCLUIDO NO CICLO '.
           05 WRK-MOT-MES      PIC X(06).
           05 FILLER           PIC X(04) VALUE ' EM '.
           05 WRK-MOT-DATA     PIC X(08).
      *---------------------------------------------------
      * HOJE NO CALENDARIO: PRIMEIRO E ULTIMO DIA UTIL DO MES
      * CORRENTE, A JANELA DO CICLO ('U' = ULTIMO DIA UTIL,
      * ABRE O CICLO DO MES; 'P' = PRIMEIRO DIA UTIL, ENCERRA
      * O CICLO DO MES ANTERIOR; 'N' = FORA DA JANELA) E O MES
      * FECHADO PELO CICLO (FORA DA JANELA, O ULTIMO CICLO)
      *---------------------------------------------------
       01 WRK-DATA-HOJE.
           05 WRK-MES-CORRENTE PIC X(06).
           05 FILLER           PIC X(02).
       77 WRK-PRIMEIRO-UTIL PIC X(08) VALUE SPACES.
       77 WRK-ULTIMO-UTIL  PIC X(08) VALUE SPACES.
       77 WRK-JANELA       PIC X(01) VALUE 'N'.
           88 JANELA-ULTIMO-DIA     VALUE 'U'.
           88 JANELA-PRIMEIRO-DIA   VALUE 'P'.
           88 FORA-DA-JANELA        VALUE 'N'.
       01 WRK-MES-REF.
           05 WRK-ANO-REF      PIC 9(04).
           05 WRK-MES-REF-MM   PIC 9(02).
      *---------------------------------------------------
      * DEFINICAO DO CICLO EM ORDEM DE CI-ORDEM, COM A
      * SITUACAO DE CADA JOB NO MES DO CICLO (' ' = NADA
      * REGISTRADO, 'L' = LIBERADO SEM CONCLUSAO, 'C' =
      * CONCLUIDO)
      *---------------------------------------------------
       77 WRK-QTDE-JOBS    PIC 9(02) VALUE ZEROS.
       77 WRK-IND          PIC 9(02) VALUE ZEROS.
       77 WRK-IND-JOB      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PRED     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-DESLOCA  PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-PROCURADO PIC X(08) VALUE SPACES.
       01 TAB-CICLO.
           05 TC-ENTRADA OCCURS 20 TIMES.
               10 TC-JOB           PIC X(08).
               10 TC-ORDEM         PIC 9(02).
               10 TC-MOMENTO       PIC X(01).
               10 TC-PREDECESSOR   PIC X(08) OCCURS 4 TIMES.
               10 TC-DESCRICAO     PIC X(30).
               10 TC-SITUACAO      PIC X(01).
                   88 TC-SEM-REGISTRO   VALUE SPACE.
                   88 TC-EM-ANDAMENTO   VALUE 'L'.
                   88 TC-CONCLUIDO      VALUE 'C'.
               10 TC-DATA-CONCL    PIC X(08).
      *---------------------------------------------------
      * CONFERENCIA DOS PREDECESSORES DO JOB EM WRK-IND-JOB:
      * O PRIMEIRO NAO CONCLUIDO NO MES
      *---------------------------------------------------
       77 WRK-PRED-PENDENTE PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * CONCLUSAO: ULTIMA LIBERACAO DO JOB AINDA SEM
      * CONCLUSAO NO CICLOSTA
      *---------------------------------------------------
       77 WRK-LIB-ABERTA   PIC X(01) VALUE 'N'.
           88 LIBERACAO-PENDENTE    VALUE 'S'.
       77 WRK-EVENTO-SIT   PIC X(01) VALUE SPACE.
       77 WRK-QTDE-PENDENTES PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO PLANO DO DIA
      *---------------------------------------------------
       01 CIR-LINHA-TITULO.
           05 FILLER           PIC X(26)
               VALUE 'CICLO DE FECHAMENTO DO MES'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CIR-TIT-MES      PIC X(06).
           05 FILLER           PIC X(09) VALUE ' - HOJE: '.
           05 CIR-TIT-HOJE     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CIR-TIT-JANELA   PIC X(29).
       01 CIR-LINHA-COLUNAS.
           05 FILLER           PIC X(26)
               VALUE 'ORD JOB     MOM  DESCRICAO'.
           05 FILLER           PIC X(23) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'SITUACAO'.
       01 CIR-LINHA-JOB.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CIR-ORDEM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CIR-JOB          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CIR-MOMENTO      PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CIR-DESCRICAO    PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CIR-SITUACAO     PIC X(31).
       01 CIR-SIT-CONCLUIDO.
           05 FILLER           PIC X(13) VALUE 'CONCLUIDO EM '.
           05 CIR-SIT-DATA     PIC X(08).
       01 CIR-SIT-AGUARDA.
           05 FILLER           PIC X(08) VALUE 'AGUARDA '.
           05 CIR-SIT-PRED     PIC X(08).
       01 CIR-LINHA-MENSAGEM.
           05 CIR-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-LER-PEDIDO THRU 1000-LER-PEDIDO-EXIT.
           IF RUN-VALIDO
               EVALUATE WRK-FUNCAO
                   WHEN 'L'
                       PERFORM 5000-LIBERAR-JOB
                           THRU 5000-LIBERAR-JOB-EXIT
                   WHEN 'C'
                       PERFORM 6000-CONCLUIR-JOB
                           THRU 6000-CONCLUIR-JOB-EXIT
                   WHEN OTHER
                       PERFORM 7000-IMPRIMIR-PLANO
                           THRU 7000-IMPRIMIR-PLANO-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
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
           MOVE WRK-DATA-AUDIT TO WRK-DATA-HOJE.
           MOVE "PROGCB44" TO AU-PROGRAMA.
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
      * LE O PEDIDO DO STEP. SEM PEDIDO, FUNCAO INVALIDA OU
      * PORTAO/CONCLUSAO SEM O NOME DO JOB, O RUN TERMINA COM
      * RC 8 - NO PORTAO ISSO SEGURA O JOB INTEIRO
      *****************************************************
       1000-LER-PEDIDO.
           OPEN INPUT PEDIDO-CICLO.
           IF WRK-FS-PEDIDO NOT = "00"
               DISPLAY 'CICLOPED INDISPONIVEL (STATUS ' WRK-FS-PEDIDO
                   ') - INFORME A FUNCAO DO STEP'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-LER-PEDIDO-EXIT
           END-IF.
           READ PEDIDO-CICLO
               AT END
                   MOVE SPACES TO PEDIDO-CICLO-REG
           END-READ.
           CLOSE PEDIDO-CICLO.
           MOVE CP-FUNCAO TO WRK-FUNCAO.
           MOVE CP-JOB TO WRK-JOB-PEDIDO.
           IF NOT PEDIDO-PLANO AND NOT PEDIDO-LIBERAR
               AND NOT PEDIDO-CONCLUIR
               DISPLAY 'CICLOPED COM FUNCAO INVALIDA: ' CP-FUNCAO
                   ' (P = PLANO, L = PORTAO, C = CONCLUSAO)'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-LER-PEDIDO-EXIT
           END-IF.
           IF NOT PEDIDO-PLANO AND WRK-JOB-PEDIDO = SPACES
               DISPLAY 'CICLOPED SEM O NOME DO JOB'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1000-LER-PEDIDO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA NO CALENDIA O PRIMEIRO E O ULTIMO DIA UTIL DO
      * MES CORRENTE E SITUA HOJE NA JANELA DO CICLO. NO
      * PRIMEIRO DIA UTIL O CICLO E O DO MES ANTERIOR; NO
      * ULTIMO, O DO MES CORRENTE; FORA DA JANELA VALE O
      * ULTIMO CICLO (MES ANTERIOR). MES COM UM UNICO DIA
      * UTIL ENCERRA O CICLO ANTERIOR. SEM O CALENDARIO O RUN
      * TERMINA COM RC 8
      *****************************************************
       2000-APURAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF WRK-FS-CALEND NOT = "00"
               DISPLAY 'CALENDIA INDISPONIVEL (STATUS ' WRK-FS-CALEND
                   ') - CICLO NAO APURADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 2000-APURAR-CALENDARIO-EXIT
           END-IF.
           MOVE SPACES TO WRK-PRIMEIRO-UTIL WRK-ULTIMO-UTIL.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 2100-LER-CALENDARIO THRU 2100-LER-CALENDARIO-EXIT
               UNTIL FIM-LEITURA.
           CLOSE CALENDARIO-DIAS.
           IF WRK-PRIMEIRO-UTIL = SPACES
               DISPLAY 'CALENDIA SEM DIA UTIL NO MES '
                   WRK-MES-CORRENTE
           END-IF.
           MOVE WRK-MES-CORRENTE TO WRK-MES-REF.
           EVALUATE WRK-DATA-HOJE
               WHEN WRK-PRIMEIRO-UTIL
                   MOVE 'P' TO WRK-JANELA
               WHEN WRK-ULTIMO-UTIL
                   MOVE 'U' TO WRK-JANELA
               WHEN OTHER
                   MOVE 'N' TO WRK-JANELA
           END-EVALUATE.
           IF NOT JANELA-ULTIMO-DIA
               IF WRK-MES-REF-MM = 01
                   SUBTRACT 1 FROM WRK-ANO-REF
                   MOVE 12 TO WRK-MES-REF-MM
               ELSE
                   SUBTRACT 1 FROM WRK-MES-REF-MM
               END-IF
           END-IF.
       2000-APURAR-CALENDARIO-EXIT.
           EXIT.

       2100-LER-CALENDARIO.
           READ CALENDARIO-DIAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 2100-LER-CALENDARIO-EXIT
           END-READ.
           IF CD-PERIODO NOT = WRK-MES-CORRENTE OR NOT DIA-UTIL
               GO TO 2100-LER-CALENDARIO-EXIT
           END-IF.
           IF WRK-PRIMEIRO-UTIL = SPACES
               OR CD-DATA < WRK-PRIMEIRO-UTIL
               MOVE CD-DATA TO WRK-PRIMEIRO-UTIL
           END-IF.
           IF CD-DATA > WRK-ULTIMO-UTIL
               MOVE CD-DATA TO WRK-ULTIMO-UTIL
           END-IF.
       2100-LER-CALENDARIO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA O CICLODEF NA TABELA EM ORDEM DE CI-ORDEM E
      * CONFERE A DEFINICAO: MOMENTO 'U' OU 'P', JOB SEM
      * REPETICAO E PREDECESSOR CADASTRADO NO CICLO. CICLO
      * VAZIO, COM MAIS DE 20 JOBS OU INCONSISTENTE TERMINA O
      * RUN COM RC 8
      *****************************************************
       3000-CARREGAR-DEFINICAO.
           MOVE ZEROS TO WRK-QTDE-JOBS.
           OPEN INPUT DEFINICAO-CICLO.
           IF WRK-FS-DEFIN NOT = "00"
               DISPLAY 'CICLODEF INDISPONIVEL (STATUS ' WRK-FS-DEFIN
                   ') - CICLO NAO APURADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 3000-CARREGAR-DEFINICAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 3100-LER-DEFINICAO THRU 3100-LER-DEFINICAO-EXIT
               UNTIL FIM-LEITURA OR NOT RUN-VALIDO.
           CLOSE DEFINICAO-CICLO.
           IF NOT RUN-VALIDO
               GO TO 3000-CARREGAR-DEFINICAO-EXIT
           END-IF.
           IF WRK-QTDE-JOBS = ZEROS
               DISPLAY 'CICLODEF SEM NENHUM JOB - CICLO NAO APURADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 3000-CARREGAR-DEFINICAO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-JOB.
           PERFORM 3300-CONFERIR-DEFINICAO
               THRU 3300-CONFERIR-DEFINICAO-EXIT
               UNTIL WRK-IND-JOB NOT LESS THAN WRK-QTDE-JOBS.
       3000-CARREGAR-DEFINICAO-EXIT.
           EXIT.

       3100-LER-DEFINICAO.
           READ DEFINICAO-CICLO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 3100-LER-DEFINICAO-EXIT
           END-READ.
           IF CI-JOB = SPACES
               GO TO 3100-LER-DEFINICAO-EXIT
           END-IF.
           IF NOT CI-MOMENTO-VALIDO OR CI-ORDEM NOT NUMERIC
               DISPLAY 'CICLODEF: JOB ' CI-JOB ' COM ORDEM OU'
                   ' MOMENTO INVALIDO (' CI-ORDEM ' ' CI-MOMENTO ')'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 3100-LER-DEFINICAO-EXIT
           END-IF.
           MOVE CI-JOB TO WRK-JOB-PROCURADO.
           PERFORM 3200-LOCALIZAR-JOB THRU 3200-LOCALIZAR-JOB-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               DISPLAY 'CICLODEF: JOB ' CI-JOB ' REPETIDO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 3100-LER-DEFINICAO-EXIT
           END-IF.
           IF WRK-QTDE-JOBS NOT LESS THAN 20
               DISPLAY 'CICLODEF COM MAIS DE 20 JOBS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 3100-LER-DEFINICAO-EXIT
           END-IF.
      *    POSICAO DO JOB: DEPOIS DOS DE ORDEM MENOR OU IGUAL
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 3150-COMPARAR-ORDEM THRU 3150-COMPARAR-ORDEM-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-JOBS.
           IF WRK-IND-ACHADO = ZEROS
               COMPUTE WRK-IND-ACHADO = WRK-QTDE-JOBS + 1
           END-IF.
           ADD 1 TO WRK-QTDE-JOBS.
           MOVE WRK-QTDE-JOBS TO WRK-IND-DESLOCA.
           PERFORM 3180-DESLOCAR-JOB THRU 3180-DESLOCAR-JOB-EXIT
               UNTIL WRK-IND-DESLOCA NOT GREATER THAN WRK-IND-ACHADO.
           MOVE CI-JOB TO TC-JOB (WRK-IND-ACHADO).
           MOVE CI-ORDEM TO TC-ORDEM (WRK-IND-ACHADO).
           MOVE CI-MOMENTO TO TC-MOMENTO (WRK-IND-ACHADO).
           MOVE CI-PREDECESSOR (1) TO TC-PREDECESSOR (WRK-IND-ACHADO 1).
           MOVE CI-PREDECESSOR (2) TO TC-PREDECESSOR (WRK-IND-ACHADO 2).
           MOVE CI-PREDECESSOR (3) TO TC-PREDECESSOR (WRK-IND-ACHADO 3).
           MOVE CI-PREDECESSOR (4) TO TC-PREDECESSOR (WRK-IND-ACHADO 4).
           MOVE CI-DESCRICAO TO TC-DESCRICAO (WRK-IND-ACHADO).
           MOVE SPACE TO TC-SITUACAO (WRK-IND-ACHADO).
           MOVE SPACES TO TC-DATA-CONCL (WRK-IND-ACHADO).
       3100-LER-DEFINICAO-EXIT.
           EXIT.

       3150-COMPARAR-ORDEM.
           ADD 1 TO WRK-IND.
           IF TC-ORDEM (WRK-IND) > CI-ORDEM
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       3150-COMPARAR-ORDEM-EXIT.
           EXIT.

       3180-DESLOCAR-JOB.
           MOVE TC-ENTRADA (WRK-IND-DESLOCA - 1)
               TO TC-ENTRADA (WRK-IND-DESLOCA).
           SUBTRACT 1 FROM WRK-IND-DESLOCA.
       3180-DESLOCAR-JOB-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA WRK-JOB-PROCURADO NA TABELA: INDICE EM
      * WRK-IND-ACHADO, ZERO SE NAO ESTIVER NO CICLO
      *****************************************************
       3200-LOCALIZAR-JOB.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 3250-COMPARAR-JOB THRU 3250-COMPARAR-JOB-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-JOBS.
       3200-LOCALIZAR-JOB-EXIT.
           EXIT.

       3250-COMPARAR-JOB.
           ADD 1 TO WRK-IND.
           IF TC-JOB (WRK-IND) = WRK-JOB-PROCURADO
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       3250-COMPARAR-JOB-EXIT.
           EXIT.

       3300-CONFERIR-DEFINICAO.
           ADD 1 TO WRK-IND-JOB.
           MOVE ZEROS TO WRK-IND-PRED.
           PERFORM 3350-CONFERIR-PREDECESSOR
               THRU 3350-CONFERIR-PREDECESSOR-EXIT
               UNTIL WRK-IND-PRED NOT LESS THAN 4.
       3300-CONFERIR-DEFINICAO-EXIT.
           EXIT.

       3350-CONFERIR-PREDECESSOR.
           ADD 1 TO WRK-IND-PRED.
           IF TC-PREDECESSOR (WRK-IND-JOB WRK-IND-PRED) = SPACES
               GO TO 3350-CONFERIR-PREDECESSOR-EXIT
           END-IF.
           MOVE TC-PREDECESSOR (WRK-IND-JOB WRK-IND-PRED)
               TO WRK-JOB-PROCURADO.
           PERFORM 3200-LOCALIZAR-JOB THRU 3200-LOCALIZAR-JOB-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               OR WRK-IND-ACHADO = WRK-IND-JOB
               DISPLAY 'CICLODEF: PREDECESSOR ' WRK-JOB-PROCURADO
                   ' DO JOB ' TC-JOB (WRK-IND-JOB)
                   ' NAO E OUTRO JOB DO CICLO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       3350-CONFERIR-PREDECESSOR-EXIT.
           EXIT.

      *****************************************************
      * MARCA NA TABELA A SITUACAO DE CADA JOB NO MES DO
      * CICLO (WRK-MES-REF) PELO CICLOSTA. SEM O ARQUIVO
      * NENHUM JOB RODOU AINDA
      *****************************************************
       4000-CARREGAR-SITUACAO.
           OPEN INPUT SITUACAO-CICLO.
           IF WRK-FS-SITUAC = "35"
               GO TO 4000-CARREGAR-SITUACAO-EXIT
           END-IF.
           IF WRK-FS-SITUAC NOT = "00"
               DISPLAY 'CICLOSTA INDISPONIVEL (STATUS ' WRK-FS-SITUAC
                   ') - CICLO NAO APURADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 4000-CARREGAR-SITUACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 4100-LER-SITUACAO THRU 4100-LER-SITUACAO-EXIT
               UNTIL FIM-LEITURA.
           CLOSE SITUACAO-CICLO.
       4000-CARREGAR-SITUACAO-EXIT.
           EXIT.

       4100-LER-SITUACAO.
           READ SITUACAO-CICLO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 4100-LER-SITUACAO-EXIT
           END-READ.
           IF CS-MES-REF NOT = WRK-MES-REF
               GO TO 4100-LER-SITUACAO-EXIT
           END-IF.
           MOVE CS-JOB TO WRK-JOB-PROCURADO.
           PERFORM 3200-LOCALIZAR-JOB THRU 3200-LOCALIZAR-JOB-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               GO TO 4100-LER-SITUACAO-EXIT
           END-IF.
           IF CS-CONCLUIDO
               MOVE 'C' TO TC-SITUACAO (WRK-IND-ACHADO)
               MOVE CS-DATA TO TC-DATA-CONCL (WRK-IND-ACHADO)
           ELSE
               IF NOT TC-CONCLUIDO (WRK-IND-ACHADO)
                   MOVE 'L' TO TC-SITUACAO (WRK-IND-ACHADO)
               END-IF
           END-IF.
       4100-LER-SITUACAO-EXIT.
           EXIT.

      *****************************************************
      * PORTAO DO JOB DO CICLO: HOJE NA JANELA, JOB NO
      * CICLODEF, NO DIA DELE, NAO CONCLUIDO NO MES E COM
      * TODOS OS PREDECESSORES CONCLUIDOS. LIBERADO, GRAVA A
      * LIBERACAO NO CICLOSTA; RECUSADO, RC 8 COM O MOTIVO.
      * LIBERACAO ANTERIOR SEM CONCLUSAO E JOB QUE CAIU: A
      * REEXECUCAO E ACEITA
      *****************************************************
       5000-LIBERAR-JOB.
           PERFORM 2000-APURAR-CALENDARIO
               THRU 2000-APURAR-CALENDARIO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 5000-LIBERAR-JOB-EXIT
           END-IF.
           IF FORA-DA-JANELA
               MOVE 'HOJE NAO E O ULTIMO NEM O PRIMEIRO DIA UTIL DO MES'
                   TO WRK-MOTIVO
               GO TO 5000-RECUSAR
           END-IF.
           PERFORM 3000-CARREGAR-DEFINICAO
               THRU 3000-CARREGAR-DEFINICAO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 5000-LIBERAR-JOB-EXIT
           END-IF.
           MOVE WRK-JOB-PEDIDO TO WRK-JOB-PROCURADO.
           PERFORM 3200-LOCALIZAR-JOB THRU 3200-LOCALIZAR-JOB-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               MOVE 'JOB NAO CADASTRADO NO CICLODEF' TO WRK-MOTIVO
               GO TO 5000-RECUSAR
           END-IF.
           MOVE WRK-IND-ACHADO TO WRK-IND-JOB.
           IF TC-MOMENTO (WRK-IND-JOB) = 'P'
               AND JANELA-ULTIMO-DIA
               MOVE 'SO RODA NO PRIMEIRO DIA UTIL DO MES SEGUINTE'
                   TO WRK-MOTIVO
               GO TO 5000-RECUSAR
           END-IF.
           PERFORM 4000-CARREGAR-SITUACAO
               THRU 4000-CARREGAR-SITUACAO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 5000-LIBERAR-JOB-EXIT
           END-IF.
           IF TC-CONCLUIDO (WRK-IND-JOB)
               MOVE WRK-MES-REF TO WRK-MOT-MES
               MOVE TC-DATA-CONCL (WRK-IND-JOB) TO WRK-MOT-DATA
               MOVE WRK-MOTIVO-CONCLUIDO TO WRK-MOTIVO
               GO TO 5000-RECUSAR
           END-IF.
           PERFORM 5100-CONFERIR-PREDECESSORES
               THRU 5100-CONFERIR-PREDECESSORES-EXIT.
           IF WRK-PRED-PENDENTE NOT = SPACES
               MOVE WRK-PRED-PENDENTE TO WRK-MOT-PRED
               MOVE WRK-MOTIVO-PRED TO WRK-MOTIVO
               GO TO 5000-RECUSAR
           END-IF.
           IF TC-EM-ANDAMENTO (WRK-IND-JOB)
               DISPLAY 'AVISO: LIBERACAO ANTERIOR DE ' WRK-JOB-PEDIDO
                   ' SEM CONCLUSAO - REEXECUCAO DO JOB'
           END-IF.
           MOVE 'L' TO WRK-EVENTO-SIT.
           PERFORM 8000-GRAVAR-SITUACAO THRU 8000-GRAVAR-SITUACAO-EXIT.
           IF RUN-VALIDO
               DISPLAY 'JOB ' WRK-JOB-PEDIDO ' LIBERADO NO CICLO '
                   WRK-MES-REF
           END-IF.
           GO TO 5000-LIBERAR-JOB-EXIT.
       5000-RECUSAR.
           MOVE 'S' TO WRK-RECUSADO.
           MOVE 'N' TO WRK-RUN-OK.
           MOVE 8 TO WRK-RC-RUN.
           DISPLAY '*** JOB ' WRK-JOB-PEDIDO ' RECUSADO: '
               WRK-MOTIVO ' ***'.
       5000-LIBERAR-JOB-EXIT.
           EXIT.

      *****************************************************
      * PRIMEIRO PREDECESSOR DO JOB EM WRK-IND-JOB QUE NAO
      * ESTA CONCLUIDO NO MES (BRANCO = TODOS CONCLUIDOS)
      *****************************************************
       5100-CONFERIR-PREDECESSORES.
           MOVE SPACES TO WRK-PRED-PENDENTE.
           MOVE ZEROS TO WRK-IND-PRED.
           PERFORM 5150-CONFERIR-PREDECESSOR
               THRU 5150-CONFERIR-PREDECESSOR-EXIT
               UNTIL WRK-PRED-PENDENTE NOT = SPACES
                   OR WRK-IND-PRED NOT LESS THAN 4.
       5100-CONFERIR-PREDECESSORES-EXIT.
           EXIT.

       5150-CONFERIR-PREDECESSOR.
           ADD 1 TO WRK-IND-PRED.
           IF TC-PREDECESSOR (WRK-IND-JOB WRK-IND-PRED) = SPACES
               GO TO 5150-CONFERIR-PREDECESSOR-EXIT
           END-IF.
           MOVE TC-PREDECESSOR (WRK-IND-JOB WRK-IND-PRED)
               TO WRK-JOB-PROCURADO.
           PERFORM 3200-LOCALIZAR-JOB THRU 3200-LOCALIZAR-JOB-EXIT.
           IF NOT TC-CONCLUIDO (WRK-IND-ACHADO)
               MOVE WRK-JOB-PROCURADO TO WRK-PRED-PENDENTE
           END-IF.
       5150-CONFERIR-PREDECESSOR-EXIT.
           EXIT.

      *****************************************************
      * CONCLUSAO DO JOB: PROCURA NO CICLOSTA A ULTIMA
      * LIBERACAO DO JOB QUE AINDA NAO TEM CONCLUSAO E GRAVA
      * A CONCLUSAO NO MES DELA. SEM LIBERACAO PENDENTE O
      * JOB NAO PASSOU PELO PORTAO E NADA E GRAVADO (RC 8)
      *****************************************************
       6000-CONCLUIR-JOB.
           MOVE 'N' TO WRK-LIB-ABERTA.
           OPEN INPUT SITUACAO-CICLO.
           IF WRK-FS-SITUAC NOT = "00"
               AND WRK-FS-SITUAC NOT = "35"
               DISPLAY 'CICLOSTA INDISPONIVEL (STATUS ' WRK-FS-SITUAC
                   ') - CONCLUSAO NAO REGISTRADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 6000-CONCLUIR-JOB-EXIT
           END-IF.
           IF WRK-FS-SITUAC = "00"
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 6100-LER-SITUACAO-JOB
                   THRU 6100-LER-SITUACAO-JOB-EXIT
                   UNTIL FIM-LEITURA
               CLOSE SITUACAO-CICLO
           END-IF.
           IF NOT LIBERACAO-PENDENTE
               MOVE 'SEM LIBERACAO PENDENTE - CONCLUSAO NAO GRAVADA'
                   TO WRK-MOTIVO
               MOVE 'S' TO WRK-RECUSADO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               DISPLAY '*** JOB ' WRK-JOB-PEDIDO ': ' WRK-MOTIVO
                   ' ***'
               GO TO 6000-CONCLUIR-JOB-EXIT
           END-IF.
           MOVE 'C' TO WRK-EVENTO-SIT.
           PERFORM 8000-GRAVAR-SITUACAO THRU 8000-GRAVAR-SITUACAO-EXIT.
           IF RUN-VALIDO
               DISPLAY 'JOB ' WRK-JOB-PEDIDO ' CONCLUIDO NO CICLO '
                   WRK-MES-REF
           END-IF.
       6000-CONCLUIR-JOB-EXIT.
           EXIT.

       6100-LER-SITUACAO-JOB.
           READ SITUACAO-CICLO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 6100-LER-SITUACAO-JOB-EXIT
           END-READ.
           IF CS-JOB NOT = WRK-JOB-PEDIDO
               GO TO 6100-LER-SITUACAO-JOB-EXIT
           END-IF.
           IF CS-LIBERADO
               MOVE CS-MES-REF TO WRK-MES-REF
               MOVE 'S' TO WRK-LIB-ABERTA
           ELSE
               IF CS-CONCLUIDO AND CS-MES-REF = WRK-MES-REF
                   MOVE 'N' TO WRK-LIB-ABERTA
               END-IF
           END-IF.
       6100-LER-SITUACAO-JOB-EXIT.
           EXIT.

      *****************************************************
      * PLANO DO DIA: CADA JOB DO CICLO NA ORDEM, COM A
      * SITUACAO NO MES DO CICLO. NA JANELA, O JOB SEM
      * PREDECESSOR PENDENTE E NO SEU DIA ESTA LIBERADO PARA
      * SUBMISSAO; FORA DELA, JOB NAO CONCLUIDO NO ULTIMO
      * CICLO TERMINA O RUN COM RC 4
      *****************************************************
       7000-IMPRIMIR-PLANO.
           PERFORM 2000-APURAR-CALENDARIO
               THRU 2000-APURAR-CALENDARIO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 7000-IMPRIMIR-PLANO-EXIT
           END-IF.
           PERFORM 3000-CARREGAR-DEFINICAO
               THRU 3000-CARREGAR-DEFINICAO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 7000-IMPRIMIR-PLANO-EXIT
           END-IF.
           PERFORM 4000-CARREGAR-SITUACAO
               THRU 4000-CARREGAR-SITUACAO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 7000-IMPRIMIR-PLANO-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-CICLO.
           MOVE WRK-MES-REF TO CIR-TIT-MES.
           MOVE WRK-DATA-HOJE TO CIR-TIT-HOJE.
           EVALUATE TRUE
               WHEN JANELA-ULTIMO-DIA
                   MOVE 'ULTIMO DIA UTIL - ABRE CICLO'
                       TO CIR-TIT-JANELA
               WHEN JANELA-PRIMEIRO-DIA
                   MOVE 'PRIMEIRO DIA UTIL - ENCERRA'
                       TO CIR-TIT-JANELA
               WHEN OTHER
                   MOVE 'FORA DA JANELA - ULTIMO CICLO'
                       TO CIR-TIT-JANELA
           END-EVALUATE.
           WRITE RELATORIO-CICLO-LINHA FROM CIR-LINHA-TITULO.
           WRITE RELATORIO-CICLO-LINHA FROM CIR-LINHA-COLUNAS.
           DISPLAY CIR-LINHA-TITULO.
           DISPLAY CIR-LINHA-COLUNAS.
           MOVE ZEROS TO WRK-QTDE-PENDENTES.
           MOVE ZEROS TO WRK-IND-JOB.
           PERFORM 7100-IMPRIMIR-JOB THRU 7100-IMPRIMIR-JOB-EXIT
               UNTIL WRK-IND-JOB NOT LESS THAN WRK-QTDE-JOBS.
           IF FORA-DA-JANELA AND WRK-QTDE-PENDENTES > ZEROS
               MOVE 'CICLO ANTERIOR INCOMPLETO - CONFERIR OS JOBS'
                   TO CIR-MENSAGEM
               MOVE 4 TO WRK-RC-RUN
           ELSE
               IF WRK-QTDE-PENDENTES = ZEROS
                   MOVE 'TODOS OS JOBS DO CICLO CONCLUIDOS'
                       TO CIR-MENSAGEM
               ELSE
                   MOVE SPACES TO CIR-MENSAGEM
               END-IF
           END-IF.
           IF CIR-MENSAGEM NOT = SPACES
               WRITE RELATORIO-CICLO-LINHA FROM CIR-LINHA-MENSAGEM
               DISPLAY CIR-MENSAGEM
           END-IF.
           CLOSE RELATORIO-CICLO.
       7000-IMPRIMIR-PLANO-EXIT.
           EXIT.

       7100-IMPRIMIR-JOB.
           ADD 1 TO WRK-IND-JOB.
           MOVE TC-ORDEM (WRK-IND-JOB) TO CIR-ORDEM.
           MOVE TC-JOB (WRK-IND-JOB) TO CIR-JOB.
           MOVE TC-MOMENTO (WRK-IND-JOB) TO CIR-MOMENTO.
           MOVE TC-DESCRICAO (WRK-IND-JOB) TO CIR-DESCRICAO.
           IF NOT TC-CONCLUIDO (WRK-IND-JOB)
               ADD 1 TO WRK-QTDE-PENDENTES
           END-IF.
           PERFORM 5100-CONFERIR-PREDECESSORES
               THRU 5100-CONFERIR-PREDECESSORES-EXIT.
           EVALUATE TRUE
               WHEN TC-CONCLUIDO (WRK-IND-JOB)
                   MOVE TC-DATA-CONCL (WRK-IND-JOB) TO CIR-SIT-DATA
                   MOVE CIR-SIT-CONCLUIDO TO CIR-SITUACAO
               WHEN TC-EM-ANDAMENTO (WRK-IND-JOB)
                   MOVE 'LIBERADO - SEM CONCLUSAO' TO CIR-SITUACAO
               WHEN FORA-DA-JANELA
                   MOVE 'NAO RODOU NO CICLO' TO CIR-SITUACAO
               WHEN TC-MOMENTO (WRK-IND-JOB) = 'P'
                   AND JANELA-ULTIMO-DIA
                   MOVE 'NO PRIMEIRO DIA UTIL SEGUINTE'
                       TO CIR-SITUACAO
               WHEN WRK-PRED-PENDENTE NOT = SPACES
                   MOVE WRK-PRED-PENDENTE TO CIR-SIT-PRED
                   MOVE CIR-SIT-AGUARDA TO CIR-SITUACAO
               WHEN OTHER
                   MOVE 'LIBERADO PARA SUBMISSAO' TO CIR-SITUACAO
           END-EVALUATE.
           WRITE RELATORIO-CICLO-LINHA FROM CIR-LINHA-JOB.
           DISPLAY CIR-LINHA-JOB.
       7100-IMPRIMIR-JOB-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA AO CICLOSTA A LIBERACAO OU A CONCLUSAO
      * (WRK-EVENTO-SIT) DO JOB NO MES DO CICLO E REGISTRA NA
      * AUDITORIA. SEM GRAVAR, O PORTAO NAO LIBERA (RC 8)
      *****************************************************
       8000-GRAVAR-SITUACAO.
           OPEN EXTEND SITUACAO-CICLO.
           IF WRK-FS-SITUAC = "35"
               OPEN OUTPUT SITUACAO-CICLO
           END-IF.
           IF WRK-FS-SITUAC NOT = "00"
               DISPLAY 'CICLOSTA INDISPONIVEL PARA GRAVACAO (STATUS '
                   WRK-FS-SITUAC ')'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 8000-GRAVAR-SITUACAO-EXIT
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE WRK-MES-REF TO CS-MES-REF.
           MOVE WRK-JOB-PEDIDO TO CS-JOB.
           MOVE WRK-EVENTO-SIT TO CS-EVENTO.
           MOVE WRK-DATA-AUDIT TO CS-DATA.
           MOVE WRK-HORA-AUDIT TO CS-HORA.
           MOVE WRK-OPERADOR TO CS-OPERADOR.
           WRITE CICLO-SITUACAO-REG.
           CLOSE SITUACAO-CICLO.
           MOVE "PROGCB44" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF CS-LIBERADO
               MOVE "JOB LIBERADO" TO AU-EVENTO
           ELSE
               MOVE "JOB CONCLUIDO" TO AU-EVENTO
           END-IF.
           MOVE WRK-JOB-PEDIDO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-GRAVAR-SITUACAO-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA O TERMINO NA AUDITORIA: RECUSA DO PORTAO OU
      * DA CONCLUSAO SAI COMO RUN BLOQUEADO COM O JOB NA
      * CHAVE; O PLANO LEVA O MES DO CICLO
      *****************************************************
       9999-FINALIZAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB44" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF RUN-VALIDO
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           ELSE
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           END-IF.
           IF WRK-FUNCAO = 'P'
               MOVE WRK-MES-REF TO AU-CHAVE
           ELSE
               MOVE WRK-JOB-PEDIDO TO AU-CHAVE
           END-IF.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
