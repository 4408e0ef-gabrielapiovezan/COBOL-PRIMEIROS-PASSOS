       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: EXPURGO DOS EMPREGADOS INATIVOS HA MAIS DE N
      *           ANOS (PARAMEXP, PADRAO 5) DO MESTRE EMPMAST. UM
      *           INATIVO SAI DO MESTRE QUANDO A INATIVACAO (O
      *           ULTIMO MOVIMENTO DO EMPMOVH QUE O PASSOU A 'I';
      *           SEM ELE, O ULTIMO MOVIMENTO OU O CADASTRO) E
      *           ANTERIOR AO CORTE E O EXTRATO FOLHAEXT NAO TEM
      *           PAGAMENTO DELE DO MES DO CORTE EM DIANTE. O
      *           REGISTRO VAI INTACTO, NO LAYOUT DO EMPMAST, PARA
      *           A GERACAO DATADA DO ARQUIVO MORTO (EMPARQ), SAI
      *           DO MESTRE E GANHA NO EMPMOVH O MOVIMENTO
      *           'EXPURGO' COM A IMAGEM DO REGISTRO. A MAIOR
      *           MATRICULA DE CADA COMPANHIA NUNCA E EXPURGADA -
      *           O PROGCOB02 E O PROGCOB02B NUMERAM A INCLUSAO
      *           PELA MAIOR MATRICULA DO MESTRE E REUSARIAM A
      *           MATRICULA (E O HISTORICO DE PAGAMENTOS DELA).
      *           O RELATORIO EXPUREL LISTA CADA EXPURGO E FECHA
      *           COM AS CONTAGENS LIDOS = EXPURGADOS + MANTIDOS,
      *           CONFERIDAS CONTRA O ARQUIVO MORTO, O EMPMOVH E
      *           UMA RECONTAGEM DO MESTRE NO FIM DO RUN. RC 8 SEM
      *           O MESTRE, O FOLHAEXT OU O ARQUIVO MORTO, OU COM
      *           CONTAGEM QUE NAO FECHA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O MESTRE GUARDAVA
      *                    TODO EMPREGADO JA CADASTRADO E A
      *                    CONFERENCIA DE NOME DO PROGCOB02, A
      *                    VARREDURA DO PROGCOB04G E O BACKUP DO
      *                    PROGCOB02U SO CRESCIAM COM GENTE QUE
      *                    SAIU HA ANOS
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-EXPURGO ASSIGN TO "PARAMEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQUIVO-MORTO ASSIGN TO "EMPARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT RELATORIO-EXPURGO ASSIGN TO "EXPUREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * ANOS DE INATIVIDADE PARA O EXPURGO (PADRAO 5)
      *****************************************************
       FD  PARAM-EXPURGO.
       01  PARAM-EXPURGO-REG.
           05  PX-ANOS             PIC 9(02).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * ARQUIVO MORTO: O REGISTRO DO MESTRE COMO ESTAVA NA
      * HORA DO EXPURGO (LAYOUT EMPMAST, 98 BYTES)
      *****************************************************
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REG       PIC X(98).
       FD  RELATORIO-EXPURGO.
       01  RELATORIO-EXPURGO-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * ORIGEM '0' = REGISTRO DO MESTRE (SITUACAO, NOME E
      * CADASTRO), '1' = MOVIMENTO DO EMPMOVH (DATA E SE
      * PASSOU A MATRICULA A INATIVA), '2' = PAGAMENTO DO
      * FOLHAEXT (PERIODO)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-ORIGEM          PIC X(01).
           05  SRT-DATA            PIC X(08).
           05  SRT-SITUACAO        PIC X(01).
           05  SRT-INATIVACAO      PIC X(01).
           05  SRT-NOME            PIC X(22).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-MOVH     PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS        VALUE 'S'.
       77 WRK-TEM-MOVH     PIC X(01) VALUE 'N'.
           88 HA-MOVIMENTOS         VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * CORTE: A DATA DO RUN MENOS OS ANOS DO PARAMEXP. A
      * INATIVACAO TEM DE SER ANTERIOR A DATA DO CORTE E O
      * ULTIMO PAGAMENTO ANTERIOR AO MES DO CORTE
      *---------------------------------------------------
       77 WRK-ANOS-EXPURGO PIC 9(02) VALUE 05.
       77 WRK-DATA-CORTE   PIC X(08) VALUE SPACES.
       77 WRK-MES-CORTE    PIC X(06) VALUE SPACES.
       01 WRK-DATA-DECOMP.
           05 DEC-ANO          PIC 9(04).
           05 DEC-MES-DIA      PIC X(04).
       01 WRK-CORTE-DECOMP.
           05 CRT-ANO          PIC 9(04).
           05 CRT-MES-DIA      PIC X(04).
      *---------------------------------------------------
      * MATRICULA EM APURACAO NA SAIDA DO SORT
      *---------------------------------------------------
       77 WRK-TEM-GRUPO    PIC X(01) VALUE 'N'.
           88 GRUPO-PENDENTE        VALUE 'S'.
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-GRP-MESTRE   PIC X(01) VALUE 'N'.
           88 GRUPO-NO-MESTRE       VALUE 'S'.
       77 WRK-GRP-SITUACAO PIC X(01) VALUE SPACE.
           88 GRUPO-INATIVO         VALUE 'I'.
       77 WRK-GRP-NOME     PIC X(22) VALUE SPACES.
       77 WRK-GRP-CADASTRO PIC X(08) VALUE SPACES.
       77 WRK-GRP-INATIVACAO PIC X(08) VALUE SPACES.
       77 WRK-GRP-ULT-MOVTO PIC X(08) VALUE SPACES.
       77 WRK-GRP-ULT-FOLHA PIC X(06) VALUE SPACES.
       77 WRK-GRP-REFERENCIA PIC X(08) VALUE SPACES.
       77 WRK-GRP-CANDIDATO PIC X(01) VALUE 'N'.
           88 GRUPO-CANDIDATO       VALUE 'S'.
      *---------------------------------------------------
      * CANDIDATO RETIDO: SO E EXPURGADO QUANDO APARECE UMA
      * MATRICULA MAIOR DA MESMA COMPANHIA NO MESTRE; SE FOR
      * A MAIOR, FICA
      *---------------------------------------------------
       77 WRK-RETIDO       PIC X(01) VALUE 'N'.
           88 HA-CANDIDATO-RETIDO   VALUE 'S'.
       01 WRK-CANDIDATO.
           05 CND-CHAVE.
               10 CND-COMPANHIA    PIC X(02).
               10 CND-MATRICULA    PIC 9(06).
           05 CND-NOME             PIC X(22).
           05 CND-REFERENCIA       PIC X(08).
           05 CND-ULT-FOLHA        PIC X(06).
       01 WRK-REG-EXPURGO      PIC X(98) VALUE SPACES.
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DO EXPURGO
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS      PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-EXPURGADOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-MANTIDOS   PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ATIVOS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-RECENTES   PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-COM-FOLHA  PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-MAIOR-MAT  PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-FALHAS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ARQUIVADOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-MOVTOS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-APOS       PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-MOVH-LIDOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-EXT-LIDOS  PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-SOMA       PIC 9(08) VALUE ZEROS.
       77 WRK-CONTAGEM-OK  PIC X(01) VALUE 'S'.
           88 CONTAGENS-FECHAM      VALUE 'S'.
      *---------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------
       01 EXP-LINHA-TITULO.
           05 FILLER           PIC X(31)
               VALUE 'EXPURGO DE INATIVOS HA MAIS DE '.
           05 EXP-TIT-ANOS     PIC 9(02).
           05 FILLER           PIC X(14) VALUE ' ANOS - CORTE '.
           05 EXP-TIT-CORTE    PIC X(08).
       01 EXP-LINHA-COLUNAS.
           05 FILLER           PIC X(33) VALUE 'CI MATRIC NOME'.
           05 FILLER           PIC X(10) VALUE 'INATIVO'.
           05 FILLER           PIC X(08) VALUE 'ULT.FL'.
           05 FILLER           PIC X(08) VALUE 'SITUACAO'.
       01 EXP-LINHA-DETALHE.
           05 EXP-CIA          PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXP-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXP-NOME         PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXP-REFERENCIA   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXP-ULT-FOLHA    PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXP-SITUACAO     PIC X(29).
       01 EXP-LINHA-TOTAL.
           05 EXP-TOT-ROTULO   PIC X(40).
           05 EXP-TOT-VALOR    PIC ZZ.ZZZ.ZZ9.
       01 EXP-LINHA-MENSAGEM.
           05 EXP-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                       SRT-ORIGEM
                   INPUT PROCEDURE IS 3000-LIBERAR-REFERENCIAS
                       THRU 3000-LIBERAR-REFERENCIAS-EXIT
                   OUTPUT PROCEDURE IS 5000-EXPURGAR-INATIVOS
                       THRU 5000-EXPURGAR-INATIVOS-EXIT
               PERFORM 7000-CONFERIR-CONTAGENS
                   THRU 7000-CONFERIR-CONTAGENS-EXIT
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
           MOVE "PROGCB45" TO AU-PROGRAMA.
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
      * LE OS ANOS DO PARAMEXP, CALCULA O CORTE E ABRE OS
      * ARQUIVOS. SEM O MESTRE, SEM O FOLHAEXT (NAO HA COMO
      * PROVAR A FALTA DE PAGAMENTO) OU SEM O ARQUIVO MORTO
      * NADA E EXPURGADO E O RUN TERMINA COM RC 8. SEM O
      * EMPMOVH A INATIVIDADE E MEDIDA PELO CADASTRO
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           MOVE WRK-DATA-AUDIT TO WRK-DATA-DECOMP.
           COMPUTE CRT-ANO = DEC-ANO - WRK-ANOS-EXPURGO.
           MOVE DEC-MES-DIA TO CRT-MES-DIA.
           MOVE WRK-CORTE-DECOMP TO WRK-DATA-CORTE.
           MOVE WRK-DATA-CORTE (1:6) TO WRK-MES-CORTE.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - NADA A EXPURGAR'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               DISPLAY 'FOLHAEXT INDISPONIVEL (STATUS ' WRK-FS-EXTRATO
                   ') - SEM COMO CONFERIR PAGAMENTOS, NADA EXPURGADO'
               CLOSE EMPLOYEE-MASTER
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT MOVIMENTO-MESTRE.
           EVALUATE WRK-FS-MOVH
               WHEN "00"
                   MOVE 'S' TO WRK-TEM-MOVH
               WHEN "35"
                   DISPLAY 'EMPMOVH NAO ENCONTRADO - INATIVIDADE'
                       ' MEDIDA PELA DATA DE CADASTRO'
               WHEN OTHER
                   DISPLAY 'EMPMOVH INDISPONIVEL (STATUS '
                       WRK-FS-MOVH ') - NADA EXPURGADO'
                   CLOSE EMPLOYEE-MASTER
                   CLOSE EXTRATO-CONTABIL
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
                   GO TO 1000-INICIALIZAR-EXIT
           END-EVALUATE.
           OPEN OUTPUT ARQUIVO-MORTO.
           IF WRK-FS-ARQUIVO NOT = "00"
               DISPLAY 'EMPARQ INDISPONIVEL (STATUS ' WRK-FS-ARQUIVO
                   ') - NADA EXPURGADO'
               CLOSE EMPLOYEE-MASTER
               CLOSE EXTRATO-CONTABIL
               IF HA-MOVIMENTOS
                   CLOSE MOVIMENTO-MESTRE
               END-IF
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-EXPURGO.
           MOVE WRK-ANOS-EXPURGO TO EXP-TIT-ANOS.
           MOVE WRK-DATA-CORTE TO EXP-TIT-CORTE.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-TITULO.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-COLUNAS.
           DISPLAY EXP-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE OS ANOS DE INATIVIDADE DO PARAMEXP. SEM O ARQUIVO
      * (OU COM VALOR ZERADO) PERMANECE O PADRAO DE 5 ANOS
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-EXPURGO.
           IF WRK-FS-PARAM = "35"
               DISPLAY 'PARAMEXP NAO ENCONTRADO - USANDO O PADRAO'
                   ' DE 5 ANOS'
           ELSE
               READ PARAM-EXPURGO
                   NOT AT END
                       IF PX-ANOS NUMERIC AND PX-ANOS > ZEROS
                           MOVE PX-ANOS TO WRK-ANOS-EXPURGO
                       END-IF
               END-READ
               CLOSE PARAM-EXPURGO
           END-IF.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: TODO REGISTRO DO
      * MESTRE, OS MOVIMENTOS DO EMPMOVH (O RELOAD DO
      * PROGCOB02L NAO TEM MATRICULA E FICA DE FORA) E OS
      * PAGAMENTOS DO FOLHAEXT. O EMPMOVH E FECHADO AQUI
      * PARA SER REABERTO NA SAIDA, ONDE RECEBE OS EXPURGOS
      *****************************************************
       3000-LIBERAR-REFERENCIAS.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 3100-LER-MESTRE THRU 3100-LER-MESTRE-EXIT
               UNTIL FIM-MESTRE.
           IF HA-MOVIMENTOS
               PERFORM 3200-LER-MOVIMENTO
                   THRU 3200-LER-MOVIMENTO-EXIT
                   UNTIL FIM-MOVIMENTOS
               CLOSE MOVIMENTO-MESTRE
           END-IF.
           PERFORM 3300-LER-EXTRATO THRU 3300-LER-EXTRATO-EXIT
               UNTIL FIM-EXTRATO.
           CLOSE EXTRATO-CONTABIL.
       3000-LIBERAR-REFERENCIAS-EXIT.
           EXIT.

       3100-LER-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 3100-LER-MESTRE-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE EMP-COMPANHIA TO SRT-COMPANHIA.
           MOVE EMP-ID TO SRT-MATRICULA.
           MOVE '0' TO SRT-ORIGEM.
           MOVE EMP-DATA-CAD TO SRT-DATA.
           MOVE EMP-SITUACAO TO SRT-SITUACAO.
           MOVE EMP-NOME TO SRT-NOME.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * MOVIMENTO QUE PASSA A MATRICULA A INATIVA (IMAGEM
      * DEPOIS 'I' E ANTES ATIVA, OU INCLUSAO JA INATIVA)
      * MARCA A DATA DA INATIVACAO
      *****************************************************
       3200-LER-MOVIMENTO.
           READ MOVIMENTO-MESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-MOVH
                   GO TO 3200-LER-MOVIMENTO-EXIT
           END-READ.
           IF MV-EVENTO = 'RELOAD'
               GO TO 3200-LER-MOVIMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MOVH-LIDOS.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE MV-COMPANHIA TO SRT-COMPANHIA.
           MOVE MV-MATRICULA TO SRT-MATRICULA.
           MOVE '1' TO SRT-ORIGEM.
           MOVE MV-DATA TO SRT-DATA.
           MOVE 'N' TO SRT-INATIVACAO.
           IF MV-DEP-SITUACAO = 'I'
               AND (MV-ANT-SITUACAO NOT = 'I'
                   OR MV-EVENTO = 'INCLUSAO')
               MOVE 'S' TO SRT-INATIVACAO
           END-IF.
           RELEASE CLASSIFICACAO-REG.
       3200-LER-MOVIMENTO-EXIT.
           EXIT.

       3300-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 3300-LER-EXTRATO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-EXT-LIDOS.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE EX-COMPANHIA TO SRT-COMPANHIA.
           MOVE EX-EMP-ID TO SRT-MATRICULA.
           MOVE '2' TO SRT-ORIGEM.
           MOVE EX-PERIODO TO SRT-DATA.
           RELEASE CLASSIFICACAO-REG.
       3300-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: POR MATRICULA, O
      * REGISTRO DO MESTRE VEM PRIMEIRO E DEPOIS OS
      * MOVIMENTOS E OS PAGAMENTOS. O EMPMOVH E REABERTO
      * PARA ACRESCENTAR OS EXPURGOS
      *****************************************************
       5000-EXPURGAR-INATIVOS.
           OPEN EXTEND MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "35"
               OPEN OUTPUT MOVIMENTO-MESTRE
           END-IF.
           MOVE 'N' TO WRK-TEM-GRUPO.
           MOVE 'N' TO WRK-RETIDO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF GRUPO-PENDENTE
               PERFORM 5400-FECHAR-MATRICULA
                   THRU 5400-FECHAR-MATRICULA-EXIT
           END-IF.
           IF HA-CANDIDATO-RETIDO
               PERFORM 5700-MANTER-CANDIDATO
                   THRU 5700-MANTER-CANDIDATO-EXIT
           END-IF.
           CLOSE MOVIMENTO-MESTRE.
       5000-EXPURGAR-INATIVOS-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF GRUPO-PENDENTE
               AND (SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
                   OR SRT-MATRICULA NOT = WRK-QUEBRA-MAT)
               PERFORM 5400-FECHAR-MATRICULA
                   THRU 5400-FECHAR-MATRICULA-EXIT
           END-IF.
           IF NOT GRUPO-PENDENTE
               MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA
               MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT
               MOVE 'N' TO WRK-GRP-MESTRE
               MOVE SPACES TO WRK-GRP-SITUACAO WRK-GRP-NOME
                   WRK-GRP-CADASTRO WRK-GRP-INATIVACAO
                   WRK-GRP-ULT-MOVTO WRK-GRP-ULT-FOLHA
               MOVE 'S' TO WRK-TEM-GRUPO
           END-IF.
           EVALUATE SRT-ORIGEM
               WHEN '0'
                   MOVE 'S' TO WRK-GRP-MESTRE
                   MOVE SRT-SITUACAO TO WRK-GRP-SITUACAO
                   MOVE SRT-NOME TO WRK-GRP-NOME
                   MOVE SRT-DATA TO WRK-GRP-CADASTRO
               WHEN '1'
                   IF SRT-DATA > WRK-GRP-ULT-MOVTO
                       MOVE SRT-DATA TO WRK-GRP-ULT-MOVTO
                   END-IF
                   IF SRT-INATIVACAO = 'S'
                       AND SRT-DATA > WRK-GRP-INATIVACAO
                       MOVE SRT-DATA TO WRK-GRP-INATIVACAO
                   END-IF
               WHEN OTHER
                   IF SRT-DATA (1:6) > WRK-GRP-ULT-FOLHA
                       MOVE SRT-DATA (1:6) TO WRK-GRP-ULT-FOLHA
                   END-IF
           END-EVALUATE.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *****************************************************
      * FECHA A MATRICULA: SO INTERESSA A QUE ESTA NO
      * MESTRE (MOVIMENTOS E PAGAMENTOS DE MATRICULA JA
      * EXPURGADA SAO IGNORADOS). UMA MATRICULA DO MESTRE
      * MAIOR QUE O CANDIDATO RETIDO DA MESMA COMPANHIA
      * LIBERA O EXPURGO DELE; EM OUTRA COMPANHIA, O RETIDO
      * ERA A MAIOR DA SUA E FICA
      *****************************************************
       5400-FECHAR-MATRICULA.
           MOVE 'N' TO WRK-TEM-GRUPO.
           IF NOT GRUPO-NO-MESTRE
               GO TO 5400-FECHAR-MATRICULA-EXIT
           END-IF.
           IF HA-CANDIDATO-RETIDO
               IF CND-COMPANHIA = WRK-QUEBRA-CIA
                   PERFORM 5600-EXPURGAR-CANDIDATO
                       THRU 5600-EXPURGAR-CANDIDATO-EXIT
               ELSE
                   PERFORM 5700-MANTER-CANDIDATO
                       THRU 5700-MANTER-CANDIDATO-EXIT
               END-IF
           END-IF.
           PERFORM 5500-AVALIAR-MATRICULA
               THRU 5500-AVALIAR-MATRICULA-EXIT.
           IF GRUPO-CANDIDATO
               MOVE 'S' TO WRK-RETIDO
               MOVE WRK-QUEBRA-CIA TO CND-COMPANHIA
               MOVE WRK-QUEBRA-MAT TO CND-MATRICULA
               MOVE WRK-GRP-NOME TO CND-NOME
               MOVE WRK-GRP-REFERENCIA TO CND-REFERENCIA
               MOVE WRK-GRP-ULT-FOLHA TO CND-ULT-FOLHA
           END-IF.
       5400-FECHAR-MATRICULA-EXIT.
           EXIT.

      *****************************************************
      * ATIVO FICA. INATIVO: A REFERENCIA E A ULTIMA
      * INATIVACAO DO EMPMOVH; SEM ELA (INATIVADO ANTES DO
      * HISTORICO EXISTIR) VALE O MAIS RECENTE ENTRE O
      * CADASTRO E O ULTIMO MOVIMENTO. REFERENCIA A PARTIR
      * DO CORTE, OU PAGAMENTO A PARTIR DO MES DO CORTE,
      * MANTEM A MATRICULA
      *****************************************************
       5500-AVALIAR-MATRICULA.
           MOVE 'N' TO WRK-GRP-CANDIDATO.
           IF NOT GRUPO-INATIVO
               ADD 1 TO WRK-QTDE-ATIVOS
               ADD 1 TO WRK-QTDE-MANTIDOS
               GO TO 5500-AVALIAR-MATRICULA-EXIT
           END-IF.
           IF WRK-GRP-INATIVACAO NOT = SPACES
               MOVE WRK-GRP-INATIVACAO TO WRK-GRP-REFERENCIA
           ELSE
               MOVE WRK-GRP-CADASTRO TO WRK-GRP-REFERENCIA
               IF WRK-GRP-ULT-MOVTO > WRK-GRP-REFERENCIA
                   MOVE WRK-GRP-ULT-MOVTO TO WRK-GRP-REFERENCIA
               END-IF
           END-IF.
           IF WRK-GRP-REFERENCIA NOT < WRK-DATA-CORTE
               ADD 1 TO WRK-QTDE-RECENTES
               ADD 1 TO WRK-QTDE-MANTIDOS
               GO TO 5500-AVALIAR-MATRICULA-EXIT
           END-IF.
           IF WRK-GRP-ULT-FOLHA NOT = SPACES
               AND WRK-GRP-ULT-FOLHA NOT < WRK-MES-CORTE
               ADD 1 TO WRK-QTDE-COM-FOLHA
               ADD 1 TO WRK-QTDE-MANTIDOS
               GO TO 5500-AVALIAR-MATRICULA-EXIT
           END-IF.
           MOVE 'S' TO WRK-GRP-CANDIDATO.
       5500-AVALIAR-MATRICULA-EXIT.
           EXIT.

      *****************************************************
      * EXPURGA O CANDIDATO RETIDO: RELE O REGISTRO, MONTA O
      * MOVIMENTO COM A IMAGEM DELE E EXCLUI DO MESTRE; SO
      * COM A EXCLUSAO FEITA GRAVA O ARQUIVO MORTO E O
      * MOVIMENTO - UMA FALHA DEIXA O REGISTRO SO NO MESTRE
      *****************************************************
       5600-EXPURGAR-CANDIDATO.
           MOVE 'N' TO WRK-RETIDO.
           MOVE CND-COMPANHIA TO EMP-COMPANHIA.
           MOVE CND-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'ERRO NA RELEITURA - MANTIDO'
                       TO EXP-SITUACAO
                   PERFORM 5650-REGISTRAR-FALHA
                       THRU 5650-REGISTRAR-FALHA-EXIT
                   GO TO 5600-EXPURGAR-CANDIDATO-EXIT
           END-READ.
           MOVE EMPLOYEE-MASTER-RECORD TO WRK-REG-EXPURGO.
           PERFORM 5800-MONTAR-MOVIMENTO
               THRU 5800-MONTAR-MOVIMENTO-EXIT.
           DELETE EMPLOYEE-MASTER RECORD
               INVALID KEY
                   MOVE 'ERRO NA EXCLUSAO - MANTIDO'
                       TO EXP-SITUACAO
                   PERFORM 5650-REGISTRAR-FALHA
                       THRU 5650-REGISTRAR-FALHA-EXIT
                   GO TO 5600-EXPURGAR-CANDIDATO-EXIT
           END-DELETE.
           ADD 1 TO WRK-QTDE-EXPURGADOS.
           WRITE ARQUIVO-MORTO-REG FROM WRK-REG-EXPURGO.
           IF WRK-FS-ARQUIVO = "00"
               ADD 1 TO WRK-QTDE-ARQUIVADOS
           END-IF.
           WRITE MOVIMENTO-MESTRE-REG.
           IF WRK-FS-MOVH = "00"
               ADD 1 TO WRK-QTDE-MOVTOS
           END-IF.
           MOVE 'EXPURGADO' TO EXP-SITUACAO.
           PERFORM 5900-IMPRIMIR-DETALHE
               THRU 5900-IMPRIMIR-DETALHE-EXIT.
       5600-EXPURGAR-CANDIDATO-EXIT.
           EXIT.

       5650-REGISTRAR-FALHA.
           ADD 1 TO WRK-QTDE-FALHAS.
           ADD 1 TO WRK-QTDE-MANTIDOS.
           MOVE 8 TO WRK-RC-RUN.
           DISPLAY 'CIA ' CND-COMPANHIA ' MATRICULA ' CND-MATRICULA
               ' NAO EXPURGADA (STATUS ' WRK-FS-EMPMAST ')'.
           PERFORM 5900-IMPRIMIR-DETALHE
               THRU 5900-IMPRIMIR-DETALHE-EXIT.
       5650-REGISTRAR-FALHA-EXIT.
           EXIT.

      *****************************************************
      * O CANDIDATO E A MAIOR MATRICULA DA COMPANHIA NO
      * MESTRE: FICA, PARA A NUMERACAO DA INCLUSAO NAO
      * VOLTAR A UMA MATRICULA EXPURGADA
      *****************************************************
       5700-MANTER-CANDIDATO.
           MOVE 'N' TO WRK-RETIDO.
           ADD 1 TO WRK-QTDE-MAIOR-MAT.
           ADD 1 TO WRK-QTDE-MANTIDOS.
           MOVE 'MANTIDO - MAIOR MATRICULA CIA' TO EXP-SITUACAO.
           PERFORM 5900-IMPRIMIR-DETALHE
               THRU 5900-IMPRIMIR-DETALHE-EXIT.
       5700-MANTER-CANDIDATO-EXIT.
           EXIT.

      *****************************************************
      * MOVIMENTO 'EXPURGO' NO EMPMOVH: IMAGEM ANTES E
      * DEPOIS IGUAIS AO REGISTRO ARQUIVADO - A MATRICULA
      * SAI DO MESTRE SEM MUDAR DE SITUACAO, ENTAO O QUADRO
      * DO PROGCOB26 NAO VE DESLIGAMENTO NEM ADMISSAO
      *****************************************************
       5800-MONTAR-MOVIMENTO.
           MOVE "PROGCB45" TO MV-PROGRAMA.
           MOVE WRK-OPERADOR TO MV-OPERADOR.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           MOVE 'EXPURGO' TO MV-EVENTO.
           MOVE EMP-COMPANHIA TO MV-COMPANHIA.
           MOVE EMP-ID TO MV-MATRICULA.
           MOVE EMP-NOME TO MV-ANT-NOME.
           MOVE EMP-SITUACAO TO MV-ANT-SITUACAO.
           MOVE EMP-DEPTO TO MV-ANT-DEPTO.
           MOVE EMP-CCUSTO TO MV-ANT-CCUSTO.
           MOVE EMP-BANCO TO MV-ANT-BANCO.
           MOVE EMP-AGENCIA TO MV-ANT-AGENCIA.
           MOVE EMP-CONTA TO MV-ANT-CONTA.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO MV-ANT-SALARIO
           ELSE
               MOVE ZEROS TO MV-ANT-SALARIO
           END-IF.
           MOVE EMP-CARGO TO MV-ANT-CARGO.
           MOVE EMP-CPF TO MV-ANT-CPF.
           MOVE EMP-PIS TO MV-ANT-PIS.
           MOVE MV-ANTES TO MV-DEPOIS.
           MOVE EMP-CPF TO MV-DEP-CPF.
           MOVE EMP-PIS TO MV-DEP-PIS.
       5800-MONTAR-MOVIMENTO-EXIT.
           EXIT.

       5900-IMPRIMIR-DETALHE.
           MOVE CND-COMPANHIA TO EXP-CIA.
           MOVE CND-MATRICULA TO EXP-MATRICULA.
           MOVE CND-NOME TO EXP-NOME.
           MOVE CND-REFERENCIA TO EXP-REFERENCIA.
           IF CND-ULT-FOLHA = SPACES
               MOVE '------' TO EXP-ULT-FOLHA
           ELSE
               MOVE CND-ULT-FOLHA TO EXP-ULT-FOLHA
           END-IF.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-DETALHE.
       5900-IMPRIMIR-DETALHE-EXIT.
           EXIT.

      *****************************************************
      * RECONTA O MESTRE DEPOIS DO EXPURGO E CONFERE AS
      * CONTAGENS: LIDOS = EXPURGADOS + MANTIDOS, CADA
      * EXPURGO COM SEU REGISTRO NO ARQUIVO MORTO E NO
      * EMPMOVH, E O MESTRE FICOU COM OS MANTIDOS
      *****************************************************
       7000-CONFERIR-CONTAGENS.
           MOVE ZEROS TO WRK-QTDE-APOS.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 7100-CONTAR-MESTRE THRU 7100-CONTAR-MESTRE-EXIT
               UNTIL FIM-MESTRE.
           ADD WRK-QTDE-EXPURGADOS WRK-QTDE-MANTIDOS
               GIVING WRK-QTDE-SOMA.
           IF WRK-QTDE-SOMA NOT = WRK-QTDE-LIDOS
               OR WRK-QTDE-ARQUIVADOS NOT = WRK-QTDE-EXPURGADOS
               OR WRK-QTDE-MOVTOS NOT = WRK-QTDE-EXPURGADOS
               OR WRK-QTDE-APOS NOT = WRK-QTDE-MANTIDOS
               MOVE 'N' TO WRK-CONTAGEM-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       7000-CONFERIR-CONTAGENS-EXIT.
           EXIT.

       7100-CONTAR-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 7100-CONTAR-MESTRE-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-APOS.
       7100-CONTAR-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME AS CONTAGENS NO EXPUREL E NO SYSOUT, FECHA
      * OS ARQUIVOS E REGISTRA O TERMINO NA AUDITORIA COM A
      * QUANTIDADE EXPURGADA
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO EXP-MENSAGEM.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-MENSAGEM.
           MOVE 'REGISTROS LIDOS DO MESTRE...............'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-LIDOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE 'EXPURGADOS PARA O ARQUIVO MORTO.........'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-EXPURGADOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE 'MANTIDOS NO MESTRE......................'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-MANTIDOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE '  ATIVOS................................'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-ATIVOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE '  INATIVOS DEPOIS DO CORTE..............'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-RECENTES TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE '  INATIVOS COM PAGAMENTO DEPOIS DO CORTE'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-COM-FOLHA TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE '  MAIOR MATRICULA DA COMPANHIA..........'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-MAIOR-MAT TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE '  FALHA NA EXCLUSAO.....................'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-FALHAS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE 'GRAVADOS NO ARQUIVO MORTO (EMPARQ)......'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-ARQUIVADOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE 'MOVIMENTOS EXPURGO GRAVADOS NO EMPMOVH..'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-MOVTOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           MOVE 'REGISTROS NO MESTRE DEPOIS DO EXPURGO...'
               TO EXP-TOT-ROTULO.
           MOVE WRK-QTDE-APOS TO EXP-TOT-VALOR.
           PERFORM 9800-IMPRIMIR-TOTAL THRU 9800-IMPRIMIR-TOTAL-EXIT.
           IF CONTAGENS-FECHAM
               MOVE 'CONTAGENS CONFEREM: LIDOS = EXPURGADOS + MANTIDOS'
                   TO EXP-MENSAGEM
           ELSE
               MOVE '*** CONTAGENS NAO CONFEREM - CONFRONTAR O EMPARQ'
                   TO EXP-MENSAGEM
           END-IF.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-MENSAGEM.
           DISPLAY EXP-MENSAGEM.
           DISPLAY 'MOVIMENTOS LIDOS DO EMPMOVH: ' WRK-QTDE-MOVH-LIDOS
               ' PAGAMENTOS LIDOS DO FOLHAEXT: ' WRK-QTDE-EXT-LIDOS.
           CLOSE RELATORIO-EXPURGO.
           CLOSE ARQUIVO-MORTO.
           CLOSE EMPLOYEE-MASTER.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB45" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-EXPURGADOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

       9800-IMPRIMIR-TOTAL.
           WRITE RELATORIO-EXPURGO-LINHA FROM EXP-LINHA-TOTAL.
           DISPLAY EXP-LINHA-TOTAL.
       9800-IMPRIMIR-TOTAL-EXIT.
           EXIT.
