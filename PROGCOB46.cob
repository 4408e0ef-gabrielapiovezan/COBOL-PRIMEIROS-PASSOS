       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB46.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: DISTRIBUICAO DE NOTAS DO SEMESTRE (DISTREL)
      *           POR DISCIPLINA E, DENTRO DELA, POR TURMA, A
      *           PARTIR DO HISTALUN: QUANTIDADE DE REGISTROS,
      *           MEDIA E DESVIO PADRAO DA HA-MEDIA, CONTAGEM
      *           POR FAIXA DE UM PONTO (0-1 ... 9-10) E OS
      *           PERCENTUAIS DE APROVADO, RECUPERACAO,
      *           REPROVADO E REPROV FREQ. A TURMA CUJA MEDIA
      *           OU CUJA TAXA DE REPROVACAO (REPROVADO + REPROV
      *           FREQ) SE AFASTA DA DISCIPLINA INTEIRA MAIS QUE
      *           AS MARGENS DO PARAMDST SAI SINALIZADA. PARA A
      *           REUNIAO PEDAGOGICA DE FIM DE SEMESTRE. SEM O
      *           PARAMDST OU O HISTALUN, RC 8; REGISTRO COM
      *           MEDIA INVALIDA FICA FORA DAS CONTAS, RC 4
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O PROGCOB08 RESUME
      *                    UMA TURMA E O PROGCOB13 CLASSIFICA
      *                    ALUNOS, MAS NINGUEM VIA SE UMA
      *                    DISCIPLINA OU UMA TURMA CORRIGE MAIS
      *                    DURO OU MAIS FROUXO QUE AS DEMAIS
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-DISTRIBUICAO ASSIGN TO "PARAMDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT HISTORICO-ALUNOS ASSIGN TO "HISTALUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT TABELA-DISCIPLINAS ASSIGN TO "DISCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISC.
           SELECT RELATORIO-DISTRIBUICAO ASSIGN TO "DISTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * SEMESTRE DO RELATORIO (AAAAMM, O MESMO VALOR DO
      * HA-PERIODO), MARGEM DA MEDIA EM PONTOS COM UMA CASA
      * (010 = 1,0; BRANCO OU ZERO = 1,0) E MARGEM DA TAXA
      * DE REPROVACAO EM PONTOS PERCENTUAIS (BRANCO OU ZERO
      * = 15)
      *****************************************************
       FD  PARAM-DISTRIBUICAO.
       01  PARAM-DISTRIBUICAO-REG.
           05  PD-SEMESTRE         PIC X(06).
           05  PD-MARGEM-MEDIA-X   PIC X(03).
           05  PD-MARGEM-MEDIA REDEFINES PD-MARGEM-MEDIA-X
                                   PIC 9(02)V9.
           05  PD-MARGEM-REPROV-X  PIC X(02).
           05  PD-MARGEM-REPROV REDEFINES PD-MARGEM-REPROV-X
                                   PIC 9(02).
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
       FD  RELATORIO-DISTRIBUICAO.
       01  RELATORIO-DISTRIBUICAO-LINHA PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * REGISTRO DO SEMESTRE PARA A CLASSIFICACAO POR
      * DISCIPLINA E TURMA
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-DISCIPLINA      PIC X(04).
           05  SRT-TURMA           PIC X(05).
           05  SRT-MEDIA           PIC 9(02)V99.
           05  SRT-STATUS          PIC X(12).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISC      PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-RUN-OK       PIC X(01) VALUE 'N'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-DISC     PIC X(01) VALUE 'N'.
           88 FIM-DISCIPLINAS       VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * SEMESTRE E MARGENS DO PARAMDST
      *---------------------------------------------------
       77 WRK-SEMESTRE     PIC X(06) VALUE SPACES.
       77 WRK-MARGEM-MEDIA PIC 9(02)V9 VALUE 1,0.
       77 WRK-MARGEM-REPROV PIC 9(02) VALUE 15.
      *---------------------------------------------------
      * TABELA DE DISCIPLINAS CARREGADA DO DISCTAB, SO PARA
      * O NOME NO RELATORIO (SEM O ARQUIVO SAI SO O CODIGO)
      *---------------------------------------------------
       77 WRK-QTDE-DISC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC-ACHADO PIC 9(03) VALUE ZEROS.
       01 TAB-DISCIPLINAS.
           05 DSC-ENTRADA OCCURS 100 TIMES.
               10 DSC-CODIGO       PIC X(04).
               10 DSC-NOME         PIC X(20).
      *---------------------------------------------------
      * ACUMULADOS DAS TURMAS DA DISCIPLINA CORRENTE: A
      * DISCIPLINA INTEIRA SO E CONHECIDA NA QUEBRA, ENTAO
      * AS TURMAS FICAM GUARDADAS ATE LA PARA SEREM
      * COMPARADAS COM ELA. MAIS DE 200 TURMAS NA MESMA
      * DISCIPLINA DEIXA O RELATORIO INCOMPLETO (RC 8)
      *---------------------------------------------------
       77 WRK-QTDE-TURMAS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TURMA    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FAIXA    PIC 9(02) VALUE ZEROS.
       01 TAB-TURMAS.
           05 TUR-ENTRADA OCCURS 200 TIMES.
               10 TUR-TURMA        PIC X(05).
               10 TUR-ACUMULADOS.
                   15 TUR-QTDE         PIC 9(05).
                   15 TUR-SOMA         PIC 9(07)V99.
                   15 TUR-SOMA-QUAD    PIC 9(09)V9999.
                   15 TUR-APROVADOS    PIC 9(05).
                   15 TUR-RECUPERACAO  PIC 9(05).
                   15 TUR-REPROVADOS   PIC 9(05).
                   15 TUR-REPROV-FREQ  PIC 9(05).
                   15 TUR-FAIXA        PIC 9(05) OCCURS 10 TIMES.
      *---------------------------------------------------
      * ACUMULADOS DA DISCIPLINA INTEIRA (TODAS AS TURMAS)
      * E AREA DE CALCULO, NO MESMO LAYOUT DE TUR-ACUMULADOS
      *---------------------------------------------------
       01 DIS-ACUMULADOS.
           05 DIS-QTDE             PIC 9(05).
           05 DIS-SOMA             PIC 9(07)V99.
           05 DIS-SOMA-QUAD        PIC 9(09)V9999.
           05 DIS-APROVADOS        PIC 9(05).
           05 DIS-RECUPERACAO      PIC 9(05).
           05 DIS-REPROVADOS       PIC 9(05).
           05 DIS-REPROV-FREQ      PIC 9(05).
           05 DIS-FAIXA            PIC 9(05) OCCURS 10 TIMES.
       01 ACM-ACUMULADOS.
           05 ACM-QTDE             PIC 9(05).
           05 ACM-SOMA             PIC 9(07)V99.
           05 ACM-SOMA-QUAD        PIC 9(09)V9999.
           05 ACM-APROVADOS        PIC 9(05).
           05 ACM-RECUPERACAO      PIC 9(05).
           05 ACM-REPROVADOS       PIC 9(05).
           05 ACM-REPROV-FREQ      PIC 9(05).
           05 ACM-FAIXA            PIC 9(05) OCCURS 10 TIMES.
      *---------------------------------------------------
      * RESULTADOS DO CALCULO: MEDIA, DESVIO PADRAO
      * (POPULACIONAL - RAIZ DA MEDIA DOS QUADRADOS MENOS O
      * QUADRADO DA MEDIA) E PERCENTUAIS POR STATUS. A
      * TAXA DE REPROVACAO SOMA REPROVADO E REPROV FREQ
      *---------------------------------------------------
       77 WRK-MEDIA        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VARIANCIA    PIC S9(03)V9(04) VALUE ZEROS.
       77 WRK-DESVIO       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-APROV    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-RECUP    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-REPROV   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-RFREQ    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-FALHA    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-NOTA-INTEIRA PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------
      * FIGURAS DA DISCIPLINA INTEIRA CONTRA AS QUAIS CADA
      * TURMA E COMPARADA, E OS DESVIOS DA TURMA
      *---------------------------------------------------
       77 WRK-MEDIA-DISC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FALHA-DISC   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-DIF-MEDIA    PIC S9(02)V99 VALUE ZEROS.
       77 WRK-DIF-FALHA    PIC S9(03)V9 VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRAS NA SAIDA DO SORT
      *---------------------------------------------------
       77 WRK-QUEBRA-DISC  PIC X(04) VALUE SPACES.
       77 WRK-QUEBRA-TURMA PIC X(05) VALUE SPACES.
       77 WRK-TURMA-ESTOURADA PIC X(01) VALUE 'N'.
           88 TURMA-FORA-DA-TABELA  VALUE 'S'.
      *---------------------------------------------------
      * TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEMESTRE    PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-IGNORADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-DISCIPLINAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-TOT-TURMAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SINALIZADAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE DISTRIBUICAO (DISTREL)
      *---------------------------------------------------
       01 DST-LINHA-TITULO.
           05 FILLER           PIC X(40)
               VALUE 'DISTRIBUICAO DE NOTAS - SEMESTRE '.
           05 DST-TIT-SEMESTRE PIC X(06).
           05 FILLER           PIC X(17) VALUE ' MARGENS: MEDIA '.
           05 DST-TIT-MARGEM-MEDIA PIC Z9,9.
           05 FILLER           PIC X(13) VALUE ' REPROVACAO '.
           05 DST-TIT-MARGEM-REPROV PIC Z9.
           05 FILLER           PIC X(18) VALUE ' PONTOS PERCENT.'.
       01 DST-LINHA-DISCIPLINA.
           05 FILLER           PIC X(12) VALUE 'DISCIPLINA: '.
           05 DST-DIS-CODIGO   PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DST-DIS-NOME     PIC X(20).
           05 FILLER           PIC X(63) VALUE SPACES.
       01 DST-LINHA-CABEC.
           05 FILLER           PIC X(41)
               VALUE '  TURMA QTDE  MEDIA  DESV. APROV% RECUP% '.
           05 FILLER           PIC X(26)
               VALUE 'REPRV% RFREQ%  SINALIZACAO'.
           05 FILLER           PIC X(33) VALUE SPACES.
       01 DST-LINHA-CABEC-FAIXAS.
           05 FILLER           PIC X(09) VALUE '  FAIXAS:'.
           05 FILLER           PIC X(25)
               VALUE '  0-1  1-2  2-3  3-4  4-5'.
           05 FILLER           PIC X(25)
               VALUE '  5-6  6-7  7-8  8-9 9-10'.
           05 FILLER           PIC X(41) VALUE SPACES.
       01 DST-LINHA-ESTATISTICA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-TURMA    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DST-EST-QTDE     PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-MEDIA    PIC Z9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-DESVIO   PIC Z9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-APROV    PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-RECUP    PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-REPROV   PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-RFREQ    PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DST-EST-SINAL-MEDIA  PIC X(14).
           05 DST-EST-SINAL-REPROV PIC X(16).
           05 FILLER           PIC X(14) VALUE SPACES.
       01 DST-LINHA-FAIXAS.
           05 FILLER           PIC X(09) VALUE SPACES.
           05 DST-FXA-QTDE     PIC ZZZZ9 OCCURS 10 TIMES.
           05 FILLER           PIC X(41) VALUE SPACES.
       01 DST-LINHA-TOTAL.
           05 DST-TOT-ROTULO   PIC X(36).
           05 DST-TOT-QTDE     PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(55) VALUE SPACES.
       01 DST-LINHA-MENSAGEM.
           05 DST-MENSAGEM     PIC X(100).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-DISCIPLINA SRT-TURMA
                   INPUT PROCEDURE IS 3000-SELECIONAR-SEMESTRE
                       THRU 3000-SELECIONAR-SEMESTRE-EXIT
                   OUTPUT PROCEDURE IS 5000-IMPRIMIR-DISTRIBUICAO
                       THRU 5000-IMPRIMIR-DISTRIBUICAO-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-IGNORADOS > ZEROS
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
           MOVE "PROGCB46" TO AU-PROGRAMA.
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
      * LE O PARAMDST, CARREGA OS NOMES DAS DISCIPLINAS,
      * ABRE O HISTALUN E GRAVA O CABECALHO DO RELATORIO.
      * SEM O PARAMETRO OU O HISTALUN O RUN E BLOQUEADO
      * (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-RUN-OK.
           DISPLAY "========= DISTRIBUICAO DE NOTAS DO SEMESTRE =====".
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-DISCIPLINAS
               THRU 1200-CARREGAR-DISCIPLINAS-EXIT.
           OPEN INPUT HISTORICO-ALUNOS.
           IF WRK-FS-HIST NOT = "00"
               DISPLAY 'HISTALUN INDISPONIVEL (STATUS ' WRK-FS-HIST
                   ') - RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-DISTRIBUICAO.
           MOVE 'S' TO WRK-RUN-OK.
           MOVE WRK-SEMESTRE TO DST-TIT-SEMESTRE.
           MOVE WRK-MARGEM-MEDIA TO DST-TIT-MARGEM-MEDIA.
           MOVE WRK-MARGEM-REPROV TO DST-TIT-MARGEM-REPROV.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TITULO.
           DISPLAY DST-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O SEMESTRE (OBRIGATORIO, AAAAMM) E AS MARGENS.
      * MARGEM EM BRANCO, INVALIDA OU ZERO FICA NO PADRAO
      * (1,0 PONTO NA MEDIA, 15 PONTOS PERCENTUAIS NA TAXA
      * DE REPROVACAO)
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-DISTRIBUICAO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMDST INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - SEMESTRE NAO INFORMADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE SPACES TO PARAM-DISTRIBUICAO-REG.
           READ PARAM-DISTRIBUICAO
               AT END
                   MOVE SPACES TO PARAM-DISTRIBUICAO-REG
           END-READ.
           CLOSE PARAM-DISTRIBUICAO.
           IF PD-SEMESTRE NOT NUMERIC
               DISPLAY 'PARAMDST SEM SEMESTRE VALIDO (AAAAMM): ['
                   PD-SEMESTRE ']'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE PD-SEMESTRE TO WRK-SEMESTRE.
           IF PD-MARGEM-MEDIA-X NUMERIC
               AND PD-MARGEM-MEDIA > ZEROS
               MOVE PD-MARGEM-MEDIA TO WRK-MARGEM-MEDIA
           END-IF.
           IF PD-MARGEM-REPROV-X NUMERIC
               AND PD-MARGEM-REPROV > ZEROS
               MOVE PD-MARGEM-REPROV TO WRK-MARGEM-REPROV
           END-IF.
           DISPLAY 'SEMESTRE: ' WRK-SEMESTRE.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS NOMES DA TABELA DE DISCIPLINAS (DISCTAB).
      * SEM O ARQUIVO O RELATORIO SAI SO COM O CODIGO
      *****************************************************
       1200-CARREGAR-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTDE-DISC.
           MOVE 'N' TO WRK-FIM-DISC.
           OPEN INPUT TABELA-DISCIPLINAS.
           IF WRK-FS-DISC NOT = "00"
               DISPLAY 'DISCTAB NAO ENCONTRADO - RELATORIO SEM O'
                   ' NOME DA DISCIPLINA'
               GO TO 1200-CARREGAR-DISCIPLINAS-EXIT
           END-IF.
           PERFORM 1250-LER-DISCIPLINA THRU 1250-LER-DISCIPLINA-EXIT
               UNTIL FIM-DISCIPLINAS.
           CLOSE TABELA-DISCIPLINAS.
       1200-CARREGAR-DISCIPLINAS-EXIT.
           EXIT.

       1250-LER-DISCIPLINA.
           READ TABELA-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
                   GO TO 1250-LER-DISCIPLINA-EXIT
           END-READ.
           IF WRK-QTDE-DISC NOT < 100
               DISPLAY 'TABELA DE DISCIPLINAS CHEIA - DISCIPLINA '
                   DT-CODIGO ' SEM NOME NO RELATORIO'
               GO TO 1250-LER-DISCIPLINA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DISC.
           MOVE DT-CODIGO TO DSC-CODIGO (WRK-QTDE-DISC).
           MOVE DT-NOME TO DSC-NOME (WRK-QTDE-DISC).
       1250-LER-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA O NOME DA DISCIPLINA DA QUEBRA CORRENTE
      * (BRANCO QUANDO NAO CADASTRADA)
      *****************************************************
       1300-PROCURAR-NOME.
           MOVE SPACES TO DST-DIS-NOME.
           MOVE ZEROS TO WRK-IND-DISC-ACHADO.
           MOVE ZEROS TO WRK-IND-DISC.
           PERFORM 1350-COMPARAR-DISCIPLINA
               THRU 1350-COMPARAR-DISCIPLINA-EXIT
               UNTIL WRK-IND-DISC-ACHADO > ZEROS
                   OR WRK-IND-DISC NOT < WRK-QTDE-DISC.
           IF WRK-IND-DISC-ACHADO > ZEROS
               MOVE DSC-NOME (WRK-IND-DISC-ACHADO) TO DST-DIS-NOME
           END-IF.
       1300-PROCURAR-NOME-EXIT.
           EXIT.

       1350-COMPARAR-DISCIPLINA.
           ADD 1 TO WRK-IND-DISC.
           IF DSC-CODIGO (WRK-IND-DISC) = WRK-QUEBRA-DISC
               MOVE WRK-IND-DISC TO WRK-IND-DISC-ACHADO
           END-IF.
       1350-COMPARAR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: VARRE O HISTORICO
      * E LIBERA OS REGISTROS DO SEMESTRE. MEDIA NAO
      * NUMERICA FICA FORA DAS CONTAS E E LISTADA (RC 4)
      *****************************************************
       3000-SELECIONAR-SEMESTRE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO HA-CHAVE.
           START HISTORICO-ALUNOS KEY IS NOT LESS THAN HA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT
               UNTIL FIM-ARQUIVO.
       3000-SELECIONAR-SEMESTRE-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ HISTORICO-ALUNOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 3100-LER-HISTORICO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF HA-PERIODO NOT = WRK-SEMESTRE
               GO TO 3100-LER-HISTORICO-EXIT
           END-IF.
           IF HA-MEDIA NOT NUMERIC
               ADD 1 TO WRK-QTDE-IGNORADOS
               DISPLAY 'MEDIA INVALIDA - MATRICULA ' HA-MATRICULA
                   ' DISCIPLINA ' HA-DISCIPLINA ' FORA DAS CONTAS'
               GO TO 3100-LER-HISTORICO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SEMESTRE.
           MOVE HA-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE HA-TURMA TO SRT-TURMA.
           MOVE HA-MEDIA TO SRT-MEDIA.
           MOVE HA-STATUS TO SRT-STATUS.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-HISTORICO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: ACUMULA POR TURMA E
      * POR DISCIPLINA E, NA QUEBRA DA DISCIPLINA, IMPRIME
      * A DISCIPLINA INTEIRA E AS SUAS TURMAS
      *****************************************************
       5000-IMPRIMIR-DISTRIBUICAO.
           MOVE HIGH-VALUES TO WRK-QUEBRA-DISC.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF WRK-QUEBRA-DISC NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-DISCIPLINA
                   THRU 5300-FECHAR-DISCIPLINA-EXIT
           END-IF.
       5000-IMPRIMIR-DISTRIBUICAO-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF SRT-DISCIPLINA NOT = WRK-QUEBRA-DISC
               IF WRK-QUEBRA-DISC NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-DISCIPLINA
                       THRU 5300-FECHAR-DISCIPLINA-EXIT
               END-IF
               PERFORM 5200-ABRIR-DISCIPLINA
                   THRU 5200-ABRIR-DISCIPLINA-EXIT
           END-IF.
           IF SRT-TURMA NOT = WRK-QUEBRA-TURMA
               PERFORM 5250-ABRIR-TURMA THRU 5250-ABRIR-TURMA-EXIT
           END-IF.
           IF TURMA-FORA-DA-TABELA
               GO TO 5100-LER-CLASSIFICADO-EXIT
           END-IF.
           PERFORM 5150-ACUMULAR THRU 5150-ACUMULAR-EXIT.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *****************************************************
      * SOMA O REGISTRO NA TURMA CORRENTE E NA DISCIPLINA:
      * QUANTIDADE, SOMA E SOMA DOS QUADRADOS DA MEDIA (PARA
      * O DESVIO), FAIXA DE UM PONTO (10,00 CAI NA 9-10) E
      * CONTAGEM POR STATUS
      *****************************************************
       5150-ACUMULAR.
           ADD 1 TO TUR-QTDE (WRK-IND-TURMA) DIS-QTDE.
           ADD SRT-MEDIA TO TUR-SOMA (WRK-IND-TURMA) DIS-SOMA.
           COMPUTE TUR-SOMA-QUAD (WRK-IND-TURMA) =
               TUR-SOMA-QUAD (WRK-IND-TURMA)
               + SRT-MEDIA * SRT-MEDIA.
           COMPUTE DIS-SOMA-QUAD =
               DIS-SOMA-QUAD + SRT-MEDIA * SRT-MEDIA.
           MOVE SRT-MEDIA TO WRK-NOTA-INTEIRA.
           COMPUTE WRK-IND-FAIXA = WRK-NOTA-INTEIRA + 1.
           IF WRK-IND-FAIXA > 10
               MOVE 10 TO WRK-IND-FAIXA
           END-IF.
           ADD 1 TO TUR-FAIXA (WRK-IND-TURMA WRK-IND-FAIXA)
               DIS-FAIXA (WRK-IND-FAIXA).
           EVALUATE SRT-STATUS
               WHEN 'APROVADO'
                   ADD 1 TO TUR-APROVADOS (WRK-IND-TURMA)
                       DIS-APROVADOS
               WHEN 'RECUPERACAO'
                   ADD 1 TO TUR-RECUPERACAO (WRK-IND-TURMA)
                       DIS-RECUPERACAO
               WHEN 'REPROVADO'
                   ADD 1 TO TUR-REPROVADOS (WRK-IND-TURMA)
                       DIS-REPROVADOS
               WHEN 'REPROV FREQ'
                   ADD 1 TO TUR-REPROV-FREQ (WRK-IND-TURMA)
                       DIS-REPROV-FREQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5150-ACUMULAR-EXIT.
           EXIT.

      *****************************************************
      * ABRE A DISCIPLINA: ZERA OS ACUMULADOS E A TABELA DE
      * TURMAS
      *****************************************************
       5200-ABRIR-DISCIPLINA.
           MOVE SRT-DISCIPLINA TO WRK-QUEBRA-DISC.
           MOVE HIGH-VALUES TO WRK-QUEBRA-TURMA.
           MOVE ZEROS TO WRK-QTDE-TURMAS WRK-IND-TURMA.
           MOVE 'N' TO WRK-TURMA-ESTOURADA.
           INITIALIZE DIS-ACUMULADOS.
           ADD 1 TO WRK-QTDE-DISCIPLINAS.
       5200-ABRIR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * ABRE UMA ENTRADA NA TABELA PARA A TURMA NOVA. TABELA
      * CHEIA: A TURMA FICA FORA DO RELATORIO E O RUN E
      * BLOQUEADO (RC 8)
      *****************************************************
       5250-ABRIR-TURMA.
           MOVE SRT-TURMA TO WRK-QUEBRA-TURMA.
           IF WRK-QTDE-TURMAS NOT < 200
               DISPLAY 'DISCIPLINA ' SRT-DISCIPLINA ' COM MAIS DE'
                   ' 200 TURMAS - TURMA ' SRT-TURMA
                   ' FORA DO RELATORIO'
               MOVE 'S' TO WRK-TURMA-ESTOURADA
               MOVE 8 TO WRK-RC-RUN
               GO TO 5250-ABRIR-TURMA-EXIT
           END-IF.
           MOVE 'N' TO WRK-TURMA-ESTOURADA.
           ADD 1 TO WRK-QTDE-TURMAS.
           MOVE WRK-QTDE-TURMAS TO WRK-IND-TURMA.
           MOVE SRT-TURMA TO TUR-TURMA (WRK-IND-TURMA).
           INITIALIZE TUR-ACUMULADOS (WRK-IND-TURMA).
       5250-ABRIR-TURMA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A DISCIPLINA: IMPRIME A LINHA GERAL (TODAS AS
      * TURMAS) E GUARDA A MEDIA E A TAXA DE REPROVACAO DA
      * DISCIPLINA; DEPOIS IMPRIME CADA TURMA COMPARADA COM
      * ELAS
      *****************************************************
       5300-FECHAR-DISCIPLINA.
           MOVE SPACES TO RELATORIO-DISTRIBUICAO-LINHA.
           WRITE RELATORIO-DISTRIBUICAO-LINHA.
           MOVE WRK-QUEBRA-DISC TO DST-DIS-CODIGO.
           PERFORM 1300-PROCURAR-NOME THRU 1300-PROCURAR-NOME-EXIT.
           WRITE RELATORIO-DISTRIBUICAO-LINHA
               FROM DST-LINHA-DISCIPLINA.
           DISPLAY DST-LINHA-DISCIPLINA.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-CABEC.
           WRITE RELATORIO-DISTRIBUICAO-LINHA
               FROM DST-LINHA-CABEC-FAIXAS.
           MOVE DIS-ACUMULADOS TO ACM-ACUMULADOS.
           PERFORM 5700-CALCULAR THRU 5700-CALCULAR-EXIT.
           MOVE WRK-MEDIA TO WRK-MEDIA-DISC.
           MOVE WRK-PCT-FALHA TO WRK-FALHA-DISC.
           MOVE 'GERAL' TO DST-EST-TURMA.
           MOVE SPACES TO DST-EST-SINAL-MEDIA DST-EST-SINAL-REPROV.
           PERFORM 5800-IMPRIMIR-LINHAS THRU 5800-IMPRIMIR-LINHAS-EXIT.
           MOVE ZEROS TO WRK-IND-TURMA.
           PERFORM 5400-IMPRIMIR-TURMA THRU 5400-IMPRIMIR-TURMA-EXIT
               UNTIL WRK-IND-TURMA NOT < WRK-QTDE-TURMAS.
       5300-FECHAR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME UMA TURMA DA DISCIPLINA E A SINALIZA QUANDO
      * A MEDIA OU A TAXA DE REPROVACAO SE AFASTA DA
      * DISCIPLINA INTEIRA MAIS QUE A MARGEM, PARA CIMA OU
      * PARA BAIXO
      *****************************************************
       5400-IMPRIMIR-TURMA.
           ADD 1 TO WRK-IND-TURMA.
           ADD 1 TO WRK-QTDE-TOT-TURMAS.
           MOVE TUR-ACUMULADOS (WRK-IND-TURMA) TO ACM-ACUMULADOS.
           PERFORM 5700-CALCULAR THRU 5700-CALCULAR-EXIT.
           MOVE TUR-TURMA (WRK-IND-TURMA) TO DST-EST-TURMA.
           MOVE SPACES TO DST-EST-SINAL-MEDIA DST-EST-SINAL-REPROV.
           COMPUTE WRK-DIF-MEDIA = WRK-MEDIA - WRK-MEDIA-DISC.
           COMPUTE WRK-DIF-FALHA = WRK-PCT-FALHA - WRK-FALHA-DISC.
           IF WRK-DIF-MEDIA > WRK-MARGEM-MEDIA
               MOVE '*MEDIA ACIMA' TO DST-EST-SINAL-MEDIA
           END-IF.
           IF WRK-DIF-MEDIA + WRK-MARGEM-MEDIA < ZEROS
               MOVE '*MEDIA ABAIXO' TO DST-EST-SINAL-MEDIA
           END-IF.
           IF WRK-DIF-FALHA > WRK-MARGEM-REPROV
               MOVE '*REPROV ACIMA' TO DST-EST-SINAL-REPROV
           END-IF.
           IF WRK-DIF-FALHA + WRK-MARGEM-REPROV < ZEROS
               MOVE '*REPROV ABAIXO' TO DST-EST-SINAL-REPROV
           END-IF.
           IF DST-EST-SINAL-MEDIA NOT = SPACES
               OR DST-EST-SINAL-REPROV NOT = SPACES
               ADD 1 TO WRK-QTDE-SINALIZADAS
           END-IF.
           PERFORM 5800-IMPRIMIR-LINHAS THRU 5800-IMPRIMIR-LINHAS-EXIT.
       5400-IMPRIMIR-TURMA-EXIT.
           EXIT.

      *****************************************************
      * CALCULA, DOS ACUMULADOS EM ACM-ACUMULADOS, A MEDIA,
      * O DESVIO PADRAO E OS PERCENTUAIS POR STATUS
      *****************************************************
       5700-CALCULAR.
           MOVE ZEROS TO WRK-MEDIA WRK-DESVIO WRK-VARIANCIA.
           MOVE ZEROS TO WRK-PCT-APROV WRK-PCT-RECUP WRK-PCT-REPROV
               WRK-PCT-RFREQ WRK-PCT-FALHA.
           IF ACM-QTDE = ZEROS
               GO TO 5700-CALCULAR-EXIT
           END-IF.
           COMPUTE WRK-MEDIA ROUNDED = ACM-SOMA / ACM-QTDE.
           COMPUTE WRK-VARIANCIA ROUNDED =
               (ACM-SOMA-QUAD - ACM-SOMA * ACM-SOMA / ACM-QTDE)
               / ACM-QTDE.
           IF WRK-VARIANCIA > ZEROS
               COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5
           END-IF.
           COMPUTE WRK-PCT-APROV ROUNDED =
               ACM-APROVADOS * 100 / ACM-QTDE.
           COMPUTE WRK-PCT-RECUP ROUNDED =
               ACM-RECUPERACAO * 100 / ACM-QTDE.
           COMPUTE WRK-PCT-REPROV ROUNDED =
               ACM-REPROVADOS * 100 / ACM-QTDE.
           COMPUTE WRK-PCT-RFREQ ROUNDED =
               ACM-REPROV-FREQ * 100 / ACM-QTDE.
           COMPUTE WRK-PCT-FALHA ROUNDED =
               (ACM-REPROVADOS + ACM-REPROV-FREQ) * 100 / ACM-QTDE.
       5700-CALCULAR-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A LINHA DE ESTATISTICAS E A LINHA DAS FAIXAS
      * DA TURMA (OU DA DISCIPLINA) CALCULADA
      *****************************************************
       5800-IMPRIMIR-LINHAS.
           MOVE ACM-QTDE TO DST-EST-QTDE.
           MOVE WRK-MEDIA TO DST-EST-MEDIA.
           MOVE WRK-DESVIO TO DST-EST-DESVIO.
           MOVE WRK-PCT-APROV TO DST-EST-APROV.
           MOVE WRK-PCT-RECUP TO DST-EST-RECUP.
           MOVE WRK-PCT-REPROV TO DST-EST-REPROV.
           MOVE WRK-PCT-RFREQ TO DST-EST-RFREQ.
           WRITE RELATORIO-DISTRIBUICAO-LINHA
               FROM DST-LINHA-ESTATISTICA.
           DISPLAY DST-LINHA-ESTATISTICA.
           MOVE ZEROS TO WRK-IND-FAIXA.
           PERFORM 5850-MOVER-FAIXA THRU 5850-MOVER-FAIXA-EXIT
               UNTIL WRK-IND-FAIXA NOT < 10.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-FAIXAS.
       5800-IMPRIMIR-LINHAS-EXIT.
           EXIT.

       5850-MOVER-FAIXA.
           ADD 1 TO WRK-IND-FAIXA.
           MOVE ACM-FAIXA (WRK-IND-FAIXA)
               TO DST-FXA-QTDE (WRK-IND-FAIXA).
       5850-MOVER-FAIXA-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DO SEMESTRE, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO NA TRILHA, COM O NUMERO DE
      * TURMAS SINALIZADAS NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO RELATORIO-DISTRIBUICAO-LINHA.
           WRITE RELATORIO-DISTRIBUICAO-LINHA.
           IF WRK-QTDE-SEMESTRE = ZEROS
               MOVE 'NENHUM REGISTRO DO SEMESTRE NO HISTALUN'
                   TO DST-MENSAGEM
               WRITE RELATORIO-DISTRIBUICAO-LINHA
                   FROM DST-LINHA-MENSAGEM
           END-IF.
           MOVE 'REGISTROS DO SEMESTRE.............:'
               TO DST-TOT-ROTULO.
           MOVE WRK-QTDE-SEMESTRE TO DST-TOT-QTDE.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TOTAL.
           MOVE 'REGISTROS COM MEDIA INVALIDA......:'
               TO DST-TOT-ROTULO.
           MOVE WRK-QTDE-IGNORADOS TO DST-TOT-QTDE.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TOTAL.
           MOVE 'DISCIPLINAS.......................:'
               TO DST-TOT-ROTULO.
           MOVE WRK-QTDE-DISCIPLINAS TO DST-TOT-QTDE.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TOTAL.
           MOVE 'TURMAS............................:'
               TO DST-TOT-ROTULO.
           MOVE WRK-QTDE-TOT-TURMAS TO DST-TOT-QTDE.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TOTAL.
           MOVE 'TURMAS SINALIZADAS................:'
               TO DST-TOT-ROTULO.
           MOVE WRK-QTDE-SINALIZADAS TO DST-TOT-QTDE.
           WRITE RELATORIO-DISTRIBUICAO-LINHA FROM DST-LINHA-TOTAL.
           CLOSE RELATORIO-DISTRIBUICAO.
           CLOSE HISTORICO-ALUNOS.
           DISPLAY "=============================================".
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTDE-LIDOS.
           DISPLAY 'REGISTROS DO SEMESTRE: ' WRK-QTDE-SEMESTRE.
           DISPLAY 'MEDIA INVALIDA.......: ' WRK-QTDE-IGNORADOS.
           DISPLAY 'DISCIPLINAS..........: ' WRK-QTDE-DISCIPLINAS.
           DISPLAY 'TURMAS...............: ' WRK-QTDE-TOT-TURMAS.
           DISPLAY 'TURMAS SINALIZADAS...: ' WRK-QTDE-SINALIZADAS.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB46" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-SINALIZADAS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
