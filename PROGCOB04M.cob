       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04M.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DE VARIACAO MES A MES DO PAGAMENTO
      *           DE CADA EMPREGADO, RODADO DEPOIS DO STEP04V E
      *           ANTES DA APROVACAO DA REMESSA NO PROGCOB21.
      *           LE O PERIODO DO RUN NO REGISTRO DE CONTROLE
      *           (FOLHACTL), ACHA NO EXTRATO CONTABIL (FOLHAEXT)
      *           O ULTIMO PERIODO ANTERIOR COM FOLHA NORMAL E
      *           COMPARA, POR COMPANHIA, O BRUTO E O LIQUIDO DE
      *           CADA EMPREGADO NOS DOIS PERIODOS. APONTA NO
      *           FOLHAVAR: VARIACAO ACIMA DO LIMITE DO PARAMVAR
      *           (PADRAO 10%), EMPREGADO NOVO NO PERIODO,
      *           EMPREGADO AUSENTE NO PERIODO E TROCA DE MOEDA.
      *           TERMINA COM RC 4 SE APONTOU ALGUEM - O RELATORIO
      *           E INFORMATIVO E NAO SEGURA A NOITE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - A UNICA CONFERENCIA
      *                    DO PAGAMENTO INDIVIDUAL ERA ALGUEM
      *                    OLHAR O FOLHAREL A OLHO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  FOLHACTL COM A CONTAGEM E O VALOR
      *                    RETIDOS NO FIM DO REGISTRO (77 BYTES)
      * 15/10/2026 GABPI0  FOLHACTL COM A CONTAGEM DE AFASTADOS
      *                    NO FIM DO REGISTRO (83 BYTES), O
      *                    MESMO LAYOUT DO PROGCOB04V
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-RUN ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT PARAM-VARIACAO ASSIGN TO "PARAMVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMVAR.
           SELECT RELATORIO-VARIACAO ASSIGN TO "FOLHAVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * REGISTRO DE CONTROLE DO RUN, O MESMO LAYOUT GRAVADO
      * PELO PROGCOB04 NO FOLHACTL
      *****************************************************
       FD  CONTROLE-RUN.
       01  CONTROLE-RUN-REG        PIC X(83).
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * LIMITE DE VARIACAO EM PERCENTUAL INTEIRO (3
      * DIGITOS); SEM O ARQUIVO VALE O PADRAO DE 10%
      *****************************************************
       FD  PARAM-VARIACAO.
       01  PARAM-VARIACAO-REG.
           05  PV-PCT-LIMITE       PIC 9(03).
       FD  RELATORIO-VARIACAO.
       01  RELATORIO-VARIACAO-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * ORIGEM 'A' = PERIODO ANTERIOR, 'B' = PERIODO ATUAL;
      * A SEQUENCIA DE LEITURA MANTEM A ORDEM DO EXTRATO E
      * O ULTIMO REGISTRO DO EMPREGADO NO PERIODO PREVALECE
      * (RERUN DA MESMA FOLHA ACUMULA NO FOLHAEXT)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-ORIGEM          PIC X(01).
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-BRUTO           PIC 9(06)V99.
           05  SRT-LIQUIDO         PIC 9(06)V99.
           05  SRT-MOEDA           PIC X(03).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * COPIA DE TRABALHO DO REGISTRO DE CONTROLE (MESMO
      * LAYOUT DO PROGCOB04V; WCT-AFASTADOS INCLUI OS EM
      * FERIAS NO PERIODO TODO)
      *---------------------------------------------------
       01 WRK-CTL-REG.
           05 WCT-PERIODO      PIC X(06).
           05 WCT-TIPO         PIC X(01).
           05 WCT-DATA         PIC X(08).
           05 WCT-LIDOS        PIC 9(06).
           05 WCT-PAGOS        PIC 9(06).
           05 WCT-REJEITADOS   PIC 9(06).
           05 WCT-FORA-ESCOPO  PIC 9(06).
           05 WCT-EXTRATOS     PIC 9(06).
           05 WCT-TOT-LIQ      PIC 9(13).
           05 WCT-RETIDOS      PIC 9(06).
           05 WCT-TOT-RETIDO   PIC 9(13).
           05 WCT-AFASTADOS    PIC 9(06).
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMVAR  PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-COMPARAR     PIC X(01) VALUE 'N'.
           88 HA-COMPARACAO         VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-PCT-LIMITE   PIC 9(03) VALUE 010.
       77 WRK-PERIODO-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-ANTERIOR PIC X(06) VALUE SPACES.
       77 WRK-SEQUENCIA    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRAS POR COMPANHIA E POR EMPREGADO; O ULTIMO
      * REGISTRO DE CADA PERIODO FICA GUARDADO PARA A
      * COMPARACAO
      *---------------------------------------------------
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-EMPREGADO PIC X(01) VALUE 'N'.
           88 EMPREGADO-PENDENTE    VALUE 'S'.
       77 WRK-TEM-ANTERIOR PIC X(01) VALUE 'N'.
           88 PAGO-ANTERIOR         VALUE 'S'.
       77 WRK-TEM-ATUAL    PIC X(01) VALUE 'N'.
           88 PAGO-ATUAL            VALUE 'S'.
       77 WRK-BRUTO-ANT    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-ANT  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MOEDA-ANT    PIC X(03) VALUE SPACES.
       77 WRK-BRUTO-ATU    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-ATU  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MOEDA-ATU    PIC X(03) VALUE SPACES.
      *---------------------------------------------------
      * CALCULO DA VARIACAO PERCENTUAL (VALOR ABSOLUTO)
      *---------------------------------------------------
       77 WRK-VLR-DE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-PARA     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PCT-VAR      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-BRUTO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-LIQUIDO  PIC 9(05)V99 VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES POR COMPANHIA E GERAIS
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CIA     PIC 9(06) VALUE ZEROS.
       77 WRK-APONT-CIA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CIAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-EMPREG  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VARIACAO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NOVOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AUSENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-MOEDA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-APONT   PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------
       01 VAR-LINHA-TITULO.
           05 FILLER           PIC X(33)
               VALUE 'VARIACAO MES A MES DA FOLHA - DE '.
           05 VAR-TIT-ANTERIOR PIC X(06).
           05 FILLER           PIC X(05) VALUE ' PARA'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VAR-TIT-ATUAL    PIC X(06).
           05 FILLER           PIC X(10) VALUE ' - LIMITE '.
           05 VAR-TIT-LIMITE   PIC ZZ9.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(15) VALUE SPACES.
       01 VAR-LINHA-CIA.
           05 FILLER           PIC X(14) VALUE '--- COMPANHIA '.
           05 VAR-CIA          PIC X(02).
           05 FILLER           PIC X(64) VALUE ' ---'.
       01 VAR-LINHA-DETALHE.
           05 VAR-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VAR-DET-MOTIVO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VAR-DET-MOEDA-ANT PIC X(03).
           05 VAR-DET-BRUTO-ANT PIC ZZZ.ZZ9,99
               BLANK WHEN ZERO.
           05 VAR-DET-LIQ-ANT  PIC ZZZ.ZZ9,99
               BLANK WHEN ZERO.
           05 FILLER           PIC X(03) VALUE ' > '.
           05 VAR-DET-MOEDA-ATU PIC X(03).
           05 VAR-DET-BRUTO-ATU PIC ZZZ.ZZ9,99
               BLANK WHEN ZERO.
           05 VAR-DET-LIQ-ATU  PIC ZZZ.ZZ9,99
               BLANK WHEN ZERO.
           05 VAR-DET-PCT      PIC ZZZZ9,99
               BLANK WHEN ZERO.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(03) VALUE SPACES.
       01 VAR-LINHA-TOTAL-CIA.
           05 FILLER           PIC X(22)
               VALUE '    EMPREGADOS DA CIA '.
           05 VAR-TOT-CIA      PIC X(02).
           05 FILLER           PIC X(02) VALUE ': '.
           05 VAR-TOT-QTDE     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(15) VALUE ' - APONTADOS: '.
           05 VAR-TOT-APONT    PIC ZZZ.ZZ9.
           05 FILLER           PIC X(25) VALUE SPACES.
       01 VAR-LINHA-MENSAGEM.
           05 VAR-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF HA-COMPARACAO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                       SRT-ORIGEM SRT-SEQUENCIA
                   INPUT PROCEDURE IS 3000-SELECIONAR-PERIODOS
                       THRU 3000-SELECIONAR-PERIODOS-EXIT
                   OUTPUT PROCEDURE IS 5000-COMPARAR
                       THRU 5000-COMPARAR-EXIT
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
           MOVE "PROGCB4M" TO AU-PROGRAMA.
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
      * LE O PERIODO E O TIPO DO RUN NO FOLHACTL, O LIMITE
      * NO PARAMVAR E ACHA O PERIODO ANTERIOR NO EXTRATO.
      * SEM O CONTROLE OU O EXTRATO O RUN TERMINA COM RC 8;
      * RUN QUE NAO E FOLHA NORMAL OU SEM FOLHA NORMAL
      * ANTERIOR NAO TEM O QUE COMPARAR E TERMINA LIMPO
      *****************************************************
       1000-INICIALIZAR.
           OPEN INPUT CONTROLE-RUN.
           IF WRK-FS-CONTROLE NOT = "00"
               DISPLAY 'FOLHACTL INDISPONIVEL (STATUS '
                   WRK-FS-CONTROLE ') - VARIACAO NAO APURADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           READ CONTROLE-RUN
               AT END
                   DISPLAY 'FOLHACTL VAZIO - VARIACAO NAO APURADA'
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE CONTROLE-RUN-REG TO WRK-CTL-REG
           END-READ.
           CLOSE CONTROLE-RUN.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE WCT-PERIODO TO WRK-PERIODO-ATUAL.
           PERFORM 1100-LER-LIMITE THRU 1100-LER-LIMITE-EXIT.
           OPEN OUTPUT RELATORIO-VARIACAO.
           IF WCT-TIPO NOT = 'N' AND WCT-TIPO NOT = SPACE
               MOVE 'RUN NAO E FOLHA NORMAL - SEM COMPARACAO'
                   TO VAR-MENSAGEM
               WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-MENSAGEM
               DISPLAY VAR-MENSAGEM
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               DISPLAY 'FOLHAEXT INDISPONIVEL (STATUS '
                   WRK-FS-EXTRATO ') - VARIACAO NAO APURADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           PERFORM 1200-ACHAR-ANTERIOR THRU 1200-ACHAR-ANTERIOR-EXIT
               UNTIL FIM-EXTRATO.
           CLOSE EXTRATO-CONTABIL.
           MOVE WRK-PERIODO-ANTERIOR TO VAR-TIT-ANTERIOR.
           MOVE WRK-PERIODO-ATUAL TO VAR-TIT-ATUAL.
           MOVE WRK-PCT-LIMITE TO VAR-TIT-LIMITE.
           WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-TITULO.
           DISPLAY "===== VARIACAO MES A MES - DE "
               WRK-PERIODO-ANTERIOR " PARA " WRK-PERIODO-ATUAL
               " =====".
           IF WRK-PERIODO-ANTERIOR = SPACES
               MOVE 'SEM FOLHA NORMAL ANTERIOR - NADA A COMPARAR'
                   TO VAR-MENSAGEM
               WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-MENSAGEM
               DISPLAY VAR-MENSAGEM
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EXTRATO-CONTABIL.
           MOVE 'S' TO WRK-COMPARAR.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O LIMITE DE VARIACAO NO PARAMVAR; SEM O ARQUIVO
      * OU COM VALOR INVALIDO VALE O PADRAO DE 10%
      *****************************************************
       1100-LER-LIMITE.
           OPEN INPUT PARAM-VARIACAO.
           IF WRK-FS-PARAMVAR = "35"
               DISPLAY 'PARAMVAR NAO ENCONTRADO - USANDO LIMITE'
                   ' PADRAO'
           ELSE
               READ PARAM-VARIACAO
                   NOT AT END
                       IF PV-PCT-LIMITE NUMERIC
                           MOVE PV-PCT-LIMITE TO WRK-PCT-LIMITE
                       END-IF
               END-READ
               CLOSE PARAM-VARIACAO
           END-IF.
       1100-LER-LIMITE-EXIT.
           EXIT.

      *****************************************************
      * PRIMEIRA PASSADA NO EXTRATO: O PERIODO ANTERIOR E O
      * MAIOR PERIODO ABAIXO DO ATUAL COM FOLHA NORMAL
      *****************************************************
       1200-ACHAR-ANTERIOR.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 1200-ACHAR-ANTERIOR-EXIT
           END-READ.
           IF EX-TIPO-FOLHA NOT = 'N' AND EX-TIPO-FOLHA NOT = SPACE
               GO TO 1200-ACHAR-ANTERIOR-EXIT
           END-IF.
           IF EX-PERIODO < WRK-PERIODO-ATUAL
               AND (WRK-PERIODO-ANTERIOR = SPACES
                   OR EX-PERIODO > WRK-PERIODO-ANTERIOR)
               MOVE EX-PERIODO TO WRK-PERIODO-ANTERIOR
           END-IF.
       1200-ACHAR-ANTERIOR-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS REGISTROS
      * DE FOLHA NORMAL DO PERIODO ANTERIOR (ORIGEM 'A') E DO
      * ATUAL (ORIGEM 'B')
      *****************************************************
       3000-SELECIONAR-PERIODOS.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           PERFORM 3100-LER-EXTRATO THRU 3100-LER-EXTRATO-EXIT
               UNTIL FIM-EXTRATO.
       3000-SELECIONAR-PERIODOS-EXIT.
           EXIT.

       3100-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 3100-LER-EXTRATO-EXIT
           END-READ.
           ADD 1 TO WRK-SEQUENCIA.
           IF EX-TIPO-FOLHA NOT = 'N' AND EX-TIPO-FOLHA NOT = SPACE
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           EVALUATE EX-PERIODO
               WHEN WRK-PERIODO-ANTERIOR
                   MOVE 'A' TO SRT-ORIGEM
               WHEN WRK-PERIODO-ATUAL
                   MOVE 'B' TO SRT-ORIGEM
               WHEN OTHER
                   GO TO 3100-LER-EXTRATO-EXIT
           END-EVALUATE.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF EX-COMPANHIA = SPACES
               MOVE '01' TO SRT-COMPANHIA
           ELSE
               MOVE EX-COMPANHIA TO SRT-COMPANHIA
           END-IF.
           MOVE EX-EMP-ID TO SRT-MATRICULA.
           MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE EX-SALARIO TO SRT-BRUTO.
           MOVE EX-LIQUIDO TO SRT-LIQUIDO.
           MOVE EX-MOEDA TO SRT-MOEDA.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: JUNTA OS DOIS
      * PERIODOS DE CADA EMPREGADO E IMPRIME OS APONTADOS,
      * COM QUEBRA POR COMPANHIA
      *****************************************************
       5000-COMPARAR.
           MOVE HIGH-VALUES TO WRK-QUEBRA-CIA.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF EMPREGADO-PENDENTE
               PERFORM 5400-AVALIAR-EMPREGADO
                   THRU 5400-AVALIAR-EMPREGADO-EXIT
           END-IF.
           IF WRK-QUEBRA-CIA NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-COMPANHIA
                   THRU 5300-FECHAR-COMPANHIA-EXIT
           END-IF.
       5000-COMPARAR-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF EMPREGADO-PENDENTE
               AND (SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
                   OR SRT-MATRICULA NOT = WRK-QUEBRA-MAT)
               PERFORM 5400-AVALIAR-EMPREGADO
                   THRU 5400-AVALIAR-EMPREGADO-EXIT
           END-IF.
           IF SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
               IF WRK-QUEBRA-CIA NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-COMPANHIA
                       THRU 5300-FECHAR-COMPANHIA-EXIT
               END-IF
               PERFORM 5200-ABRIR-COMPANHIA
                   THRU 5200-ABRIR-COMPANHIA-EXIT
           END-IF.
           IF NOT EMPREGADO-PENDENTE
               MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT
               MOVE 'N' TO WRK-TEM-ANTERIOR WRK-TEM-ATUAL
               MOVE 'S' TO WRK-TEM-EMPREGADO
           END-IF.
           IF SRT-ORIGEM = 'A'
               MOVE 'S' TO WRK-TEM-ANTERIOR
               MOVE SRT-BRUTO TO WRK-BRUTO-ANT
               MOVE SRT-LIQUIDO TO WRK-LIQUIDO-ANT
               MOVE SRT-MOEDA TO WRK-MOEDA-ANT
           ELSE
               MOVE 'S' TO WRK-TEM-ATUAL
               MOVE SRT-BRUTO TO WRK-BRUTO-ATU
               MOVE SRT-LIQUIDO TO WRK-LIQUIDO-ATU
               MOVE SRT-MOEDA TO WRK-MOEDA-ATU
           END-IF.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

       5200-ABRIR-COMPANHIA.
           MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA.
           MOVE ZEROS TO WRK-QTDE-CIA WRK-APONT-CIA.
           ADD 1 TO WRK-QTDE-CIAS.
           MOVE SRT-COMPANHIA TO VAR-CIA.
           WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-CIA.
           DISPLAY '--- COMPANHIA ' SRT-COMPANHIA ' ---'.
       5200-ABRIR-COMPANHIA-EXIT.
           EXIT.

       5300-FECHAR-COMPANHIA.
           MOVE WRK-QUEBRA-CIA TO VAR-TOT-CIA.
           MOVE WRK-QTDE-CIA TO VAR-TOT-QTDE.
           MOVE WRK-APONT-CIA TO VAR-TOT-APONT.
           WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-TOTAL-CIA.
           DISPLAY VAR-LINHA-TOTAL-CIA.
       5300-FECHAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * AVALIA O EMPREGADO FECHADO: SO NO PERIODO ATUAL E
      * NOVO, SO NO ANTERIOR E AUSENTE, MOEDA DIFERENTE E
      * TROCA DE MOEDA (SEM PERCENTUAL - OS VALORES NAO SAO
      * COMPARAVEIS) E, NA MESMA MOEDA, BRUTO OU LIQUIDO QUE
      * MEXEU MAIS QUE O LIMITE E VARIACAO
      *****************************************************
       5400-AVALIAR-EMPREGADO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           ADD 1 TO WRK-QTDE-CIA WRK-QTDE-EMPREG.
           MOVE SPACES TO VAR-DET-MOEDA-ANT VAR-DET-MOEDA-ATU.
           MOVE ZEROS TO VAR-DET-BRUTO-ANT VAR-DET-LIQ-ANT
               VAR-DET-BRUTO-ATU VAR-DET-LIQ-ATU VAR-DET-PCT.
           IF PAGO-ANTERIOR
               MOVE WRK-MOEDA-ANT TO VAR-DET-MOEDA-ANT
               MOVE WRK-BRUTO-ANT TO VAR-DET-BRUTO-ANT
               MOVE WRK-LIQUIDO-ANT TO VAR-DET-LIQ-ANT
           END-IF.
           IF PAGO-ATUAL
               MOVE WRK-MOEDA-ATU TO VAR-DET-MOEDA-ATU
               MOVE WRK-BRUTO-ATU TO VAR-DET-BRUTO-ATU
               MOVE WRK-LIQUIDO-ATU TO VAR-DET-LIQ-ATU
           END-IF.
           IF NOT PAGO-ANTERIOR
               ADD 1 TO WRK-QTDE-NOVOS
               MOVE 'NOVO' TO VAR-DET-MOTIVO
               PERFORM 5500-IMPRIMIR-APONTADO
                   THRU 5500-IMPRIMIR-APONTADO-EXIT
               GO TO 5400-AVALIAR-EMPREGADO-EXIT
           END-IF.
           IF NOT PAGO-ATUAL
               ADD 1 TO WRK-QTDE-AUSENTES
               MOVE 'AUSENTE' TO VAR-DET-MOTIVO
               PERFORM 5500-IMPRIMIR-APONTADO
                   THRU 5500-IMPRIMIR-APONTADO-EXIT
               GO TO 5400-AVALIAR-EMPREGADO-EXIT
           END-IF.
           IF WRK-MOEDA-ATU NOT = WRK-MOEDA-ANT
               ADD 1 TO WRK-QTDE-MOEDA
               MOVE 'MOEDA' TO VAR-DET-MOTIVO
               PERFORM 5500-IMPRIMIR-APONTADO
                   THRU 5500-IMPRIMIR-APONTADO-EXIT
               GO TO 5400-AVALIAR-EMPREGADO-EXIT
           END-IF.
           MOVE WRK-BRUTO-ANT TO WRK-VLR-DE.
           MOVE WRK-BRUTO-ATU TO WRK-VLR-PARA.
           PERFORM 5450-CALCULAR-PCT THRU 5450-CALCULAR-PCT-EXIT.
           MOVE WRK-PCT-VAR TO WRK-PCT-BRUTO.
           MOVE WRK-LIQUIDO-ANT TO WRK-VLR-DE.
           MOVE WRK-LIQUIDO-ATU TO WRK-VLR-PARA.
           PERFORM 5450-CALCULAR-PCT THRU 5450-CALCULAR-PCT-EXIT.
           MOVE WRK-PCT-VAR TO WRK-PCT-LIQUIDO.
           IF WRK-PCT-LIQUIDO > WRK-PCT-BRUTO
               MOVE WRK-PCT-LIQUIDO TO WRK-PCT-VAR
           ELSE
               MOVE WRK-PCT-BRUTO TO WRK-PCT-VAR
           END-IF.
           IF WRK-PCT-VAR > WRK-PCT-LIMITE
               ADD 1 TO WRK-QTDE-VARIACAO
               MOVE 'VARIACAO' TO VAR-DET-MOTIVO
               MOVE WRK-PCT-VAR TO VAR-DET-PCT
               PERFORM 5500-IMPRIMIR-APONTADO
                   THRU 5500-IMPRIMIR-APONTADO-EXIT
           END-IF.
       5400-AVALIAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * VARIACAO PERCENTUAL ABSOLUTA DE WRK-VLR-DE PARA
      * WRK-VLR-PARA; SAIR DE ZERO CONTA COMO VARIACAO
      * MAXIMA
      *****************************************************
       5450-CALCULAR-PCT.
           IF WRK-VLR-PARA > WRK-VLR-DE
               COMPUTE WRK-DIFERENCA = WRK-VLR-PARA - WRK-VLR-DE
           ELSE
               COMPUTE WRK-DIFERENCA = WRK-VLR-DE - WRK-VLR-PARA
           END-IF.
           IF WRK-DIFERENCA = ZEROS
               MOVE ZEROS TO WRK-PCT-VAR
               GO TO 5450-CALCULAR-PCT-EXIT
           END-IF.
           IF WRK-VLR-DE = ZEROS
               MOVE 99999,99 TO WRK-PCT-VAR
               GO TO 5450-CALCULAR-PCT-EXIT
           END-IF.
           COMPUTE WRK-PCT-VAR ROUNDED =
               WRK-DIFERENCA * 100 / WRK-VLR-DE
               ON SIZE ERROR
                   MOVE 99999,99 TO WRK-PCT-VAR
           END-COMPUTE.
       5450-CALCULAR-PCT-EXIT.
           EXIT.

       5500-IMPRIMIR-APONTADO.
           ADD 1 TO WRK-APONT-CIA WRK-QTDE-APONT.
           MOVE WRK-QUEBRA-MAT TO VAR-DET-MATRICULA.
           WRITE RELATORIO-VARIACAO-LINHA FROM VAR-LINHA-DETALHE.
           DISPLAY VAR-LINHA-DETALHE.
       5500-IMPRIMIR-APONTADO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E REGISTRA O
      * TERMINO NA AUDITORIA. APONTADOS TERMINAM COM RC 4
      * PARA O APROVADOR OLHAR O RELATORIO ANTES DO PROGCOB21
      *****************************************************
       9999-FINALIZAR.
           IF HA-COMPARACAO
               CLOSE EXTRATO-CONTABIL
               DISPLAY "============================================="
               DISPLAY 'REGISTROS COMPARADOS.: ' WRK-QTDE-LIDOS
               DISPLAY 'COMPANHIAS...........: ' WRK-QTDE-CIAS
               DISPLAY 'EMPREGADOS...........: ' WRK-QTDE-EMPREG
               DISPLAY 'ACIMA DO LIMITE......: ' WRK-QTDE-VARIACAO
               DISPLAY 'NOVOS NO PERIODO.....: ' WRK-QTDE-NOVOS
               DISPLAY 'AUSENTES NO PERIODO..: ' WRK-QTDE-AUSENTES
               DISPLAY 'TROCA DE MOEDA.......: ' WRK-QTDE-MOEDA
               IF WRK-QTDE-APONT > ZEROS
                   MOVE 4 TO WRK-RC-RUN
               END-IF
           END-IF.
           IF WRK-FS-RELAT = "00"
               CLOSE RELATORIO-VARIACAO
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4M" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO-ATUAL TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
