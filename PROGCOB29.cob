       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB29.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DE CONFLITOS DE SEGREGACAO DE FUNCOES
      *           POR PERIODO DE FOLHA (PARAMSOD: MES INICIAL E
      *           FINAL, AAAAMM), CRUZANDO O HISTORICO DE
      *           MOVIMENTOS DO MESTRE (EMPMOVH), A TRILHA DE
      *           AUDITORIA (AUDITLOG) E O REGISTRO DE LIBERACAO
      *           DA REMESSA (FOLHALIB). APONTA TRES CONFLITOS:
      *           BANCARIO - O OPERADOR ALTEROU BANCO/AGENCIA/
      *           CONTA DE UM EMPREGADO DESDE O INICIO DO PERIODO
      *           E DEPOIS APROVOU NO PROGCOB21 A REMESSA DO
      *           PERIODO; SALARIO - O OPERADOR AUMENTOU UM
      *           SALARIO DESDE O INICIO DO PERIODO E DEPOIS RODOU
      *           A FOLHA DO PERIODO (PROGCOB04, PROGCOB04P OU
      *           PROGCOB28); PARAMETRO - O OPERADOR ALTEROU O
      *           PARAMLIM OU O PARAMTOL NO PROGCOB14 E NO MESMO
      *           DIA PROCESSOU NOTAS (PROGCOB07, PROGCOB07R,
      *           PROGCOB08, PROGCOB10) OU A RECONCILIACAO DO
      *           LEDGER (PROGCOB06B). O FOLHALIB SO GUARDA A
      *           ULTIMA REMESSA, ENTAO A HISTORIA DAS APROVACOES
      *           E DOS RUNS DA FOLHA VEM DA TRILHA; O FOLHALIB
      *           ACRESCENTA O PERIODO EXATO DA REMESSA CORRENTE.
      *           RUNS EM LOTE (OPERADOR 'BATCH') NAO TEM PESSOA
      *           E FICAM DE FORA. RC 4 QUANDO APONTA ALGUM
      *           CONFLITO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - A AUDITORIA INTERNA
      *                    PEDE ESTES CONFLITOS A CADA TRIMESTRE E
      *                    ELES ERAM LEVANTADOS A MAO NO EMPMOVH E
      *                    NO AUDITLOG
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-SEGREGACAO ASSIGN TO "PARAMSOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
           SELECT TRILHA-AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT LIBERACAO-REMESSA ASSIGN TO "FOLHALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT RELATORIO-SEGREGACAO ASSIGN TO "SODREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODOS DO RELATORIO (AAAAMM): INICIAL E FINAL;
      * FINAL EM BRANCO = SO O PERIODO INICIAL
      *****************************************************
       FD  PARAM-SEGREGACAO.
       01  PARAM-SEGREGACAO-REG.
           05  PS-PERIODO-INI      PIC X(06).
           05  PS-PERIODO-FIM      PIC X(06).
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  TRILHA-AUDITORIA.
       01  TRILHA-AUDITORIA-REG    PIC X(80).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA, O MESMO LAYOUT
      * GRAVADO PELO PROGCOB04/04P/28 E REVISADO NO PROGCOB21
      *****************************************************
       FD  LIBERACAO-REMESSA.
       01  LIBERACAO-REMESSA-REG.
           05  LB-PERIODO          PIC X(06).
           05  LB-TIPO             PIC X(01).
           05  LB-DATA             PIC X(08).
           05  LB-QTDE             PIC 9(06).
           05  LB-TOTAL            PIC 9(13).
           05  LB-SITUACAO         PIC X(01).
               88  LB-APROVADA            VALUE 'A'.
           05  LB-OPER-RUN         PIC X(08).
           05  LB-OPER-APROV       PIC X(08).
           05  LB-DATA-APROV       PIC X(08).
       FD  RELATORIO-SEGREGACAO.
       01  RELATORIO-SEGREGACAO-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * CONFLITO APURADO: '1' BANCARIO, '2' SALARIO, '3'
      * PARAMETRO; DATA DA ALTERACAO E DATA DA ACAO
      * CONFLITANTE (APROVACAO, RUN OU PROCESSAMENTO)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-PERIODO         PIC X(06).
           05  SRT-CONFLITO        PIC X(01).
           05  SRT-OPERADOR        PIC X(08).
           05  SRT-DATA-ALTER      PIC X(08).
           05  SRT-DATA-ACAO       PIC X(08).
           05  SRT-DETALHE         PIC X(44).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-FS-AUDIT     PIC X(02) VALUE SPACES.
       77 WRK-FS-LIBERACAO PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-MOVH     PIC X(01) VALUE 'N'.
           88 FIM-MOVH              VALUE 'S'.
       77 WRK-FIM-AUDIT    PIC X(01) VALUE 'N'.
           88 FIM-AUDITORIA         VALUE 'S'.
       77 WRK-FIM-LIB      PIC X(01) VALUE 'N'.
           88 FIM-LIBERACAO         VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU                 VALUE 'S'.
       77 WRK-PERIODO-INI  PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-FIM  PIC X(06) VALUE SPACES.
       77 WRK-QUEBRA-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-IND          PIC 9(04) COMP VALUE ZEROS.
      *---------------------------------------------------
      * PRIMEIRO DIA DO PERIODO (AAAAMM01), INICIO DA JANELA
      * DOS CONFLITOS BANCARIO E DE SALARIO
      *---------------------------------------------------
       01 WRK-INICIO-PERIODO.
           05 WRK-INI-PER-AAAAMM PIC X(06).
           05 FILLER           PIC X(02) VALUE '01'.
      *---------------------------------------------------
      * APROVACOES DE REMESSA (PROGCOB21 NA TRILHA E O
      * FOLHALIB CORRENTE), RUNS DA FOLHA E ALTERACOES DO
      * PARAMLIM/PARAMTOL, TODOS COM OPERADOR PESSOA
      *---------------------------------------------------
       77 WRK-QTDE-APROV   PIC 9(04) COMP VALUE ZEROS.
       01 TAB-APROVACOES.
           05 APR-ENTRADA OCCURS 300 TIMES.
               10 APR-OPERADOR     PIC X(08).
               10 APR-DATA         PIC X(08).
               10 APR-PERIODO      PIC X(06).
               10 APR-TIPO         PIC X(01).
       77 WRK-QTDE-RUNS    PIC 9(04) COMP VALUE ZEROS.
       01 TAB-RUNS.
           05 RUN-ENTRADA OCCURS 300 TIMES.
               10 RUN-OPERADOR     PIC X(08).
               10 RUN-DATA         PIC X(08).
               10 RUN-PERIODO      PIC X(06).
               10 RUN-PROGRAMA     PIC X(08).
       77 WRK-QTDE-PARAM   PIC 9(04) COMP VALUE ZEROS.
       01 TAB-PARAMETROS.
           05 PRM-ENTRADA OCCURS 300 TIMES.
               10 PRM-OPERADOR     PIC X(08).
               10 PRM-DATA         PIC X(08).
               10 PRM-HORA         PIC X(08).
               10 PRM-ARQUIVO      PIC X(08).
      *---------------------------------------------------
      * PROGRAMAS DE NOTAS E DE RECONCILIACAO, PELO NOME
      * GRAVADO NA TRILHA
      *---------------------------------------------------
       01 TAB-PROG-NOTAS-VALORES.
           05 FILLER           PIC X(08) VALUE 'PROGCOB7'.
           05 FILLER           PIC X(08) VALUE 'PROGCB7R'.
           05 FILLER           PIC X(08) VALUE 'PROGCOB8'.
           05 FILLER           PIC X(08) VALUE 'PROGCB10'.
           05 FILLER           PIC X(08) VALUE 'PROGCB6B'.
       01 TAB-PROG-NOTAS REDEFINES TAB-PROG-NOTAS-VALORES.
           05 PNT-PROGRAMA     PIC X(08) OCCURS 5 TIMES.
      *---------------------------------------------------
      * CONTADORES DO RELATORIO
      *---------------------------------------------------
       77 WRK-QTDE-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-BANCO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SALARIO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PARAMETRO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CONFLITOS PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * DETALHE DE CADA TIPO DE CONFLITO
      *---------------------------------------------------
       01 WRK-DET-BANCO.
           05 FILLER           PIC X(06) VALUE 'FOLHA '.
           05 DBA-TIPO         PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DBA-CIA          PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 DBA-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(07) VALUE ' CONTA '.
           05 DBA-BANCO        PIC X(03).
           05 FILLER           PIC X(01) VALUE '/'.
           05 DBA-AGENCIA      PIC X(04).
           05 FILLER           PIC X(01) VALUE '/'.
           05 DBA-CONTA        PIC X(09).
       01 WRK-DET-SALARIO.
           05 DSA-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DSA-CIA          PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 DSA-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DSA-ANTES        PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE ' > '.
           05 DSA-DEPOIS       PIC ZZZ.ZZ9,99.
       01 WRK-DET-PARAMETRO.
           05 DPA-ARQUIVO      PIC X(08).
           05 FILLER           PIC X(04) VALUE ' AS '.
           05 DPA-HORA-ALTER   PIC X(08).
           05 FILLER           PIC X(03) VALUE ' + '.
           05 DPA-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(04) VALUE ' AS '.
           05 DPA-HORA-ACAO    PIC X(08).
      *---------------------------------------------------
      * LINHAS DO RELATORIO (SODREL)
      *---------------------------------------------------
       01 SOD-LINHA-TITULO.
           05 FILLER           PIC X(46)
               VALUE 'CONFLITOS DE SEGREGACAO DE FUNCOES - PERIODOS '.
           05 SOD-TIT-INI      PIC X(06).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 SOD-TIT-FIM      PIC X(06).
           05 FILLER           PIC X(19) VALUE SPACES.
       01 SOD-LINHA-LEGENDA.
           05 SOD-LEGENDA      PIC X(80).
       01 SOD-LINHA-CABEC.
           05 FILLER           PIC X(36)
               VALUE 'CONFLITO OPERADOR DT.ALTER DT.ACAO  '.
           05 FILLER           PIC X(44) VALUE 'DETALHE'.
       01 SOD-LINHA-PERIODO.
           05 FILLER           PIC X(09) VALUE 'PERIODO: '.
           05 SOD-PER-PERIODO  PIC X(06).
           05 FILLER           PIC X(65) VALUE SPACES.
       01 SOD-LINHA-DETALHE.
           05 SOD-DET-CONFLITO PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SOD-DET-OPERADOR PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SOD-DET-DT-ALTER PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SOD-DET-DT-ACAO  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SOD-DET-DETALHE  PIC X(44).
       01 SOD-LINHA-TOTAL.
           05 SOD-TOT-ROTULO   PIC X(36).
           05 SOD-TOT-QTDE     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(37) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-PERIODO SRT-CONFLITO
                       SRT-OPERADOR SRT-DATA-ALTER SRT-DATA-ACAO
                   INPUT PROCEDURE IS 3000-APURAR-CONFLITOS
                       THRU 3000-APURAR-CONFLITOS-EXIT
                   OUTPUT PROCEDURE IS 5000-IMPRIMIR-CONFLITOS
                       THRU 5000-IMPRIMIR-CONFLITOS-EXIT
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
           MOVE "PROGCB29" TO AU-PROGRAMA.
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
      * LE OS PERIODOS, CARREGA DA TRILHA AS APROVACOES, OS
      * RUNS DA FOLHA E AS ALTERACOES DE PARAMETRO, COMPLETA
      * COM O FOLHALIB CORRENTE E ABRE O RELATORIO. SEM
      * PERIODOS OU SEM A TRILHA O RUN TERMINA COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-TRILHA
               THRU 1200-CARREGAR-TRILHA-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-LIBERACAO
               THRU 1300-CARREGAR-LIBERACAO-EXIT.
           OPEN OUTPUT RELATORIO-SEGREGACAO.
           MOVE WRK-PERIODO-INI TO SOD-TIT-INI.
           MOVE WRK-PERIODO-FIM TO SOD-TIT-FIM.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TITULO.
           MOVE 'BANCARIO = ALTEROU CONTA BANCARIA E APROVOU A REMESSA'
               TO SOD-LEGENDA.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-LEGENDA.
           MOVE 'SALARIO  = AUMENTOU SALARIO E RODOU A FOLHA DO PERIODO'
               TO SOD-LEGENDA.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-LEGENDA.
           MOVE 'PARAMETR = ALTEROU PARAMLIM/PARAMTOL E NO MESMO DIA'
               TO SOD-LEGENDA.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-LEGENDA.
           MOVE '           PROCESSOU NOTAS OU RECONCILIACAO'
               TO SOD-LEGENDA.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-LEGENDA.
           MOVE SPACES TO RELATORIO-SEGREGACAO-LINHA.
           WRITE RELATORIO-SEGREGACAO-LINHA.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-CABEC.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE OS PERIODOS DO RELATORIO (PARAMSOD)
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-SEGREGACAO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMSOD INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME OS PERIODOS DO RELATORIO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAM-SEGREGACAO
               AT END
                   DISPLAY 'PARAMSOD VAZIO - INFORME OS PERIODOS DO'
                       ' RELATORIO'
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE PS-PERIODO-INI TO WRK-PERIODO-INI
                   IF PS-PERIODO-FIM = SPACES
                       MOVE PS-PERIODO-INI TO WRK-PERIODO-FIM
                   ELSE
                       MOVE PS-PERIODO-FIM TO WRK-PERIODO-FIM
                   END-IF
           END-READ.
           CLOSE PARAM-SEGREGACAO.
           IF NOT RUN-VALIDO
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           IF WRK-PERIODO-INI NOT NUMERIC
               OR WRK-PERIODO-FIM NOT NUMERIC
               OR WRK-PERIODO-FIM < WRK-PERIODO-INI
               DISPLAY 'PARAMSOD COM PERIODO INVALIDO: '
                   PS-PERIODO-INI ' ' PS-PERIODO-FIM
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * PRIMEIRA PASSADA NA TRILHA: APROVACOES DE REMESSA DO
      * PROGCOB21 (PERIODO E TIPO NA CHAVE), TERMINOS
      * NORMAIS DA FOLHA E ALTERACOES DO PARAMLIM/PARAMTOL
      * NO PROGCOB14, TODOS DE OPERADOR PESSOA
      *****************************************************
       1200-CARREGAR-TRILHA.
           OPEN INPUT TRILHA-AUDITORIA.
           IF WRK-FS-AUDIT NOT = "00"
               DISPLAY 'AUDITLOG INDISPONIVEL (STATUS ' WRK-FS-AUDIT
                   ')'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-TRILHA-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AUDIT.
           PERFORM 1250-LER-TRILHA THRU 1250-LER-TRILHA-EXIT
               UNTIL FIM-AUDITORIA.
           CLOSE TRILHA-AUDITORIA.
       1200-CARREGAR-TRILHA-EXIT.
           EXIT.

       1250-LER-TRILHA.
           READ TRILHA-AUDITORIA INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-AUDIT
                   GO TO 1250-LER-TRILHA-EXIT
           END-READ.
           IF AU-OPERADOR = 'BATCH' OR AU-OPERADOR = SPACES
               GO TO 1250-LER-TRILHA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AU-PROGRAMA = "PROGCB21"
                   AND AU-EVENTO = "REMESSA APROVADA"
                   PERFORM 1260-GUARDAR-APROVACAO
                       THRU 1260-GUARDAR-APROVACAO-EXIT
               WHEN AU-EVENTO = "FIM NORMAL DO RUN"
                   AND (AU-PROGRAMA = "PROGCOB4"
                       OR AU-PROGRAMA = "PROGCB4P"
                       OR AU-PROGRAMA = "PROGCB28")
                   PERFORM 1270-GUARDAR-RUN
                       THRU 1270-GUARDAR-RUN-EXIT
               WHEN AU-PROGRAMA = "PROGCB14"
                   AND (AU-EVENTO = "PARAMLIM ALTERADO"
                       OR AU-EVENTO = "PARAMTOL ALTERADO")
                   PERFORM 1280-GUARDAR-PARAMETRO
                       THRU 1280-GUARDAR-PARAMETRO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1250-LER-TRILHA-EXIT.
           EXIT.

       1260-GUARDAR-APROVACAO.
           IF WRK-QTDE-APROV < 300
               ADD 1 TO WRK-QTDE-APROV
               MOVE AU-OPERADOR TO APR-OPERADOR (WRK-QTDE-APROV)
               MOVE AU-DATA TO APR-DATA (WRK-QTDE-APROV)
               MOVE AU-CHAVE (1:6) TO APR-PERIODO (WRK-QTDE-APROV)
               MOVE AU-CHAVE (8:1) TO APR-TIPO (WRK-QTDE-APROV)
           ELSE
               DISPLAY 'TABELA DE APROVACOES CHEIA - APROVACAO DE '
                   AU-OPERADOR ' EM ' AU-DATA ' IGNORADA'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       1260-GUARDAR-APROVACAO-EXIT.
           EXIT.

      *****************************************************
      * O PERIODO DO RUN E O MES DA DATA DO RUN; A
      * COMPLEMENTAR (PROGCB28) GRAVA O PERIODO NA CHAVE
      *****************************************************
       1270-GUARDAR-RUN.
           IF WRK-QTDE-RUNS < 300
               ADD 1 TO WRK-QTDE-RUNS
               MOVE AU-OPERADOR TO RUN-OPERADOR (WRK-QTDE-RUNS)
               MOVE AU-DATA TO RUN-DATA (WRK-QTDE-RUNS)
               MOVE AU-PROGRAMA TO RUN-PROGRAMA (WRK-QTDE-RUNS)
               IF AU-PROGRAMA = "PROGCB28"
                   AND AU-CHAVE (1:6) IS NUMERIC
                   MOVE AU-CHAVE (1:6) TO RUN-PERIODO (WRK-QTDE-RUNS)
               ELSE
                   MOVE AU-DATA (1:6) TO RUN-PERIODO (WRK-QTDE-RUNS)
               END-IF
           ELSE
               DISPLAY 'TABELA DE RUNS DA FOLHA CHEIA - RUN DE '
                   AU-OPERADOR ' EM ' AU-DATA ' IGNORADO'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       1270-GUARDAR-RUN-EXIT.
           EXIT.

       1280-GUARDAR-PARAMETRO.
           IF WRK-QTDE-PARAM < 300
               ADD 1 TO WRK-QTDE-PARAM
               MOVE AU-OPERADOR TO PRM-OPERADOR (WRK-QTDE-PARAM)
               MOVE AU-DATA TO PRM-DATA (WRK-QTDE-PARAM)
               MOVE AU-HORA TO PRM-HORA (WRK-QTDE-PARAM)
               MOVE AU-EVENTO (1:8) TO PRM-ARQUIVO (WRK-QTDE-PARAM)
           ELSE
               DISPLAY 'TABELA DE ALTERACOES DE PARAMETRO CHEIA - '
                   AU-OPERADOR ' EM ' AU-DATA ' IGNORADA'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       1280-GUARDAR-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * O FOLHALIB CORRENTE TRAZ O PERIODO EXATO DA REMESSA:
      * O RUN DO MESMO OPERADOR NA MESMA DATA PASSA A ESSE
      * PERIODO (OU ENTRA, SE A TRILHA JA FOI ARQUIVADA) E A
      * APROVACAO ENTRA SE AINDA NAO VEIO DA TRILHA. SEM O
      * ARQUIVO, VALE SO A TRILHA
      *****************************************************
       1300-CARREGAR-LIBERACAO.
           OPEN INPUT LIBERACAO-REMESSA.
           IF WRK-FS-LIBERACAO NOT = "00"
               DISPLAY 'FOLHALIB NAO ENCONTRADO - APROVACOES E RUNS'
                   ' SO DA TRILHA'
               GO TO 1300-CARREGAR-LIBERACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LIB.
           PERFORM 1350-LER-LIBERACAO THRU 1350-LER-LIBERACAO-EXIT
               UNTIL FIM-LIBERACAO.
           CLOSE LIBERACAO-REMESSA.
       1300-CARREGAR-LIBERACAO-EXIT.
           EXIT.

       1350-LER-LIBERACAO.
           READ LIBERACAO-REMESSA
               AT END
                   MOVE 'S' TO WRK-FIM-LIB
                   GO TO 1350-LER-LIBERACAO-EXIT
           END-READ.
           IF LB-OPER-RUN NOT = 'BATCH' AND LB-OPER-RUN NOT = SPACES
               PERFORM 1360-CONFERIR-RUN-LIB
                   THRU 1360-CONFERIR-RUN-LIB-EXIT
           END-IF.
           IF LB-APROVADA
               AND LB-OPER-APROV NOT = 'BATCH'
               AND LB-OPER-APROV NOT = SPACES
               PERFORM 1370-CONFERIR-APROV-LIB
                   THRU 1370-CONFERIR-APROV-LIB-EXIT
           END-IF.
       1350-LER-LIBERACAO-EXIT.
           EXIT.

       1360-CONFERIR-RUN-LIB.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 1365-PROCURAR-RUN THRU 1365-PROCURAR-RUN-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTDE-RUNS.
           IF ACHOU
               GO TO 1360-CONFERIR-RUN-LIB-EXIT
           END-IF.
           IF WRK-QTDE-RUNS < 300
               ADD 1 TO WRK-QTDE-RUNS
               MOVE LB-OPER-RUN TO RUN-OPERADOR (WRK-QTDE-RUNS)
               MOVE LB-DATA TO RUN-DATA (WRK-QTDE-RUNS)
               MOVE LB-PERIODO TO RUN-PERIODO (WRK-QTDE-RUNS)
               MOVE 'FOLHALIB' TO RUN-PROGRAMA (WRK-QTDE-RUNS)
           ELSE
               DISPLAY 'TABELA DE RUNS DA FOLHA CHEIA - RUN DO'
                   ' FOLHALIB IGNORADO'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       1360-CONFERIR-RUN-LIB-EXIT.
           EXIT.

       1365-PROCURAR-RUN.
           IF RUN-OPERADOR (WRK-IND) = LB-OPER-RUN
               AND RUN-DATA (WRK-IND) = LB-DATA
               MOVE LB-PERIODO TO RUN-PERIODO (WRK-IND)
               MOVE 'S' TO WRK-ACHOU
           END-IF.
       1365-PROCURAR-RUN-EXIT.
           EXIT.

       1370-CONFERIR-APROV-LIB.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 1375-PROCURAR-APROVACAO
               THRU 1375-PROCURAR-APROVACAO-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTDE-APROV.
           IF ACHOU
               GO TO 1370-CONFERIR-APROV-LIB-EXIT
           END-IF.
           IF WRK-QTDE-APROV < 300
               ADD 1 TO WRK-QTDE-APROV
               MOVE LB-OPER-APROV TO APR-OPERADOR (WRK-QTDE-APROV)
               MOVE LB-DATA-APROV TO APR-DATA (WRK-QTDE-APROV)
               MOVE LB-PERIODO TO APR-PERIODO (WRK-QTDE-APROV)
               MOVE LB-TIPO TO APR-TIPO (WRK-QTDE-APROV)
           ELSE
               DISPLAY 'TABELA DE APROVACOES CHEIA - APROVACAO DO'
                   ' FOLHALIB IGNORADA'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       1370-CONFERIR-APROV-LIB-EXIT.
           EXIT.

       1375-PROCURAR-APROVACAO.
           IF APR-OPERADOR (WRK-IND) = LB-OPER-APROV
               AND APR-PERIODO (WRK-IND) = LB-PERIODO
               AND APR-TIPO (WRK-IND) = LB-TIPO
               MOVE 'S' TO WRK-ACHOU
           END-IF.
       1375-PROCURAR-APROVACAO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: CONFRONTA CADA
      * ALTERACAO BANCARIA E CADA AUMENTO DE SALARIO DO
      * EMPMOVH COM AS APROVACOES E OS RUNS DO MESMO
      * OPERADOR, E CADA PROCESSAMENTO DE NOTAS OU DE
      * RECONCILIACAO DA TRILHA COM AS ALTERACOES DE
      * PARAMETRO DO MESMO OPERADOR NO MESMO DIA
      *****************************************************
       3000-APURAR-CONFLITOS.
           OPEN INPUT MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "00"
               MOVE 'N' TO WRK-FIM-MOVH
               PERFORM 3100-LER-MOVIMENTO
                   THRU 3100-LER-MOVIMENTO-EXIT
                   UNTIL FIM-MOVH
               CLOSE MOVIMENTO-MESTRE
           ELSE
               DISPLAY 'EMPMOVH INDISPONIVEL (STATUS ' WRK-FS-MOVH
                   ') - SEM CONFLITOS BANCARIO E DE SALARIO'
           END-IF.
           OPEN INPUT TRILHA-AUDITORIA.
           IF WRK-FS-AUDIT = "00"
               MOVE 'N' TO WRK-FIM-AUDIT
               PERFORM 3500-LER-PROCESSAMENTO
                   THRU 3500-LER-PROCESSAMENTO-EXIT
                   UNTIL FIM-AUDITORIA
               CLOSE TRILHA-AUDITORIA
           END-IF.
       3000-APURAR-CONFLITOS-EXIT.
           EXIT.

       3100-LER-MOVIMENTO.
           READ MOVIMENTO-MESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-MOVH
                   GO TO 3100-LER-MOVIMENTO-EXIT
           END-READ.
           IF MV-OPERADOR = 'BATCH' OR MV-OPERADOR = SPACES
               OR MV-EVENTO = 'RELOAD'
               GO TO 3100-LER-MOVIMENTO-EXIT
           END-IF.
           IF (MV-ANT-BANCO NOT = SPACES
                   OR MV-ANT-AGENCIA NOT = SPACES
                   OR MV-ANT-CONTA NOT = SPACES)
               AND (MV-ANT-BANCO NOT = MV-DEP-BANCO
                   OR MV-ANT-AGENCIA NOT = MV-DEP-AGENCIA
                   OR MV-ANT-CONTA NOT = MV-DEP-CONTA)
               PERFORM 3200-CONFRONTAR-APROVACAO
                   THRU 3200-CONFRONTAR-APROVACAO-EXIT
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-APROV
           END-IF.
           IF MV-ANT-SALARIO IS NUMERIC
               AND MV-DEP-SALARIO IS NUMERIC
               AND MV-ANT-SALARIO > ZEROS
               AND MV-DEP-SALARIO > MV-ANT-SALARIO
               PERFORM 3300-CONFRONTAR-RUN
                   THRU 3300-CONFRONTAR-RUN-EXIT
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-RUNS
           END-IF.
       3100-LER-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * BANCARIO: MESMO OPERADOR, ALTERACAO ENTRE O PRIMEIRO
      * DIA DO PERIODO DA REMESSA E A DATA DA APROVACAO
      *****************************************************
       3200-CONFRONTAR-APROVACAO.
           IF APR-OPERADOR (WRK-IND) NOT = MV-OPERADOR
               GO TO 3200-CONFRONTAR-APROVACAO-EXIT
           END-IF.
           MOVE APR-PERIODO (WRK-IND) TO WRK-INI-PER-AAAAMM.
           IF MV-DATA < WRK-INICIO-PERIODO
               OR MV-DATA > APR-DATA (WRK-IND)
               GO TO 3200-CONFRONTAR-APROVACAO-EXIT
           END-IF.
           MOVE APR-TIPO (WRK-IND) TO DBA-TIPO.
           MOVE MV-COMPANHIA TO DBA-CIA.
           MOVE MV-MATRICULA TO DBA-MATRICULA.
           MOVE MV-DEP-BANCO TO DBA-BANCO.
           MOVE MV-DEP-AGENCIA TO DBA-AGENCIA.
           MOVE MV-DEP-CONTA TO DBA-CONTA.
           MOVE APR-PERIODO (WRK-IND) TO SRT-PERIODO.
           MOVE '1' TO SRT-CONFLITO.
           MOVE MV-OPERADOR TO SRT-OPERADOR.
           MOVE MV-DATA TO SRT-DATA-ALTER.
           MOVE APR-DATA (WRK-IND) TO SRT-DATA-ACAO.
           MOVE WRK-DET-BANCO TO SRT-DETALHE.
           PERFORM 3900-LIBERAR-CONFLITO
               THRU 3900-LIBERAR-CONFLITO-EXIT.
       3200-CONFRONTAR-APROVACAO-EXIT.
           EXIT.

      *****************************************************
      * SALARIO: MESMO OPERADOR, AUMENTO ENTRE O PRIMEIRO
      * DIA DO PERIODO DO RUN E A DATA DO RUN
      *****************************************************
       3300-CONFRONTAR-RUN.
           IF RUN-OPERADOR (WRK-IND) NOT = MV-OPERADOR
               GO TO 3300-CONFRONTAR-RUN-EXIT
           END-IF.
           MOVE RUN-PERIODO (WRK-IND) TO WRK-INI-PER-AAAAMM.
           IF MV-DATA < WRK-INICIO-PERIODO
               OR MV-DATA > RUN-DATA (WRK-IND)
               GO TO 3300-CONFRONTAR-RUN-EXIT
           END-IF.
           MOVE RUN-PROGRAMA (WRK-IND) TO DSA-PROGRAMA.
           MOVE MV-COMPANHIA TO DSA-CIA.
           MOVE MV-MATRICULA TO DSA-MATRICULA.
           MOVE MV-ANT-SALARIO TO DSA-ANTES.
           MOVE MV-DEP-SALARIO TO DSA-DEPOIS.
           MOVE RUN-PERIODO (WRK-IND) TO SRT-PERIODO.
           MOVE '2' TO SRT-CONFLITO.
           MOVE MV-OPERADOR TO SRT-OPERADOR.
           MOVE MV-DATA TO SRT-DATA-ALTER.
           MOVE RUN-DATA (WRK-IND) TO SRT-DATA-ACAO.
           MOVE WRK-DET-SALARIO TO SRT-DETALHE.
           PERFORM 3900-LIBERAR-CONFLITO
               THRU 3900-LIBERAR-CONFLITO-EXIT.
       3300-CONFRONTAR-RUN-EXIT.
           EXIT.

      *****************************************************
      * SEGUNDA PASSADA NA TRILHA: INICIO DE RUN DE NOTAS OU
      * DE RECONCILIACAO POR OPERADOR PESSOA
      *****************************************************
       3500-LER-PROCESSAMENTO.
           READ TRILHA-AUDITORIA INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-AUDIT
                   GO TO 3500-LER-PROCESSAMENTO-EXIT
           END-READ.
           IF AU-EVENTO NOT = "INICIO DO RUN"
               OR AU-OPERADOR = 'BATCH' OR AU-OPERADOR = SPACES
               GO TO 3500-LER-PROCESSAMENTO-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 3550-PROCURAR-PROGRAMA
               THRU 3550-PROCURAR-PROGRAMA-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > 5 OR ACHOU.
           IF NOT ACHOU
               GO TO 3500-LER-PROCESSAMENTO-EXIT
           END-IF.
           PERFORM 3600-CONFRONTAR-PARAMETRO
               THRU 3600-CONFRONTAR-PARAMETRO-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTDE-PARAM.
       3500-LER-PROCESSAMENTO-EXIT.
           EXIT.

       3550-PROCURAR-PROGRAMA.
           IF PNT-PROGRAMA (WRK-IND) = AU-PROGRAMA
               MOVE 'S' TO WRK-ACHOU
           END-IF.
       3550-PROCURAR-PROGRAMA-EXIT.
           EXIT.

      *****************************************************
      * PARAMETRO: MESMO OPERADOR E MESMO DIA, EM QUALQUER
      * ORDEM
      *****************************************************
       3600-CONFRONTAR-PARAMETRO.
           IF PRM-OPERADOR (WRK-IND) NOT = AU-OPERADOR
               OR PRM-DATA (WRK-IND) NOT = AU-DATA
               GO TO 3600-CONFRONTAR-PARAMETRO-EXIT
           END-IF.
           MOVE PRM-ARQUIVO (WRK-IND) TO DPA-ARQUIVO.
           MOVE PRM-HORA (WRK-IND) TO DPA-HORA-ALTER.
           MOVE AU-PROGRAMA TO DPA-PROGRAMA.
           MOVE AU-HORA TO DPA-HORA-ACAO.
           MOVE AU-DATA (1:6) TO SRT-PERIODO.
           MOVE '3' TO SRT-CONFLITO.
           MOVE AU-OPERADOR TO SRT-OPERADOR.
           MOVE PRM-DATA (WRK-IND) TO SRT-DATA-ALTER.
           MOVE AU-DATA TO SRT-DATA-ACAO.
           MOVE WRK-DET-PARAMETRO TO SRT-DETALHE.
           PERFORM 3900-LIBERAR-CONFLITO
               THRU 3900-LIBERAR-CONFLITO-EXIT.
       3600-CONFRONTAR-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * SO OS CONFLITOS DOS PERIODOS PEDIDOS VAO AO SORT
      *****************************************************
       3900-LIBERAR-CONFLITO.
           IF SRT-PERIODO < WRK-PERIODO-INI
               OR SRT-PERIODO > WRK-PERIODO-FIM
               GO TO 3900-LIBERAR-CONFLITO-EXIT
           END-IF.
           RELEASE CLASSIFICACAO-REG.
       3900-LIBERAR-CONFLITO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: IMPRIME OS CONFLITOS
      * POR PERIODO, COM O TOTAL DE CADA PERIODO
      *****************************************************
       5000-IMPRIMIR-CONFLITOS.
           MOVE HIGH-VALUES TO WRK-QUEBRA-PERIODO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF WRK-QUEBRA-PERIODO NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-PERIODO
                   THRU 5300-FECHAR-PERIODO-EXIT
           END-IF.
       5000-IMPRIMIR-CONFLITOS-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF SRT-PERIODO NOT = WRK-QUEBRA-PERIODO
               IF WRK-QUEBRA-PERIODO NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-PERIODO
                       THRU 5300-FECHAR-PERIODO-EXIT
               END-IF
               MOVE SRT-PERIODO TO WRK-QUEBRA-PERIODO
               MOVE ZEROS TO WRK-QTDE-PERIODO
               MOVE SPACES TO RELATORIO-SEGREGACAO-LINHA
               WRITE RELATORIO-SEGREGACAO-LINHA
               MOVE SRT-PERIODO TO SOD-PER-PERIODO
               WRITE RELATORIO-SEGREGACAO-LINHA
                   FROM SOD-LINHA-PERIODO
           END-IF.
           EVALUATE SRT-CONFLITO
               WHEN '1'
                   MOVE 'BANCARIO' TO SOD-DET-CONFLITO
                   ADD 1 TO WRK-QTDE-BANCO
               WHEN '2'
                   MOVE 'SALARIO' TO SOD-DET-CONFLITO
                   ADD 1 TO WRK-QTDE-SALARIO
               WHEN OTHER
                   MOVE 'PARAMETR' TO SOD-DET-CONFLITO
                   ADD 1 TO WRK-QTDE-PARAMETRO
           END-EVALUATE.
           MOVE SRT-OPERADOR TO SOD-DET-OPERADOR.
           MOVE SRT-DATA-ALTER TO SOD-DET-DT-ALTER.
           MOVE SRT-DATA-ACAO TO SOD-DET-DT-ACAO.
           MOVE SRT-DETALHE TO SOD-DET-DETALHE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-PERIODO.
           ADD 1 TO WRK-QTDE-CONFLITOS.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

       5300-FECHAR-PERIODO.
           MOVE '    CONFLITOS NO PERIODO...........:'
               TO SOD-TOT-ROTULO.
           MOVE WRK-QTDE-PERIODO TO SOD-TOT-QTDE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TOTAL.
       5300-FECHAR-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS POR TIPO DE CONFLITO, FECHA O
      * RELATORIO E REGISTRA O TERMINO NA TRILHA. CONFLITO
      * APONTADO TERMINA O RUN COM RC 4
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO RELATORIO-SEGREGACAO-LINHA.
           WRITE RELATORIO-SEGREGACAO-LINHA.
           IF WRK-QTDE-CONFLITOS = ZEROS
               MOVE 'NENHUM CONFLITO NOS PERIODOS' TO SOD-LEGENDA
               WRITE RELATORIO-SEGREGACAO-LINHA
                   FROM SOD-LINHA-LEGENDA
           END-IF.
           MOVE 'CONFLITOS BANCARIO.................:'
               TO SOD-TOT-ROTULO.
           MOVE WRK-QTDE-BANCO TO SOD-TOT-QTDE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TOTAL.
           MOVE 'CONFLITOS SALARIO..................:'
               TO SOD-TOT-ROTULO.
           MOVE WRK-QTDE-SALARIO TO SOD-TOT-QTDE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TOTAL.
           MOVE 'CONFLITOS PARAMETRO................:'
               TO SOD-TOT-ROTULO.
           MOVE WRK-QTDE-PARAMETRO TO SOD-TOT-QTDE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TOTAL.
           MOVE 'TOTAL DE CONFLITOS.................:'
               TO SOD-TOT-ROTULO.
           MOVE WRK-QTDE-CONFLITOS TO SOD-TOT-QTDE.
           WRITE RELATORIO-SEGREGACAO-LINHA FROM SOD-LINHA-TOTAL.
           CLOSE RELATORIO-SEGREGACAO.
           DISPLAY 'CONFLITOS DE SEGREGACAO APONTADOS: '
               WRK-QTDE-CONFLITOS.
           IF WRK-QTDE-CONFLITOS > ZEROS
               AND WRK-RC-RUN < 4
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB29" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-PERIODO-INI TO AU-CHAVE (1:6).
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
