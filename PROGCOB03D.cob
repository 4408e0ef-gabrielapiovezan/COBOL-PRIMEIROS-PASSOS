       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB03D.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: REAJUSTE COLETIVO (DISSIDIO) EM LOTE: LE NO
      *           PARAMDIS A COMPANHIA, O FILTRO OPCIONAL DE
      *           CARGO E DE DEPARTAMENTO, O PERCENTUAL E O
      *           PERIODO DE VIGENCIA; REAJUSTA O EMP-SALARIO DE
      *           CADA EMPREGADO ATIVO QUE PASSA NO FILTRO, COM A
      *           IMAGEM ANTES/DEPOIS NO EMPMOVH; APURA NO
      *           EXTRATO CONTABIL (FOLHAEXT) A DIFERENCA DEVIDA
      *           EM CADA PAGAMENTO JA FEITO DESDE A VIGENCIA E A
      *           GRAVA NO FOLHAVRB COMO VERBA DA RUBRICA DE
      *           DIFERENCA DE DISSIDIO, QUE A PROXIMA FOLHA
      *           NORMAL (PROGCOB04) PAGA COMO PROVENTO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O REAJUSTE ERA
      *                    DIGITADO UM A UM NA OPCAO 5 DO
      *                    PROGCOB03 E O RETROATIVO CALCULADO EM
      *                    PLANILHA
      * 15/10/2026 GABPI0  A IMAGEM ANTES/DEPOIS DO EMPMOVH PASSA
      *                    A LEVAR TAMBEM O CPF E O PIS
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  EXTRATO CLASSIFICADO POR MATRICULA,
      *                    PERIODO E TIPO - SO O ULTIMO REGISTRO
      *                    DE CADA PAGAMENTO ENTRA NA DIFERENCA
      *                    (RERUN DA FOLHA ACUMULA NO FOLHAEXT)
      * 15/10/2026 GABPI0  TABELA DE JA REAJUSTADOS CHEIA
      *                    BLOQUEIA O RUN COM RC 8 EM VEZ DE
      *                    PARAR DE CARREGAR EM SILENCIO
      * 15/10/2026 GABPI0  FOLHAEXT E FOLHAVRB ABERTOS ANTES DO
      *                    MESTRE: SEM UM DELES O RUN PARA COM RC
      *                    8 SEM ALTERAR O MESTRE NEM GRAVAR O
      *                    EMPMOVH - ANTES O SALARIO ERA
      *                    REAJUSTADO E O RETROATIVO SE PERDIA
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-DISSIDIO ASSIGN TO "PARAMDIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT TABELA-RUBRICAS ASSIGN TO "RUBRITAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUBRICA.
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
           SELECT VERBAS-SAIDA ASSIGN TO "FOLHAVRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAS.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PARAMETRO DO DISSIDIO: COMPANHIA (BRANCO = '01'),
      * CARGO E DEPARTAMENTO (BRANCO = TODOS), PERCENTUAL
      * (5 DIGITOS, DUAS CASAS IMPLICITAS - 00650 = 6,50%),
      * PERIODO DE VIGENCIA (AAAAMM) E RUBRICA DA DIFERENCA
      * (BRANCO = 'DISS')
      *****************************************************
       FD  PARAM-DISSIDIO.
       01  PARAM-DISSIDIO-REG.
           05  DS-COMPANHIA        PIC X(02).
           05  DS-CARGO            PIC X(04).
           05  DS-DEPTO            PIC X(03).
           05  DS-PERCENTUAL-X     PIC X(05).
           05  DS-PERCENTUAL REDEFINES DS-PERCENTUAL-X
                                   PIC 9(03)V99.
           05  DS-VIGENCIA         PIC X(06).
           05  DS-VIGENCIA-R REDEFINES DS-VIGENCIA.
               10  DS-VIG-ANO      PIC 9(04).
               10  DS-VIG-MES      PIC 9(02).
           05  DS-RUBRICA          PIC X(04).
      *****************************************************
      * TABELA DE RUBRICAS DA FOLHA (O MESMO LAYOUT LIDO
      * PELO PROGCOB04) - A RUBRICA DA DIFERENCA PRECISA
      * ESTAR CADASTRADA COMO PROVENTO, SENAO A FOLHA A
      * IGNORARIA
      *****************************************************
       FD  TABELA-RUBRICAS.
       01  TABELA-RUBRICAS-REG.
           05  RB-CODIGO           PIC X(04).
           05  RB-DESCRICAO        PIC X(16).
           05  RB-TIPO             PIC X(01).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * VERBAS VARIAVEIS DO PERIODO, O MESMO LAYOUT LIDO
      * PELO PROGCOB04 - A DIFERENCA E ACRESCENTADA AO FIM
      * DAS VERBAS JA DIGITADAS PELO RH
      *****************************************************
       FD  VERBAS-SAIDA.
       01  VERBAS-SAIDA-REG.
           05  VB-COMPANHIA        PIC X(02).
           05  VB-MATRICULA        PIC 9(06).
           05  VB-RUBRICA          PIC X(04).
           05  VB-VALOR            PIC 9(06)V99.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * PAGAMENTOS DOS REAJUSTADOS DESDE A VIGENCIA; TIPO
      * 'N' TAMBEM PARA A FOLHA NORMAL GRAVADA COM BRANCO.
      * A SEQUENCIA DE LEITURA MANTEM A ORDEM DO EXTRATO E
      * O ULTIMO REGISTRO DO PAGAMENTO PREVALECE (RERUN DA
      * MESMA FOLHA ACUMULA NO FOLHAEXT)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-PERIODO         PIC X(06).
           05  SRT-TIPO            PIC X(01).
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-BRUTO           PIC 9(06)V99.
           05  SRT-IND-REAJ        PIC 9(04).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-RUBRICA   PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-VERBAS    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-RUBRICA  PIC X(01) VALUE 'N'.
           88 FIM-RUBRICAS          VALUE 'S'.
       77 WRK-FIM-MOVH     PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS        VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-MESTRE-OK    PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO         VALUE 'S'.
       77 WRK-EXTRATO-OK   PIC X(01) VALUE 'N'.
           88 EXTRATO-ABERTO        VALUE 'S'.
       77 WRK-VERBAS-OK    PIC X(01) VALUE 'N'.
           88 VERBAS-ABERTO         VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-SEQUENCIA    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRA POR PAGAMENTO (MATRICULA, PERIODO E TIPO); O
      * ULTIMO REGISTRO DE CADA UM FICA GUARDADO PARA A
      * APURACAO DA DIFERENCA
      *---------------------------------------------------
       77 WRK-TEM-PAGAMENTO PIC X(01) VALUE 'N'.
           88 PAGAMENTO-PENDENTE    VALUE 'S'.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-QUEBRA-PER   PIC X(06) VALUE SPACES.
       77 WRK-QUEBRA-TIPO  PIC X(01) VALUE SPACES.
       77 WRK-BRUTO-PAGO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IND-PAGO     PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * PARAMETRO DO RUN, JA COM OS DEFAULTS APLICADOS
      *---------------------------------------------------
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-CARGO        PIC X(04) VALUE SPACES.
       77 WRK-DEPTO        PIC X(03) VALUE SPACES.
       77 WRK-PERCENTUAL   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VIGENCIA     PIC X(06) VALUE SPACES.
       77 WRK-RUBRICA      PIC X(04) VALUE 'DISS'.
       77 WRK-RUBRICA-OK   PIC X(01) VALUE 'N'.
           88 RUBRICA-CADASTRADA    VALUE 'S'.
      *---------------------------------------------------
      * EVENTO DO EMPMOVH: 'DISSID' + VIGENCIA. UM EMPREGADO
      * QUE JA TEM ESTE EVENTO NO HISTORICO NAO E REAJUSTADO
      * DE NOVO SE O RUN FOR REPETIDO
      *---------------------------------------------------
       01 WRK-MOV-EVENTO.
           05 FILLER           PIC X(06) VALUE 'DISSID'.
           05 WRK-MOV-VIGENCIA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-ATUAL PIC X(06) VALUE SPACES.
      *---------------------------------------------------
      * MATRICULAS JA REAJUSTADAS NESTA VIGENCIA, LIDAS DO
      * EMPMOVH NO INICIO DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-JA-REAJ PIC 9(04) VALUE ZEROS.
       01 TAB-JA-REAJUSTADOS.
           05 JRJ-MATRICULA    PIC 9(06) OCCURS 1000 TIMES.
      *---------------------------------------------------
      * EMPREGADOS REAJUSTADOS NESTE RUN: O SALARIO ANTIGO
      * E A DIFERENCA APURADA NO EXTRATO, GRAVADA NO FIM
      * COMO VERBA
      *---------------------------------------------------
       77 WRK-QTDE-REAJ    PIC 9(04) VALUE ZEROS.
       01 TAB-REAJUSTADOS.
           05 REJ-ENTRADA OCCURS 1000 TIMES.
               10 REJ-MATRICULA    PIC 9(06).
               10 REJ-SALARIO-ANT  PIC 9(06)V99.
               10 REJ-DIFERENCA    PIC 9(07)V99.
               10 REJ-QTDE-PGTOS   PIC 9(03).
       77 WRK-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * CALCULO DO REAJUSTE E DA DIFERENCA DE UM PAGAMENTO
      *---------------------------------------------------
       77 WRK-SALARIO-ANT  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-DIF     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-DIF      PIC 9(07)V99 VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REPETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PGTOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DUPLIC    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VERBAS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED         PIC ZZ9,99 VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-REAJUSTAR-EMPREGADO
               THRU 2000-REAJUSTAR-EMPREGADO-EXIT
               UNTIL FIM-MESTRE.
           IF WRK-QTDE-REAJ > ZEROS
               PERFORM 3000-APURAR-DIFERENCAS
                   THRU 3000-APURAR-DIFERENCAS-EXIT
               PERFORM 4000-GRAVAR-VERBAS
                   THRU 4000-GRAVAR-VERBAS-EXIT
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
           MOVE "PROGCB3D" TO AU-PROGRAMA.
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
      * LE E VALIDA O PARAMETRO, CONFERE A RUBRICA NA
      * TABELA, CARREGA AS MATRICULAS JA REAJUSTADAS NESTA
      * VIGENCIA, ABRE O EXTRATO E O FOLHAVRB E POSICIONA O
      * MESTRE NA COMPANHIA. QUALQUER FALHA AQUI BLOQUEIA O
      * RUN COM RC 8 ANTES DE TOCAR NO MESTRE E NO EMPMOVH
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CONFERIR-RUBRICA
               THRU 1200-CONFERIR-RUBRICA-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-REAJUSTADOS
               THRU 1300-CARREGAR-REAJUSTADOS-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1400-ABRIR-SAIDAS THRU 1400-ABRIR-SAIDAS-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-MESTRE-OK.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE WRK-PERCENTUAL TO WRK-PCT-ED.
           DISPLAY "========== REAJUSTE COLETIVO (DISSIDIO) ==========".
           DISPLAY 'COMPANHIA ' WRK-COMPANHIA ' CARGO ' WRK-CARGO
               ' DEPTO ' WRK-DEPTO ' PERCENTUAL ' WRK-PCT-ED
               ' VIGENCIA ' WRK-VIGENCIA ' RUBRICA ' WRK-RUBRICA.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE ZEROS TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           IF NOT FIM-MESTRE
               PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O PARAMDIS E APLICA OS DEFAULTS. PERCENTUAL ENTRE
      * 0,01 E 100,00 E VIGENCIA AAAAMM VALIDA, NAO POSTERIOR
      * AO MES CORRENTE - FORA DISSO O RUN E BLOQUEADO
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-DISSIDIO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMDIS INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAM-DISSIDIO
               AT END
                   DISPLAY 'PARAMDIS VAZIO - DISSIDIO BLOQUEADO'
                   MOVE 8 TO WRK-RC-RUN
           END-READ.
           CLOSE PARAM-DISSIDIO.
           IF WRK-RC-RUN = 8
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           IF DS-COMPANHIA NOT = SPACES
               MOVE DS-COMPANHIA TO WRK-COMPANHIA
           END-IF.
           MOVE DS-CARGO TO WRK-CARGO.
           MOVE DS-DEPTO TO WRK-DEPTO.
           IF DS-RUBRICA NOT = SPACES
               MOVE DS-RUBRICA TO WRK-RUBRICA
           END-IF.
           IF DS-PERCENTUAL-X NOT NUMERIC
               OR DS-PERCENTUAL = ZEROS
               OR DS-PERCENTUAL > 100
               DISPLAY 'PERCENTUAL INVALIDO NO PARAMDIS: '
                   DS-PERCENTUAL-X ' - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE DS-PERCENTUAL TO WRK-PERCENTUAL.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           MOVE WRK-DATA-AUDIT (1:6) TO WRK-PERIODO-ATUAL.
           IF DS-VIGENCIA NOT NUMERIC
               OR DS-VIG-MES < 1 OR DS-VIG-MES > 12
               OR DS-VIGENCIA > WRK-PERIODO-ATUAL
               DISPLAY 'VIGENCIA INVALIDA NO PARAMDIS: ' DS-VIGENCIA
                   ' - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE DS-VIGENCIA TO WRK-VIGENCIA.
           MOVE DS-VIGENCIA TO WRK-MOV-VIGENCIA.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * A RUBRICA DA DIFERENCA TEM DE ESTAR NO RUBRITAB COMO
      * PROVENTO ('P') - SEM ISSO A FOLHA IGNORARIA A VERBA
      * E O RETROATIVO SE PERDERIA, ENTAO O RUN E BLOQUEADO
      *****************************************************
       1200-CONFERIR-RUBRICA.
           MOVE 'N' TO WRK-RUBRICA-OK.
           OPEN INPUT TABELA-RUBRICAS.
           IF WRK-FS-RUBRICA NOT = "00"
               DISPLAY 'RUBRITAB INDISPONIVEL (STATUS ' WRK-FS-RUBRICA
                   ') - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CONFERIR-RUBRICA-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-RUBRICA.
           PERFORM 1250-LER-RUBRICA THRU 1250-LER-RUBRICA-EXIT
               UNTIL FIM-RUBRICAS.
           CLOSE TABELA-RUBRICAS.
           IF NOT RUBRICA-CADASTRADA
               DISPLAY 'RUBRICA ' WRK-RUBRICA ' NAO CADASTRADA COMO'
                   ' PROVENTO NO RUBRITAB - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1200-CONFERIR-RUBRICA-EXIT.
           EXIT.

       1250-LER-RUBRICA.
           READ TABELA-RUBRICAS
               AT END
                   MOVE 'S' TO WRK-FIM-RUBRICA
               NOT AT END
                   IF RB-CODIGO = WRK-RUBRICA AND RB-TIPO = 'P'
                       MOVE 'S' TO WRK-RUBRICA-OK
                   END-IF
           END-READ.
       1250-LER-RUBRICA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA DO EMPMOVH AS MATRICULAS DA COMPANHIA QUE JA
      * TEM O EVENTO DESTE DISSIDIO - SEM O HISTORICO NINGUEM
      * FOI REAJUSTADO AINDA
      *****************************************************
       1300-CARREGAR-REAJUSTADOS.
           OPEN INPUT MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH NOT = "00"
               GO TO 1300-CARREGAR-REAJUSTADOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-MOVH.
           PERFORM 1350-LER-MOVIMENTO THRU 1350-LER-MOVIMENTO-EXIT
               UNTIL FIM-MOVIMENTOS.
           CLOSE MOVIMENTO-MESTRE.
       1300-CARREGAR-REAJUSTADOS-EXIT.
           EXIT.

       1350-LER-MOVIMENTO.
           READ MOVIMENTO-MESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-MOVH
                   GO TO 1350-LER-MOVIMENTO-EXIT
           END-READ.
           IF MV-EVENTO NOT = WRK-MOV-EVENTO
               OR MV-COMPANHIA NOT = WRK-COMPANHIA
               GO TO 1350-LER-MOVIMENTO-EXIT
           END-IF.
      *----------------------------------------------------
      *    SEM A MATRICULA NA TABELA O EMPREGADO SERIA
      *    REAJUSTADO DUAS VEZES - O RUN PARA ANTES DO MESTRE
      *----------------------------------------------------
           IF WRK-QTDE-JA-REAJ NOT < 1000
               DISPLAY 'MAIS DE 1000 JA REAJUSTADOS NA VIGENCIA '
                   WRK-VIGENCIA ' NO EMPMOVH - MATRICULA '
                   MV-MATRICULA ' - DISSIDIO BLOQUEADO'
               MOVE 'S' TO WRK-FIM-MOVH
               MOVE 8 TO WRK-RC-RUN
               GO TO 1350-LER-MOVIMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JA-REAJ.
           MOVE MV-MATRICULA TO JRJ-MATRICULA (WRK-QTDE-JA-REAJ).
       1350-LER-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * ABRE O EXTRATO CONTABIL E O FOLHAVRB ANTES DO
      * MESTRE: SEM ELES O RETROATIVO NAO TEM COMO SER
      * APURADO NEM GRAVADO E O REAJUSTE NAO PODE COMECAR -
      * O RUN E BLOQUEADO COM RC 8 SEM ALTERAR NADA
      *****************************************************
       1400-ABRIR-SAIDAS.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               DISPLAY 'FOLHAEXT INDISPONIVEL (STATUS ' WRK-FS-EXTRATO
                   ') - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1400-ABRIR-SAIDAS-EXIT
           END-IF.
           MOVE 'S' TO WRK-EXTRATO-OK.
           OPEN EXTEND VERBAS-SAIDA.
           IF WRK-FS-VERBAS = "35"
               OPEN OUTPUT VERBAS-SAIDA
           END-IF.
           IF WRK-FS-VERBAS NOT = "00"
               DISPLAY 'FOLHAVRB INDISPONIVEL (STATUS ' WRK-FS-VERBAS
                   ') - DISSIDIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1400-ABRIR-SAIDAS-EXIT
           END-IF.
           MOVE 'S' TO WRK-VERBAS-OK.
       1400-ABRIR-SAIDAS-EXIT.
           EXIT.

      *****************************************************
      * REAJUSTA O EMPREGADO CORRENTE DO MESTRE SE ESTA
      * ATIVO, TEM SALARIO E PASSA NO FILTRO DE CARGO E DE
      * DEPARTAMENTO; GUARDA O SALARIO ANTIGO NA TABELA PARA
      * A APURACAO DA DIFERENCA
      *****************************************************
       2000-REAJUSTAR-EMPREGADO.
           IF EMP-COMPANHIA NOT = WRK-COMPANHIA
               MOVE 'S' TO WRK-FIM-MESTRE
               GO TO 2000-REAJUSTAR-EMPREGADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF EMP-INATIVO
               OR (WRK-CARGO NOT = SPACES AND EMP-CARGO NOT = WRK-CARGO)
               OR (WRK-DEPTO NOT = SPACES AND EMP-DEPTO NOT = WRK-DEPTO)
               ADD 1 TO WRK-QTDE-FORA
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF EMP-SALARIO NOT NUMERIC OR EMP-SALARIO = ZEROS
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY EMP-ID ' ' EMP-NOME
                   ' *** SEM SALARIO NO MESTRE - NAO REAJUSTADO ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-PROCURAR-JA-REAJUSTADO
               THRU 2200-PROCURAR-JA-REAJUSTADO-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               ADD 1 TO WRK-QTDE-REPETIDOS
               DISPLAY EMP-ID ' ' EMP-NOME
                   ' *** JA REAJUSTADO NESTA VIGENCIA - IGNORADO ***'
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF WRK-QTDE-REAJ NOT LESS THAN 1000
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY EMP-ID ' ' EMP-NOME
                   ' *** TABELA DE REAJUSTADOS CHEIA - RODAR DE NOVO'
                   ' PARA O RESTANTE ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE EMP-SALARIO TO WRK-SALARIO-ANT.
           COMPUTE WRK-SALARIO-NOVO ROUNDED =
               WRK-SALARIO-ANT * (100 + WRK-PERCENTUAL) / 100.
           IF WRK-SALARIO-NOVO > 999999,99
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY EMP-ID ' ' EMP-NOME
                   ' *** SALARIO REAJUSTADO EXCEDE O CAMPO DO MESTRE'
                   ' - NAO REAJUSTADO ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 8400-CAPTURAR-ANTES THRU 8400-CAPTURAR-ANTES-EXIT.
           MOVE WRK-SALARIO-NOVO TO EMP-SALARIO.
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   DISPLAY 'ERRO AO REGRAVAR ' EMP-CHAVE
                       ' - NAO REAJUSTADO'
                   IF WRK-RC-RUN < 4
                       MOVE 4 TO WRK-RC-RUN
                   END-IF
                   GO TO 2000-LER-PROXIMO
           END-REWRITE.
           PERFORM 8500-GRAVAR-MOVIMENTO
               THRU 8500-GRAVAR-MOVIMENTO-EXIT.
           ADD 1 TO WRK-QTDE-REAJ.
           MOVE EMP-ID TO REJ-MATRICULA (WRK-QTDE-REAJ).
           MOVE WRK-SALARIO-ANT TO REJ-SALARIO-ANT (WRK-QTDE-REAJ).
           MOVE ZEROS TO REJ-DIFERENCA (WRK-QTDE-REAJ).
           MOVE ZEROS TO REJ-QTDE-PGTOS (WRK-QTDE-REAJ).
           MOVE WRK-SALARIO-ANT TO WRK-VALOR-ED.
           MOVE EMP-SALARIO TO WRK-VALOR-ED2.
           DISPLAY EMP-ID ' ' EMP-NOME ' DE ' WRK-VALOR-ED
               ' PARA ' WRK-VALOR-ED2.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT.
       2000-REAJUSTAR-EMPREGADO-EXIT.
           EXIT.

       2100-LER-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-READ.
       2100-LER-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A MATRICULA CORRENTE ENTRE AS JA REAJUSTADAS
      * NESTA VIGENCIA (ZERO SE NAO ESTIVER)
      *****************************************************
       2200-PROCURAR-JA-REAJUSTADO.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 2250-COMPARAR-JA-REAJUSTADO
               THRU 2250-COMPARAR-JA-REAJUSTADO-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-JA-REAJ
                   OR WRK-IND-ACHADO > ZEROS.
       2200-PROCURAR-JA-REAJUSTADO-EXIT.
           EXIT.

       2250-COMPARAR-JA-REAJUSTADO.
           ADD 1 TO WRK-IND.
           IF JRJ-MATRICULA (WRK-IND) = EMP-ID
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       2250-COMPARAR-JA-REAJUSTADO-EXIT.
           EXIT.

      *****************************************************
      * VARRE O EXTRATO CONTABIL E, PARA CADA PAGAMENTO DA
      * COMPANHIA A UM EMPREGADO REAJUSTADO COM PERIODO NA
      * VIGENCIA OU DEPOIS, SOMA A DIFERENCA DEVIDA:
      *   FOLHA NORMAL ('N' OU BRANCO) - PERCENTUAL SOBRE O
      *     SALARIO ANTIGO (OU SOBRE O BRUTO PAGO, SE MENOR -
      *     MES INCOMPLETO);
      *   13o ('D') E FERIAS ('F') - PERCENTUAL SOBRE O BRUTO
      *     PAGO, QUE SAI INTEIRO DO SALARIO.
      * ADIANTAMENTO E ACERTADO NA FOLHA NORMAL DO MES E A
      * RESCISAO E DE EMPREGADO INATIVO - FICAM DE FORA.
      * O EXTRATO (ABERTO NO 1400) E CLASSIFICADO POR
      * MATRICULA, PERIODO E TIPO E SO O ULTIMO REGISTRO DE
      * CADA PAGAMENTO CONTA
      *****************************************************
       3000-APURAR-DIFERENCAS.
           SORT ARQ-CLASSIFICACAO
               ON ASCENDING KEY SRT-MATRICULA SRT-PERIODO
                   SRT-TIPO SRT-SEQUENCIA
               INPUT PROCEDURE IS 3050-SELECIONAR-PAGAMENTOS
                   THRU 3050-SELECIONAR-PAGAMENTOS-EXIT
               OUTPUT PROCEDURE IS 3300-SOMAR-PAGAMENTOS
                   THRU 3300-SOMAR-PAGAMENTOS-EXIT.
           CLOSE EXTRATO-CONTABIL.
           MOVE 'N' TO WRK-EXTRATO-OK.
       3000-APURAR-DIFERENCAS-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS PAGAMENTOS
      * DOS REAJUSTADOS NA VIGENCIA OU DEPOIS
      *****************************************************
       3050-SELECIONAR-PAGAMENTOS.
           MOVE ZEROS TO WRK-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           PERFORM 3100-LER-EXTRATO THRU 3100-LER-EXTRATO-EXIT
               UNTIL FIM-EXTRATO.
       3050-SELECIONAR-PAGAMENTOS-EXIT.
           EXIT.

       3100-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 3100-LER-EXTRATO-EXIT
           END-READ.
           ADD 1 TO WRK-SEQUENCIA.
           IF EX-COMPANHIA = SPACES
               MOVE '01' TO EX-COMPANHIA
           END-IF.
           IF EX-COMPANHIA NOT = WRK-COMPANHIA
               OR EX-PERIODO < WRK-VIGENCIA
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           IF EX-TIPO-FOLHA NOT = 'N' AND EX-TIPO-FOLHA NOT = SPACE
               AND EX-TIPO-FOLHA NOT = 'D'
               AND EX-TIPO-FOLHA NOT = 'F'
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           PERFORM 3200-PROCURAR-REAJUSTADO
               THRU 3200-PROCURAR-REAJUSTADO-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           MOVE EX-EMP-ID TO SRT-MATRICULA.
           MOVE EX-PERIODO TO SRT-PERIODO.
           IF EX-TIPO-FOLHA = SPACE
               MOVE 'N' TO SRT-TIPO
           ELSE
               MOVE EX-TIPO-FOLHA TO SRT-TIPO
           END-IF.
           MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE EX-SALARIO TO SRT-BRUTO.
           MOVE WRK-IND-ACHADO TO SRT-IND-REAJ.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A MATRICULA DO EXTRATO ENTRE AS REAJUSTADAS
      * NESTE RUN (ZERO SE NAO ESTIVER)
      *****************************************************
       3200-PROCURAR-REAJUSTADO.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 3250-COMPARAR-REAJUSTADO
               THRU 3250-COMPARAR-REAJUSTADO-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-REAJ
                   OR WRK-IND-ACHADO > ZEROS.
       3200-PROCURAR-REAJUSTADO-EXIT.
           EXIT.

       3250-COMPARAR-REAJUSTADO.
           ADD 1 TO WRK-IND.
           IF REJ-MATRICULA (WRK-IND) = EX-EMP-ID
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       3250-COMPARAR-REAJUSTADO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: NA QUEBRA DE MATRICULA,
      * PERIODO OU TIPO APLICA O PERCENTUAL AO ULTIMO
      * REGISTRO GUARDADO; OS ANTERIORES DO MESMO PAGAMENTO
      * SAO REPETICOES DE RERUN E SO SAO CONTADOS
      *****************************************************
       3300-SOMAR-PAGAMENTOS.
           MOVE 'N' TO WRK-TEM-PAGAMENTO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 3350-LER-CLASSIFICADO
               THRU 3350-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF PAGAMENTO-PENDENTE
               PERFORM 3400-APLICAR-DIFERENCA
                   THRU 3400-APLICAR-DIFERENCA-EXIT
           END-IF.
       3300-SOMAR-PAGAMENTOS-EXIT.
           EXIT.

       3350-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 3350-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF PAGAMENTO-PENDENTE
               IF SRT-MATRICULA = WRK-QUEBRA-MAT
                   AND SRT-PERIODO = WRK-QUEBRA-PER
                   AND SRT-TIPO = WRK-QUEBRA-TIPO
                   ADD 1 TO WRK-QTDE-DUPLIC
               ELSE
                   PERFORM 3400-APLICAR-DIFERENCA
                       THRU 3400-APLICAR-DIFERENCA-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-TEM-PAGAMENTO.
           MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT.
           MOVE SRT-PERIODO TO WRK-QUEBRA-PER.
           MOVE SRT-TIPO TO WRK-QUEBRA-TIPO.
           MOVE SRT-BRUTO TO WRK-BRUTO-PAGO.
           MOVE SRT-IND-REAJ TO WRK-IND-PAGO.
       3350-LER-CLASSIFICADO-EXIT.
           EXIT.

       3400-APLICAR-DIFERENCA.
           MOVE WRK-BRUTO-PAGO TO WRK-BASE-DIF.
           IF WRK-QUEBRA-TIPO = 'N'
               AND WRK-BRUTO-PAGO > REJ-SALARIO-ANT (WRK-IND-PAGO)
               MOVE REJ-SALARIO-ANT (WRK-IND-PAGO) TO WRK-BASE-DIF
           END-IF.
           COMPUTE WRK-VLR-DIF ROUNDED =
               WRK-BASE-DIF * WRK-PERCENTUAL / 100.
           ADD WRK-VLR-DIF TO REJ-DIFERENCA (WRK-IND-PAGO).
           ADD 1 TO REJ-QTDE-PGTOS (WRK-IND-PAGO).
           ADD 1 TO WRK-QTDE-PGTOS.
           MOVE 'N' TO WRK-TEM-PAGAMENTO.
       3400-APLICAR-DIFERENCA-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA AO FOLHAVRB UMA VERBA DA RUBRICA DE
      * DIFERENCA PARA CADA REAJUSTADO COM RETROATIVO A
      * RECEBER, LISTANDO OS PAGAMENTOS CONSIDERADOS. O
      * FOLHAVRB FOI ABERTO NO 1400
      *****************************************************
       4000-GRAVAR-VERBAS.
           DISPLAY "---------- DIFERENCAS RETROATIVAS ----------".
           MOVE ZEROS TO WRK-IND.
           PERFORM 4100-GRAVAR-VERBA THRU 4100-GRAVAR-VERBA-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-REAJ.
           CLOSE VERBAS-SAIDA.
           MOVE 'N' TO WRK-VERBAS-OK.
       4000-GRAVAR-VERBAS-EXIT.
           EXIT.

       4100-GRAVAR-VERBA.
           ADD 1 TO WRK-IND.
           IF REJ-DIFERENCA (WRK-IND) = ZEROS
               GO TO 4100-GRAVAR-VERBA-EXIT
           END-IF.
           MOVE REJ-DIFERENCA (WRK-IND) TO WRK-DIF-ED.
      *----------------------------------------------------
      *    O VALOR DA VERBA E 9(06)V99 - UMA DIFERENCA MAIOR
      *    NAO E TRUNCADA: FICA LISTADA PARA LANCAMENTO MANUAL
      *----------------------------------------------------
           IF REJ-DIFERENCA (WRK-IND) > 999999,99
               DISPLAY REJ-MATRICULA (WRK-IND) ' RETROATIVO '
                   WRK-DIF-ED ' *** EXCEDE O CAMPO DA VERBA - LANCAR'
                   ' MANUALMENTE ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 4100-GRAVAR-VERBA-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO VB-COMPANHIA.
           MOVE REJ-MATRICULA (WRK-IND) TO VB-MATRICULA.
           MOVE WRK-RUBRICA TO VB-RUBRICA.
           MOVE REJ-DIFERENCA (WRK-IND) TO VB-VALOR.
           WRITE VERBAS-SAIDA-REG.
           ADD 1 TO WRK-QTDE-VERBAS.
           ADD REJ-DIFERENCA (WRK-IND) TO WRK-TOT-DIFERENCA.
           DISPLAY REJ-MATRICULA (WRK-IND) ' PAGAMENTOS '
               REJ-QTDE-PGTOS (WRK-IND) ' RETROATIVO ' WRK-DIF-ED.
       4100-GRAVAR-VERBA-EXIT.
           EXIT.

      *****************************************************
      * CAPTURA A IMAGEM "ANTES" DO REGISTRO DO MESTRE QUE
      * ESTA NA AREA DO ARQUIVO, ANTES DE QUALQUER MOVE
      * SOBRE ELE (MESMA ROTINA DO PROGCOB03)
      *****************************************************
       8400-CAPTURAR-ANTES.
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
       8400-CAPTURAR-ANTES-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA NO HISTORICO DE MOVIMENTOS (EMPMOVH) A
      * IMAGEM ANTES/DEPOIS DO REAJUSTE, COM O EVENTO
      * 'DISSID' + VIGENCIA
      *****************************************************
       8500-GRAVAR-MOVIMENTO.
           MOVE "PROGCB3D" TO MV-PROGRAMA.
           MOVE WRK-OPERADOR TO MV-OPERADOR.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           MOVE WRK-MOV-EVENTO TO MV-EVENTO.
           MOVE EMP-COMPANHIA TO MV-COMPANHIA.
           MOVE EMP-ID TO MV-MATRICULA.
           MOVE EMP-NOME TO MV-DEP-NOME.
           MOVE EMP-SITUACAO TO MV-DEP-SITUACAO.
           MOVE EMP-DEPTO TO MV-DEP-DEPTO.
           MOVE EMP-CCUSTO TO MV-DEP-CCUSTO.
           MOVE EMP-BANCO TO MV-DEP-BANCO.
           MOVE EMP-AGENCIA TO MV-DEP-AGENCIA.
           MOVE EMP-CONTA TO MV-DEP-CONTA.
           MOVE EMP-SALARIO TO MV-DEP-SALARIO.
           MOVE EMP-CARGO TO MV-DEP-CARGO.
           MOVE EMP-CPF TO MV-DEP-CPF.
           MOVE EMP-PIS TO MV-DEP-PIS.
           OPEN EXTEND MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "35"
               OPEN OUTPUT MOVIMENTO-MESTRE
           END-IF.
           WRITE MOVIMENTO-MESTRE-REG.
           CLOSE MOVIMENTO-MESTRE.
       8500-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * FECHA O MESTRE E O QUE AINDA ESTIVER ABERTO (EXTRATO
      * E FOLHAVRB FICAM ABERTOS QUANDO NINGUEM FOI
      * REAJUSTADO OU O MESTRE NAO ABRIU), IMPRIME OS TOTAIS
      * E REGISTRA O TERMINO NA TRILHA DE AUDITORIA COM A
      * QUANTIDADE DE REAJUSTADOS NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF EXTRATO-ABERTO
               CLOSE EXTRATO-CONTABIL
           END-IF.
           IF VERBAS-ABERTO
               CLOSE VERBAS-SAIDA
           END-IF.
           IF MESTRE-ABERTO
               CLOSE EMPLOYEE-MASTER
               MOVE WRK-TOT-DIFERENCA TO WRK-TOTAL-ED
               DISPLAY 'EMPREGADOS LIDOS......: ' WRK-QTDE-LIDOS
               DISPLAY 'FORA DO FILTRO/INATIVOS: ' WRK-QTDE-FORA
               DISPLAY 'JA REAJUSTADOS........: ' WRK-QTDE-REPETIDOS
               DISPLAY 'RECUSADOS.............: ' WRK-QTDE-RECUSADOS
               DISPLAY 'REAJUSTADOS...........: ' WRK-QTDE-REAJ
               DISPLAY 'PAGAMENTOS RETROATIVOS: ' WRK-QTDE-PGTOS
               DISPLAY 'REPETIDOS NO EXTRATO..: ' WRK-QTDE-DUPLIC
               DISPLAY 'VERBAS GRAVADAS.......: ' WRK-QTDE-VERBAS
               DISPLAY 'TOTAL DO RETROATIVO...: ' WRK-TOTAL-ED
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB3D" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-REAJ TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
