       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB27.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: IMPORTACAO DO PONTO ELETRONICO: LE A EXPORTACAO
      *           DO RELOGIO (PONTOEXP - COMPANHIA, MATRICULA,
      *           DATA E HORA DE CADA MARCACAO) DO PERIODO DO
      *           PARAMPER, PAREIA AS MARCACOES DO DIA EM
      *           ENTRADA/SAIDA E APURA AS HORAS TRABALHADAS DE
      *           CADA EMPREGADO CONTRA A JORNADA PADRAO DA
      *           COMPANHIA (JORNADTB) E O CALENDARIO CALENDIA:
      *           - EM DIA UTIL, O QUE PASSA DA JORNADA (ALEM DA
      *             TOLERANCIA) E HORA EXTRA 50% (RUBRICA HE50);
      *           - FORA DE DIA UTIL, TODA HORA TRABALHADA E
      *             HORA EXTRA 100% (RUBRICA H100);
      *           - DIA UTIL SEM MARCACAO, DESDE A ADMISSAO E
      *             ATE HOJE, E FALTA NAO REMUNERADA.
      *           AS HORAS EXTRAS VIRAM VERBAS NO FOLHAVRB
      *           (SALARIO / DIVISOR MENSAL DA JORNADA X FATOR)
      *           E AS FALTAS VIRAM O REGISTRO DO FOLHADIA QUE A
      *           FOLHA NORMAL (PROGCOB04) DESCONTA. DIA COM
      *           NUMERO IMPAR OU INVALIDO DE MARCACOES, MARCACAO
      *           DE MATRICULA NAO CADASTRADA OU INATIVA E
      *           EMPREGADO SEM NENHUMA MARCACAO NO PERIODO VAO
      *           PARA O RELATORIO DE EXCECOES (PONTOEXC) EM VEZ
      *           DE SEREM ADIVINHADOS; VERBA OU AUSENCIA JA
      *           LANCADA PARA O EMPREGADO NO PERIODO E MANTIDA
      *           E TAMBEM VAI PARA AS EXCECOES - UM RUN
      *           REPETIDO NAO DUPLICA NADA. DIA COBERTO POR
      *           AFASTAMENTO (AFASTMST, VIA PROGCOB43C) OU POR
      *           FERIAS JA PAGAS (FERIAPRG BAIXADO NO FERIAMST)
      *           NAO E FALTA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - HORAS EXTRAS E
      *                    FALTAS ERAM DIGITADAS DOS CARTOES DE
      *                    PONTO EM PAPEL
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  DIA UTIL SEM MARCACAO COBERTO POR
      *                    AFASTAMENTO ATIVO NO AFASTMST (O MESMO
      *                    CRITERIO DO PROGCOB04, VIA PROGCOB43C)
      *                    OU POR GOZO DE FERIAS JA PAGO PELO
      *                    PROGCOB04P (FERIAPRG BAIXADO NO
      *                    FERIAMST) NAO E MAIS LANCADO COMO
      *                    FALTA NO FOLHADIA - A FOLHA DESCONTAVA
      *                    O MESMO DIA DUAS VEZES. EMPREGADO SEM
      *                    MARCACAO COM TODOS OS DIAS COBERTOS NAO
      *                    VAI PARA AS EXCECOES. SEM OS ARQUIVOS,
      *                    AVISO E RC 4
      * 15/10/2026 GABPI0  GOZO PAGO CONFERIDO CONTRA TODAS AS
      *                    FRACOES PAGAS DO PERIODO (FR-GOZO-PAGO)
      *                    - COM FERIAS FRACIONADAS SO A ULTIMA
      *                    FRACAO ERA RECONHECIDA COMO PAGA
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-PERIODO ASSIGN TO "PARAMPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT TABELA-JORNADAS ASSIGN TO "JORNADTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNADA.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALENDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALEND.
           SELECT TABELA-RUBRICAS ASSIGN TO "RUBRITAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT MARCACOES-PONTO ASSIGN TO "PONTOEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT VERBAS-PERIODO ASSIGN TO "FOLHAVRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAS.
           SELECT AUSENCIAS-PERIODO ASSIGN TO "FOLHADIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUSENCIAS.
           SELECT RELATORIO-EXCECOES ASSIGN TO "PONTOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECAO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT CADASTRO-AFASTAMENTO ASSIGN TO "AFASTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-FS-AFAST.
           SELECT PROGRAMACAO-FERIAS ASSIGN TO "FERIAPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROGFER.
           SELECT CONTROLE-FERIAS ASSIGN TO "FERIAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODO DO PONTO (AAAAMM) - OBRIGATORIO
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
      *****************************************************
      * JORNADA PADRAO POR COMPANHIA MANTIDA PELO RH:
      * ENTRADA E SAIDA (HHMM), INTERVALO E TOLERANCIA
      * DIARIA EM MINUTOS E O DIVISOR MENSAL DE HORAS QUE DA
      * O VALOR DA HORA (EX. 220). COMPANHIA FORA DA TABELA
      * NAO TEM CONTROLE DE PONTO
      *****************************************************
       FD  TABELA-JORNADAS.
       01  TABELA-JORNADAS-REG.
           05  JN-COMPANHIA        PIC X(02).
           05  JN-ENTRADA.
               10  JN-ENT-HORA     PIC 9(02).
               10  JN-ENT-MINUTO   PIC 9(02).
           05  JN-SAIDA.
               10  JN-SAI-HORA     PIC 9(02).
               10  JN-SAI-MINUTO   PIC 9(02).
           05  JN-INTERVALO        PIC 9(03).
           05  JN-TOLERANCIA       PIC 9(02).
           05  JN-DIVISOR          PIC 9(03).
      *****************************************************
      * CALENDARIO MANTIDO PELA OPERACAO, O MESMO LIDO PELO
      * PROGCOB04 E PELO PORTAO PROGCOB11: DATA (AAAAMMDD) E
      * TIPO 'U' (DIA UTIL) OU 'F' (FERIADO); DIA DO PERIODO
      * SEM REGISTRO NAO E DIA UTIL
      *****************************************************
       FD  CALENDARIO-DIAS.
       01  CALENDARIO-REG.
           05  CD-DATA             PIC X(08).
           05  CD-DATA-R REDEFINES CD-DATA.
               10  CD-PERIODO      PIC X(06).
               10  CD-DIA          PIC 9(02).
           05  CD-TIPO             PIC X(01).
               88  DIA-UTIL               VALUE 'U'.
      *****************************************************
      * TABELA DE RUBRICAS DA FOLHA (O MESMO LAYOUT LIDO
      * PELO PROGCOB04) - AS DUAS RUBRICAS DE HORA EXTRA
      * PRECISAM ESTAR CADASTRADAS COMO PROVENTO
      *****************************************************
       FD  TABELA-RUBRICAS.
       01  TABELA-RUBRICAS-REG.
           05  RB-CODIGO           PIC X(04).
           05  RB-DESCRICAO        PIC X(16).
           05  RB-TIPO             PIC X(01).
      *****************************************************
      * EXPORTACAO DO RELOGIO DE PONTO: UMA MARCACAO POR
      * REGISTRO, EM QUALQUER ORDEM
      *****************************************************
       FD  MARCACOES-PONTO.
       01  MARCACOES-PONTO-REG.
           05  PT-COMPANHIA        PIC X(02).
           05  PT-MATRICULA        PIC 9(06).
           05  PT-DATA             PIC X(08).
           05  PT-HORA             PIC X(04).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * VERBAS VARIAVEIS DO PERIODO, O MESMO LAYOUT LIDO
      * PELO PROGCOB04 - AS HORAS EXTRAS SAO ACRESCENTADAS
      * AO FIM DAS VERBAS JA DIGITADAS PELO RH
      *****************************************************
       FD  VERBAS-PERIODO.
       01  VERBAS-PERIODO-REG.
           05  VB-COMPANHIA        PIC X(02).
           05  VB-MATRICULA        PIC 9(06).
           05  VB-RUBRICA          PIC X(04).
           05  VB-VALOR            PIC 9(06)V99.
      *****************************************************
      * AUSENCIAS DO PERIODO, O MESMO LAYOUT LIDO PELO
      * PROGCOB04: DIAS NAO TRABALHADOS POR COMPANHIA +
      * MATRICULA + PERIODO
      *****************************************************
       FD  AUSENCIAS-PERIODO.
       01  AUSENCIAS-PERIODO-REG.
           05  FA-COMPANHIA        PIC X(02).
           05  FA-MATRICULA        PIC 9(06).
           05  FA-PERIODO          PIC X(06).
           05  FA-DIAS-AUSENTES    PIC 9(02).
       FD  RELATORIO-EXCECOES.
       01  RELATORIO-EXCECOES-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
      *****************************************************
      * PROGRAMACAO DE FERIAS DO RH, A MESMA PAGA PELO
      * PROGCOB04P: COMPANHIA (BRANCO = '01'), MATRICULA,
      * DATA DE INICIO DO GOZO (AAAAMMDD) E DIAS (5 A 30)
      *****************************************************
       FD  PROGRAMACAO-FERIAS.
       01  PROGRAMACAO-FERIAS-REG.
           05  FG-COMPANHIA        PIC X(02).
           05  FG-MATRICULA        PIC X(06).
           05  FG-DATA-INICIO      PIC X(08).
           05  FG-DIAS             PIC X(02).
       FD  CONTROLE-FERIAS.
           COPY FERIAREC.
      *****************************************************
      * ORIGEM '0' = DADOS DO MESTRE DA MATRICULA, '1' =
      * MARCACAO DO RELOGIO EM ORDEM DE DATA E HORA
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-ORIGEM          PIC X(01).
           05  SRT-DATA            PIC X(08).
           05  SRT-HORA            PIC X(04).
           05  SRT-SITUACAO        PIC X(01).
           05  SRT-DATA-CAD        PIC X(08).
           05  SRT-SALARIO         PIC 9(06)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNADA   PIC X(02) VALUE SPACES.
       77 WRK-FS-CALEND    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUBRICA   PIC X(02) VALUE SPACES.
       77 WRK-FS-PONTO     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-VERBAS    PIC X(02) VALUE SPACES.
       77 WRK-FS-AUSENCIAS PIC X(02) VALUE SPACES.
       77 WRK-FS-EXCECAO   PIC X(02) VALUE SPACES.
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
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
       77 WRK-FIM-LEITURA  PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * RUBRICAS DAS HORAS EXTRAS E FATORES SOBRE A HORA
      * NORMAL
      *---------------------------------------------------
       77 WRK-RUBRICA-50   PIC X(04) VALUE 'HE50'.
       77 WRK-RUBRICA-100  PIC X(04) VALUE 'H100'.
       77 WRK-FATOR-50     PIC 9(01)V99 VALUE 1,50.
       77 WRK-FATOR-100    PIC 9(01)V99 VALUE 2,00.
       77 WRK-ACHOU-RUB-50 PIC X(01) VALUE 'N'.
           88 RUBRICA-50-CADASTRADA VALUE 'S'.
       77 WRK-ACHOU-RUB-100 PIC X(01) VALUE 'N'.
           88 RUBRICA-100-CADASTRADA VALUE 'S'.
      *---------------------------------------------------
      * JORNADAS POR COMPANHIA, COM A JORNADA DIARIA JA EM
      * MINUTOS
      *---------------------------------------------------
       77 WRK-QTDE-JORNADAS PIC 9(02) VALUE ZEROS.
       01 TAB-JORNADAS.
           05 JRN-ENTRADA OCCURS 20 TIMES.
               10 JRN-COMPANHIA    PIC X(02).
               10 JRN-MINUTOS-DIA  PIC 9(04).
               10 JRN-TOLERANCIA   PIC 9(02).
               10 JRN-DIVISOR      PIC 9(03).
       77 WRK-IND-JRN      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-JRN-ACHADO PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------
      * DIAS DO PERIODO: 'U' = DIA UTIL NO CALENDIA
      *---------------------------------------------------
       77 WRK-QTDE-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
       01 TAB-DIAS-PERIODO.
           05 DIA-TIPO         PIC X(01) OCCURS 31 TIMES.
      *---------------------------------------------------
      * VERBAS DE HORA EXTRA E AUSENCIAS JA LANCADAS NO
      * PERIODO (DIGITADAS OU DE UM RUN ANTERIOR) - NAO SAO
      * GRAVADAS DE NOVO
      *---------------------------------------------------
       77 WRK-QTDE-JA-VERBAS PIC 9(04) VALUE ZEROS.
       01 TAB-JA-VERBAS.
           05 JVB-ENTRADA OCCURS 1000 TIMES.
               10 JVB-COMPANHIA    PIC X(02).
               10 JVB-MATRICULA    PIC 9(06).
               10 JVB-RUBRICA      PIC X(04).
       77 WRK-QTDE-JA-AUSENC PIC 9(04) VALUE ZEROS.
       01 TAB-JA-AUSENCIAS.
           05 JAU-ENTRADA OCCURS 1000 TIMES.
               10 JAU-COMPANHIA    PIC X(02).
               10 JAU-MATRICULA    PIC 9(06).
       77 WRK-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-RUBRICA-PROC PIC X(04) VALUE SPACES.
      *---------------------------------------------------
      * MATRICULA EM ANDAMENTO NA SAIDA DO SORT
      *---------------------------------------------------
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-EMPREGADO PIC X(01) VALUE 'N'.
           88 EMPREGADO-PENDENTE    VALUE 'S'.
       77 WRK-CADASTRADO   PIC X(01) VALUE 'N'.
           88 MATRICULA-CADASTRADA  VALUE 'S'.
       77 WRK-EMP-ATIVO    PIC X(01) VALUE 'N'.
           88 EMPREGADO-ATIVO       VALUE 'S'.
       77 WRK-DATA-CAD     PIC X(08) VALUE SPACES.
       77 WRK-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-MARC-EMP PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-50       PIC 9(05) VALUE ZEROS.
       77 WRK-MIN-100      PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-FALTA   PIC 9(02) VALUE ZEROS.
       01 TAB-PRESENCA.
           05 PRS-DIA          PIC X(01) OCCURS 31 TIMES.
      *---------------------------------------------------
      * DIA EM ANDAMENTO: MARCACOES PAREADAS ENTRADA/SAIDA
      *---------------------------------------------------
       77 WRK-DIA-ATUAL    PIC X(08) VALUE SPACES.
       77 WRK-DIA          PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-MARC-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-ENTRADA  PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-MARCACAO PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-DIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-EXCESSO  PIC S9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-INVALIDO PIC X(01) VALUE 'N'.
           88 DIA-COM-ERRO          VALUE 'S'.
       01 WRK-HORA-MARCACAO.
           05 WRK-MARC-HORA    PIC 9(02).
           05 WRK-MARC-MINUTO  PIC 9(02).
       01 WRK-DATA-DIA.
           05 WRK-DATA-DIA-PER PIC X(06).
           05 WRK-DATA-DIA-DD  PIC 9(02).
      *---------------------------------------------------
      * DIAS DO EMPREGADO COBERTOS POR AFASTAMENTO ('A' -
      * AFASTMST, CONFERIDO PELO PROGCOB43C) OU POR FERIAS
      * JA PAGAS ('F' - GOZO DO FERIAPRG BAIXADO NO
      * FERIAMST, CARREGADO COM O PRIMEIRO E O ULTIMO DIA
      * DO GOZO NO PERIODO): ESSES DIAS NAO SAO FALTA
      *---------------------------------------------------
       77 WRK-FS-AFAST     PIC X(02) VALUE SPACES.
       77 WRK-FS-PROGFER   PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIAS    PIC X(02) VALUE SPACES.
       77 WRK-AFAST-OK     PIC X(01) VALUE 'N'.
           88 AFASTAMENTOS-DISPONIVEIS VALUE 'S'.
       77 WRK-FIM-AFAST    PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS      VALUE 'S'.
       77 WRK-DIAS-AFASTADO PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-SEM-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-GOZO-PAGO    PIC X(01) VALUE 'N'.
           88 GOZO-PAGO             VALUE 'S'.
       77 WRK-QTDE-GOZOS   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-GOZ      PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PER-FER  PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-GOZO    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AVANCO  PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
       01 WRK-GOZO-FIM.
           05 GFM-ANO          PIC 9(04).
           05 GFM-MES          PIC 9(02).
           05 GFM-DIA          PIC 9(02).
       01 TAB-FERIAS-GOZO.
           05 GOZ-ENTRADA OCCURS 1000 TIMES.
               10 GOZ-COMPANHIA    PIC X(02).
               10 GOZ-MATRICULA    PIC 9(06).
               10 GOZ-PRIMEIRO     PIC 9(02).
               10 GOZ-ULTIMO       PIC 9(02).
       77 WRK-COB-TIPO     PIC X(01) VALUE SPACE.
       77 WRK-COB-PRIMEIRO PIC 9(02) VALUE ZEROS.
       77 WRK-COB-ULTIMO   PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-COB      PIC 9(02) VALUE ZEROS.
       01 TAB-COBERTURA.
           05 COB-DIA          PIC X(01) OCCURS 31 TIMES.
      *---------------------------------------------------
      * VALOR DA HORA EXTRA
      *---------------------------------------------------
       77 WRK-VALOR-HE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MIN-HE       PIC 9(05) VALUE ZEROS.
       77 WRK-FATOR-HE     PIC 9(01)V99 VALUE ZEROS.
       77 WRK-MIN-DIVISOR  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EMPREG  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VERBAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AUSENC  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIAS-AFAST PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIAS-FERIAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VERBAS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * HORAS EM HHH:MM PARA O SYSOUT E O RELATORIO
      *---------------------------------------------------
       77 WRK-MIN-CONVERTE PIC 9(05) VALUE ZEROS.
       01 WRK-HORAS-ED.
           05 WRK-HORAS-ED-HH  PIC ZZ9.
           05 FILLER           PIC X(01) VALUE ':'.
           05 WRK-HORAS-ED-MM  PIC 99.
       77 WRK-HORAS-50-ED  PIC X(06) VALUE SPACES.
       77 WRK-HORAS-100-ED PIC X(06) VALUE SPACES.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE EXCECOES
      *---------------------------------------------------
       01 EXC-LINHA-TITULO.
           05 FILLER           PIC X(41)
               VALUE 'EXCECOES DA IMPORTACAO DO PONTO - PERIODO'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXC-TIT-PERIODO  PIC X(06).
       01 EXC-LINHA-COLUNAS.
           05 FILLER           PIC X(36)
               VALUE 'CIA MATRIC. DATA      MARC. MOTIVO'.
       01 EXC-LINHA-DETALHE.
           05 EXC-COMPANHIA    PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXC-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXC-DATA         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXC-MARCACOES    PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXC-MOTIVO       PIC X(50).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                       SRT-ORIGEM SRT-DATA SRT-HORA
                   INPUT PROCEDURE IS 3000-LIBERAR-MARCACOES
                       THRU 3000-LIBERAR-MARCACOES-EXIT
                   OUTPUT PROCEDURE IS 5000-APURAR-PONTO
                       THRU 5000-APURAR-PONTO-EXIT
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
           MOVE "PROGCB27" TO AU-PROGRAMA.
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
      * LE O PERIODO, AS JORNADAS, O CALENDARIO DO PERIODO E
      * CONFERE AS RUBRICAS; CARREGA O QUE JA ESTA LANCADO
      * NO FOLHAVRB/FOLHADIA E ABRE OS ARQUIVOS. QUALQUER
      * FALHA AQUI BLOQUEIA O RUN COM RC 8 SEM GRAVAR NADA
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-JORNADAS
               THRU 1200-CARREGAR-JORNADAS-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-CALENDARIO
               THRU 1300-CARREGAR-CALENDARIO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1400-CONFERIR-RUBRICAS
               THRU 1400-CONFERIR-RUBRICAS-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT MARCACOES-PONTO.
           IF WRK-FS-PONTO NOT = "00"
               DISPLAY 'PONTOEXP INDISPONIVEL (STATUS ' WRK-FS-PONTO
                   ') - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - IMPORTACAO BLOQUEADA'
               CLOSE MARCACOES-PONTO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1600-ABRIR-AFASTAMENTOS
               THRU 1600-ABRIR-AFASTAMENTOS-EXIT.
           PERFORM 1700-CARREGAR-FERIAS
               THRU 1700-CARREGAR-FERIAS-EXIT.
           PERFORM 1500-CARREGAR-LANCADOS
               THRU 1500-CARREGAR-LANCADOS-EXIT.
           OPEN EXTEND VERBAS-PERIODO.
           IF WRK-FS-VERBAS = "35"
               OPEN OUTPUT VERBAS-PERIODO
           END-IF.
           OPEN EXTEND AUSENCIAS-PERIODO.
           IF WRK-FS-AUSENCIAS = "35"
               OPEN OUTPUT AUSENCIAS-PERIODO
           END-IF.
           IF WRK-FS-VERBAS NOT = "00"
               OR WRK-FS-AUSENCIAS NOT = "00"
               DISPLAY 'FOLHAVRB/FOLHADIA INDISPONIVEL (STATUS '
                   WRK-FS-VERBAS '/' WRK-FS-AUSENCIAS
                   ') - IMPORTACAO BLOQUEADA'
               CLOSE MARCACOES-PONTO EMPLOYEE-MASTER
               IF AFASTAMENTOS-DISPONIVEIS
                   CLOSE CADASTRO-AFASTAMENTO
               END-IF
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-EXCECOES.
           MOVE WRK-PERIODO TO EXC-TIT-PERIODO.
           WRITE RELATORIO-EXCECOES-LINHA FROM EXC-LINHA-TITULO.
           WRITE RELATORIO-EXCECOES-LINHA FROM EXC-LINHA-COLUNAS.
           DISPLAY "========== IMPORTACAO DO PONTO - PERIODO "
               WRK-PERIODO " ==========".
           DISPLAY 'DIAS UTEIS NO CALENDIA: ' WRK-QTDE-DIAS-UTEIS
               ' - JORNADAS: ' WRK-QTDE-JORNADAS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO DO PONTO (AAAAMM)
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO DO PONTO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PERIODO-EXIT
           END-IF.
           READ PARAM-PERIODO
               AT END
                   DISPLAY 'PARAMPER VAZIO - INFORME O PERIODO'
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE PP-PERIODO TO WRK-PERIODO
           END-READ.
           CLOSE PARAM-PERIODO.
           IF RUN-VALIDO AND WRK-PERIODO NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO NO PARAMPER: ' WRK-PERIODO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS JORNADAS (JORNADTB). REGISTRO COM HORARIO
      * INVALIDO, JORNADA NAO POSITIVA OU DIVISOR ZERADO E
      * IGNORADO COM AVISO (RC 4); SEM NENHUMA JORNADA VALIDA
      * NAO HA O QUE APURAR
      *****************************************************
       1200-CARREGAR-JORNADAS.
           OPEN INPUT TABELA-JORNADAS.
           IF WRK-FS-JORNADA NOT = "00"
               DISPLAY 'JORNADTB INDISPONIVEL (STATUS ' WRK-FS-JORNADA
                   ') - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-JORNADAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1250-LER-JORNADA THRU 1250-LER-JORNADA-EXIT
               UNTIL FIM-LEITURA.
           CLOSE TABELA-JORNADAS.
           IF WRK-QTDE-JORNADAS = ZEROS
               DISPLAY 'JORNADTB SEM JORNADA VALIDA - IMPORTACAO'
                   ' BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1200-CARREGAR-JORNADAS-EXIT.
           EXIT.

       1250-LER-JORNADA.
           READ TABELA-JORNADAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1250-LER-JORNADA-EXIT
           END-READ.
           IF JN-ENTRADA NOT NUMERIC OR JN-SAIDA NOT NUMERIC
               OR JN-INTERVALO NOT NUMERIC
               OR JN-TOLERANCIA NOT NUMERIC
               OR JN-DIVISOR NOT NUMERIC
               OR JN-ENT-HORA > 23 OR JN-ENT-MINUTO > 59
               OR JN-SAI-HORA > 23 OR JN-SAI-MINUTO > 59
               OR JN-DIVISOR = ZEROS
               OR JN-SAIDA NOT > JN-ENTRADA
               DISPLAY 'JORNADA INVALIDA NO JORNADTB PARA A'
                   ' COMPANHIA ' JN-COMPANHIA ' - IGNORADA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1250-LER-JORNADA-EXIT
           END-IF.
           IF WRK-QTDE-JORNADAS NOT LESS THAN 20
               DISPLAY 'TABELA DE JORNADAS CHEIA - COMPANHIA '
                   JN-COMPANHIA ' IGNORADA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1250-LER-JORNADA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JORNADAS.
           MOVE JN-COMPANHIA TO JRN-COMPANHIA (WRK-QTDE-JORNADAS).
           COMPUTE JRN-MINUTOS-DIA (WRK-QTDE-JORNADAS) =
               (JN-SAI-HORA * 60 + JN-SAI-MINUTO)
               - (JN-ENT-HORA * 60 + JN-ENT-MINUTO)
               - JN-INTERVALO.
           MOVE JN-TOLERANCIA TO JRN-TOLERANCIA (WRK-QTDE-JORNADAS).
           MOVE JN-DIVISOR TO JRN-DIVISOR (WRK-QTDE-JORNADAS).
           IF JRN-MINUTOS-DIA (WRK-QTDE-JORNADAS) = ZEROS
               DISPLAY 'JORNADA SEM HORAS NO JORNADTB PARA A'
                   ' COMPANHIA ' JN-COMPANHIA ' - IGNORADA'
               SUBTRACT 1 FROM WRK-QTDE-JORNADAS
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
           END-IF.
       1250-LER-JORNADA-EXIT.
           EXIT.

      *****************************************************
      * MARCA OS DIAS UTEIS DO PERIODO A PARTIR DO CALENDIA.
      * SEM O CALENDARIO OU SEM NENHUM DIA UTIL DO PERIODO
      * NAO HA COMO SEPARAR 50% DE 100% NEM APURAR FALTAS
      *****************************************************
       1300-CARREGAR-CALENDARIO.
           MOVE SPACES TO TAB-DIAS-PERIODO.
           OPEN INPUT CALENDARIO-DIAS.
           IF WRK-FS-CALEND NOT = "00"
               DISPLAY 'CALENDIA INDISPONIVEL (STATUS ' WRK-FS-CALEND
                   ') - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1300-CARREGAR-CALENDARIO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1350-LER-CALENDARIO
               THRU 1350-LER-CALENDARIO-EXIT
               UNTIL FIM-LEITURA.
           CLOSE CALENDARIO-DIAS.
           IF WRK-QTDE-DIAS-UTEIS = ZEROS
               DISPLAY 'CALENDIA SEM DIA UTIL DO PERIODO '
                   WRK-PERIODO ' - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1300-CARREGAR-CALENDARIO-EXIT.
           EXIT.

       1350-LER-CALENDARIO.
           READ CALENDARIO-DIAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF CD-PERIODO = WRK-PERIODO AND DIA-UTIL
                       AND CD-DIA NUMERIC
                       AND CD-DIA > ZEROS AND CD-DIA < 32
                       IF DIA-TIPO (CD-DIA) NOT = 'U'
                           MOVE 'U' TO DIA-TIPO (CD-DIA)
                           ADD 1 TO WRK-QTDE-DIAS-UTEIS
                       END-IF
                   END-IF
           END-READ.
       1350-LER-CALENDARIO-EXIT.
           EXIT.

      *****************************************************
      * AS DUAS RUBRICAS DE HORA EXTRA TEM DE ESTAR NO
      * RUBRITAB COMO PROVENTO ('P') - SEM ISSO A FOLHA
      * IGNORARIA AS VERBAS, ENTAO O RUN E BLOQUEADO
      *****************************************************
       1400-CONFERIR-RUBRICAS.
           OPEN INPUT TABELA-RUBRICAS.
           IF WRK-FS-RUBRICA NOT = "00"
               DISPLAY 'RUBRITAB INDISPONIVEL (STATUS ' WRK-FS-RUBRICA
                   ') - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1400-CONFERIR-RUBRICAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1450-LER-RUBRICA THRU 1450-LER-RUBRICA-EXIT
               UNTIL FIM-LEITURA.
           CLOSE TABELA-RUBRICAS.
           IF NOT RUBRICA-50-CADASTRADA
               OR NOT RUBRICA-100-CADASTRADA
               DISPLAY 'RUBRICAS ' WRK-RUBRICA-50 ' E '
                   WRK-RUBRICA-100 ' PRECISAM ESTAR NO RUBRITAB COMO'
                   ' PROVENTO - IMPORTACAO BLOQUEADA'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1400-CONFERIR-RUBRICAS-EXIT.
           EXIT.

       1450-LER-RUBRICA.
           READ TABELA-RUBRICAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF RB-CODIGO = WRK-RUBRICA-50 AND RB-TIPO = 'P'
                       MOVE 'S' TO WRK-ACHOU-RUB-50
                   END-IF
                   IF RB-CODIGO = WRK-RUBRICA-100 AND RB-TIPO = 'P'
                       MOVE 'S' TO WRK-ACHOU-RUB-100
                   END-IF
           END-READ.
       1450-LER-RUBRICA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS VERBAS DE HORA EXTRA JA NO FOLHAVRB E AS
      * AUSENCIAS DO PERIODO JA NO FOLHADIA. SEM OS ARQUIVOS
      * NADA FOI LANCADO AINDA
      *****************************************************
       1500-CARREGAR-LANCADOS.
           OPEN INPUT VERBAS-PERIODO.
           IF WRK-FS-VERBAS = "00"
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 1550-LER-VERBA THRU 1550-LER-VERBA-EXIT
                   UNTIL FIM-LEITURA
               CLOSE VERBAS-PERIODO
           END-IF.
           OPEN INPUT AUSENCIAS-PERIODO.
           IF WRK-FS-AUSENCIAS = "00"
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 1580-LER-AUSENCIA THRU 1580-LER-AUSENCIA-EXIT
                   UNTIL FIM-LEITURA
               CLOSE AUSENCIAS-PERIODO
           END-IF.
       1500-CARREGAR-LANCADOS-EXIT.
           EXIT.

       1550-LER-VERBA.
           READ VERBAS-PERIODO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1550-LER-VERBA-EXIT
           END-READ.
           IF VB-RUBRICA NOT = WRK-RUBRICA-50
               AND VB-RUBRICA NOT = WRK-RUBRICA-100
               GO TO 1550-LER-VERBA-EXIT
           END-IF.
           IF WRK-QTDE-JA-VERBAS NOT LESS THAN 1000
               DISPLAY 'TABELA DE VERBAS LANCADAS CHEIA - MATRICULA '
                   VB-MATRICULA ' NAO CONFERIDA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1550-LER-VERBA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JA-VERBAS.
           MOVE VB-COMPANHIA TO JVB-COMPANHIA (WRK-QTDE-JA-VERBAS).
           MOVE VB-MATRICULA TO JVB-MATRICULA (WRK-QTDE-JA-VERBAS).
           MOVE VB-RUBRICA TO JVB-RUBRICA (WRK-QTDE-JA-VERBAS).
       1550-LER-VERBA-EXIT.
           EXIT.

       1580-LER-AUSENCIA.
           READ AUSENCIAS-PERIODO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1580-LER-AUSENCIA-EXIT
           END-READ.
           IF FA-PERIODO NOT = WRK-PERIODO
               GO TO 1580-LER-AUSENCIA-EXIT
           END-IF.
           IF WRK-QTDE-JA-AUSENC NOT LESS THAN 1000
               DISPLAY 'TABELA DE AUSENCIAS LANCADAS CHEIA -'
                   ' MATRICULA ' FA-MATRICULA ' NAO CONFERIDA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1580-LER-AUSENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JA-AUSENC.
           IF FA-COMPANHIA = SPACES
               MOVE '01' TO JAU-COMPANHIA (WRK-QTDE-JA-AUSENC)
           ELSE
               MOVE FA-COMPANHIA TO JAU-COMPANHIA (WRK-QTDE-JA-AUSENC)
           END-IF.
           MOVE FA-MATRICULA TO JAU-MATRICULA (WRK-QTDE-JA-AUSENC).
       1580-LER-AUSENCIA-EXIT.
           EXIT.

      *****************************************************
      * ABRE O CADASTRO DE AFASTAMENTOS. SEM ELE O RUN
      * SEGUE, MAS DIA DE AFASTADO SEM MARCACAO VIRA FALTA -
      * AVISO E RC 4
      *****************************************************
       1600-ABRIR-AFASTAMENTOS.
           MOVE 'N' TO WRK-AFAST-OK.
           OPEN INPUT CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST NOT = "00"
               DISPLAY 'AFASTMST INDISPONIVEL (STATUS ' WRK-FS-AFAST
                   ') - AFASTAMENTOS NAO DESCONTADOS DAS FALTAS'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1600-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFAST-OK.
       1600-ABRIR-AFASTAMENTOS-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS GOZOS DE FERIAS JA PAGOS PELO PROGCOB04P
      * QUE TEM DIAS NO PERIODO. SEM O FERIAPRG OU O
      * FERIAMST O RUN SEGUE, MAS DIA DE FERIAS SEM MARCACAO
      * VIRA FALTA - AVISO E RC 4
      *****************************************************
       1700-CARREGAR-FERIAS.
           OPEN INPUT PROGRAMACAO-FERIAS.
           IF WRK-FS-PROGFER NOT = "00"
               DISPLAY 'FERIAPRG INDISPONIVEL (STATUS '
                   WRK-FS-PROGFER ') - FERIAS NAO DESCONTADAS DAS'
                   ' FALTAS'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1700-CARREGAR-FERIAS-EXIT
           END-IF.
           OPEN INPUT CONTROLE-FERIAS.
           IF WRK-FS-FERIAS NOT = "00"
               DISPLAY 'FERIAMST INDISPONIVEL (STATUS '
                   WRK-FS-FERIAS ') - FERIAS NAO DESCONTADAS DAS'
                   ' FALTAS'
               CLOSE PROGRAMACAO-FERIAS
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1700-CARREGAR-FERIAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1750-LER-GOZO THRU 1750-LER-GOZO-EXIT
               UNTIL FIM-LEITURA.
           CLOSE PROGRAMACAO-FERIAS CONTROLE-FERIAS.
           IF WRK-QTDE-GOZOS > ZEROS
               DISPLAY 'GOZOS DE FERIAS PAGOS NO PERIODO: '
                   WRK-QTDE-GOZOS
           END-IF.
       1700-CARREGAR-FERIAS-EXIT.
           EXIT.

      *****************************************************
      * UM GOZO PROGRAMADO: IGNORADO SE INVALIDO (O
      * PROGCOB04P O RECUSA), SEM DIAS NO PERIODO OU AINDA
      * NAO BAIXADO NO FERIAMST. O FIM DO GOZO SAI DO INICIO
      * AVANCADO DIA A DIA
      *****************************************************
       1750-LER-GOZO.
           READ PROGRAMACAO-FERIAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1750-LER-GOZO-EXIT
           END-READ.
           IF FG-MATRICULA NOT NUMERIC
               OR FG-DATA-INICIO NOT NUMERIC
               OR FG-DIAS NOT NUMERIC
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           MOVE FG-DIAS TO WRK-DIAS-GOZO.
           IF WRK-DIAS-GOZO < 5 OR WRK-DIAS-GOZO > 30
               OR FG-DATA-INICIO (1:6) > WRK-PERIODO
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           MOVE FG-DATA-INICIO TO WRK-GOZO-FIM.
           COMPUTE WRK-DIAS-AVANCO = WRK-DIAS-GOZO - 1.
           PERFORM 1780-AVANCAR-DIA THRU 1780-AVANCAR-DIA-EXIT
               WRK-DIAS-AVANCO TIMES.
           IF WRK-GOZO-FIM (1:6) < WRK-PERIODO
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           IF FG-COMPANHIA = SPACES
               MOVE '01' TO FR-COMPANHIA
           ELSE
               MOVE FG-COMPANHIA TO FR-COMPANHIA
           END-IF.
           MOVE FG-MATRICULA TO FR-MATRICULA.
           MOVE 'N' TO WRK-GOZO-PAGO.
           READ CONTROLE-FERIAS
               INVALID KEY
                   GO TO 1750-LER-GOZO-EXIT
           END-READ.
           IF FR-QTDE-PERIODOS NOT NUMERIC
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-PER-FER.
           PERFORM 1770-CONFERIR-PAGO THRU 1770-CONFERIR-PAGO-EXIT
               UNTIL GOZO-PAGO
                   OR WRK-IND-PER-FER NOT LESS THAN FR-QTDE-PERIODOS.
           IF NOT GOZO-PAGO
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           IF WRK-QTDE-GOZOS NOT LESS THAN 1000
               DISPLAY 'TABELA DE FERIAS CHEIA - MATRICULA '
                   FG-MATRICULA ' IGNORADA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1750-LER-GOZO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-GOZOS.
           MOVE FR-COMPANHIA TO GOZ-COMPANHIA (WRK-QTDE-GOZOS).
           MOVE FR-MATRICULA TO GOZ-MATRICULA (WRK-QTDE-GOZOS).
           IF FG-DATA-INICIO (1:6) < WRK-PERIODO
               MOVE 1 TO GOZ-PRIMEIRO (WRK-QTDE-GOZOS)
           ELSE
               MOVE FG-DATA-INICIO (7:2)
                   TO GOZ-PRIMEIRO (WRK-QTDE-GOZOS)
           END-IF.
           IF WRK-GOZO-FIM (1:6) > WRK-PERIODO
               MOVE 31 TO GOZ-ULTIMO (WRK-QTDE-GOZOS)
           ELSE
               MOVE GFM-DIA TO GOZ-ULTIMO (WRK-QTDE-GOZOS)
           END-IF.
       1750-LER-GOZO-EXIT.
           EXIT.

      *****************************************************
      * O GOZO ESTA PAGO QUANDO ALGUM PERIODO AQUISITIVO DO
      * CONTROLE TEM ESTA DATA DE INICIO ENTRE AS FRACOES
      * PAGAS - A MESMA CONFERENCIA DO PROGCOB04P
      *****************************************************
       1770-CONFERIR-PAGO.
           ADD 1 TO WRK-IND-PER-FER.
           IF FR-GOZO-PAGO (WRK-IND-PER-FER, 1) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER-FER, 2) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER-FER, 3) = FG-DATA-INICIO
               MOVE 'S' TO WRK-GOZO-PAGO
           END-IF.
       1770-CONFERIR-PAGO-EXIT.
           EXIT.

      *****************************************************
      * AVANCA UM DIA NO FIM DO GOZO, VIRANDO O MES E O ANO
      * (FEVEREIRO COM 29 DIAS NO ANO DIVISIVEL POR 4)
      *****************************************************
       1780-AVANCAR-DIA.
           EVALUATE TRUE
               WHEN GFM-MES = 4 OR GFM-MES = 6
                   OR GFM-MES = 9 OR GFM-MES = 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN GFM-MES = 2
                   DIVIDE GFM-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
           END-EVALUATE.
           IF GFM-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO GFM-DIA
               GO TO 1780-AVANCAR-DIA-EXIT
           END-IF.
           MOVE 1 TO GFM-DIA.
           IF GFM-MES = 12
               MOVE 1 TO GFM-MES
               ADD 1 TO GFM-ANO
           ELSE
               ADD 1 TO GFM-MES
           END-IF.
       1780-AVANCAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: AS MARCACOES DO
      * PERIODO E, PARA AS COMPANHIAS COM JORNADA, OS DADOS
      * DO MESTRE DE CADA MATRICULA - ASSIM A MATRICULA SEM
      * MARCACAO E A MARCACAO SEM MATRICULA APARECEM
      *****************************************************
       3000-LIBERAR-MARCACOES.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 3100-LER-MARCACAO THRU 3100-LER-MARCACAO-EXIT
               UNTIL FIM-LEITURA.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 3200-LER-MESTRE THRU 3200-LER-MESTRE-EXIT
               UNTIL FIM-MESTRE.
       3000-LIBERAR-MARCACOES-EXIT.
           EXIT.

       3100-LER-MARCACAO.
           READ MARCACOES-PONTO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 3100-LER-MARCACAO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDAS.
           IF PT-DATA (1:6) NOT = WRK-PERIODO
               ADD 1 TO WRK-QTDE-FORA
               GO TO 3100-LER-MARCACAO-EXIT
           END-IF.
           MOVE SPACES TO CLASSIFICACAO-REG.
           IF PT-COMPANHIA = SPACES
               MOVE '01' TO SRT-COMPANHIA
           ELSE
               MOVE PT-COMPANHIA TO SRT-COMPANHIA
           END-IF.
           MOVE PT-MATRICULA TO SRT-MATRICULA.
           MOVE '1' TO SRT-ORIGEM.
           MOVE PT-DATA TO SRT-DATA.
           MOVE PT-HORA TO SRT-HORA.
           MOVE ZEROS TO SRT-SALARIO.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-MARCACAO-EXIT.
           EXIT.

       3200-LER-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 3200-LER-MESTRE-EXIT
           END-READ.
           MOVE EMP-COMPANHIA TO WRK-QUEBRA-CIA.
           PERFORM 6000-PROCURAR-JORNADA
               THRU 6000-PROCURAR-JORNADA-EXIT.
           IF WRK-IND-JRN-ACHADO = ZEROS
               GO TO 3200-LER-MESTRE-EXIT
           END-IF.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE EMP-COMPANHIA TO SRT-COMPANHIA.
           MOVE EMP-ID TO SRT-MATRICULA.
           MOVE '0' TO SRT-ORIGEM.
           MOVE EMP-SITUACAO TO SRT-SITUACAO.
           MOVE EMP-DATA-CAD TO SRT-DATA-CAD.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO SRT-SALARIO
           ELSE
               MOVE ZEROS TO SRT-SALARIO
           END-IF.
           RELEASE CLASSIFICACAO-REG.
       3200-LER-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: QUEBRA POR MATRICULA
      * E, DENTRO DELA, POR DIA
      *****************************************************
       5000-APURAR-PONTO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF EMPREGADO-PENDENTE
               PERFORM 5500-FECHAR-EMPREGADO
                   THRU 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
       5000-APURAR-PONTO-EXIT.
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
               PERFORM 5500-FECHAR-EMPREGADO
                   THRU 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF NOT EMPREGADO-PENDENTE
               PERFORM 5150-ABRIR-EMPREGADO
                   THRU 5150-ABRIR-EMPREGADO-EXIT
           END-IF.
           IF SRT-ORIGEM = '0'
               MOVE 'S' TO WRK-CADASTRADO
               IF SRT-SITUACAO = 'A' OR SRT-SITUACAO = SPACE
                   MOVE 'S' TO WRK-EMP-ATIVO
               END-IF
               MOVE SRT-DATA-CAD TO WRK-DATA-CAD
               MOVE SRT-SALARIO TO WRK-SALARIO
               GO TO 5100-LER-CLASSIFICADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MARC-EMP.
           IF NOT MATRICULA-CADASTRADA OR NOT EMPREGADO-ATIVO
               OR WRK-IND-JRN-ACHADO = ZEROS
               GO TO 5100-LER-CLASSIFICADO-EXIT
           END-IF.
           IF SRT-DATA NOT = WRK-DIA-ATUAL
               IF WRK-DIA-ATUAL NOT = SPACES
                   PERFORM 5400-FECHAR-DIA THRU 5400-FECHAR-DIA-EXIT
               END-IF
               MOVE SRT-DATA TO WRK-DIA-ATUAL
               MOVE ZEROS TO WRK-QTDE-MARC-DIA WRK-MIN-DIA
               MOVE 'N' TO WRK-DIA-INVALIDO
           END-IF.
           PERFORM 5300-TRATAR-MARCACAO
               THRU 5300-TRATAR-MARCACAO-EXIT.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

       5150-ABRIR-EMPREGADO.
           MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA.
           MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT.
           MOVE 'S' TO WRK-TEM-EMPREGADO.
           MOVE 'N' TO WRK-CADASTRADO WRK-EMP-ATIVO.
           MOVE SPACES TO WRK-DATA-CAD WRK-DIA-ATUAL.
           MOVE SPACES TO TAB-PRESENCA TAB-COBERTURA.
           MOVE ZEROS TO WRK-SALARIO WRK-QTDE-MARC-EMP
               WRK-MIN-50 WRK-MIN-100 WRK-DIAS-FALTA.
           PERFORM 6000-PROCURAR-JORNADA
               THRU 6000-PROCURAR-JORNADA-EXIT.
       5150-ABRIR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * MARCACAO DE ORDEM IMPAR NO DIA E ENTRADA, DE ORDEM
      * PAR E SAIDA E FECHA UM TRECHO TRABALHADO. HORA
      * INVALIDA OU SAIDA ANTES DA ENTRADA INVALIDA O DIA
      *****************************************************
       5300-TRATAR-MARCACAO.
           ADD 1 TO WRK-QTDE-MARC-DIA.
           MOVE SRT-HORA TO WRK-HORA-MARCACAO.
           IF WRK-HORA-MARCACAO NOT NUMERIC
               OR WRK-MARC-HORA > 23 OR WRK-MARC-MINUTO > 59
               MOVE 'S' TO WRK-DIA-INVALIDO
               GO TO 5300-TRATAR-MARCACAO-EXIT
           END-IF.
           COMPUTE WRK-MIN-MARCACAO =
               WRK-MARC-HORA * 60 + WRK-MARC-MINUTO.
           DIVIDE WRK-QTDE-MARC-DIA BY 2 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = 1
               MOVE WRK-MIN-MARCACAO TO WRK-MIN-ENTRADA
           ELSE
               IF WRK-MIN-MARCACAO < WRK-MIN-ENTRADA
                   MOVE 'S' TO WRK-DIA-INVALIDO
               ELSE
                   COMPUTE WRK-MIN-DIA = WRK-MIN-DIA
                       + WRK-MIN-MARCACAO - WRK-MIN-ENTRADA
               END-IF
           END-IF.
       5300-TRATAR-MARCACAO-EXIT.
           EXIT.

      *****************************************************
      * FECHA O DIA: COM MARCACAO O DIA NAO E FALTA. DIA COM
      * NUMERO IMPAR DE MARCACOES OU MARCACAO INVALIDA VAI
      * PARA AS EXCECOES SEM HORA EXTRA. DIA UTIL: O QUE
      * PASSA DA JORNADA ALEM DA TOLERANCIA E 50%; OUTRO
      * DIA: TUDO E 100%
      *****************************************************
       5400-FECHAR-DIA.
           MOVE WRK-DIA-ATUAL TO WRK-DATA-DIA.
           MOVE WRK-DIA-ATUAL TO EXC-DATA.
           IF WRK-DATA-DIA-DD NOT NUMERIC
               OR WRK-DATA-DIA-DD = ZEROS OR WRK-DATA-DIA-DD > 31
               MOVE 'DATA DA MARCACAO INVALIDA' TO EXC-MOTIVO
               MOVE WRK-QTDE-MARC-DIA TO EXC-MARCACOES
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 5400-FECHAR-DIA-EXIT
           END-IF.
           MOVE WRK-DATA-DIA-DD TO WRK-DIA.
           MOVE 'S' TO PRS-DIA (WRK-DIA).
           MOVE WRK-QTDE-MARC-DIA TO EXC-MARCACOES.
           IF DIA-COM-ERRO
               MOVE 'MARCACAO INVALIDA OU SAIDA ANTES DA ENTRADA'
                   TO EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 5400-FECHAR-DIA-EXIT
           END-IF.
           DIVIDE WRK-QTDE-MARC-DIA BY 2 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO NOT = ZEROS
               MOVE 'NUMERO IMPAR DE MARCACOES NO DIA' TO EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 5400-FECHAR-DIA-EXIT
           END-IF.
           IF DIA-TIPO (WRK-DIA) = 'U'
               COMPUTE WRK-MIN-EXCESSO = WRK-MIN-DIA
                   - JRN-MINUTOS-DIA (WRK-IND-JRN-ACHADO)
               IF WRK-MIN-EXCESSO > JRN-TOLERANCIA (WRK-IND-JRN-ACHADO)
                   ADD WRK-MIN-EXCESSO TO WRK-MIN-50
               END-IF
           ELSE
               ADD WRK-MIN-DIA TO WRK-MIN-100
           END-IF.
       5400-FECHAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A MATRICULA: MARCACAO SEM CADASTRO, DE INATIVO
      * OU DE COMPANHIA SEM JORNADA E EMPREGADO ATIVO SEM
      * NENHUMA MARCACAO (A MENOS QUE AFASTAMENTO OU FERIAS
      * COBRAM TODOS OS DIAS UTEIS) VAO PARA AS EXCECOES; OS
      * DEMAIS TEM AS FALTAS CONTADAS E AS VERBAS/AUSENCIAS
      * GRAVADAS
      *****************************************************
       5500-FECHAR-EMPREGADO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           MOVE SPACES TO EXC-DATA.
           MOVE WRK-QTDE-MARC-EMP TO EXC-MARCACOES.
           IF WRK-IND-JRN-ACHADO = ZEROS
               MOVE 'COMPANHIA SEM JORNADA NO JORNADTB' TO EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF NOT MATRICULA-CADASTRADA
               MOVE 'MATRICULA NAO CADASTRADA NO EMPMAST' TO EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF NOT EMPREGADO-ATIVO
               IF WRK-QTDE-MARC-EMP > ZEROS
                   MOVE 'MARCACAO DE MATRICULA INATIVA' TO EXC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
                       THRU 8000-GRAVAR-EXCECAO-EXIT
               END-IF
               GO TO 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF AFASTAMENTOS-DISPONIVEIS
               PERFORM 5700-MARCAR-AFASTAMENTOS
                   THRU 5700-MARCAR-AFASTAMENTOS-EXIT
           END-IF.
           IF WRK-QTDE-GOZOS > ZEROS
               PERFORM 5800-MARCAR-FERIAS
                   THRU 5800-MARCAR-FERIAS-EXIT
           END-IF.
           IF WRK-QTDE-MARC-EMP = ZEROS
               MOVE WRK-PERIODO TO WRK-DATA-DIA-PER
               MOVE ZEROS TO WRK-DIA
               PERFORM 5600-CONTAR-FALTA THRU 5600-CONTAR-FALTA-EXIT
                   UNTIL WRK-DIA NOT LESS THAN 31
               IF WRK-DIAS-FALTA > ZEROS
                   MOVE 'SEM MARCACAO NO PERIODO - FALTAS NAO APURADAS'
                       TO EXC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
                       THRU 8000-GRAVAR-EXCECAO-EXIT
               END-IF
               GO TO 5500-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF WRK-DIA-ATUAL NOT = SPACES
               PERFORM 5400-FECHAR-DIA THRU 5400-FECHAR-DIA-EXIT
               MOVE SPACES TO EXC-DATA
           END-IF.
           ADD 1 TO WRK-QTDE-EMPREG.
           MOVE WRK-PERIODO TO WRK-DATA-DIA-PER.
           MOVE ZEROS TO WRK-DIA.
           PERFORM 5600-CONTAR-FALTA THRU 5600-CONTAR-FALTA-EXIT
               UNTIL WRK-DIA NOT LESS THAN 31.
           IF WRK-DIAS-FALTA > ZEROS
               PERFORM 7000-GRAVAR-AUSENCIA
                   THRU 7000-GRAVAR-AUSENCIA-EXIT
           END-IF.
           IF WRK-MIN-50 > ZEROS
               MOVE WRK-RUBRICA-50 TO WRK-RUBRICA-PROC
               MOVE WRK-MIN-50 TO WRK-MIN-HE
               MOVE WRK-FATOR-50 TO WRK-FATOR-HE
               PERFORM 7100-GRAVAR-HORA-EXTRA
                   THRU 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           IF WRK-MIN-100 > ZEROS
               MOVE WRK-RUBRICA-100 TO WRK-RUBRICA-PROC
               MOVE WRK-MIN-100 TO WRK-MIN-HE
               MOVE WRK-FATOR-100 TO WRK-FATOR-HE
               PERFORM 7100-GRAVAR-HORA-EXTRA
                   THRU 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           MOVE WRK-MIN-50 TO WRK-MIN-CONVERTE.
           PERFORM 8500-EDITAR-HORAS THRU 8500-EDITAR-HORAS-EXIT.
           MOVE WRK-HORAS-ED TO WRK-HORAS-50-ED.
           MOVE WRK-MIN-100 TO WRK-MIN-CONVERTE.
           PERFORM 8500-EDITAR-HORAS THRU 8500-EDITAR-HORAS-EXIT.
           MOVE WRK-HORAS-ED TO WRK-HORAS-100-ED.
           DISPLAY WRK-QUEBRA-CIA ' ' WRK-QUEBRA-MAT
               ' HE 50% ' WRK-HORAS-50-ED
               ' HE 100% ' WRK-HORAS-100-ED
               ' FALTAS ' WRK-DIAS-FALTA.
       5500-FECHAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * DIA UTIL SEM MARCACAO, NAO ANTERIOR A ADMISSAO E NAO
      * POSTERIOR A HOJE, E FALTA - SALVO SE COBERTO POR
      * AFASTAMENTO OU FERIAS, CONTADO A PARTE
      *****************************************************
       5600-CONTAR-FALTA.
           ADD 1 TO WRK-DIA.
           IF DIA-TIPO (WRK-DIA) NOT = 'U'
               OR PRS-DIA (WRK-DIA) = 'S'
               GO TO 5600-CONTAR-FALTA-EXIT
           END-IF.
           MOVE WRK-DIA TO WRK-DATA-DIA-DD.
           IF WRK-DATA-DIA < WRK-DATA-CAD
               OR WRK-DATA-DIA > WRK-DATA-HOJE
               GO TO 5600-CONTAR-FALTA-EXIT
           END-IF.
           IF COB-DIA (WRK-DIA) = 'A'
               ADD 1 TO WRK-QTDE-DIAS-AFAST
               GO TO 5600-CONTAR-FALTA-EXIT
           END-IF.
           IF COB-DIA (WRK-DIA) = 'F'
               ADD 1 TO WRK-QTDE-DIAS-FERIAS
               GO TO 5600-CONTAR-FALTA-EXIT
           END-IF.
           ADD 1 TO WRK-DIAS-FALTA.
       5600-CONTAR-FALTA-EXIT.
           EXIT.

      *****************************************************
      * MARCA OS DIAS DO PERIODO COBERTOS PELOS AFASTAMENTOS
      * DA MATRICULA: DO INICIO (OU DIA 1) ATE A VESPERA DO
      * RETORNO EFETIVO (SEM RETORNO, ATE O FIM DO PERIODO).
      * O PROGCOB43C DESCARTA, COMO NO PROGCOB04, O
      * AFASTAMENTO CANCELADO, INVALIDO OU FORA DO PERIODO
      *****************************************************
       5700-MARCAR-AFASTAMENTOS.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-QUEBRA-CIA TO AF-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 5750-LER-AFASTAMENTO
               THRU 5750-LER-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
       5700-MARCAR-AFASTAMENTOS-EXIT.
           EXIT.

       5750-LER-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 5750-LER-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = WRK-QUEBRA-CIA
               OR AF-MATRICULA NOT = WRK-QUEBRA-MAT
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 5750-LER-AFASTAMENTO-EXIT
           END-IF.
           CALL "PROGCOB43C" USING AFASTAMENTO-REG WRK-PERIODO
               WRK-DIAS-AFASTADO WRK-DIAS-SEM-PAGTO.
           IF WRK-DIAS-AFASTADO = ZEROS
               GO TO 5750-LER-AFASTAMENTO-EXIT
           END-IF.
           IF AF-DATA-INICIO (1:6) < WRK-PERIODO
               MOVE 1 TO WRK-COB-PRIMEIRO
           ELSE
               MOVE AF-DATA-INICIO (7:2) TO WRK-COB-PRIMEIRO
           END-IF.
           IF AF-RETORNO-EFETIVO = SPACES
               OR AF-RETORNO-EFETIVO NOT NUMERIC
               OR AF-RETORNO-EFETIVO (1:6) > WRK-PERIODO
               MOVE 31 TO WRK-COB-ULTIMO
           ELSE
               MOVE AF-RETORNO-EFETIVO (7:2) TO WRK-COB-ULTIMO
               SUBTRACT 1 FROM WRK-COB-ULTIMO
           END-IF.
           MOVE 'A' TO WRK-COB-TIPO.
           PERFORM 5760-MARCAR-DIAS THRU 5760-MARCAR-DIAS-EXIT.
       5750-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * MARCA COM WRK-COB-TIPO OS DIAS DE WRK-COB-PRIMEIRO A
      * WRK-COB-ULTIMO AINDA NAO COBERTOS
      *****************************************************
       5760-MARCAR-DIAS.
           IF WRK-COB-ULTIMO > 31
               MOVE 31 TO WRK-COB-ULTIMO
           END-IF.
           IF WRK-COB-PRIMEIRO = ZEROS
               OR WRK-COB-PRIMEIRO > WRK-COB-ULTIMO
               GO TO 5760-MARCAR-DIAS-EXIT
           END-IF.
           COMPUTE WRK-DIA-COB = WRK-COB-PRIMEIRO - 1.
           PERFORM 5770-MARCAR-DIA THRU 5770-MARCAR-DIA-EXIT
               UNTIL WRK-DIA-COB NOT LESS THAN WRK-COB-ULTIMO.
       5760-MARCAR-DIAS-EXIT.
           EXIT.

       5770-MARCAR-DIA.
           ADD 1 TO WRK-DIA-COB.
           IF COB-DIA (WRK-DIA-COB) = SPACE
               MOVE WRK-COB-TIPO TO COB-DIA (WRK-DIA-COB)
           END-IF.
       5770-MARCAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * MARCA OS DIAS DO PERIODO DOS GOZOS DE FERIAS JA
      * PAGOS DA MATRICULA (CARREGADOS NO 1700)
      *****************************************************
       5800-MARCAR-FERIAS.
           MOVE ZEROS TO WRK-IND-GOZ.
           PERFORM 5850-COMPARAR-GOZO THRU 5850-COMPARAR-GOZO-EXIT
               UNTIL WRK-IND-GOZ NOT LESS THAN WRK-QTDE-GOZOS.
       5800-MARCAR-FERIAS-EXIT.
           EXIT.

       5850-COMPARAR-GOZO.
           ADD 1 TO WRK-IND-GOZ.
           IF GOZ-COMPANHIA (WRK-IND-GOZ) = WRK-QUEBRA-CIA
               AND GOZ-MATRICULA (WRK-IND-GOZ) = WRK-QUEBRA-MAT
               MOVE GOZ-PRIMEIRO (WRK-IND-GOZ) TO WRK-COB-PRIMEIRO
               MOVE GOZ-ULTIMO (WRK-IND-GOZ) TO WRK-COB-ULTIMO
               MOVE 'F' TO WRK-COB-TIPO
               PERFORM 5760-MARCAR-DIAS THRU 5760-MARCAR-DIAS-EXIT
           END-IF.
       5850-COMPARAR-GOZO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A JORNADA DA COMPANHIA EM WRK-QUEBRA-CIA
      * (ZERO SE NAO HOUVER)
      *****************************************************
       6000-PROCURAR-JORNADA.
           MOVE ZEROS TO WRK-IND-JRN-ACHADO.
           MOVE ZEROS TO WRK-IND-JRN.
           PERFORM 6050-COMPARAR-JORNADA
               THRU 6050-COMPARAR-JORNADA-EXIT
               UNTIL WRK-IND-JRN NOT LESS THAN WRK-QTDE-JORNADAS
                   OR WRK-IND-JRN-ACHADO > ZEROS.
       6000-PROCURAR-JORNADA-EXIT.
           EXIT.

       6050-COMPARAR-JORNADA.
           ADD 1 TO WRK-IND-JRN.
           IF JRN-COMPANHIA (WRK-IND-JRN) = WRK-QUEBRA-CIA
               MOVE WRK-IND-JRN TO WRK-IND-JRN-ACHADO
           END-IF.
       6050-COMPARAR-JORNADA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA AS FALTAS DO EMPREGADO NO FOLHADIA, A MENOS
      * QUE O PERIODO JA TENHA AUSENCIA LANCADA PARA ELE
      *****************************************************
       7000-GRAVAR-AUSENCIA.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 7050-COMPARAR-AUSENCIA
               THRU 7050-COMPARAR-AUSENCIA-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-JA-AUSENC
                   OR WRK-IND-ACHADO > ZEROS.
           IF WRK-IND-ACHADO > ZEROS
               MOVE WRK-DIAS-FALTA TO EXC-MARCACOES
               MOVE 'AUSENCIA JA LANCADA NO FOLHADIA - NAO GRAVADA'
                   TO EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 7000-GRAVAR-AUSENCIA-EXIT
           END-IF.
           MOVE WRK-QUEBRA-CIA TO FA-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO FA-MATRICULA.
           MOVE WRK-PERIODO TO FA-PERIODO.
           MOVE WRK-DIAS-FALTA TO FA-DIAS-AUSENTES.
           WRITE AUSENCIAS-PERIODO-REG.
           ADD 1 TO WRK-QTDE-AUSENC.
       7000-GRAVAR-AUSENCIA-EXIT.
           EXIT.

       7050-COMPARAR-AUSENCIA.
           ADD 1 TO WRK-IND.
           IF JAU-COMPANHIA (WRK-IND) = WRK-QUEBRA-CIA
               AND JAU-MATRICULA (WRK-IND) = WRK-QUEBRA-MAT
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       7050-COMPARAR-AUSENCIA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A VERBA DE HORA EXTRA DA RUBRICA EM
      * WRK-RUBRICA-PROC: MINUTOS / 60 X SALARIO / DIVISOR X
      * FATOR. VERBA JA LANCADA, SALARIO ZERADO OU VALOR QUE
      * NAO CABE NO CAMPO VAO PARA AS EXCECOES
      *****************************************************
       7100-GRAVAR-HORA-EXTRA.
           MOVE ZEROS TO EXC-MARCACOES.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 7150-COMPARAR-VERBA THRU 7150-COMPARAR-VERBA-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-JA-VERBAS
                   OR WRK-IND-ACHADO > ZEROS.
           IF WRK-IND-ACHADO > ZEROS
               MOVE 'VERBA XXXX JA LANCADA NO FOLHAVRB - NAO GRAVADA'
                   TO EXC-MOTIVO
               MOVE WRK-RUBRICA-PROC TO EXC-MOTIVO (7:4)
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           IF WRK-SALARIO = ZEROS
               MOVE 'SEM SALARIO NO MESTRE - VERBA XXXX NAO GRAVADA'
                   TO EXC-MOTIVO
               MOVE WRK-RUBRICA-PROC TO EXC-MOTIVO (31:4)
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           COMPUTE WRK-MIN-DIVISOR =
               JRN-DIVISOR (WRK-IND-JRN-ACHADO) * 60.
           COMPUTE WRK-VALOR-HE ROUNDED =
               WRK-MIN-HE * WRK-SALARIO * WRK-FATOR-HE
               / WRK-MIN-DIVISOR
               ON SIZE ERROR
                   MOVE 9999999,99 TO WRK-VALOR-HE
           END-COMPUTE.
           IF WRK-VALOR-HE > 999999,99
               MOVE 'VALOR DA VERBA XXXX EXCEDE O CAMPO - LANCAR A MAO'
                   TO EXC-MOTIVO
               MOVE WRK-RUBRICA-PROC TO EXC-MOTIVO (16:4)
               PERFORM 8000-GRAVAR-EXCECAO
                   THRU 8000-GRAVAR-EXCECAO-EXIT
               GO TO 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           IF WRK-VALOR-HE = ZEROS
               GO TO 7100-GRAVAR-HORA-EXTRA-EXIT
           END-IF.
           MOVE WRK-QUEBRA-CIA TO VB-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO VB-MATRICULA.
           MOVE WRK-RUBRICA-PROC TO VB-RUBRICA.
           MOVE WRK-VALOR-HE TO VB-VALOR.
           WRITE VERBAS-PERIODO-REG.
           ADD 1 TO WRK-QTDE-VERBAS.
           ADD WRK-VALOR-HE TO WRK-TOT-VERBAS.
       7100-GRAVAR-HORA-EXTRA-EXIT.
           EXIT.

       7150-COMPARAR-VERBA.
           ADD 1 TO WRK-IND.
           IF JVB-COMPANHIA (WRK-IND) = WRK-QUEBRA-CIA
               AND JVB-MATRICULA (WRK-IND) = WRK-QUEBRA-MAT
               AND JVB-RUBRICA (WRK-IND) = WRK-RUBRICA-PROC
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       7150-COMPARAR-VERBA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA UMA LINHA DE EXCECAO DA MATRICULA CORRENTE
      * (DATA, MARCACOES E MOTIVO JA PREENCHIDOS - DATA EM
      * BRANCO QUANDO A EXCECAO E DA MATRICULA TODA)
      *****************************************************
       8000-GRAVAR-EXCECAO.
           MOVE WRK-QUEBRA-CIA TO EXC-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO EXC-MATRICULA.
           WRITE RELATORIO-EXCECOES-LINHA FROM EXC-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-EXCECOES.
       8000-GRAVAR-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * MINUTOS EM WRK-MIN-CONVERTE PARA HHH:MM
      *****************************************************
       8500-EDITAR-HORAS.
           DIVIDE WRK-MIN-CONVERTE BY 60 GIVING WRK-HORAS-ED-HH
               REMAINDER WRK-HORAS-ED-MM.
       8500-EDITAR-HORAS-EXIT.
           EXIT.

      *****************************************************
      * FECHA OS ARQUIVOS, IMPRIME OS TOTAIS DE CONTROLE E
      * REGISTRA O TERMINO NA AUDITORIA. EXCECAO NO RUN
      * TERMINA COM RC 4
      *****************************************************
       9999-FINALIZAR.
           IF RUN-VALIDO
               CLOSE MARCACOES-PONTO EMPLOYEE-MASTER
               CLOSE VERBAS-PERIODO AUSENCIAS-PERIODO
               CLOSE RELATORIO-EXCECOES
               IF AFASTAMENTOS-DISPONIVEIS
                   CLOSE CADASTRO-AFASTAMENTO
               END-IF
               IF WRK-QTDE-EXCECOES > ZEROS AND WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               MOVE WRK-TOT-VERBAS TO WRK-TOTAL-ED
               DISPLAY "============================================="
               DISPLAY 'MARCACOES LIDAS......: ' WRK-QTDE-LIDAS
               DISPLAY 'FORA DO PERIODO......: ' WRK-QTDE-FORA
               DISPLAY 'EMPREGADOS APURADOS..: ' WRK-QTDE-EMPREG
               DISPLAY 'VERBAS GRAVADAS......: ' WRK-QTDE-VERBAS
                   ' TOTAL ' WRK-TOTAL-ED
               DISPLAY 'AUSENCIAS GRAVADAS...: ' WRK-QTDE-AUSENC
               DISPLAY 'DIAS UTEIS AFASTADO..: ' WRK-QTDE-DIAS-AFAST
               DISPLAY 'DIAS UTEIS EM FERIAS.: ' WRK-QTDE-DIAS-FERIAS
               DISPLAY 'EXCECOES (PONTOEXC)..: ' WRK-QTDE-EXCECOES
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB27" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF RUN-VALIDO
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           ELSE
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
