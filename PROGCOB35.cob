       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB35.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: FATURAMENTO MENSAL DAS MENSALIDADES: PARA A
      *           COMPETENCIA DO PARAMMEN (AAAAMM) PERCORRE OS
      *           ALUNOS ATIVOS DO MESTRE (ALUNMAST), APLICA A
      *           MENSALIDADE DA TURMA (MENSTAB) E O DESCONTO DO
      *           ALUNO (DESCALU) E GRAVA UMA FATURA POR ALUNO
      *           (FATURAS) E O BOLETO NA REMESSA DE COBRANCA
      *           AO BANCO (MENSBCO, HEADER/DETALHE/TRAILER NOS
      *           MOLDES DA REMESSA DA FOLHA). ALUNO JA FATURADO
      *           NA COMPETENCIA NAO E FATURADO DE NOVO - O RUN
      *           PODE SER REPETIDO PARA OS ALUNOS QUE FALTARAM.
      *           BOLSA INTEGRAL GERA FATURA ISENTA, SEM BOLETO.
      *           TERMINA COM RC 4 SE HOUVE ALUNO DE TURMA SEM
      *           MENSALIDADE E RC 8 SEM O PARAMMEN, O MENSTAB,
      *           O MESTRE OU AS FATURAS
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - ATE AQUI A
      *                    MENSALIDADE ERA CONTROLADA EM PLANILHA
      *                    SEPARADA NO FINANCEIRO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-MENSALIDADE ASSIGN TO "PARAMMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT TABELA-MENSALIDADES ASSIGN TO "MENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSTAB.
           SELECT DESCONTOS-ALUNOS ASSIGN TO "DESCALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESCALU.
           SELECT ALUNO-MESTRE ASSIGN TO "ALUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT FATURAS-MENSALIDADE ASSIGN TO "FATURAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT REMESSA-BOLETOS ASSIGN TO "MENSBCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * COMPETENCIA A FATURAR (AAAAMM)
      *****************************************************
       FD  PARAM-MENSALIDADE.
       01  PARAM-MENSALIDADE-REG.
           05  PM-COMPETENCIA      PIC X(06).
       FD  TABELA-MENSALIDADES.
           COPY MENSREC.
       FD  DESCONTOS-ALUNOS.
           COPY BOLSAREC.
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  FATURAS-MENSALIDADE.
           COPY FATUREC.
      *****************************************************
      * REMESSA DE COBRANCA (ESTILO CNAB SIMPLIFICADO, COMO
      * O FOLHABCO): HEADER '0', UM DETALHE '1' POR BOLETO
      * E TRAILER '9' COM A QUANTIDADE E O TOTAL EM
      * CENTAVOS
      *****************************************************
       FD  REMESSA-BOLETOS.
       01  REMESSA-BOLETOS-REG     PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-MENSTAB   PIC X(02) VALUE SPACES.
       77 WRK-FS-DESCALU   PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-FATURAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-TABELA   PIC X(01) VALUE 'N'.
           88 FIM-TABELA            VALUE 'S'.
       77 WRK-ARQUIVOS-OK  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
      *---------------------------------------------------
      * COMPETENCIA E DATA DE VENCIMENTO (AAAAMMDD) MONTADA
      * COM O DIA DO MENSTAB
      *---------------------------------------------------
       01 WRK-COMPETENCIA.
           05 CMP-ANO          PIC 9(04).
           05 CMP-MES          PIC 9(02).
       01 WRK-VENCIMENTO.
           05 VEN-ANO          PIC 9(04).
           05 VEN-MES          PIC 9(02).
           05 VEN-DIA          PIC 9(02).
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * MENSALIDADES POR TURMA CARREGADAS DO MENSTAB
      *---------------------------------------------------
       77 WRK-QTDE-MENS    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-MENS     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-MENS-ACHADO PIC 9(03) VALUE ZEROS.
       01 TAB-MENSALIDADES.
           05 MEN-ENTRADA OCCURS 200 TIMES.
               10 MEN-TURMA        PIC X(05).
               10 MEN-VALOR        PIC 9(07)V99.
               10 MEN-DIA-VENC     PIC 9(02).
      *---------------------------------------------------
      * DESCONTOS POR ALUNO CARREGADOS DO DESCALU
      *---------------------------------------------------
       77 WRK-QTDE-DESC    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-DESC     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-DESC-ACHADO PIC 9(04) VALUE ZEROS.
       01 TAB-DESCONTOS.
           05 DSC-ENTRADA OCCURS 3000 TIMES.
               10 DSC-MATRICULA    PIC 9(06).
               10 DSC-TIPO         PIC X(01).
               10 DSC-PERCENTUAL   PIC 9(03)V99.
               10 DSC-VALOR        PIC 9(07)V99.
      *---------------------------------------------------
      * VALORES DA FATURA EM CALCULO
      *---------------------------------------------------
       77 WRK-VALOR-BRUTO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQ    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CENT   PIC 9(11) VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DE CONTROLE DO RUN (TOTAIS EM
      * CENTAVOS, COMO NA REMESSA)
      *---------------------------------------------------
       77 WRK-QTDE-ALUNOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FATURADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ISENTOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-FATUR   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-MENS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-BOLETOS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BRUTO       PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-DESCONTO    PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-BOLETOS     PIC 9(13) VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *---------------------------------------------------
      * RETURN CODE NA CONVENCAO DA SUITE: 0 LIMPO, 4 COM
      * ALUNO DE TURMA SEM MENSALIDADE, 8 COM ARQUIVO
      * INDISPONIVEL
      *---------------------------------------------------
       77 WRK-RC-RUN          PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DA REMESSA DE COBRANCA (MENSBCO). O NOSSO
      * NUMERO E A CHAVE DA FATURA (MATRICULA+COMPETENCIA),
      * DEVOLVIDO PELO BANCO NO RETORNO (PROGCOB36)
      *---------------------------------------------------
       01 BOL-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 BOL-HDR-CEDENTE  PIC X(30)
               VALUE 'INSTITUICAO PROGCOB DE ENSINO'.
           05 BOL-HDR-DATA     PIC X(08).
           05 BOL-HDR-COMPET   PIC X(06).
           05 FILLER           PIC X(35) VALUE SPACES.
       01 BOL-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 BOL-DET-NOSSO-NUM PIC X(12).
           05 BOL-DET-NOME     PIC X(20).
           05 BOL-DET-TURMA    PIC X(05).
           05 BOL-DET-VENC     PIC X(08).
           05 BOL-DET-VALOR    PIC 9(11).
           05 FILLER           PIC X(23) VALUE SPACES.
       01 BOL-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 BOL-TRL-QTDE     PIC 9(06).
           05 BOL-TRL-TOTAL    PIC 9(13).
           05 FILLER           PIC X(60) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-FATURAR-ALUNO THRU 2000-FATURAR-ALUNO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-SEM-MENS > ZEROS
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
           MOVE "PROGCB35" TO AU-PROGRAMA.
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
      * LE A COMPETENCIA, CARREGA AS MENSALIDADES E OS
      * DESCONTOS, ABRE O MESTRE E AS FATURAS (CRIADAS NA
      * PRIMEIRA COMPETENCIA) E INICIA A REMESSA. SEM A
      * COMPETENCIA, O MENSTAB, O MESTRE OU AS FATURAS NADA
      * E FATURADO (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE 'N' TO WRK-ARQUIVOS-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "========= FATURAMENTO DAS MENSALIDADES =========".
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-MENSALIDADES
               THRU 1200-CARREGAR-MENSALIDADES-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-DESCONTOS
               THRU 1300-CARREGAR-DESCONTOS-EXIT.
           OPEN INPUT ALUNO-MESTRE.
           IF WRK-FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNMAST INDISPONIVEL (STATUS ' WRK-FS-ALUNOS
                   ') - FATURAMENTO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O FATURAS-MENSALIDADE.
           IF WRK-FS-FATURAS = "35"
               DISPLAY 'FATURAS AINDA NAO EXISTE - SERA CRIADO'
               OPEN OUTPUT FATURAS-MENSALIDADE
               CLOSE FATURAS-MENSALIDADE
               OPEN I-O FATURAS-MENSALIDADE
           END-IF.
           IF WRK-FS-FATURAS NOT = "00"
               DISPLAY 'FATURAS INDISPONIVEL (STATUS ' WRK-FS-FATURAS
                   ') - FATURAMENTO BLOQUEADO'
               CLOSE ALUNO-MESTRE
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT REMESSA-BOLETOS.
           MOVE WRK-DATA-HOJE TO BOL-HDR-DATA.
           MOVE WRK-COMPETENCIA TO BOL-HDR-COMPET.
           WRITE REMESSA-BOLETOS-REG FROM BOL-HEADER.
           MOVE 'S' TO WRK-ARQUIVOS-OK.
           MOVE ZEROS TO AL-MATRICULA.
           START ALUNO-MESTRE KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 2900-LER-ALUNO THRU 2900-LER-ALUNO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE A COMPETENCIA DO PARAMMEN: AAAAMM NUMERICO COM
      * MES DE 01 A 12
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-MENSALIDADE.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMMEN INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - COMPETENCIA NAO INFORMADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE SPACES TO PM-COMPETENCIA.
           READ PARAM-MENSALIDADE
               AT END
                   MOVE SPACES TO PM-COMPETENCIA
           END-READ.
           CLOSE PARAM-MENSALIDADE.
           IF PM-COMPETENCIA NOT NUMERIC
               DISPLAY 'PARAMMEN SEM COMPETENCIA VALIDA (AAAAMM): ['
                   PM-COMPETENCIA ']'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE PM-COMPETENCIA TO WRK-COMPETENCIA.
           IF CMP-MES < 1 OR CMP-MES > 12
               DISPLAY 'PARAMMEN COM MES INVALIDO: ' PM-COMPETENCIA
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           DISPLAY 'COMPETENCIA: ' WRK-COMPETENCIA.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS MENSALIDADES POR TURMA. SEM O MENSTAB O
      * FATURAMENTO E BLOQUEADO; LINHA COM VALOR NAO
      * NUMERICO E IGNORADA E AVISADA
      *****************************************************
       1200-CARREGAR-MENSALIDADES.
           MOVE ZEROS TO WRK-QTDE-MENS.
           OPEN INPUT TABELA-MENSALIDADES.
           IF WRK-FS-MENSTAB NOT = "00"
               DISPLAY 'MENSTAB INDISPONIVEL (STATUS ' WRK-FS-MENSTAB
                   ') - FATURAMENTO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-MENSALIDADES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1250-LER-MENSALIDADE THRU 1250-LER-MENSALIDADE-EXIT
               UNTIL FIM-TABELA.
           CLOSE TABELA-MENSALIDADES.
           DISPLAY 'TURMAS COM MENSALIDADE: ' WRK-QTDE-MENS.
       1200-CARREGAR-MENSALIDADES-EXIT.
           EXIT.

       1250-LER-MENSALIDADE.
           READ TABELA-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
           END-READ.
           IF FIM-TABELA
               GO TO 1250-LER-MENSALIDADE-EXIT
           END-IF.
           IF MT-VALOR NOT NUMERIC
               DISPLAY 'MENSTAB - TURMA ' MT-TURMA
                   ' COM VALOR INVALIDO - IGNORADA'
               GO TO 1250-LER-MENSALIDADE-EXIT
           END-IF.
           IF WRK-QTDE-MENS NOT LESS THAN 200
               DISPLAY 'TABELA DE MENSALIDADES CHEIA - TURMA '
                   MT-TURMA ' IGNORADA'
               GO TO 1250-LER-MENSALIDADE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MENS.
           MOVE MT-TURMA TO MEN-TURMA (WRK-QTDE-MENS).
           MOVE MT-VALOR TO MEN-VALOR (WRK-QTDE-MENS).
           IF MT-DIA-VENC NUMERIC
               AND MT-DIA-VENC > ZEROS AND MT-DIA-VENC < 29
               MOVE MT-DIA-VENC TO MEN-DIA-VENC (WRK-QTDE-MENS)
           ELSE
               MOVE 10 TO MEN-DIA-VENC (WRK-QTDE-MENS)
           END-IF.
       1250-LER-MENSALIDADE-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS DESCONTOS POR ALUNO. SEM O DESCALU TODOS
      * PAGAM A MENSALIDADE CHEIA DA TURMA
      *****************************************************
       1300-CARREGAR-DESCONTOS.
           MOVE ZEROS TO WRK-QTDE-DESC.
           OPEN INPUT DESCONTOS-ALUNOS.
           IF WRK-FS-DESCALU NOT = "00"
               DISPLAY 'DESCALU NAO ENCONTRADO - FATURAMENTO SEM'
                   ' DESCONTOS'
               GO TO 1300-CARREGAR-DESCONTOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1350-LER-DESCONTO THRU 1350-LER-DESCONTO-EXIT
               UNTIL FIM-TABELA.
           CLOSE DESCONTOS-ALUNOS.
           DISPLAY 'ALUNOS COM DESCONTO...: ' WRK-QTDE-DESC.
       1300-CARREGAR-DESCONTOS-EXIT.
           EXIT.

       1350-LER-DESCONTO.
           READ DESCONTOS-ALUNOS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
           END-READ.
           IF FIM-TABELA
               GO TO 1350-LER-DESCONTO-EXIT
           END-IF.
           IF DA-MATRICULA NOT NUMERIC
               OR (DESCONTO-PERCENTUAL AND DA-PERCENTUAL NOT NUMERIC)
               OR (DESCONTO-VALOR AND DA-VALOR NOT NUMERIC)
               OR (NOT DESCONTO-PERCENTUAL AND NOT DESCONTO-VALOR)
               DISPLAY 'DESCALU - LINHA INVALIDA IGNORADA: '
                   DESCONTO-ALUNO-REG
               GO TO 1350-LER-DESCONTO-EXIT
           END-IF.
           IF WRK-QTDE-DESC NOT LESS THAN 3000
               DISPLAY 'TABELA DE DESCONTOS CHEIA - MATRICULA '
                   DA-MATRICULA ' IGNORADA'
               GO TO 1350-LER-DESCONTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DESC.
           MOVE DA-MATRICULA TO DSC-MATRICULA (WRK-QTDE-DESC).
           MOVE DA-TIPO TO DSC-TIPO (WRK-QTDE-DESC).
           MOVE ZEROS TO DSC-PERCENTUAL (WRK-QTDE-DESC).
           MOVE ZEROS TO DSC-VALOR (WRK-QTDE-DESC).
           IF DESCONTO-PERCENTUAL
               MOVE DA-PERCENTUAL TO DSC-PERCENTUAL (WRK-QTDE-DESC)
           ELSE
               MOVE DA-VALOR TO DSC-VALOR (WRK-QTDE-DESC)
           END-IF.
       1350-LER-DESCONTO-EXIT.
           EXIT.

      *****************************************************
      * FATURA UM ALUNO: SO OS ATIVOS; A TURMA PRECISA TER
      * MENSALIDADE NO MENSTAB (SENAO A PENDENCIA E LISTADA E
      * O RUN TERMINA COM RC 4). A FATURA JA EXISTENTE NA
      * COMPETENCIA (CHAVE DUPLICADA) NAO E REFEITA
      *****************************************************
       2000-FATURAR-ALUNO.
           ADD 1 TO WRK-QTDE-ALUNOS.
           IF NOT ALUNO-ATIVO
               ADD 1 TO WRK-QTDE-FORA
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2100-PROCURAR-MENSALIDADE
               THRU 2100-PROCURAR-MENSALIDADE-EXIT.
           IF WRK-IND-MENS-ACHADO = ZEROS
               ADD 1 TO WRK-QTDE-SEM-MENS
               DISPLAY 'PENDENTE - TURMA SEM MENSALIDADE NO MENSTAB:'
                   ' MATRICULA ' AL-MATRICULA ' ' AL-NOME
                   ' TURMA ' AL-TURMA
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-CALCULAR-FATURA THRU 2200-CALCULAR-FATURA-EXIT.
           PERFORM 2300-GRAVAR-FATURA THRU 2300-GRAVAR-FATURA-EXIT.
       2000-LER-PROXIMO.
           PERFORM 2900-LER-ALUNO THRU 2900-LER-ALUNO-EXIT.
       2000-FATURAR-ALUNO-EXIT.
           EXIT.

       2100-PROCURAR-MENSALIDADE.
           MOVE ZEROS TO WRK-IND-MENS-ACHADO.
           MOVE ZEROS TO WRK-IND-MENS.
           PERFORM 2110-COMPARAR-MENSALIDADE
               THRU 2110-COMPARAR-MENSALIDADE-EXIT
               UNTIL WRK-IND-MENS-ACHADO > ZEROS
                   OR WRK-IND-MENS NOT LESS THAN WRK-QTDE-MENS.
       2100-PROCURAR-MENSALIDADE-EXIT.
           EXIT.

       2110-COMPARAR-MENSALIDADE.
           ADD 1 TO WRK-IND-MENS.
           IF MEN-TURMA (WRK-IND-MENS) = AL-TURMA
               MOVE WRK-IND-MENS TO WRK-IND-MENS-ACHADO
           END-IF.
       2110-COMPARAR-MENSALIDADE-EXIT.
           EXIT.

      *****************************************************
      * VALOR CHEIO DA TURMA, DESCONTO DO ALUNO (PERCENTUAL
      * ARREDONDADO OU VALOR FIXO, NUNCA MAIOR QUE O CHEIO)
      * E LIQUIDO; VENCIMENTO NO DIA DO MENSTAB DO MES DA
      * COMPETENCIA
      *****************************************************
       2200-CALCULAR-FATURA.
           MOVE MEN-VALOR (WRK-IND-MENS-ACHADO) TO WRK-VALOR-BRUTO.
           MOVE ZEROS TO WRK-DESCONTO.
           PERFORM 2250-PROCURAR-DESCONTO
               THRU 2250-PROCURAR-DESCONTO-EXIT.
           IF WRK-IND-DESC-ACHADO > ZEROS
               IF DSC-TIPO (WRK-IND-DESC-ACHADO) = 'P'
                   COMPUTE WRK-DESCONTO ROUNDED = WRK-VALOR-BRUTO
                       * DSC-PERCENTUAL (WRK-IND-DESC-ACHADO) / 100
               ELSE
                   MOVE DSC-VALOR (WRK-IND-DESC-ACHADO)
                       TO WRK-DESCONTO
               END-IF
           END-IF.
           IF WRK-DESCONTO > WRK-VALOR-BRUTO
               MOVE WRK-VALOR-BRUTO TO WRK-DESCONTO
           END-IF.
           COMPUTE WRK-VALOR-LIQ = WRK-VALOR-BRUTO - WRK-DESCONTO.
           MOVE CMP-ANO TO VEN-ANO.
           MOVE CMP-MES TO VEN-MES.
           MOVE MEN-DIA-VENC (WRK-IND-MENS-ACHADO) TO VEN-DIA.
       2200-CALCULAR-FATURA-EXIT.
           EXIT.

       2250-PROCURAR-DESCONTO.
           MOVE ZEROS TO WRK-IND-DESC-ACHADO.
           MOVE ZEROS TO WRK-IND-DESC.
           PERFORM 2260-COMPARAR-DESCONTO
               THRU 2260-COMPARAR-DESCONTO-EXIT
               UNTIL WRK-IND-DESC-ACHADO > ZEROS
                   OR WRK-IND-DESC NOT LESS THAN WRK-QTDE-DESC.
       2250-PROCURAR-DESCONTO-EXIT.
           EXIT.

       2260-COMPARAR-DESCONTO.
           ADD 1 TO WRK-IND-DESC.
           IF DSC-MATRICULA (WRK-IND-DESC) = AL-MATRICULA
               MOVE WRK-IND-DESC TO WRK-IND-DESC-ACHADO
           END-IF.
       2260-COMPARAR-DESCONTO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A FATURA; CHAVE JA EXISTENTE E ALUNO JA
      * FATURADO NA COMPETENCIA (RUN REPETIDO) E FICA COMO
      * ESTA. LIQUIDO ZERO (BOLSA INTEGRAL) SAI ISENTA E SEM
      * BOLETO; AS DEMAIS VAO PARA A REMESSA
      *****************************************************
       2300-GRAVAR-FATURA.
           MOVE SPACES TO FATURA-REG.
           MOVE AL-MATRICULA TO FT-MATRICULA.
           MOVE WRK-COMPETENCIA TO FT-COMPETENCIA.
           MOVE AL-NOME TO FT-NOME.
           MOVE AL-TURMA TO FT-TURMA.
           MOVE WRK-DATA-HOJE TO FT-EMISSAO.
           MOVE WRK-VENCIMENTO TO FT-VENCIMENTO.
           MOVE WRK-VALOR-BRUTO TO FT-VALOR-BRUTO.
           MOVE WRK-DESCONTO TO FT-DESCONTO.
           MOVE WRK-VALOR-LIQ TO FT-VALOR-LIQUIDO.
           MOVE ZEROS TO FT-VALOR-PAGO.
           IF WRK-VALOR-LIQ = ZEROS
               MOVE 'I' TO FT-SITUACAO
           ELSE
               MOVE 'A' TO FT-SITUACAO
           END-IF.
           WRITE FATURA-REG
               INVALID KEY
                   ADD 1 TO WRK-QTDE-JA-FATUR
                   GO TO 2300-GRAVAR-FATURA-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-FATURADOS.
           COMPUTE WRK-VALOR-CENT = WRK-VALOR-BRUTO * 100.
           ADD WRK-VALOR-CENT TO WRK-TOT-BRUTO.
           COMPUTE WRK-VALOR-CENT = WRK-DESCONTO * 100.
           ADD WRK-VALOR-CENT TO WRK-TOT-DESCONTO.
           IF FATURA-ISENTA
               ADD 1 TO WRK-QTDE-ISENTOS
               GO TO 2300-GRAVAR-FATURA-EXIT
           END-IF.
           COMPUTE WRK-VALOR-CENT = WRK-VALOR-LIQ * 100.
           MOVE FT-CHAVE TO BOL-DET-NOSSO-NUM.
           MOVE FT-NOME TO BOL-DET-NOME.
           MOVE FT-TURMA TO BOL-DET-TURMA.
           MOVE FT-VENCIMENTO TO BOL-DET-VENC.
           MOVE WRK-VALOR-CENT TO BOL-DET-VALOR.
           WRITE REMESSA-BOLETOS-REG FROM BOL-DETALHE.
           ADD 1 TO WRK-QTDE-BOLETOS.
           ADD WRK-VALOR-CENT TO WRK-TOT-BOLETOS.
       2300-GRAVAR-FATURA-EXIT.
           EXIT.

       2900-LER-ALUNO.
           IF FIM-ARQUIVO
               GO TO 2900-LER-ALUNO-EXIT
           END-IF.
           READ ALUNO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       2900-LER-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * FECHA A REMESSA COM O TRAILER, IMPRIME OS TOTAIS DE
      * CONTROLE E REGISTRA O TERMINO (OU O BLOQUEIO) NA
      * AUDITORIA COM A COMPETENCIA NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               MOVE WRK-QTDE-BOLETOS TO BOL-TRL-QTDE
               MOVE WRK-TOT-BOLETOS TO BOL-TRL-TOTAL
               WRITE REMESSA-BOLETOS-REG FROM BOL-TRAILER
               CLOSE REMESSA-BOLETOS
               CLOSE FATURAS-MENSALIDADE
               CLOSE ALUNO-MESTRE
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'ALUNOS LIDOS NO MESTRE...: ' WRK-QTDE-ALUNOS.
           DISPLAY 'INATIVOS/FORMADOS........: ' WRK-QTDE-FORA.
           DISPLAY 'FATURAS EMITIDAS.........: ' WRK-QTDE-FATURADOS.
           DISPLAY '  DAS QUAIS ISENTAS......: ' WRK-QTDE-ISENTOS.
           DISPLAY 'JA FATURADOS (IGNORADOS).: ' WRK-QTDE-JA-FATUR.
           DISPLAY 'TURMA SEM MENSALIDADE....: ' WRK-QTDE-SEM-MENS.
           DISPLAY 'BOLETOS NA REMESSA.......: ' WRK-QTDE-BOLETOS.
           COMPUTE WRK-VALOR-ED = WRK-TOT-BRUTO / 100.
           DISPLAY 'TOTAL BRUTO..............: ' WRK-VALOR-ED.
           COMPUTE WRK-VALOR-ED = WRK-TOT-DESCONTO / 100.
           DISPLAY 'TOTAL DE DESCONTOS.......: ' WRK-VALOR-ED.
           COMPUTE WRK-VALOR-ED = WRK-TOT-BOLETOS / 100.
           DISPLAY 'TOTAL DOS BOLETOS........: ' WRK-VALOR-ED.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB35" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-COMPETENCIA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
