       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04A.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: APURACAO DO CONTROLE DE FERIAS: PARA CADA
      *           EMPREGADO ATIVO DO MESTRE, ABRE NO FERIAMST
      *           O PRIMEIRO PERIODO AQUISITIVO A PARTIR DA DATA
      *           DE ADMISSAO (EMP-DATA-CAD), CONTA OS DIAS
      *           ADQUIRIDOS ATE A DATA DE REFERENCIA (2,5 POR
      *           MES COMPLETO), FECHA O PERIODO AO COMPLETAR 12
      *           MESES (30 DIAS, SITUACAO 'V') E ABRE O
      *           SEGUINTE. AO FINAL DE CADA EMPREGADO, LISTA NO
      *           RELATORIO FERIAVEN OS PERIODOS VENCIDOS COM
      *           SALDO CUJO LIMITE DE CONCESSAO CAI DENTRO DA
      *           JANELA DE ALERTA (PARAMFER) OU JA PASSOU - E
      *           QUANDO O SEGUNDO PERIODO AQUISITIVO SE COMPLETA
      *           SEM O PRIMEIRO GOZADO QUE A EMPRESA PASSA A
      *           DEVER AS FERIAS EM DOBRO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - ATE AQUI AS FERIAS
      *                    SO ERAM CALCULADAS COMO PROPORCIONAIS
      *                    NA RESCISAO (PROGCOB04R); O SALDO DE
      *                    CADA EMPREGADO ERA CONTROLADO EM
      *                    PLANILHA PELO RH
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  PERIODO NOVO NASCE SEM FRACOES PAGAS
      *                    (FR-GOZOS-PAGOS DO FERIAREC)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FERIAS ASSIGN TO "PARAMFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT CONTROLE-FERIAS ASSIGN TO "FERIAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT RELATORIO-VENCER ASSIGN TO "FERIAVEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PARAMETRO DA APURACAO: DATA DE REFERENCIA (AAAAMMDD,
      * BRANCO = DATA DO RUN) E JANELA DE ALERTA EM MESES
      * ANTES DO LIMITE DE CONCESSAO (ZERO/BRANCO = 2)
      *****************************************************
       FD  PARAM-FERIAS.
       01  PARAM-FERIAS-REG.
           05  FP-DATA-REF         PIC X(08).
           05  FP-MESES-ALERTA     PIC X(02).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  CONTROLE-FERIAS.
           COPY FERIAREC.
      *****************************************************
      * RELATORIO DAS FERIAS A VENCER: UMA LINHA POR PERIODO
      * VENCIDO COM SALDO DENTRO DA JANELA DE ALERTA OU JA
      * FORA DO LIMITE (DEVIDAS EM DOBRO)
      *****************************************************
       FD  RELATORIO-VENCER.
       01  RELATORIO-LINHA         PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIAS    PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * DATA DE REFERENCIA DA APURACAO E DATA LIMITE DA
      * JANELA DE ALERTA (REFERENCIA + MESES DE ALERTA)
      *---------------------------------------------------
       77 WRK-DATA-REF     PIC X(08) VALUE SPACES.
       77 WRK-DATA-ALERTA  PIC X(08) VALUE SPACES.
       77 WRK-MESES-ALERTA PIC 9(02) VALUE 2.
      *---------------------------------------------------
      * AREA DE CALCULO DE DATAS: A DATA BASE E SOMADA DE
      * WRK-MESES-SOMAR MESES (O DIA E AJUSTADO AO ULTIMO
      * DIA DO MES QUANDO NAO EXISTE NELE) E A CONTAGEM DE
      * MESES COMPLETOS ENTRE DUAS DATAS
      *---------------------------------------------------
       01 WRK-DATA-CALC.
           05 CAL-ANO          PIC 9(04).
           05 CAL-MES          PIC 9(02).
           05 CAL-DIA          PIC 9(02).
       01 WRK-DATA-BASE.
           05 BAS-ANO          PIC 9(04).
           05 BAS-MES          PIC 9(02).
           05 BAS-DIA          PIC 9(02).
       01 WRK-DATA-FINAL.
           05 FIN-ANO          PIC 9(04).
           05 FIN-MES          PIC 9(02).
           05 FIN-DIA          PIC 9(02).
       77 WRK-MESES-SOMAR  PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-MESES  PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO  PIC 9(04) VALUE ZEROS.
       77 WRK-MESES-COMPLETOS PIC S9(04) VALUE ZEROS.
      *---------------------------------------------------
      * PERIODO CORRENTE DENTRO DO REGISTRO DE FERIAS
      *---------------------------------------------------
       77 WRK-IND-PER      PIC 9(01) VALUE ZEROS.
       77 WRK-IND-DESLOCA  PIC 9(01) VALUE ZEROS.
       77 WRK-SALDO-DIAS   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-FERIAS PIC X(01) VALUE 'N'.
           88 FERIAS-CADASTRADA     VALUE 'S'.
       77 WRK-APURAR-MAIS  PIC X(01) VALUE 'S'.
           88 APURACAO-CONCLUIDA    VALUE 'N'.
       77 WRK-ARQ-ABERTOS  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
      *---------------------------------------------------
      * CONTADORES DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-INATIVOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-DATA  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-APURADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NOVOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LOTADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-A-VENCER  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EM-DOBRO  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO FERIAVEN
      *---------------------------------------------------
       01 VEN-LINHA-TITULO.
           05 FILLER           PIC X(30)
               VALUE 'FERIAS A VENCER - REFERENCIA: '.
           05 VEN-DATA-REF     PIC X(08).
           05 FILLER           PIC X(10) VALUE '  ALERTA: '.
           05 VEN-MESES        PIC Z9.
           05 FILLER           PIC X(06) VALUE ' MESES'.
       01 VEN-LINHA-COLUNAS.
           05 FILLER           PIC X(40)
               VALUE 'CIA MATRIC NOME                 INICIO '.
           05 FILLER           PIC X(40)
               VALUE '  FIM      LIMITE   SALDO SITUACAO'.
       01 VEN-LINHA-DETALHE.
           05 VEN-CIA          PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 VEN-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VEN-NOME         PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VEN-INICIO       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VEN-FIM          PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VEN-LIMITE       PIC X(08).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 VEN-SALDO        PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VEN-SITUACAO     PIC X(16).
       01 VEN-LINHA-TOTAL.
           05 VEN-TOT-ROTULO   PIC X(40).
           05 VEN-TOT-QTDE     PIC ZZZ.ZZ9.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-APURAR-EMPREGADO
               THRU 2000-APURAR-EMPREGADO-EXIT
               UNTIL FIM-MESTRE.
           IF WRK-RC-RUN NOT = 8
               PERFORM 8000-IMPRIMIR-TOTAIS
                   THRU 8000-IMPRIMIR-TOTAIS-EXIT
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
           MOVE "PROGCB4A" TO AU-PROGRAMA.
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
      * LE O PARAMETRO, ABRE O MESTRE E O CONTROLE DE FERIAS
      * (CRIANDO-O NA PRIMEIRA EXECUCAO) E O RELATORIO.
      * MESTRE OU CONTROLE INDISPONIVEL BLOQUEIA COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - APURACAO BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-MESTRE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O CONTROLE-FERIAS.
           IF WRK-FS-FERIAS = "35"
               OPEN OUTPUT CONTROLE-FERIAS
               CLOSE CONTROLE-FERIAS
               OPEN I-O CONTROLE-FERIAS
           END-IF.
           IF WRK-FS-FERIAS NOT = "00"
               DISPLAY 'FERIAMST INDISPONIVEL (STATUS ' WRK-FS-FERIAS
                   ') - APURACAO BLOQUEADA'
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-MESTRE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-VENCER.
           MOVE 'S' TO WRK-ARQ-ABERTOS.
           MOVE WRK-DATA-REF TO VEN-DATA-REF.
           MOVE WRK-MESES-ALERTA TO VEN-MESES.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TITULO.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-COLUNAS.
           DISPLAY "======= APURACAO DO CONTROLE DE FERIAS =======".
           DISPLAY 'REFERENCIA ' WRK-DATA-REF ' ALERTA ATE '
               WRK-DATA-ALERTA.
           PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O PARAMFER: DATA DE REFERENCIA (BRANCO OU
      * INVALIDA = DATA DO RUN) E MESES DE ALERTA (BRANCO OU
      * ZERO = 2). SEM O ARQUIVO VALEM OS DOIS PADROES. A
      * DATA LIMITE DA JANELA E A REFERENCIA + OS MESES
      *****************************************************
       1100-LER-PARAMETRO.
           ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           MOVE 2 TO WRK-MESES-ALERTA.
           OPEN INPUT PARAM-FERIAS.
           IF WRK-FS-PARAM = "00"
               READ PARAM-FERIAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-DATA-REF NUMERIC
                           MOVE FP-DATA-REF TO WRK-DATA-REF
                       END-IF
                       IF FP-MESES-ALERTA NUMERIC
                           AND FP-MESES-ALERTA NOT = '00'
                           MOVE FP-MESES-ALERTA TO WRK-MESES-ALERTA
                       END-IF
               END-READ
               CLOSE PARAM-FERIAS
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DATA-BASE.
           MOVE WRK-MESES-ALERTA TO WRK-MESES-SOMAR.
           PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
           MOVE WRK-DATA-FINAL TO WRK-DATA-ALERTA.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * APURA O EMPREGADO LIDO: INATIVO E IGNORADO (SEU
      * SALDO FICA CONGELADO PARA A RESCISAO); SEM DATA DE
      * ADMISSAO VALIDA NAO HA COMO ABRIR O PERIODO E O RUN
      * TERMINA COM RC 4. OS PERIODOS SAO ATUALIZADOS ATE A
      * DATA DE REFERENCIA E O REGISTRO E REGRAVADO
      *****************************************************
       2000-APURAR-EMPREGADO.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF EMP-INATIVO
               ADD 1 TO WRK-QTDE-INATIVOS
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF EMP-DATA-CAD NOT NUMERIC
               ADD 1 TO WRK-QTDE-SEM-DATA
               DISPLAY EMP-COMPANHIA ' ' EMP-ID ' ' EMP-NOME
                   ' *** SEM DATA DE ADMISSAO VALIDA - FERIAS NAO'
                   ' APURADAS ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-LER-CONTROLE THRU 2200-LER-CONTROLE-EXIT.
           PERFORM 2300-ATUALIZAR-PERIODOS
               THRU 2300-ATUALIZAR-PERIODOS-EXIT.
           MOVE WRK-DATA-REF TO FR-DATA-APURACAO.
           IF FERIAS-CADASTRADA
               REWRITE FERIAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR FERIAS ' FR-CHAVE
                       MOVE 8 TO WRK-RC-RUN
               END-REWRITE
           ELSE
               WRITE FERIAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR FERIAS ' FR-CHAVE
                       MOVE 8 TO WRK-RC-RUN
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-NOVOS
               END-WRITE
           END-IF.
           ADD 1 TO WRK-QTDE-APURADOS.
           MOVE ZEROS TO WRK-IND-PER.
           PERFORM 2500-VERIFICAR-VENCIMENTO
               THRU 2500-VERIFICAR-VENCIMENTO-EXIT
               UNTIL WRK-IND-PER NOT LESS THAN FR-QTDE-PERIODOS.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT.
       2000-APURAR-EMPREGADO-EXIT.
           EXIT.

       2100-LER-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-READ.
       2100-LER-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * LE O CONTROLE DE FERIAS DO EMPREGADO. NA PRIMEIRA
      * APURACAO O REGISTRO NASCE COM UM UNICO PERIODO
      * AQUISITIVO ABERTO NA DATA DE ADMISSAO
      *****************************************************
       2200-LER-CONTROLE.
           MOVE EMP-CHAVE TO FR-CHAVE.
           MOVE 'S' TO WRK-ACHOU-FERIAS.
           READ CONTROLE-FERIAS
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-FERIAS
           END-READ.
           IF FERIAS-CADASTRADA
               GO TO 2200-LER-CONTROLE-EXIT
           END-IF.
           INITIALIZE FERIAS-REG.
           MOVE EMP-CHAVE TO FR-CHAVE.
           MOVE EMP-DATA-CAD TO FR-DATA-ADMISSAO.
           MOVE 1 TO FR-QTDE-PERIODOS.
           MOVE 1 TO WRK-IND-PER.
           MOVE EMP-DATA-CAD TO WRK-DATA-BASE.
           PERFORM 2400-ABRIR-PERIODO THRU 2400-ABRIR-PERIODO-EXIT.
       2200-LER-CONTROLE-EXIT.
           EXIT.

      *****************************************************
      * LEVA OS PERIODOS DO EMPREGADO ATE A DATA DE
      * REFERENCIA: O PERIODO EM CURSO (SEMPRE O ULTIMO)
      * RECEBE OS DIAS DOS MESES COMPLETOS; COMPLETANDO 12
      * MESES ELE VENCE COM 30 DIAS E O SEGUINTE E ABERTO,
      * ATE O PERIODO EM CURSO FICAR COM MENOS DE 12 MESES
      *****************************************************
       2300-ATUALIZAR-PERIODOS.
           MOVE 'S' TO WRK-APURAR-MAIS.
           PERFORM 2350-APURAR-ULTIMO THRU 2350-APURAR-ULTIMO-EXIT
               UNTIL APURACAO-CONCLUIDA.
       2300-ATUALIZAR-PERIODOS-EXIT.
           EXIT.

       2350-APURAR-ULTIMO.
           MOVE FR-QTDE-PERIODOS TO WRK-IND-PER.
           IF NOT FR-PER-AQUISITIVO (WRK-IND-PER)
               MOVE 'N' TO WRK-APURAR-MAIS
               GO TO 2350-APURAR-ULTIMO-EXIT
           END-IF.
           MOVE FR-PER-INICIO (WRK-IND-PER) TO WRK-DATA-BASE.
           PERFORM 8200-CONTAR-MESES THRU 8200-CONTAR-MESES-EXIT.
           IF WRK-MESES-COMPLETOS < 12
               IF WRK-MESES-COMPLETOS > ZEROS
                   COMPUTE FR-DIAS-ADQUIRIDOS (WRK-IND-PER) =
                       WRK-MESES-COMPLETOS * 5 / 2
               ELSE
                   MOVE ZEROS TO FR-DIAS-ADQUIRIDOS (WRK-IND-PER)
               END-IF
               MOVE 'N' TO WRK-APURAR-MAIS
               GO TO 2350-APURAR-ULTIMO-EXIT
           END-IF.
      *----------------------------------------------------
      *    PERIODO COMPLETO: VENCE COM 30 DIAS E O PROXIMO
      *    ABRE NO ANIVERSARIO. PERIODOS QUITADOS NA FRENTE
      *    SAO DESCARTADOS PARA ABRIR ESPACO; COM OS TRES
      *    OCUPADOS E NENHUM QUITADO O EMPREGADO JA ESTA COM
      *    FERIAS EM DOBRO E O CASO E AVISADO PARA O RH
      *----------------------------------------------------
           MOVE 30 TO FR-DIAS-ADQUIRIDOS (WRK-IND-PER).
           MOVE 'V' TO FR-PER-SITUACAO (WRK-IND-PER).
           MOVE FR-PER-FIM (WRK-IND-PER) TO WRK-DATA-BASE.
           PERFORM 2450-DESCARTAR-QUITADOS
               THRU 2450-DESCARTAR-QUITADOS-EXIT.
           IF FR-QTDE-PERIODOS NOT LESS THAN 3
               ADD 1 TO WRK-QTDE-LOTADOS
               DISPLAY FR-COMPANHIA ' ' FR-MATRICULA ' ' EMP-NOME
                   ' *** TRES PERIODOS SEM GOZO - NOVO PERIODO'
                   ' NAO ABERTO, REGULARIZAR AS FERIAS ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               MOVE 'N' TO WRK-APURAR-MAIS
               GO TO 2350-APURAR-ULTIMO-EXIT
           END-IF.
           ADD 1 TO FR-QTDE-PERIODOS.
           MOVE FR-QTDE-PERIODOS TO WRK-IND-PER.
           PERFORM 2400-ABRIR-PERIODO THRU 2400-ABRIR-PERIODO-EXIT.
       2350-APURAR-ULTIMO-EXIT.
           EXIT.

      *****************************************************
      * ABRE NA POSICAO WRK-IND-PER UM PERIODO AQUISITIVO
      * QUE COMECA NA DATA BASE: O FIM E 12 MESES DEPOIS E O
      * LIMITE DE CONCESSAO, 12 MESES DEPOIS DO FIM
      *****************************************************
       2400-ABRIR-PERIODO.
           MOVE WRK-DATA-BASE TO FR-PER-INICIO (WRK-IND-PER).
           MOVE 12 TO WRK-MESES-SOMAR.
           PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
           MOVE WRK-DATA-FINAL TO FR-PER-FIM (WRK-IND-PER).
           MOVE 24 TO WRK-MESES-SOMAR.
           PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
           MOVE WRK-DATA-FINAL TO FR-PER-LIMITE (WRK-IND-PER).
           MOVE ZEROS TO FR-DIAS-ADQUIRIDOS (WRK-IND-PER).
           MOVE ZEROS TO FR-DIAS-GOZADOS (WRK-IND-PER).
           MOVE SPACES TO FR-ULT-GOZO (WRK-IND-PER).
           MOVE SPACES TO FR-GOZOS-PAGOS (WRK-IND-PER).
           MOVE 'A' TO FR-PER-SITUACAO (WRK-IND-PER).
       2400-ABRIR-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * DESCARTA OS PERIODOS QUITADOS DA FRENTE DA LISTA,
      * DESLOCANDO OS DEMAIS UMA POSICAO PARA CIMA
      *****************************************************
       2450-DESCARTAR-QUITADOS.
           IF FR-QTDE-PERIODOS = ZEROS
               GO TO 2450-DESCARTAR-QUITADOS-EXIT
           END-IF.
           IF NOT FR-PER-QUITADO (1)
               GO TO 2450-DESCARTAR-QUITADOS-EXIT
           END-IF.
           MOVE 1 TO WRK-IND-DESLOCA.
           PERFORM 2460-DESLOCAR-PERIODO
               THRU 2460-DESLOCAR-PERIODO-EXIT
               UNTIL WRK-IND-DESLOCA NOT LESS THAN FR-QTDE-PERIODOS.
           SUBTRACT 1 FROM FR-QTDE-PERIODOS.
           GO TO 2450-DESCARTAR-QUITADOS.
       2450-DESCARTAR-QUITADOS-EXIT.
           EXIT.

       2460-DESLOCAR-PERIODO.
           MOVE FR-PERIODO (WRK-IND-DESLOCA + 1)
               TO FR-PERIODO (WRK-IND-DESLOCA).
           ADD 1 TO WRK-IND-DESLOCA.
       2460-DESLOCAR-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * LISTA NO RELATORIO O PERIODO VENCIDO COM SALDO CUJO
      * LIMITE DE CONCESSAO JA PASSOU (DEVIDO EM DOBRO) OU
      * CAI DENTRO DA JANELA DE ALERTA
      *****************************************************
       2500-VERIFICAR-VENCIMENTO.
           ADD 1 TO WRK-IND-PER.
           IF NOT FR-PER-VENCIDO (WRK-IND-PER)
               GO TO 2500-VERIFICAR-VENCIMENTO-EXIT
           END-IF.
           COMPUTE WRK-SALDO-DIAS =
               FR-DIAS-ADQUIRIDOS (WRK-IND-PER)
               - FR-DIAS-GOZADOS (WRK-IND-PER).
           IF WRK-SALDO-DIAS = ZEROS
               GO TO 2500-VERIFICAR-VENCIMENTO-EXIT
           END-IF.
           IF FR-PER-LIMITE (WRK-IND-PER) > WRK-DATA-ALERTA
               GO TO 2500-VERIFICAR-VENCIMENTO-EXIT
           END-IF.
           IF FR-PER-LIMITE (WRK-IND-PER) NOT > WRK-DATA-REF
               MOVE 'VENCIDA - DOBRO' TO VEN-SITUACAO
               ADD 1 TO WRK-QTDE-EM-DOBRO
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
           ELSE
               MOVE 'A VENCER' TO VEN-SITUACAO
               ADD 1 TO WRK-QTDE-A-VENCER
           END-IF.
           MOVE FR-COMPANHIA TO VEN-CIA.
           MOVE FR-MATRICULA TO VEN-MATRICULA.
           MOVE EMP-NOME TO VEN-NOME.
           MOVE FR-PER-INICIO (WRK-IND-PER) TO VEN-INICIO.
           MOVE FR-PER-FIM (WRK-IND-PER) TO VEN-FIM.
           MOVE FR-PER-LIMITE (WRK-IND-PER) TO VEN-LIMITE.
           MOVE WRK-SALDO-DIAS TO VEN-SALDO.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-DETALHE.
       2500-VERIFICAR-VENCIMENTO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DA APURACAO NO RELATORIO E NO
      * CONSOLE
      *****************************************************
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'EMPREGADOS LIDOS NO MESTRE..........: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-LIDOS TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'INATIVOS (SALDO CONGELADO)...........: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-INATIVOS TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'SEM DATA DE ADMISSAO VALIDA...........: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-SEM-DATA TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'CONTROLES APURADOS (NOVOS INCLUSOS)...: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-APURADOS TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'CONTROLES ABERTOS NESTE RUN...........: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-NOVOS TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'TRES PERIODOS SEM GOZO (A REGULARIZAR): '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-LOTADOS TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'PERIODOS A VENCER NA JANELA...........: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-A-VENCER TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
           MOVE 'PERIODOS VENCIDOS - DEVIDOS EM DOBRO..: '
               TO VEN-TOT-ROTULO.
           MOVE WRK-QTDE-EM-DOBRO TO VEN-TOT-QTDE.
           WRITE RELATORIO-LINHA FROM VEN-LINHA-TOTAL.
           DISPLAY VEN-LINHA-TOTAL.
       8000-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

      *****************************************************
      * SOMA WRK-MESES-SOMAR MESES A WRK-DATA-BASE E DEIXA O
      * RESULTADO EM WRK-DATA-FINAL. O DIA QUE NAO EXISTE NO
      * MES DE CHEGADA (31 EM MES DE 30, 29 A 31 EM
      * FEVEREIRO) E AJUSTADO PARA O ULTIMO DIA DO MES
      *****************************************************
       8100-SOMAR-MESES.
           COMPUTE WRK-TOTAL-MESES =
               BAS-ANO * 12 + BAS-MES - 1 + WRK-MESES-SOMAR.
           DIVIDE WRK-TOTAL-MESES BY 12 GIVING FIN-ANO
               REMAINDER FIN-MES.
           ADD 1 TO FIN-MES.
           MOVE BAS-DIA TO FIN-DIA.
           IF FIN-DIA > 30
               AND (FIN-MES = 4 OR FIN-MES = 6
                    OR FIN-MES = 9 OR FIN-MES = 11)
               MOVE 30 TO FIN-DIA
           END-IF.
           IF FIN-MES = 2 AND FIN-DIA > 28
               DIVIDE FIN-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO FIN-DIA
               ELSE
                   MOVE 28 TO FIN-DIA
               END-IF
           END-IF.
       8100-SOMAR-MESES-EXIT.
           EXIT.

      *****************************************************
      * CONTA OS MESES COMPLETOS ENTRE WRK-DATA-BASE E A
      * DATA DE REFERENCIA (O MES SO CONTA QUANDO O DIA DA
      * REFERENCIA ALCANCA O DIA DA DATA BASE). DATA BASE
      * FUTURA DA ZERO
      *****************************************************
       8200-CONTAR-MESES.
           MOVE WRK-DATA-REF TO WRK-DATA-CALC.
           COMPUTE WRK-MESES-COMPLETOS =
               (CAL-ANO - BAS-ANO) * 12 + CAL-MES - BAS-MES.
           IF CAL-DIA < BAS-DIA
               SUBTRACT 1 FROM WRK-MESES-COMPLETOS
           END-IF.
           IF WRK-MESES-COMPLETOS < ZEROS
               MOVE ZEROS TO WRK-MESES-COMPLETOS
           END-IF.
       8200-CONTAR-MESES-EXIT.
           EXIT.

      *****************************************************
      * FECHA OS ARQUIVOS E REGISTRA O TERMINO (OU O
      * BLOQUEIO) NA TRILHA DE AUDITORIA, COM A QUANTIDADE
      * DE PERIODOS EM DOBRO NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTROLE-FERIAS
               CLOSE RELATORIO-VENCER
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4A" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-EM-DOBRO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
